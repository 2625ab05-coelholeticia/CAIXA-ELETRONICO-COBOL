
000010*-----------------------------------------------------------------
000020* PROPOSITO: MONITORAMENTO NOTURNO DE PREVENCAO A LAVAGEM DE
000030*            DINHEIRO. ORDENA POR CPF (CONTA-DOCUMENTO DA CONTA
000040*            MOVIMENTADA), DATA E HORA OS LANCAMENTOS DO DIARIO
000050*            DO DIA (MOVTO) E DO DIARIO ARQUIVADO (MOVARQ) DENTRO
000060*            DA MAIOR JANELA DE ANALISE E GRAVA UM ALERTA
000070*            PENDENTE NO ARQUIVO DE ALERTAS (ALERTAS) PARA CADA
000080*            OCORRENCIA DA DATA DE REFERENCIA:
000090*            - VL: SAQUE (02) OU DEPOSITO CONFIRMADO (01) IGUAL
000100*              OU ACIMA DO LIMITE COMUNICAVEL;
000110*            - FR: FRACIONAMENTO, COM A QUANTIDADE MINIMA DE
000120*              OPERACOES EM ESPECIE NA FAIXA LOGO ABAIXO DO
000130*              LIMITE DENTRO DA JANELA, UMA DELAS NA DATA;
000140*            - PS: PASSAGEM, DINHEIRO QUE ENTROU POR 08/06 NA
000150*              JANELA E SAIU POR 07 NA DATA;
000160*            - RT: MOVIMENTO INTENSO APOS A REATIVACAO (16) DE
000170*              CONTA DORMENTE, DENTRO DA JANELA.
000180*            A AGREGACAO E POR CPF, E NAO POR CONTA, PORQUE O
000190*            CLIENTE DIVIDE O DINHEIRO ENTRE AS PROPRIAS CONTAS;
000200*            A CONTA SEM CPF VINCULADO E ANALISADA SOZINHA.
000210*            LIMITES E JANELAS SAO PARAMETROS (SYSIN). O
000220*            COMPLIANCE TRATA OS ALERTAS NO CADPLD E O COAFENV
000230*            GERA A COMUNICACAO AO COAF DOS CONFIRMADOS.
000240*-----------------------------------------------------------------
000250* HISTORICO DE ALTERACOES
000260* 2026-10-15 LS  PROGRAMA CRIADO.
000270*-----------------------------------------------------------------
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. MONPLD.
000300 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000310 INSTALLATION. BANCO.
000320 DATE-WRITTEN. 15/10/2026.
000330 DATE-COMPILED.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARQUIVO-MORTO ASSIGN TO "MOVARQ"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS MPL-STATUS-ARQ.
000400     SELECT MOVIMENTO ASSIGN TO "MOVTO"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS MPL-STATUS-MOV.
000430     SELECT CONTA-MESTRE ASSIGN TO "CONTAS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CONTA-NUMERO
000470         FILE STATUS IS MPL-STATUS-CONTA.
000480     SELECT ALERTAS ASSIGN TO "ALERTAS"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS MPL-STATUS-PLD.
000510     SELECT RELATORIO ASSIGN TO "MONPLD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS MPL-STATUS-REL.
000540     SELECT ARQ-ORDENADO ASSIGN TO "SORTWK1".
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  ARQUIVO-MORTO.
000580     COPY MOVREG
000590         REPLACING ==MOV-REG== BY ==ARQ-REG==
000600                   ==MOV-CONTA-RELAC== BY ==ARQ-CONTA-RELAC==
000610                   ==MOV-CONTA== BY ==ARQ-CONTA==
000620                   ==MOV-TIPO-DEPOSITO== BY ==ARQ-TIPO-DEPOSITO==
000630                   ==MOV-TIPO-SAQUE== BY ==ARQ-TIPO-SAQUE==
000640                   ==MOV-TIPO-TRANSF-DEBITO== BY
000650                       ==ARQ-TIPO-TRANSF-DEBITO==
000660                   ==MOV-TIPO-TRANSF-CREDITO== BY
000670                       ==ARQ-TIPO-TRANSF-CREDITO==
000680                   ==MOV-TIPO-TRANSF-EXT-DEB== BY
000690                       ==ARQ-TIPO-TRANSF-EXT-DEB==
000700                   ==MOV-TIPO-TRANSF-EXT-CRED== BY
000710                       ==ARQ-TIPO-TRANSF-EXT-CRED==
000720                   ==MOV-TIPO-TRANSF-EXT-DEV== BY
000730                       ==ARQ-TIPO-TRANSF-EXT-DEV==
000740                   ==MOV-TIPO-JUROS== BY ==ARQ-TIPO-JUROS==
000750                   ==MOV-TIPO-BLOQUEIO== BY ==ARQ-TIPO-BLOQUEIO==
000760                   ==MOV-TIPO-DESBLOQUEIO== BY
000770                       ==ARQ-TIPO-DESBLOQUEIO==
000780                   ==MOV-TIPO-TROCA-SENHA== BY
000790                       ==ARQ-TIPO-TROCA-SENHA==
000800                   ==MOV-TIPO-JUROS-DEV== BY
000810                       ==ARQ-TIPO-JUROS-DEV==
000820                   ==MOV-TIPO-DEP-REJEITADO== BY
000830                       ==ARQ-TIPO-DEP-REJEITADO==
000840                   ==MOV-TIPO-MARCA-DORMENTE== BY
000850                       ==ARQ-TIPO-MARCA-DORMENTE==
000860                   ==MOV-TIPO-REATIVACAO== BY
000870                       ==ARQ-TIPO-REATIVACAO==
000880                   ==MOV-TIPO-BLOQ-JUDICIAL== BY
000890                       ==ARQ-TIPO-BLOQ-JUDICIAL==
000900                   ==MOV-TIPO-LIB-JUDICIAL== BY
000910                       ==ARQ-TIPO-LIB-JUDICIAL==
000920                   ==MOV-TIPO-TAR-SAQUE== BY
000930                       ==ARQ-TIPO-TAR-SAQUE==
000940                   ==MOV-TIPO-TAR-TRANSF== BY
000950                       ==ARQ-TIPO-TAR-TRANSF==
000960                   ==MOV-TIPO-TAR-MANUT== BY
000970                       ==ARQ-TIPO-TAR-MANUT==
00097A                   ==MOV-TIPO-ENCERRAMENTO== BY
00097B                       ==ARQ-TIPO-ENCERRAMENTO==
00097C                   ==MOV-TIPO-PAG-BOLETO== BY
00097D                       ==ARQ-TIPO-PAG-BOLETO==
00097E                   ==MOV-TIPO-PAG-BOL-DEV== BY
00097F                       ==ARQ-TIPO-PAG-BOL-DEV==
000980                   ==MOV-TIPO-EST-DEPOSITO== BY
000990                       ==ARQ-TIPO-EST-DEPOSITO==
001000                   ==MOV-TIPO-EST-SAQUE== BY
001010                       ==ARQ-TIPO-EST-SAQUE==
001020                   ==MOV-TIPO-EST-TRANSF-DEB== BY
001030                       ==ARQ-TIPO-EST-TRANSF-DEB==
001040                   ==MOV-TIPO-EST-TRANSF-CRED== BY
001050                       ==ARQ-TIPO-EST-TRANSF-CRED==
001060                   ==MOV-TIPO== BY ==ARQ-TIPO==
001070                   ==MOV-VALOR== BY ==ARQ-VALOR==
001080                   ==MOV-SALDO-APOS== BY ==ARQ-SALDO-APOS==
001090                   ==MOV-DATA== BY ==ARQ-DATA==
001100                   ==MOV-HORA== BY ==ARQ-HORA==
001110                   ==MOV-TERMINAL== BY ==ARQ-TERMINAL==
001120                   ==MOV-OPERADOR== BY ==ARQ-OPERADOR==
001125                   ==MOV-TITULAR== BY ==ARQ-TITULAR==.
001130 FD  MOVIMENTO.
001140     COPY MOVREG.
001150 FD  CONTA-MESTRE.
001160     COPY CONTAREG.
001170 FD  ALERTAS.
001180     COPY PLDREG.
001190 FD  RELATORIO.
001200 01  REL-LINHA                   PIC X(80).
001210 SD  ARQ-ORDENADO.
001220 01  SRT-REG.
001230     05  SRT-DOCUMENTO           PIC 9(11).
001240     05  SRT-CONTA-AGRUP         PIC 9(08).
001250     05  SRT-DATA                PIC 9(08).
001260     05  SRT-HORA                PIC 9(08).
001270     05  SRT-CONTA               PIC 9(08).
001280     05  SRT-TIPO                PIC X(02).
001290         88  SRT-TIPO-ESPECIE        VALUE "01" "02".
001300         88  SRT-TIPO-ENTRADA        VALUE "06" "08".
001310         88  SRT-TIPO-SAIDA-EXT      VALUE "07".
001320         88  SRT-TIPO-REATIVACAO     VALUE "16".
001330     05  SRT-VALOR               PIC 9(10)V99.
001340 WORKING-STORAGE SECTION.
001350*-----------------------------------------------------------------
001360* AREA DE CONTROLE DE ARQUIVOS
001370*-----------------------------------------------------------------
001380  77  MPL-STATUS-ARQ             PIC X(02).
001390      88  MPL-ARQ-OK                  VALUE "00".
001400  77  MPL-STATUS-MOV             PIC X(02).
001410      88  MPL-MOV-OK                  VALUE "00".
001420  77  MPL-STATUS-CONTA           PIC X(02).
001430      88  MPL-CONTA-OK                VALUE "00".
001440  77  MPL-STATUS-PLD             PIC X(02).
001450      88  MPL-PLD-OK                  VALUE "00".
001460  77  MPL-STATUS-REL             PIC X(02).
001470      88  MPL-REL-OK                  VALUE "00".
001480  77  MPL-SW-FIM-ARQ             PIC X(01) VALUE "N".
001490      88  MPL-FIM-ARQ                 VALUE "S".
001500  77  MPL-SW-FIM-MOV             PIC X(01) VALUE "N".
001510      88  MPL-FIM-MOV                 VALUE "S".
001520  77  MPL-SW-FIM-PLD             PIC X(01) VALUE "N".
001530      88  MPL-FIM-PLD                 VALUE "S".
001540  77  MPL-SW-FIM-SORT            PIC X(01) VALUE "N".
001550      88  MPL-FIM-SORT                VALUE "S".
001560*-----------------------------------------------------------------
001570* PARAMETROS DO MONITORAMENTO (SYSIN)
001580*-----------------------------------------------------------------
001590  77  MPL-DATA-PARM              PIC 9(08) VALUE ZERO.
001600  77  MPL-LIMITE                 PIC 9(10)V99 VALUE ZERO.
001610  77  MPL-PERC-FAIXA             PIC 9(03) VALUE ZERO.
001620  77  MPL-QTDE-MIN-FRAC          PIC 9(03) VALUE ZERO.
001630  77  MPL-DIAS-FRAC              PIC 9(03) VALUE ZERO.
001640  77  MPL-DIAS-PASSAGEM          PIC 9(03) VALUE ZERO.
001650  77  MPL-VALOR-MIN-PASSAGEM     PIC 9(10)V99 VALUE ZERO.
001660  77  MPL-DIAS-REATIV            PIC 9(03) VALUE ZERO.
001670  77  MPL-VALOR-MIN-REATIV       PIC 9(10)V99 VALUE ZERO.
001680*-----------------------------------------------------------------
001690* PISO DA FAIXA DE FRACIONAMENTO E DATAS DE CORTE DAS JANELAS
001700*-----------------------------------------------------------------
001710  77  MPL-PISO-FAIXA             PIC 9(10)V99 VALUE ZERO.
001720  77  MPL-CORTE-FRAC             PIC 9(08) VALUE ZERO.
001730  77  MPL-CORTE-PASSAGEM         PIC 9(08) VALUE ZERO.
001740  77  MPL-CORTE-REATIV           PIC 9(08) VALUE ZERO.
001750  77  MPL-CORTE-MINIMO           PIC 9(08) VALUE ZERO.
001760  77  MPL-DIAS-RECUO             PIC 9(03) VALUE ZERO.
001770 01  MPL-CORTE.
001780     05  MPL-CORTE-ANO           PIC 9(04).
001790     05  MPL-CORTE-MES           PIC 9(02).
001800     05  MPL-CORTE-DIA           PIC 9(02).
001810 01  MPL-CORTE-NUM REDEFINES MPL-CORTE
001820                                 PIC 9(08).
001830 01  MPL-TAB-DIAS-VAL            PIC X(24)
001840     VALUE "312831303130313130313031".
001850 01  MPL-TAB-DIAS REDEFINES MPL-TAB-DIAS-VAL.
001860     05  MPL-DIAS-MES            PIC 9(02) OCCURS 12 TIMES.
001870  77  MPL-RESTO-4                PIC 9(04) VALUE ZERO.
001880  77  MPL-RESTO-100              PIC 9(04) VALUE ZERO.
001890  77  MPL-RESTO-400              PIC 9(04) VALUE ZERO.
001900  77  MPL-QUOCIENTE              PIC 9(04) VALUE ZERO.
001910*-----------------------------------------------------------------
001920* ACUMULADORES DO CPF EM ANALISE
001930*-----------------------------------------------------------------
001940  77  MPL-DOC-GRUPO              PIC 9(11) VALUE ZERO.
001950  77  MPL-AGRUP-GRUPO            PIC 9(08) VALUE ZERO.
001960  77  MPL-ULTIMA-CONTA           PIC 9(08) VALUE ZERO.
001970  77  MPL-FRAC-QTDE              PIC 9(05) VALUE ZERO.
001980  77  MPL-FRAC-VALOR             PIC 9(12)V99 VALUE ZERO.
001990  77  MPL-SW-FRAC-HOJE           PIC X(01) VALUE "N".
002000      88  MPL-FRAC-HOJE               VALUE "S".
002010  77  MPL-PASS-ENTRADA           PIC 9(12)V99 VALUE ZERO.
002020  77  MPL-PASS-PARCELA           PIC 9(12)V99 VALUE ZERO.
002030  77  MPL-PASS-VALOR             PIC 9(12)V99 VALUE ZERO.
002040  77  MPL-PASS-QTDE              PIC 9(05) VALUE ZERO.
002050  77  MPL-SW-REATIVADA           PIC X(01) VALUE "N".
002060      88  MPL-REATIVADA               VALUE "S".
002070  77  MPL-REAT-VALOR             PIC 9(12)V99 VALUE ZERO.
002080  77  MPL-REAT-QTDE              PIC 9(05) VALUE ZERO.
002090  77  MPL-SW-REAT-HOJE           PIC X(01) VALUE "N".
002100      88  MPL-REAT-HOJE               VALUE "S".
002110*-----------------------------------------------------------------
002120* ALERTA A GRAVAR E CONTADORES DO RELATORIO
002130*-----------------------------------------------------------------
002140  77  MPL-ULTIMO-NUMERO          PIC 9(08) VALUE ZERO.
002150  77  MPL-ALR-CONTA              PIC 9(08) VALUE ZERO.
002160  77  MPL-ALR-REGRA              PIC X(02) VALUE SPACES.
002170  77  MPL-ALR-QTDE               PIC 9(05) VALUE ZERO.
002180  77  MPL-ALR-VALOR              PIC 9(12)V99 VALUE ZERO.
002190  77  MPL-QTDE-LIDOS             PIC 9(07) VALUE ZERO.
002200  77  MPL-QTDE-VL                PIC 9(07) VALUE ZERO.
002210  77  MPL-QTDE-FR                PIC 9(07) VALUE ZERO.
002220  77  MPL-QTDE-PS                PIC 9(07) VALUE ZERO.
002230  77  MPL-QTDE-RT                PIC 9(07) VALUE ZERO.
002240 01  MPL-LINHA-DET.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  DET-NUMERO              PIC 9(08).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  DET-REGRA               PIC X(02).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  DET-DOCUMENTO           PIC 9(11).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  DET-CONTA               PIC 9(08).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  DET-QTDE                PIC ZZZZ9.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  DET-VALOR               PIC Z(11)9.99.
002370 01  MPL-LINHA-RESUMO.
002380     05  FILLER                  PIC X(20) VALUE SPACES.
002390     05  RES-ROTULO              PIC X(30).
002400     05  RES-QTDE                PIC ZZZZZZ9.
002410 PROCEDURE DIVISION.
002420*-----------------------------------------------------------------
002430* 0000-MAINLINE - ORDENA POR CPF, DATA E HORA OS LANCAMENTOS DA
002440* JANELA DE ANALISE E AVALIA AS REGRAS DE CADA CPF.
002450*-----------------------------------------------------------------
002460 0000-MAINLINE.
002470     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
002480     SORT ARQ-ORDENADO
002490         ON ASCENDING KEY SRT-DOCUMENTO SRT-CONTA-AGRUP
002500                          SRT-DATA SRT-HORA
002510         INPUT PROCEDURE 2000-SELECIONAR
002520             THRU 2000-SELECIONAR-EXIT
002530         OUTPUT PROCEDURE 3000-ANALISAR THRU 3000-ANALISAR-EXIT
002540     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT
002550     STOP RUN.
002560*-----------------------------------------------------------------
002570* 1000-INICIAR - LE OS PARAMETROS, CALCULA O PISO DA FAIXA DE
002580* FRACIONAMENTO E AS DATAS DE CORTE DAS JANELAS, CONFERE O
002590* ARQUIVO DE ALERTAS E ABRE OS ARQUIVOS.
002600*-----------------------------------------------------------------
002610 1000-INICIAR.
002620     DISPLAY "MONPLD - INFORME A DATA DE REFERENCIA AAAAMMDD:"
002630     ACCEPT MPL-DATA-PARM
002640     DISPLAY "MONPLD - LIMITE COMUNICAVEL (12 DIGITOS, 2 DEC):"
002650     ACCEPT MPL-LIMITE
002660     DISPLAY "MONPLD - FAIXA DE FRACIONAMENTO EM % DO LIMITE:"
002670     ACCEPT MPL-PERC-FAIXA
002680     DISPLAY "MONPLD - QTDE MINIMA DE OPERACOES FRACIONADAS:"
002690     ACCEPT MPL-QTDE-MIN-FRAC
002700     DISPLAY "MONPLD - JANELA DE FRACIONAMENTO EM DIAS:"
002710     ACCEPT MPL-DIAS-FRAC
002720     DISPLAY "MONPLD - JANELA DE PASSAGEM EM DIAS:"
002730     ACCEPT MPL-DIAS-PASSAGEM
002740     DISPLAY "MONPLD - VALOR MINIMO DE PASSAGEM:"
002750     ACCEPT MPL-VALOR-MIN-PASSAGEM
002760     DISPLAY "MONPLD - JANELA APOS REATIVACAO EM DIAS:"
002770     ACCEPT MPL-DIAS-REATIV
002780     DISPLAY "MONPLD - VALOR MINIMO MOVIMENTADO APOS REATIVACAO:"
002790     ACCEPT MPL-VALOR-MIN-REATIV
002800     IF MPL-DATA-PARM = ZERO OR MPL-LIMITE = ZERO
002810         DISPLAY "DATA DE REFERENCIA E LIMITE SAO OBRIGATORIOS."
002820         STOP RUN
002830     END-IF
002840     IF MPL-PERC-FAIXA = ZERO OR MPL-PERC-FAIXA > 99
002850         DISPLAY "FAIXA DE FRACIONAMENTO DEVE SER DE 1 A 99%."
002860         STOP RUN
002870     END-IF
002880     COMPUTE MPL-PISO-FAIXA ROUNDED =
002890         MPL-LIMITE * MPL-PERC-FAIXA / 100
002900     MOVE MPL-DIAS-FRAC TO MPL-DIAS-RECUO
002910     PERFORM 1200-CALCULAR-CORTE THRU 1200-CALCULAR-CORTE-EXIT
002920     MOVE MPL-CORTE-NUM TO MPL-CORTE-FRAC
002930     MOVE MPL-DIAS-PASSAGEM TO MPL-DIAS-RECUO
002940     PERFORM 1200-CALCULAR-CORTE THRU 1200-CALCULAR-CORTE-EXIT
002950     MOVE MPL-CORTE-NUM TO MPL-CORTE-PASSAGEM
002960     MOVE MPL-DIAS-REATIV TO MPL-DIAS-RECUO
002970     PERFORM 1200-CALCULAR-CORTE THRU 1200-CALCULAR-CORTE-EXIT
002980     MOVE MPL-CORTE-NUM TO MPL-CORTE-REATIV
002990     MOVE MPL-CORTE-FRAC TO MPL-CORTE-MINIMO
003000     IF MPL-CORTE-PASSAGEM < MPL-CORTE-MINIMO
003010         MOVE MPL-CORTE-PASSAGEM TO MPL-CORTE-MINIMO
003020     END-IF
003030     IF MPL-CORTE-REATIV < MPL-CORTE-MINIMO
003040         MOVE MPL-CORTE-REATIV TO MPL-CORTE-MINIMO
003050     END-IF
003060     PERFORM 1100-CONFERIR-ALERTAS
003070         THRU 1100-CONFERIR-ALERTAS-EXIT
003080     OPEN INPUT CONTA-MESTRE
003090     IF NOT MPL-CONTA-OK
003100         DISPLAY "ERRO AO ABRIR CONTA-MESTRE. STATUS: "
003110             MPL-STATUS-CONTA
003120         STOP RUN
003130     END-IF
003140     OPEN EXTEND ALERTAS
003150     IF NOT MPL-PLD-OK
003160         OPEN OUTPUT ALERTAS
003170         IF NOT MPL-PLD-OK
003180             DISPLAY "ERRO AO ABRIR O ARQUIVO DE ALERTAS. "
003190                 "STATUS: " MPL-STATUS-PLD
003200             STOP RUN
003210         END-IF
003220     END-IF
003230     OPEN OUTPUT RELATORIO
003240     IF NOT MPL-REL-OK
003250         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
003260             MPL-STATUS-REL
003270         STOP RUN
003280     END-IF
003290     MOVE SPACES TO REL-LINHA
003300     STRING "MONITORAMENTO DE PREVENCAO A LAVAGEM DE DINHEIRO - "
003310         "DATA " MPL-DATA-PARM
003320         DELIMITED BY SIZE INTO REL-LINHA
003330     WRITE REL-LINHA
003340     MOVE SPACES TO REL-LINHA
003350     STRING "JANELAS DESDE: FRACIONAMENTO " MPL-CORTE-FRAC
003360         " PASSAGEM " MPL-CORTE-PASSAGEM
003370         " REATIVACAO " MPL-CORTE-REATIV
003380         DELIMITED BY SIZE INTO REL-LINHA
003390     WRITE REL-LINHA
003400     MOVE SPACES TO REL-LINHA
003410     WRITE REL-LINHA
003420     MOVE SPACES TO REL-LINHA
003430     STRING "  ALERTA    REGRA CPF          CONTA        QTDE"
003440         "            VALOR"
003450         DELIMITED BY SIZE INTO REL-LINHA
003460     WRITE REL-LINHA.
003470 1000-INICIAR-EXIT.
003480     EXIT.
003490*-----------------------------------------------------------------
003500* 1100-CONFERIR-ALERTAS - LE O ARQUIVO DE ALERTAS (QUANDO JA
003510* EXISTE) PARA CONTINUAR A NUMERACAO E RECUSA A RERODADA PARA
003520* UMA DATA DE REFERENCIA JA MONITORADA, QUE DUPLICARIA ALERTAS.
003530*-----------------------------------------------------------------
003540 1100-CONFERIR-ALERTAS.
003550     OPEN INPUT ALERTAS
003560     IF NOT MPL-PLD-OK
003570         GO TO 1100-CONFERIR-ALERTAS-EXIT
003580     END-IF
003590     PERFORM 1110-LER-ALERTA THRU 1110-LER-ALERTA-EXIT
003600         UNTIL MPL-FIM-PLD
003610     CLOSE ALERTAS.
003620 1100-CONFERIR-ALERTAS-EXIT.
003630     EXIT.

003640 1110-LER-ALERTA.
003650     READ ALERTAS
003660         AT END
003670             MOVE "S" TO MPL-SW-FIM-PLD
003680         NOT AT END
003690             IF PLD-NUMERO > MPL-ULTIMO-NUMERO
003700                 MOVE PLD-NUMERO TO MPL-ULTIMO-NUMERO
003710             END-IF
003720             IF PLD-DATA-REF = MPL-DATA-PARM
003730                 DISPLAY "DATA " MPL-DATA-PARM
003740                     " JA MONITORADA. JOB ENCERRADO."
003750                 STOP RUN
003760             END-IF
003770     END-READ.
003780 1110-LER-ALERTA-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810* 1200-CALCULAR-CORTE - RECUA A DATA DE REFERENCIA O NUMERO DE
003820* DIAS DA JANELA (MPL-DIAS-RECUO), DEIXANDO A DATA DE CORTE EM
003830* MPL-CORTE-NUM.
003840*-----------------------------------------------------------------
003850 1200-CALCULAR-CORTE.
003860     MOVE MPL-DATA-PARM TO MPL-CORTE-NUM
003870     PERFORM 1210-RETROCEDER-DIA THRU 1210-RETROCEDER-DIA-EXIT
003880         MPL-DIAS-RECUO TIMES.
003890 1200-CALCULAR-CORTE-EXIT.
003900     EXIT.
003910*-----------------------------------------------------------------
003920* 1210-RETROCEDER-DIA - RECUA A DATA DE CORTE EM UM DIA DE
003930* CALENDARIO, TRATANDO A VIRADA DE MES, DE ANO E O ANO
003940* BISSEXTO (MESMO CRITERIO DO DORMCTA).
003950*-----------------------------------------------------------------
003960 1210-RETROCEDER-DIA.
003970     SUBTRACT 1 FROM MPL-CORTE-DIA
003980     IF MPL-CORTE-DIA = ZERO
003990         SUBTRACT 1 FROM MPL-CORTE-MES
004000         IF MPL-CORTE-MES = ZERO
004010             MOVE 12 TO MPL-CORTE-MES
004020             SUBTRACT 1 FROM MPL-CORTE-ANO
004030         END-IF
004040         MOVE MPL-DIAS-MES(MPL-CORTE-MES) TO MPL-CORTE-DIA
004050         IF MPL-CORTE-MES = 02
004060             PERFORM 1220-TESTAR-BISSEXTO
004070                 THRU 1220-TESTAR-BISSEXTO-EXIT
004080         END-IF
004090     END-IF.
004100 1210-RETROCEDER-DIA-EXIT.
004110     EXIT.

004120 1220-TESTAR-BISSEXTO.
004130     DIVIDE MPL-CORTE-ANO BY 4 GIVING MPL-QUOCIENTE
004140         REMAINDER MPL-RESTO-4
004150     DIVIDE MPL-CORTE-ANO BY 100 GIVING MPL-QUOCIENTE
004160         REMAINDER MPL-RESTO-100
004170     DIVIDE MPL-CORTE-ANO BY 400 GIVING MPL-QUOCIENTE
004180         REMAINDER MPL-RESTO-400
004190     IF MPL-RESTO-4 = ZERO
004200         AND (MPL-RESTO-100 NOT = ZERO OR MPL-RESTO-400 = ZERO)
004210         MOVE 29 TO MPL-CORTE-DIA
004220     END-IF.
004230 1220-TESTAR-BISSEXTO-EXIT.
004240     EXIT.
004250*-----------------------------------------------------------------
004260* 2000-SELECIONAR - PROCEDIMENTO DE ENTRADA DO SORT: LE O
004270* ARQUIVO MORTO E O DIARIO DO DIA (QUALQUER DOS DOIS PODE NAO
004280* EXISTIR) E LIBERA OS LANCAMENTOS DE INTERESSE DA JANELA.
004290*-----------------------------------------------------------------
004300 2000-SELECIONAR.
004310     OPEN INPUT ARQUIVO-MORTO
004320     IF MPL-ARQ-OK
004330         PERFORM 8000-LER-ARQ THRU 8000-LER-ARQ-EXIT
004340         PERFORM 2100-LIBERAR-ARQ THRU 2100-LIBERAR-ARQ-EXIT
004350             UNTIL MPL-FIM-ARQ
004360         CLOSE ARQUIVO-MORTO
004370     ELSE
004380         DISPLAY "SEM ARQUIVO MORTO (MOVARQ) - SO O DIARIO DO "
004390             "DIA E ANALISADO."
004400     END-IF
004410     OPEN INPUT MOVIMENTO
004420     IF MPL-MOV-OK
004430         PERFORM 8100-LER-MOV THRU 8100-LER-MOV-EXIT
004440         PERFORM 2200-LIBERAR-MOV THRU 2200-LIBERAR-MOV-EXIT
004450             UNTIL MPL-FIM-MOV
004460         CLOSE MOVIMENTO
004470     END-IF.
004480 2000-SELECIONAR-EXIT.
004490     EXIT.

004500 2100-LIBERAR-ARQ.
004510     MOVE ARQ-CONTA TO SRT-CONTA
004520     MOVE ARQ-TIPO  TO SRT-TIPO
004530     MOVE ARQ-VALOR TO SRT-VALOR
004540     MOVE ARQ-DATA  TO SRT-DATA
004550     MOVE ARQ-HORA  TO SRT-HORA
004560     PERFORM 2300-LIBERAR-SORT THRU 2300-LIBERAR-SORT-EXIT
004570     PERFORM 8000-LER-ARQ THRU 8000-LER-ARQ-EXIT.
004580 2100-LIBERAR-ARQ-EXIT.
004590     EXIT.

004600 2200-LIBERAR-MOV.
004610     MOVE MOV-CONTA TO SRT-CONTA
004620     MOVE MOV-TIPO  TO SRT-TIPO
004630     MOVE MOV-VALOR TO SRT-VALOR
004640     MOVE MOV-DATA  TO SRT-DATA
004650     MOVE MOV-HORA  TO SRT-HORA
004660     PERFORM 2300-LIBERAR-SORT THRU 2300-LIBERAR-SORT-EXIT
004670     PERFORM 8100-LER-MOV THRU 8100-LER-MOV-EXIT.
004680 2200-LIBERAR-MOV-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------------
004710* 2300-LIBERAR-SORT - SO LIBERA OS LANCAMENTOS DA JANELA DOS
004720* TIPOS ANALISADOS (ESPECIE 01/02, TRANSFERENCIAS 05/06/07/08 E
004730* REATIVACAO 16), JA COM O CPF DA CONTA. A CONTA SEM CPF
004740* VINCULADO E AGRUPADA SOZINHA PELO PROPRIO NUMERO.
004750*-----------------------------------------------------------------
004760 2300-LIBERAR-SORT.
004770     IF SRT-DATA < MPL-CORTE-MINIMO OR SRT-DATA > MPL-DATA-PARM
004780         GO TO 2300-LIBERAR-SORT-EXIT
004790     END-IF
004800     IF NOT SRT-TIPO-ESPECIE AND NOT SRT-TIPO-ENTRADA
004810         AND NOT SRT-TIPO-SAIDA-EXT AND NOT SRT-TIPO-REATIVACAO
004820         AND SRT-TIPO NOT = "05"
004830         GO TO 2300-LIBERAR-SORT-EXIT
004840     END-IF
004850     MOVE ZERO TO SRT-DOCUMENTO
004860     MOVE SRT-CONTA TO CONTA-NUMERO
004870     READ CONTA-MESTRE
004880         INVALID KEY
004890             CONTINUE
004900         NOT INVALID KEY
004910             MOVE CONTA-DOCUMENTO TO SRT-DOCUMENTO
004920     END-READ
004930     IF SRT-DOCUMENTO = ZERO
004940         MOVE SRT-CONTA TO SRT-CONTA-AGRUP
004950     ELSE
004960         MOVE ZERO TO SRT-CONTA-AGRUP
004970     END-IF
004980     ADD 1 TO MPL-QTDE-LIDOS
004990     RELEASE SRT-REG.
005000 2300-LIBERAR-SORT-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030* 3000-ANALISAR - PROCEDIMENTO DE SAIDA DO SORT: AVALIA AS
005040* REGRAS CPF A CPF, NA ORDEM CRONOLOGICA DOS LANCAMENTOS.
005050*-----------------------------------------------------------------
005060 3000-ANALISAR.
005070     PERFORM 8200-RETORNAR THRU 8200-RETORNAR-EXIT
005080     PERFORM 3100-TRATAR-CPF THRU 3100-TRATAR-CPF-EXIT
005090         UNTIL MPL-FIM-SORT.
005100 3000-ANALISAR-EXIT.
005110     EXIT.

005120 3100-TRATAR-CPF.
005130     MOVE SRT-DOCUMENTO   TO MPL-DOC-GRUPO
005140     MOVE SRT-CONTA-AGRUP TO MPL-AGRUP-GRUPO
005150     MOVE ZERO TO MPL-ULTIMA-CONTA
005160     MOVE ZERO TO MPL-FRAC-QTDE
005170     MOVE ZERO TO MPL-FRAC-VALOR
005180     MOVE "N"  TO MPL-SW-FRAC-HOJE
005190     MOVE ZERO TO MPL-PASS-ENTRADA
005200     MOVE ZERO TO MPL-PASS-VALOR
005210     MOVE ZERO TO MPL-PASS-QTDE
005220     MOVE "N"  TO MPL-SW-REATIVADA
005230     MOVE ZERO TO MPL-REAT-VALOR
005240     MOVE ZERO TO MPL-REAT-QTDE
005250     MOVE "N"  TO MPL-SW-REAT-HOJE
005260     PERFORM 3110-AVALIAR-LANC THRU 3110-AVALIAR-LANC-EXIT
005270         UNTIL MPL-FIM-SORT
005280            OR SRT-DOCUMENTO NOT = MPL-DOC-GRUPO
005290            OR SRT-CONTA-AGRUP NOT = MPL-AGRUP-GRUPO
005300     PERFORM 3200-AVALIAR-CPF THRU 3200-AVALIAR-CPF-EXIT.
005310 3100-TRATAR-CPF-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------------
005340* 3110-AVALIAR-LANC - ACUMULA O LANCAMENTO NAS REGRAS DO CPF. A
005350* OPERACAO EM ESPECIE DA DATA IGUAL OU ACIMA DO LIMITE GERA O
005360* ALERTA NA HORA; AS DEMAIS REGRAS SAO AVALIADAS NO FIM DO CPF.
005370* NA PASSAGEM, CADA SAIDA POR 07 DA DATA CONSOME A ENTRADA
005380* (08/06) AINDA NAO CONSUMIDA DA JANELA, EM ORDEM CRONOLOGICA.
005390* A REATIVACAO (16) DENTRO DA JANELA REINICIA A SOMA DO
005400* MOVIMENTO POSTERIOR A ELA.
005410*-----------------------------------------------------------------
005420 3110-AVALIAR-LANC.
005430     IF SRT-TIPO-REATIVACAO
005440         IF SRT-DATA NOT < MPL-CORTE-REATIV
005450             MOVE "S"  TO MPL-SW-REATIVADA
005460             MOVE ZERO TO MPL-REAT-VALOR
005470             MOVE ZERO TO MPL-REAT-QTDE
005480             MOVE "N"  TO MPL-SW-REAT-HOJE
005490         END-IF
005500         GO TO 3110-PROXIMO
005510     END-IF
005520     MOVE SRT-CONTA TO MPL-ULTIMA-CONTA
005530     IF SRT-TIPO-ESPECIE
005540         IF SRT-DATA = MPL-DATA-PARM
005550             AND SRT-VALOR NOT < MPL-LIMITE
005560             MOVE SRT-CONTA TO MPL-ALR-CONTA
005570             MOVE "VL"      TO MPL-ALR-REGRA
005580             MOVE 1         TO MPL-ALR-QTDE
005590             MOVE SRT-VALOR TO MPL-ALR-VALOR
005600             PERFORM 8300-GRAVAR-ALERTA
005610                 THRU 8300-GRAVAR-ALERTA-EXIT
005620         END-IF
005630         IF SRT-VALOR NOT < MPL-PISO-FAIXA
005640             AND SRT-VALOR < MPL-LIMITE
005650             AND SRT-DATA NOT < MPL-CORTE-FRAC
005660             ADD 1 TO MPL-FRAC-QTDE
005670             ADD SRT-VALOR TO MPL-FRAC-VALOR
005680             IF SRT-DATA = MPL-DATA-PARM
005690                 MOVE "S" TO MPL-SW-FRAC-HOJE
005700             END-IF
005710         END-IF
005720     END-IF
005730     IF SRT-TIPO-ENTRADA AND SRT-DATA NOT < MPL-CORTE-PASSAGEM
005740         ADD SRT-VALOR TO MPL-PASS-ENTRADA
005750     END-IF
005760     IF SRT-TIPO-SAIDA-EXT AND SRT-DATA = MPL-DATA-PARM
005770         AND MPL-PASS-ENTRADA > ZERO
005780         IF SRT-VALOR < MPL-PASS-ENTRADA
005790             MOVE SRT-VALOR TO MPL-PASS-PARCELA
005800         ELSE
005810             MOVE MPL-PASS-ENTRADA TO MPL-PASS-PARCELA
005820         END-IF
005830         ADD MPL-PASS-PARCELA TO MPL-PASS-VALOR
005840         SUBTRACT MPL-PASS-PARCELA FROM MPL-PASS-ENTRADA
005850         ADD 1 TO MPL-PASS-QTDE
005860     END-IF
005870     IF MPL-REATIVADA
005880         ADD SRT-VALOR TO MPL-REAT-VALOR
005890         ADD 1 TO MPL-REAT-QTDE
005900         IF SRT-DATA = MPL-DATA-PARM
005910             MOVE "S" TO MPL-SW-REAT-HOJE
005920         END-IF
005930     END-IF.
005940 3110-PROXIMO.
005950     PERFORM 8200-RETORNAR THRU 8200-RETORNAR-EXIT.
005960 3110-AVALIAR-LANC-EXIT.
005970     EXIT.
005980*-----------------------------------------------------------------
005990* 3200-AVALIAR-CPF - NO FIM DO CPF, GRAVA OS ALERTAS DAS REGRAS
006000* AGREGADAS: FRACIONAMENTO (QUANTIDADE MINIMA NA FAIXA DENTRO DA
006010* JANELA, UMA DELAS NA DATA), PASSAGEM (VALOR QUE ENTROU E SAIU
006020* NA JANELA) E MOVIMENTO APOS REATIVACAO.
006030*-----------------------------------------------------------------
006040 3200-AVALIAR-CPF.
006050     MOVE MPL-ULTIMA-CONTA TO MPL-ALR-CONTA
006060     IF MPL-FRAC-HOJE AND MPL-FRAC-QTDE NOT < MPL-QTDE-MIN-FRAC
006070         MOVE "FR"           TO MPL-ALR-REGRA
006080         MOVE MPL-FRAC-QTDE  TO MPL-ALR-QTDE
006090         MOVE MPL-FRAC-VALOR TO MPL-ALR-VALOR
006100         PERFORM 8300-GRAVAR-ALERTA THRU 8300-GRAVAR-ALERTA-EXIT
006110     END-IF
006120     IF MPL-PASS-VALOR > ZERO
006130         AND MPL-PASS-VALOR NOT < MPL-VALOR-MIN-PASSAGEM
006140         MOVE "PS"           TO MPL-ALR-REGRA
006150         MOVE MPL-PASS-QTDE  TO MPL-ALR-QTDE
006160         MOVE MPL-PASS-VALOR TO MPL-ALR-VALOR
006170         PERFORM 8300-GRAVAR-ALERTA THRU 8300-GRAVAR-ALERTA-EXIT
006180     END-IF
006190     IF MPL-REAT-HOJE
006200         AND MPL-REAT-VALOR NOT < MPL-VALOR-MIN-REATIV
006210         MOVE "RT"           TO MPL-ALR-REGRA
006220         MOVE MPL-REAT-QTDE  TO MPL-ALR-QTDE
006230         MOVE MPL-REAT-VALOR TO MPL-ALR-VALOR
006240         PERFORM 8300-GRAVAR-ALERTA THRU 8300-GRAVAR-ALERTA-EXIT
006250     END-IF.
006260 3200-AVALIAR-CPF-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------------
006290* 4000-FINALIZAR - IMPRIME O RESUMO E FECHA OS ARQUIVOS.
006300*-----------------------------------------------------------------
006310 4000-FINALIZAR.
006320     MOVE SPACES TO REL-LINHA
006330     WRITE REL-LINHA
006340     MOVE SPACES TO MPL-LINHA-RESUMO
006350     MOVE "LANCAMENTOS ANALISADOS:" TO RES-ROTULO
006360     MOVE MPL-QTDE-LIDOS TO RES-QTDE
006370     WRITE REL-LINHA FROM MPL-LINHA-RESUMO
006380     MOVE SPACES TO MPL-LINHA-RESUMO
006390     MOVE "ALERTAS VL (VALOR):" TO RES-ROTULO
006400     MOVE MPL-QTDE-VL TO RES-QTDE
006410     WRITE REL-LINHA FROM MPL-LINHA-RESUMO
006420     MOVE SPACES TO MPL-LINHA-RESUMO
006430     MOVE "ALERTAS FR (FRACIONAMENTO):" TO RES-ROTULO
006440     MOVE MPL-QTDE-FR TO RES-QTDE
006450     WRITE REL-LINHA FROM MPL-LINHA-RESUMO
006460     MOVE SPACES TO MPL-LINHA-RESUMO
006470     MOVE "ALERTAS PS (PASSAGEM):" TO RES-ROTULO
006480     MOVE MPL-QTDE-PS TO RES-QTDE
006490     WRITE REL-LINHA FROM MPL-LINHA-RESUMO
006500     MOVE SPACES TO MPL-LINHA-RESUMO
006510     MOVE "ALERTAS RT (REATIVACAO):" TO RES-ROTULO
006520     MOVE MPL-QTDE-RT TO RES-QTDE
006530     WRITE REL-LINHA FROM MPL-LINHA-RESUMO
006540     CLOSE CONTA-MESTRE
006550     CLOSE ALERTAS
006560     CLOSE RELATORIO
006570     DISPLAY "MONPLD - LANCAMENTOS ANALISADOS: " MPL-QTDE-LIDOS
006580     DISPLAY "MONPLD - ALERTAS GERADOS: VL " MPL-QTDE-VL
006590         " FR " MPL-QTDE-FR " PS " MPL-QTDE-PS
006600         " RT " MPL-QTDE-RT.
006610 4000-FINALIZAR-EXIT.
006620     EXIT.
006630*-----------------------------------------------------------------
006640* 8000-LER-ARQ - LE O PROXIMO LANCAMENTO DO ARQUIVO MORTO E
006650* SINALIZA O FIM DE ARQUIVO.
006660*-----------------------------------------------------------------
006670 8000-LER-ARQ.
006680     READ ARQUIVO-MORTO
006690         AT END
006700             MOVE "S" TO MPL-SW-FIM-ARQ
006710     END-READ.
006720 8000-LER-ARQ-EXIT.
006730     EXIT.
006740*-----------------------------------------------------------------
006750* 8100-LER-MOV - LE O PROXIMO LANCAMENTO DO DIARIO DO DIA E
006760* SINALIZA O FIM DE ARQUIVO.
006770*-----------------------------------------------------------------
006780 8100-LER-MOV.
006790     READ MOVIMENTO
006800         AT END
006810             MOVE "S" TO MPL-SW-FIM-MOV
006820     END-READ.
006830 8100-LER-MOV-EXIT.
006840     EXIT.
006850*-----------------------------------------------------------------
006860* 8200-RETORNAR - DEVOLVE O PROXIMO LANCAMENTO JA ORDENADO POR
006870* CPF, DATA E HORA.
006880*-----------------------------------------------------------------
006890 8200-RETORNAR.
006900     RETURN ARQ-ORDENADO
006910         AT END
006920             MOVE "S" TO MPL-SW-FIM-SORT
006930     END-RETURN.
006940 8200-RETORNAR-EXIT.
006950     EXIT.
006960*-----------------------------------------------------------------
006970* 8300-GRAVAR-ALERTA - GRAVA O ALERTA PENDENTE JA PREENCHIDO
006980* (CONTA, REGRA, QUANTIDADE E VALOR) COM O PROXIMO NUMERO, PARA
006990* O CPF EM ANALISE, E IMPRIME A LINHA DO RELATORIO.
007000*-----------------------------------------------------------------
007010 8300-GRAVAR-ALERTA.
007020     ADD 1 TO MPL-ULTIMO-NUMERO
007030     MOVE SPACES            TO PLD-REG
007040     MOVE MPL-ULTIMO-NUMERO TO PLD-NUMERO
007050     MOVE MPL-DATA-PARM     TO PLD-DATA-REF
007060     MOVE MPL-DOC-GRUPO     TO PLD-DOCUMENTO
007070     MOVE MPL-ALR-CONTA     TO PLD-CONTA
007080     MOVE MPL-ALR-REGRA     TO PLD-REGRA
007090     MOVE MPL-ALR-QTDE      TO PLD-QTDE-OPER
007100     MOVE MPL-ALR-VALOR     TO PLD-VALOR
007110     MOVE "P"               TO PLD-SITUACAO
007120     MOVE ZERO              TO PLD-OPERADOR
007130     MOVE ZERO              TO PLD-DATA-ANALISE
007140     MOVE ZERO              TO PLD-DATA-COMUNIC
007150     WRITE PLD-REG
007160     EVALUATE TRUE
007170         WHEN PLD-REGRA-VALOR
007180             ADD 1 TO MPL-QTDE-VL
007190         WHEN PLD-REGRA-FRACIONAMENTO
007200             ADD 1 TO MPL-QTDE-FR
007210         WHEN PLD-REGRA-PASSAGEM
007220             ADD 1 TO MPL-QTDE-PS
007230         WHEN PLD-REGRA-REATIVACAO
007240             ADD 1 TO MPL-QTDE-RT
007250     END-EVALUATE
007260     MOVE PLD-NUMERO    TO DET-NUMERO
007270     MOVE PLD-REGRA     TO DET-REGRA
007280     MOVE PLD-DOCUMENTO TO DET-DOCUMENTO
007290     MOVE PLD-CONTA     TO DET-CONTA
007300     MOVE PLD-QTDE-OPER TO DET-QTDE
007310     MOVE PLD-VALOR     TO DET-VALOR
007320     WRITE REL-LINHA FROM MPL-LINHA-DET.
007330 8300-GRAVAR-ALERTA-EXIT.
007340     EXIT.

007350 END PROGRAM MONPLD.
