
000010*-----------------------------------------------------------------
000020* PROPOSITO: RECUPERACAO DAS OPERACOES INTERROMPIDAS DO CAIXA
000030*            ELETRONICO, NO INICIO DA CADEIA NOTURNA (ANTES DO
000040*            CONCILIA). PERCORRE O ARQUIVO DE INTENCOES
000050*            (INTENCAO, GRAVADO PELO CAIXA NO SAQUE, NAS
000055*            TRANSFERENCIAS E NO PAGAMENTO DE BOLETO) E TRATA
000060*            CADA INTENCAO QUE FICOU
000070*            PENDENTE PORQUE O CAIXA CAIU NO MEIO DA OPERACAO:
000080*            - SE O LANCAMENTO DE DEBITO DA OPERACAO JA ESTA NO
000090*              DIARIO DO DIA (MOVTO), A OPERACAO PASSOU DO PONTO
000100*              SEM VOLTA E E TERMINADA: GRAVA O LANCAMENTO DE
000110*              CREDITO DA TRANSFERENCIA (06) OU O ITEM DA
000120*              TRANSFERENCIA PARA OUTRO BANCO (TRFEXT) OU O
000130*              ITEM DO PAGAMENTO DE BOLETO (PAGBOL) QUE
000135*              FALTAREM;
000140*            - SE NAO ESTA, A OPERACAO E DESFEITA: OS SALDOS DA
000150*              CONTA DE ORIGEM E DE DESTINO E A GAVETA DE
000160*              CEDULAS DO TERMINAL VOLTAM A IMAGEM ANTERIOR
000170*              GUARDADA NA INTENCAO;
000180*            - SE O SALDO OU A GAVETA NAO CONFEREM COM NENHUMA
000190*              DAS IMAGENS (OU A INTENCAO E DE OUTRA DATA), NADA
000200*              E ALTERADO E A INTENCAO FICA PARA TRATAMENTO
000210*              MANUAL.
000220*            O RESULTADO FICA GRAVADO NA PROPRIA INTENCAO E
000230*            LISTADO NO RELATORIO RECUPERA. AS INTENCOES
000240*            CONCLUIDAS NORMALMENTE PELO CAIXA SAO EXCLUIDAS.
000250*            O ACUMULADOR DIARIO (TOTDIA) NAO E TOCADO: SO VALE
000260*            PARA OS LIMITES DO DIA E E ZERADO PELO FECHDIA.
000270*-----------------------------------------------------------------
000280* HISTORICO DE ALTERACOES
000290* 2026-10-15 LS  PROGRAMA CRIADO.
000295* 2026-10-15 LS  TERMINA TAMBEM O PAGAMENTO DE BOLETO (23),
000296*                GRAVANDO O ITEM DO PAGBOL QUE FALTAR.
000300*-----------------------------------------------------------------
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. RECUPERA.
000330 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000340 INSTALLATION. BANCO.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT INTENCOES ASSIGN TO "INTENCAO"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS INT-CHAVE
000440         FILE STATUS IS RCP-STATUS-INT.
000450     SELECT CONTA-MESTRE ASSIGN TO "CONTAS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CONTA-NUMERO
000490         FILE STATUS IS RCP-STATUS-CONTA.
000500     SELECT CEDULAS-MESTRE ASSIGN TO "CEDULAS"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CED-CHAVE
000540         FILE STATUS IS RCP-STATUS-CED.
000550     SELECT MOVIMENTO ASSIGN TO "MOVTO"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RCP-STATUS-MOV.
000580     SELECT TRANSF-EXTERNA ASSIGN TO "TRFEXT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS RCP-STATUS-TEX.
000601     SELECT PAGAMENTOS-BOL ASSIGN TO "PAGBOL"
000602         ORGANIZATION IS SEQUENTIAL
000603         FILE STATUS IS RCP-STATUS-BOL.
000610     SELECT CONTROLE-DIA ASSIGN TO "DIACTL"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS RCP-STATUS-DCT.
000640     SELECT RELATORIO ASSIGN TO "RECUPERA"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS RCP-STATUS-REL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  INTENCOES.
000700     COPY INTREG.
000710 FD  CONTA-MESTRE.
000720     COPY CONTAREG.
000730 FD  CEDULAS-MESTRE.
000740     COPY CEDREG.
000750 FD  MOVIMENTO.
000760     COPY MOVREG.
000770 FD  TRANSF-EXTERNA.
000780     COPY TEXREG.
000781 FD  PAGAMENTOS-BOL.
000782     COPY BOLREG.
000790 FD  CONTROLE-DIA.
000800     COPY DIACTL.
000810 FD  RELATORIO.
000820 01  REL-LINHA                   PIC X(80).
000830 WORKING-STORAGE SECTION.
000840*-----------------------------------------------------------------
000850* AREA DE CONTROLE DE ARQUIVOS
000860*-----------------------------------------------------------------
000870  77  RCP-STATUS-INT             PIC X(02).
000880      88  RCP-INT-OK                  VALUE "00".
000890  77  RCP-STATUS-CONTA           PIC X(02).
000900      88  RCP-CONTA-OK                VALUE "00".
000910  77  RCP-STATUS-CED             PIC X(02).
000920      88  RCP-CED-OK                  VALUE "00".
000930  77  RCP-STATUS-MOV             PIC X(02).
000940      88  RCP-MOV-OK                  VALUE "00".
000950  77  RCP-STATUS-TEX             PIC X(02).
000960      88  RCP-TEX-OK                  VALUE "00".
000961  77  RCP-STATUS-BOL             PIC X(02).
000962      88  RCP-BOL-OK                  VALUE "00".
000970  77  RCP-STATUS-DCT             PIC X(02).
000980      88  RCP-DCT-OK                  VALUE "00".
000990  77  RCP-STATUS-REL             PIC X(02).
001000      88  RCP-REL-OK                  VALUE "00".
001010  77  RCP-SW-FIM                 PIC X(01) VALUE "N".
001020      88  RCP-FIM-ARQUIVO             VALUE "S".
001030  77  RCP-SW-FIM-MOV             PIC X(01) VALUE "N".
001040      88  RCP-FIM-MOV                 VALUE "S".
001050  77  RCP-SW-FIM-TEX             PIC X(01) VALUE "N".
001060      88  RCP-FIM-TEX                 VALUE "S".
001061  77  RCP-SW-FIM-BOL             PIC X(01) VALUE "N".
001062      88  RCP-FIM-BOL                 VALUE "S".
001070  77  RCP-SW-INTENCOES           PIC X(01) VALUE "N".
001080      88  RCP-TEM-INTENCOES           VALUE "S".
001090  77  RCP-SW-CEDULAS             PIC X(01) VALUE "N".
001100      88  RCP-TEM-CEDULAS             VALUE "S".
001110*-----------------------------------------------------------------
001120* PESQUISA NO DIARIO, NO ARQUIVO DE TRANSFERENCIAS EXTERNAS E NO
001125* DE PAGAMENTOS DE BOLETOS
001130*-----------------------------------------------------------------
001140  77  RCP-PESQ-CONTA             PIC 9(08) VALUE ZERO.
001150  77  RCP-PESQ-TIPO              PIC X(02) VALUE SPACES.
001160  77  RCP-PESQ-RELAC             PIC 9(08) VALUE ZERO.
001170  77  RCP-SW-ACHOU-MOV           PIC X(01) VALUE "N".
001180      88  RCP-MOV-ACHADO              VALUE "S".
001190  77  RCP-SW-ACHOU-TEX           PIC X(01) VALUE "N".
001200      88  RCP-TEX-ACHADO              VALUE "S".
001201  77  RCP-SW-ACHOU-BOL           PIC X(01) VALUE "N".
001202      88  RCP-BOL-ACHADO              VALUE "S".
001210*-----------------------------------------------------------------
001220* ESTADO DE CADA PERNA DA OPERACAO CONTRA AS IMAGENS DA INTENCAO:
001230* "I" INTACTA (IMAGEM ANTERIOR), "A" APLICADA (IMAGEM
001240* POSTERIOR), "X" NAO CONFERE COM NENHUMA DAS DUAS.
001250*-----------------------------------------------------------------
001260  77  RCP-ESTADO-ORIG            PIC X(01) VALUE SPACE.
001270  77  RCP-ESTADO-DEST            PIC X(01) VALUE SPACE.
001280  77  RCP-ESTADO-CED             PIC X(01) VALUE SPACE.
001290  77  RCP-IDX-CED                PIC 9(01) VALUE ZERO.
001300  77  RCP-QTDE-APOS-CED          PIC 9(07) VALUE ZERO.
001310  77  RCP-SW-DIVERGE             PIC X(01) VALUE "N".
001320      88  RCP-DIVERGENTE              VALUE "S".
001330  77  RCP-MOTIVO                 PIC X(60) VALUE SPACES.
001340*-----------------------------------------------------------------
001350* DATA DE MOVIMENTO E CONTADORES
001360*-----------------------------------------------------------------
001370  77  RCP-DATA-PARM              PIC 9(08) VALUE ZERO.
001380  77  RCP-QTDE-LIDAS             PIC 9(05) VALUE ZERO.
001390  77  RCP-QTDE-EXCLUIDAS         PIC 9(05) VALUE ZERO.
001400  77  RCP-QTDE-PENDENTES         PIC 9(05) VALUE ZERO.
001410  77  RCP-QTDE-FINALIZADAS       PIC 9(05) VALUE ZERO.
001420  77  RCP-QTDE-DESFEITAS         PIC 9(05) VALUE ZERO.
001430  77  RCP-QTDE-MANUAIS           PIC 9(05) VALUE ZERO.
001440 01  RCP-LINHA-DET.
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  DET-TERMINAL            PIC 9(03).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  DET-DATA                PIC 9(08).
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  DET-HORA                PIC 9(08).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  DET-OPERACAO            PIC X(02).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  DET-CONTA               PIC 9(08).
001550     05  FILLER                  PIC X(01) VALUE SPACES.
001560     05  DET-DESTINO             PIC 9(08).
001570     05  FILLER                  PIC X(01) VALUE SPACES.
001580     05  DET-VALOR               PIC Z(09)9.99.
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  DET-ACAO                PIC X(10).
001610 01  RCP-LINHA-MOTIVO.
001620     05  FILLER                  PIC X(14) VALUE SPACES.
001630     05  MTV-TEXTO               PIC X(60).
001640 01  RCP-LINHA-RESUMO.
001650     05  FILLER                  PIC X(20) VALUE SPACES.
001660     05  RES-ROTULO              PIC X(30).
001670     05  RES-QTDE                PIC ZZZZ9.
001680 PROCEDURE DIVISION.
001690*-----------------------------------------------------------------
001700* 0000-MAINLINE - PERCORRE AS INTENCOES DO CAIXA TRATANDO AS QUE
001710* FICARAM PENDENTES.
001720*-----------------------------------------------------------------
001730 0000-MAINLINE.
001740     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
001750     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
001760         UNTIL RCP-FIM-ARQUIVO
001770     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
001780     STOP RUN.
001790*-----------------------------------------------------------------
001800* 1000-INICIAR - LE O CONTROLE DO DIA E ABRE OS ARQUIVOS. SEM O
001810* ARQUIVO DE INTENCOES (CAIXA AINDA NAO USADO) NAO HA O QUE
001820* RECUPERAR, MAS A CONCLUSAO E REGISTRADA DO MESMO JEITO, PARA
001830* LIBERAR O CONCILIA.
001840*-----------------------------------------------------------------
001850 1000-INICIAR.
001860     PERFORM 1100-LER-CONTROLE THRU 1100-LER-CONTROLE-EXIT
001870     OPEN OUTPUT RELATORIO
001880     IF NOT RCP-REL-OK
001890         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
001900             RCP-STATUS-REL
001910         STOP RUN
001920     END-IF
001930     MOVE SPACES TO REL-LINHA
001940     STRING "RECUPERACAO DE OPERACOES INTERROMPIDAS DO CAIXA - "
001950         "DATA " RCP-DATA-PARM
001960         DELIMITED BY SIZE INTO REL-LINHA
001970     WRITE REL-LINHA
001980     MOVE SPACES TO REL-LINHA
001990     WRITE REL-LINHA
002000     MOVE SPACES TO REL-LINHA
002010     STRING "  TRM  DATA     HORA      OP  CONTA    DESTINO  "
002020         "        VALOR  ACAO"
002030         DELIMITED BY SIZE INTO REL-LINHA
002040     WRITE REL-LINHA
002050     OPEN I-O INTENCOES
002060     IF NOT RCP-INT-OK
002070         DISPLAY "SEM ARQUIVO DE INTENCOES. NADA A RECUPERAR."
002080         MOVE "S" TO RCP-SW-FIM
002090         GO TO 1000-INICIAR-EXIT
002100     END-IF
002110     MOVE "S" TO RCP-SW-INTENCOES
002120     OPEN I-O CONTA-MESTRE
002130     IF NOT RCP-CONTA-OK
002140         DISPLAY "ERRO AO ABRIR CONTA-MESTRE. STATUS: "
002150             RCP-STATUS-CONTA
002160         STOP RUN
002170     END-IF
002180     OPEN I-O CEDULAS-MESTRE
002190     IF RCP-CED-OK
002200         MOVE "S" TO RCP-SW-CEDULAS
002210     END-IF
002220     PERFORM 8000-LER-INTENCAO THRU 8000-LER-INTENCAO-EXIT.
002230 1000-INICIAR-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------------
002260* 1100-LER-CONTROLE - LE A DATA DE MOVIMENTO DO CONTROLE DO DIA
002270* (DIACTL, MANTIDO PELO ABREDIA). O JOB EXIGE O DIA ABERTO E
002280* RECUSA A RERODADA QUANDO A RECUPERACAO DA DATA JA FOI
002290* CONCLUIDA. E O PRIMEIRO JOB DA CADEIA NOTURNA.
002300*-----------------------------------------------------------------
002310 1100-LER-CONTROLE.
002320     OPEN I-O CONTROLE-DIA
002330     IF NOT RCP-DCT-OK
002340         DISPLAY "SEM CONTROLE DO DIA (ABREDIA). STATUS: "
002350             RCP-STATUS-DCT
002360         STOP RUN
002370     END-IF
002380     READ CONTROLE-DIA
002390         AT END
002400             DISPLAY "CONTROLE DO DIA VAZIO. ABRA O DIA NO "
002410                 "ABREDIA."
002420             STOP RUN
002430     END-READ
002440     IF NOT DCT-DIA-ABERTO
002450         DISPLAY "O DIA " DCT-DATA-MOVTO " NAO ESTA ABERTO. "
002460             "JOB ENCERRADO."
002470         STOP RUN
002480     END-IF
002490     IF DCT-RECUPERA-FEITO
002500         DISPLAY "RECUPERA JA CONCLUIDO PARA " DCT-DATA-MOVTO
002510             ". JOB ENCERRADO."
002520         STOP RUN
002530     END-IF
002540     MOVE DCT-DATA-MOVTO TO RCP-DATA-PARM
002550     DISPLAY "RECUPERA - DATA DE MOVIMENTO " RCP-DATA-PARM.
002560 1100-LER-CONTROLE-EXIT.
002570     EXIT.
002580*-----------------------------------------------------------------
002590* 2000-PROCESSAR - EXCLUI A INTENCAO CONCLUIDA NORMALMENTE PELO
002600* CAIXA, RECUPERA A PENDENTE E LE A PROXIMA. AS JA RECUPERADAS
002610* EM NOITES ANTERIORES FICAM COMO REGISTRO DO QUE FOI FEITO.
002620*-----------------------------------------------------------------
002630 2000-PROCESSAR.
002640     ADD 1 TO RCP-QTDE-LIDAS
002650     EVALUATE TRUE
002660         WHEN INT-CONCLUIDA
002670             DELETE INTENCOES RECORD
002680             ADD 1 TO RCP-QTDE-EXCLUIDAS
002690         WHEN INT-PENDENTE
002700             PERFORM 2100-RECUPERAR THRU 2100-RECUPERAR-EXIT
002710     END-EVALUATE
002720     PERFORM 8000-LER-INTENCAO THRU 8000-LER-INTENCAO-EXIT.
002730 2000-PROCESSAR-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------------
002760* 2100-RECUPERAR - DECIDE ENTRE TERMINAR E DESFAZER A OPERACAO
002770* PENDENTE PELA PRESENCA DO LANCAMENTO DE DEBITO NO DIARIO (O
002780* CAIXA SO GRAVA O DEBITO DEPOIS DE ALTERAR O SALDO E A GAVETA).
002790* A INTENCAO DE OUTRA DATA NAO TEM O DIARIO DO PROPRIO DIA PARA
002800* A DECISAO E FICA PARA TRATAMENTO MANUAL.
002810*-----------------------------------------------------------------
002820 2100-RECUPERAR.
002830     ADD 1 TO RCP-QTDE-PENDENTES
002840     MOVE SPACES TO RCP-MOTIVO
002850     IF INT-DATA NOT = RCP-DATA-PARM
002860         MOVE "INTENCAO DE DATA DIFERENTE DA DATA DE MOVIMENTO"
002870             TO RCP-MOTIVO
002880         MOVE "M" TO INT-SITUACAO
002890         GO TO 2100-GRAVAR
002900     END-IF
002910     MOVE INT-CONTA-ORIG TO RCP-PESQ-CONTA
002920     MOVE INT-OPERACAO   TO RCP-PESQ-TIPO
002930     MOVE ZERO           TO RCP-PESQ-RELAC
002940     PERFORM 7000-PROCURAR-MOV THRU 7000-PROCURAR-MOV-EXIT
002950     IF RCP-MOV-ACHADO
002960         PERFORM 2200-TERMINAR THRU 2200-TERMINAR-EXIT
002970     ELSE
002980         PERFORM 2300-DESFAZER THRU 2300-DESFAZER-EXIT
002990     END-IF.
003000 2100-GRAVAR.
003010     ACCEPT INT-DATA-RECUP FROM DATE YYYYMMDD
003020     REWRITE INT-REG
003030     EVALUATE TRUE
003040         WHEN INT-FINALIZADA
003050             ADD 1 TO RCP-QTDE-FINALIZADAS
003060             MOVE "TERMINADA" TO DET-ACAO
003070         WHEN INT-DESFEITA
003080             ADD 1 TO RCP-QTDE-DESFEITAS
003090             MOVE "DESFEITA" TO DET-ACAO
003100         WHEN OTHER
003110             ADD 1 TO RCP-QTDE-MANUAIS
003120             MOVE "MANUAL" TO DET-ACAO
003130     END-EVALUATE
003140     MOVE INT-TERMINAL   TO DET-TERMINAL
003150     MOVE INT-DATA       TO DET-DATA
003160     MOVE INT-HORA       TO DET-HORA
003170     MOVE INT-OPERACAO   TO DET-OPERACAO
003180     MOVE INT-CONTA-ORIG TO DET-CONTA
003190     MOVE INT-CONTA-DEST TO DET-DESTINO
003200     MOVE INT-VALOR      TO DET-VALOR
003210     WRITE REL-LINHA FROM RCP-LINHA-DET
003220     IF RCP-MOTIVO NOT = SPACES
003230         MOVE RCP-MOTIVO TO MTV-TEXTO
003240         WRITE REL-LINHA FROM RCP-LINHA-MOTIVO
003250     END-IF.
003260 2100-RECUPERAR-EXIT.
003270     EXIT.
003280*-----------------------------------------------------------------
003290* 2200-TERMINAR - O DEBITO JA ESTA NO DIARIO: O SALDO DE ORIGEM,
003300* O SALDO DE DESTINO E A GAVETA JA FORAM GRAVADOS ANTES DELE.
003310* FALTA, NA TRANSFERENCIA ENTRE CONTAS, O LANCAMENTO DE CREDITO
003320* NO DESTINO (06), NA TRANSFERENCIA PARA OUTRO BANCO O ITEM DA
003330* REMESSA (TRFEXT) E NO PAGAMENTO DE BOLETO O ITEM DO PAGBOL,
003335* QUE SAO GRAVADOS QUANDO AINDA NAO EXISTEM.
003340*-----------------------------------------------------------------
003350 2200-TERMINAR.
003360     MOVE "F" TO INT-SITUACAO
003370     IF INT-OPER-TRANSF
003380         MOVE INT-CONTA-DEST TO RCP-PESQ-CONTA
003390         MOVE "06"           TO RCP-PESQ-TIPO
003400         MOVE INT-CONTA-ORIG TO RCP-PESQ-RELAC
003410         PERFORM 7000-PROCURAR-MOV THRU 7000-PROCURAR-MOV-EXIT
003420         IF NOT RCP-MOV-ACHADO
003430             MOVE INT-CONTA-DEST      TO MOV-CONTA
003440             MOVE "06"                TO MOV-TIPO
003450             MOVE INT-VALOR           TO MOV-VALOR
003460             MOVE INT-SALDO-APOS-DEST TO MOV-SALDO-APOS
003470             MOVE INT-CONTA-ORIG      TO MOV-CONTA-RELAC
003480             PERFORM 8100-GRAVAR-MOV THRU 8100-GRAVAR-MOV-EXIT
003490             MOVE "GRAVADO O CREDITO (06) DA CONTA DE DESTINO"
003500                 TO RCP-MOTIVO
003510         END-IF
003520     END-IF
003530     IF INT-OPER-TRANSF-EXT
003540         PERFORM 7100-PROCURAR-TEX THRU 7100-PROCURAR-TEX-EXIT
003550         IF NOT RCP-TEX-ACHADO
003560             PERFORM 8200-GRAVAR-TEX THRU 8200-GRAVAR-TEX-EXIT
003570             MOVE "GRAVADO O ITEM DA REMESSA PARA OUTRO BANCO"
003580                 TO RCP-MOTIVO
003590         END-IF
003600     END-IF
003601     IF INT-OPER-BOLETO
003602         PERFORM 7200-PROCURAR-BOL THRU 7200-PROCURAR-BOL-EXIT
003603         IF NOT RCP-BOL-ACHADO
003604             PERFORM 8300-GRAVAR-BOL THRU 8300-GRAVAR-BOL-EXIT
003605             MOVE "GRAVADO O ITEM DO PAGAMENTO DE BOLETO"
003606                 TO RCP-MOTIVO
003607         END-IF
003608     END-IF.
003610 2200-TERMINAR-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640* 2300-DESFAZER - O DEBITO NAO CHEGOU AO DIARIO: CONFERE CADA
003650* PERNA DA OPERACAO (SALDO DE ORIGEM, SALDO DE DESTINO E GAVETA
003660* DE CEDULAS) CONTRA AS IMAGENS DA INTENCAO E, SE TODAS CONFEREM,
003670* VOLTA A IMAGEM ANTERIOR NAS PERNAS JA APLICADAS. SE ALGUMA NAO
003680* CONFERE (A CONTA MOVIMENTOU DEPOIS DA QUEDA, POR EXEMPLO), NADA
003690* E ALTERADO E A INTENCAO FICA PARA TRATAMENTO MANUAL.
003700*-----------------------------------------------------------------
003710 2300-DESFAZER.
003720     MOVE "N" TO RCP-SW-DIVERGE
003730     MOVE "I" TO RCP-ESTADO-DEST
003740     MOVE "I" TO RCP-ESTADO-CED
003750     MOVE INT-CONTA-ORIG TO CONTA-NUMERO
003760     PERFORM 2310-CONFERIR-ORIGEM THRU 2310-CONFERIR-ORIGEM-EXIT
003770     IF INT-OPER-TRANSF
003780         PERFORM 2320-CONFERIR-DESTINO
003790             THRU 2320-CONFERIR-DESTINO-EXIT
003800     END-IF
003810     IF INT-OPER-SAQUE
003820         PERFORM 2330-CONFERIR-CEDULA
003830             THRU 2330-CONFERIR-CEDULA-EXIT
003840             VARYING RCP-IDX-CED FROM 1 BY 1
003850             UNTIL RCP-IDX-CED > 4
003860     END-IF
003870     IF RCP-DIVERGENTE
003880         MOVE "M" TO INT-SITUACAO
003890         GO TO 2300-DESFAZER-EXIT
003900     END-IF
003910     IF RCP-ESTADO-ORIG = "A"
003920         MOVE INT-CONTA-ORIG TO CONTA-NUMERO
003930         READ CONTA-MESTRE
003940         MOVE INT-SALDO-ANTES-ORIG TO CONTA-SALDO
003950         REWRITE CONTA-REG
003960     END-IF
003970     IF RCP-ESTADO-DEST = "A"
003980         MOVE INT-CONTA-DEST TO CONTA-NUMERO
003990         READ CONTA-MESTRE
004000         MOVE INT-SALDO-ANTES-DEST TO CONTA-SALDO
004010         REWRITE CONTA-REG
004020     END-IF
004030     IF RCP-ESTADO-CED = "A"
004040         PERFORM 2340-RESTAURAR-CEDULA
004050             THRU 2340-RESTAURAR-CEDULA-EXIT
004060             VARYING RCP-IDX-CED FROM 1 BY 1
004070             UNTIL RCP-IDX-CED > 4
004080     END-IF
004090     MOVE "D" TO INT-SITUACAO
004100     IF RCP-ESTADO-ORIG = "I" AND RCP-ESTADO-DEST = "I"
004110         AND RCP-ESTADO-CED = "I"
004120         MOVE "NENHUMA GRAVACAO CHEGOU A SER FEITA"
004130             TO RCP-MOTIVO
004140     ELSE
004150         MOVE "SALDOS/GAVETA RESTAURADOS PARA A IMAGEM ANTERIOR"
004160             TO RCP-MOTIVO
004170     END-IF.
004180 2300-DESFAZER-EXIT.
004190     EXIT.

004200 2310-CONFERIR-ORIGEM.
004210     READ CONTA-MESTRE
004220         INVALID KEY
004230             MOVE "X" TO RCP-ESTADO-ORIG
004240             MOVE "S" TO RCP-SW-DIVERGE
004250             MOVE "CONTA DE ORIGEM NAO ENCONTRADA NO MESTRE"
004260                 TO RCP-MOTIVO
004270             GO TO 2310-CONFERIR-ORIGEM-EXIT
004280     END-READ
004290     EVALUATE TRUE
004300         WHEN CONTA-SALDO = INT-SALDO-ANTES-ORIG
004310             MOVE "I" TO RCP-ESTADO-ORIG
004320         WHEN CONTA-SALDO = INT-SALDO-APOS-ORIG
004330             MOVE "A" TO RCP-ESTADO-ORIG
004340         WHEN OTHER
004350             MOVE "X" TO RCP-ESTADO-ORIG
004360             MOVE "S" TO RCP-SW-DIVERGE
004370             MOVE "SALDO DE ORIGEM NAO CONFERE COM AS IMAGENS"
004380                 TO RCP-MOTIVO
004390     END-EVALUATE.
004400 2310-CONFERIR-ORIGEM-EXIT.
004410     EXIT.

004420 2320-CONFERIR-DESTINO.
004430     MOVE INT-CONTA-DEST TO CONTA-NUMERO
004440     READ CONTA-MESTRE
004450         INVALID KEY
004460             MOVE "X" TO RCP-ESTADO-DEST
004470             MOVE "S" TO RCP-SW-DIVERGE
004480             MOVE "CONTA DE DESTINO NAO ENCONTRADA NO MESTRE"
004490                 TO RCP-MOTIVO
004500             GO TO 2320-CONFERIR-DESTINO-EXIT
004510     END-READ
004520     EVALUATE TRUE
004530         WHEN CONTA-SALDO = INT-SALDO-ANTES-DEST
004540             MOVE "I" TO RCP-ESTADO-DEST
004550         WHEN CONTA-SALDO = INT-SALDO-APOS-DEST
004560             MOVE "A" TO RCP-ESTADO-DEST
004570         WHEN OTHER
004580             MOVE "X" TO RCP-ESTADO-DEST
004590             MOVE "S" TO RCP-SW-DIVERGE
004600             MOVE "SALDO DE DESTINO NAO CONFERE COM AS IMAGENS"
004610                 TO RCP-MOTIVO
004620     END-EVALUATE.
004630 2320-CONFERIR-DESTINO-EXIT.
004640     EXIT.
004650*-----------------------------------------------------------------
004660* 2330-CONFERIR-CEDULA - CONFERE A DENOMINACAO CORRENTE DA GAVETA
004670* DO TERMINAL: INTACTA QUANDO AINDA TEM O ESTOQUE ANTERIOR,
004680* APLICADA QUANDO JA TEM O ESTOQUE MENOS AS NOTAS DO SAQUE.
004690* BASTA UMA DENOMINACAO APLICADA PARA A GAVETA SER RESTAURADA.
004700*-----------------------------------------------------------------
004710 2330-CONFERIR-CEDULA.
004720     IF INT-CED-QTDE-NEC(RCP-IDX-CED) = ZERO
004730         GO TO 2330-CONFERIR-CEDULA-EXIT
004740     END-IF
004750     IF NOT RCP-TEM-CEDULAS
004760         MOVE "S" TO RCP-SW-DIVERGE
004770         MOVE "SEM ARQUIVO DE CEDULAS PARA CONFERIR A GAVETA"
004780             TO RCP-MOTIVO
004790         GO TO 2330-CONFERIR-CEDULA-EXIT
004800     END-IF
004810     MOVE INT-TERMINAL               TO CED-TERMINAL
004820     MOVE INT-CED-VALOR(RCP-IDX-CED) TO CED-VALOR
004830     READ CEDULAS-MESTRE
004840         INVALID KEY
004850             MOVE "S" TO RCP-SW-DIVERGE
004860             MOVE "GAVETA DE CEDULAS DO TERMINAL NAO ENCONTRADA"
004870                 TO RCP-MOTIVO
004880             GO TO 2330-CONFERIR-CEDULA-EXIT
004890     END-READ
004900     COMPUTE RCP-QTDE-APOS-CED = INT-CED-QTDE-ANTES(RCP-IDX-CED)
004910         - INT-CED-QTDE-NEC(RCP-IDX-CED)
004920     EVALUATE TRUE
004930         WHEN CED-QTDE = INT-CED-QTDE-ANTES(RCP-IDX-CED)
004940             CONTINUE
004950         WHEN CED-QTDE = RCP-QTDE-APOS-CED
004960             MOVE "A" TO RCP-ESTADO-CED
004970         WHEN OTHER
004980             MOVE "S" TO RCP-SW-DIVERGE
004990             MOVE "GAVETA DE CEDULAS NAO CONFERE COM AS IMAGENS"
005000                 TO RCP-MOTIVO
005010     END-EVALUATE.
005020 2330-CONFERIR-CEDULA-EXIT.
005030     EXIT.

005040 2340-RESTAURAR-CEDULA.
005050     IF INT-CED-QTDE-NEC(RCP-IDX-CED) = ZERO
005060         GO TO 2340-RESTAURAR-CEDULA-EXIT
005070     END-IF
005080     MOVE INT-TERMINAL               TO CED-TERMINAL
005090     MOVE INT-CED-VALOR(RCP-IDX-CED) TO CED-VALOR
005100     READ CEDULAS-MESTRE
005110         INVALID KEY
005120             GO TO 2340-RESTAURAR-CEDULA-EXIT
005130     END-READ
005140     MOVE INT-CED-QTDE-ANTES(RCP-IDX-CED) TO CED-QTDE
005150     REWRITE CED-REG.
005160 2340-RESTAURAR-CEDULA-EXIT.
005170     EXIT.
005180*-----------------------------------------------------------------
005190* 3000-FINALIZAR - IMPRIME O RESUMO, FECHA OS ARQUIVOS E
005200* REGISTRA A CONCLUSAO NO CONTROLE DO DIA, LIBERANDO O CONCILIA.
005210*-----------------------------------------------------------------
005220 3000-FINALIZAR.
005230     MOVE SPACES TO REL-LINHA
005240     WRITE REL-LINHA
005250     MOVE SPACES TO RCP-LINHA-RESUMO
005260     MOVE "INTENCOES LIDAS:" TO RES-ROTULO
005270     MOVE RCP-QTDE-LIDAS TO RES-QTDE
005280     WRITE REL-LINHA FROM RCP-LINHA-RESUMO
005290     MOVE "CONCLUIDAS (EXCLUIDAS):" TO RES-ROTULO
005300     MOVE RCP-QTDE-EXCLUIDAS TO RES-QTDE
005310     WRITE REL-LINHA FROM RCP-LINHA-RESUMO
005320     MOVE "PENDENTES ENCONTRADAS:" TO RES-ROTULO
005330     MOVE RCP-QTDE-PENDENTES TO RES-QTDE
005340     WRITE REL-LINHA FROM RCP-LINHA-RESUMO
005350     MOVE "OPERACOES TERMINADAS:" TO RES-ROTULO
005360     MOVE RCP-QTDE-FINALIZADAS TO RES-QTDE
005370     WRITE REL-LINHA FROM RCP-LINHA-RESUMO
005380     MOVE "OPERACOES DESFEITAS:" TO RES-ROTULO
005390     MOVE RCP-QTDE-DESFEITAS TO RES-QTDE
005400     WRITE REL-LINHA FROM RCP-LINHA-RESUMO
005410     MOVE "PARA TRATAMENTO MANUAL:" TO RES-ROTULO
005420     MOVE RCP-QTDE-MANUAIS TO RES-QTDE
005430     WRITE REL-LINHA FROM RCP-LINHA-RESUMO
005440     IF RCP-TEM-INTENCOES
005450         CLOSE INTENCOES
005460         CLOSE CONTA-MESTRE
005470         IF RCP-TEM-CEDULAS
005480             CLOSE CEDULAS-MESTRE
005490         END-IF
005500     END-IF
005510     CLOSE RELATORIO
005520*    REGISTRA A CONCLUSAO NO CONTROLE DO DIA, LIBERANDO O
005530*    PROXIMO JOB DA CADEIA (CONCILIA) E BARRANDO A RERODADA.
005540     MOVE "S" TO DCT-RECUPERA-FLG
005550     ACCEPT DCT-DATA-ATU FROM DATE YYYYMMDD
005560     ACCEPT DCT-HORA-ATU FROM TIME
005570     REWRITE DCT-REG
005580     CLOSE CONTROLE-DIA
005590     DISPLAY "RECUPERA - PENDENTES: " RCP-QTDE-PENDENTES
005600         " TERMINADAS: " RCP-QTDE-FINALIZADAS
005610         " DESFEITAS: " RCP-QTDE-DESFEITAS
005620         " MANUAIS: " RCP-QTDE-MANUAIS.
005630 3000-FINALIZAR-EXIT.
005640     EXIT.
005650*-----------------------------------------------------------------
005660* 7000-PROCURAR-MOV - PROCURA NO DIARIO DO DIA O LANCAMENTO DA
005670* OPERACAO DA INTENCAO CORRENTE (CONTA E TIPO PESQUISADOS, E A
005680* CONTA RELACIONADA QUANDO INFORMADA), FEITO PELO MESMO
005690* TERMINAL, DO MESMO VALOR, NA DATA DA INTENCAO E NAO ANTES DA
005700* HORA DELA.
005710*-----------------------------------------------------------------
005720 7000-PROCURAR-MOV.
005730     MOVE "N" TO RCP-SW-ACHOU-MOV
005740     MOVE "N" TO RCP-SW-FIM-MOV
005750     OPEN INPUT MOVIMENTO
005760     IF NOT RCP-MOV-OK
005770         GO TO 7000-PROCURAR-MOV-EXIT
005780     END-IF
005790     PERFORM 7010-LER-MOV THRU 7010-LER-MOV-EXIT
005800         UNTIL RCP-FIM-MOV OR RCP-MOV-ACHADO
005810     CLOSE MOVIMENTO.
005820 7000-PROCURAR-MOV-EXIT.
005830     EXIT.

005840 7010-LER-MOV.
005850     READ MOVIMENTO
005860         AT END
005870             MOVE "S" TO RCP-SW-FIM-MOV
005880         NOT AT END
005890             IF MOV-CONTA = RCP-PESQ-CONTA
005900                 AND MOV-TIPO = RCP-PESQ-TIPO
005910                 AND MOV-VALOR = INT-VALOR
005920                 AND MOV-TERMINAL = INT-TERMINAL
005930                 AND MOV-DATA = INT-DATA
005940                 AND MOV-HORA NOT < INT-HORA
005950                 AND (RCP-PESQ-RELAC = ZERO
005960                      OR MOV-CONTA-RELAC = RCP-PESQ-RELAC)
005970                 MOVE "S" TO RCP-SW-ACHOU-MOV
005980             END-IF
005990     END-READ.
006000 7010-LER-MOV-EXIT.
006010     EXIT.
006020*-----------------------------------------------------------------
006030* 7100-PROCURAR-TEX - PROCURA NO ARQUIVO DE TRANSFERENCIAS
006040* EXTERNAS O ITEM DA TRANSFERENCIA DA INTENCAO CORRENTE.
006050*-----------------------------------------------------------------
006060 7100-PROCURAR-TEX.
006070     MOVE "N" TO RCP-SW-ACHOU-TEX
006080     MOVE "N" TO RCP-SW-FIM-TEX
006090     OPEN INPUT TRANSF-EXTERNA
006100     IF NOT RCP-TEX-OK
006110         GO TO 7100-PROCURAR-TEX-EXIT
006120     END-IF
006130     PERFORM 7110-LER-TEX THRU 7110-LER-TEX-EXIT
006140         UNTIL RCP-FIM-TEX OR RCP-TEX-ACHADO
006150     CLOSE TRANSF-EXTERNA.
006160 7100-PROCURAR-TEX-EXIT.
006170     EXIT.

006180 7110-LER-TEX.
006190     READ TRANSF-EXTERNA
006200         AT END
006210             MOVE "S" TO RCP-SW-FIM-TEX
006220         NOT AT END
006230             IF TEX-CONTA-ORIG = INT-CONTA-ORIG
006240                 AND TEX-BANCO-DEST = INT-BANCO-DEST
006250                 AND TEX-CONTA-DEST = INT-CONTA-EXT
006260                 AND TEX-VALOR = INT-VALOR
006270                 AND TEX-DATA = INT-DATA
006280                 AND TEX-HORA NOT < INT-HORA
006290                 MOVE "S" TO RCP-SW-ACHOU-TEX
006300             END-IF
006310     END-READ.
006320 7110-LER-TEX-EXIT.
006330     EXIT.
006331*-----------------------------------------------------------------
006332* 7200-PROCURAR-BOL - PROCURA NO ARQUIVO DE PAGAMENTOS DE BOLETOS
006333* O ITEM DO PAGAMENTO DA INTENCAO CORRENTE.
006334*-----------------------------------------------------------------
006335 7200-PROCURAR-BOL.
006336     MOVE "N" TO RCP-SW-ACHOU-BOL
006337     MOVE "N" TO RCP-SW-FIM-BOL
006338     OPEN INPUT PAGAMENTOS-BOL
006339     IF NOT RCP-BOL-OK
006340         GO TO 7200-PROCURAR-BOL-EXIT
006341     END-IF
006342     PERFORM 7210-LER-BOL THRU 7210-LER-BOL-EXIT
006343         UNTIL RCP-FIM-BOL OR RCP-BOL-ACHADO
006344     CLOSE PAGAMENTOS-BOL.
006345 7200-PROCURAR-BOL-EXIT.
006346     EXIT.

006347 7210-LER-BOL.
006348     READ PAGAMENTOS-BOL
006349         AT END
006350             MOVE "S" TO RCP-SW-FIM-BOL
006351         NOT AT END
006352             IF BOL-CONTA = INT-CONTA-ORIG
006353                 AND BOL-LINHA-DIGITAVEL = INT-BOL-LINHA
006354                 AND BOL-VALOR = INT-VALOR
006355                 AND BOL-DATA = INT-DATA
006356                 AND BOL-HORA NOT < INT-HORA
006357                 MOVE "S" TO RCP-SW-ACHOU-BOL
006358             END-IF
006359     END-READ.
006360 7210-LER-BOL-EXIT.
006361     EXIT.
00636A*-----------------------------------------------------------------
00636B* 8000-LER-INTENCAO - LE A PROXIMA INTENCAO E SINALIZA O FIM DE
00636C* ARQUIVO.
00636D*-----------------------------------------------------------------
006380 8000-LER-INTENCAO.
006390     READ INTENCOES NEXT RECORD
006400         AT END
006410             MOVE "S" TO RCP-SW-FIM
006420     END-READ.
006430 8000-LER-INTENCAO-EXIT.
006440     EXIT.
006450*-----------------------------------------------------------------
006460* 8100-GRAVAR-MOV - GRAVA NO FIM DO DIARIO O LANCAMENTO JA
006470* PREENCHIDO, COM A DATA, A HORA E O TERMINAL DA OPERACAO
006480* ORIGINAL (INTENCAO), PARA O LANCAMENTO FICAR NO DIA E NA
006490* MAQUINA ONDE A OPERACAO ACONTECEU.
006500*-----------------------------------------------------------------
006510 8100-GRAVAR-MOV.
006520     MOVE INT-DATA     TO MOV-DATA
006530     MOVE INT-HORA     TO MOV-HORA
006540     MOVE INT-TERMINAL TO MOV-TERMINAL
006550     MOVE ZERO         TO MOV-OPERADOR
006555     MOVE ZERO         TO MOV-TITULAR
006560     OPEN EXTEND MOVIMENTO
006570     IF NOT RCP-MOV-OK
006580         OPEN OUTPUT MOVIMENTO
006590         IF NOT RCP-MOV-OK
006600             DISPLAY "ERRO AO ABRIR O DIARIO DE MOVIMENTOS. "
006610                 "STATUS: " RCP-STATUS-MOV
006620             STOP RUN
006630         END-IF
006640     END-IF
006650     WRITE MOV-REG
006660     CLOSE MOVIMENTO.
006670 8100-GRAVAR-MOV-EXIT.
006680     EXIT.
006690*-----------------------------------------------------------------
006700* 8200-GRAVAR-TEX - GRAVA NO FIM DO ARQUIVO DE TRANSFERENCIAS
006710* EXTERNAS O ITEM PENDENTE DA TRANSFERENCIA DA INTENCAO, PARA O
006720* TRFENV LEVA-LO NA PROXIMA REMESSA.
006730*-----------------------------------------------------------------
006740 8200-GRAVAR-TEX.
006750     MOVE INT-CONTA-ORIG   TO TEX-CONTA-ORIG
006760     MOVE INT-BANCO-DEST   TO TEX-BANCO-DEST
006770     MOVE INT-AGENCIA-DEST TO TEX-AGENCIA-DEST
006780     MOVE INT-CONTA-EXT    TO TEX-CONTA-DEST
006790     MOVE INT-VALOR        TO TEX-VALOR
006800     MOVE INT-DATA         TO TEX-DATA
006810     MOVE INT-HORA         TO TEX-HORA
006820     MOVE "P"              TO TEX-SITUACAO
006830     MOVE ZERO             TO TEX-DATA-ENVIO
006840     MOVE ZERO             TO TEX-DATA-RETORNO
006850     OPEN EXTEND TRANSF-EXTERNA
006860     IF NOT RCP-TEX-OK
006870         OPEN OUTPUT TRANSF-EXTERNA
006880         IF NOT RCP-TEX-OK
006890             DISPLAY "ERRO AO ABRIR AS TRANSFERENCIAS EXTERNAS. "
006900                 "STATUS: " RCP-STATUS-TEX
006910             STOP RUN
006920         END-IF
006930     END-IF
006940     WRITE TEX-REG
006950     CLOSE TRANSF-EXTERNA.
006960 8200-GRAVAR-TEX-EXIT.
006970     EXIT.
006971*-----------------------------------------------------------------
006972* 8300-GRAVAR-BOL - GRAVA NO FIM DO ARQUIVO DE PAGAMENTOS DE
006973* BOLETOS O ITEM PENDENTE DO PAGAMENTO DA INTENCAO, PARA O BOLENV
006974* LEVA-LO NA PROXIMA REMESSA. O TITULAR QUE OPERAVA NAO ESTA NA
006975* INTENCAO E FICA ZERADO.
006976*-----------------------------------------------------------------
006977 8300-GRAVAR-BOL.
006978     MOVE INT-CONTA-ORIG    TO BOL-CONTA
006979     MOVE INT-BOL-LINHA     TO BOL-LINHA-DIGITAVEL
006980     MOVE INT-BOL-TIPO-DOC  TO BOL-TIPO-DOC
006981     MOVE INT-BOL-BANCO     TO BOL-BANCO
006982     MOVE INT-BOL-SEGMENTO  TO BOL-SEGMENTO
006983     MOVE INT-VALOR         TO BOL-VALOR
006984     MOVE INT-BOL-DATA-VENC TO BOL-DATA-VENC
006985     MOVE INT-DATA          TO BOL-DATA
006986     MOVE INT-HORA          TO BOL-HORA
006987     MOVE INT-TERMINAL      TO BOL-TERMINAL
006988     MOVE ZERO              TO BOL-TITULAR
006989     MOVE "P"               TO BOL-SITUACAO
006990     MOVE ZERO              TO BOL-DATA-ENVIO
006991     MOVE ZERO              TO BOL-DATA-RETORNO
006992     MOVE SPACES            TO BOL-MOTIVO
006993     OPEN EXTEND PAGAMENTOS-BOL
006994     IF NOT RCP-BOL-OK
006995         OPEN OUTPUT PAGAMENTOS-BOL
006996         IF NOT RCP-BOL-OK
006997             DISPLAY "ERRO AO ABRIR OS PAGAMENTOS DE BOLETOS. "
006998                 "STATUS: " RCP-STATUS-BOL
006999             STOP RUN
007000         END-IF
007001     END-IF
007002     WRITE BOL-REG
007003     CLOSE PAGAMENTOS-BOL.
007004 8300-GRAVAR-BOL-EXIT.
007005     EXIT.

007010 END PROGRAM RECUPERA.
