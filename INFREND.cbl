
000010*-----------------------------------------------------------------
000020* PROPOSITO: INFORME ANUAL DE RENDIMENTOS POR CPF, PARA A
000030*            DECLARACAO DO CLIENTE E PARA AS DECLARACOES AO
000040*            FISCO (DIRF/E-FINANCEIRA). ORDENA POR CONTA, DATA E
000050*            HORA O DIARIO ARQUIVADO (MOVARQ, GDG INTEIRO) E
000060*            APURA POR CONTA O SALDO EM 31/12 DO ANO ANTERIOR E
000070*            DO ANO-BASE (SALDO APOS O ULTIMO LANCAMENTO ATE A
000080*            DATA), OS RENDIMENTOS CREDITADOS NO ANO-BASE (TIPO
000090*            09) E OS ENCARGOS PAGOS NO ANO-BASE: JUROS DO
000100*            CHEQUE ESPECIAL (TIPO 13) E TARIFAS (TIPOS 20/21/
000110*            22). A CONTA SEM NENHUM LANCAMENTO ARQUIVADO NUNCA
000120*            TEVE O SALDO ALTERADO E USA O SALDO DO ARQUIVO DE
000130*            SALDOS. EM SEGUIDA PERCORRE O MESTRE DE CLIENTES POR
000140*            CPF E, PARA CADA CONTA DA TABELA CLI-TAB-CONTAS,
000150*            IMPRIME O INFORME DO CLIENTE E GRAVA O EXTRATO DE
000160*            LAYOUT FIXO (INFDIRF) PARA O PROCESSO DE DECLARACOES.
000170*            AS CONTAS SEM CPF VINCULADO (CONTA-DOCUMENTO
000180*            ZERADO) E AS CONTAS COM MOVIMENTO QUE NAO CONSTAM DA
000190*            TABELA DE NENHUM CPF SAEM NA LISTA DE EXCECOES
000200*            (INFEXC), PARA NAO FICAREM FORA DO INFORME SEM
000210*            AVISO.
000211*            A CONTA ENCERRADA SAI DA TABELA DO CLIENTE MAS
000212*            CONSERVA O CONTA-DOCUMENTO: TENDO SALDO OU VALORES NO
000213*            ANO-BASE, E INFORMADA NO CPF DO TITULAR, EM SECAO
000214*            PROPRIA DO INFORME, E GRAVADA NO EXTRATO INFDIRF.
000220*-----------------------------------------------------------------
000230* HISTORICO DE ALTERACOES
000240* 2026-10-15 LS  PROGRAMA CRIADO.
000241* 2026-10-15 LS  CONTA ENCERRADA COM VALORES NO ANO-BASE E
000242*                INFORMADA NO CPF DO TITULAR (CONTA-DOCUMENTO) EM
000243*                VEZ DE SAIR NA LISTA DE EXCECOES.
000250*-----------------------------------------------------------------
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. INFREND.
000280 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000290 INSTALLATION. BANCO.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ARQUIVO-MORTO ASSIGN TO "MOVARQ"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS IRE-STATUS-ARQ.
000380     SELECT CONTA-MESTRE ASSIGN TO "CONTAS"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CONTA-NUMERO
000420         FILE STATUS IS IRE-STATUS-CONTA.
000430     SELECT SALDOS-ABERTURA ASSIGN TO "SALDOS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SNP-CONTA
000470         FILE STATUS IS IRE-STATUS-SNP.
000480     SELECT CLIENTES-MESTRE ASSIGN TO "CLIENTES"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CLI-DOCUMENTO
000520         FILE STATUS IS IRE-STATUS-CLI.
000530     SELECT ACUMULADO ASSIGN TO "INFACUM"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS IAC-CONTA
000570         FILE STATUS IS IRE-STATUS-ACM.
000580     SELECT RELATORIO ASSIGN TO "INFREND"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS IRE-STATUS-REL.
000610     SELECT EXCECOES ASSIGN TO "INFEXC"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS IRE-STATUS-EXC.
000640     SELECT EXTRATO-FISCO ASSIGN TO "INFDIRF"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS IRE-STATUS-INF.
000670     SELECT ARQ-ORDENADO ASSIGN TO "SORTWK1".
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ARQUIVO-MORTO.
000710     COPY MOVREG
000720         REPLACING ==MOV-REG== BY ==ARQ-REG==
000730                   ==MOV-CONTA-RELAC== BY ==ARQ-CONTA-RELAC==
000740                   ==MOV-CONTA== BY ==ARQ-CONTA==
000750                   ==MOV-TIPO-DEPOSITO== BY ==ARQ-TIPO-DEPOSITO==
000760                   ==MOV-TIPO-SAQUE== BY ==ARQ-TIPO-SAQUE==
000770                   ==MOV-TIPO-TRANSF-DEBITO== BY
000780                       ==ARQ-TIPO-TRANSF-DEBITO==
000790                   ==MOV-TIPO-TRANSF-CREDITO== BY
000800                       ==ARQ-TIPO-TRANSF-CREDITO==
000810                   ==MOV-TIPO-TRANSF-EXT-DEB== BY
000820                       ==ARQ-TIPO-TRANSF-EXT-DEB==
000830                   ==MOV-TIPO-TRANSF-EXT-CRED== BY
000840                       ==ARQ-TIPO-TRANSF-EXT-CRED==
000850                   ==MOV-TIPO-TRANSF-EXT-DEV== BY
000860                       ==ARQ-TIPO-TRANSF-EXT-DEV==
000870                   ==MOV-TIPO-JUROS== BY ==ARQ-TIPO-JUROS==
000880                   ==MOV-TIPO-BLOQUEIO== BY ==ARQ-TIPO-BLOQUEIO==
000890                   ==MOV-TIPO-DESBLOQUEIO== BY
000900                       ==ARQ-TIPO-DESBLOQUEIO==
000910                   ==MOV-TIPO-TROCA-SENHA== BY
000920                       ==ARQ-TIPO-TROCA-SENHA==
000930                   ==MOV-TIPO-JUROS-DEV== BY
000940                       ==ARQ-TIPO-JUROS-DEV==
000950                   ==MOV-TIPO-DEP-REJEITADO== BY
000960                       ==ARQ-TIPO-DEP-REJEITADO==
000970                   ==MOV-TIPO-MARCA-DORMENTE== BY
000980                       ==ARQ-TIPO-MARCA-DORMENTE==
000990                   ==MOV-TIPO-REATIVACAO== BY
001000                       ==ARQ-TIPO-REATIVACAO==
001010                   ==MOV-TIPO-BLOQ-JUDICIAL== BY
001020                       ==ARQ-TIPO-BLOQ-JUDICIAL==
001030                   ==MOV-TIPO-LIB-JUDICIAL== BY
001040                       ==ARQ-TIPO-LIB-JUDICIAL==
001050                   ==MOV-TIPO-TAR-SAQUE== BY
001060                       ==ARQ-TIPO-TAR-SAQUE==
001070                   ==MOV-TIPO-TAR-TRANSF== BY
001080                       ==ARQ-TIPO-TAR-TRANSF==
001090                   ==MOV-TIPO-TAR-MANUT== BY
001100                       ==ARQ-TIPO-TAR-MANUT==
00110A                   ==MOV-TIPO-ENCERRAMENTO== BY
00110B                       ==ARQ-TIPO-ENCERRAMENTO==
00110C                   ==MOV-TIPO-PAG-BOLETO== BY
00110D                       ==ARQ-TIPO-PAG-BOLETO==
00110E                   ==MOV-TIPO-PAG-BOL-DEV== BY
00110F                       ==ARQ-TIPO-PAG-BOL-DEV==
001110                   ==MOV-TIPO-EST-DEPOSITO== BY
001120                       ==ARQ-TIPO-EST-DEPOSITO==
001130                   ==MOV-TIPO-EST-SAQUE== BY
001140                       ==ARQ-TIPO-EST-SAQUE==
001150                   ==MOV-TIPO-EST-TRANSF-DEB== BY
001160                       ==ARQ-TIPO-EST-TRANSF-DEB==
001170                   ==MOV-TIPO-EST-TRANSF-CRED== BY
001180                       ==ARQ-TIPO-EST-TRANSF-CRED==
001190                   ==MOV-TIPO== BY ==ARQ-TIPO==
001200                   ==MOV-VALOR== BY ==ARQ-VALOR==
001210                   ==MOV-SALDO-APOS== BY ==ARQ-SALDO-APOS==
001220                   ==MOV-DATA== BY ==ARQ-DATA==
001230                   ==MOV-HORA== BY ==ARQ-HORA==
001240                   ==MOV-TERMINAL== BY ==ARQ-TERMINAL==
001250                   ==MOV-OPERADOR== BY ==ARQ-OPERADOR==
001255                   ==MOV-TITULAR== BY ==ARQ-TITULAR==.
001260 FD  CONTA-MESTRE.
001270     COPY CONTAREG.
001280 FD  SALDOS-ABERTURA.
001290     COPY SNAPREG.
001300 FD  CLIENTES-MESTRE.
001310     COPY CLIREG.
001320 FD  ACUMULADO.
001330     COPY IACREG.
001340 FD  RELATORIO.
001350 01  REL-LINHA                   PIC X(80).
001360 FD  EXCECOES.
001370 01  EXC-LINHA                   PIC X(80).
001380 FD  EXTRATO-FISCO.
001390     COPY INFREG.
001400 SD  ARQ-ORDENADO.
001410     COPY MOVREG
001420         REPLACING ==MOV-REG== BY ==SDM-REG==
001430                   ==MOV-CONTA-RELAC== BY ==SDM-CONTA-RELAC==
001440                   ==MOV-CONTA== BY ==SDM-CONTA==
001450                   ==MOV-TIPO-DEPOSITO== BY ==SDM-TIPO-DEPOSITO==
001460                   ==MOV-TIPO-SAQUE== BY ==SDM-TIPO-SAQUE==
001470                   ==MOV-TIPO-TRANSF-DEBITO== BY
001480                       ==SDM-TIPO-TRANSF-DEBITO==
001490                   ==MOV-TIPO-TRANSF-CREDITO== BY
001500                       ==SDM-TIPO-TRANSF-CREDITO==
001510                   ==MOV-TIPO-TRANSF-EXT-DEB== BY
001520                       ==SDM-TIPO-TRANSF-EXT-DEB==
001530                   ==MOV-TIPO-TRANSF-EXT-CRED== BY
001540                       ==SDM-TIPO-TRANSF-EXT-CRED==
001550                   ==MOV-TIPO-TRANSF-EXT-DEV== BY
001560                       ==SDM-TIPO-TRANSF-EXT-DEV==
001570                   ==MOV-TIPO-JUROS== BY ==SDM-TIPO-JUROS==
001580                   ==MOV-TIPO-BLOQUEIO== BY ==SDM-TIPO-BLOQUEIO==
001590                   ==MOV-TIPO-DESBLOQUEIO== BY
001600                       ==SDM-TIPO-DESBLOQUEIO==
001610                   ==MOV-TIPO-TROCA-SENHA== BY
001620                       ==SDM-TIPO-TROCA-SENHA==
001630                   ==MOV-TIPO-JUROS-DEV== BY
001640                       ==SDM-TIPO-JUROS-DEV==
001650                   ==MOV-TIPO-DEP-REJEITADO== BY
001660                       ==SDM-TIPO-DEP-REJEITADO==
001670                   ==MOV-TIPO-MARCA-DORMENTE== BY
001680                       ==SDM-TIPO-MARCA-DORMENTE==
001690                   ==MOV-TIPO-REATIVACAO== BY
001700                       ==SDM-TIPO-REATIVACAO==
001710                   ==MOV-TIPO-BLOQ-JUDICIAL== BY
001720                       ==SDM-TIPO-BLOQ-JUDICIAL==
001730                   ==MOV-TIPO-LIB-JUDICIAL== BY
001740                       ==SDM-TIPO-LIB-JUDICIAL==
001750                   ==MOV-TIPO-TAR-SAQUE== BY
001760                       ==SDM-TIPO-TAR-SAQUE==
001770                   ==MOV-TIPO-TAR-TRANSF== BY
001780                       ==SDM-TIPO-TAR-TRANSF==
001790                   ==MOV-TIPO-TAR-MANUT== BY
001800                       ==SDM-TIPO-TAR-MANUT==
00180A                   ==MOV-TIPO-ENCERRAMENTO== BY
00180B                       ==SDM-TIPO-ENCERRAMENTO==
00180C                   ==MOV-TIPO-PAG-BOLETO== BY
00180D                       ==SDM-TIPO-PAG-BOLETO==
00180E                   ==MOV-TIPO-PAG-BOL-DEV== BY
00180F                       ==SDM-TIPO-PAG-BOL-DEV==
001810                   ==MOV-TIPO-EST-DEPOSITO== BY
001820                       ==SDM-TIPO-EST-DEPOSITO==
001830                   ==MOV-TIPO-EST-SAQUE== BY
001840                       ==SDM-TIPO-EST-SAQUE==
001850                   ==MOV-TIPO-EST-TRANSF-DEB== BY
001860                       ==SDM-TIPO-EST-TRANSF-DEB==
001870                   ==MOV-TIPO-EST-TRANSF-CRED== BY
001880                       ==SDM-TIPO-EST-TRANSF-CRED==
001890                   ==MOV-TIPO== BY ==SDM-TIPO==
001900                   ==MOV-VALOR== BY ==SDM-VALOR==
001910                   ==MOV-SALDO-APOS== BY ==SDM-SALDO-APOS==
001920                   ==MOV-DATA== BY ==SDM-DATA==
001930                   ==MOV-HORA== BY ==SDM-HORA==
001940                   ==MOV-TERMINAL== BY ==SDM-TERMINAL==
001950                   ==MOV-OPERADOR== BY ==SDM-OPERADOR==
001955                   ==MOV-TITULAR== BY ==SDM-TITULAR==.
001960 WORKING-STORAGE SECTION.
001970*-----------------------------------------------------------------
001980* AREA DE CONTROLE DE ARQUIVOS
001990*-----------------------------------------------------------------
002000  77  IRE-STATUS-ARQ             PIC X(02).
002010      88  IRE-ARQ-OK                  VALUE "00".
002020  77  IRE-STATUS-CONTA           PIC X(02).
002030      88  IRE-CONTA-OK                VALUE "00".
002040  77  IRE-STATUS-SNP             PIC X(02).
002050      88  IRE-SNP-OK                  VALUE "00".
002060  77  IRE-STATUS-CLI             PIC X(02).
002070      88  IRE-CLI-OK                  VALUE "00".
002080  77  IRE-STATUS-ACM             PIC X(02).
002090      88  IRE-ACM-OK                  VALUE "00".
002100  77  IRE-STATUS-REL             PIC X(02).
002110      88  IRE-REL-OK                  VALUE "00".
002120  77  IRE-STATUS-EXC             PIC X(02).
002130      88  IRE-EXC-OK                  VALUE "00".
002140  77  IRE-STATUS-INF             PIC X(02).
002150      88  IRE-INF-OK                  VALUE "00".
002160  77  IRE-SW-FIM-SORT            PIC X(01) VALUE "N".
002170      88  IRE-FIM-SORT                VALUE "S".
002180  77  IRE-SW-FIM-CLI             PIC X(01) VALUE "N".
002190      88  IRE-FIM-CLI                 VALUE "S".
002200  77  IRE-SW-FIM-CONTA           PIC X(01) VALUE "N".
002210      88  IRE-FIM-CONTA               VALUE "S".
002220  77  IRE-SW-TEM-MORTO           PIC X(01) VALUE "N".
002230      88  IRE-TEM-MORTO               VALUE "S".
002240  77  IRE-SW-SNP                 PIC X(01) VALUE "N".
002250      88  IRE-SNP-DISPONIVEL         VALUE "S".
002251  77  IRE-SW-CAB-ENC             PIC X(01) VALUE "N".
002252      88  IRE-CAB-ENCERRADAS         VALUE "S".
002260*-----------------------------------------------------------------
002270* PARAMETRO E DATAS DE CORTE DO ANO-BASE
002280*-----------------------------------------------------------------
002290  77  IRE-ANO-BASE               PIC 9(04) VALUE ZERO.
002300  77  IRE-ANO-ANTERIOR           PIC 9(04) VALUE ZERO.
002310  77  IRE-CORTE-ANTERIOR         PIC 9(08) VALUE ZERO.
002320  77  IRE-INICIO-BASE            PIC 9(08) VALUE ZERO.
002330  77  IRE-CORTE-BASE             PIC 9(08) VALUE ZERO.
002340*-----------------------------------------------------------------
002350* AREA DA CONTA SENDO INFORMADA
002360*-----------------------------------------------------------------
002370  77  IRE-CONTA-GRUPO            PIC 9(08) VALUE ZERO.
002380  77  IRE-IDX                    PIC 9(02) VALUE ZERO.
002381  77  IRE-CONTA-INF              PIC 9(08) VALUE ZERO.
002390  77  IRE-SALDO-ANTERIOR         PIC S9(10)V99 VALUE ZERO.
002400  77  IRE-SALDO-BASE             PIC S9(10)V99 VALUE ZERO.
002410  77  IRE-RENDIMENTOS            PIC 9(10)V99 VALUE ZERO.
002420  77  IRE-JUROS-DEV              PIC 9(10)V99 VALUE ZERO.
002430  77  IRE-TARIFAS                PIC 9(10)V99 VALUE ZERO.
002440*-----------------------------------------------------------------
002450* ACUMULADORES DO CPF E DO RELATORIO
002460*-----------------------------------------------------------------
002470  77  IRE-CPF-SALDO-ANTERIOR     PIC S9(10)V99 VALUE ZERO.
002480  77  IRE-CPF-SALDO-BASE         PIC S9(10)V99 VALUE ZERO.
002490  77  IRE-CPF-RENDIMENTOS        PIC 9(10)V99 VALUE ZERO.
002500  77  IRE-CPF-JUROS-DEV          PIC 9(10)V99 VALUE ZERO.
002510  77  IRE-CPF-TARIFAS            PIC 9(10)V99 VALUE ZERO.
002520  77  IRE-QTDE-ACUMULADAS        PIC 9(07) VALUE ZERO.
002530  77  IRE-QTDE-CPF               PIC 9(07) VALUE ZERO.
002540  77  IRE-QTDE-CONTAS-INF        PIC 9(07) VALUE ZERO.
002541  77  IRE-QTDE-ENCERRADAS        PIC 9(07) VALUE ZERO.
002550  77  IRE-QTDE-EXCECOES          PIC 9(07) VALUE ZERO.
002560  77  IRE-TOT-RENDIMENTOS        PIC 9(13)V99 VALUE ZERO.
002570  77  IRE-TOT-JUROS-DEV          PIC 9(13)V99 VALUE ZERO.
002580  77  IRE-TOT-TARIFAS            PIC 9(13)V99 VALUE ZERO.
002590 01  IRE-LINHA-CAB.
002600     05  FILLER                  PIC X(10) VALUE " CONTA".
002610     05  FILLER                  PIC X(14) VALUE "  SALDO ANTER.".
002620     05  FILLER                  PIC X(14) VALUE "    SALDO BASE".
002630     05  FILLER                  PIC X(13) VALUE "  RENDIMENTOS".
002640     05  FILLER                  PIC X(13) VALUE " JUROS CH.ESP".
002650     05  FILLER                  PIC X(12) VALUE "     TARIFAS".
002660 01  IRE-LINHA-DET.
002670     05  FILLER                  PIC X(01) VALUE SPACES.
002680     05  DET-CONTA               PIC 9(08).
002690     05  FILLER                  PIC X(01) VALUE SPACES.
002700     05  DET-SALDO-ANTERIOR      PIC -(9)9.99.
002710     05  FILLER                  PIC X(01) VALUE SPACES.
002720     05  DET-SALDO-BASE          PIC -(9)9.99.
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  DET-RENDIMENTOS         PIC Z(08)9.99.
002750     05  FILLER                  PIC X(01) VALUE SPACES.
002760     05  DET-JUROS-DEV           PIC Z(08)9.99.
002770     05  FILLER                  PIC X(01) VALUE SPACES.
002780     05  DET-TARIFAS             PIC Z(08)9.99.
002790 01  IRE-LINHA-TOTAL.
002800     05  FILLER                  PIC X(10) VALUE " TOTAL CPF".
002810     05  TOT-SALDO-ANTERIOR      PIC -(9)9.99.
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  TOT-SALDO-BASE          PIC -(9)9.99.
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  TOT-RENDIMENTOS         PIC Z(08)9.99.
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  TOT-JUROS-DEV           PIC Z(08)9.99.
002880     05  FILLER                  PIC X(01) VALUE SPACES.
002890     05  TOT-TARIFAS             PIC Z(08)9.99.
002900 01  IRE-LINHA-EXC.
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  EXC-CONTA               PIC 9(08).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  EXC-DOCUMENTO           PIC 9(11).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  EXC-MOTIVO              PIC X(50).
002970 01  IRE-LINHA-RESUMO.
002980     05  FILLER                  PIC X(20) VALUE SPACES.
002990     05  RES-ROTULO              PIC X(30).
003000     05  RES-VALOR               PIC Z(12)9.99.
003010     05  RES-QTDE REDEFINES RES-VALOR
003020                                 PIC ZZZZZZ9.
003030 PROCEDURE DIVISION.
003040*-----------------------------------------------------------------
003050* 0000-MAINLINE - APURA OS VALORES DO ANO POR CONTA SOBRE O
003060* DIARIO ARQUIVADO ORDENADO, EMITE O INFORME POR CPF E A LISTA
003070* DE EXCECOES.
003080*-----------------------------------------------------------------
003090 0000-MAINLINE.
003100     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
003110     IF IRE-TEM-MORTO
003120         SORT ARQ-ORDENADO
003130             ON ASCENDING KEY SDM-CONTA SDM-DATA SDM-HORA
003140             USING ARQUIVO-MORTO
003150             OUTPUT PROCEDURE 2000-ACUMULAR
003160                 THRU 2000-ACUMULAR-EXIT
003170     END-IF
003180     PERFORM 3000-INFORMAR THRU 3000-INFORMAR-EXIT
003190     PERFORM 4000-EXCECOES THRU 4000-EXCECOES-EXIT
003200     PERFORM 5000-FINALIZAR THRU 5000-FINALIZAR-EXIT
003210     STOP RUN.
003220*-----------------------------------------------------------------
003230* 1000-INICIAR - LE O ANO-BASE, CALCULA AS DATAS DE CORTE, ABRE
003240* OS ARQUIVOS E RECRIA VAZIO O ARQUIVO DE TRABALHO (INFACUM).
003250* SEM O ARQUIVO DE SALDOS AS CONTAS SEM LANCAMENTO ARQUIVADO
003260* SAEM COM SALDO ZERO.
003270*-----------------------------------------------------------------
003280 1000-INICIAR.
003290     DISPLAY "INFREND - INFORME O ANO-BASE AAAA:"
003300     ACCEPT IRE-ANO-BASE
003310     IF IRE-ANO-BASE = ZERO
003320         DISPLAY "ANO-BASE E OBRIGATORIO."
003330         STOP RUN
003340     END-IF
003350     COMPUTE IRE-ANO-ANTERIOR = IRE-ANO-BASE - 1
003360     COMPUTE IRE-CORTE-ANTERIOR = IRE-ANO-ANTERIOR * 10000 + 1231
003370     COMPUTE IRE-INICIO-BASE = IRE-ANO-BASE * 10000 + 0101
003380     COMPUTE IRE-CORTE-BASE = IRE-ANO-BASE * 10000 + 1231
003390     OPEN INPUT CLIENTES-MESTRE
003400     IF NOT IRE-CLI-OK
003410         DISPLAY "ERRO AO ABRIR CLIENTES-MESTRE. STATUS: "
003420             IRE-STATUS-CLI
003430         STOP RUN
003440     END-IF
003450     OPEN INPUT CONTA-MESTRE
003460     IF NOT IRE-CONTA-OK
003470         DISPLAY "ERRO AO ABRIR CONTA-MESTRE. STATUS: "
003480             IRE-STATUS-CONTA
003490         STOP RUN
003500     END-IF
003510     OPEN INPUT SALDOS-ABERTURA
003520     IF IRE-SNP-OK
003530         MOVE "S" TO IRE-SW-SNP
003540     ELSE
003550         DISPLAY "SEM ARQUIVO DE SALDOS (FECHDIA) - CONTAS SEM "
003560             "LANCAMENTO ARQUIVADO SAEM COM SALDO ZERO."
003570     END-IF
003580     OPEN OUTPUT ACUMULADO
003590     IF NOT IRE-ACM-OK
003600         DISPLAY "ERRO AO CRIAR O ARQUIVO DE TRABALHO (INFACUM)."
003610             " STATUS: " IRE-STATUS-ACM
003620         STOP RUN
003630     END-IF
003640     OPEN OUTPUT RELATORIO
003650     IF NOT IRE-REL-OK
003660         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
003670             IRE-STATUS-REL
003680         STOP RUN
003690     END-IF
003700     OPEN OUTPUT EXCECOES
003710     IF NOT IRE-EXC-OK
003720         DISPLAY "ERRO AO ABRIR A LISTA DE EXCECOES. STATUS: "
003730             IRE-STATUS-EXC
003740         STOP RUN
003750     END-IF
003760     OPEN OUTPUT EXTRATO-FISCO
003770     IF NOT IRE-INF-OK
003780         DISPLAY "ERRO AO ABRIR O EXTRATO PARA O FISCO. STATUS: "
003790             IRE-STATUS-INF
003800         STOP RUN
003810     END-IF
003820     PERFORM 1200-TESTAR-MORTO THRU 1200-TESTAR-MORTO-EXIT
003830     MOVE SPACES TO REL-LINHA
003840     STRING "INFORME DE RENDIMENTOS - ANO-BASE " IRE-ANO-BASE
003850         DELIMITED BY SIZE INTO REL-LINHA
003860     WRITE REL-LINHA
003870     MOVE SPACES TO REL-LINHA
003880     STRING "SALDO ANTER. = SALDO EM 31/12/" IRE-ANO-ANTERIOR
003890         "   SALDO BASE = SALDO EM 31/12/" IRE-ANO-BASE
003900         DELIMITED BY SIZE INTO REL-LINHA
003910     WRITE REL-LINHA
003920     MOVE SPACES TO EXC-LINHA
003930     STRING "INFORME DE RENDIMENTOS - ANO-BASE " IRE-ANO-BASE
003940         " - CONTAS FORA DO INFORME"
003950         DELIMITED BY SIZE INTO EXC-LINHA
003960     WRITE EXC-LINHA
003970     MOVE SPACES TO EXC-LINHA
003980     WRITE EXC-LINHA.
003990 1000-INICIAR-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004020* 1200-TESTAR-MORTO - CONFERE SE O ARQUIVO MORTO EXISTE ANTES DE
004030* ENTREGA-LO AO SORT. SEM O ARQUIVO MORTO (ANTES DO PRIMEIRO
004040* ENCERRAMENTO DO FECHDIA) TODAS AS CONTAS USAM O SALDO DO
004050* ARQUIVO DE SALDOS, SEM RENDIMENTOS NEM ENCARGOS.
004060*-----------------------------------------------------------------
004070 1200-TESTAR-MORTO.
004080     OPEN INPUT ARQUIVO-MORTO
004090     IF IRE-ARQ-OK
004100         MOVE "S" TO IRE-SW-TEM-MORTO
004110         CLOSE ARQUIVO-MORTO
004120     ELSE
004130         DISPLAY "SEM ARQUIVO MORTO (MOVARQ) - INFORME SEM "
004140             "RENDIMENTOS NEM ENCARGOS."
004150     END-IF.
004160 1200-TESTAR-MORTO-EXIT.
004170     EXIT.
004180*-----------------------------------------------------------------
004190* 2000-ACUMULAR - PROCEDIMENTO DE SAIDA DO SORT: PERCORRE O
004200* DIARIO ARQUIVADO ORDENADO POR CONTA, DATA E HORA E GRAVA NO
004210* ARQUIVO DE TRABALHO UM REGISTRO POR CONTA COM OS SALDOS DE
004220* 31/12 E OS TOTAIS DO ANO-BASE.
004230*-----------------------------------------------------------------
004240 2000-ACUMULAR.
004250     PERFORM 8200-RETORNAR THRU 8200-RETORNAR-EXIT
004260     PERFORM 2100-TRATAR-CONTA THRU 2100-TRATAR-CONTA-EXIT
004270         UNTIL IRE-FIM-SORT.
004280 2000-ACUMULAR-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310* 2100-TRATAR-CONTA - CONSOME TODOS OS LANCAMENTOS DA CONTA DO
004320* GRUPO CORRENTE E GRAVA O REGISTRO DE TRABALHO. A CONTA COM
004330* LANCAMENTO SO DEPOIS DE UMA DATA DE CORTE AINDA NAO TINHA
004340* MOVIMENTO NESSA DATA (A CONTA E ABERTA COM SALDO ZERO) E FICA
004350* COM O INDICADOR DA DATA DESLIGADO.
004360*-----------------------------------------------------------------
004370 2100-TRATAR-CONTA.
004380     MOVE SDM-CONTA TO IRE-CONTA-GRUPO
004390     MOVE SDM-CONTA TO IAC-CONTA
004400     MOVE "N"       TO IAC-SW-ANTERIOR
004410     MOVE ZERO      TO IAC-SALDO-ANTERIOR
004420     MOVE "N"       TO IAC-SW-BASE
004430     MOVE ZERO      TO IAC-SALDO-BASE
004440     MOVE ZERO      TO IAC-RENDIMENTOS
004450     MOVE ZERO      TO IAC-JUROS-DEV
004460     MOVE ZERO      TO IAC-TARIFAS
004470     MOVE "N"       TO IAC-SW-INFORMADA
004480     PERFORM 2110-ACUMULAR-LANC THRU 2110-ACUMULAR-LANC-EXIT
004490         UNTIL IRE-FIM-SORT OR SDM-CONTA NOT = IRE-CONTA-GRUPO
004500     WRITE IAC-REG
004510     ADD 1 TO IRE-QTDE-ACUMULADAS.
004520 2100-TRATAR-CONTA-EXIT.
004530     EXIT.

004540 2110-ACUMULAR-LANC.
004550     IF SDM-DATA NOT > IRE-CORTE-ANTERIOR
004560         MOVE "S"            TO IAC-SW-ANTERIOR
004570         MOVE SDM-SALDO-APOS TO IAC-SALDO-ANTERIOR
004580     END-IF
004590     IF SDM-DATA NOT > IRE-CORTE-BASE
004600         MOVE "S"            TO IAC-SW-BASE
004610         MOVE SDM-SALDO-APOS TO IAC-SALDO-BASE
004620     END-IF
004630     IF SDM-DATA NOT < IRE-INICIO-BASE
004640         AND SDM-DATA NOT > IRE-CORTE-BASE
004650         IF SDM-TIPO-JUROS
004660             ADD SDM-VALOR TO IAC-RENDIMENTOS
004670         END-IF
004680         IF SDM-TIPO-JUROS-DEV
004690             ADD SDM-VALOR TO IAC-JUROS-DEV
004700         END-IF
004710         IF SDM-TIPO-TAR-SAQUE OR SDM-TIPO-TAR-TRANSF
004720             OR SDM-TIPO-TAR-MANUT
004730             ADD SDM-VALOR TO IAC-TARIFAS
004740         END-IF
004750     END-IF
004760     PERFORM 8200-RETORNAR THRU 8200-RETORNAR-EXIT.
004770 2110-ACUMULAR-LANC-EXIT.
004780     EXIT.
004790*-----------------------------------------------------------------
004800* 3000-INFORMAR - REABRE O ARQUIVO DE TRABALHO PARA CONSULTA E
004810* PERCORRE O MESTRE DE CLIENTES EM ORDEM DE CPF, EMITINDO O
004820* INFORME DE CADA CLIENTE.
004830*-----------------------------------------------------------------
004840 3000-INFORMAR.
004850     CLOSE ACUMULADO
004860     OPEN I-O ACUMULADO
004870     IF NOT IRE-ACM-OK
004880         DISPLAY "ERRO AO REABRIR O ARQUIVO DE TRABALHO "
004890             "(INFACUM). STATUS: " IRE-STATUS-ACM
004900         STOP RUN
004910     END-IF
004920     MOVE ZERO TO CLI-DOCUMENTO
004930     START CLIENTES-MESTRE KEY NOT LESS THAN CLI-DOCUMENTO
004940         INVALID KEY
004950             MOVE "S" TO IRE-SW-FIM-CLI
004960     END-START
004970     IF NOT IRE-FIM-CLI
004980         PERFORM 8000-LER-CLIENTE THRU 8000-LER-CLIENTE-EXIT
004990     END-IF
005000     PERFORM 3100-INFORMAR-CLIENTE THRU 3100-INFORMAR-CLIENTE-EXIT
005010         UNTIL IRE-FIM-CLI.
005020 3000-INFORMAR-EXIT.
005030     EXIT.
005040*-----------------------------------------------------------------
005050* 3100-INFORMAR-CLIENTE - IMPRIME O CABECALHO DO CPF, UMA LINHA
005060* POR CONTA DA TABELA CLI-TAB-CONTAS E O TOTAL DO CPF. O CLIENTE
005070* SEM NENHUMA CONTA VINCULADA NAO TEM O QUE INFORMAR.
005080*-----------------------------------------------------------------
005090 3100-INFORMAR-CLIENTE.
005100     IF CLI-QTDE-CONTAS > ZERO
005110         PERFORM 3110-IMPRIMIR-CLIENTE
005120             THRU 3110-IMPRIMIR-CLIENTE-EXIT
005130     END-IF
005140     PERFORM 8000-LER-CLIENTE THRU 8000-LER-CLIENTE-EXIT.
005150 3100-INFORMAR-CLIENTE-EXIT.
005160     EXIT.

005170 3110-IMPRIMIR-CLIENTE.
005180     ADD 1 TO IRE-QTDE-CPF
005190     MOVE ZERO TO IRE-CPF-SALDO-ANTERIOR
005200     MOVE ZERO TO IRE-CPF-SALDO-BASE
005210     MOVE ZERO TO IRE-CPF-RENDIMENTOS
005220     MOVE ZERO TO IRE-CPF-JUROS-DEV
005230     MOVE ZERO TO IRE-CPF-TARIFAS
005240     MOVE SPACES TO REL-LINHA
005250     WRITE REL-LINHA
005260     STRING "CPF " CLI-DOCUMENTO "  " CLI-NOME
005270         DELIMITED BY SIZE INTO REL-LINHA
005280     WRITE REL-LINHA
005290     WRITE REL-LINHA FROM IRE-LINHA-CAB
005300     PERFORM 3200-INFORMAR-CONTA THRU 3200-INFORMAR-CONTA-EXIT
005310         VARYING IRE-IDX FROM 1 BY 1
005320         UNTIL IRE-IDX > CLI-QTDE-CONTAS OR IRE-IDX > 10
005330     MOVE IRE-CPF-SALDO-ANTERIOR TO TOT-SALDO-ANTERIOR
005340     MOVE IRE-CPF-SALDO-BASE     TO TOT-SALDO-BASE
005350     MOVE IRE-CPF-RENDIMENTOS    TO TOT-RENDIMENTOS
005360     MOVE IRE-CPF-JUROS-DEV      TO TOT-JUROS-DEV
005370     MOVE IRE-CPF-TARIFAS        TO TOT-TARIFAS
005380     WRITE REL-LINHA FROM IRE-LINHA-TOTAL.
005390 3110-IMPRIMIR-CLIENTE-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------------
005420* 3200-INFORMAR-CONTA - TOMA OS VALORES DA CONTA NO ARQUIVO DE
005430* TRABALHO (OU, SEM LANCAMENTO ARQUIVADO, O SALDO DO ARQUIVO DE
005440* SALDOS) E EMITE A CONTA NO INFORME E NO EXTRATO PARA O FISCO
005450* (3230).
005460*-----------------------------------------------------------------
005470 3200-INFORMAR-CONTA.
005480     MOVE CLI-CONTA-NUM(IRE-IDX) TO IAC-CONTA
005490     READ ACUMULADO
005500         INVALID KEY
005510             PERFORM 3210-CONTA-SEM-MOVIMENTO
005520                 THRU 3210-CONTA-SEM-MOVIMENTO-EXIT
005530         NOT INVALID KEY
005540             PERFORM 3220-CONTA-COM-MOVIMENTO
005550                 THRU 3220-CONTA-COM-MOVIMENTO-EXIT
005560     END-READ
005570     MOVE CLI-CONTA-NUM(IRE-IDX) TO IRE-CONTA-INF
005580     PERFORM 3230-EMITIR-CONTA THRU 3230-EMITIR-CONTA-EXIT.
005850 3200-INFORMAR-CONTA-EXIT.
005860     EXIT.
005870*-----------------------------------------------------------------
005880* 3210-CONTA-SEM-MOVIMENTO - A CONTA SEM NENHUM LANCAMENTO NO
005890* ARQUIVO MORTO NUNCA TEVE O SALDO ALTERADO: OS DOIS SALDOS SAO
005900* O SALDO DO ARQUIVO DE SALDOS, SEM RENDIMENTOS NEM ENCARGOS.
005910*-----------------------------------------------------------------
005920 3210-CONTA-SEM-MOVIMENTO.
005930     MOVE ZERO TO IRE-SALDO-ANTERIOR
005940     MOVE ZERO TO IRE-SALDO-BASE
005950     MOVE ZERO TO IRE-RENDIMENTOS
005960     MOVE ZERO TO IRE-JUROS-DEV
005970     MOVE ZERO TO IRE-TARIFAS
005980     IF IRE-SNP-DISPONIVEL
005990         MOVE CLI-CONTA-NUM(IRE-IDX) TO SNP-CONTA
006000         READ SALDOS-ABERTURA
006010             INVALID KEY
006020                 CONTINUE
006030             NOT INVALID KEY
006040                 MOVE SNP-SALDO TO IRE-SALDO-ANTERIOR
006050                 MOVE SNP-SALDO TO IRE-SALDO-BASE
006060         END-READ
006070     END-IF.
006080 3210-CONTA-SEM-MOVIMENTO-EXIT.
006090     EXIT.
006100*-----------------------------------------------------------------
006110* 3220-CONTA-COM-MOVIMENTO - TOMA OS VALORES APURADOS NO ARQUIVO
006120* DE TRABALHO E MARCA A CONTA COMO INFORMADA. SEM LANCAMENTO ATE
006130* A DATA DE CORTE O SALDO NESSA DATA E ZERO.
006140*-----------------------------------------------------------------
006150 3220-CONTA-COM-MOVIMENTO.
006160     MOVE ZERO TO IRE-SALDO-ANTERIOR
006170     MOVE ZERO TO IRE-SALDO-BASE
006180     IF IAC-TEM-ANTERIOR
006190         MOVE IAC-SALDO-ANTERIOR TO IRE-SALDO-ANTERIOR
006200     END-IF
006210     IF IAC-TEM-BASE
006220         MOVE IAC-SALDO-BASE TO IRE-SALDO-BASE
006230     END-IF
006240     MOVE IAC-RENDIMENTOS TO IRE-RENDIMENTOS
006250     MOVE IAC-JUROS-DEV   TO IRE-JUROS-DEV
006260     MOVE IAC-TARIFAS     TO IRE-TARIFAS
006270     MOVE "S" TO IAC-SW-INFORMADA
006280     REWRITE IAC-REG.
006290 3220-CONTA-COM-MOVIMENTO-EXIT.
006300     EXIT.
006301*-----------------------------------------------------------------
006302* 3230-EMITIR-CONTA - IMPRIME A CONTA IRE-CONTA-INF, GRAVA O
006303* EXTRATO NO CPF CORRENTE (CLI-DOCUMENTO) E ACUMULA OS TOTAIS.
006304*-----------------------------------------------------------------
006305 3230-EMITIR-CONTA.
006306     MOVE IRE-CONTA-INF          TO DET-CONTA
006307     MOVE IRE-SALDO-ANTERIOR     TO DET-SALDO-ANTERIOR
006308     MOVE IRE-SALDO-BASE         TO DET-SALDO-BASE
006309     MOVE IRE-RENDIMENTOS        TO DET-RENDIMENTOS
00630A     MOVE IRE-JUROS-DEV          TO DET-JUROS-DEV
00630B     MOVE IRE-TARIFAS            TO DET-TARIFAS
00630C     WRITE REL-LINHA FROM IRE-LINHA-DET
00630D     MOVE SPACES                 TO INF-REG
00630E     MOVE "D"                    TO INF-TIPO-REG
00630F     MOVE IRE-ANO-BASE           TO INF-ANO-BASE
00630G     MOVE CLI-DOCUMENTO          TO INF-DOCUMENTO
00630H     MOVE IRE-CONTA-INF          TO INF-CONTA
00630I     MOVE CLI-NOME               TO INF-NOME
00630J     MOVE IRE-SALDO-ANTERIOR     TO INF-SALDO-ANTERIOR
00630K     MOVE IRE-SALDO-BASE         TO INF-SALDO-BASE
00630L     MOVE IRE-RENDIMENTOS        TO INF-RENDIMENTOS
00630M     MOVE IRE-JUROS-DEV          TO INF-JUROS-DEV
00630N     MOVE IRE-TARIFAS            TO INF-TARIFAS
00630O     WRITE INF-REG
00630P     ADD IRE-SALDO-ANTERIOR TO IRE-CPF-SALDO-ANTERIOR
00630Q     ADD IRE-SALDO-BASE     TO IRE-CPF-SALDO-BASE
00630R     ADD IRE-RENDIMENTOS    TO IRE-CPF-RENDIMENTOS
00630S     ADD IRE-JUROS-DEV      TO IRE-CPF-JUROS-DEV
00630T     ADD IRE-TARIFAS        TO IRE-CPF-TARIFAS
00630U     ADD IRE-RENDIMENTOS    TO IRE-TOT-RENDIMENTOS
00630V     ADD IRE-JUROS-DEV      TO IRE-TOT-JUROS-DEV
00630W     ADD IRE-TARIFAS        TO IRE-TOT-TARIFAS
00630X     ADD 1 TO IRE-QTDE-CONTAS-INF.
00630Y 3230-EMITIR-CONTA-EXIT.
00630Z     EXIT.
006310*-----------------------------------------------------------------
006311* 4000-EXCECOES - PERCORRE O MESTRE DE CONTAS, INFORMA AS CONTAS
006312* ENCERRADAS NO CPF DO TITULAR (4200) E LISTA AS CONTAS QUE
006313* FICARAM FORA DO INFORME: SEM CPF VINCULADO (CONTA-DOCUMENTO
006314* ZERADO) OU, AINDA ATIVAS, COM MOVIMENTO ARQUIVADO SEM CONSTAR
006315* DA TABELA DE CONTAS DE NENHUM CPF.
006360*-----------------------------------------------------------------
006370 4000-EXCECOES.
006380     MOVE ZERO TO CONTA-NUMERO
006390     START CONTA-MESTRE KEY NOT LESS THAN CONTA-NUMERO
006400         INVALID KEY
006410             MOVE "S" TO IRE-SW-FIM-CONTA
006420     END-START
006430     IF NOT IRE-FIM-CONTA
006440         PERFORM 8100-LER-CONTA THRU 8100-LER-CONTA-EXIT
006450     END-IF
006460     PERFORM 4100-AVALIAR-CONTA THRU 4100-AVALIAR-CONTA-EXIT
006470         UNTIL IRE-FIM-CONTA.
006480 4000-EXCECOES-EXIT.
006490     EXIT.

006500 4100-AVALIAR-CONTA.
006510     MOVE SPACES TO EXC-MOTIVO
006520     IF CONTA-DOCUMENTO = ZERO
006530         MOVE "CONTA SEM CPF VINCULADO (DOCUMENTO ZERADO)"
006540             TO EXC-MOTIVO
006550     ELSE
006560         MOVE CONTA-NUMERO TO IAC-CONTA
006570         READ ACUMULADO
006580             INVALID KEY
006590                 CONTINUE
006600             NOT INVALID KEY
006601                 IF NOT IAC-INFORMADA
006602                     IF CONTA-ENCERRADA
006603                         PERFORM 4200-INFORMAR-ENCERRADA
006604                             THRU 4200-INFORMAR-ENCERRADA-EXIT
006605                     ELSE
006606                         MOVE "CONTA MOVIMENTADA FORA DO CADASTRO"
006607                             TO EXC-MOTIVO
006608                     END-IF
006609                 END-IF
006650         END-READ
006660     END-IF
006670     IF EXC-MOTIVO NOT = SPACES
006680         MOVE CONTA-NUMERO    TO EXC-CONTA
006690         MOVE CONTA-DOCUMENTO TO EXC-DOCUMENTO
006700         WRITE EXC-LINHA FROM IRE-LINHA-EXC
006710         ADD 1 TO IRE-QTDE-EXCECOES
006720     END-IF
006730     PERFORM 8100-LER-CONTA THRU 8100-LER-CONTA-EXIT.
006740 4100-AVALIAR-CONTA-EXIT.
006750     EXIT.
006751*-----------------------------------------------------------------
006752* 4200-INFORMAR-ENCERRADA - A CONTA ENCERRADA SAI DA TABELA DE
006753* CONTAS DO CLIENTE MAS CONSERVA O CONTA-DOCUMENTO. COM SALDO OU
006754* VALORES NO ANO-BASE E INFORMADA NO CPF DO TITULAR, NA SECAO DE
006755* CONTAS ENCERRADAS DO INFORME, E GRAVADA NO EXTRATO PARA O FISCO.
006756* A ENCERRADA EM ANO ANTERIOR NAO TEM O QUE INFORMAR; A DE CPF
006757* FORA DO MESTRE DE CLIENTES VAI PARA A LISTA DE EXCECOES.
006758*-----------------------------------------------------------------
006759 4200-INFORMAR-ENCERRADA.
00675A     IF IAC-SALDO-ANTERIOR = ZERO AND IAC-SALDO-BASE = ZERO
00675B         AND IAC-RENDIMENTOS = ZERO AND IAC-JUROS-DEV = ZERO
00675C         AND IAC-TARIFAS = ZERO
00675D         GO TO 4200-INFORMAR-ENCERRADA-EXIT
00675E     END-IF
00675F     MOVE CONTA-DOCUMENTO TO CLI-DOCUMENTO
00675G     READ CLIENTES-MESTRE
00675H         INVALID KEY
00675I             MOVE "CONTA ENCERRADA DE CPF FORA DO CADASTRO"
00675J                 TO EXC-MOTIVO
00675K     END-READ
00675L     IF EXC-MOTIVO NOT = SPACES
00675M         GO TO 4200-INFORMAR-ENCERRADA-EXIT
00675N     END-IF
00675O     IF NOT IRE-CAB-ENCERRADAS
00675P         MOVE "S" TO IRE-SW-CAB-ENC
00675Q         MOVE SPACES TO REL-LINHA
00675R         WRITE REL-LINHA
00675S         MOVE "CONTAS ENCERRADAS - INFORMADAS NO CPF DO TITULAR"
00675T             TO REL-LINHA
00675U         WRITE REL-LINHA
00675V     END-IF
00675W     MOVE SPACES TO REL-LINHA
00675X     WRITE REL-LINHA
00675Y     STRING "CPF " CLI-DOCUMENTO "  " CLI-NOME
00675Z         DELIMITED BY SIZE INTO REL-LINHA
006760     WRITE REL-LINHA
006761     WRITE REL-LINHA FROM IRE-LINHA-CAB
006762     PERFORM 3220-CONTA-COM-MOVIMENTO
006763         THRU 3220-CONTA-COM-MOVIMENTO-EXIT
006764     MOVE CONTA-NUMERO TO IRE-CONTA-INF
006765     PERFORM 3230-EMITIR-CONTA THRU 3230-EMITIR-CONTA-EXIT
006766     ADD 1 TO IRE-QTDE-ENCERRADAS.
006767 4200-INFORMAR-ENCERRADA-EXIT.
006768     EXIT.
006769*-----------------------------------------------------------------
00676A* 5000-FINALIZAR - IMPRIME OS RESUMOS E FECHA OS ARQUIVOS.
00676B*-----------------------------------------------------------------
006790 5000-FINALIZAR.
006800     MOVE SPACES TO REL-LINHA
006810     WRITE REL-LINHA
006820     MOVE SPACES TO IRE-LINHA-RESUMO
006830     MOVE "CPFS INFORMADOS:" TO RES-ROTULO
006840     MOVE IRE-QTDE-CPF TO RES-QTDE
006850     WRITE REL-LINHA FROM IRE-LINHA-RESUMO
006860     MOVE SPACES TO IRE-LINHA-RESUMO
006870     MOVE "CONTAS INFORMADAS:" TO RES-ROTULO
006880     MOVE IRE-QTDE-CONTAS-INF TO RES-QTDE
006890     WRITE REL-LINHA FROM IRE-LINHA-RESUMO
006891     MOVE SPACES TO IRE-LINHA-RESUMO
006892     MOVE "CONTAS ENCERRADAS INFORMADAS:" TO RES-ROTULO
006893     MOVE IRE-QTDE-ENCERRADAS TO RES-QTDE
006894     WRITE REL-LINHA FROM IRE-LINHA-RESUMO
006900     MOVE SPACES TO IRE-LINHA-RESUMO
006910     MOVE "TOTAL DE RENDIMENTOS:" TO RES-ROTULO
006920     MOVE IRE-TOT-RENDIMENTOS TO RES-VALOR
006930     WRITE REL-LINHA FROM IRE-LINHA-RESUMO
006940     MOVE SPACES TO IRE-LINHA-RESUMO
006950     MOVE "TOTAL JUROS CHEQUE ESPECIAL:" TO RES-ROTULO
006960     MOVE IRE-TOT-JUROS-DEV TO RES-VALOR
006970     WRITE REL-LINHA FROM IRE-LINHA-RESUMO
006980     MOVE SPACES TO IRE-LINHA-RESUMO
006990     MOVE "TOTAL DE TARIFAS:" TO RES-ROTULO
007000     MOVE IRE-TOT-TARIFAS TO RES-VALOR
007010     WRITE REL-LINHA FROM IRE-LINHA-RESUMO
007020     MOVE SPACES TO EXC-LINHA
007030     WRITE EXC-LINHA
007040     MOVE SPACES TO IRE-LINHA-RESUMO
007050     MOVE "CONTAS FORA DO INFORME:" TO RES-ROTULO
007060     MOVE IRE-QTDE-EXCECOES TO RES-QTDE
007070     WRITE EXC-LINHA FROM IRE-LINHA-RESUMO
007080     CLOSE CLIENTES-MESTRE
007090     CLOSE CONTA-MESTRE
007100     IF IRE-SNP-DISPONIVEL
007110         CLOSE SALDOS-ABERTURA
007120     END-IF
007130     CLOSE ACUMULADO
007140     CLOSE RELATORIO
007150     CLOSE EXCECOES
007160     CLOSE EXTRATO-FISCO
007170     DISPLAY "INFREND - CPFS INFORMADOS: " IRE-QTDE-CPF
007180     DISPLAY "INFREND - CONTAS INFORMADAS: " IRE-QTDE-CONTAS-INF
007190     DISPLAY "INFREND - CONTAS FORA DO INFORME: "
007200         IRE-QTDE-EXCECOES.
007210 5000-FINALIZAR-EXIT.
007220     EXIT.
007230*-----------------------------------------------------------------
007240* 8000-LER-CLIENTE - LE SEQUENCIALMENTE O PROXIMO CLIENTE DO
007250* MESTRE DE CLIENTES E SINALIZA O FIM DE ARQUIVO.
007260*-----------------------------------------------------------------
007270 8000-LER-CLIENTE.
007280     READ CLIENTES-MESTRE NEXT RECORD
007290         AT END
007300             MOVE "S" TO IRE-SW-FIM-CLI
007310     END-READ.
007320 8000-LER-CLIENTE-EXIT.
007330     EXIT.
007340*-----------------------------------------------------------------
007350* 8100-LER-CONTA - LE SEQUENCIALMENTE O PROXIMO REGISTRO DO
007360* MESTRE DE CONTAS E SINALIZA O FIM DE ARQUIVO.
007370*-----------------------------------------------------------------
007380 8100-LER-CONTA.
007390     READ CONTA-MESTRE NEXT RECORD
007400         AT END
007410             MOVE "S" TO IRE-SW-FIM-CONTA
007420     END-READ.
007430 8100-LER-CONTA-EXIT.
007440     EXIT.
007450*-----------------------------------------------------------------
007460* 8200-RETORNAR - DEVOLVE O PROXIMO LANCAMENTO JA ORDENADO POR
007470* CONTA, DATA E HORA.
007480*-----------------------------------------------------------------
007490 8200-RETORNAR.
007500     RETURN ARQ-ORDENADO
007510         AT END
007520             MOVE "S" TO IRE-SW-FIM-SORT
007530     END-RETURN.
007540 8200-RETORNAR-EXIT.
007550     EXIT.

007560 END PROGRAM INFREND.
