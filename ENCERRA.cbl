
000010*-----------------------------------------------------------------
000020* PROPOSITO: USO DO SUPERVISOR NA AGENCIA PARA ENCERRAR A CONTA
000030*            A PEDIDO DO CLIENTE. O ENCERRAMENTO E RECUSADO
000040*            ENQUANTO A CONTA TIVER QUALQUER PENDENCIA:
000050*            - SALDO DEVEDOR (NEGATIVO NO CHEQUE ESPECIAL);
000060*            - TRANSFERENCIA AGENDADA PENDENTE (AGENDA), COMO
000070*              ORIGEM OU COMO DESTINO;
000080*            - ENVELOPE DE DEPOSITO EM VERIFICACAO (DEPPEND);
000090*            - BLOQUEIO JUDICIAL ATIVO (BLOQJUD);
000100*            - TRANSFERENCIA PARA OUTRO BANCO AINDA SEM RETORNO
000110*              DA CAMARA (TRFEXT PENDENTE OU ENVIADA);
000115*            - PAGAMENTO DE BOLETO AINDA SEM RETORNO DO
000116*              FAVORECIDO (PAGBOL PENDENTE OU ENVIADO).
000120*            O SALDO CREDOR RESTANTE E ZERADO ANTES DO
000130*            ENCERRAMENTO, PAGO EM ESPECIE NA AGENCIA (SAQUE,
000140*            TIPO 02, TERMINAL ZERO) OU TRANSFERIDO PARA OUTRA
000150*            CONTA DO BANCO (PAR 05/06). SO COM O SALDO ZERADO A
000160*            CONTA E MARCADA COMO ENCERRADA (SITUACAO "E"), O
000170*            ENCERRAMENTO E LANCADO NO DIARIO (TIPO 19, VALOR
000180*            ZERO) E A CONTA SAI DA TABELA DE CONTAS DO CLIENTE
000190*            (CLI-TAB-CONTAS) DO TITULAR E DE CADA COTITULAR DA
000195*            CONTA CONJUNTA. TODOS OS LANCAMENTOS SAO
000200*            CARIMBADOS COM O OPERADOR.
000210*            PARA CADA CONTA ENCERRADA E IMPRESSO O EXTRATO DE
000220*            ENCERRAMENTO NO RELATORIO ENCERRA: TITULAR,
000230*            LANCAMENTOS DO DIA NA CONTA, SALDO FINAL E DESTINO
000240*            DO SALDO RESTANTE.
000250*-----------------------------------------------------------------
000260* HISTORICO DE ALTERACOES
000270* 2026-10-15 LS  PROGRAMA CRIADO.
000272* 2026-10-15 LS  CONTA CONJUNTA: A CONTA ENCERRADA SAI TAMBEM DA
000274*                TABELA DE CONTAS DE CADA COTITULAR, E O EXTRATO
000276*                DE ENCERRAMENTO LISTA TODOS OS TITULARES.
000277* 2026-10-15 LS  RECUSA O ENCERRAMENTO COM PAGAMENTO DE BOLETO
000278*                SEM RETORNO (PAGBOL) E ROTULA NO EXTRATO OS
000279*                TIPOS 23/98.
000280*-----------------------------------------------------------------
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ENCERRA.
000310 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000320 INSTALLATION. BANCO.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CONTA-MESTRE ASSIGN TO "CONTAS"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CONTA-NUMERO
000420         FILE STATUS IS ENC-STATUS-CONTA.
000430     SELECT CLIENTES-MESTRE ASSIGN TO "CLIENTES"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CLI-DOCUMENTO
000470         FILE STATUS IS ENC-STATUS-CLI.
000480     SELECT AGENDA ASSIGN TO "AGENDA"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS ENC-STATUS-AGD.
000510     SELECT DEPOSITOS-PEND ASSIGN TO "DEPPEND"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS ENC-STATUS-DEP.
000540     SELECT BLOQUEIOS-JUD ASSIGN TO "BLOQJUD"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS ENC-STATUS-BLQ.
000570     SELECT TRANSF-EXTERNA ASSIGN TO "TRFEXT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS ENC-STATUS-TEX.
000595     SELECT PAGAMENTOS-BOL ASSIGN TO "PAGBOL"
000596         ORGANIZATION IS SEQUENTIAL
000597         FILE STATUS IS ENC-STATUS-BOL.
000600     SELECT MOVIMENTO ASSIGN TO "MOVTO"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS ENC-STATUS-MOV.
000630     SELECT OPERADORES ASSIGN TO "OPERADOR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS OPR-ID
000670         FILE STATUS IS ENC-STATUS-OPR.
000680     SELECT RELATORIO ASSIGN TO "ENCERRA"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS ENC-STATUS-REL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CONTA-MESTRE.
000740     COPY CONTAREG.
000750 FD  CLIENTES-MESTRE.
000760     COPY CLIREG.
000770 FD  AGENDA.
000780     COPY AGDREG.
000790 FD  DEPOSITOS-PEND.
000800     COPY DEPREG.
000810 FD  BLOQUEIOS-JUD.
000820     COPY BLQREG.
000830 FD  TRANSF-EXTERNA.
000840     COPY TEXREG.
000845 FD  PAGAMENTOS-BOL.
000846     COPY BOLREG.
000850 FD  MOVIMENTO.
000860     COPY MOVREG.
000870 FD  OPERADORES.
000880     COPY OPRREG.
000890 FD  RELATORIO.
000900 01  REL-LINHA                   PIC X(80).
000910 WORKING-STORAGE SECTION.
000920*-----------------------------------------------------------------
000930* AREA DE CONTROLE DE ARQUIVOS
000940*-----------------------------------------------------------------
000950  77  ENC-STATUS-CONTA           PIC X(02).
000960      88  ENC-CONTA-OK                VALUE "00".
000970  77  ENC-STATUS-CLI             PIC X(02).
000980      88  ENC-CLI-OK                  VALUE "00".
000990  77  ENC-STATUS-AGD             PIC X(02).
001000      88  ENC-AGD-OK                  VALUE "00".
001010  77  ENC-STATUS-DEP             PIC X(02).
001020      88  ENC-DEP-OK                  VALUE "00".
001030  77  ENC-STATUS-BLQ             PIC X(02).
001040      88  ENC-BLQ-OK                  VALUE "00".
001050  77  ENC-STATUS-TEX             PIC X(02).
001060      88  ENC-TEX-OK                  VALUE "00".
001065  77  ENC-STATUS-BOL             PIC X(02).
001066      88  ENC-BOL-OK                  VALUE "00".
001070  77  ENC-STATUS-MOV             PIC X(02).
001080      88  ENC-MOV-OK                  VALUE "00".
001090  77  ENC-STATUS-REL             PIC X(02).
001100      88  ENC-REL-OK                  VALUE "00".
001110  77  ENC-SW-FIM                 PIC X(01) VALUE "N".
001120      88  ENC-FIM-ENCERRAMENTO       VALUE "S".
001130  77  ENC-SW-FIM-ARQ             PIC X(01) VALUE "N".
001140      88  ENC-FIM-ARQUIVO            VALUE "S".
001150  77  ENC-SW-PENDENCIA           PIC X(01) VALUE "N".
001160      88  ENC-TEM-PENDENCIA          VALUE "S".
001170  77  ENC-SW-ACHOU               PIC X(01) VALUE "N".
001180      88  ENC-CONTA-ACHADA           VALUE "S".
001190*-----------------------------------------------------------------
001200* CAMPOS DE ENTRADA DO SUPERVISOR E DADOS DA CONTA EM
001210* ENCERRAMENTO (O REGISTRO DO MESTRE E REAPROVEITADO NA LEITURA
001220* DA CONTA DE DESTINO DO SALDO).
001230*-----------------------------------------------------------------
001240  77  ENC-CONTA-ENT              PIC 9(08) VALUE ZERO.
001250  77  ENC-CONTA-DEST             PIC 9(08) VALUE ZERO.
001260  77  ENC-OPCAO                  PIC X(01) VALUE SPACE.
001270      88  ENC-PAGAR-AGENCIA          VALUE "1".
001280      88  ENC-TRANSFERIR             VALUE "2".
001290  77  ENC-CONFIRMA               PIC X(01) VALUE "N".
001300      88  ENC-CONFIRMADO             VALUE "S".
001310  77  ENC-SALDO                  PIC S9(10)V99 VALUE ZERO.
001320  77  ENC-DOCUMENTO              PIC 9(11) VALUE ZERO.
001330  77  ENC-MOTIVO                 PIC X(50) VALUE SPACES.
001340  77  ENC-VALOR-EDIT             PIC -9(10).99.
001350  77  ENC-DATA-HOJE              PIC 9(08) VALUE ZERO.
001360  77  ENC-IND                    PIC 9(02) VALUE ZERO.
001370  77  ENC-IND-ACHADO             PIC 9(02) VALUE ZERO.
001380  77  ENC-QTDE-ENCERRADAS        PIC 9(05) VALUE ZERO.
001381  77  ENC-DOC-DESVINC            PIC 9(11) VALUE ZERO.
001382  77  ENC-QTDE-COT               PIC 9(01) VALUE ZERO.
001383  77  ENC-IND-COT                PIC 9(01) VALUE ZERO.
001384 01  ENC-TAB-COTITULARES.
001385     05  ENC-COTITULAR           OCCURS 3 TIMES.
001386         10  ENC-COT-DOCUMENTO   PIC 9(11).
001387         10  FILLER              PIC X(06).
001390*-----------------------------------------------------------------
001400* SIGN-ON DO OPERADOR
001410*-----------------------------------------------------------------
001420  77  ENC-STATUS-OPR             PIC X(02).
001430      88  ENC-OPR-OK                  VALUE "00".
001440  77  ENC-SW-SIGNON              PIC X(01) VALUE "N".
001450      88  ENC-SIGNON-OK              VALUE "S".
001460  77  ENC-SIGN-TENTATIVAS        PIC 9(01) VALUE ZERO.
001470  77  ENC-OPERADOR               PIC 9(04) VALUE ZERO.
001480  77  ENC-OPR-ID-ENT             PIC 9(04) VALUE ZERO.
001490  77  ENC-OPR-SENHA-ENT          PIC 9(06) VALUE ZERO.
001500  77  ENC-SW-OPR-ACHADO          PIC X(01) VALUE "N".
001510      88  ENC-OPR-ACHADO             VALUE "S".
001520*-----------------------------------------------------------------
001530* LINHAS DO EXTRATO DE ENCERRAMENTO
001540*-----------------------------------------------------------------
001550 01  ENC-LINHA-DET.
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  DET-DATA                PIC 9(08).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  DET-HORA                PIC 9(08).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  DET-TIPO                PIC X(12).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  DET-VALOR               PIC -9(10).99.
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  DET-SALDO               PIC -9(10).99.
001660 01  ENC-LINHA-RESUMO.
001670     05  FILLER                  PIC X(20) VALUE SPACES.
001680     05  RES-ROTULO              PIC X(20).
001690     05  RES-VALOR               PIC -9(10).99.
001700 PROCEDURE DIVISION.
001710*-----------------------------------------------------------------
001720* 0000-MAINLINE - EXIGE O SIGN-ON DE SUPERVISOR E REPETE O
001730* ENCERRAMENTO DE CONTAS ATE O SUPERVISOR INFORMAR CONTA ZERO.
001740*-----------------------------------------------------------------
001750 0000-MAINLINE.
001760     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
001770     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
001780         UNTIL ENC-FIM-ENCERRAMENTO
001790     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
001800     STOP RUN.
001810*-----------------------------------------------------------------
001820* 1000-INICIAR - ABRE OS MESTRES PARA ATUALIZACAO, O DIARIO EM
001830* EXTENSAO E O RELATORIO, E EXIGE O SIGN-ON DE SUPERVISOR. OS
001840* ARQUIVOS DE PENDENCIAS SAO ABERTOS A CADA CONSULTA.
001850*-----------------------------------------------------------------
001860 1000-INICIAR.
001870     OPEN I-O CONTA-MESTRE
001880     IF NOT ENC-CONTA-OK
001890         DISPLAY "ERRO AO ABRIR CONTA-MESTRE. STATUS: "
001900             ENC-STATUS-CONTA
001910         STOP RUN
001920     END-IF
001930     OPEN I-O CLIENTES-MESTRE
001940     IF NOT ENC-CLI-OK
001950         DISPLAY "ERRO AO ABRIR O MESTRE DE CLIENTES. STATUS: "
001960             ENC-STATUS-CLI
001970         STOP RUN
001980     END-IF
001990     OPEN EXTEND MOVIMENTO
002000     IF NOT ENC-MOV-OK
002010         OPEN OUTPUT MOVIMENTO
002020         IF NOT ENC-MOV-OK
002030             DISPLAY "ERRO AO ABRIR O DIARIO DE MOVIMENTOS. "
002040                 "STATUS: " ENC-STATUS-MOV
002050             STOP RUN
002060         END-IF
002070     END-IF
002080     OPEN OUTPUT RELATORIO
002090     IF NOT ENC-REL-OK
002100         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
002110             ENC-STATUS-REL
002120         STOP RUN
002130     END-IF
002140     ACCEPT ENC-DATA-HOJE FROM DATE YYYYMMDD
002150     DISPLAY "----------------------------------------"
002160     DISPLAY "- ENCERRAMENTO DE CONTA (SUPERVISOR)   -"
002170     DISPLAY "----------------------------------------"
002180     PERFORM 1100-SIGNON THRU 1100-SIGNON-EXIT.
002190 1000-INICIAR-EXIT.
002200     EXIT.
002210*-----------------------------------------------------------------
002220* 1100-SIGNON - AUTENTICA O OPERADOR CONTRA O MESTRE DE
002230* OPERADORES (CADOPER), COM LIMITE DE 3 TENTATIVAS. SO O NIVEL
002240* SUPERVISOR PODE ENCERRAR CONTAS.
002250*-----------------------------------------------------------------
002260 1100-SIGNON.
002270     OPEN INPUT OPERADORES
002280     IF NOT ENC-OPR-OK
002290         DISPLAY "SEM MESTRE DE OPERADORES (CADOPER). "
002300             "ACESSO NEGADO."
002310         STOP RUN
002320     END-IF
002330     PERFORM 1110-PEDIR-OPERADOR THRU 1110-PEDIR-OPERADOR-EXIT
002340         UNTIL ENC-SIGNON-OK OR ENC-SIGN-TENTATIVAS > 2
002350     CLOSE OPERADORES
002360     IF NOT ENC-SIGNON-OK
002370         DISPLAY "ACESSO NEGADO."
002380         STOP RUN
002390     END-IF.
002400 1100-SIGNON-EXIT.
002410     EXIT.

002420 1110-PEDIR-OPERADOR.
002430     ADD 1 TO ENC-SIGN-TENTATIVAS
002440     DISPLAY "IDENTIFICACAO DO OPERADOR:"
002450     ACCEPT ENC-OPR-ID-ENT
002460     DISPLAY "SENHA DO OPERADOR:"
002470     ACCEPT ENC-OPR-SENHA-ENT
002480     MOVE "N" TO ENC-SW-OPR-ACHADO
002490     MOVE ENC-OPR-ID-ENT TO OPR-ID
002500     READ OPERADORES
002510         INVALID KEY
002520             CONTINUE
002530         NOT INVALID KEY
002540             MOVE "S" TO ENC-SW-OPR-ACHADO
002550     END-READ
002560     IF ENC-OPR-ACHADO AND OPR-SENHA = ENC-OPR-SENHA-ENT
002570         IF OPR-NIVEL-SUPERVISOR
002580             MOVE "S" TO ENC-SW-SIGNON
002590             MOVE OPR-ID TO ENC-OPERADOR
002600             DISPLAY "OPERADOR AUTENTICADO: " OPR-NOME
002610         ELSE
002620             DISPLAY "OPERADOR SEM ALCADA PARA ESTE PROGRAMA."
002630         END-IF
002640     ELSE
002650         DISPLAY "OPERADOR OU SENHA INVALIDA."
002660     END-IF.
002670 1110-PEDIR-OPERADOR-EXIT.
002680     EXIT.
002690*-----------------------------------------------------------------
002700* 2000-PROCESSAR - PEDE A CONTA A ENCERRAR (ZERO TERMINA),
002710* CONFERE AS PENDENCIAS, ZERA O SALDO RESTANTE E ENCERRA A CONTA
002720* COM A CONFIRMACAO DO SUPERVISOR.
002730*-----------------------------------------------------------------
002740 2000-PROCESSAR.
002750     DISPLAY " "
002760     DISPLAY "DIGITE A CONTA A ENCERRAR (ZERO PARA SAIR):"
002770     ACCEPT ENC-CONTA-ENT
002780     IF ENC-CONTA-ENT = ZERO
002790         MOVE "S" TO ENC-SW-FIM
002800         GO TO 2000-PROCESSAR-EXIT
002810     END-IF
002820     MOVE ENC-CONTA-ENT TO CONTA-NUMERO
002830     READ CONTA-MESTRE
002840         INVALID KEY
002850             DISPLAY "CONTA NAO ENCONTRADA."
002860             GO TO 2000-PROCESSAR-EXIT
002870     END-READ
002880     IF CONTA-ENCERRADA
002890         DISPLAY "CONTA JA ENCERRADA."
002900         GO TO 2000-PROCESSAR-EXIT
002910     END-IF
002920     MOVE CONTA-SALDO     TO ENC-SALDO
002930     MOVE CONTA-DOCUMENTO TO ENC-DOCUMENTO
002932     MOVE CONTA-QTDE-COTITULARES TO ENC-QTDE-COT
002934     MOVE CONTA-TAB-COTITULARES  TO ENC-TAB-COTITULARES
002940     PERFORM 2100-VERIFICAR-PENDENCIAS
002950         THRU 2100-VERIFICAR-PENDENCIAS-EXIT
002960     IF ENC-TEM-PENDENCIA
002970         DISPLAY "ENCERRAMENTO RECUSADO: " ENC-MOTIVO
002980         GO TO 2000-PROCESSAR-EXIT
002990     END-IF
003000     MOVE ENC-SALDO TO ENC-VALOR-EDIT
003010     DISPLAY "SALDO DA CONTA: " ENC-VALOR-EDIT
003020     MOVE ZERO  TO ENC-CONTA-DEST
003030     MOVE SPACE TO ENC-OPCAO
003040     IF ENC-SALDO > ZERO
003050         PERFORM 2200-DESTINO-SALDO THRU 2200-DESTINO-SALDO-EXIT
003060         IF NOT ENC-PAGAR-AGENCIA AND NOT ENC-TRANSFERIR
003070             GO TO 2000-PROCESSAR-EXIT
003080         END-IF
003090     END-IF
003100     DISPLAY "CONFIRMA O ENCERRAMENTO DA CONTA " ENC-CONTA-ENT
003110         " (S/N)?"
003120     ACCEPT ENC-CONFIRMA
003130     IF NOT ENC-CONFIRMADO
003140         DISPLAY "ENCERRAMENTO NAO CONFIRMADO."
003150         GO TO 2000-PROCESSAR-EXIT
003160     END-IF
003170     IF ENC-TRANSFERIR
003180         PERFORM 2300-CREDITAR-DESTINO
003190             THRU 2300-CREDITAR-DESTINO-EXIT
003200     END-IF
003210     PERFORM 2400-ENCERRAR-CONTA THRU 2400-ENCERRAR-CONTA-EXIT
003215     MOVE ENC-DOCUMENTO TO ENC-DOC-DESVINC
003220     PERFORM 2500-DESVINCULAR-CLIENTE
003230         THRU 2500-DESVINCULAR-CLIENTE-EXIT
003232     PERFORM 2530-DESVINCULAR-COTITULAR
003234         THRU 2530-DESVINCULAR-COTITULAR-EXIT
003236         VARYING ENC-IND-COT FROM 1 BY 1
003238         UNTIL ENC-IND-COT > ENC-QTDE-COT
003240     PERFORM 2600-IMPRIMIR-EXTRATO THRU 2600-IMPRIMIR-EXTRATO-EXIT
003250     ADD 1 TO ENC-QTDE-ENCERRADAS
003260     DISPLAY "CONTA ENCERRADA COM SUCESSO.".
003270 2000-PROCESSAR-EXIT.
003280     EXIT.
003290*-----------------------------------------------------------------
003300* 2100-VERIFICAR-PENDENCIAS - RECUSA O ENCERRAMENTO NA PRIMEIRA
003310* PENDENCIA ENCONTRADA, GUARDANDO O MOTIVO PARA O SUPERVISOR.
003320* ARQUIVO DE PENDENCIAS AINDA NAO CRIADO NAO TEM PENDENCIA.
003330*-----------------------------------------------------------------
003340 2100-VERIFICAR-PENDENCIAS.
003350     MOVE "N"    TO ENC-SW-PENDENCIA
003360     MOVE SPACES TO ENC-MOTIVO
003370     IF ENC-SALDO < ZERO
003380         MOVE "S" TO ENC-SW-PENDENCIA
003390         MOVE "SALDO DEVEDOR NO CHEQUE ESPECIAL." TO ENC-MOTIVO
003400         GO TO 2100-VERIFICAR-PENDENCIAS-EXIT
003410     END-IF
003420     PERFORM 2110-VERIFICAR-AGENDA
003430         THRU 2110-VERIFICAR-AGENDA-EXIT
003440     IF ENC-TEM-PENDENCIA
003450         GO TO 2100-VERIFICAR-PENDENCIAS-EXIT
003460     END-IF
003470     PERFORM 2120-VERIFICAR-DEPOSITOS
003480         THRU 2120-VERIFICAR-DEPOSITOS-EXIT
003490     IF ENC-TEM-PENDENCIA
003500         GO TO 2100-VERIFICAR-PENDENCIAS-EXIT
003510     END-IF
003520     PERFORM 2130-VERIFICAR-BLOQUEIOS
003530         THRU 2130-VERIFICAR-BLOQUEIOS-EXIT
003540     IF ENC-TEM-PENDENCIA
003550         GO TO 2100-VERIFICAR-PENDENCIAS-EXIT
003560     END-IF
003570     PERFORM 2140-VERIFICAR-TRANSF-EXT
003580         THRU 2140-VERIFICAR-TRANSF-EXT-EXIT
003582     IF ENC-TEM-PENDENCIA
003584         GO TO 2100-VERIFICAR-PENDENCIAS-EXIT
003586     END-IF
003588     PERFORM 2150-VERIFICAR-BOLETOS
003589         THRU 2150-VERIFICAR-BOLETOS-EXIT.
003590 2100-VERIFICAR-PENDENCIAS-EXIT.
003600     EXIT.

003610 2110-VERIFICAR-AGENDA.
003620     OPEN INPUT AGENDA
003630     IF NOT ENC-AGD-OK
003640         GO TO 2110-VERIFICAR-AGENDA-EXIT
003650     END-IF
003660     MOVE "N" TO ENC-SW-FIM-ARQ
003670     PERFORM 2111-LER-AGENDA THRU 2111-LER-AGENDA-EXIT
003680         UNTIL ENC-FIM-ARQUIVO OR ENC-TEM-PENDENCIA
003690     CLOSE AGENDA
003700     IF ENC-TEM-PENDENCIA
003710         MOVE "TRANSFERENCIA AGENDADA PENDENTE." TO ENC-MOTIVO
003720     END-IF.
003730 2110-VERIFICAR-AGENDA-EXIT.
003740     EXIT.

003750 2111-LER-AGENDA.
003760     READ AGENDA
003770         AT END
003780             MOVE "S" TO ENC-SW-FIM-ARQ
003790         NOT AT END
003800             IF AGD-PENDENTE
003810                 AND (AGD-CONTA-ORIG = ENC-CONTA-ENT
003820                   OR AGD-CONTA-DEST = ENC-CONTA-ENT)
003830                 MOVE "S" TO ENC-SW-PENDENCIA
003840             END-IF
003850     END-READ.
003860 2111-LER-AGENDA-EXIT.
003870     EXIT.

003880 2120-VERIFICAR-DEPOSITOS.
003890     OPEN INPUT DEPOSITOS-PEND
003900     IF NOT ENC-DEP-OK
003910         GO TO 2120-VERIFICAR-DEPOSITOS-EXIT
003920     END-IF
003930     MOVE "N" TO ENC-SW-FIM-ARQ
003940     PERFORM 2121-LER-DEPOSITO THRU 2121-LER-DEPOSITO-EXIT
003950         UNTIL ENC-FIM-ARQUIVO OR ENC-TEM-PENDENCIA
003960     CLOSE DEPOSITOS-PEND
003970     IF ENC-TEM-PENDENCIA
003980         MOVE "ENVELOPE DE DEPOSITO EM VERIFICACAO." TO ENC-MOTIVO
003990     END-IF.
004000 2120-VERIFICAR-DEPOSITOS-EXIT.
004010     EXIT.

004020 2121-LER-DEPOSITO.
004030     READ DEPOSITOS-PEND
004040         AT END
004050             MOVE "S" TO ENC-SW-FIM-ARQ
004060         NOT AT END
004070             IF DEP-EM-VERIFICACAO
004080                 AND DEP-CONTA = ENC-CONTA-ENT
004090                 MOVE "S" TO ENC-SW-PENDENCIA
004100             END-IF
004110     END-READ.
004120 2121-LER-DEPOSITO-EXIT.
004130     EXIT.

004140 2130-VERIFICAR-BLOQUEIOS.
004150     OPEN INPUT BLOQUEIOS-JUD
004160     IF NOT ENC-BLQ-OK
004170         GO TO 2130-VERIFICAR-BLOQUEIOS-EXIT
004180     END-IF
004190     MOVE "N" TO ENC-SW-FIM-ARQ
004200     PERFORM 2131-LER-BLOQUEIO THRU 2131-LER-BLOQUEIO-EXIT
004210         UNTIL ENC-FIM-ARQUIVO OR ENC-TEM-PENDENCIA
004220     CLOSE BLOQUEIOS-JUD
004230     IF ENC-TEM-PENDENCIA
004240         MOVE "BLOQUEIO JUDICIAL ATIVO." TO ENC-MOTIVO
004250     END-IF.
004260 2130-VERIFICAR-BLOQUEIOS-EXIT.
004270     EXIT.

004280 2131-LER-BLOQUEIO.
004290     READ BLOQUEIOS-JUD
004300         AT END
004310             MOVE "S" TO ENC-SW-FIM-ARQ
004320         NOT AT END
004330             IF BLQ-ATIVO
004340                 AND BLQ-CONTA = ENC-CONTA-ENT
004350                 MOVE "S" TO ENC-SW-PENDENCIA
004360             END-IF
004370     END-READ.
004380 2131-LER-BLOQUEIO-EXIT.
004390     EXIT.

004400 2140-VERIFICAR-TRANSF-EXT.
004410     OPEN INPUT TRANSF-EXTERNA
004420     IF NOT ENC-TEX-OK
004430         GO TO 2140-VERIFICAR-TRANSF-EXT-EXIT
004440     END-IF
004450     MOVE "N" TO ENC-SW-FIM-ARQ
004460     PERFORM 2141-LER-TRANSF-EXT THRU 2141-LER-TRANSF-EXT-EXIT
004470         UNTIL ENC-FIM-ARQUIVO OR ENC-TEM-PENDENCIA
004480     CLOSE TRANSF-EXTERNA
004490     IF ENC-TEM-PENDENCIA
004500         MOVE "TRANSFERENCIA P/ OUTRO BANCO SEM RETORNO."
004510             TO ENC-MOTIVO
004520     END-IF.
004530 2140-VERIFICAR-TRANSF-EXT-EXIT.
004540     EXIT.

004550 2141-LER-TRANSF-EXT.
004560     READ TRANSF-EXTERNA
004570         AT END
004580             MOVE "S" TO ENC-SW-FIM-ARQ
004590         NOT AT END
004600             IF (TEX-PENDENTE OR TEX-ENVIADA)
004610                 AND TEX-CONTA-ORIG = ENC-CONTA-ENT
004620                 MOVE "S" TO ENC-SW-PENDENCIA
004630             END-IF
004640     END-READ.
004650 2141-LER-TRANSF-EXT-EXIT.
004660     EXIT.

004661 2150-VERIFICAR-BOLETOS.
004662     OPEN INPUT PAGAMENTOS-BOL
004663     IF NOT ENC-BOL-OK
004664         GO TO 2150-VERIFICAR-BOLETOS-EXIT
004665     END-IF
004666     MOVE "N" TO ENC-SW-FIM-ARQ
004667     PERFORM 2151-LER-BOLETO THRU 2151-LER-BOLETO-EXIT
004668         UNTIL ENC-FIM-ARQUIVO OR ENC-TEM-PENDENCIA
004669     CLOSE PAGAMENTOS-BOL
004670     IF ENC-TEM-PENDENCIA
004671         MOVE "PAGAMENTO DE BOLETO SEM RETORNO." TO ENC-MOTIVO
004672     END-IF.
004673 2150-VERIFICAR-BOLETOS-EXIT.
004674     EXIT.

004675 2151-LER-BOLETO.
004676     READ PAGAMENTOS-BOL
004677         AT END
004678             MOVE "S" TO ENC-SW-FIM-ARQ
004679         NOT AT END
004680             IF (BOL-PENDENTE OR BOL-ENVIADO)
004681                 AND BOL-CONTA = ENC-CONTA-ENT
004682                 MOVE "S" TO ENC-SW-PENDENCIA
004683             END-IF
004684     END-READ.
004685 2151-LER-BOLETO-EXIT.
004686     EXIT.
00468A*-----------------------------------------------------------------
00468B* 2200-DESTINO-SALDO - PERGUNTA O DESTINO DO SALDO CREDOR: PAGO
00468C* EM ESPECIE NA AGENCIA OU TRANSFERIDO PARA OUTRA CONTA ATIVA DO
00468D* BANCO. OPCAO INVALIDA OU DESTINO RECUSADO DEIXA A OPCAO EM
00468E* BRANCO E A CONTA NAO E ENCERRADA.
00468F*-----------------------------------------------------------------
004730 2200-DESTINO-SALDO.
004740     DISPLAY "DESTINO DO SALDO RESTANTE:"
004750     DISPLAY "1- PAGAR EM ESPECIE NA AGENCIA"
004760     DISPLAY "2- TRANSFERIR PARA OUTRA CONTA"
004770     ACCEPT ENC-OPCAO
004780     IF ENC-PAGAR-AGENCIA
004790         GO TO 2200-DESTINO-SALDO-EXIT
004800     END-IF
004810     IF NOT ENC-TRANSFERIR
004820         DISPLAY "OPCAO INVALIDA."
004830         MOVE SPACE TO ENC-OPCAO
004840         GO TO 2200-DESTINO-SALDO-EXIT
004850     END-IF
004860     DISPLAY "DIGITE A CONTA DE DESTINO:"
004870     ACCEPT ENC-CONTA-DEST
004880     IF ENC-CONTA-DEST = ENC-CONTA-ENT
004890         DISPLAY "A CONTA DE DESTINO E A PROPRIA CONTA."
004900         MOVE SPACE TO ENC-OPCAO
004910         GO TO 2200-DESTINO-SALDO-EXIT
004920     END-IF
004930     MOVE ENC-CONTA-DEST TO CONTA-NUMERO
004940     READ CONTA-MESTRE
004950         INVALID KEY
004960             DISPLAY "CONTA DE DESTINO NAO ENCONTRADA."
004970             MOVE SPACE TO ENC-OPCAO
004980             GO TO 2200-DESTINO-SALDO-EXIT
004990     END-READ
005000     IF CONTA-ENCERRADA
005010         DISPLAY "CONTA DE DESTINO ENCERRADA."
005020         MOVE SPACE TO ENC-OPCAO
005030     END-IF.
005040 2200-DESTINO-SALDO-EXIT.
005050     EXIT.
005060*-----------------------------------------------------------------
005070* 2300-CREDITAR-DESTINO - CREDITA O SALDO RESTANTE NA CONTA DE
005080* DESTINO E LANCA O CREDITO DA TRANSFERENCIA (TIPO 06). O DEBITO
005090* NA CONTA ENCERRADA (TIPO 05) E LANCADO NO 2400.
005100*-----------------------------------------------------------------
005110 2300-CREDITAR-DESTINO.
005120     MOVE ENC-CONTA-DEST TO CONTA-NUMERO
005130     READ CONTA-MESTRE
005140         INVALID KEY
005150             DISPLAY "ERRO AO RELER A CONTA DE DESTINO."
005160             STOP RUN
005170     END-READ
005180     ADD ENC-SALDO TO CONTA-SALDO
005190     REWRITE CONTA-REG
005200     MOVE ENC-CONTA-DEST TO MOV-CONTA
005210     MOVE "06"           TO MOV-TIPO
005220     MOVE ENC-SALDO      TO MOV-VALOR
005230     MOVE CONTA-SALDO    TO MOV-SALDO-APOS
005240     MOVE ENC-CONTA-ENT  TO MOV-CONTA-RELAC
005250     PERFORM 8100-GRAVAR-MOV THRU 8100-GRAVAR-MOV-EXIT.
005260 2300-CREDITAR-DESTINO-EXIT.
005270     EXIT.
005280*-----------------------------------------------------------------
005290* 2400-ENCERRAR-CONTA - ZERA O SALDO, MARCA A CONTA COMO
005300* ENCERRADA E LANCA NO DIARIO A SAIDA DO SALDO RESTANTE (SAQUE
005310* NA AGENCIA, TIPO 02, OU DEBITO DA TRANSFERENCIA, TIPO 05) E O
005320* ENCERRAMENTO (TIPO 19, VALOR ZERO).
005330*-----------------------------------------------------------------
005340 2400-ENCERRAR-CONTA.
005350     MOVE ENC-CONTA-ENT TO CONTA-NUMERO
005360     READ CONTA-MESTRE
005370         INVALID KEY
005380             DISPLAY "ERRO AO RELER A CONTA A ENCERRAR."
005390             STOP RUN
005400     END-READ
005410     MOVE ZERO TO CONTA-SALDO
005420     MOVE "E"  TO CONTA-SITUACAO
005430     REWRITE CONTA-REG
005440     IF ENC-PAGAR-AGENCIA OR ENC-TRANSFERIR
005450         MOVE ENC-CONTA-ENT  TO MOV-CONTA
005460         IF ENC-PAGAR-AGENCIA
005470             MOVE "02"       TO MOV-TIPO
005480         ELSE
005490             MOVE "05"       TO MOV-TIPO
005500         END-IF
005510         MOVE ENC-SALDO      TO MOV-VALOR
005520         MOVE ZERO           TO MOV-SALDO-APOS
005530         MOVE ENC-CONTA-DEST TO MOV-CONTA-RELAC
005540         PERFORM 8100-GRAVAR-MOV THRU 8100-GRAVAR-MOV-EXIT
005550     END-IF
005560     MOVE ENC-CONTA-ENT TO MOV-CONTA
005570     MOVE "19"          TO MOV-TIPO
005580     MOVE ZERO          TO MOV-VALOR
005590     MOVE ZERO          TO MOV-SALDO-APOS
005600     MOVE ZERO          TO MOV-CONTA-RELAC
005610     PERFORM 8100-GRAVAR-MOV THRU 8100-GRAVAR-MOV-EXIT.
005620 2400-ENCERRAR-CONTA-EXIT.
005630     EXIT.
005640*-----------------------------------------------------------------
005650* 2500-DESVINCULAR-CLIENTE - RETIRA A CONTA DA TABELA DE CONTAS
005660* DO CLIENTE (CPF EM ENC-DOC-DESVINC: O TITULAR OU UM
005670* COTITULAR), SUBINDO AS CONTAS SEGUINTES UMA POSICAO. O
005680* CONTA-DOCUMENTO E A TABELA DE COTITULARES FICAM NO MESTRE DE
005685* CONTAS PARA O HISTORICO (INFORME DE RENDIMENTOS DO ANO).
005690*-----------------------------------------------------------------
005700 2500-DESVINCULAR-CLIENTE.
005710     IF ENC-DOC-DESVINC = ZERO
005720         GO TO 2500-DESVINCULAR-CLIENTE-EXIT
005730     END-IF
005740     MOVE ENC-DOC-DESVINC TO CLI-DOCUMENTO
005750     READ CLIENTES-MESTRE
005760         INVALID KEY
005770             DISPLAY "CPF " ENC-DOC-DESVINC
005775                 " NAO CONSTA NO CADASTRO DE CLIENTES."
005780             GO TO 2500-DESVINCULAR-CLIENTE-EXIT
005790     END-READ
005800     MOVE "N"  TO ENC-SW-ACHOU
005810     MOVE ZERO TO ENC-IND-ACHADO
005820     PERFORM 2510-PROCURAR-CONTA THRU 2510-PROCURAR-CONTA-EXIT
005830         VARYING ENC-IND FROM 1 BY 1
005840         UNTIL ENC-IND > CLI-QTDE-CONTAS OR ENC-CONTA-ACHADA
005850     IF NOT ENC-CONTA-ACHADA
005860         GO TO 2500-DESVINCULAR-CLIENTE-EXIT
005870     END-IF
005880     PERFORM 2520-SUBIR-CONTA THRU 2520-SUBIR-CONTA-EXIT
005890         VARYING ENC-IND FROM ENC-IND-ACHADO BY 1
005900         UNTIL ENC-IND NOT < CLI-QTDE-CONTAS
005910     MOVE ZERO TO CLI-CONTA-NUM (CLI-QTDE-CONTAS)
005920     SUBTRACT 1 FROM CLI-QTDE-CONTAS
005930     REWRITE CLI-REG.
005940 2500-DESVINCULAR-CLIENTE-EXIT.
005950     EXIT.

005960 2510-PROCURAR-CONTA.
005970     IF CLI-CONTA-NUM (ENC-IND) = ENC-CONTA-ENT
005980         MOVE "S"     TO ENC-SW-ACHOU
005990         MOVE ENC-IND TO ENC-IND-ACHADO
006000     END-IF.
006010 2510-PROCURAR-CONTA-EXIT.
006020     EXIT.

006030 2520-SUBIR-CONTA.
006040     MOVE CLI-CONTA-NUM (ENC-IND + 1) TO CLI-CONTA-NUM (ENC-IND).
006050 2520-SUBIR-CONTA-EXIT.
006060     EXIT.

006061 2530-DESVINCULAR-COTITULAR.
006062     MOVE ENC-COT-DOCUMENTO (ENC-IND-COT) TO ENC-DOC-DESVINC
006063     PERFORM 2500-DESVINCULAR-CLIENTE
006064         THRU 2500-DESVINCULAR-CLIENTE-EXIT.
006065 2530-DESVINCULAR-COTITULAR-EXIT.
006066     EXIT.
006070*-----------------------------------------------------------------
006080* 2600-IMPRIMIR-EXTRATO - IMPRIME O EXTRATO DE ENCERRAMENTO: O
006090* TITULAR, OS LANCAMENTOS DO DIA NA CONTA (O DIARIO E FECHADO E
006100* RELIDO DO INICIO, E DEPOIS REABERTO EM EXTENSAO), O SALDO
006110* FINAL E O DESTINO DO SALDO RESTANTE.
006120*-----------------------------------------------------------------
006130 2600-IMPRIMIR-EXTRATO.
006140     MOVE SPACES TO REL-LINHA
006150     STRING "EXTRATO DE ENCERRAMENTO DA CONTA " ENC-CONTA-ENT
006160         " EM " ENC-DATA-HOJE
006170         DELIMITED BY SIZE INTO REL-LINHA
006180     WRITE REL-LINHA
006190     MOVE SPACES TO CLI-NOME
006200     IF ENC-DOCUMENTO NOT = ZERO
006210         MOVE ENC-DOCUMENTO TO CLI-DOCUMENTO
006220         READ CLIENTES-MESTRE
006230             INVALID KEY
006240                 MOVE SPACES TO CLI-NOME
006250         END-READ
006260     END-IF
006270     MOVE SPACES TO REL-LINHA
006280     STRING "TITULAR: " CLI-NOME " CPF " ENC-DOCUMENTO
006290         DELIMITED BY SIZE INTO REL-LINHA
006300     WRITE REL-LINHA
006302     PERFORM 2620-LISTAR-COTITULAR
006304         THRU 2620-LISTAR-COTITULAR-EXIT
006306         VARYING ENC-IND-COT FROM 1 BY 1
006308         UNTIL ENC-IND-COT > ENC-QTDE-COT
006310     MOVE SPACES TO REL-LINHA
006320     WRITE REL-LINHA
006330     CLOSE MOVIMENTO
006340     OPEN INPUT MOVIMENTO
006350     MOVE "N" TO ENC-SW-FIM-ARQ
006360     PERFORM 2610-LISTAR-LANCAMENTO
006370         THRU 2610-LISTAR-LANCAMENTO-EXIT
006380         UNTIL ENC-FIM-ARQUIVO
006390     CLOSE MOVIMENTO
006400     OPEN EXTEND MOVIMENTO
006410     MOVE SPACES TO REL-LINHA
006420     WRITE REL-LINHA
006430     MOVE SPACES TO ENC-LINHA-RESUMO
006440     MOVE "SALDO FINAL" TO RES-ROTULO
006450     MOVE ZERO TO RES-VALOR
006460     WRITE REL-LINHA FROM ENC-LINHA-RESUMO
006470     MOVE SPACES TO REL-LINHA
006480     EVALUATE TRUE
006490         WHEN ENC-PAGAR-AGENCIA
006500             MOVE ENC-SALDO TO ENC-VALOR-EDIT
006510             STRING "SALDO RESTANTE " ENC-VALOR-EDIT
006520                 " PAGO EM ESPECIE NA AGENCIA"
006530                 DELIMITED BY SIZE INTO REL-LINHA
006540         WHEN ENC-TRANSFERIR
006550             MOVE ENC-SALDO TO ENC-VALOR-EDIT
006560             STRING "SALDO RESTANTE " ENC-VALOR-EDIT
006570                 " TRANSFERIDO PARA A CONTA " ENC-CONTA-DEST
006580                 DELIMITED BY SIZE INTO REL-LINHA
006590         WHEN OTHER
006600             MOVE "CONTA SEM SALDO RESTANTE" TO REL-LINHA
006610     END-EVALUATE
006620     WRITE REL-LINHA
006630     MOVE SPACES TO REL-LINHA
006640     STRING "ENCERRADA PELO OPERADOR " ENC-OPERADOR
006650         DELIMITED BY SIZE INTO REL-LINHA
006660     WRITE REL-LINHA
006670     MOVE SPACES TO REL-LINHA
006680     WRITE REL-LINHA.
006690 2600-IMPRIMIR-EXTRATO-EXIT.
006700     EXIT.

006710 2610-LISTAR-LANCAMENTO.
006720     READ MOVIMENTO
006730         AT END
006740             MOVE "S" TO ENC-SW-FIM-ARQ
006750             GO TO 2610-LISTAR-LANCAMENTO-EXIT
006760     END-READ
006770     IF MOV-CONTA NOT = ENC-CONTA-ENT
006780         GO TO 2610-LISTAR-LANCAMENTO-EXIT
006790     END-IF
006800     MOVE MOV-DATA TO DET-DATA
006810     MOVE MOV-HORA TO DET-HORA
006820     EVALUATE TRUE
006830         WHEN MOV-TIPO-DEPOSITO
006840             MOVE "DEPOSITO"     TO DET-TIPO
006850         WHEN MOV-TIPO-SAQUE
006860             MOVE "SAQUE"        TO DET-TIPO
006870         WHEN MOV-TIPO-TRANSF-DEBITO
006880             MOVE "TRANSF ENVIO" TO DET-TIPO
006890         WHEN MOV-TIPO-TRANSF-CREDITO
006900             MOVE "TRANSF RECBE" TO DET-TIPO
006910         WHEN MOV-TIPO-JUROS
006920             MOVE "JUROS"        TO DET-TIPO
006930         WHEN MOV-TIPO-JUROS-DEV
006940             MOVE "JUROS DEVED." TO DET-TIPO
006950         WHEN MOV-TIPO-EST-DEPOSITO
006960             MOVE "EST.DEPOSITO" TO DET-TIPO
006970         WHEN MOV-TIPO-EST-SAQUE
006980             MOVE "EST.SAQUE"    TO DET-TIPO
006990         WHEN MOV-TIPO-EST-TRANSF-DEB
007000             MOVE "EST.TR.ENVIO" TO DET-TIPO
007010         WHEN MOV-TIPO-EST-TRANSF-CRED
007020             MOVE "EST.TR.RECEB" TO DET-TIPO
007030         WHEN MOV-TIPO-DEP-REJEITADO
007040             MOVE "DEP.RECUSADO" TO DET-TIPO
007050         WHEN MOV-TIPO-TRANSF-EXT-DEB
007060             MOVE "TRANSF EXT"   TO DET-TIPO
007070         WHEN MOV-TIPO-TRANSF-EXT-CRED
007080             MOVE "RECEB EXT"    TO DET-TIPO
007090         WHEN MOV-TIPO-TRANSF-EXT-DEV
007100             MOVE "DEV TR EXT"   TO DET-TIPO
007101         WHEN MOV-TIPO-PAG-BOLETO
007102             MOVE "PAGTO BOLETO" TO DET-TIPO
007103         WHEN MOV-TIPO-PAG-BOL-DEV
007104             MOVE "DEV BOLETO"   TO DET-TIPO
007110         WHEN MOV-TIPO-TAR-SAQUE
007120             MOVE "TARIFA SAQUE" TO DET-TIPO
007130         WHEN MOV-TIPO-TAR-TRANSF
007140             MOVE "TAR.TRANSF"   TO DET-TIPO
007150         WHEN MOV-TIPO-TAR-MANUT
007160             MOVE "MENSALIDADE"  TO DET-TIPO
007170         WHEN MOV-TIPO-MARCA-DORMENTE
007180             MOVE "INATIVACAO"   TO DET-TIPO
007190         WHEN MOV-TIPO-REATIVACAO
007200             MOVE "REATIVACAO"   TO DET-TIPO
007210         WHEN MOV-TIPO-BLOQ-JUDICIAL
007220             MOVE "BLOQ.JUDIC"   TO DET-TIPO
007230         WHEN MOV-TIPO-LIB-JUDICIAL
007240             MOVE "LIB.JUDIC"    TO DET-TIPO
007250         WHEN MOV-TIPO-ENCERRAMENTO
007260             MOVE "ENCERRAMENTO" TO DET-TIPO
007270         WHEN MOV-TIPO-BLOQUEIO
007280             MOVE "BLOQUEIO"     TO DET-TIPO
007290         WHEN MOV-TIPO-DESBLOQUEIO
007300             MOVE "DESBLOQUEIO"  TO DET-TIPO
007310         WHEN MOV-TIPO-TROCA-SENHA
007320             MOVE "TROCA SENHA"  TO DET-TIPO
007330         WHEN OTHER
007340             MOVE "OUTROS"       TO DET-TIPO
007350     END-EVALUATE
007360     MOVE MOV-VALOR      TO DET-VALOR
007370     MOVE MOV-SALDO-APOS TO DET-SALDO
007380     WRITE REL-LINHA FROM ENC-LINHA-DET.
007390 2610-LISTAR-LANCAMENTO-EXIT.
007400     EXIT.

007401 2620-LISTAR-COTITULAR.
007402     MOVE ENC-COT-DOCUMENTO (ENC-IND-COT) TO CLI-DOCUMENTO
007403     READ CLIENTES-MESTRE
007404         INVALID KEY
007405             MOVE SPACES TO CLI-NOME
007406     END-READ
007407     MOVE SPACES TO REL-LINHA
007408     STRING "COTITULAR: " CLI-NOME " CPF "
007409         ENC-COT-DOCUMENTO (ENC-IND-COT)
00740A         DELIMITED BY SIZE INTO REL-LINHA
00740B     WRITE REL-LINHA.
00740C 2620-LISTAR-COTITULAR-EXIT.
00740D     EXIT.
007410*-----------------------------------------------------------------
007420* 3000-FINALIZAR - FECHA OS ARQUIVOS E INFORMA QUANTAS CONTAS
007430* FORAM ENCERRADAS NA SESSAO.
007440*-----------------------------------------------------------------
007450 3000-FINALIZAR.
007460     CLOSE CONTA-MESTRE
007470     CLOSE CLIENTES-MESTRE
007480     CLOSE MOVIMENTO
007490     CLOSE RELATORIO
007500     DISPLAY "CONTAS ENCERRADAS NA SESSAO: " ENC-QTDE-ENCERRADAS.
007510 3000-FINALIZAR-EXIT.
007520     EXIT.
007530*-----------------------------------------------------------------
007540* 8100-GRAVAR-MOV - GRAVA O LANCAMENTO JA PREENCHIDO NO DIARIO
007550* DE MOVIMENTOS, CARIMBANDO A DATA, A HORA E O OPERADOR.
007560*-----------------------------------------------------------------
007570 8100-GRAVAR-MOV.
007580     ACCEPT MOV-DATA FROM DATE YYYYMMDD
007590     ACCEPT MOV-HORA FROM TIME
007600     MOVE ZERO         TO MOV-TERMINAL
007610     MOVE ENC-OPERADOR TO MOV-OPERADOR
007615     MOVE ZERO         TO MOV-TITULAR
007620     WRITE MOV-REG.
007630 8100-GRAVAR-MOV-EXIT.
007640     EXIT.

007650 END PROGRAM ENCERRA.
