00186F*                PELO DOCUMENTO DA CONTA (CONTA-DOCUMENTO DO
00186G*                MESTRE DE CONTAS, AGORA TAMBEM LIDO PELO
00186H*                EXTRATO) EM VEZ DA CHAVE POR CONTA.
00186R* 2026-10-15 LS  PASSA A ROTULAR A MARCACAO DE ENCERRAMENTO DA
00186S*                CONTA (TIPO 19, LANCADA PELO ENCERRA).
00186T* 2026-10-15 LS  CONTA CONJUNTA: O CABECALHO PASSA A LISTAR,
00186U*                ALEM DO TITULAR, O TIPO DA CONJUNTA E CADA
00186V*                COTITULAR (CONTA-TAB-COTITULARES), COM O NOME
00186W*                DO MESTRE DE CLIENTES.
00186X* 2026-10-15 LS  PASSA A TRATAR O PAGAMENTO DE BOLETO (TIPOS
00186Y*                23/98) NO SALDO DE ABERTURA, NOS TOTAIS E NO
00186Z*                DETALHE.
000187*-----------------------------------------------------------------
000184 IDENTIFICATION DIVISION.
000187 PROGRAM-ID. EXTRATO.
000650  77  EXT-QTDE-MOV               PIC 9(05) VALUE ZERO.
00650A  77  EXT-TOT-EXT-DEB            PIC 9(10)V99 VALUE ZERO.
00650B  77  EXT-TOT-EXT-CRED           PIC 9(10)V99 VALUE ZERO.
00650C  77  EXT-TOT-BOL-DEB            PIC 9(10)V99 VALUE ZERO.
00650D  77  EXT-TOT-BOL-CRED           PIC 9(10)V99 VALUE ZERO.
000651  77  EXT-TOT-TARIFAS            PIC 9(10)V99 VALUE ZERO.
000652  77  EXT-TOT-DEP-VERIF          PIC 9(10)V99 VALUE ZERO.
000654  77  EXT-QTDE-DEP-VERIF         PIC 9(05) VALUE ZERO.
000655*-----------------------------------------------------------------
000656* TITULARES DA CONTA (CONTA CONJUNTA)
000657*-----------------------------------------------------------------
000658  77  EXT-NOME-TITULAR           PIC X(40) VALUE SPACES.
000659  77  EXT-TIPO-CONJUNTA          PIC X(01) VALUE SPACE.
00659A  77  EXT-QTDE-COT               PIC 9(01) VALUE ZERO.
00659B  77  EXT-IND-COT                PIC 9(01) VALUE ZERO.
00659C 01  EXT-TAB-COTITULARES.
00659D     05  EXT-COTITULAR           OCCURS 3 TIMES.
00659E         10  EXT-COT-DOCUMENTO   PIC 9(11).
00659F         10  FILLER              PIC X(06).
00659G 01  EXT-TAB-NOMES-COT.
00659H     05  EXT-COT-NOME            PIC X(40) OCCURS 3 TIMES.
000660 01  EXT-LINHA-DET.
000670     05  FILLER                  PIC X(02) VALUE SPACES.
000680     05  DET-DATA                PIC 9(08).
001200     WRITE REL-LINHA
001202     IF EXT-TITULAR-ACHADO
001204         MOVE SPACES TO REL-LINHA
001206         STRING "TITULAR: " EXT-NOME-TITULAR
001208             DELIMITED BY SIZE INTO REL-LINHA
001209         WRITE REL-LINHA
001210     END-IF
00121A     IF EXT-QTDE-COT > ZERO
00121B         MOVE SPACES TO REL-LINHA
00121C         IF EXT-TIPO-CONJUNTA = "E"
00121D             STRING "CONTA CONJUNTA E (MOVIMENTA COM TODOS OS "
00121E                 "TITULARES)" DELIMITED BY SIZE INTO REL-LINHA
00121F         ELSE
00121G             MOVE "CONTA CONJUNTA OU (SOLIDARIA)" TO REL-LINHA
00121H         END-IF
00121I         WRITE REL-LINHA
00121J         PERFORM 1110-IMPRIMIR-COTITULAR
00121K             THRU 1110-IMPRIMIR-COTITULAR-EXIT
00121L             VARYING EXT-IND-COT FROM 1 BY 1
00121M             UNTIL EXT-IND-COT > EXT-QTDE-COT
00121N     END-IF
001212     MOVE SPACES TO REL-LINHA
001220     WRITE REL-LINHA.
001230 1100-CABECALHO-EXIT.
001240     EXIT.

001241 1110-IMPRIMIR-COTITULAR.
00124A     MOVE SPACES TO REL-LINHA
00124B     STRING "COTITULAR: " EXT-COT-NOME (EXT-IND-COT)
00124C         DELIMITED BY SIZE INTO REL-LINHA
00124D     WRITE REL-LINHA.
00124E 1110-IMPRIMIR-COTITULAR-EXIT.
00124F     EXIT.
001242*-----------------------------------------------------------------
001244* 1200-LER-TITULAR - BUSCA O TITULAR DA CONTA DO EXTRATO: O
001246* DOCUMENTO VEM DO MESTRE DE CONTAS (CONTA-DOCUMENTO) E O NOME
001247* DO MESTRE DE CLIENTES, CHAVEADO PELO CPF. SE ALGUM MESTRE NAO
001248* ABRIR OU O TITULAR NAO ESTIVER CADASTRADO, O EXTRATO SEGUE
001249* SEM O NOME, COMO ANTES. NA CONTA CONJUNTA SAO BUSCADOS TAMBEM
00124G* OS NOMES DOS COTITULARES (SEM CADASTRO, SAI O CPF).
001250*-----------------------------------------------------------------
001252 1200-LER-TITULAR.
001253     MOVE ZERO TO EXT-DOCUMENTO
00125K     MOVE ZERO TO EXT-QTDE-COT
001254     OPEN INPUT CONTA-MESTRE
001255     IF NOT EXT-CONTA-OK
001256         GO TO 1200-LER-TITULAR-EXIT
00125B             CONTINUE
00125C         NOT INVALID KEY
00125D             MOVE CONTA-DOCUMENTO TO EXT-DOCUMENTO
00125L             MOVE CONTA-TIPO-CONJUNTA    TO EXT-TIPO-CONJUNTA
00125M             MOVE CONTA-QTDE-COTITULARES TO EXT-QTDE-COT
00125N             MOVE CONTA-TAB-COTITULARES  TO EXT-TAB-COTITULARES
00125E     END-READ
00125F     CLOSE CONTA-MESTRE
00125G     IF EXT-DOCUMENTO = ZERO
00125I     END-IF
00125J     OPEN INPUT CLIENTES-MESTRE
001260     IF NOT EXT-CLI-OK
001261         MOVE ZERO TO EXT-QTDE-COT
00126A         GO TO 1200-LER-TITULAR-EXIT
001262     END-IF
001263     MOVE EXT-DOCUMENTO TO CLI-DOCUMENTO
001264     READ CLIENTES-MESTRE
001268             CONTINUE
001270         NOT INVALID KEY
001272             MOVE "S" TO EXT-SW-TITULAR
001273             MOVE CLI-NOME TO EXT-NOME-TITULAR
001274     END-READ
001275     PERFORM 1210-LER-COTITULAR THRU 1210-LER-COTITULAR-EXIT
001277         VARYING EXT-IND-COT FROM 1 BY 1
001278         UNTIL EXT-IND-COT > EXT-QTDE-COT
001279     CLOSE CLIENTES-MESTRE.
00127A 1200-LER-TITULAR-EXIT.
001280     EXIT.

001281 1210-LER-COTITULAR.
00128A     MOVE EXT-COT-DOCUMENTO (EXT-IND-COT) TO CLI-DOCUMENTO
00128B     READ CLIENTES-MESTRE
00128C         INVALID KEY
00128D             MOVE SPACES TO EXT-COT-NOME (EXT-IND-COT)
00128E             STRING "CPF " EXT-COT-DOCUMENTO (EXT-IND-COT)
00128F                 DELIMITED BY SIZE
00128G                 INTO EXT-COT-NOME (EXT-IND-COT)
00128H         NOT INVALID KEY
00128I             MOVE CLI-NOME TO EXT-COT-NOME (EXT-IND-COT)
00128J     END-READ.
00128K 1210-LER-COTITULAR-EXIT.
00128L     EXIT.
001282*-----------------------------------------------------------------
001283* 1300-LER-ABERTURA - BUSCA NO ARQUIVO DE SALDOS GRAVADO PELO
001284* FECHDIA O SALDO DE ABERTURA DA CONTA DO EXTRATO. SE O ARQUIVO
00647E             OR MOV-TIPO-TRANSF-EXT-DEV
00647F             COMPUTE EXT-SDO-ABERTURA =
00647G                 MOV-SALDO-APOS - MOV-VALOR
00647H         WHEN MOV-TIPO-PAG-BOLETO
00647I             COMPUTE EXT-SDO-ABERTURA =
00647J                 MOV-SALDO-APOS + MOV-VALOR
00647K         WHEN MOV-TIPO-PAG-BOL-DEV
00647L             COMPUTE EXT-SDO-ABERTURA =
00647M                 MOV-SALDO-APOS - MOV-VALOR
00648A         WHEN MOV-TIPO-TAR-SAQUE OR MOV-TIPO-TAR-TRANSF
00648B             OR MOV-TIPO-TAR-MANUT
00648C             COMPUTE EXT-SDO-ABERTURA =
00861D     IF MOV-TIPO-TRANSF-EXT-CRED OR MOV-TIPO-TRANSF-EXT-DEV
00861E         ADD MOV-VALOR TO EXT-TOT-EXT-CRED
00861F     END-IF
00861G     IF MOV-TIPO-PAG-BOLETO
00861H         ADD MOV-VALOR TO EXT-TOT-BOL-DEB
00861I     END-IF
00861J     IF MOV-TIPO-PAG-BOL-DEV
00861K         ADD MOV-VALOR TO EXT-TOT-BOL-CRED
00861L     END-IF
00862A     IF MOV-TIPO-TAR-SAQUE OR MOV-TIPO-TAR-TRANSF
00862B         OR MOV-TIPO-TAR-MANUT
00862C         ADD MOV-VALOR TO EXT-TOT-TARIFAS
00204P             MOVE "RECEB EXT"   TO DET-TIPO
00204Q         WHEN MOV-TIPO-TRANSF-EXT-DEV
00204R             MOVE "DEV TR EXT"  TO DET-TIPO
00204Y         WHEN MOV-TIPO-PAG-BOLETO
00204Z             MOVE "PAGTO BOLETO" TO DET-TIPO
0020AA         WHEN MOV-TIPO-PAG-BOL-DEV
0020AB             MOVE "DEV BOLETO"  TO DET-TIPO
00204C         WHEN MOV-TIPO-TAR-SAQUE
00204D             MOVE "TARIFA SAQUE" TO DET-TIPO
00204E         WHEN MOV-TIPO-TAR-TRANSF
00204T             MOVE "BLOQ.JUDIC"  TO DET-TIPO
00204U         WHEN MOV-TIPO-LIB-JUDICIAL
00204V             MOVE "LIB.JUDIC"   TO DET-TIPO
00204W         WHEN MOV-TIPO-ENCERRAMENTO
00204X             MOVE "ENCERRAMENTO" TO DET-TIPO
002041         WHEN MOV-TIPO-BLOQUEIO
002042             MOVE "BLOQUEIO"    TO DET-TIPO
002043         WHEN MOV-TIPO-DESBLOQUEIO
00543F     MOVE "TRF EXT RECEBIDAS:" TO RES-ROTULO
00543G     MOVE EXT-TOT-EXT-CRED TO RES-VALOR
00543H     WRITE REL-LINHA FROM EXT-LINHA-RESUMO
00543I     MOVE SPACES TO EXT-LINHA-RESUMO
00543J     MOVE "BOLETOS PAGOS:" TO RES-ROTULO
00543K     MOVE EXT-TOT-BOL-DEB TO RES-VALOR
00543L     WRITE REL-LINHA FROM EXT-LINHA-RESUMO
00543M     MOVE SPACES TO EXT-LINHA-RESUMO
00543N     MOVE "BOLETOS DEVOLVIDOS:" TO RES-ROTULO
00543O     MOVE EXT-TOT-BOL-CRED TO RES-VALOR
00543P     WRITE REL-LINHA FROM EXT-LINHA-RESUMO
00544A     MOVE SPACES TO EXT-LINHA-RESUMO
00544B     MOVE "TARIFAS COBRADAS:" TO RES-ROTULO
00544C     MOVE EXT-TOT-TARIFAS TO RES-VALOR
