000040*            SAQUE CONTESTADO, TRANSFERENCIA INDEVIDA). O
000050*            LANCAMENTO ORIGINAL E LOCALIZADO POR CONTA, DATA E
000055*            HORA, NO DIARIO VIVO (MOVTO) E, QUANDO JA ARQUIVADO
000058*            PELO FECHDIA, NO HISTORICO INDEXADO (MOVHIS), POR
000059*            CHAVE, OU NO ARQUIVO MORTO (MOVARQ) PARA OS DIAS
00005A*            ARQUIVADOS ANTES DO HISTORICO; O ESTORNO
000060*            E SEMPRE UM LANCAMENTO NOVO (TIPOS
000070*            91/92/95/96), LIGADO AO ORIGINAL PELO
000080*            MOV-CONTA-RELAC, NUNCA UMA EDICAO NO LUGAR, DE MODO
00180J*                LANCAMENTOS DE ESTORNO PASSAM A SAIR CARIMBADOS
00180K*                COM O OPERADOR (MOV-OPERADOR), PARA A AUDITORIA
00180L*                SABER QUEM ESTORNOU CADA LANCAMENTO.
00180M* 2026-10-15 LS  O LANCAMENTO DE DIA ANTERIOR PASSA A SER LIDO
00180N*                POR CHAVE (CONTA + DATA + HORA) NO HISTORICO
00180O*                INDEXADO DE MOVIMENTOS (MOVHIS, CARREGADO PELO
00180P*                FECHDIA), EM VEZ DA VARREDURA DO ARQUIVO MORTO
00180Q*                (MOVARQ) INTEIRO, QUE FICAVA MAIS LENTA A CADA
00180R*                SEMANA.
00180S* 2026-10-15 LS  LANCAMENTO FORA DO HISTORICO INDEXADO (DIA
00180T*                ARQUIVADO ANTES DA DEFINICAO DO MOVHIS) OU MOVHIS
00180U*                QUE NAO ABRE: A PESQUISA VOLTA A VARRER O ARQUIVO
00180V*                MORTO (MOVARQ).
000181*-----------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESTORNO.
000410     SELECT MOV-PESQUISA ASSIGN TO "MOVTO"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS EST-STATUS-PSQ.
000432     SELECT HISTORICO ASSIGN TO "MOVHIS"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS DYNAMIC
000435         RECORD KEY IS HIS-CHAVE
000436         FILE STATUS IS EST-STATUS-HIS.
000437     SELECT OPERADORES ASSIGN TO "OPERADOR"
000438         ORGANIZATION IS INDEXED
000439         ACCESS MODE IS DYNAMIC
00043A         RECORD KEY IS OPR-ID
00043B         FILE STATUS IS EST-STATUS-OPR.
00043C     SELECT MOV-ARQUIVO ASSIGN TO "MOVARQ"
00043D         ORGANIZATION IS LINE SEQUENTIAL
00043E         FILE STATUS IS EST-STATUS-ARQ.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CONTA-MESTRE.
00704D                       ==PSQ-TIPO-TAR-TRANSF==
00704E                   ==MOV-TIPO-TAR-MANUT== BY
00704F                       ==PSQ-TIPO-TAR-MANUT==
00704O                   ==MOV-TIPO-ENCERRAMENTO== BY
00704P                       ==PSQ-TIPO-ENCERRAMENTO==
00704Q                   ==MOV-TIPO-PAG-BOLETO== BY
00704R                       ==PSQ-TIPO-PAG-BOLETO==
00704S                   ==MOV-TIPO-PAG-BOL-DEV== BY
00704T                       ==PSQ-TIPO-PAG-BOL-DEV==
000710                   ==MOV-TIPO-EST-DEPOSITO== BY
000720                       ==PSQ-TIPO-EST-DEPOSITO==
000730                   ==MOV-TIPO-EST-SAQUE== BY
000820                   ==MOV-DATA== BY ==PSQ-DATA==
000830                   ==MOV-HORA== BY ==PSQ-HORA==
00830A                   ==MOV-TERMINAL== BY ==PSQ-TERMINAL==
00830B                   ==MOV-OPERADOR== BY ==PSQ-OPERADOR==
00830C                   ==MOV-TITULAR== BY ==PSQ-TITULAR==.
000840 FD  HISTORICO.
000841     COPY HISREG.
000842 FD  MOV-ARQUIVO.
000843     COPY MOVREG
000844         REPLACING ==MOV-REG== BY ==ARQ-REG==
000845                   ==MOV-CONTA-RELAC== BY ==ARQ-CONTA-RELAC==
000846                   ==MOV-CONTA== BY ==ARQ-CONTA==
000847                   ==MOV-TIPO-DEPOSITO== BY ==ARQ-TIPO-DEPOSITO==
000848                   ==MOV-TIPO-SAQUE== BY ==ARQ-TIPO-SAQUE==
000849                   ==MOV-TIPO-TRANSF-DEBITO== BY
00084A                       ==ARQ-TIPO-TRANSF-DEBITO==
00084B                   ==MOV-TIPO-TRANSF-CREDITO== BY
00084C                       ==ARQ-TIPO-TRANSF-CREDITO==
00084D                   ==MOV-TIPO-TRANSF-EXT-DEB== BY
00084E                       ==ARQ-TIPO-TRANSF-EXT-DEB==
00084F                   ==MOV-TIPO-TRANSF-EXT-CRED== BY
00084G                       ==ARQ-TIPO-TRANSF-EXT-CRED==
00084H                   ==MOV-TIPO-TRANSF-EXT-DEV== BY
00084I                       ==ARQ-TIPO-TRANSF-EXT-DEV==
00084J                   ==MOV-TIPO-JUROS== BY ==ARQ-TIPO-JUROS==
00084K                   ==MOV-TIPO-BLOQUEIO== BY ==ARQ-TIPO-BLOQUEIO==
00084L                   ==MOV-TIPO-DESBLOQUEIO== BY
00084M                       ==ARQ-TIPO-DESBLOQUEIO==
00084N                   ==MOV-TIPO-TROCA-SENHA== BY
00084O                       ==ARQ-TIPO-TROCA-SENHA==
00084P                   ==MOV-TIPO-JUROS-DEV== BY
00084Q                       ==ARQ-TIPO-JUROS-DEV==
00084R                   ==MOV-TIPO-DEP-REJEITADO== BY
00084S                       ==ARQ-TIPO-DEP-REJEITADO==
00084T                   ==MOV-TIPO-MARCA-DORMENTE== BY
00084U                       ==ARQ-TIPO-MARCA-DORMENTE==
00084V                   ==MOV-TIPO-REATIVACAO== BY
00084W                       ==ARQ-TIPO-REATIVACAO==
00084X                   ==MOV-TIPO-BLOQ-JUDICIAL== BY
00084Y                       ==ARQ-TIPO-BLOQ-JUDICIAL==
00084Z                   ==MOV-TIPO-LIB-JUDICIAL== BY
000850                       ==ARQ-TIPO-LIB-JUDICIAL==
000851                   ==MOV-TIPO-TAR-SAQUE== BY
000852                       ==ARQ-TIPO-TAR-SAQUE==
000853                   ==MOV-TIPO-TAR-TRANSF== BY
000854                       ==ARQ-TIPO-TAR-TRANSF==
000855                   ==MOV-TIPO-TAR-MANUT== BY
000856                       ==ARQ-TIPO-TAR-MANUT==
000857                   ==MOV-TIPO-ENCERRAMENTO== BY
000858                       ==ARQ-TIPO-ENCERRAMENTO==
000859                   ==MOV-TIPO-PAG-BOLETO== BY
00085A                       ==ARQ-TIPO-PAG-BOLETO==
00085B                   ==MOV-TIPO-PAG-BOL-DEV== BY
00085C                       ==ARQ-TIPO-PAG-BOL-DEV==
00085D                   ==MOV-TIPO-EST-DEPOSITO== BY
00085E                       ==ARQ-TIPO-EST-DEPOSITO==
00085F                   ==MOV-TIPO-EST-SAQUE== BY
00085G                       ==ARQ-TIPO-EST-SAQUE==
00085H                   ==MOV-TIPO-EST-TRANSF-DEB== BY
00085I                       ==ARQ-TIPO-EST-TRANSF-DEB==
00085J                   ==MOV-TIPO-EST-TRANSF-CRED== BY
00085K                       ==ARQ-TIPO-EST-TRANSF-CRED==
00085L                   ==MOV-TIPO== BY ==ARQ-TIPO==
00085M                   ==MOV-VALOR== BY ==ARQ-VALOR==
00085N                   ==MOV-SALDO-APOS== BY ==ARQ-SALDO-APOS==
00085O                   ==MOV-DATA== BY ==ARQ-DATA==
00085P                   ==MOV-HORA== BY ==ARQ-HORA==
00085Q                   ==MOV-TERMINAL== BY ==ARQ-TERMINAL==
00085R                   ==MOV-OPERADOR== BY ==ARQ-OPERADOR==
00085S                   ==MOV-TITULAR== BY ==ARQ-TITULAR==.
000863 FD  OPERADORES.
00863A      COPY OPRREG.
000864 WORKING-STORAGE SECTION.
000930      88  EST-MOV-OK                  VALUE "00".
000940  77  EST-STATUS-PSQ             PIC X(02).
000950      88  EST-PSQ-OK                  VALUE "00".
000952  77  EST-STATUS-HIS             PIC X(02).
000954      88  EST-HIS-OK                  VALUE "00".
000960  77  EST-SW-FIM                 PIC X(01) VALUE "N".
000970      88  EST-FIM-MANUTENCAO         VALUE "S".
000980  77  EST-SW-FIM-PSQ             PIC X(01) VALUE "N".
000990      88  EST-FIM-PESQUISA           VALUE "S".
000992  77  EST-SW-HIS                 PIC X(01) VALUE "N".
000994      88  EST-HIS-DISPONIVEL         VALUE "S".
000995  77  EST-STATUS-ARQ             PIC X(02).
000996      88  EST-ARQ-OK                  VALUE "00".
000997  77  EST-SW-FIM-ARQ             PIC X(01) VALUE "N".
000998      88  EST-FIM-ARQUIVO            VALUE "S".
001000  77  EST-SW-ACHOU               PIC X(01) VALUE "N".
001010      88  EST-MOV-ACHADO             VALUE "S".
001020*-----------------------------------------------------------------
001560             "STATUS: " EST-STATUS-MOV
001570         STOP RUN
001580     END-IF
001582     OPEN INPUT HISTORICO
001584     IF EST-HIS-OK
001586         MOVE "S" TO EST-SW-HIS
001587     ELSE
001588         DISPLAY "SEM HISTORICO DE MOVIMENTOS (MOVHIS) - DIAS "
001589             "ANTERIORES SO NO ARQUIVO MORTO (MOVARQ)."
00158A     END-IF
001590     MOVE 100 TO EST-TAB-CED-VALOR(1)
001600     MOVE 050 TO EST-TAB-CED-VALOR(2)
001610     MOVE 020 TO EST-TAB-CED-VALOR(3)
001830     ACCEPT EST-HORA-ENT
001840     PERFORM 2100-LOCALIZAR THRU 2100-LOCALIZAR-EXIT
001842     IF NOT EST-MOV-ACHADO
001844         PERFORM 2150-LOCALIZAR-HISTORICO
001846             THRU 2150-LOCALIZAR-HISTORICO-EXIT
001848     END-IF
001849     IF NOT EST-MOV-ACHADO
00184A         PERFORM 2160-LOCALIZAR-ARQUIVO
00184B             THRU 2160-LOCALIZAR-ARQUIVO-EXIT
00184C     END-IF
001850     IF NOT EST-MOV-ACHADO
001860         DISPLAY "LANCAMENTO NAO ENCONTRADO NO DIARIO, NO "
001865             "HISTORICO NEM NO ARQUIVO MORTO."
001870         GO TO 2000-PROCESSAR-EXIT
001880     END-IF
001890     MOVE EST-ORIG-VALOR TO EST-VALOR-EDIT
002610 2110-LER-PESQUISA-EXIT.
002620     EXIT.
002621*-----------------------------------------------------------------
002622* 2150-LOCALIZAR-HISTORICO - QUANDO O LANCAMENTO NAO ESTA NO
002623* DIARIO VIVO (JA CORTADO PELO FECHDIA NA VIRADA DO DIA), E LIDO
002624* POR CHAVE NO HISTORICO INDEXADO (MOVHIS), ONDE FICAM OS
002625* LANCAMENTOS DOS DIAS ANTERIORES. A SEQUENCIA ZERO E O PRIMEIRO
002626* LANCAMENTO DA CONTA NAQUELE INSTANTE, O MESMO QUE A PESQUISA NO
002627* DIARIO ENCONTRARIA. SEM O HISTORICO OU SEM A CHAVE NELE (DIA
002628* ARQUIVADO ANTES DA CARGA DO MOVHIS) A PESQUISA CONTINUA NO
002629* ARQUIVO MORTO (2160). O ESTORNO E SEMPRE GRAVADO NO DIARIO.
00262A*-----------------------------------------------------------------
00262B 2150-LOCALIZAR-HISTORICO.
002630     IF NOT EST-HIS-DISPONIVEL
002631         GO TO 2150-LOCALIZAR-HISTORICO-EXIT
002632     END-IF
002633     MOVE EST-CONTA-ENT TO HIS-CONTA
002634     MOVE EST-DATA-ENT  TO HIS-DATA
002635     MOVE EST-HORA-ENT  TO HIS-HORA
002636     MOVE ZERO          TO HIS-SEQ
002637     READ HISTORICO
002638         INVALID KEY
002639             CONTINUE
002640         NOT INVALID KEY
002641             MOVE "S" TO EST-SW-ACHOU
002642             MOVE HIS-TIPO        TO EST-ORIG-TIPO
002643             MOVE HIS-VALOR       TO EST-ORIG-VALOR
002644             MOVE HIS-CONTA-RELAC TO EST-ORIG-RELAC
002645             MOVE HIS-TERMINAL    TO EST-ORIG-TERMINAL
002646     END-READ.
002647 2150-LOCALIZAR-HISTORICO-EXIT.
002648     EXIT.
002649*-----------------------------------------------------------------
00264A* 2160-LOCALIZAR-ARQUIVO - LANCAMENTO DE DIA ANTERIOR FORA DO
00264B* HISTORICO INDEXADO: VARRE O ARQUIVO MORTO (MOVARQ). SEM ELE
00264C* (ANTES DO PRIMEIRO ENCERRAMENTO) A PESQUISA NAO LOCALIZA.
00264D*-----------------------------------------------------------------
00264E 2160-LOCALIZAR-ARQUIVO.
00264F     MOVE "N" TO EST-SW-FIM-ARQ
00264G     OPEN INPUT MOV-ARQUIVO
00264H     IF NOT EST-ARQ-OK
00264I         MOVE "S" TO EST-SW-FIM-ARQ
00264J     ELSE
00264K         PERFORM 2170-LER-ARQUIVO THRU 2170-LER-ARQUIVO-EXIT
00264L             UNTIL EST-FIM-ARQUIVO OR EST-MOV-ACHADO
00264M         CLOSE MOV-ARQUIVO
00264N     END-IF.
00264O 2160-LOCALIZAR-ARQUIVO-EXIT.
00264P     EXIT.

00264Q 2170-LER-ARQUIVO.
00264R     READ MOV-ARQUIVO
00264S         AT END
00264T             MOVE "S" TO EST-SW-FIM-ARQ
00264U         NOT AT END
00264V             IF ARQ-CONTA = EST-CONTA-ENT
00264W                 AND ARQ-DATA = EST-DATA-ENT
00264X                 AND ARQ-HORA = EST-HORA-ENT
00264Y                 MOVE "S" TO EST-SW-ACHOU
00264Z                 MOVE ARQ-TIPO        TO EST-ORIG-TIPO
002650                 MOVE ARQ-VALOR       TO EST-ORIG-VALOR
002651                 MOVE ARQ-CONTA-RELAC TO EST-ORIG-RELAC
002652                 MOVE ARQ-TERMINAL    TO EST-ORIG-TERMINAL
002653             END-IF
002654     END-READ.
002655 2170-LER-ARQUIVO-EXIT.
002656     EXIT.
002657*-----------------------------------------------------------------
002658* 2300-ESTORNAR-DEPOSITO - DESFAZ UM DEPOSITO: DEBITA O VALOR DA
003930     CLOSE CONTA-MESTRE
003940     CLOSE CEDULAS-MESTRE
003950     CLOSE MOVIMENTO
003952     IF EST-HIS-DISPONIVEL
003954         CLOSE HISTORICO
003956     END-IF
003960     DISPLAY "ESTORNO DE LANCAMENTOS ENCERRADO.".
003970 3000-FINALIZAR-EXIT.
003980     EXIT.
004050     ACCEPT MOV-HORA FROM TIME
004055     MOVE EST-ORIG-TERMINAL TO MOV-TERMINAL
004056     MOVE EST-OPERADOR      TO MOV-OPERADOR
004058     MOVE ZERO              TO MOV-TITULAR
004060     WRITE MOV-REG.
004070 8100-GRAVAR-MOV-EXIT.
004080     EXIT.
