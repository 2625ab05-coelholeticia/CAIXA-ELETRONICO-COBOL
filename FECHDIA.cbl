000090*            O CONCILIA E O EXTRATO TRABALHAM COM SALDO DE
000100*            ABERTURA MAIS MOVIMENTOS DO DIA, EM VEZ DE RETOTALI-
000110*            ZAR O HISTORICO INTEIRO A CADA EXECUCAO.
000111*            OS LANCAMENTOS DO DIA TAMBEM SAO CARREGADOS NO
000112*            HISTORICO INDEXADO DE MOVIMENTOS (MOVHIS).
000120*-----------------------------------------------------------------
000130* HISTORICO DE ALTERACOES
000140* 2026-08-22 LS  PROGRAMA CRIADO.
00148K*                VIRADA, JUNTO COM O CORTE DO DIARIO, PARA O
00148L*                CAIXA COMECAR O DIA SEGUINTE COM OS TOTAIS
00148M*                ZERADOS.
00148N* 2026-10-15 LS  O ENCERRAMENTO PASSA A CARREGAR TAMBEM OS
00148O*                LANCAMENTOS DO DIA NO HISTORICO INDEXADO DE
00148P*                MOVIMENTOS (MOVHIS, CHAVE CONTA + DATA + HORA),
00148Q*                USADO NA PESQUISA POR CHAVE DO ESTORNO E NOS
00148R*                ULTIMOS LANCAMENTOS DO CAIXA. NA RESSUBMISSAO
00148S*                APOS QUEDA, O LANCAMENTO JA CARREGADO NAO E
00148T*                DUPLICADO.
000149*-----------------------------------------------------------------
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. FECHDIA.
000409         ACCESS MODE IS DYNAMIC
00040A         RECORD KEY IS TOT-CHAVE
00040B         FILE STATUS IS FEC-STATUS-TOT.
00040C     SELECT HISTORICO ASSIGN TO "MOVHIS"
00040D         ORGANIZATION IS INDEXED
00040E         ACCESS MODE IS DYNAMIC
00040F         RECORD KEY IS HIS-CHAVE
00040G         FILE STATUS IS FEC-STATUS-HIS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  MOVIMENTO.
00569F                       ==ARQ-TIPO-TAR-TRANSF==
00569G                   ==MOV-TIPO-TAR-MANUT== BY
00569H                       ==ARQ-TIPO-TAR-MANUT==
00569Q                   ==MOV-TIPO-ENCERRAMENTO== BY
00569R                       ==ARQ-TIPO-ENCERRAMENTO==
00569S                   ==MOV-TIPO-PAG-BOLETO== BY
00569T                       ==ARQ-TIPO-PAG-BOLETO==
00569U                   ==MOV-TIPO-PAG-BOL-DEV== BY
00569V                       ==ARQ-TIPO-PAG-BOL-DEV==
000570                   ==MOV-TIPO-EST-DEPOSITO== BY
000571                       ==ARQ-TIPO-EST-DEPOSITO==
000572                   ==MOV-TIPO-EST-SAQUE== BY
000600                   ==MOV-DATA== BY ==ARQ-DATA==
000610                   ==MOV-HORA== BY ==ARQ-HORA==
00610A                   ==MOV-TERMINAL== BY ==ARQ-TERMINAL==
00610B                   ==MOV-OPERADOR== BY ==ARQ-OPERADOR==
00610C                   ==MOV-TITULAR== BY ==ARQ-TITULAR==.
000620 FD  CONTA-MESTRE.
000630     COPY CONTAREG.
000640 FD  SALDOS-ABERTURA.
000654     COPY DIACTL.
000656 FD  TOTAIS-DIA.
000658     COPY TOTREG.
000659 FD  HISTORICO.
00065A     COPY HISREG.
000660 WORKING-STORAGE SECTION.
000670*-----------------------------------------------------------------
000680* AREA DE CONTROLE DE ARQUIVOS
000774      88  FEC-DCT-OK                  VALUE "00".
000776  77  FEC-STATUS-TOT             PIC X(02).
000778      88  FEC-TOT-OK                  VALUE "00".
000779  77  FEC-STATUS-HIS             PIC X(02).
00077A      88  FEC-HIS-OK                  VALUE "00".
00077B      88  FEC-HIS-CHAVE-DUPLICADA     VALUE "22".
00077C      88  FEC-HIS-INEXISTENTE         VALUE "35".
00077D  77  FEC-SW-HIS-GRAVADO         PIC X(01) VALUE "N".
00077E      88  FEC-HIS-GRAVADO             VALUE "S".
000780  77  FEC-SW-FIM-MOV             PIC X(01) VALUE "N".
000790      88  FEC-FIM-MOV                 VALUE "S".
000800  77  FEC-SW-FIM-CONTA           PIC X(01) VALUE "N".
000850  77  FEC-DATA-PARM              PIC 9(08) VALUE ZERO.
000860  77  FEC-QTDE-ARQUIVADOS        PIC 9(07) VALUE ZERO.
000870  77  FEC-QTDE-SNAPSHOTS         PIC 9(07) VALUE ZERO.
000871  77  FEC-QTDE-HISTORICO         PIC 9(07) VALUE ZERO.
000872  77  FEC-QTDE-HIS-REPETIDOS     PIC 9(07) VALUE ZERO.
000880 PROCEDURE DIVISION.
000890*-----------------------------------------------------------------
000900* 0000-MAINLINE - ARQUIVA O DIARIO DO DIA, GRAVA OS SALDOS DE
001050* O ARQUIVO MORTO E ABERTO EM OUTPUT, GRAVANDO A GERACAO DO
001052* PROPRIO ENCERRAMENTO (NO JCL O DD MOVARQ APONTA PARA UMA
001054* GERACAO NOVA DO GDG), DE MODO QUE A RESSUBMISSAO DO JOB NAO
001056* DUPLICA NADA NO ARQUIVO MORTO. O HISTORICO INDEXADO (MOVHIS)
001057* E ABERTO PARA ATUALIZACAO, E CRIADO VAZIO NO PRIMEIRO
001058* ENCERRAMENTO.
001060*-----------------------------------------------------------------
001070 1000-INICIAR.
001080     PERFORM 1100-LER-CONTROLE THRU 1100-LER-CONTROLE-EXIT
001250             FEC-STATUS-ARQ
001260         STOP RUN
001280     END-IF
001281     OPEN I-O HISTORICO
001282     IF FEC-HIS-INEXISTENTE
001283         OPEN OUTPUT HISTORICO
001284         CLOSE HISTORICO
001285         OPEN I-O HISTORICO
001286     END-IF
001287     IF NOT FEC-HIS-OK
001288         DISPLAY "ERRO AO ABRIR O HISTORICO DE MOVIMENTOS. "
001289             "STATUS: " FEC-STATUS-HIS
00128A         STOP RUN
00128B     END-IF
001290     OPEN INPUT CONTA-MESTRE
001300     IF NOT FEC-CONTA-OK
001310         DISPLAY "ERRO AO ABRIR CONTA-MESTRE. STATUS: "
00144M     EXIT.
001440*-----------------------------------------------------------------
001450* 2000-ARQUIVAR - COPIA O LANCAMENTO CORRENTE DO DIARIO PARA O
001460* ARQUIVO MORTO E PARA O HISTORICO INDEXADO.
001470*-----------------------------------------------------------------
001480 2000-ARQUIVAR.
001490     MOVE MOV-REG TO ARQ-REG
001500     WRITE ARQ-REG
001510     ADD 1 TO FEC-QTDE-ARQUIVADOS
001515     PERFORM 2100-CARREGAR-HISTORICO
001516         THRU 2100-CARREGAR-HISTORICO-EXIT
001520     PERFORM 8000-LER-MOV THRU 8000-LER-MOV-EXIT.
001530 2000-ARQUIVAR-EXIT.
001540     EXIT.
001541*-----------------------------------------------------------------
001542* 2100-CARREGAR-HISTORICO - GRAVA O LANCAMENTO CORRENTE NO
001543* HISTORICO, NA CHAVE CONTA + DATA + HORA COM A PRIMEIRA
001544* SEQUENCIA LIVRE. A CHAVE JA OCUPADA POR UM REGISTRO IGUAL AO
001545* LANCAMENTO E A CARGA FEITA POR UMA EXECUCAO QUE CAIU ANTES DO
001546* CORTE DO DIARIO: O LANCAMENTO E CONTADO COMO REPETIDO E NAO E
001547* GRAVADO DE NOVO.
001548*-----------------------------------------------------------------
001549 2100-CARREGAR-HISTORICO.
00154A     MOVE ZERO TO HIS-SEQ
00154B     MOVE "N" TO FEC-SW-HIS-GRAVADO
00154C     PERFORM 2110-GRAVAR-HISTORICO THRU 2110-GRAVAR-HISTORICO-EXIT
00154D         UNTIL FEC-HIS-GRAVADO.
00154E 2100-CARREGAR-HISTORICO-EXIT.
00154F     EXIT.

00154G 2110-GRAVAR-HISTORICO.
00154H     MOVE MOV-CONTA       TO HIS-CONTA
00154I     MOVE MOV-DATA        TO HIS-DATA
00154J     MOVE MOV-HORA        TO HIS-HORA
00154K     MOVE MOV-TIPO        TO HIS-TIPO
00154L     MOVE MOV-VALOR       TO HIS-VALOR
00154M     MOVE MOV-SALDO-APOS  TO HIS-SALDO-APOS
00154N     MOVE MOV-CONTA-RELAC TO HIS-CONTA-RELAC
00154O     MOVE MOV-TERMINAL    TO HIS-TERMINAL
00154P     MOVE MOV-OPERADOR    TO HIS-OPERADOR
00154Q     MOVE MOV-TITULAR     TO HIS-TITULAR
00154R     WRITE HIS-REG
00154S         INVALID KEY
00154T             CONTINUE
00154U     END-WRITE
00154V     IF FEC-HIS-OK
00154W         ADD 1 TO FEC-QTDE-HISTORICO
00154X         MOVE "S" TO FEC-SW-HIS-GRAVADO
00154Y         GO TO 2110-GRAVAR-HISTORICO-EXIT
00154Z     END-IF
00155A     IF NOT FEC-HIS-CHAVE-DUPLICADA
00155B         DISPLAY "ERRO AO GRAVAR O HISTORICO. CONTA " MOV-CONTA
00155C             " STATUS: " FEC-STATUS-HIS
00155D         STOP RUN
00155E     END-IF
00155F     READ HISTORICO
00155G     IF HIS-TIPO = MOV-TIPO
00155H         AND HIS-VALOR = MOV-VALOR
00155I         AND HIS-SALDO-APOS = MOV-SALDO-APOS
00155J         AND HIS-CONTA-RELAC = MOV-CONTA-RELAC
00155K         AND HIS-TERMINAL = MOV-TERMINAL
00155L         AND HIS-OPERADOR = MOV-OPERADOR
00155M         AND HIS-TITULAR = MOV-TITULAR
00155N         ADD 1 TO FEC-QTDE-HIS-REPETIDOS
00155O         MOVE "S" TO FEC-SW-HIS-GRAVADO
00155P         GO TO 2110-GRAVAR-HISTORICO-EXIT
00155Q     END-IF
00155R     IF HIS-SEQ = 99
00155S         DISPLAY "SEQUENCIA DO HISTORICO ESGOTADA. CONTA "
00155T             MOV-CONTA " DATA " MOV-DATA " HORA " MOV-HORA
00155U         STOP RUN
00155V     END-IF
00155W     ADD 1 TO HIS-SEQ.
00155X 2110-GRAVAR-HISTORICO-EXIT.
00155Y     EXIT.
001550*-----------------------------------------------------------------
001560* 2500-ABRIR-SALDOS - COM O ARQUIVAMENTO CONCLUIDO, FECHA O
001570* ARQUIVO MORTO E O HISTORICO E RECRIA O ARQUIVO DE SALDOS DE
001575* ABERTURA. A RECRIACAO SO ACONTECE AQUI PARA QUE UMA QUEDA
001580* DURANTE O ARQUIVAMENTO NAO DESTRUA OS SALDOS DO ENCERRAMENTO
001590* ANTERIOR.
001592*-----------------------------------------------------------------
001600 2500-ABRIR-SALDOS.
001610     CLOSE ARQUIVO-MORTO
001615     CLOSE HISTORICO
001620     OPEN OUTPUT SALDOS-ABERTURA
001630     IF NOT FEC-SNP-OK
001640         DISPLAY "ERRO AO ABRIR O ARQUIVO DE SALDOS. STATUS: "
001928     CLOSE CONTROLE-DIA
001930     DISPLAY "FECHDIA - EXPEDIENTE " FEC-DATA-PARM " ENCERRADO."
001940     DISPLAY "LANCAMENTOS ARQUIVADOS: " FEC-QTDE-ARQUIVADOS
001942     DISPLAY "CARREGADOS NO HISTORICO: " FEC-QTDE-HISTORICO
001944     DISPLAY "JA PRESENTES NO HISTORICO: " FEC-QTDE-HIS-REPETIDOS
001950     DISPLAY "SALDOS DE ABERTURA GRAVADOS: " FEC-QTDE-SNAPSHOTS.
001960 4000-FINALIZAR-EXIT.
001970     EXIT.
