000120*            FECHAMENTO) E PULADA, POR SER RECENTE DEMAIS PARA
000130*            JULGAR. EMITE O RELATORIO DAS CONTAS MARCADAS COM O
000140*            NOME E O TELEFONE DO TITULAR, PARA A AGENCIA FAZER
000150*            O CONTATO EXIGIDO PELO COMPLIANCE. NA CONTA
000155*            CONJUNTA SAI UMA LINHA PARA CADA TITULAR.
000160*-----------------------------------------------------------------
000170* HISTORICO DE ALTERACOES
000180* 2026-09-01 LS  PROGRAMA CRIADO.
000184*                O NOME E O TELEFONE DO RELATORIO PASSAM A SER
000186*                LOCALIZADOS PELO DOCUMENTO DA CONTA
000188*                (CONTA-DOCUMENTO) EM VEZ DA CHAVE POR CONTA.
00018A* 2026-10-15 LS  A CONTA ENCERRADA (SITUACAO "E", ENCERRA) NAO E
00018B*                AVALIADA, COMO A BLOQUEADA E A DORMENTE.
00018C* 2026-10-15 LS  CONTA CONJUNTA: O RELATORIO DE CONTATO PASSA A
00018D*                TRAZER UMA LINHA PARA CADA COTITULAR, COM O
00018E*                NOME E O TELEFONE DELE.
00018F* 2026-10-15 LS  O PAGAMENTO DE BOLETO NO CAIXA (TIPO 23) PASSA A
00018G*                CONTAR COMO MOVIMENTO DO CLIENTE.
000190*-----------------------------------------------------------------
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. DORMCTA.
000840                       ==ARQ-TIPO-TAR-TRANSF==
000850                   ==MOV-TIPO-TAR-MANUT== BY
000860                       ==ARQ-TIPO-TAR-MANUT==
00086A                   ==MOV-TIPO-ENCERRAMENTO== BY
00086B                       ==ARQ-TIPO-ENCERRAMENTO==
00086C                   ==MOV-TIPO-PAG-BOLETO== BY
00086D                       ==ARQ-TIPO-PAG-BOLETO==
00086E                   ==MOV-TIPO-PAG-BOL-DEV== BY
00086F                       ==ARQ-TIPO-PAG-BOL-DEV==
000870                   ==MOV-TIPO-EST-DEPOSITO== BY
000880                       ==ARQ-TIPO-EST-DEPOSITO==
000890                   ==MOV-TIPO-EST-SAQUE== BY
000980                   ==MOV-DATA== BY ==ARQ-DATA==
000990                   ==MOV-HORA== BY ==ARQ-HORA==
001000                   ==MOV-TERMINAL== BY ==ARQ-TERMINAL==
001010                   ==MOV-OPERADOR== BY ==ARQ-OPERADOR==
001015                   ==MOV-TITULAR== BY ==ARQ-TITULAR==.
001020 FD  CONTA-MESTRE.
001030     COPY CONTAREG.
001040 FD  SALDOS-ABERTURA.
001400                       ==SDM-TIPO-TAR-TRANSF==
001410                   ==MOV-TIPO-TAR-MANUT== BY
001420                       ==SDM-TIPO-TAR-MANUT==
00142A                   ==MOV-TIPO-ENCERRAMENTO== BY
00142B                       ==SDM-TIPO-ENCERRAMENTO==
00142C                   ==MOV-TIPO-PAG-BOLETO== BY
00142D                       ==SDM-TIPO-PAG-BOLETO==
00142E                   ==MOV-TIPO-PAG-BOL-DEV== BY
00142F                       ==SDM-TIPO-PAG-BOL-DEV==
001430                   ==MOV-TIPO-EST-DEPOSITO== BY
001440                       ==SDM-TIPO-EST-DEPOSITO==
001450                   ==MOV-TIPO-EST-SAQUE== BY
001540                   ==MOV-DATA== BY ==SDM-DATA==
001550                   ==MOV-HORA== BY ==SDM-HORA==
001560                   ==MOV-TERMINAL== BY ==SDM-TERMINAL==
001570                   ==MOV-OPERADOR== BY ==SDM-OPERADOR==
001575                   ==MOV-TITULAR== BY ==SDM-TITULAR==.
001580 WORKING-STORAGE SECTION.
001590*-----------------------------------------------------------------
001600* AREA DE CONTROLE DE ARQUIVOS
002040  77  DRM-CONTA-GRUPO            PIC 9(08) VALUE ZERO.
002050  77  DRM-QTDE-CONTAS            PIC 9(07) VALUE ZERO.
002060  77  DRM-QTDE-MARCADAS          PIC 9(07) VALUE ZERO.
002065  77  DRM-IND-COT                PIC 9(01) VALUE ZERO.
002070 01  DRM-LINHA-DET.
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  DET-CONTA               PIC 9(08).
003520 2100-LIBERAR.
003530     IF (ARQ-TIPO-DEPOSITO OR ARQ-TIPO-SAQUE
003540         OR ARQ-TIPO-TRANSF-DEBITO OR ARQ-TIPO-TRANSF-CREDITO
003545         OR ARQ-TIPO-TRANSF-EXT-DEB OR ARQ-TIPO-PAG-BOLETO)
003550         AND ARQ-DATA NOT < DRM-CORTE-NUM
003560         MOVE ARQ-REG TO SDM-REG
003570         RELEASE SDM-REG
004120*-----------------------------------------------------------------
004130* 3300-AVALIAR-CONTA - A CONTA CORRENTE DO MESTRE NAO TEVE
004140* MOVIMENTO DO CLIENTE NA JANELA. SO A CONTA ATIVA E AVALIADA
004150* (BLOQUEADA, DORMENTE E ENCERRADA FICAM COMO ESTAO); A CONTA
004160* QUE AINDA NAO APARECE NO ARQUIVO DE SALDOS (ABERTA DEPOIS DO
004170* ULTIMO FECHAMENTO) E RECENTE DEMAIS PARA JULGAR E TAMBEM E
004175* PULADA.
004180*-----------------------------------------------------------------
004190 3300-AVALIAR-CONTA.
004200     ADD 1 TO DRM-QTDE-CONTAS
004210     IF CONTA-BLOQUEADA OR CONTA-DORMENTE OR CONTA-ENCERRADA
004220         GO TO 3300-AVALIAR-CONTA-EXIT
004230     END-IF
004240     MOVE CONTA-NUMERO TO SNP-CONTA
004340* 3310-MARCAR-DORMENTE - MARCA A CONTA COMO DORMENTE NO MESTRE,
004350* LANCA A MARCACAO NO DIARIO (TIPO 15, SALDO INALTERADO) E
004360* IMPRIME A LINHA DO RELATORIO COM O NOME E O TELEFONE DO
004370* TITULAR PARA O CONTATO DA AGENCIA, E UMA LINHA PARA CADA
004375* COTITULAR DA CONTA CONJUNTA.
004380*-----------------------------------------------------------------
004390 3310-MARCAR-DORMENTE.
004400     MOVE "D" TO CONTA-SITUACAO
004480     ACCEPT MOV-HORA FROM TIME
004490     MOVE ZERO         TO MOV-TERMINAL
004500     MOVE ZERO         TO MOV-OPERADOR
004505     MOVE ZERO         TO MOV-TITULAR
004510     WRITE MOV-REG
004520     MOVE SPACES TO DRM-LINHA-DET
004530     MOVE CONTA-NUMERO TO DET-CONTA
004620         END-READ
004630     END-IF
004640     WRITE REL-LINHA FROM DRM-LINHA-DET
004645     IF DRM-CLI-DISPONIVEL
004646         PERFORM 3320-LISTAR-COTITULAR
004647             THRU 3320-LISTAR-COTITULAR-EXIT
004648             VARYING DRM-IND-COT FROM 1 BY 1
004649             UNTIL DRM-IND-COT > CONTA-QTDE-COTITULARES
004650     END-IF
004655     ADD 1 TO DRM-QTDE-MARCADAS.
004660 3310-MARCAR-DORMENTE-EXIT.
004670     EXIT.

004671 3320-LISTAR-COTITULAR.
004672     MOVE SPACES TO DRM-LINHA-DET
004673     MOVE CONTA-NUMERO TO DET-CONTA
004674     MOVE CONTA-COT-DOCUMENTO (DRM-IND-COT) TO CLI-DOCUMENTO
004675     READ CLIENTES-MESTRE
004676         INVALID KEY
004677             MOVE "COTITULAR NAO CADASTRADO" TO DET-NOME
004678         NOT INVALID KEY
004679             MOVE CLI-NOME     TO DET-NOME
00467A             MOVE CLI-TELEFONE TO DET-TELEFONE
00467B     END-READ
00467C     WRITE REL-LINHA FROM DRM-LINHA-DET.
00467D 3320-LISTAR-COTITULAR-EXIT.
00467E     EXIT.
004680*-----------------------------------------------------------------
004690* 4000-FINALIZAR - IMPRIME O RESUMO E FECHA OS ARQUIVOS.
004700*-----------------------------------------------------------------
