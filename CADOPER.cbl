000120*-----------------------------------------------------------------
000130* HISTORICO DE ALTERACOES
000140* 2026-09-01 LS  PROGRAMA CRIADO.
000141* 2026-10-15 LS  TODA INCLUSAO OU ALTERACAO DE OPERADOR E GRAVADA
000142*                NO LOG DE MANUTENCAO (MNTLOG), CAMPO A CAMPO,
000143*                COM O VALOR ANTERIOR E O NOVO, O SUPERVISOR DO
000144*                SIGN-ON, A DATA E A HORA, PARA A AUDITORIA DO
000145*                RELATORIO MNTREL. A SENHA NUNCA E GRAVADA NO
000146*                LOG: SO O FATO DE TER SIDO ALTERADA.
000150*-----------------------------------------------------------------
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. CADOPER.
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS OPR-ID
000290         FILE STATUS IS CAD-STATUS-OPR.
000291     SELECT MANUT-LOG ASSIGN TO "MNTLOG"
000292         ORGANIZATION IS LINE SEQUENTIAL
000293         FILE STATUS IS CAD-STATUS-MNT.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  OPERADORES.
000330     COPY OPRREG.
000331 FD  MANUT-LOG.
000332     COPY MNTREG.
000340 WORKING-STORAGE SECTION.
000350*-----------------------------------------------------------------
000360* AREA DE CONTROLE
000590  77  CAD-NOME-ENT               PIC X(30) VALUE SPACES.
000600  77  CAD-SENHA-ENT              PIC 9(06) VALUE ZERO.
000610  77  CAD-NIVEL-ENT              PIC X(01) VALUE SPACE.
00061A*-----------------------------------------------------------------
00061B* LOG DE MANUTENCAO (MNTLOG): REGISTRO DE LOG EM MONTAGEM
00061C*-----------------------------------------------------------------
00061D  77  CAD-STATUS-MNT             PIC X(02).
00061E      88  CAD-MNT-OK                  VALUE "00".
00061F  77  CAD-LOG-ARQUIVO            PIC X(08) VALUE SPACES.
00061G  77  CAD-LOG-OPERACAO           PIC X(01) VALUE SPACE.
00061H      88  CAD-LOG-INCLUSAO           VALUE "I".
00061I  77  CAD-LOG-CHAVE              PIC X(11) VALUE SPACES.
00061J  77  CAD-LOG-CONTA              PIC 9(08) VALUE ZERO.
00061K  77  CAD-LOG-CAMPO              PIC X(24) VALUE SPACES.
00061L  77  CAD-LOG-ANTERIOR           PIC X(40) VALUE SPACES.
00061M  77  CAD-LOG-NOVO               PIC X(40) VALUE SPACES.
00061N  77  CAD-LOG-NUM-ANT            PIC 9(10)V99 VALUE ZERO.
00061O  77  CAD-LOG-NUM-NOVO           PIC 9(10)V99 VALUE ZERO.
00061P  77  CAD-NOME-ANT               PIC X(30) VALUE SPACES.
00061Q  77  CAD-SENHA-ANT              PIC 9(06) VALUE ZERO.
00061R  77  CAD-NIVEL-ANT              PIC X(01) VALUE SPACE.
000620 PROCEDURE DIVISION.
000630*-----------------------------------------------------------------
000640* 0000-MAINLINE - EXIGE O SIGN-ON DE SUPERVISOR (SALVO NA
000720     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
000730     STOP RUN.
000740*-----------------------------------------------------------------
000750* 1000-INICIAR - ABRE O MESTRE DE OPERADORES E O LOG DE
000760* MANUTENCAO (CRIANDO-OS NA PRIMEIRA EXECUCAO) E EXIGE O SIGN-ON
000770* DE SUPERVISOR QUANDO JA HA OPERADORES CADASTRADOS.
000780*-----------------------------------------------------------------
000790 1000-INICIAR.
000800     OPEN I-O OPERADORES
000880             STOP RUN
000890         END-IF
000900     END-IF
00090A     OPEN EXTEND MANUT-LOG
00090B     IF NOT CAD-MNT-OK
00090C         OPEN OUTPUT MANUT-LOG
00090D         IF NOT CAD-MNT-OK
00090E             DISPLAY "ERRO AO ABRIR O LOG DE MANUTENCAO. "
00090F                 "STATUS: " CAD-STATUS-MNT
00090G             STOP RUN
00090H         END-IF
00090I     END-IF
000910     PERFORM 1200-TESTAR-BASE THRU 1200-TESTAR-BASE-EXIT
000920     DISPLAY "----------------------------------------"
000930     DISPLAY "- CADASTRO DE OPERADORES (SUPERVISOR)   -"
001820* HOUVER), SOLICITA OS NOVOS DADOS E GRAVA OU REGRAVA O
001830* REGISTRO. NA PRIMEIRA EXECUCAO O PRIMEIRO OPERADOR E GRAVADO
001840* OBRIGATORIAMENTE COMO SUPERVISOR, PARA NAO TRANCAR O CADASTRO.
001845* A INCLUSAO OU ALTERACAO E REGISTRADA NO LOG DE MANUTENCAO.
001850*-----------------------------------------------------------------
001860 2100-MANTER-OPERADOR.
001870     MOVE "N" TO CAD-SW-OPR-ACHADO
001940             DISPLAY "NOME ATUAL..: " OPR-NOME
001950             DISPLAY "NIVEL ATUAL.: " OPR-NIVEL
001960     END-READ
001962     IF CAD-OPR-ACHADO
001964         MOVE OPR-NOME  TO CAD-NOME-ANT
001965         MOVE OPR-SENHA TO CAD-SENHA-ANT
001966         MOVE OPR-NIVEL TO CAD-NIVEL-ANT
001968     END-IF
001970     DISPLAY "DIGITE O NOME DO OPERADOR:"
001980     ACCEPT CAD-NOME-ENT
001990     IF CAD-NOME-ENT = SPACES
002240     MOVE CAD-SENHA-ENT TO OPR-SENHA
002250     MOVE CAD-NIVEL-ENT TO OPR-NIVEL
002260     IF CAD-OPR-ACHADO
002265         MOVE "A" TO CAD-LOG-OPERACAO
002270         REWRITE OPR-REG
002280     ELSE
002285         MOVE "I" TO CAD-LOG-OPERACAO
002290         WRITE OPR-REG
002300     END-IF
002302     IF NOT CAD-OPR-OK
002304         DISPLAY "ERRO AO GRAVAR O OPERADOR. STATUS: "
002305             CAD-STATUS-OPR
002306         GO TO 2100-MANTER-OPERADOR-EXIT
002307     END-IF
002308     PERFORM 2110-REGISTRAR-OPERADOR
002309         THRU 2110-REGISTRAR-OPERADOR-EXIT
002310     MOVE "N" TO CAD-SW-BASE-VAZIA
002320     DISPLAY "OPERADOR GRAVADO COM SUCESSO.".
002330 2100-MANTER-OPERADOR-EXIT.
002340     EXIT.
00234A*-----------------------------------------------------------------
00234B* 2110-REGISTRAR-OPERADOR - GRAVA NO LOG DE MANUTENCAO OS DADOS DO
00234C* OPERADOR: TODOS NA INCLUSAO, SO OS QUE MUDARAM NA ALTERACAO. A
00234D* SENHA E REGISTRADA MASCARADA, SO PARA MOSTRAR QUE FOI TROCADA.
00234E*-----------------------------------------------------------------
00234F 2110-REGISTRAR-OPERADOR.
00234G     MOVE "OPERADOR" TO CAD-LOG-ARQUIVO
00234H     MOVE OPR-ID     TO CAD-LOG-CHAVE
00234I     MOVE ZERO       TO CAD-LOG-CONTA
00234J     IF CAD-LOG-INCLUSAO OR OPR-NOME NOT = CAD-NOME-ANT
00234K         MOVE "OPR-NOME"       TO CAD-LOG-CAMPO
00234L         IF NOT CAD-LOG-INCLUSAO
00234M             MOVE CAD-NOME-ANT TO CAD-LOG-ANTERIOR
00234N         END-IF
00234O         MOVE OPR-NOME         TO CAD-LOG-NOVO
00234P         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00234Q     END-IF
00234R     IF CAD-LOG-INCLUSAO OR OPR-SENHA NOT = CAD-SENHA-ANT
00234S         MOVE "OPR-SENHA"      TO CAD-LOG-CAMPO
00234T         IF NOT CAD-LOG-INCLUSAO
00234U             MOVE "******"     TO CAD-LOG-ANTERIOR
00234V         END-IF
00234W         MOVE "******"         TO CAD-LOG-NOVO
00234X         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00234Y     END-IF
00234Z     IF CAD-LOG-INCLUSAO OR OPR-NIVEL NOT = CAD-NIVEL-ANT
00235A         MOVE "OPR-NIVEL"      TO CAD-LOG-CAMPO
00235B         IF NOT CAD-LOG-INCLUSAO
00235C             MOVE CAD-NIVEL-ANT TO CAD-LOG-ANTERIOR
00235D         END-IF
00235E         MOVE OPR-NIVEL        TO CAD-LOG-NOVO
00235F         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00235G     END-IF.
00235H 2110-REGISTRAR-OPERADOR-EXIT.
00235I     EXIT.
002350*-----------------------------------------------------------------
002360* 3000-FINALIZAR - FECHA O MESTRE DE OPERADORES E O LOG DE
002365* MANUTENCAO.
002370*-----------------------------------------------------------------
002380 3000-FINALIZAR.
002390     CLOSE OPERADORES
002395     CLOSE MANUT-LOG
002400     DISPLAY "CADASTRO DE OPERADORES ENCERRADO.".
002410 3000-FINALIZAR-EXIT.
002420     EXIT.
00242A*-----------------------------------------------------------------
00242B* 8100-GRAVAR-LOG - GRAVA NO LOG DE MANUTENCAO O CAMPO MONTADO
00242C* PELO CHAMADOR, CARIMBANDO O OPERADOR, A DATA E A HORA, E LIMPA
00242D* OS CAMPOS DO VALOR PARA O PROXIMO REGISTRO.
00242E*-----------------------------------------------------------------
00242F 8100-GRAVAR-LOG.
00242G     MOVE SPACES           TO MNT-REG
00242H     ACCEPT MNT-DATA FROM DATE YYYYMMDD
00242I     ACCEPT MNT-HORA FROM TIME
00242J     MOVE CAD-OPERADOR     TO MNT-OPERADOR
00242K     MOVE "CADOPER"        TO MNT-PROGRAMA
00242L     MOVE CAD-LOG-ARQUIVO  TO MNT-ARQUIVO
00242M     MOVE CAD-LOG-OPERACAO TO MNT-OPERACAO
00242N     MOVE CAD-LOG-CHAVE    TO MNT-CHAVE
00242O     MOVE CAD-LOG-CONTA    TO MNT-CONTA
00242P     MOVE CAD-LOG-CAMPO    TO MNT-CAMPO
00242Q     MOVE CAD-LOG-ANTERIOR TO MNT-VALOR-ANTERIOR
00242R     MOVE CAD-LOG-NOVO     TO MNT-VALOR-NOVO
00242S     MOVE CAD-LOG-NUM-ANT  TO MNT-NUM-ANTERIOR
00242T     MOVE CAD-LOG-NUM-NOVO TO MNT-NUM-NOVO
00242U     WRITE MNT-REG
00242V     IF NOT CAD-MNT-OK
00242W         DISPLAY "ERRO AO GRAVAR O LOG DE MANUTENCAO. STATUS: "
00242X             CAD-STATUS-MNT
00242Y     END-IF
00242Z     MOVE SPACES TO CAD-LOG-CAMPO
00243A     MOVE SPACES TO CAD-LOG-ANTERIOR
00243B     MOVE SPACES TO CAD-LOG-NOVO
00243C     MOVE ZERO   TO CAD-LOG-NUM-ANT
00243D     MOVE ZERO   TO CAD-LOG-NUM-NOVO.
00243E 8100-GRAVAR-LOG-EXIT.
00243F     EXIT.

002430 END PROGRAM CADOPER.
