000122* 2026-09-01 LS  INCLUIDO O SIGN-ON CONTRA O MESTRE DE
000124*                OPERADORES (OPERADOR, MANTIDO PELO CADOPER):
000126*                SO OPERADOR CADASTRADO PODE MANTER A TABELA.
000127* 2026-10-15 LS  TODA INCLUSAO OU ALTERACAO DE FAIXA DA TABELA E
000128*                TODA TROCA DE FAIXA DE UMA CONTA SAO GRAVADAS NO
000129*                LOG DE MANUTENCAO (MNTLOG), CAMPO A CAMPO, COM O
00012A*                VALOR ANTERIOR E O NOVO, O OPERADOR, A DATA E A
00012B*                HORA, PARA A AUDITORIA DO RELATORIO MNTREL.
000130*-----------------------------------------------------------------
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. CADTAR.
000325         ACCESS MODE IS DYNAMIC
000326         RECORD KEY IS OPR-ID
000328         FILE STATUS IS CAD-STATUS-OPR.
000329     SELECT MANUT-LOG ASSIGN TO "MNTLOG"
00032A         ORGANIZATION IS LINE SEQUENTIAL
00032B         FILE STATUS IS CAD-STATUS-MNT.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  TARIFAS.
000380     COPY CONTAREG.
000382 FD  OPERADORES.
000384     COPY OPRREG.
000385 FD  MANUT-LOG.
000386     COPY MNTREG.
000390 WORKING-STORAGE SECTION.
000400*-----------------------------------------------------------------
000410* AREA DE CONTROLE
00058B  77  CAD-OPR-SENHA-ENT          PIC 9(06) VALUE ZERO.
00058C  77  CAD-SW-OPR-ACHADO          PIC X(01) VALUE "N".
00058D      88  CAD-OPR-ACHADO             VALUE "S".
00058E*-----------------------------------------------------------------
00058F* LOG DE MANUTENCAO (MNTLOG): REGISTRO DE LOG EM MONTAGEM
00058G*-----------------------------------------------------------------
00058H  77  CAD-STATUS-MNT             PIC X(02).
00058I      88  CAD-MNT-OK                  VALUE "00".
00058J  77  CAD-LOG-ARQUIVO            PIC X(08) VALUE SPACES.
00058K  77  CAD-LOG-OPERACAO           PIC X(01) VALUE SPACE.
00058L  77  CAD-LOG-CHAVE              PIC X(11) VALUE SPACES.
00058M  77  CAD-LOG-CONTA              PIC 9(08) VALUE ZERO.
00058N  77  CAD-LOG-CAMPO              PIC X(24) VALUE SPACES.
00058O  77  CAD-LOG-ANTERIOR           PIC X(40) VALUE SPACES.
00058P  77  CAD-LOG-NOVO               PIC X(40) VALUE SPACES.
00058Q  77  CAD-LOG-NUM-ANT            PIC 9(10)V99 VALUE ZERO.
00058R  77  CAD-LOG-NUM-NOVO           PIC 9(10)V99 VALUE ZERO.
00058S  77  CAD-QTDE-ANT               PIC 9(03) VALUE ZERO.
00058T  77  CAD-SAQUE-ANT              PIC 9(05)V99 VALUE ZERO.
00058U  77  CAD-TRANSF-ANT             PIC 9(05)V99 VALUE ZERO.
00058V  77  CAD-MENSAL-ANT             PIC 9(05)V99 VALUE ZERO.
00058W  77  CAD-FAIXA-ANT              PIC X(01) VALUE SPACE.
00058X  77  CAD-PRECO-EDIT             PIC Z(04)9.99.
000590 PROCEDURE DIVISION.
000600*-----------------------------------------------------------------
000610* 0000-MAINLINE - REPETE O MENU DE MANUTENCAO ATE O OPERADOR
000690     STOP RUN.
000700*-----------------------------------------------------------------
000710* 1000-INICIAR - ABRE A TABELA DE TARIFAS (CRIANDO-A NA PRIMEIRA
000720* EXECUCAO), O MESTRE DE CONTAS E O LOG DE MANUTENCAO (TAMBEM
000725* CRIADO NA PRIMEIRA EXECUCAO).
000730*-----------------------------------------------------------------
000740 1000-INICIAR.
000750     OPEN I-O TARIFAS
000890             CAD-STATUS-CONTA
000900         STOP RUN
000910     END-IF
00091A     OPEN EXTEND MANUT-LOG
00091B     IF NOT CAD-MNT-OK
00091C         OPEN OUTPUT MANUT-LOG
00091D         IF NOT CAD-MNT-OK
00091E             DISPLAY "ERRO AO ABRIR O LOG DE MANUTENCAO. "
00091F                 "STATUS: " CAD-STATUS-MNT
00091G             STOP RUN
00091H         END-IF
00091I     END-IF
000920     DISPLAY "----------------------------------------"
000930     DISPLAY "- MANUTENCAO DA TABELA DE TARIFAS       -"
000940     DISPLAY "----------------------------------------"
001240*-----------------------------------------------------------------
001250* 2100-MANTER-FAIXA - EXIBE AS TARIFAS JA CADASTRADAS DA FAIXA
001260* (QUANDO HOUVER), SOLICITA OS NOVOS VALORES E GRAVA OU REGRAVA
001270* O REGISTRO NA TABELA, REGISTRANDO A MANUTENCAO NO LOG.
001280*-----------------------------------------------------------------
001290 2100-MANTER-FAIXA.
001300     DISPLAY "DIGITE A FAIXA DE TARIFAS (EX: 1, 2, 3):"
001340         GO TO 2100-MANTER-FAIXA-EXIT
001350     END-IF
001360     MOVE "N" TO CAD-SW-TAR-ACHADA
001362     MOVE ZERO TO CAD-QTDE-ANT
001364     MOVE ZERO TO CAD-SAQUE-ANT
001366     MOVE ZERO TO CAD-TRANSF-ANT
001368     MOVE ZERO TO CAD-MENSAL-ANT
001370     MOVE CAD-FAIXA-ENT TO TAR-FAIXA
001380     READ TARIFAS
001390         INVALID KEY
001430             PERFORM 2310-EXIBIR-FAIXA
001440                 THRU 2310-EXIBIR-FAIXA-EXIT
001450     END-READ
001452     IF CAD-TAR-ACHADA
001454         MOVE TAR-SAQUES-GRATIS TO CAD-QTDE-ANT
001455         MOVE TAR-PRECO-SAQUE   TO CAD-SAQUE-ANT
001456         MOVE TAR-PRECO-TRANSF  TO CAD-TRANSF-ANT
001458         MOVE TAR-MENSALIDADE   TO CAD-MENSAL-ANT
001459     END-IF
001460     DISPLAY "SAQUES GRATUITOS POR MES:"
001470     ACCEPT CAD-QTDE-ENT
001480     MOVE CAD-QTDE-ENT TO TAR-SAQUES-GRATIS
001620     ELSE
001630         WRITE TAR-REG
001640     END-IF
001642     IF NOT CAD-TAR-OK
001644         DISPLAY "ERRO AO GRAVAR A FAIXA. STATUS: " CAD-STATUS-TAR
001646         GO TO 2100-MANTER-FAIXA-EXIT
001648     END-IF
001649     PERFORM 2110-REGISTRAR-FAIXA THRU 2110-REGISTRAR-FAIXA-EXIT
001650     DISPLAY "TARIFAS DA FAIXA GRAVADAS COM SUCESSO.".
001660 2100-MANTER-FAIXA-EXIT.
001670     EXIT.
00167A*-----------------------------------------------------------------
00167B* 2110-REGISTRAR-FAIXA - GRAVA NO LOG DE MANUTENCAO OS CAMPOS DA
00167C* FAIXA: TODOS NA INCLUSAO, SO OS QUE MUDARAM NA ALTERACAO.
00167D*-----------------------------------------------------------------
00167E 2110-REGISTRAR-FAIXA.
00167F     MOVE "TARIFAS"     TO CAD-LOG-ARQUIVO
00167G     MOVE CAD-FAIXA-ENT TO CAD-LOG-CHAVE
00167H     MOVE ZERO          TO CAD-LOG-CONTA
00167I     IF CAD-TAR-ACHADA
00167J         MOVE "A" TO CAD-LOG-OPERACAO
00167K     ELSE
00167L         MOVE "I" TO CAD-LOG-OPERACAO
00167M     END-IF
00167N     IF NOT CAD-TAR-ACHADA
00167O         OR TAR-SAQUES-GRATIS NOT = CAD-QTDE-ANT
00167P         MOVE "TAR-SAQUES-GRATIS" TO CAD-LOG-CAMPO
00167Q         IF CAD-TAR-ACHADA
00167R             MOVE CAD-QTDE-ANT    TO CAD-LOG-ANTERIOR
00167S         END-IF
00167T         MOVE TAR-SAQUES-GRATIS   TO CAD-LOG-NOVO
00167U         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00167V     END-IF
00167W     IF NOT CAD-TAR-ACHADA
00167X         OR TAR-PRECO-SAQUE NOT = CAD-SAQUE-ANT
00167Y         MOVE "TAR-PRECO-SAQUE"   TO CAD-LOG-CAMPO
00167Z         MOVE CAD-SAQUE-ANT       TO CAD-LOG-NUM-ANT
00168A         MOVE TAR-PRECO-SAQUE     TO CAD-LOG-NUM-NOVO
00168B         PERFORM 2120-REGISTRAR-PRECO
00168C             THRU 2120-REGISTRAR-PRECO-EXIT
00168D     END-IF
00168E     IF NOT CAD-TAR-ACHADA
00168F         OR TAR-PRECO-TRANSF NOT = CAD-TRANSF-ANT
00168G         MOVE "TAR-PRECO-TRANSF"  TO CAD-LOG-CAMPO
00168H         MOVE CAD-TRANSF-ANT      TO CAD-LOG-NUM-ANT
00168I         MOVE TAR-PRECO-TRANSF    TO CAD-LOG-NUM-NOVO
00168J         PERFORM 2120-REGISTRAR-PRECO
00168K             THRU 2120-REGISTRAR-PRECO-EXIT
00168L     END-IF
00168M     IF NOT CAD-TAR-ACHADA
00168N         OR TAR-MENSALIDADE NOT = CAD-MENSAL-ANT
00168O         MOVE "TAR-MENSALIDADE"   TO CAD-LOG-CAMPO
00168P         MOVE CAD-MENSAL-ANT      TO CAD-LOG-NUM-ANT
00168Q         MOVE TAR-MENSALIDADE     TO CAD-LOG-NUM-NOVO
00168R         PERFORM 2120-REGISTRAR-PRECO
00168S             THRU 2120-REGISTRAR-PRECO-EXIT
00168T     END-IF.
00168U 2110-REGISTRAR-FAIXA-EXIT.
00168V     EXIT.

00168W 2120-REGISTRAR-PRECO.
00168X     IF CAD-TAR-ACHADA
00168Y         MOVE CAD-LOG-NUM-ANT  TO CAD-PRECO-EDIT
00168Z         MOVE CAD-PRECO-EDIT   TO CAD-LOG-ANTERIOR
00169A     END-IF
00169B     MOVE CAD-LOG-NUM-NOVO     TO CAD-PRECO-EDIT
00169C     MOVE CAD-PRECO-EDIT       TO CAD-LOG-NOVO
00169D     PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT.
00169E 2120-REGISTRAR-PRECO-EXIT.
00169F     EXIT.
001680*-----------------------------------------------------------------
001690* 2200-FAIXA-DA-CONTA - EXIBE A FAIXA ATUAL DA CONTA, EXIGE QUE
001700* A FAIXA NOVA EXISTA NA TABELA DE TARIFAS E REGRAVA O REGISTRO
001710* NO MESTRE DE CONTAS, REGISTRANDO A TROCA NO LOG DE MANUTENCAO.
001720*-----------------------------------------------------------------
001730 2200-FAIXA-DA-CONTA.
001740     DISPLAY "DIGITE O NUMERO DA CONTA:"
001890                 "TARIFAS. CADASTRE A FAIXA ANTES."
001900             GO TO 2200-FAIXA-DA-CONTA-EXIT
001910     END-READ
001915     MOVE CONTA-FAIXA   TO CAD-FAIXA-ANT
001920     MOVE CAD-FAIXA-ENT TO CONTA-FAIXA
001930     REWRITE CONTA-REG
001931     IF NOT CAD-CONTA-OK
001932         DISPLAY "ERRO AO REGRAVAR A CONTA. STATUS: "
001933             CAD-STATUS-CONTA
001934         GO TO 2200-FAIXA-DA-CONTA-EXIT
001935     END-IF
001936     IF CONTA-FAIXA NOT = CAD-FAIXA-ANT
001937         MOVE "CONTAS"      TO CAD-LOG-ARQUIVO
001938         MOVE "A"           TO CAD-LOG-OPERACAO
001939         MOVE CONTA-NUMERO  TO CAD-LOG-CHAVE
00193A         MOVE CONTA-NUMERO  TO CAD-LOG-CONTA
00193B         MOVE "CONTA-FAIXA" TO CAD-LOG-CAMPO
00193C         MOVE CAD-FAIXA-ANT TO CAD-LOG-ANTERIOR
00193D         MOVE CONTA-FAIXA   TO CAD-LOG-NOVO
00193E         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00193F     END-IF
001940     DISPLAY "FAIXA DA CONTA ATUALIZADA COM SUCESSO.".
001950 2200-FAIXA-DA-CONTA-EXIT.
001960     EXIT.
002390 3000-FINALIZAR.
002400     CLOSE TARIFAS
002410     CLOSE CONTA-MESTRE
002415     CLOSE MANUT-LOG
002420     DISPLAY "MANUTENCAO DE TARIFAS ENCERRADA.".
002430 3000-FINALIZAR-EXIT.
002440     EXIT.
00244A*-----------------------------------------------------------------
00244B* 8100-GRAVAR-LOG - GRAVA NO LOG DE MANUTENCAO O CAMPO MONTADO
00244C* PELO CHAMADOR, CARIMBANDO O OPERADOR, A DATA E A HORA, E LIMPA
00244D* OS CAMPOS DO VALOR PARA O PROXIMO REGISTRO.
00244E*-----------------------------------------------------------------
00244F 8100-GRAVAR-LOG.
00244G     MOVE SPACES           TO MNT-REG
00244H     ACCEPT MNT-DATA FROM DATE YYYYMMDD
00244I     ACCEPT MNT-HORA FROM TIME
00244J     MOVE CAD-OPERADOR     TO MNT-OPERADOR
00244K     MOVE "CADTAR"         TO MNT-PROGRAMA
00244L     MOVE CAD-LOG-ARQUIVO  TO MNT-ARQUIVO
00244M     MOVE CAD-LOG-OPERACAO TO MNT-OPERACAO
00244N     MOVE CAD-LOG-CHAVE    TO MNT-CHAVE
00244O     MOVE CAD-LOG-CONTA    TO MNT-CONTA
00244P     MOVE CAD-LOG-CAMPO    TO MNT-CAMPO
00244Q     MOVE CAD-LOG-ANTERIOR TO MNT-VALOR-ANTERIOR
00244R     MOVE CAD-LOG-NOVO     TO MNT-VALOR-NOVO
00244S     MOVE CAD-LOG-NUM-ANT  TO MNT-NUM-ANTERIOR
00244T     MOVE CAD-LOG-NUM-NOVO TO MNT-NUM-NOVO
00244U     WRITE MNT-REG
00244V     IF NOT CAD-MNT-OK
00244W         DISPLAY "ERRO AO GRAVAR O LOG DE MANUTENCAO. STATUS: "
00244X             CAD-STATUS-MNT
00244Y     END-IF
00244Z     MOVE SPACES TO CAD-LOG-CAMPO
00245A     MOVE SPACES TO CAD-LOG-ANTERIOR
00245B     MOVE SPACES TO CAD-LOG-NOVO
00245C     MOVE ZERO   TO CAD-LOG-NUM-ANT
00245D     MOVE ZERO   TO CAD-LOG-NUM-NOVO.
00245E 8100-GRAVAR-LOG-EXIT.
00245F     EXIT.

002450 END PROGRAM CADTAR.
