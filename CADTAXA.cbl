000122* 2026-09-01 LS  INCLUIDO O SIGN-ON CONTRA O MESTRE DE
000124*                OPERADORES (OPERADOR, MANTIDO PELO CADOPER):
000126*                SO OPERADOR CADASTRADO PODE MANTER TAXAS.
000127* 2026-10-15 LS  TODA TAXA ALTERADA E GRAVADA NO LOG DE
000128*                MANUTENCAO (MNTLOG), COM O VALOR ANTERIOR E O
000129*                NOVO, O OPERADOR, A DATA E A HORA, PARA A
00012A*                AUDITORIA DO RELATORIO MNTREL.
000130*-----------------------------------------------------------------
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID. CADTAXA.
000275         ACCESS MODE IS DYNAMIC
000276         RECORD KEY IS OPR-ID
000278         FILE STATUS IS CAD-STATUS-OPR.
000279     SELECT MANUT-LOG ASSIGN TO "MNTLOG"
00027A         ORGANIZATION IS LINE SEQUENTIAL
00027B         FILE STATUS IS CAD-STATUS-MNT.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  CONTA-MESTRE.
000310     COPY CONTAREG.
000312 FD  OPERADORES.
000314     COPY OPRREG.
000315 FD  MANUT-LOG.
000316     COPY MNTREG.
000320 WORKING-STORAGE SECTION.
000330*-----------------------------------------------------------------
000340* AREA DE CONTROLE
00041B  77  CAD-OPR-SENHA-ENT          PIC 9(06) VALUE ZERO.
00041C  77  CAD-SW-OPR-ACHADO          PIC X(01) VALUE "N".
00041D      88  CAD-OPR-ACHADO             VALUE "S".
00041E*-----------------------------------------------------------------
00041F* LOG DE MANUTENCAO (MNTLOG): REGISTRO DE LOG EM MONTAGEM
00041G*-----------------------------------------------------------------
00041H  77  CAD-STATUS-MNT             PIC X(02).
00041I      88  CAD-MNT-OK                  VALUE "00".
00041J  77  CAD-LOG-ARQUIVO            PIC X(08) VALUE SPACES.
00041K  77  CAD-LOG-OPERACAO           PIC X(01) VALUE SPACE.
00041L  77  CAD-LOG-CHAVE              PIC X(11) VALUE SPACES.
00041M  77  CAD-LOG-CONTA              PIC 9(08) VALUE ZERO.
00041N  77  CAD-LOG-CAMPO              PIC X(24) VALUE SPACES.
00041O  77  CAD-LOG-ANTERIOR           PIC X(40) VALUE SPACES.
00041P  77  CAD-LOG-NOVO               PIC X(40) VALUE SPACES.
00041Q  77  CAD-LOG-NUM-ANT            PIC 9(10)V99 VALUE ZERO.
00041R  77  CAD-LOG-NUM-NOVO           PIC 9(10)V99 VALUE ZERO.
00041S  77  CAD-TAXA-ANT               PIC 9(03)V99 VALUE ZERO.
00041T  77  CAD-TAXA-EDIT              PIC ZZ9.99.
000420 PROCEDURE DIVISION.
000430*-----------------------------------------------------------------
000440* 0000-MAINLINE - REPETE A MANUTENCAO DE CONTA EM CONTA ATE O
000510     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
000520     STOP RUN.
000530*-----------------------------------------------------------------
000540* 1000-INICIAR - ABRE O MESTRE DE CONTAS E O LOG DE MANUTENCAO
000545* (CRIANDO O LOG NA PRIMEIRA EXECUCAO) E EXIBE O CABECALHO.
000550*-----------------------------------------------------------------
000560 1000-INICIAR.
000570     OPEN I-O CONTA-MESTRE
000600             CAD-STATUS-CONTA
000610         STOP RUN
000620     END-IF
00062A     OPEN EXTEND MANUT-LOG
00062B     IF NOT CAD-MNT-OK
00062C         OPEN OUTPUT MANUT-LOG
00062D         IF NOT CAD-MNT-OK
00062E             DISPLAY "ERRO AO ABRIR O LOG DE MANUTENCAO. "
00062F                 "STATUS: " CAD-STATUS-MNT
00062G             STOP RUN
00062H         END-IF
00062I     END-IF
000630     DISPLAY "----------------------------------------"
000640     DISPLAY "- MANUTENCAO DA TAXA DE JUROS MENSAL    -"
000650     DISPLAY "----------------------------------------"
000900     DISPLAY "TAXA DE JUROS MENSAL ATUAL: " CONTA-TAXA-JUROS
000910     DISPLAY "DIGITE A NOVA TAXA DE JUROS MENSAL (EX: 001.50):"
000920     ACCEPT CAD-TAXA-ENT
000925     MOVE CONTA-TAXA-JUROS TO CAD-TAXA-ANT
000930     MOVE CAD-TAXA-ENT TO CONTA-TAXA-JUROS
000940     REWRITE CONTA-REG
000941     IF NOT CAD-CONTA-OK
000942         DISPLAY "ERRO AO REGRAVAR A CONTA. STATUS: "
000943             CAD-STATUS-CONTA
000944         GO TO 2100-ATUALIZAR-TAXA-EXIT
000945     END-IF
000946     IF CONTA-TAXA-JUROS NOT = CAD-TAXA-ANT
000947         MOVE "CONTAS"           TO CAD-LOG-ARQUIVO
000948         MOVE "A"                TO CAD-LOG-OPERACAO
000949         MOVE CONTA-NUMERO       TO CAD-LOG-CHAVE
00094A         MOVE CONTA-NUMERO       TO CAD-LOG-CONTA
00094B         MOVE "CONTA-TAXA-JUROS" TO CAD-LOG-CAMPO
00094C         MOVE CAD-TAXA-ANT       TO CAD-TAXA-EDIT
00094D         MOVE CAD-TAXA-EDIT      TO CAD-LOG-ANTERIOR
00094E         MOVE CONTA-TAXA-JUROS   TO CAD-TAXA-EDIT
00094F         MOVE CAD-TAXA-EDIT      TO CAD-LOG-NOVO
00094G         MOVE CAD-TAXA-ANT       TO CAD-LOG-NUM-ANT
00094H         MOVE CONTA-TAXA-JUROS   TO CAD-LOG-NUM-NOVO
00094I         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00094J     END-IF
000950     DISPLAY "TAXA ATUALIZADA COM SUCESSO.".
000960 2100-ATUALIZAR-TAXA-EXIT.
000970     EXIT.
000980*-----------------------------------------------------------------
000990* 3000-FINALIZAR - FECHA O MESTRE DE CONTAS E O LOG DE
000995* MANUTENCAO.
001000*-----------------------------------------------------------------
001010 3000-FINALIZAR.
001020     CLOSE CONTA-MESTRE
001025     CLOSE MANUT-LOG
001030     DISPLAY "MANUTENCAO DE TAXAS ENCERRADA.".
001040 3000-FINALIZAR-EXIT.
001050     EXIT.
00105A*-----------------------------------------------------------------
00105B* 8100-GRAVAR-LOG - GRAVA NO LOG DE MANUTENCAO O CAMPO MONTADO
00105C* PELO CHAMADOR, CARIMBANDO O OPERADOR, A DATA E A HORA, E LIMPA
00105D* OS CAMPOS DO VALOR PARA O PROXIMO REGISTRO.
00105E*-----------------------------------------------------------------
00105F 8100-GRAVAR-LOG.
00105G     MOVE SPACES           TO MNT-REG
00105H     ACCEPT MNT-DATA FROM DATE YYYYMMDD
00105I     ACCEPT MNT-HORA FROM TIME
00105J     MOVE CAD-OPERADOR     TO MNT-OPERADOR
00105K     MOVE "CADTAXA"        TO MNT-PROGRAMA
00105L     MOVE CAD-LOG-ARQUIVO  TO MNT-ARQUIVO
00105M     MOVE CAD-LOG-OPERACAO TO MNT-OPERACAO
00105N     MOVE CAD-LOG-CHAVE    TO MNT-CHAVE
00105O     MOVE CAD-LOG-CONTA    TO MNT-CONTA
00105P     MOVE CAD-LOG-CAMPO    TO MNT-CAMPO
00105Q     MOVE CAD-LOG-ANTERIOR TO MNT-VALOR-ANTERIOR
00105R     MOVE CAD-LOG-NOVO     TO MNT-VALOR-NOVO
00105S     MOVE CAD-LOG-NUM-ANT  TO MNT-NUM-ANTERIOR
00105T     MOVE CAD-LOG-NUM-NOVO TO MNT-NUM-NOVO
00105U     WRITE MNT-REG
00105V     IF NOT CAD-MNT-OK
00105W         DISPLAY "ERRO AO GRAVAR O LOG DE MANUTENCAO. STATUS: "
00105X             CAD-STATUS-MNT
00105Y     END-IF
00105Z     MOVE SPACES TO CAD-LOG-CAMPO
00106A     MOVE SPACES TO CAD-LOG-ANTERIOR
00106B     MOVE SPACES TO CAD-LOG-NOVO
00106C     MOVE ZERO   TO CAD-LOG-NUM-ANT
00106D     MOVE ZERO   TO CAD-LOG-NUM-NOVO.
00106E 8100-GRAVAR-LOG-EXIT.
00106F     EXIT.

001060 END PROGRAM CADTAXA.
