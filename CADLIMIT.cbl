000116* 2026-09-01 LS  INCLUIDO O SIGN-ON CONTRA O MESTRE DE
000117*                OPERADORES (OPERADOR, MANTIDO PELO CADOPER):
000118*                SO OPERADOR CADASTRADO PODE MANTER LIMITES.
000119* 2026-10-15 LS  CADA LIMITE ALTERADO E GRAVADO NO LOG DE
00011A*                MANUTENCAO (MNTLOG), COM O VALOR ANTERIOR E O
00011B*                NOVO, O OPERADOR, A DATA E A HORA, PARA A
00011C*                AUDITORIA DO RELATORIO MNTREL.
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. CADLIMIT.
000265         ACCESS MODE IS DYNAMIC
000266         RECORD KEY IS OPR-ID
000268         FILE STATUS IS CAD-STATUS-OPR.
000269     SELECT MANUT-LOG ASSIGN TO "MNTLOG"
00026A         ORGANIZATION IS LINE SEQUENTIAL
00026B         FILE STATUS IS CAD-STATUS-MNT.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  CONTA-MESTRE.
000300     COPY CONTAREG.
000302 FD  OPERADORES.
000304     COPY OPRREG.
000305 FD  MANUT-LOG.
000306     COPY MNTREG.
000310 WORKING-STORAGE SECTION.
000320*-----------------------------------------------------------------
000330* AREA DE CONTROLE
00040B  77  CAD-OPR-SENHA-ENT          PIC 9(06) VALUE ZERO.
00040C  77  CAD-SW-OPR-ACHADO          PIC X(01) VALUE "N".
00040D      88  CAD-OPR-ACHADO             VALUE "S".
00040E*-----------------------------------------------------------------
00040F* LOG DE MANUTENCAO (MNTLOG): LIMITES ANTERIORES DA CONTA E
00040G* CAMPOS DO REGISTRO DE LOG EM MONTAGEM
00040H*-----------------------------------------------------------------
00040I  77  CAD-STATUS-MNT             PIC X(02).
00040J      88  CAD-MNT-OK                  VALUE "00".
00040K  77  CAD-SAQUE-ANT              PIC 9(10)V99 VALUE ZERO.
00040L  77  CAD-TRANSF-ANT             PIC 9(10)V99 VALUE ZERO.
00040M  77  CAD-ESPECIAL-ANT           PIC 9(10)V99 VALUE ZERO.
00040N  77  CAD-LOG-ARQUIVO            PIC X(08) VALUE SPACES.
00040O  77  CAD-LOG-OPERACAO           PIC X(01) VALUE SPACE.
00040P  77  CAD-LOG-CHAVE              PIC X(11) VALUE SPACES.
00040Q  77  CAD-LOG-CONTA              PIC 9(08) VALUE ZERO.
00040R  77  CAD-LOG-CAMPO              PIC X(24) VALUE SPACES.
00040S  77  CAD-LOG-ANTERIOR           PIC X(40) VALUE SPACES.
00040T  77  CAD-LOG-NOVO               PIC X(40) VALUE SPACES.
00040U  77  CAD-LOG-NUM-ANT            PIC 9(10)V99 VALUE ZERO.
00040V  77  CAD-LOG-NUM-NOVO           PIC 9(10)V99 VALUE ZERO.
00040W  77  CAD-VALOR-EDIT             PIC Z(09)9.99.
000410 PROCEDURE DIVISION.
000420*-----------------------------------------------------------------
000430* 0000-MAINLINE - REPETE A MANUTENCAO DE CONTA EM CONTA ATE O
000500     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
000510     STOP RUN.
000520*-----------------------------------------------------------------
000530* 1000-INICIAR - ABRE O MESTRE DE CONTAS E O LOG DE MANUTENCAO
000535* (CRIANDO O LOG NA PRIMEIRA EXECUCAO) E EXIBE O CABECALHO.
000540*-----------------------------------------------------------------
000550 1000-INICIAR.
000560     OPEN I-O CONTA-MESTRE
000590             CAD-STATUS-CONTA
000600         STOP RUN
000610     END-IF
000612     OPEN EXTEND MANUT-LOG
000613     IF NOT CAD-MNT-OK
000614         OPEN OUTPUT MANUT-LOG
000615         IF NOT CAD-MNT-OK
000616             DISPLAY "ERRO AO ABRIR O LOG DE MANUTENCAO. "
000617                 "STATUS: " CAD-STATUS-MNT
000618             STOP RUN
000619         END-IF
00061A     END-IF
000620     DISPLAY "----------------------------------------"
000630     DISPLAY "- MANUTENCAO DOS LIMITES DIARIOS        -"
000640     DISPLAY "----------------------------------------"
000882*-----------------------------------------------------------------
000884* 2100-ATUALIZAR-LIMITES - EXIBE OS LIMITES ATUAIS DA CONTA,
000886* SOLICITA OS NOVOS VALORES (SAQUE, TRANSFERENCIA E CHEQUE
000888* ESPECIAL) E REGRAVA O REGISTRO NO MESTRE DE CONTAS. OS
000889* LIMITES ALTERADOS SAO GRAVADOS NO LOG DE MANUTENCAO.
00088A*-----------------------------------------------------------------
000890 2100-ATUALIZAR-LIMITES.
000892     MOVE CONTA-LIMITE-SAQUE-DIA  TO CAD-SAQUE-ANT
000894     MOVE CONTA-LIMITE-TRANSF-DIA TO CAD-TRANSF-ANT
000896     MOVE CONTA-LIMITE-ESPECIAL   TO CAD-ESPECIAL-ANT
000900     DISPLAY "LIMITE DIARIO DE SAQUE ATUAL: "
000910         CONTA-LIMITE-SAQUE-DIA
000920     DISPLAY "DIGITE O NOVO LIMITE DIARIO DE SAQUE "
001016     ACCEPT CAD-LIMITE-ENT
001017     MOVE CAD-LIMITE-ENT TO CONTA-LIMITE-ESPECIAL
001020     REWRITE CONTA-REG
001022     IF NOT CAD-CONTA-OK
001024         DISPLAY "ERRO AO REGRAVAR A CONTA. STATUS: "
001026             CAD-STATUS-CONTA
001027         GO TO 2100-ATUALIZAR-LIMITES-EXIT
001028     END-IF
001029     PERFORM 2110-REGISTRAR-LIMITES
00102A         THRU 2110-REGISTRAR-LIMITES-EXIT
001030     DISPLAY "LIMITES ATUALIZADOS COM SUCESSO.".
001040 2100-ATUALIZAR-LIMITES-EXIT.
001050     EXIT.
001051*-----------------------------------------------------------------
001052* 2110-REGISTRAR-LIMITES - GRAVA NO LOG DE MANUTENCAO UM
001053* REGISTRO PARA CADA LIMITE QUE MUDOU, COM O VALOR ANTERIOR E O
001054* NOVO.
001055*-----------------------------------------------------------------
001056 2110-REGISTRAR-LIMITES.
001057     MOVE "CONTAS"     TO CAD-LOG-ARQUIVO
001058     MOVE "A"          TO CAD-LOG-OPERACAO
001059     MOVE CONTA-NUMERO TO CAD-LOG-CHAVE
00105A     MOVE CONTA-NUMERO TO CAD-LOG-CONTA
00105B     IF CONTA-LIMITE-SAQUE-DIA NOT = CAD-SAQUE-ANT
00105C         MOVE "CONTA-LIMITE-SAQUE-DIA" TO CAD-LOG-CAMPO
00105D         MOVE CAD-SAQUE-ANT            TO CAD-LOG-NUM-ANT
00105E         MOVE CONTA-LIMITE-SAQUE-DIA   TO CAD-LOG-NUM-NOVO
00105F         PERFORM 2120-REGISTRAR-VALOR
00105G             THRU 2120-REGISTRAR-VALOR-EXIT
00105H     END-IF
00105I     IF CONTA-LIMITE-TRANSF-DIA NOT = CAD-TRANSF-ANT
00105J         MOVE "CONTA-LIMITE-TRANSF-DIA" TO CAD-LOG-CAMPO
00105K         MOVE CAD-TRANSF-ANT            TO CAD-LOG-NUM-ANT
00105L         MOVE CONTA-LIMITE-TRANSF-DIA   TO CAD-LOG-NUM-NOVO
00105M         PERFORM 2120-REGISTRAR-VALOR
00105N             THRU 2120-REGISTRAR-VALOR-EXIT
00105O     END-IF
00105P     IF CONTA-LIMITE-ESPECIAL NOT = CAD-ESPECIAL-ANT
00105Q         MOVE "CONTA-LIMITE-ESPECIAL" TO CAD-LOG-CAMPO
00105R         MOVE CAD-ESPECIAL-ANT        TO CAD-LOG-NUM-ANT
00105S         MOVE CONTA-LIMITE-ESPECIAL   TO CAD-LOG-NUM-NOVO
00105T         PERFORM 2120-REGISTRAR-VALOR
00105U             THRU 2120-REGISTRAR-VALOR-EXIT
00105V     END-IF.
00105W 2110-REGISTRAR-LIMITES-EXIT.
00105X     EXIT.

00105Y 2120-REGISTRAR-VALOR.
00105Z     MOVE CAD-LOG-NUM-ANT  TO CAD-VALOR-EDIT
00106A     MOVE CAD-VALOR-EDIT   TO CAD-LOG-ANTERIOR
00106B     MOVE CAD-LOG-NUM-NOVO TO CAD-VALOR-EDIT
00106C     MOVE CAD-VALOR-EDIT   TO CAD-LOG-NOVO
00106D     PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT.
00106E 2120-REGISTRAR-VALOR-EXIT.
00106F     EXIT.
001060*-----------------------------------------------------------------
001070* 3000-FINALIZAR - FECHA O MESTRE DE CONTAS E O LOG DE
001075* MANUTENCAO.
001080*-----------------------------------------------------------------
001090 3000-FINALIZAR.
001100     CLOSE CONTA-MESTRE
001105     CLOSE MANUT-LOG
001110     DISPLAY "MANUTENCAO DE LIMITES ENCERRADA.".
001120 3000-FINALIZAR-EXIT.
001130     EXIT.
001131*-----------------------------------------------------------------
001132* 8100-GRAVAR-LOG - GRAVA NO LOG DE MANUTENCAO O CAMPO MONTADO
001133* PELO CHAMADOR, CARIMBANDO O OPERADOR, A DATA E A HORA, E LIMPA
001134* OS CAMPOS DO VALOR PARA O PROXIMO REGISTRO.
001135*-----------------------------------------------------------------
001136 8100-GRAVAR-LOG.
001137     MOVE SPACES           TO MNT-REG
001138     ACCEPT MNT-DATA FROM DATE YYYYMMDD
001139     ACCEPT MNT-HORA FROM TIME
00113A     MOVE CAD-OPERADOR     TO MNT-OPERADOR
00113B     MOVE "CADLIMIT"       TO MNT-PROGRAMA
00113C     MOVE CAD-LOG-ARQUIVO  TO MNT-ARQUIVO
00113D     MOVE CAD-LOG-OPERACAO TO MNT-OPERACAO
00113E     MOVE CAD-LOG-CHAVE    TO MNT-CHAVE
00113F     MOVE CAD-LOG-CONTA    TO MNT-CONTA
00113G     MOVE CAD-LOG-CAMPO    TO MNT-CAMPO
00113H     MOVE CAD-LOG-ANTERIOR TO MNT-VALOR-ANTERIOR
00113I     MOVE CAD-LOG-NOVO     TO MNT-VALOR-NOVO
00113J     MOVE CAD-LOG-NUM-ANT  TO MNT-NUM-ANTERIOR
00113K     MOVE CAD-LOG-NUM-NOVO TO MNT-NUM-NOVO
00113L     WRITE MNT-REG
00113M     IF NOT CAD-MNT-OK
00113N         DISPLAY "ERRO AO GRAVAR O LOG DE MANUTENCAO. STATUS: "
00113O             CAD-STATUS-MNT
00113P     END-IF
00113Q     MOVE SPACES TO CAD-LOG-CAMPO
00113R     MOVE SPACES TO CAD-LOG-ANTERIOR
00113S     MOVE SPACES TO CAD-LOG-NOVO
00113T     MOVE ZERO   TO CAD-LOG-NUM-ANT
00113U     MOVE ZERO   TO CAD-LOG-NUM-NOVO.
00113V 8100-GRAVAR-LOG-EXIT.
00113W     EXIT.

001140 END PROGRAM CADLIMIT.
