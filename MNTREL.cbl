000010*-----------------------------------------------------------------
000020* PROPOSITO: RELATORIO DE AUDITORIA DO LOG DE MANUTENCAO DOS
000030*            CADASTROS (MNTLOG, GRAVADO PELO CADLIMIT, CADTAXA,
000040*            CADTAR, CADCLI E CADOPER): LISTA CADA CAMPO
000050*            INCLUIDO, ALTERADO OU EXCLUIDO, COM O VALOR
000060*            ANTERIOR E O NOVO, O OPERADOR, A DATA E A HORA,
000070*            SELECIONANDO POR PERIODO, OPERADOR, ARQUIVO E
000080*            CONTA. EM SEGUIDA EMITE A SECAO DE EXCECOES PARA A
000090*            REVISAO DO SUPERVISOR: AUMENTO DE LIMITE ACIMA DO
000100*            TETO INFORMADO, OPERADOR QUE ALTEROU O PROPRIO
000110*            NIVEL, OPERADOR PROMOVIDO A SUPERVISOR E GRAVACAO
000120*            SEM SIGN-ON (CADASTRO DO PRIMEIRO SUPERVISOR).
000130*-----------------------------------------------------------------
000140* HISTORICO DE ALTERACOES
000150* 2026-10-15 LS  PROGRAMA CRIADO.
000160*-----------------------------------------------------------------
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. MNTREL.
000190 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000200 INSTALLATION. BANCO.
000210 DATE-WRITTEN. 15/10/2026.
000220 DATE-COMPILED.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT MANUT-LOG ASSIGN TO "MNTLOG"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS MNR-STATUS-MNT.
000290     SELECT RELATORIO ASSIGN TO "MNTREL"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS MNR-STATUS-REL.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  MANUT-LOG.
000350     COPY MNTREG.
000360 FD  RELATORIO.
000370 01  REL-LINHA                   PIC X(80).
000380 WORKING-STORAGE SECTION.
000390*-----------------------------------------------------------------
000400* AREA DE CONTROLE DE ARQUIVOS
000410*-----------------------------------------------------------------
000420  77  MNR-STATUS-MNT             PIC X(02).
000430      88  MNR-MNT-OK                  VALUE "00".
000440  77  MNR-STATUS-REL             PIC X(02).
000450      88  MNR-REL-OK                  VALUE "00".
000460  77  MNR-SW-FIM-MNT             PIC X(01) VALUE "N".
000470      88  MNR-FIM-MNT                 VALUE "S".
000480  77  MNR-SW-SELECIONADO         PIC X(01) VALUE "N".
000490      88  MNR-SELECIONADO             VALUE "S".
000500*-----------------------------------------------------------------
000510* PARAMETROS DE SELECAO (ZERO OU BRANCO = TODOS) E TETO PARA O
000520* AUMENTO DE LIMITE SER TRATADO COMO EXCECAO
000530*-----------------------------------------------------------------
000540  77  MNR-DATA-INI               PIC 9(08) VALUE ZERO.
000550  77  MNR-DATA-FIM               PIC 9(08) VALUE ZERO.
000560  77  MNR-OPERADOR-PARM          PIC 9(04) VALUE ZERO.
000570  77  MNR-ARQUIVO-PARM           PIC X(08) VALUE SPACES.
000580  77  MNR-CONTA-PARM             PIC 9(08) VALUE ZERO.
000590  77  MNR-TETO-PARM              PIC 9(10)V99 VALUE ZERO.
000600*-----------------------------------------------------------------
000610* CRITICA DAS EXCECOES
000620*-----------------------------------------------------------------
000630  77  MNR-AUMENTO                PIC 9(10)V99 VALUE ZERO.
000640  77  MNR-MOTIVO                 PIC X(40) VALUE SPACES.
000650*-----------------------------------------------------------------
000660* CONTADORES E LINHAS DO RELATORIO
000670*-----------------------------------------------------------------
000680  77  MNR-QTDE-LIDOS             PIC 9(07) VALUE ZERO.
000690  77  MNR-QTDE-SELECIONADOS      PIC 9(07) VALUE ZERO.
000700  77  MNR-QTDE-EXCECOES          PIC 9(07) VALUE ZERO.
000710  77  MNR-VALOR-EDIT             PIC Z(09)9.99.
000720 01  MNR-HORA-AUX.
000730     05  MNR-HORA-HHMMSS         PIC 9(06).
000740     05  FILLER                  PIC 9(02).
000750 01  MNR-LINHA-CABEC.
000760     05  FILLER                  PIC X(08) VALUE "DATA".
000770     05  FILLER                  PIC X(01) VALUE SPACE.
000780     05  FILLER                  PIC X(06) VALUE "HORA".
000790     05  FILLER                  PIC X(01) VALUE SPACE.
000800     05  FILLER                  PIC X(04) VALUE "OPER".
000810     05  FILLER                  PIC X(01) VALUE SPACE.
000820     05  FILLER                  PIC X(08) VALUE "PROGRAMA".
000830     05  FILLER                  PIC X(01) VALUE SPACE.
000840     05  FILLER                  PIC X(08) VALUE "ARQUIVO".
000850     05  FILLER                  PIC X(01) VALUE SPACE.
000860     05  FILLER                  PIC X(01) VALUE "O".
000870     05  FILLER                  PIC X(01) VALUE SPACE.
000880     05  FILLER                  PIC X(11) VALUE "CHAVE".
000890     05  FILLER                  PIC X(01) VALUE SPACE.
000900     05  FILLER                  PIC X(24) VALUE "CAMPO".
000910 01  MNR-LINHA-DET.
000920     05  DET-DATA                PIC 9(08).
000930     05  FILLER                  PIC X(01).
000940     05  DET-HORA                PIC 9(06).
000950     05  FILLER                  PIC X(01).
000960     05  DET-OPERADOR            PIC 9(04).
000970     05  FILLER                  PIC X(01).
000980     05  DET-PROGRAMA            PIC X(08).
000990     05  FILLER                  PIC X(01).
001000     05  DET-ARQUIVO             PIC X(08).
001010     05  FILLER                  PIC X(01).
001020     05  DET-OPERACAO            PIC X(01).
001030     05  FILLER                  PIC X(01).
001040     05  DET-CHAVE               PIC X(11).
001050     05  FILLER                  PIC X(01).
001060     05  DET-CAMPO               PIC X(24).
001070 01  MNR-LINHA-VALOR.
001080     05  FILLER                  PIC X(16).
001090     05  VLR-ROTULO              PIC X(10).
001100     05  VLR-VALOR               PIC X(40).
001110 01  MNR-LINHA-RESUMO.
001120     05  FILLER                  PIC X(10).
001130     05  RES-ROTULO              PIC X(40).
001140     05  RES-QTDE                PIC Z(06)9.
001150 PROCEDURE DIVISION.
001160*-----------------------------------------------------------------
001170* 0000-MAINLINE - LISTA OS REGISTROS SELECIONADOS DO LOG E, NUMA
001180* SEGUNDA LEITURA DO LOG COM A MESMA SELECAO, AS EXCECOES.
001190*-----------------------------------------------------------------
001200 0000-MAINLINE.
001210     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
001220     PERFORM 2000-LISTAR THRU 2000-LISTAR-EXIT
001230         UNTIL MNR-FIM-MNT
001240     PERFORM 2500-INICIAR-EXCECOES THRU 2500-INICIAR-EXCECOES-EXIT
001250     PERFORM 3000-EXCECOES THRU 3000-EXCECOES-EXIT
001260         UNTIL MNR-FIM-MNT
001270     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT
001280     STOP RUN.
001290*-----------------------------------------------------------------
001300* 1000-INICIAR - LE OS PARAMETROS DE SELECAO, ABRE O LOG E O
001310* RELATORIO E IMPRIME O CABECALHO COM A SELECAO PEDIDA.
001320*-----------------------------------------------------------------
001330 1000-INICIAR.
001340     DISPLAY "MNTREL - INFORME A DATA INICIAL AAAAMMDD (ZERO = "
001350         "DESDE O INICIO):"
001360     ACCEPT MNR-DATA-INI
001370     DISPLAY "MNTREL - INFORME A DATA FINAL AAAAMMDD (ZERO = "
001380         "ATE O FIM):"
001390     ACCEPT MNR-DATA-FIM
001400     DISPLAY "MNTREL - INFORME O OPERADOR (ZERO = TODOS):"
001410     ACCEPT MNR-OPERADOR-PARM
001420     DISPLAY "MNTREL - INFORME O ARQUIVO (CONTAS, TARIFAS, "
001430         "CLIENTES, OPERADOR OU TODOS):"
001440     ACCEPT MNR-ARQUIVO-PARM
001450     DISPLAY "MNTREL - INFORME A CONTA (ZERO = TODAS):"
001460     ACCEPT MNR-CONTA-PARM
001470     DISPLAY "MNTREL - INFORME O TETO PARA AUMENTO DE LIMITE "
001480         "(ZERO = QUALQUER AUMENTO):"
001490     ACCEPT MNR-TETO-PARM
001500     IF MNR-ARQUIVO-PARM = "TODOS"
001510         MOVE SPACES TO MNR-ARQUIVO-PARM
001520     END-IF
001530     IF MNR-DATA-FIM = ZERO
001540         MOVE 99999999 TO MNR-DATA-FIM
001550     END-IF
001560     IF MNR-DATA-INI > MNR-DATA-FIM
001570         DISPLAY "DATA INICIAL MAIOR QUE A FINAL. JOB ENCERRADO."
001580         STOP RUN
001590     END-IF
001600     OPEN INPUT MANUT-LOG
001610     IF NOT MNR-MNT-OK
001620         DISPLAY "SEM LOG DE MANUTENCAO (MNTLOG) - NADA A "
001630             "RELATAR. STATUS: " MNR-STATUS-MNT
001640         STOP RUN
001650     END-IF
001660     OPEN OUTPUT RELATORIO
001670     IF NOT MNR-REL-OK
001680         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
001690             MNR-STATUS-REL
001700         STOP RUN
001710     END-IF
001720     MOVE SPACES TO REL-LINHA
001730     STRING "LOG DE MANUTENCAO DOS CADASTROS - "
001740         "RELATORIO DE AUDITORIA"
001750         DELIMITED BY SIZE INTO REL-LINHA
001760     WRITE REL-LINHA
001770     MOVE SPACES TO REL-LINHA
001780     STRING "PERIODO: " MNR-DATA-INI " A " MNR-DATA-FIM
001790         "  OPERADOR: " MNR-OPERADOR-PARM
001800         "  CONTA: " MNR-CONTA-PARM
001810         DELIMITED BY SIZE INTO REL-LINHA
001820     WRITE REL-LINHA
001830     MOVE SPACES TO REL-LINHA
001840     IF MNR-ARQUIVO-PARM = SPACES
001850         MOVE "ARQUIVO: TODOS" TO REL-LINHA
001860     ELSE
001870         STRING "ARQUIVO: " MNR-ARQUIVO-PARM
001880             DELIMITED BY SIZE INTO REL-LINHA
001890     END-IF
001900     WRITE REL-LINHA
001910     MOVE MNR-TETO-PARM TO MNR-VALOR-EDIT
001920     MOVE SPACES TO REL-LINHA
001930     STRING "TETO PARA AUMENTO DE LIMITE: " MNR-VALOR-EDIT
001940         DELIMITED BY SIZE INTO REL-LINHA
001950     WRITE REL-LINHA
001960     MOVE SPACES TO REL-LINHA
001970     WRITE REL-LINHA
001980     STRING "ALTERACOES SELECIONADAS (O: I-INCLUSAO "
001990         "A-ALTERACAO E-EXCLUSAO)"
002000         DELIMITED BY SIZE INTO REL-LINHA
002010     WRITE REL-LINHA
002020     WRITE REL-LINHA FROM MNR-LINHA-CABEC
002030     PERFORM 8000-LER-MNT THRU 8000-LER-MNT-EXIT.
002040 1000-INICIAR-EXIT.
002050     EXIT.
002060*-----------------------------------------------------------------
002070* 2000-LISTAR - IMPRIME O REGISTRO CORRENTE DO LOG QUANDO ELE
002080* ATENDE A SELECAO.
002090*-----------------------------------------------------------------
002100 2000-LISTAR.
002110     ADD 1 TO MNR-QTDE-LIDOS
002120     PERFORM 2100-SELECIONAR THRU 2100-SELECIONAR-EXIT
002130     IF MNR-SELECIONADO
002140         ADD 1 TO MNR-QTDE-SELECIONADOS
002150         PERFORM 8100-IMPRIMIR-REGISTRO
002160             THRU 8100-IMPRIMIR-REGISTRO-EXIT
002170     END-IF
002180     PERFORM 8000-LER-MNT THRU 8000-LER-MNT-EXIT.
002190 2000-LISTAR-EXIT.
002200     EXIT.
002210*-----------------------------------------------------------------
002220* 2100-SELECIONAR - CONFERE O REGISTRO CORRENTE CONTRA O PERIODO,
002230* O OPERADOR, O ARQUIVO E A CONTA PEDIDOS.
002240*-----------------------------------------------------------------
002250 2100-SELECIONAR.
002260     MOVE "N" TO MNR-SW-SELECIONADO
002270     IF MNT-DATA < MNR-DATA-INI OR MNT-DATA > MNR-DATA-FIM
002280         GO TO 2100-SELECIONAR-EXIT
002290     END-IF
002300     IF MNR-OPERADOR-PARM NOT = ZERO
002310         AND MNT-OPERADOR NOT = MNR-OPERADOR-PARM
002320         GO TO 2100-SELECIONAR-EXIT
002330     END-IF
002340     IF MNR-ARQUIVO-PARM NOT = SPACES
002350         AND MNT-ARQUIVO NOT = MNR-ARQUIVO-PARM
002360         GO TO 2100-SELECIONAR-EXIT
002370     END-IF
002380     IF MNR-CONTA-PARM NOT = ZERO
002390         AND MNT-CONTA NOT = MNR-CONTA-PARM
002400         GO TO 2100-SELECIONAR-EXIT
002410     END-IF
002420     MOVE "S" TO MNR-SW-SELECIONADO.
002430 2100-SELECIONAR-EXIT.
002440     EXIT.
002450*-----------------------------------------------------------------
002460* 2500-INICIAR-EXCECOES - REABRE O LOG PARA A SEGUNDA LEITURA E
002470* IMPRIME O CABECALHO DA SECAO DE EXCECOES.
002480*-----------------------------------------------------------------
002490 2500-INICIAR-EXCECOES.
002500     IF MNR-QTDE-SELECIONADOS = ZERO
002510         MOVE "NENHUMA ALTERACAO ATENDE A SELECAO." TO REL-LINHA
002520         WRITE REL-LINHA
002530     END-IF
002540     CLOSE MANUT-LOG
002550     OPEN INPUT MANUT-LOG
002560     IF NOT MNR-MNT-OK
002570         DISPLAY "ERRO AO REABRIR O LOG DE MANUTENCAO. STATUS: "
002580             MNR-STATUS-MNT
002590         STOP RUN
002600     END-IF
002610     MOVE "N" TO MNR-SW-FIM-MNT
002620     MOVE SPACES TO REL-LINHA
002630     WRITE REL-LINHA
002640     MOVE SPACES TO REL-LINHA
002650     STRING "EXCECOES - ALTERACOES SENSIVEIS PARA REVISAO DO "
002660         "SUPERVISOR"
002670         DELIMITED BY SIZE INTO REL-LINHA
002680     WRITE REL-LINHA
002690     WRITE REL-LINHA FROM MNR-LINHA-CABEC
002700     PERFORM 8000-LER-MNT THRU 8000-LER-MNT-EXIT.
002710 2500-INICIAR-EXCECOES-EXIT.
002720     EXIT.
002730*-----------------------------------------------------------------
002740* 3000-EXCECOES - IMPRIME O REGISTRO SELECIONADO QUE CAIR EM UMA
002750* DAS REGRAS DE EXCECAO, COM O MOTIVO.
002760*-----------------------------------------------------------------
002770 3000-EXCECOES.
002780     PERFORM 2100-SELECIONAR THRU 2100-SELECIONAR-EXIT
002790     IF NOT MNR-SELECIONADO
002800         GO TO 3000-EXCECOES-LER
002810     END-IF
002820     PERFORM 3100-AVALIAR-EXCECAO THRU 3100-AVALIAR-EXCECAO-EXIT
002830     IF MNR-MOTIVO = SPACES
002840         GO TO 3000-EXCECOES-LER
002850     END-IF
002860     ADD 1 TO MNR-QTDE-EXCECOES
002870     PERFORM 8100-IMPRIMIR-REGISTRO
002880         THRU 8100-IMPRIMIR-REGISTRO-EXIT
002890     MOVE SPACES     TO MNR-LINHA-VALOR
002900     MOVE "MOTIVO..:" TO VLR-ROTULO
002910     MOVE MNR-MOTIVO  TO VLR-VALOR
002920     WRITE REL-LINHA FROM MNR-LINHA-VALOR.
002930 3000-EXCECOES-LER.
002940     PERFORM 8000-LER-MNT THRU 8000-LER-MNT-EXIT.
002950 3000-EXCECOES-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------------
002980* 3100-AVALIAR-EXCECAO - DEVOLVE EM MNR-MOTIVO A REGRA DE EXCECAO
002990* EM QUE O REGISTRO CORRENTE CAI (BRANCO QUANDO NENHUMA):
003000* - GRAVACAO SEM SIGN-ON (OPERADOR ZERO, PRIMEIRO SUPERVISOR);
003010* - OPERADOR QUE ALTEROU O PROPRIO NIVEL DE ALCADA;
003020* - OPERADOR PROMOVIDO (OU CADASTRADO) COMO SUPERVISOR;
003030* - AUMENTO DE LIMITE DE SAQUE, TRANSFERENCIA OU CHEQUE ESPECIAL
003040*   MAIOR QUE O TETO INFORMADO.
003050*-----------------------------------------------------------------
003060 3100-AVALIAR-EXCECAO.
003070     MOVE SPACES TO MNR-MOTIVO
003080     MOVE ZERO TO MNR-AUMENTO
003090     IF MNT-NUM-NOVO > MNT-NUM-ANTERIOR
003100         SUBTRACT MNT-NUM-ANTERIOR FROM MNT-NUM-NOVO
003110             GIVING MNR-AUMENTO
003120     END-IF
003130     EVALUATE TRUE
003140         WHEN MNT-OPERADOR = ZERO
003150             MOVE "GRAVADO SEM SIGN-ON DE OPERADOR"
003160                 TO MNR-MOTIVO
003170         WHEN MNT-ARQUIVO = "OPERADOR" AND MNT-CAMPO = "OPR-NIVEL"
003180             AND MNT-ALTERACAO
003190             AND MNT-CHAVE-OPR-ID = MNT-OPERADOR
003200             MOVE "OPERADOR ALTEROU O PROPRIO NIVEL"
003210                 TO MNR-MOTIVO
003220         WHEN MNT-ARQUIVO = "OPERADOR" AND MNT-CAMPO = "OPR-NIVEL"
003230             AND MNT-VALOR-NOVO = "S"
003240             MOVE "OPERADOR PROMOVIDO A SUPERVISOR"
003250                 TO MNR-MOTIVO
003260         WHEN MNT-ARQUIVO = "CONTAS"
003270             AND (MNT-CAMPO = "CONTA-LIMITE-SAQUE-DIA"
003280               OR MNT-CAMPO = "CONTA-LIMITE-TRANSF-DIA"
003290               OR MNT-CAMPO = "CONTA-LIMITE-ESPECIAL")
003300             AND MNR-AUMENTO > MNR-TETO-PARM
003310             MOVE "AUMENTO DE LIMITE ACIMA DO TETO"
003320                 TO MNR-MOTIVO
003330         WHEN OTHER
003340             CONTINUE
003350     END-EVALUATE.
003360 3100-AVALIAR-EXCECAO-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390* 4000-FINALIZAR - IMPRIME O RESUMO E FECHA OS ARQUIVOS.
003400*-----------------------------------------------------------------
003410 4000-FINALIZAR.
003420     IF MNR-QTDE-EXCECOES = ZERO
003430         MOVE "NENHUMA ALTERACAO SENSIVEL NA SELECAO."
003440             TO REL-LINHA
003450         WRITE REL-LINHA
003460     END-IF
003470     MOVE SPACES TO REL-LINHA
003480     WRITE REL-LINHA
003490     MOVE SPACES TO MNR-LINHA-RESUMO
003500     MOVE "REGISTROS LIDOS NO LOG:" TO RES-ROTULO
003510     MOVE MNR-QTDE-LIDOS TO RES-QTDE
003520     WRITE REL-LINHA FROM MNR-LINHA-RESUMO
003530     MOVE SPACES TO MNR-LINHA-RESUMO
003540     MOVE "REGISTROS SELECIONADOS:" TO RES-ROTULO
003550     MOVE MNR-QTDE-SELECIONADOS TO RES-QTDE
003560     WRITE REL-LINHA FROM MNR-LINHA-RESUMO
003570     MOVE SPACES TO MNR-LINHA-RESUMO
003580     MOVE "EXCECOES PARA REVISAO:" TO RES-ROTULO
003590     MOVE MNR-QTDE-EXCECOES TO RES-QTDE
003600     WRITE REL-LINHA FROM MNR-LINHA-RESUMO
003610     CLOSE MANUT-LOG
003620     CLOSE RELATORIO
003630     DISPLAY "MNTREL - LIDOS: " MNR-QTDE-LIDOS
003640         " SELECIONADOS: " MNR-QTDE-SELECIONADOS
003650         " EXCECOES: " MNR-QTDE-EXCECOES.
003660 4000-FINALIZAR-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------------
003690* 8000-LER-MNT - LE O PROXIMO REGISTRO DO LOG DE MANUTENCAO E
003700* SINALIZA O FIM DE ARQUIVO.
003710*-----------------------------------------------------------------
003720 8000-LER-MNT.
003730     READ MANUT-LOG
003740         AT END
003750             MOVE "S" TO MNR-SW-FIM-MNT
003760     END-READ.
003770 8000-LER-MNT-EXIT.
003780     EXIT.
003790*-----------------------------------------------------------------
003800* 8100-IMPRIMIR-REGISTRO - IMPRIME O REGISTRO CORRENTE DO LOG:
003810* A LINHA DE IDENTIFICACAO E OS VALORES ANTERIOR E NOVO.
003820*-----------------------------------------------------------------
003830 8100-IMPRIMIR-REGISTRO.
003840     MOVE SPACES        TO MNR-LINHA-DET
003850     MOVE MNT-DATA      TO DET-DATA
003860     MOVE MNT-HORA      TO MNR-HORA-AUX
003870     MOVE MNR-HORA-HHMMSS TO DET-HORA
003880     MOVE MNT-OPERADOR  TO DET-OPERADOR
003890     MOVE MNT-PROGRAMA  TO DET-PROGRAMA
003900     MOVE MNT-ARQUIVO   TO DET-ARQUIVO
003910     MOVE MNT-OPERACAO  TO DET-OPERACAO
003920     MOVE MNT-CHAVE     TO DET-CHAVE
003930     MOVE MNT-CAMPO     TO DET-CAMPO
003940     WRITE REL-LINHA FROM MNR-LINHA-DET
003950     MOVE SPACES             TO MNR-LINHA-VALOR
003960     MOVE "ANTERIOR:"        TO VLR-ROTULO
003970     MOVE MNT-VALOR-ANTERIOR TO VLR-VALOR
003980     WRITE REL-LINHA FROM MNR-LINHA-VALOR
003990     MOVE SPACES             TO MNR-LINHA-VALOR
004000     MOVE "NOVO....:"        TO VLR-ROTULO
004010     MOVE MNT-VALOR-NOVO     TO VLR-VALOR
004020     WRITE REL-LINHA FROM MNR-LINHA-VALOR.
004030 8100-IMPRIMIR-REGISTRO-EXIT.
004040     EXIT.

004050 END PROGRAM MNTREL.
