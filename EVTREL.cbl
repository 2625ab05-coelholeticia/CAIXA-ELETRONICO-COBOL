000010*-----------------------------------------------------------------
000020* PROPOSITO: RELATORIO DIARIO POR TERMINAL DO LOG DE EVENTOS DO
000030*            CAIXA (EVTCXA). ORDENA OS EVENTOS POR TERMINAL,
000040*            DATA E HORA E, PARA CADA TERMINAL COM EVENTOS NA
000050*            DATA INFORMADA, EMITE: AS SESSOES (ENCERRADAS COM
000060*            ACESSO, SEM ACESSO E ABANDONADAS), O TEMPO EM USO,
000070*            AS OPERACOES CONCLUIDAS E RECUSADAS POR OPERACAO DO
000080*            MENU, AS RECUSAS POR MOTIVO E, POR CEDULA, OS
000090*            SAQUES PERDIDOS POR FALTA DE NOTAS NA GAVETA E OS
000100*            AVISOS DE ESTOQUE ABAIXO DO PISO. USADO PELA
000110*            TESOURARIA NA PROGRAMACAO DO CEDCARGA E PELA
000120*            OPERACAO NO ACOMPANHAMENTO DAS MAQUINAS.
000130*            SESSAO ABANDONADA E A QUE NAO TEM O EVENTO DE FIM
000140*            (CAIXA DERRUBADO NO MEIO DO ATENDIMENTO); O TEMPO
000150*            DELA VAI ATE O ULTIMO EVENTO REGISTRADO.
000160*-----------------------------------------------------------------
000170* HISTORICO DE ALTERACOES
000180* 2026-10-15 LS  PROGRAMA CRIADO.
000190*-----------------------------------------------------------------
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. EVTREL.
000220 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000230 INSTALLATION. BANCO.
000240 DATE-WRITTEN. 15/10/2026.
000250 DATE-COMPILED.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT EVENTOS-CAIXA ASSIGN TO "EVTCXA"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS EVR-STATUS-EVT.
000320     SELECT RELATORIO ASSIGN TO "EVTREL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS EVR-STATUS-REL.
000350     SELECT ARQ-ORDENADO ASSIGN TO "SORTWK1".
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  EVENTOS-CAIXA.
000390 01  EVE-LINHA                   PIC X(77).
000400 FD  RELATORIO.
000410 01  REL-LINHA                   PIC X(80).
000420 SD  ARQ-ORDENADO.
000430     COPY EVTREG.
000440 WORKING-STORAGE SECTION.
000450*-----------------------------------------------------------------
000460* AREA DE CONTROLE DE ARQUIVOS
000470*-----------------------------------------------------------------
000480  77  EVR-STATUS-EVT             PIC X(02).
000490      88  EVR-EVT-OK                  VALUE "00".
000500  77  EVR-STATUS-REL             PIC X(02).
000510      88  EVR-REL-OK                  VALUE "00".
000520  77  EVR-SW-FIM-SORT            PIC X(01) VALUE "N".
000530      88  EVR-FIM-SORT                VALUE "S".
000540  77  EVR-SW-EVENTOS             PIC X(01) VALUE "N".
000550      88  EVR-TEM-EVENTOS             VALUE "S".
000560  77  EVR-SW-SESSAO              PIC X(01) VALUE "N".
000570      88  EVR-SESSAO-ABERTA           VALUE "S".
000580  77  EVR-SW-DIA                 PIC X(01) VALUE "N".
000590      88  EVR-TERMINAL-NO-DIA         VALUE "S".
000600  77  EVR-SW-ACESSO              PIC X(01) VALUE "N".
000610      88  EVR-SESSAO-COM-ACESSO       VALUE "S".
000620*-----------------------------------------------------------------
000630* PARAMETRO, TERMINAL CORRENTE E INDICES
000640*-----------------------------------------------------------------
000650  77  EVR-DATA-PARM              PIC 9(08) VALUE ZERO.
000660  77  EVR-TERMINAL-GRUPO         PIC 9(03) VALUE ZERO.
000670  77  EVR-IND-OPER               PIC 9(02) COMP VALUE ZERO.
000680  77  EVR-IND-MOT                PIC 9(02) COMP VALUE ZERO.
000690  77  EVR-IND-CED                PIC 9(01) COMP VALUE ZERO.
000700*-----------------------------------------------------------------
000710* HORARIOS DA SESSAO EM SEGUNDOS DESDE A MEIA-NOITE
000720*-----------------------------------------------------------------
000730 01  EVR-HORA-AUX.
000740     05  EVR-HORA-HH             PIC 9(02).
000750     05  EVR-HORA-MM             PIC 9(02).
000760     05  EVR-HORA-SS             PIC 9(02).
000770     05  EVR-HORA-CC             PIC 9(02).
000780 01  EVR-HORA-AUX-NUM REDEFINES EVR-HORA-AUX
000790                                 PIC 9(08).
000800  77  EVR-SEG-EVENTO             PIC 9(05) COMP VALUE ZERO.
000810  77  EVR-SEG-INICIO             PIC 9(05) COMP VALUE ZERO.
000820  77  EVR-SEG-ULTIMO             PIC 9(05) COMP VALUE ZERO.
000830  77  EVR-SEG-EDITAR             PIC 9(07) COMP VALUE ZERO.
000840  77  EVR-RESTO-HORA             PIC 9(05) COMP VALUE ZERO.
000850 01  EVR-TEMPO-EDIT.
000860     05  EVR-TEMPO-HH            PIC Z(03)9.
000870     05  FILLER                  PIC X(01) VALUE ":".
000880     05  EVR-TEMPO-MM            PIC 9(02).
000890     05  FILLER                  PIC X(01) VALUE ":".
000900     05  EVR-TEMPO-SS            PIC 9(02).
000910*-----------------------------------------------------------------
000920* ACUMULADORES DO TERMINAL CORRENTE
000930*-----------------------------------------------------------------
000940  77  EVR-QTDE-SESSOES           PIC 9(07) VALUE ZERO.
000950  77  EVR-QTDE-COM-ACESSO        PIC 9(07) VALUE ZERO.
000960  77  EVR-QTDE-SEM-ACESSO        PIC 9(07) VALUE ZERO.
000970  77  EVR-QTDE-ABANDONADAS       PIC 9(07) VALUE ZERO.
000980  77  EVR-SEG-EM-USO             PIC 9(07) COMP VALUE ZERO.
000990  77  EVR-QTDE-CONCLUIDAS        PIC 9(07) VALUE ZERO.
001000  77  EVR-QTDE-RECUSADAS         PIC 9(07) VALUE ZERO.
001010  77  EVR-QTDE-SAQ-PERDIDOS      PIC 9(07) VALUE ZERO.
001020  77  EVR-VALOR-SAQ-PERDIDOS     PIC 9(10)V99 VALUE ZERO.
001030 01  EVR-TAB-OPERACOES.
001040     05  EVR-OPER-ITEM OCCURS 13 TIMES.
001050         10  EVR-OPER-CONCL      PIC 9(07).
001060         10  EVR-OPER-RECUS      PIC 9(07).
001070 01  EVR-TAB-MOTIVOS.
001080     05  EVR-MOT-QTDE            PIC 9(07) OCCURS 19 TIMES.
001090 01  EVR-TAB-CEDULAS.
001100     05  EVR-CED-ITEM OCCURS 4 TIMES.
001110         10  EVR-CED-FALTAS      PIC 9(07).
001120         10  EVR-CED-NOTAS       PIC 9(07).
001130         10  EVR-CED-AVISOS      PIC 9(07).
001140*-----------------------------------------------------------------
001150* TOTAIS GERAIS DO DIA
001160*-----------------------------------------------------------------
001170  77  EVR-TOT-TERMINAIS          PIC 9(07) VALUE ZERO.
001180  77  EVR-TOT-SESSOES            PIC 9(07) VALUE ZERO.
001190  77  EVR-TOT-ABANDONADAS        PIC 9(07) VALUE ZERO.
001200  77  EVR-TOT-CONCLUIDAS         PIC 9(07) VALUE ZERO.
001210  77  EVR-TOT-RECUSADAS          PIC 9(07) VALUE ZERO.
001220  77  EVR-TOT-SAQ-PERDIDOS       PIC 9(07) VALUE ZERO.
001230  77  EVR-TOT-VALOR-PERDIDO      PIC 9(10)V99 VALUE ZERO.
001240*-----------------------------------------------------------------
001250* DESCRICOES DAS OPERACOES DO MENU (ITEM 1 = ACESSO, OPERACAO
001260* ZERO), DOS MOTIVOS DE RECUSA E VALORES DAS CEDULAS
001270*-----------------------------------------------------------------
001280 01  EVR-TAB-DESC-OPER-VAL.
001290     05  FILLER                  PIC X(24)
001300         VALUE "ACESSO (LOGIN/ABERTURA)".
001310     05  FILLER                  PIC X(24)
001320         VALUE "DEPOSITO".
001330     05  FILLER                  PIC X(24)
001340         VALUE "SAQUE".
001350     05  FILLER                  PIC X(24)
001360         VALUE "CONSULTA DE SALDO".
001370     05  FILLER                  PIC X(24)
001380         VALUE "SAIR".
001390     05  FILLER                  PIC X(24)
001400         VALUE "TRANSFERENCIA".
001410     05  FILLER                  PIC X(24)
001420         VALUE "ALTERAR SENHA".
001430     05  FILLER                  PIC X(24)
001440         VALUE "AGENDAR TRANSFERENCIA".
001450     05  FILLER                  PIC X(24)
001460         VALUE "CONSULTAR AGENDAMENTOS".
001470     05  FILLER                  PIC X(24)
001480         VALUE "MINHAS CONTAS".
001490     05  FILLER                  PIC X(24)
001500         VALUE "TRANSF OUTRO BANCO".
001510     05  FILLER                  PIC X(24)
001520         VALUE "PAGAR BOLETO".
001530     05  FILLER                  PIC X(24)
001540         VALUE "ULTIMOS LANCAMENTOS".
001550 01  EVR-TAB-DESC-OPER REDEFINES EVR-TAB-DESC-OPER-VAL.
001560     05  EVR-DESC-OPER           PIC X(24) OCCURS 13 TIMES.
001570 01  EVR-TAB-DESC-MOT-VAL.
001580     05  FILLER                  PIC X(32)
001590         VALUE "CONTA NAO ENCONTRADA".
001600     05  FILLER                  PIC X(32)
001610         VALUE "SENHA INVALIDA".
001620     05  FILLER                  PIC X(32)
001630         VALUE "CPF NAO E TITULAR DA CONTA".
001640     05  FILLER                  PIC X(32)
001650         VALUE "BLOQUEIO POR SENHAS ERRADAS".
001660     05  FILLER                  PIC X(32)
001670         VALUE "CONTA OU TITULAR BLOQUEADO".
001680     05  FILLER                  PIC X(32)
001690         VALUE "CONTA INATIVA (DORMENTE)".
001700     05  FILLER                  PIC X(32)
001710         VALUE "CONTA ENCERRADA".
001720     05  FILLER                  PIC X(32)
001730         VALUE "LIMITE DIARIO EXCEDIDO".
001740     05  FILLER                  PIC X(32)
001750         VALUE "SALDO INSUFICIENTE".
001760     05  FILLER                  PIC X(32)
001770         VALUE "FALTA DE CEDULAS NA GAVETA".
001780     05  FILLER                  PIC X(32)
001790         VALUE "VALOR NAO MULTIPLO DE 10".
001800     05  FILLER                  PIC X(32)
001810         VALUE "CONJUNTA EXIGE TODOS TITULARES".
001820     05  FILLER                  PIC X(32)
001830         VALUE "DESTINO INVALIDO".
001840     05  FILLER                  PIC X(32)
001850         VALUE "NAO CONFIRMADA PELO CLIENTE".
001860     05  FILLER                  PIC X(32)
001870         VALUE "LINHA DIGITAVEL INVALIDA".
001880     05  FILLER                  PIC X(32)
001890         VALUE "DOCUMENTO JA PAGO".
001900     05  FILLER                  PIC X(32)
001910         VALUE "DOCUMENTO VENCIDO".
001920     05  FILLER                  PIC X(32)
001930         VALUE "SENHA NAO CONFERE (TROCA)".
001940     05  FILLER                  PIC X(32)
001950         VALUE "CONTA SEM TITULAR CADASTRADO".
001960 01  EVR-TAB-DESC-MOT REDEFINES EVR-TAB-DESC-MOT-VAL.
001970     05  EVR-DESC-MOT            PIC X(32) OCCURS 19 TIMES.
001980 01  EVR-TAB-CED-VAL             PIC X(12)
001990     VALUE "100050020010".
002000 01  EVR-TAB-CED REDEFINES EVR-TAB-CED-VAL.
002010     05  EVR-CED-VALOR           PIC 9(03) OCCURS 4 TIMES.
002020*-----------------------------------------------------------------
002030* LINHAS DO RELATORIO
002040*-----------------------------------------------------------------
002050 01  EVR-LINHA-OPER.
002060     05  FILLER                  PIC X(04) VALUE SPACES.
002070     05  OPR-DESCRICAO           PIC X(24).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  OPR-CONCLUIDAS          PIC ZZZZZZ9.
002100     05  FILLER                  PIC X(04) VALUE SPACES.
002110     05  OPR-RECUSADAS           PIC ZZZZZZ9.
002120 01  EVR-LINHA-MOT.
002130     05  FILLER                  PIC X(04) VALUE SPACES.
002140     05  MOT-CODIGO              PIC 9(02).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  MOT-DESCRICAO           PIC X(32).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  MOT-QTDE                PIC ZZZZZZ9.
002190 01  EVR-LINHA-CED.
002200     05  FILLER                  PIC X(04) VALUE SPACES.
002210     05  FILLER                  PIC X(07) VALUE "CEDULA ".
002220     05  CED-VALOR-DET           PIC ZZ9.
002230     05  FILLER                  PIC X(08) VALUE SPACES.
002240     05  CED-FALTAS-DET          PIC ZZZZZZ9.
002250     05  FILLER                  PIC X(04) VALUE SPACES.
002260     05  CED-NOTAS-DET           PIC ZZZZZZ9.
002270     05  FILLER                  PIC X(04) VALUE SPACES.
002280     05  CED-AVISOS-DET          PIC ZZZZZZ9.
002290 01  EVR-LINHA-RESUMO.
002300     05  FILLER                  PIC X(04) VALUE SPACES.
002310     05  RES-ROTULO              PIC X(36).
002320     05  RES-VALOR               PIC Z(12)9.99.
002330     05  RES-QTDE-AREA REDEFINES RES-VALOR.
002340         10  FILLER              PIC X(09).
002350         10  RES-QTDE            PIC ZZZZZZ9.
002360     05  RES-TEMPO-AREA REDEFINES RES-VALOR.
002370         10  FILLER              PIC X(06).
002380         10  RES-TEMPO           PIC X(10).
002390 PROCEDURE DIVISION.
002400*-----------------------------------------------------------------
002410* 0000-MAINLINE - ORDENA O LOG DE EVENTOS POR TERMINAL, DATA E
002420* HORA E EMITE O RELATORIO DO DIA POR TERMINAL.
002430*-----------------------------------------------------------------
002440 0000-MAINLINE.
002450     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
002460     IF EVR-TEM-EVENTOS
002470         SORT ARQ-ORDENADO
002480             ON ASCENDING KEY EVT-TERMINAL EVT-DATA EVT-HORA
002490             WITH DUPLICATES IN ORDER
002500             USING EVENTOS-CAIXA
002510             OUTPUT PROCEDURE 2000-PROCESSAR
002520                 THRU 2000-PROCESSAR-EXIT
002530     END-IF
002540     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT
002550     STOP RUN.
002560*-----------------------------------------------------------------
002570* 1000-INICIAR - LE A DATA DE REFERENCIA, CONFERE SE HA LOG DE
002580* EVENTOS E ABRE O RELATORIO. SEM O LOG (NENHUM CAIXA ABERTO
002590* AINDA) O RELATORIO SAI SO COM OS TOTAIS ZERADOS.
002600*-----------------------------------------------------------------
002610 1000-INICIAR.
002620     DISPLAY "EVTREL - INFORME A DATA DE REFERENCIA AAAAMMDD:"
002630     ACCEPT EVR-DATA-PARM
002640     IF EVR-DATA-PARM = ZERO
002650         DISPLAY "A DATA DE REFERENCIA E OBRIGATORIA."
002660         STOP RUN
002670     END-IF
002680     OPEN INPUT EVENTOS-CAIXA
002690     IF EVR-EVT-OK
002700         MOVE "S" TO EVR-SW-EVENTOS
002710         CLOSE EVENTOS-CAIXA
002720     ELSE
002730         DISPLAY "SEM LOG DE EVENTOS DO CAIXA (EVTCXA)."
002740     END-IF
002750     OPEN OUTPUT RELATORIO
002760     IF NOT EVR-REL-OK
002770         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
002780             EVR-STATUS-REL
002790         STOP RUN
002800     END-IF
002810     MOVE SPACES TO REL-LINHA
002820     STRING "EVENTOS DO CAIXA POR TERMINAL EM " EVR-DATA-PARM
002830         DELIMITED BY SIZE INTO REL-LINHA
002840     WRITE REL-LINHA.
002850 1000-INICIAR-EXIT.
002860     EXIT.
002870*-----------------------------------------------------------------
002880* 2000-PROCESSAR - PROCEDIMENTO DE SAIDA DO SORT: PERCORRE OS
002890* EVENTOS ORDENADOS E TRATA UM TERMINAL POR VEZ.
002900*-----------------------------------------------------------------
002910 2000-PROCESSAR.
002920     PERFORM 8000-RETORNAR THRU 8000-RETORNAR-EXIT
002930     PERFORM 2100-TRATAR-TERMINAL THRU 2100-TRATAR-TERMINAL-EXIT
002940         UNTIL EVR-FIM-SORT.
002950 2000-PROCESSAR-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------------
002980* 2100-TRATAR-TERMINAL - ZERA OS ACUMULADORES, CONSOME OS
002990* EVENTOS DO TERMINAL CORRENTE E, SE ALGUM FOR DA DATA DE
003000* REFERENCIA, IMPRIME O BLOCO DO TERMINAL. A SESSAO QUE FICOU
003010* ABERTA NO FIM DOS EVENTOS DO TERMINAL E ABANDONADA.
003020*-----------------------------------------------------------------
003030 2100-TRATAR-TERMINAL.
003040     MOVE EVT-TERMINAL TO EVR-TERMINAL-GRUPO
003050     MOVE ZERO TO EVR-QTDE-SESSOES
003060     MOVE ZERO TO EVR-QTDE-COM-ACESSO
003070     MOVE ZERO TO EVR-QTDE-SEM-ACESSO
003080     MOVE ZERO TO EVR-QTDE-ABANDONADAS
003090     MOVE ZERO TO EVR-SEG-EM-USO
003100     MOVE ZERO TO EVR-QTDE-CONCLUIDAS
003110     MOVE ZERO TO EVR-QTDE-RECUSADAS
003120     MOVE ZERO TO EVR-QTDE-SAQ-PERDIDOS
003130     MOVE ZERO TO EVR-VALOR-SAQ-PERDIDOS
003140     MOVE ZEROS TO EVR-TAB-OPERACOES
003150     MOVE ZEROS TO EVR-TAB-MOTIVOS
003160     MOVE ZEROS TO EVR-TAB-CEDULAS
003170     MOVE "N" TO EVR-SW-SESSAO
003180     MOVE "N" TO EVR-SW-DIA
003190     PERFORM 2200-TRATAR-EVENTO THRU 2200-TRATAR-EVENTO-EXIT
003200         UNTIL EVR-FIM-SORT
003210            OR EVT-TERMINAL NOT = EVR-TERMINAL-GRUPO
003220     IF EVR-SESSAO-ABERTA
003230         PERFORM 2300-ABANDONAR-SESSAO
003240             THRU 2300-ABANDONAR-SESSAO-EXIT
003250     END-IF
003260     IF EVR-TERMINAL-NO-DIA
003270         PERFORM 3000-IMPRIMIR-TERMINAL
003280             THRU 3000-IMPRIMIR-TERMINAL-EXIT
003290     END-IF.
003300 2100-TRATAR-TERMINAL-EXIT.
003310     EXIT.
003320*-----------------------------------------------------------------
003330* 2200-TRATAR-EVENTO - ACUMULA O EVENTO DA DATA DE REFERENCIA NO
003340* TERMINAL CORRENTE. OS DE OUTRAS DATAS SAO SO CONSUMIDOS. O
003350* EVENTO QUE CHEGA SEM SESSAO ABERTA (SESSAO INICIADA NA
003360* VESPERA) CONTA NAS OPERACOES, MAS NAO NAS SESSOES NEM NO
003370* TEMPO EM USO.
003380*-----------------------------------------------------------------
003390 2200-TRATAR-EVENTO.
003400     IF EVT-DATA NOT = EVR-DATA-PARM
003410         GO TO 2200-LER-PROXIMO
003420     END-IF
003430     MOVE "S" TO EVR-SW-DIA
003440     MOVE EVT-HORA TO EVR-HORA-AUX-NUM
003450     COMPUTE EVR-SEG-EVENTO = EVR-HORA-HH * 3600
003460         + EVR-HORA-MM * 60 + EVR-HORA-SS
003470     COMPUTE EVR-IND-OPER = EVT-OPERACAO + 1
003480     EVALUATE TRUE
003490         WHEN EVT-INICIO-SESSAO
003500             IF EVR-SESSAO-ABERTA
003510                 PERFORM 2300-ABANDONAR-SESSAO
003520                     THRU 2300-ABANDONAR-SESSAO-EXIT
003530             END-IF
003540             ADD 1 TO EVR-QTDE-SESSOES
003550             MOVE "S" TO EVR-SW-SESSAO
003560             MOVE "N" TO EVR-SW-ACESSO
003570             MOVE EVR-SEG-EVENTO TO EVR-SEG-INICIO
003580             MOVE EVR-SEG-EVENTO TO EVR-SEG-ULTIMO
003590         WHEN EVT-ACESSO-LIBERADO
003600             MOVE "S" TO EVR-SW-ACESSO
003610             ADD 1 TO EVR-OPER-CONCL(1)
003620         WHEN EVT-OPER-CONCLUIDA
003630             ADD 1 TO EVR-QTDE-CONCLUIDAS
003640             IF EVR-IND-OPER NOT > 13
003650                 ADD 1 TO EVR-OPER-CONCL(EVR-IND-OPER)
003660             END-IF
003670         WHEN EVT-OPER-RECUSADA
003680             PERFORM 2210-ACUMULAR-RECUSA
003690                 THRU 2210-ACUMULAR-RECUSA-EXIT
003700         WHEN EVT-FALTA-CEDULA
003710             PERFORM 2220-LOCALIZAR-CEDULA
003720                 THRU 2220-LOCALIZAR-CEDULA-EXIT
003730             IF EVR-IND-CED NOT = ZERO
003740                 ADD 1 TO EVR-CED-FALTAS(EVR-IND-CED)
003750                 IF EVT-QTDE-NEC > EVT-QTDE-ESTOQUE
003760                     COMPUTE EVR-CED-NOTAS(EVR-IND-CED) =
003770                         EVR-CED-NOTAS(EVR-IND-CED)
003780                         + EVT-QTDE-NEC - EVT-QTDE-ESTOQUE
003790                 END-IF
003800             END-IF
003810         WHEN EVT-ESTOQUE-BAIXO
003820             PERFORM 2220-LOCALIZAR-CEDULA
003830                 THRU 2220-LOCALIZAR-CEDULA-EXIT
003840             IF EVR-IND-CED NOT = ZERO
003850                 ADD 1 TO EVR-CED-AVISOS(EVR-IND-CED)
003860             END-IF
003870         WHEN EVT-FIM-SESSAO
003880             IF EVR-SESSAO-ABERTA
003890                 PERFORM 2310-ENCERRAR-SESSAO
003900                     THRU 2310-ENCERRAR-SESSAO-EXIT
003910             END-IF
003920     END-EVALUATE
003930     IF EVR-SESSAO-ABERTA
003940         MOVE EVR-SEG-EVENTO TO EVR-SEG-ULTIMO
003950     END-IF.
003960 2200-LER-PROXIMO.
003970     PERFORM 8000-RETORNAR THRU 8000-RETORNAR-EXIT.
003980 2200-TRATAR-EVENTO-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------------
004010* 2210-ACUMULAR-RECUSA - CONTA A RECUSA NA OPERACAO E NO MOTIVO.
004020* A RECUSA DO ACESSO (LOGIN) NAO E TRANSACAO E FICA SO NA LINHA
004030* DO ACESSO E NOS MOTIVOS. O SAQUE RECUSADO POR FALTA DE
004040* CEDULAS ENTRA NOS SAQUES PERDIDOS.
004050*-----------------------------------------------------------------
004060 2210-ACUMULAR-RECUSA.
004070     IF NOT EVT-OPER-ACESSO
004080         ADD 1 TO EVR-QTDE-RECUSADAS
004090     END-IF
004100     IF EVR-IND-OPER NOT > 13
004110         ADD 1 TO EVR-OPER-RECUS(EVR-IND-OPER)
004120     END-IF
004130     IF EVT-MOTIVO > ZERO AND EVT-MOTIVO NOT > 19
004140         MOVE EVT-MOTIVO TO EVR-IND-MOT
004150         ADD 1 TO EVR-MOT-QTDE(EVR-IND-MOT)
004160     END-IF
004170     IF EVT-OPER-SAQUE AND EVT-MOT-SEM-CEDULAS
004180         ADD 1 TO EVR-QTDE-SAQ-PERDIDOS
004190         ADD EVT-VALOR TO EVR-VALOR-SAQ-PERDIDOS
004200     END-IF.
004210 2210-ACUMULAR-RECUSA-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240* 2220-LOCALIZAR-CEDULA - POSICAO DA CEDULA DO EVENTO NA TABELA
004250* DE CEDULAS (ZERO QUANDO NAO FOR UMA DAS QUATRO DO CAIXA).
004260*-----------------------------------------------------------------
004270 2220-LOCALIZAR-CEDULA.
004280     EVALUATE EVT-CEDULA
004290         WHEN 100
004300             MOVE 1 TO EVR-IND-CED
004310         WHEN 050
004320             MOVE 2 TO EVR-IND-CED
004330         WHEN 020
004340             MOVE 3 TO EVR-IND-CED
004350         WHEN 010
004360             MOVE 4 TO EVR-IND-CED
004370         WHEN OTHER
004380             MOVE ZERO TO EVR-IND-CED
004390     END-EVALUATE.
004400 2220-LOCALIZAR-CEDULA-EXIT.
004410     EXIT.
004420*-----------------------------------------------------------------
004430* 2300-ABANDONAR-SESSAO - A SESSAO ABERTA NAO TEVE O EVENTO DE
004440* FIM: CONTA COMO ABANDONADA, COM O TEMPO EM USO ATE O ULTIMO
004450* EVENTO REGISTRADO NELA.
004460*-----------------------------------------------------------------
004470 2300-ABANDONAR-SESSAO.
004480     ADD 1 TO EVR-QTDE-ABANDONADAS
004490     IF EVR-SEG-ULTIMO > EVR-SEG-INICIO
004500         COMPUTE EVR-SEG-EM-USO = EVR-SEG-EM-USO
004510             + EVR-SEG-ULTIMO - EVR-SEG-INICIO
004520     END-IF
004530     MOVE "N" TO EVR-SW-SESSAO.
004540 2300-ABANDONAR-SESSAO-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------------
004570* 2310-ENCERRAR-SESSAO - FIM NORMAL DA SESSAO: CONTA COMO
004580* ENCERRADA COM OU SEM ACESSO A CONTA E SOMA O TEMPO EM USO.
004590*-----------------------------------------------------------------
004600 2310-ENCERRAR-SESSAO.
004610     IF EVR-SESSAO-COM-ACESSO
004620         ADD 1 TO EVR-QTDE-COM-ACESSO
004630     ELSE
004640         ADD 1 TO EVR-QTDE-SEM-ACESSO
004650     END-IF
004660     IF EVR-SEG-EVENTO > EVR-SEG-INICIO
004670         COMPUTE EVR-SEG-EM-USO = EVR-SEG-EM-USO
004680             + EVR-SEG-EVENTO - EVR-SEG-INICIO
004690     END-IF
004700     MOVE "N" TO EVR-SW-SESSAO.
004710 2310-ENCERRAR-SESSAO-EXIT.
004720     EXIT.
004730*-----------------------------------------------------------------
004740* 3000-IMPRIMIR-TERMINAL - IMPRIME O BLOCO DO TERMINAL: SESSOES
004750* E TEMPO EM USO, OPERACOES POR OPCAO DO MENU, RECUSAS POR
004760* MOTIVO E CEDULAS. SO SAEM AS LINHAS DE OPERACAO, MOTIVO E
004770* CEDULA COM ALGUMA OCORRENCIA. SOMA O TERMINAL NOS TOTAIS.
004780*-----------------------------------------------------------------
004790 3000-IMPRIMIR-TERMINAL.
004800     ADD 1 TO EVR-TOT-TERMINAIS
004810     ADD EVR-QTDE-SESSOES TO EVR-TOT-SESSOES
004820     ADD EVR-QTDE-ABANDONADAS TO EVR-TOT-ABANDONADAS
004830     ADD EVR-QTDE-CONCLUIDAS TO EVR-TOT-CONCLUIDAS
004840     ADD EVR-QTDE-RECUSADAS TO EVR-TOT-RECUSADAS
004850     ADD EVR-QTDE-SAQ-PERDIDOS TO EVR-TOT-SAQ-PERDIDOS
004860     ADD EVR-VALOR-SAQ-PERDIDOS TO EVR-TOT-VALOR-PERDIDO
004870     MOVE SPACES TO REL-LINHA
004880     WRITE REL-LINHA
004890     MOVE SPACES TO REL-LINHA
004900     STRING "TERMINAL " EVR-TERMINAL-GRUPO
004910         DELIMITED BY SIZE INTO REL-LINHA
004920     WRITE REL-LINHA
004930     MOVE SPACES TO EVR-LINHA-RESUMO
004940     MOVE "SESSOES INICIADAS:" TO RES-ROTULO
004950     MOVE EVR-QTDE-SESSOES TO EVR-SEG-EDITAR
004960     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
004970     MOVE "  ENCERRADAS COM ACESSO A CONTA:" TO RES-ROTULO
004980     MOVE EVR-QTDE-COM-ACESSO TO EVR-SEG-EDITAR
004990     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
005000     MOVE "  ENCERRADAS SEM ACESSO (LOGIN):" TO RES-ROTULO
005010     MOVE EVR-QTDE-SEM-ACESSO TO EVR-SEG-EDITAR
005020     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
005030     MOVE "  ABANDONADAS (SEM FIM):" TO RES-ROTULO
005040     MOVE EVR-QTDE-ABANDONADAS TO EVR-SEG-EDITAR
005050     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
005060     MOVE EVR-SEG-EM-USO TO EVR-SEG-EDITAR
005070     PERFORM 3910-EDITAR-TEMPO THRU 3910-EDITAR-TEMPO-EXIT
005080     MOVE SPACES TO EVR-LINHA-RESUMO
005090     MOVE "TEMPO EM USO (HH:MM:SS):" TO RES-ROTULO
005100     MOVE EVR-TEMPO-EDIT TO RES-TEMPO
005110     WRITE REL-LINHA FROM EVR-LINHA-RESUMO
005120     MOVE "OPERACOES CONCLUIDAS:" TO RES-ROTULO
005130     MOVE EVR-QTDE-CONCLUIDAS TO EVR-SEG-EDITAR
005140     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
005150     MOVE "OPERACOES RECUSADAS:" TO RES-ROTULO
005160     MOVE EVR-QTDE-RECUSADAS TO EVR-SEG-EDITAR
005170     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
005180     MOVE SPACES TO REL-LINHA
005190     MOVE "    OPERACAO               CONCLUIDAS  RECUSADAS"
005200         TO REL-LINHA
005210     WRITE REL-LINHA
005220     PERFORM 3100-IMPRIMIR-OPERACAO
005230         THRU 3100-IMPRIMIR-OPERACAO-EXIT
005240         VARYING EVR-IND-OPER FROM 1 BY 1
005250         UNTIL EVR-IND-OPER > 13
005260     MOVE SPACES TO REL-LINHA
005270     MOVE "    RECUSAS POR MOTIVO" TO REL-LINHA
005280     WRITE REL-LINHA
005290     PERFORM 3200-IMPRIMIR-MOTIVO
005300         THRU 3200-IMPRIMIR-MOTIVO-EXIT
005310         VARYING EVR-IND-MOT FROM 1 BY 1
005320         UNTIL EVR-IND-MOT > 19
005330     MOVE SPACES TO EVR-LINHA-RESUMO
005340     MOVE "SAQUES PERDIDOS (FALTA DE CEDULAS):" TO RES-ROTULO
005350     MOVE EVR-QTDE-SAQ-PERDIDOS TO RES-QTDE
005360     WRITE REL-LINHA FROM EVR-LINHA-RESUMO
005370     MOVE SPACES TO EVR-LINHA-RESUMO
005380     MOVE "VALOR DOS SAQUES PERDIDOS:" TO RES-ROTULO
005390     MOVE EVR-VALOR-SAQ-PERDIDOS TO RES-VALOR
005400     WRITE REL-LINHA FROM EVR-LINHA-RESUMO
005410     MOVE SPACES TO REL-LINHA
005420     MOVE "    CEDULA         SEM NOTAS  FALTANTES     AVISOS"
005430         TO REL-LINHA
005440     WRITE REL-LINHA
005450     PERFORM 3300-IMPRIMIR-CEDULA
005460         THRU 3300-IMPRIMIR-CEDULA-EXIT
005470         VARYING EVR-IND-CED FROM 1 BY 1
005480         UNTIL EVR-IND-CED > 4.
005490 3000-IMPRIMIR-TERMINAL-EXIT.
005500     EXIT.

005510 3100-IMPRIMIR-OPERACAO.
005520     IF EVR-OPER-CONCL(EVR-IND-OPER) = ZERO
005530         AND EVR-OPER-RECUS(EVR-IND-OPER) = ZERO
005540         GO TO 3100-IMPRIMIR-OPERACAO-EXIT
005550     END-IF
005560     MOVE EVR-DESC-OPER(EVR-IND-OPER) TO OPR-DESCRICAO
005570     MOVE EVR-OPER-CONCL(EVR-IND-OPER) TO OPR-CONCLUIDAS
005580     MOVE EVR-OPER-RECUS(EVR-IND-OPER) TO OPR-RECUSADAS
005590     WRITE REL-LINHA FROM EVR-LINHA-OPER.
005600 3100-IMPRIMIR-OPERACAO-EXIT.
005610     EXIT.

005620 3200-IMPRIMIR-MOTIVO.
005630     IF EVR-MOT-QTDE(EVR-IND-MOT) = ZERO
005640         GO TO 3200-IMPRIMIR-MOTIVO-EXIT
005650     END-IF
005660     MOVE EVR-IND-MOT TO MOT-CODIGO
005670     MOVE EVR-DESC-MOT(EVR-IND-MOT) TO MOT-DESCRICAO
005680     MOVE EVR-MOT-QTDE(EVR-IND-MOT) TO MOT-QTDE
005690     WRITE REL-LINHA FROM EVR-LINHA-MOT.
005700 3200-IMPRIMIR-MOTIVO-EXIT.
005710     EXIT.

005720 3300-IMPRIMIR-CEDULA.
005730     IF EVR-CED-FALTAS(EVR-IND-CED) = ZERO
005740         AND EVR-CED-AVISOS(EVR-IND-CED) = ZERO
005750         GO TO 3300-IMPRIMIR-CEDULA-EXIT
005760     END-IF
005770     MOVE EVR-CED-VALOR(EVR-IND-CED) TO CED-VALOR-DET
005780     MOVE EVR-CED-FALTAS(EVR-IND-CED) TO CED-FALTAS-DET
005790     MOVE EVR-CED-NOTAS(EVR-IND-CED) TO CED-NOTAS-DET
005800     MOVE EVR-CED-AVISOS(EVR-IND-CED) TO CED-AVISOS-DET
005810     WRITE REL-LINHA FROM EVR-LINHA-CED.
005820 3300-IMPRIMIR-CEDULA-EXIT.
005830     EXIT.
005840*-----------------------------------------------------------------
005850* 3900-IMPRIMIR-QTDE - IMPRIME UMA LINHA DE RESUMO COM O ROTULO
005860* JA MONTADO EM RES-ROTULO E A QUANTIDADE EM EVR-SEG-EDITAR.
005870*-----------------------------------------------------------------
005880 3900-IMPRIMIR-QTDE.
005890     MOVE EVR-SEG-EDITAR TO RES-QTDE
005900     WRITE REL-LINHA FROM EVR-LINHA-RESUMO
005910     MOVE SPACES TO EVR-LINHA-RESUMO.
005920 3900-IMPRIMIR-QTDE-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------------
005950* 3910-EDITAR-TEMPO - EDITA EM HORAS, MINUTOS E SEGUNDOS O
005960* TEMPO EM EVR-SEG-EDITAR.
005970*-----------------------------------------------------------------
005980 3910-EDITAR-TEMPO.
005990     DIVIDE EVR-SEG-EDITAR BY 3600 GIVING EVR-TEMPO-HH
006000         REMAINDER EVR-RESTO-HORA
006010     DIVIDE EVR-RESTO-HORA BY 60 GIVING EVR-TEMPO-MM
006020         REMAINDER EVR-TEMPO-SS.
006030 3910-EDITAR-TEMPO-EXIT.
006040     EXIT.
006050*-----------------------------------------------------------------
006060* 4000-FINALIZAR - IMPRIME OS TOTAIS DO DIA E FECHA O RELATORIO.
006070*-----------------------------------------------------------------
006080 4000-FINALIZAR.
006090     MOVE SPACES TO REL-LINHA
006100     WRITE REL-LINHA
006110     MOVE "TOTAIS DO DIA" TO REL-LINHA
006120     WRITE REL-LINHA
006130     MOVE SPACES TO EVR-LINHA-RESUMO
006140     MOVE "TERMINAIS COM EVENTOS:" TO RES-ROTULO
006150     MOVE EVR-TOT-TERMINAIS TO EVR-SEG-EDITAR
006160     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
006170     MOVE "SESSOES INICIADAS:" TO RES-ROTULO
006180     MOVE EVR-TOT-SESSOES TO EVR-SEG-EDITAR
006190     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
006200     MOVE "SESSOES ABANDONADAS:" TO RES-ROTULO
006210     MOVE EVR-TOT-ABANDONADAS TO EVR-SEG-EDITAR
006220     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
006230     MOVE "OPERACOES CONCLUIDAS:" TO RES-ROTULO
006240     MOVE EVR-TOT-CONCLUIDAS TO EVR-SEG-EDITAR
006250     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
006260     MOVE "OPERACOES RECUSADAS:" TO RES-ROTULO
006270     MOVE EVR-TOT-RECUSADAS TO EVR-SEG-EDITAR
006280     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
006290     MOVE "SAQUES PERDIDOS (FALTA DE CEDULAS):" TO RES-ROTULO
006300     MOVE EVR-TOT-SAQ-PERDIDOS TO EVR-SEG-EDITAR
006310     PERFORM 3900-IMPRIMIR-QTDE THRU 3900-IMPRIMIR-QTDE-EXIT
006320     MOVE "VALOR DOS SAQUES PERDIDOS:" TO RES-ROTULO
006330     MOVE EVR-TOT-VALOR-PERDIDO TO RES-VALOR
006340     WRITE REL-LINHA FROM EVR-LINHA-RESUMO
006350     CLOSE RELATORIO
006360     DISPLAY "EVTREL - TERMINAIS NO RELATORIO: "
006370         EVR-TOT-TERMINAIS.
006380 4000-FINALIZAR-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410* 8000-RETORNAR - DEVOLVE O PROXIMO EVENTO JA ORDENADO POR
006420* TERMINAL, DATA E HORA.
006430*-----------------------------------------------------------------
006440 8000-RETORNAR.
006450     RETURN ARQ-ORDENADO
006460         AT END
006470             MOVE "S" TO EVR-SW-FIM-SORT
006480     END-RETURN.
006490 8000-RETORNAR-EXIT.
006500     EXIT.

006510 END PROGRAM EVTREL.
