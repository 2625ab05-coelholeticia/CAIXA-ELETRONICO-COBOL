000080*            REGISTRO DIVERGENTE DE UM CPF JA CADASTRADO (A
000090*            ALTERACAO EXIGE CONFIRMACAO SOBRE O REGISTRO
000100*            EXISTENTE) E RECUSA VINCULAR UMA CONTA QUE JA
000110*            PERTENCE A OUTRO CPF. TAMBEM INCLUI E EXCLUI O CPF
000115*            COMO COTITULAR DE CONTA CONJUNTA, E REGISTRA A
000116*            ADESAO DO CLIENTE AOS ALERTAS POR SMS.
000120*-----------------------------------------------------------------
000130* HISTORICO DE ALTERACOES
000140* 2026-08-22 LS  PROGRAMA CRIADO.
000220*                (TABELA CLI-TAB-CONTAS E CONTA-DOCUMENTO NO
000230*                MESTRE DE CONTAS), RECUSANDO O VINCULO DE CONTA
000240*                QUE JA PERTENCE A OUTRO CPF.
000242* 2026-10-15 LS  RECUSA VINCULAR CONTA ENCERRADA (SITUACAO "E",
000244*                ENCERRA), QUE SAIU DA TABELA DE CONTAS DO
000246*                CLIENTE NO ENCERRAMENTO.
000247* 2026-10-15 LS  CONTA CONJUNTA: INCLUSAO E EXCLUSAO DO CPF COMO
000248*                COTITULAR DE UMA CONTA (ATE 3 POR CONTA), COM A
000249*                SENHA PROPRIA DO COTITULAR NO CAIXA E O TIPO DA
00024A*                CONJUNTA ("E" OU "O" SOLIDARIA). A CONTA ENTRA E
00024B*                SAI DA TABELA DE CONTAS DO COTITULAR.
00024C* 2026-10-15 LS  ADESAO AOS ALERTAS POR SMS (BATCH AVISOSMS): O
00024D*                CLIENTE ESCOLHE RECEBER OU NAO OS ALERTAS NO
00024E*                CELULAR E O VALOR ACIMA DO QUAL O SAQUE OU A
00024F*                TRANSFERENCIA E AVISADO (CLI-ALERTA-SMS E
00024G*                CLI-ALERTA-VALOR). A ADESAO EXIGE TELEFONE.
00024H* 2026-10-15 LS  TODA INCLUSAO OU ALTERACAO DOS DADOS DO CLIENTE,
00024I*                TODO VINCULO DE CONTA E TODA INCLUSAO OU
00024J*                EXCLUSAO DE COTITULAR SAO GRAVADOS NO LOG DE
00024K*                MANUTENCAO (MNTLOG), CAMPO A CAMPO, COM O VALOR
00024L*                ANTERIOR E O NOVO, O OPERADOR, A DATA E A HORA,
00024M*                PARA A AUDITORIA DO RELATORIO MNTREL. A SENHA DO
00024N*                COTITULAR NO CAIXA SAI MASCARADA NO LOG.
000250*-----------------------------------------------------------------
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CADCLI.
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OPR-ID
000490         FILE STATUS IS CAD-STATUS-OPR.
000491     SELECT MANUT-LOG ASSIGN TO "MNTLOG"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS CAD-STATUS-MNT.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CONTA-MESTRE.
000550     COPY CLIREG.
000560 FD  OPERADORES.
000570     COPY OPRREG.
000571 FD  MANUT-LOG.
000572     COPY MNTREG.
000580 WORKING-STORAGE SECTION.
000590*-----------------------------------------------------------------
000600* AREA DE CONTROLE
000750  77  CAD-DOCUMENTO-ENT          PIC 9(11) VALUE ZERO.
000760  77  CAD-NOME-ENT               PIC X(40) VALUE SPACES.
000770  77  CAD-TELEFONE-ENT           PIC X(15) VALUE SPACES.
000772  77  CAD-ALERTA-ENT             PIC X(01) VALUE "N".
000774      88  CAD-ALERTA-SIM             VALUE "S".
000776  77  CAD-ALERTA-VALOR-ENT       PIC 9(10)V99 VALUE ZERO.
000778  77  CAD-VALOR-EDIT             PIC Z(09)9.99.
000780  77  CAD-CONTA-ENT              PIC 9(08) VALUE ZERO.
000790  77  CAD-CONFIRMA               PIC X(01) VALUE "N".
000800      88  CAD-CONFIRMADO             VALUE "S".
000920  77  CAD-OPR-SENHA-ENT          PIC 9(06) VALUE ZERO.
000930  77  CAD-SW-OPR-ACHADO          PIC X(01) VALUE "N".
000940      88  CAD-OPR-ACHADO             VALUE "S".
000941*-----------------------------------------------------------------
000942* MANUTENCAO DE COTITULARES (CONTA CONJUNTA)
000943*-----------------------------------------------------------------
000944  77  CAD-OPCAO-COT              PIC X(01) VALUE SPACE.
000945      88  CAD-INCLUIR-COT            VALUE "I".
000946      88  CAD-EXCLUIR-COT            VALUE "E".
000947  77  CAD-SW-FIM-COT             PIC X(01) VALUE "N".
000948      88  CAD-FIM-COTITULARES        VALUE "S".
000949  77  CAD-SW-ACHOU-COT           PIC X(01) VALUE "N".
00094A      88  CAD-COT-ACHADO             VALUE "S".
00094B  77  CAD-TIPO-ENT               PIC X(01) VALUE SPACE.
00094C      88  CAD-TIPO-VALIDO            VALUE "E" "O".
00094D  77  CAD-PIN-ENT                PIC 9(04) VALUE ZERO.
00094E  77  CAD-PIN-CONFIRMA           PIC 9(04) VALUE ZERO.
00094F  77  CAD-IDX-COT                PIC 9(02) COMP VALUE ZERO.
00094G  77  CAD-IDX-ACHADO             PIC 9(02) COMP VALUE ZERO.
00094H*-----------------------------------------------------------------
00094I* LOG DE MANUTENCAO (MNTLOG): REGISTRO DE LOG EM MONTAGEM
00094J*-----------------------------------------------------------------
00094K  77  CAD-STATUS-MNT             PIC X(02).
00094L      88  CAD-MNT-OK                  VALUE "00".
00094M  77  CAD-LOG-ARQUIVO            PIC X(08) VALUE SPACES.
00094N  77  CAD-LOG-OPERACAO           PIC X(01) VALUE SPACE.
00094O      88  CAD-LOG-INCLUSAO           VALUE "I".
00094P  77  CAD-LOG-CHAVE              PIC X(11) VALUE SPACES.
00094Q  77  CAD-LOG-CONTA              PIC 9(08) VALUE ZERO.
00094R  77  CAD-LOG-CAMPO              PIC X(24) VALUE SPACES.
00094S  77  CAD-LOG-ANTERIOR           PIC X(40) VALUE SPACES.
00094T  77  CAD-LOG-NOVO               PIC X(40) VALUE SPACES.
00094U  77  CAD-LOG-NUM-ANT            PIC 9(10)V99 VALUE ZERO.
00094V  77  CAD-LOG-NUM-NOVO           PIC 9(10)V99 VALUE ZERO.
00094W  77  CAD-NOME-ANT               PIC X(40) VALUE SPACES.
00094X  77  CAD-TELEFONE-ANT           PIC X(15) VALUE SPACES.
00094Y  77  CAD-ALERTA-ANT             PIC X(01) VALUE SPACE.
00094Z  77  CAD-ALERTA-VALOR-ANT       PIC 9(10)V99 VALUE ZERO.
00095A  77  CAD-TIPO-ANT               PIC X(01) VALUE SPACE.
00095B  77  CAD-SITUACAO-ANT           PIC X(01) VALUE SPACE.
000950 PROCEDURE DIVISION.
000960*-----------------------------------------------------------------
000970* 0000-MAINLINE - REPETE A MANUTENCAO DE CLIENTE EM CLIENTE ATE
001040     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
001050     STOP RUN.
001060*-----------------------------------------------------------------
001070* 1000-INICIAR - ABRE O MESTRE DE CONTAS, O MESTRE DE CLIENTES
001080* E O LOG DE MANUTENCAO (CRIANDO O MESTRE DE CLIENTES E O LOG NA
001090* PRIMEIRA EXECUCAO) E EXIGE O SIGN-ON DO OPERADOR.
001100*-----------------------------------------------------------------
001110 1000-INICIAR.
001120     OPEN I-O CONTA-MESTRE
001260             STOP RUN
001270         END-IF
001280     END-IF
00128A     OPEN EXTEND MANUT-LOG
00128B     IF NOT CAD-MNT-OK
00128C         OPEN OUTPUT MANUT-LOG
00128D         IF NOT CAD-MNT-OK
00128E             DISPLAY "ERRO AO ABRIR O LOG DE MANUTENCAO. "
00128F                 "STATUS: " CAD-STATUS-MNT
00128G             STOP RUN
00128H         END-IF
00128I     END-IF
001290     DISPLAY "----------------------------------------"
001300     DISPLAY "- CADASTRO DE CLIENTES (POR CPF)        -"
001310     DISPLAY "----------------------------------------"
001970* (QUANDO HOUVER) COM AS CONTAS VINCULADAS. A ALTERACAO DE UM
001980* CPF JA CADASTRADO EXIGE CONFIRMACAO, PARA NAO SOBRESCREVER O
001990* REGISTRO EXISTENTE COM DADOS DIVERGENTES POR ENGANO. DEPOIS
002000* DA GRAVACAO, ACIONA O VINCULO DE CONTAS AO CPF E A INCLUSAO
002005* OU EXCLUSAO DO CPF COMO COTITULAR DE CONTA CONJUNTA. A
002007* INCLUSAO OU ALTERACAO E REGISTRADA NO LOG DE MANUTENCAO.
002010*-----------------------------------------------------------------
002020 2100-MANTER-CLIENTE.
002030     MOVE "N" TO CAD-SW-CLI-ACHADO
002090             MOVE "S" TO CAD-SW-CLI-ACHADO
002100             DISPLAY "NOME ATUAL......: " CLI-NOME
002110             DISPLAY "TELEFONE ATUAL..: " CLI-TELEFONE
002112             MOVE CLI-ALERTA-VALOR TO CAD-VALOR-EDIT
002114             DISPLAY "ALERTA POR SMS..: " CLI-ALERTA-SMS
002116                 "  ACIMA DE: " CAD-VALOR-EDIT
002120             PERFORM 2110-LISTAR-CONTA
002130                 THRU 2110-LISTAR-CONTA-EXIT
002140                 VARYING CAD-IDX-CTA FROM 1 BY 1
002150                 UNTIL CAD-IDX-CTA > CLI-QTDE-CONTAS
002160     END-READ
002162     IF CAD-CLI-ACHADO
002163         MOVE CLI-NOME         TO CAD-NOME-ANT
002164         MOVE CLI-TELEFONE     TO CAD-TELEFONE-ANT
002165         MOVE CLI-ALERTA-SMS   TO CAD-ALERTA-ANT
002166         MOVE CLI-ALERTA-VALOR TO CAD-ALERTA-VALOR-ANT
002167     END-IF
002170     IF CAD-CLI-ACHADO
002180         DISPLAY "CPF JA CADASTRADO. ALTERAR OS DADOS (S/N)?"
002190         ACCEPT CAD-CONFIRMA
002200         IF NOT CAD-CONFIRMADO
002210             PERFORM 2300-VINCULAR-CONTAS
002220                 THRU 2300-VINCULAR-CONTAS-EXIT
002222             PERFORM 2400-MANTER-COTITULARES
002224                 THRU 2400-MANTER-COTITULARES-EXIT
002230             GO TO 2100-MANTER-CLIENTE-EXIT
002240         END-IF
002250     END-IF
002280     MOVE CAD-DOCUMENTO-ENT TO CLI-DOCUMENTO
002290     MOVE CAD-NOME-ENT      TO CLI-NOME
002300     MOVE CAD-TELEFONE-ENT  TO CLI-TELEFONE
002302     MOVE CAD-ALERTA-ENT    TO CLI-ALERTA-SMS
002304     MOVE CAD-ALERTA-VALOR-ENT TO CLI-ALERTA-VALOR
002310     IF CAD-CLI-ACHADO
002315         MOVE "A" TO CAD-LOG-OPERACAO
002320         REWRITE CLI-REG
002330     ELSE
002335         MOVE "I" TO CAD-LOG-OPERACAO
002340         MOVE ZERO TO CLI-QTDE-CONTAS
002350         MOVE ZEROS TO CLI-TAB-CONTAS
002360         WRITE CLI-REG
002370         MOVE "S" TO CAD-SW-CLI-ACHADO
002380     END-IF
002381     IF NOT CAD-CLI-OK
002382         DISPLAY "ERRO AO GRAVAR O CLIENTE. STATUS: "
002383             CAD-STATUS-CLI
002384         GO TO 2100-MANTER-CLIENTE-EXIT
002385     END-IF
002386     PERFORM 2120-REGISTRAR-CLIENTE
002387         THRU 2120-REGISTRAR-CLIENTE-EXIT
002390     DISPLAY "DADOS DO CLIENTE GRAVADOS COM SUCESSO."
002400     PERFORM 2300-VINCULAR-CONTAS
002410         THRU 2300-VINCULAR-CONTAS-EXIT
002412     PERFORM 2400-MANTER-COTITULARES
002414         THRU 2400-MANTER-COTITULARES-EXIT.
002420 2100-MANTER-CLIENTE-EXIT.
002430     EXIT.

002460         CLI-CONTA-NUM(CAD-IDX-CTA).
002470 2110-LISTAR-CONTA-EXIT.
002480     EXIT.
00248A*-----------------------------------------------------------------
00248B* 2120-REGISTRAR-CLIENTE - GRAVA NO LOG DE MANUTENCAO OS DADOS DO
00248C* CLIENTE: TODOS NA INCLUSAO, SO OS QUE MUDARAM NA ALTERACAO.
00248D*-----------------------------------------------------------------
00248E 2120-REGISTRAR-CLIENTE.
00248F     MOVE "CLIENTES"    TO CAD-LOG-ARQUIVO
00248G     MOVE CLI-DOCUMENTO TO CAD-LOG-CHAVE
00248H     MOVE ZERO          TO CAD-LOG-CONTA
00248I     IF CAD-LOG-INCLUSAO OR CLI-NOME NOT = CAD-NOME-ANT
00248J         MOVE "CLI-NOME"       TO CAD-LOG-CAMPO
00248K         IF NOT CAD-LOG-INCLUSAO
00248L             MOVE CAD-NOME-ANT TO CAD-LOG-ANTERIOR
00248M         END-IF
00248N         MOVE CLI-NOME         TO CAD-LOG-NOVO
00248O         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00248P     END-IF
00248Q     IF CAD-LOG-INCLUSAO OR CLI-TELEFONE NOT = CAD-TELEFONE-ANT
00248R         MOVE "CLI-TELEFONE"   TO CAD-LOG-CAMPO
00248S         IF NOT CAD-LOG-INCLUSAO
00248T             MOVE CAD-TELEFONE-ANT TO CAD-LOG-ANTERIOR
00248U         END-IF
00248V         MOVE CLI-TELEFONE     TO CAD-LOG-NOVO
00248W         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00248X     END-IF
00248Y     IF CAD-LOG-INCLUSAO OR CLI-ALERTA-SMS NOT = CAD-ALERTA-ANT
00248Z         MOVE "CLI-ALERTA-SMS" TO CAD-LOG-CAMPO
00249A         IF NOT CAD-LOG-INCLUSAO
00249B             MOVE CAD-ALERTA-ANT TO CAD-LOG-ANTERIOR
00249C         END-IF
00249D         MOVE CLI-ALERTA-SMS   TO CAD-LOG-NOVO
00249E         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00249F     END-IF
00249G     IF CAD-LOG-INCLUSAO
00249H         OR CLI-ALERTA-VALOR NOT = CAD-ALERTA-VALOR-ANT
00249I         MOVE "CLI-ALERTA-VALOR" TO CAD-LOG-CAMPO
00249J         IF NOT CAD-LOG-INCLUSAO
00249K             MOVE CAD-ALERTA-VALOR-ANT TO CAD-VALOR-EDIT
00249L             MOVE CAD-VALOR-EDIT       TO CAD-LOG-ANTERIOR
00249M             MOVE CAD-ALERTA-VALOR-ANT TO CAD-LOG-NUM-ANT
00249N         END-IF
00249O         MOVE CLI-ALERTA-VALOR TO CAD-VALOR-EDIT
00249P         MOVE CAD-VALOR-EDIT   TO CAD-LOG-NOVO
00249Q         MOVE CLI-ALERTA-VALOR TO CAD-LOG-NUM-NOVO
00249R         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00249S     END-IF.
00249T 2120-REGISTRAR-CLIENTE-EXIT.
00249U     EXIT.
002490*-----------------------------------------------------------------
002500* 2200-SOLICITAR-DADOS - SOLICITA NOME E TELEFONE DO CLIENTE,
002510* REPETINDO A SOLICITACAO ENQUANTO O NOME ESTIVER EM BRANCO, E A
002515* ADESAO AOS ALERTAS POR SMS.
002520*-----------------------------------------------------------------
002530 2200-SOLICITAR-DADOS.
002540     DISPLAY "DIGITE O NOME DO CLIENTE:"
002580         GO TO 2200-SOLICITAR-DADOS
002590     END-IF
002600     DISPLAY "DIGITE O TELEFONE DE CONTATO:"
002610     ACCEPT CAD-TELEFONE-ENT
002615     PERFORM 2210-SOLICITAR-ALERTA
002617         THRU 2210-SOLICITAR-ALERTA-EXIT.
002620 2200-SOLICITAR-DADOS-EXIT.
002630     EXIT.
002631*-----------------------------------------------------------------
002632* 2210-SOLICITAR-ALERTA - REGISTRA SE O CLIENTE QUER RECEBER OS
002633* ALERTAS POR SMS E O VALOR ACIMA DO QUAL O SAQUE OU A
002634* TRANSFERENCIA E AVISADO (ZERO AVISA TODOS). SEM TELEFONE A
002635* ADESAO E RECUSADA. O FORMATO DO CELULAR E CONFERIDO PELO
002636* AVISOSMS, QUE RELATA O CLIENTE COM TELEFONE INVALIDO.
002637*-----------------------------------------------------------------
002638 2210-SOLICITAR-ALERTA.
002639     MOVE ZERO TO CAD-ALERTA-VALOR-ENT
00263A     DISPLAY "RECEBER ALERTAS POR SMS NO CELULAR (S/N)?"
00263B     ACCEPT CAD-ALERTA-ENT
00263C     IF NOT CAD-ALERTA-SIM
00263D         MOVE "N" TO CAD-ALERTA-ENT
00263E         GO TO 2210-SOLICITAR-ALERTA-EXIT
00263F     END-IF
00263G     IF CAD-TELEFONE-ENT = SPACES
00263H         DISPLAY "SEM TELEFONE. ADESAO AOS ALERTAS RECUSADA."
00263I         MOVE "N" TO CAD-ALERTA-ENT
00263J         GO TO 2210-SOLICITAR-ALERTA-EXIT
00263K     END-IF
00263L     DISPLAY "AVISAR SAQUES E TRANSFERENCIAS ACIMA DE (ZERO "
00263M         "PARA TODOS):"
00263N     ACCEPT CAD-ALERTA-VALOR-ENT.
00263O 2210-SOLICITAR-ALERTA-EXIT.
00263P     EXIT.
002640*-----------------------------------------------------------------
002650* 2300-VINCULAR-CONTAS - REPETE O VINCULO DE CONTAS AO CPF
002660* CORRENTE ENQUANTO O OPERADOR CONFIRMAR. A CONTA QUE JA
002670* PERTENCE A OUTRO CPF E A CONTA ENCERRADA SAO RECUSADAS. O
002675* VINCULO E REGISTRADO NO LOG DE MANUTENCAO.
002680*-----------------------------------------------------------------
002690 2300-VINCULAR-CONTAS.
002700     MOVE "N" TO CAD-SW-FIM-VINC
002870             DISPLAY "CONTA NAO ENCONTRADA."
002880             GO TO 2310-VINCULAR-UMA-EXIT
002890     END-READ
002892     IF CONTA-ENCERRADA
002894         DISPLAY "CONTA ENCERRADA. VINCULO RECUSADO."
002896         GO TO 2310-VINCULAR-UMA-EXIT
002898     END-IF
002900     IF CONTA-DOCUMENTO = CAD-DOCUMENTO-ENT
002910         DISPLAY "CONTA JA VINCULADA A ESTE CPF."
002920         GO TO 2310-VINCULAR-UMA-EXIT
003050     REWRITE CLI-REG
003060     MOVE CAD-DOCUMENTO-ENT TO CONTA-DOCUMENTO
003070     REWRITE CONTA-REG
003075     PERFORM 2320-REGISTRAR-VINCULO
003077         THRU 2320-REGISTRAR-VINCULO-EXIT
003080     DISPLAY "CONTA VINCULADA COM SUCESSO.".
003090 2310-VINCULAR-UMA-EXIT.
003100     EXIT.

00310A 2320-REGISTRAR-VINCULO.
00310B     MOVE "I"               TO CAD-LOG-OPERACAO
00310C     MOVE CAD-CONTA-ENT     TO CAD-LOG-CONTA
00310D     MOVE "CLIENTES"        TO CAD-LOG-ARQUIVO
00310E     MOVE CAD-DOCUMENTO-ENT TO CAD-LOG-CHAVE
00310F     MOVE "CLI-CONTA-NUM"   TO CAD-LOG-CAMPO
00310G     MOVE CAD-CONTA-ENT     TO CAD-LOG-NOVO
00310H     PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00310I     MOVE "CONTAS"          TO CAD-LOG-ARQUIVO
00310J     MOVE CAD-CONTA-ENT     TO CAD-LOG-CHAVE
00310K     MOVE "CONTA-DOCUMENTO" TO CAD-LOG-CAMPO
00310L     MOVE CAD-DOCUMENTO-ENT TO CAD-LOG-NOVO
00310M     PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT.
00310N 2320-REGISTRAR-VINCULO-EXIT.
00310O     EXIT.
003110*-----------------------------------------------------------------
003120* 2400-MANTER-COTITULARES - INCLUI O CPF CORRENTE COMO COTITULAR
003130* DE UMA CONTA CONJUNTA, OU O RETIRA DELA, ENQUANTO O OPERADOR
003140* PEDIR. A CONTA CONJUNTA TEM O TITULAR (CONTA-DOCUMENTO) E ATE 3
003150* COTITULARES, CADA UM COM A SUA SENHA NO CAIXA, E A CONTA ENTRA
003160* NA TABELA DE CONTAS DO COTITULAR (CLI-TAB-CONTAS) PARA APARECER
003170* NAS CONTAS DELE NO CAIXA.
003180*-----------------------------------------------------------------
003190 2400-MANTER-COTITULARES.
003200     MOVE "N" TO CAD-SW-FIM-COT
003210     PERFORM 2410-MANTER-UM-COTITULAR
003220         THRU 2410-MANTER-UM-COTITULAR-EXIT
003230         UNTIL CAD-FIM-COTITULARES.
003240 2400-MANTER-COTITULARES-EXIT.
003250     EXIT.

003260 2410-MANTER-UM-COTITULAR.
003270     DISPLAY "COTITULAR DE CONTA CONJUNTA: I-INCLUIR, E-EXCLUIR, "
003280         "N-NENHUM"
003290     ACCEPT CAD-OPCAO-COT
003300     IF NOT CAD-INCLUIR-COT AND NOT CAD-EXCLUIR-COT
003310         MOVE "S" TO CAD-SW-FIM-COT
003320         GO TO 2410-MANTER-UM-COTITULAR-EXIT
003330     END-IF
003340     DISPLAY "DIGITE O NUMERO DA CONTA CONJUNTA:"
003350     ACCEPT CAD-CONTA-ENT
003360     MOVE CAD-CONTA-ENT TO CONTA-NUMERO
003370     READ CONTA-MESTRE
003380         INVALID KEY
003390             DISPLAY "CONTA NAO ENCONTRADA."
003400             GO TO 2410-MANTER-UM-COTITULAR-EXIT
003410     END-READ
003420     IF CONTA-ENCERRADA
003430         DISPLAY "CONTA ENCERRADA. OPERACAO RECUSADA."
003440         GO TO 2410-MANTER-UM-COTITULAR-EXIT
003450     END-IF
003460     IF CONTA-DOCUMENTO = ZERO
003470         DISPLAY "CONTA SEM TITULAR. VINCULE O TITULAR ANTES DE "
003480             "INCLUIR COTITULAR."
003490         GO TO 2410-MANTER-UM-COTITULAR-EXIT
003500     END-IF
003510     IF CONTA-DOCUMENTO = CAD-DOCUMENTO-ENT
003520         DISPLAY "O CPF E O TITULAR DA CONTA, NAO COTITULAR."
003530         GO TO 2410-MANTER-UM-COTITULAR-EXIT
003540     END-IF
003550     MOVE "N"  TO CAD-SW-ACHOU-COT
003560     MOVE ZERO TO CAD-IDX-ACHADO
003570     PERFORM 2420-PROCURAR-COTITULAR
003580         THRU 2420-PROCURAR-COTITULAR-EXIT
003590         VARYING CAD-IDX-COT FROM 1 BY 1
003600         UNTIL CAD-IDX-COT > CONTA-QTDE-COTITULARES
003610            OR CAD-COT-ACHADO
003620     IF CAD-INCLUIR-COT
003630         PERFORM 2430-INCLUIR-COTITULAR
003640             THRU 2430-INCLUIR-COTITULAR-EXIT
003650     ELSE
003660         PERFORM 2440-EXCLUIR-COTITULAR
003670             THRU 2440-EXCLUIR-COTITULAR-EXIT
003680     END-IF.
003690 2410-MANTER-UM-COTITULAR-EXIT.
003700     EXIT.

003710 2420-PROCURAR-COTITULAR.
003720     IF CONTA-COT-DOCUMENTO (CAD-IDX-COT) = CAD-DOCUMENTO-ENT
003730         MOVE "S"         TO CAD-SW-ACHOU-COT
003740         MOVE CAD-IDX-COT TO CAD-IDX-ACHADO
003750     END-IF.
003760 2420-PROCURAR-COTITULAR-EXIT.
003770     EXIT.
003780*-----------------------------------------------------------------
003790* 2430-INCLUIR-COTITULAR - INCLUI O CPF CORRENTE NA PRIMEIRA
003800* POSICAO LIVRE DA TABELA DE COTITULARES, COM A SENHA DO CAIXA
003810* DIGITADA DUAS VEZES. NA PRIMEIRA INCLUSAO A CONTA INDIVIDUAL
003820* PASSA A CONJUNTA, DO TIPO INFORMADO: "E" (MOVIMENTACAO COM TODOS
003830* OS TITULARES, SO NA AGENCIA) OU "O" (SOLIDARIA, QUALQUER TITULAR
003840* MOVIMENTA SOZINHO). A INCLUSAO E REGISTRADA NO LOG DE
003845* MANUTENCAO, COM A SENHA MASCARADA.
003850*-----------------------------------------------------------------
003860 2430-INCLUIR-COTITULAR.
003870     IF CAD-COT-ACHADO
003880         DISPLAY "CPF JA E COTITULAR DESTA CONTA."
003890         GO TO 2430-INCLUIR-COTITULAR-EXIT
003900     END-IF
003910     IF CONTA-QTDE-COTITULARES NOT < 3
003920         DISPLAY "LIMITE DE 3 COTITULARES POR CONTA ATINGIDO."
003930         GO TO 2430-INCLUIR-COTITULAR-EXIT
003940     END-IF
003950     IF CLI-QTDE-CONTAS NOT < 10
003960         DISPLAY "LIMITE DE CONTAS DO CLIENTE ATINGIDO."
003970         GO TO 2430-INCLUIR-COTITULAR-EXIT
003980     END-IF
003990     MOVE CONTA-TIPO-CONJUNTA TO CAD-TIPO-ENT
004000     IF NOT CONTA-CONJUNTA
004010         DISPLAY "TIPO DA CONTA CONJUNTA: E-TODOS OS TITULARES, "
004020             "O-QUALQUER TITULAR"
004030         ACCEPT CAD-TIPO-ENT
004040         IF NOT CAD-TIPO-VALIDO
004050             DISPLAY "TIPO INVALIDO. INCLUSAO RECUSADA."
004060             GO TO 2430-INCLUIR-COTITULAR-EXIT
004070         END-IF
004080     END-IF
004090     DISPLAY "SENHA DO COTITULAR NO CAIXA:"
004100     ACCEPT CAD-PIN-ENT
004110     DISPLAY "REPITA A SENHA:"
004120     ACCEPT CAD-PIN-CONFIRMA
004130     IF CAD-PIN-ENT = ZERO OR CAD-PIN-ENT NOT = CAD-PIN-CONFIRMA
004140         DISPLAY "SENHA INVALIDA OU NAO CONFERE. INCLUSAO "
004145             "RECUSADA."
004150         GO TO 2430-INCLUIR-COTITULAR-EXIT
004160     END-IF
004165     MOVE CONTA-TIPO-CONJUNTA TO CAD-TIPO-ANT
004170     ADD 1 TO CONTA-QTDE-COTITULARES
004180     MOVE CONTA-QTDE-COTITULARES TO CAD-IDX-COT
004190     MOVE CAD-DOCUMENTO-ENT TO CONTA-COT-DOCUMENTO (CAD-IDX-COT)
004200     MOVE CAD-PIN-ENT       TO CONTA-COT-PIN (CAD-IDX-COT)
004210     MOVE ZERO              TO CONTA-COT-TENTATIVAS (CAD-IDX-COT)
004220     MOVE SPACE             TO CONTA-COT-SITUACAO (CAD-IDX-COT)
004230     IF NOT CONTA-CONJUNTA
004240         MOVE CAD-TIPO-ENT  TO CONTA-TIPO-CONJUNTA
004250         MOVE SPACE         TO CONTA-TIT-SITUACAO
004260     END-IF
004270     REWRITE CONTA-REG
004280     ADD 1 TO CLI-QTDE-CONTAS
004290     MOVE CAD-CONTA-ENT TO CLI-CONTA-NUM (CLI-QTDE-CONTAS)
004300     REWRITE CLI-REG
004305     PERFORM 2431-REGISTRAR-INCLUSAO
004307         THRU 2431-REGISTRAR-INCLUSAO-EXIT
004310     DISPLAY "COTITULAR INCLUIDO COM SUCESSO.".
004320 2430-INCLUIR-COTITULAR-EXIT.
004330     EXIT.

00433A 2431-REGISTRAR-INCLUSAO.
00433B     MOVE "I"                 TO CAD-LOG-OPERACAO
00433C     MOVE CAD-CONTA-ENT       TO CAD-LOG-CONTA
00433D     MOVE "CONTAS"            TO CAD-LOG-ARQUIVO
00433E     MOVE CAD-CONTA-ENT       TO CAD-LOG-CHAVE
00433F     MOVE "CONTA-COT-DOCUMENTO" TO CAD-LOG-CAMPO
00433G     MOVE CAD-DOCUMENTO-ENT   TO CAD-LOG-NOVO
00433H     PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00433I     MOVE "CONTA-COT-PIN"     TO CAD-LOG-CAMPO
00433J     MOVE "******"            TO CAD-LOG-NOVO
00433K     PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00433L     IF CONTA-TIPO-CONJUNTA NOT = CAD-TIPO-ANT
00433M         MOVE "A"                   TO CAD-LOG-OPERACAO
00433N         MOVE "CONTA-TIPO-CONJUNTA" TO CAD-LOG-CAMPO
00433O         MOVE CAD-TIPO-ANT          TO CAD-LOG-ANTERIOR
00433P         MOVE CONTA-TIPO-CONJUNTA   TO CAD-LOG-NOVO
00433Q         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00433R         MOVE "I"                   TO CAD-LOG-OPERACAO
00433S     END-IF
00433T     MOVE "CLIENTES"          TO CAD-LOG-ARQUIVO
00433U     MOVE CAD-DOCUMENTO-ENT   TO CAD-LOG-CHAVE
00433V     MOVE "CLI-CONTA-NUM"     TO CAD-LOG-CAMPO
00433W     MOVE CAD-CONTA-ENT       TO CAD-LOG-NOVO
00433X     PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT.
00433Y 2431-REGISTRAR-INCLUSAO-EXIT.
00433Z     EXIT.
004340*-----------------------------------------------------------------
004350* 2440-EXCLUIR-COTITULAR - RETIRA O CPF CORRENTE DA TABELA DE
004360* COTITULARES DA CONTA, SUBINDO OS SEGUINTES UMA POSICAO, E A
004370* CONTA DA TABELA DE CONTAS DO CLIENTE. SEM COTITULAR RESTANTE A
004380* CONTA VOLTA A INDIVIDUAL; O BLOQUEIO DE SENHA DO TITULAR, SE
004390* HOUVER, PASSA A SER O BLOQUEIO DA CONTA (CONTA-SITUACAO "B").
004395* A EXCLUSAO E REGISTRADA NO LOG DE MANUTENCAO.
004400*-----------------------------------------------------------------
004410 2440-EXCLUIR-COTITULAR.
004420     IF NOT CAD-COT-ACHADO
004430         DISPLAY "CPF NAO E COTITULAR DESTA CONTA."
004440         GO TO 2440-EXCLUIR-COTITULAR-EXIT
004450     END-IF
004460     DISPLAY "CONFIRMA A EXCLUSAO DO COTITULAR (S/N)?"
004470     ACCEPT CAD-CONFIRMA
004480     IF NOT CAD-CONFIRMADO
004490         DISPLAY "EXCLUSAO NAO CONFIRMADA."
004500         GO TO 2440-EXCLUIR-COTITULAR-EXIT
004510     END-IF
004512     MOVE CONTA-TIPO-CONJUNTA TO CAD-TIPO-ANT
004514     MOVE CONTA-SITUACAO      TO CAD-SITUACAO-ANT
004520     PERFORM 2441-SUBIR-COTITULAR THRU 2441-SUBIR-COTITULAR-EXIT
004530         VARYING CAD-IDX-COT FROM CAD-IDX-ACHADO BY 1
004540         UNTIL CAD-IDX-COT NOT < CONTA-QTDE-COTITULARES
004550     MOVE CONTA-QTDE-COTITULARES TO CAD-IDX-COT
004560     MOVE ZERO  TO CONTA-COT-DOCUMENTO (CAD-IDX-COT)
004570     MOVE ZERO  TO CONTA-COT-PIN (CAD-IDX-COT)
004580     MOVE ZERO  TO CONTA-COT-TENTATIVAS (CAD-IDX-COT)
004590     MOVE SPACE TO CONTA-COT-SITUACAO (CAD-IDX-COT)
004600     SUBTRACT 1 FROM CONTA-QTDE-COTITULARES
004610     IF CONTA-QTDE-COTITULARES = ZERO
004620         IF CONTA-TIT-BLOQUEADO
004630             MOVE "B" TO CONTA-SITUACAO
004640         END-IF
004650         MOVE SPACE TO CONTA-TIPO-CONJUNTA
004660         MOVE SPACE TO CONTA-TIT-SITUACAO
004670     END-IF
004680     REWRITE CONTA-REG
004690     MOVE "N"  TO CAD-SW-ACHOU-COT
004700     MOVE ZERO TO CAD-IDX-ACHADO
004710     PERFORM 2442-PROCURAR-CONTA THRU 2442-PROCURAR-CONTA-EXIT
004720         VARYING CAD-IDX-CTA FROM 1 BY 1
004730         UNTIL CAD-IDX-CTA > CLI-QTDE-CONTAS OR CAD-COT-ACHADO
004740     IF CAD-COT-ACHADO
004750         PERFORM 2443-SUBIR-CONTA THRU 2443-SUBIR-CONTA-EXIT
004760             VARYING CAD-IDX-CTA FROM CAD-IDX-ACHADO BY 1
004770             UNTIL CAD-IDX-CTA NOT < CLI-QTDE-CONTAS
004780         MOVE ZERO TO CLI-CONTA-NUM (CLI-QTDE-CONTAS)
004790         SUBTRACT 1 FROM CLI-QTDE-CONTAS
004800         REWRITE CLI-REG
004810     END-IF
004815     PERFORM 2444-REGISTRAR-EXCLUSAO
004817         THRU 2444-REGISTRAR-EXCLUSAO-EXIT
004820     DISPLAY "COTITULAR EXCLUIDO COM SUCESSO.".
004830 2440-EXCLUIR-COTITULAR-EXIT.
004840     EXIT.

004850 2441-SUBIR-COTITULAR.
004860     MOVE CONTA-COTITULAR (CAD-IDX-COT + 1)
004870         TO CONTA-COTITULAR (CAD-IDX-COT).
004880 2441-SUBIR-COTITULAR-EXIT.
004890     EXIT.

004900 2442-PROCURAR-CONTA.
004910     IF CLI-CONTA-NUM (CAD-IDX-CTA) = CAD-CONTA-ENT
004920         MOVE "S"         TO CAD-SW-ACHOU-COT
004930         MOVE CAD-IDX-CTA TO CAD-IDX-ACHADO
004940     END-IF.
004950 2442-PROCURAR-CONTA-EXIT.
004960     EXIT.

004970 2443-SUBIR-CONTA.
004980     MOVE CLI-CONTA-NUM (CAD-IDX-CTA + 1)
004990         TO CLI-CONTA-NUM (CAD-IDX-CTA).
005000 2443-SUBIR-CONTA-EXIT.
005010     EXIT.

00501A 2444-REGISTRAR-EXCLUSAO.
00501B     MOVE "E"                 TO CAD-LOG-OPERACAO
00501C     MOVE CAD-CONTA-ENT       TO CAD-LOG-CONTA
00501D     MOVE "CONTAS"            TO CAD-LOG-ARQUIVO
00501E     MOVE CAD-CONTA-ENT       TO CAD-LOG-CHAVE
00501F     MOVE "CONTA-COT-DOCUMENTO" TO CAD-LOG-CAMPO
00501G     MOVE CAD-DOCUMENTO-ENT   TO CAD-LOG-ANTERIOR
00501H     PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00501I     MOVE "CONTA-COT-PIN"     TO CAD-LOG-CAMPO
00501J     MOVE "******"            TO CAD-LOG-ANTERIOR
00501K     PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00501L     MOVE "A"                 TO CAD-LOG-OPERACAO
00501M     IF CONTA-TIPO-CONJUNTA NOT = CAD-TIPO-ANT
00501N         MOVE "CONTA-TIPO-CONJUNTA" TO CAD-LOG-CAMPO
00501O         MOVE CAD-TIPO-ANT          TO CAD-LOG-ANTERIOR
00501P         MOVE CONTA-TIPO-CONJUNTA   TO CAD-LOG-NOVO
00501Q         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00501R     END-IF
00501S     IF CONTA-SITUACAO NOT = CAD-SITUACAO-ANT
00501T         MOVE "CONTA-SITUACAO"      TO CAD-LOG-CAMPO
00501U         MOVE CAD-SITUACAO-ANT      TO CAD-LOG-ANTERIOR
00501V         MOVE CONTA-SITUACAO        TO CAD-LOG-NOVO
00501W         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00501X     END-IF
00501Y     IF CAD-COT-ACHADO
00501Z         MOVE "E"                 TO CAD-LOG-OPERACAO
00502A         MOVE "CLIENTES"          TO CAD-LOG-ARQUIVO
00502B         MOVE CAD-DOCUMENTO-ENT   TO CAD-LOG-CHAVE
00502C         MOVE "CLI-CONTA-NUM"     TO CAD-LOG-CAMPO
00502D         MOVE CAD-CONTA-ENT       TO CAD-LOG-ANTERIOR
00502E         PERFORM 8100-GRAVAR-LOG THRU 8100-GRAVAR-LOG-EXIT
00502F     END-IF.
00502G 2444-REGISTRAR-EXCLUSAO-EXIT.
00502H     EXIT.
005020*-----------------------------------------------------------------
005030* 3000-FINALIZAR - FECHA OS ARQUIVOS.
005040*-----------------------------------------------------------------
005050 3000-FINALIZAR.
005060     CLOSE CONTA-MESTRE
005070     CLOSE CLIENTES-MESTRE
005075     CLOSE MANUT-LOG
005080     DISPLAY "CADASTRO DE CLIENTES ENCERRADO.".
005090 3000-FINALIZAR-EXIT.
005100     EXIT.
00510A*-----------------------------------------------------------------
00510B* 8100-GRAVAR-LOG - GRAVA NO LOG DE MANUTENCAO O CAMPO MONTADO
00510C* PELO CHAMADOR, CARIMBANDO O OPERADOR, A DATA E A HORA, E LIMPA
00510D* OS CAMPOS DO VALOR PARA O PROXIMO REGISTRO.
00510E*-----------------------------------------------------------------
00510F 8100-GRAVAR-LOG.
00510G     MOVE SPACES           TO MNT-REG
00510H     ACCEPT MNT-DATA FROM DATE YYYYMMDD
00510I     ACCEPT MNT-HORA FROM TIME
00510J     MOVE CAD-OPERADOR     TO MNT-OPERADOR
00510K     MOVE "CADCLI"         TO MNT-PROGRAMA
00510L     MOVE CAD-LOG-ARQUIVO  TO MNT-ARQUIVO
00510M     MOVE CAD-LOG-OPERACAO TO MNT-OPERACAO
00510N     MOVE CAD-LOG-CHAVE    TO MNT-CHAVE
00510O     MOVE CAD-LOG-CONTA    TO MNT-CONTA
00510P     MOVE CAD-LOG-CAMPO    TO MNT-CAMPO
00510Q     MOVE CAD-LOG-ANTERIOR TO MNT-VALOR-ANTERIOR
00510R     MOVE CAD-LOG-NOVO     TO MNT-VALOR-NOVO
00510S     MOVE CAD-LOG-NUM-ANT  TO MNT-NUM-ANTERIOR
00510T     MOVE CAD-LOG-NUM-NOVO TO MNT-NUM-NOVO
00510U     WRITE MNT-REG
00510V     IF NOT CAD-MNT-OK
00510W         DISPLAY "ERRO AO GRAVAR O LOG DE MANUTENCAO. STATUS: "
00510X             CAD-STATUS-MNT
00510Y     END-IF
00510Z     MOVE SPACES TO CAD-LOG-CAMPO
00511A     MOVE SPACES TO CAD-LOG-ANTERIOR
00511B     MOVE SPACES TO CAD-LOG-NOVO
00511C     MOVE ZERO   TO CAD-LOG-NUM-ANT
00511D     MOVE ZERO   TO CAD-LOG-NUM-NOVO.
00511E 8100-GRAVAR-LOG-EXIT.
00511F     EXIT.

005110 END PROGRAM CADCLI.
