
000010*-----------------------------------------------------------------
000020* PROPOSITO: USO DO SUPERVISOR DE COMPLIANCE PARA TRATAR OS
000030*            ALERTAS DE PREVENCAO A LAVAGEM DE DINHEIRO GERADOS
000040*            PELO MONPLD NO ARQUIVO DE ALERTAS (ALERTAS): LISTA
000050*            OS ALERTAS PENDENTES E, PELO NUMERO DO ALERTA,
000060*            MARCA-O COMO CONFIRMADO (A COMUNICAR AO COAF PELO
000070*            COAFENV) OU DESCARTADO, REGRAVANDO A SITUACAO NO
000080*            LUGAR, CARIMBADA COM O OPERADOR E A DATA DA ANALISE.
000090*-----------------------------------------------------------------
000100* HISTORICO DE ALTERACOES
000110* 2026-10-15 LS  PROGRAMA CRIADO.
000120*-----------------------------------------------------------------
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. CADPLD.
000150 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000160 INSTALLATION. BANCO.
000170 DATE-WRITTEN. 15/10/2026.
000180 DATE-COMPILED.
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT ALERTAS ASSIGN TO "ALERTAS"
000230         ORGANIZATION IS SEQUENTIAL
000240         FILE STATUS IS CAD-STATUS-PLD.
000250     SELECT OPERADORES ASSIGN TO "OPERADOR"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS OPR-ID
000290         FILE STATUS IS CAD-STATUS-OPR.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  ALERTAS.
000330     COPY PLDREG.
000340 FD  OPERADORES.
000350     COPY OPRREG.
000360 WORKING-STORAGE SECTION.
000370*-----------------------------------------------------------------
000380* AREA DE CONTROLE DE ARQUIVOS
000390*-----------------------------------------------------------------
000400  77  CAD-STATUS-PLD             PIC X(02).
000410      88  CAD-PLD-OK                  VALUE "00".
000420  77  CAD-SW-FIM                 PIC X(01) VALUE "N".
000430      88  CAD-FIM-MANUTENCAO         VALUE "S".
000440  77  CAD-SW-FIM-PLD             PIC X(01) VALUE "N".
000450      88  CAD-FIM-ALERTAS            VALUE "S".
000460  77  CAD-SW-ACHOU               PIC X(01) VALUE "N".
000470      88  CAD-PLD-ACHADO             VALUE "S".
000480*-----------------------------------------------------------------
000490* CAMPOS DE ENTRADA DO SUPERVISOR
000500*-----------------------------------------------------------------
000510  77  CAD-OPCAO                  PIC X(01) VALUE SPACE.
000520  77  CAD-NUMERO-ENT             PIC 9(08) VALUE ZERO.
000530  77  CAD-PARECER                PIC X(01) VALUE SPACE.
000540      88  CAD-PARECER-VALIDO         VALUE "C" "D".
000550  77  CAD-CONFIRMA               PIC X(01) VALUE "N".
000560      88  CAD-CONFIRMADO             VALUE "S".
000570  77  CAD-VALOR-EDIT             PIC Z(11)9.99.
000580  77  CAD-QTDE-LISTADOS          PIC 9(05) VALUE ZERO.
000590*-----------------------------------------------------------------
000600* SIGN-ON DO OPERADOR
000610*-----------------------------------------------------------------
000620  77  CAD-STATUS-OPR             PIC X(02).
000630      88  CAD-OPR-OK                  VALUE "00".
000640  77  CAD-SW-SIGNON              PIC X(01) VALUE "N".
000650      88  CAD-SIGNON-OK              VALUE "S".
000660  77  CAD-SIGN-TENTATIVAS        PIC 9(01) VALUE ZERO.
000670  77  CAD-OPERADOR               PIC 9(04) VALUE ZERO.
000680  77  CAD-OPR-ID-ENT             PIC 9(04) VALUE ZERO.
000690  77  CAD-OPR-SENHA-ENT          PIC 9(06) VALUE ZERO.
000700  77  CAD-SW-OPR-ACHADO          PIC X(01) VALUE "N".
000710      88  CAD-OPR-ACHADO             VALUE "S".
000720 PROCEDURE DIVISION.
000730*-----------------------------------------------------------------
000740* 0000-MAINLINE - EXIGE O SIGN-ON DE SUPERVISOR E REPETE O MENU
000750* DE ANALISE DE ALERTAS ATE O ENCERRAMENTO.
000760*-----------------------------------------------------------------
000770 0000-MAINLINE.
000780     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
000790     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
000800         UNTIL CAD-FIM-MANUTENCAO
000810     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
000820     STOP RUN.
000830*-----------------------------------------------------------------
000840* 1000-INICIAR - ABRE O ARQUIVO DE ALERTAS E EXIGE O SIGN-ON DE
000850* SUPERVISOR. SEM ARQUIVO DE ALERTAS NAO HA O QUE ANALISAR.
000860*-----------------------------------------------------------------
000870 1000-INICIAR.
000880     OPEN I-O ALERTAS
000890     IF NOT CAD-PLD-OK
000900         DISPLAY "SEM ARQUIVO DE ALERTAS (MONPLD). STATUS: "
000910             CAD-STATUS-PLD
000920         DISPLAY "NADA A ANALISAR."
000930         STOP RUN
000940     END-IF
000950     DISPLAY "----------------------------------------"
000960     DISPLAY "- ALERTAS DE LAVAGEM DE DINHEIRO (PLD) -"
000970     DISPLAY "----------------------------------------"
000980     PERFORM 1100-SIGNON THRU 1100-SIGNON-EXIT.
000990 1000-INICIAR-EXIT.
001000     EXIT.
001010*-----------------------------------------------------------------
001020* 1100-SIGNON - AUTENTICA O OPERADOR CONTRA O MESTRE DE
001030* OPERADORES (CADOPER), COM LIMITE DE 3 TENTATIVAS. SO O NIVEL
001040* SUPERVISOR PODE CONFIRMAR OU DESCARTAR ALERTAS.
001050*-----------------------------------------------------------------
001060 1100-SIGNON.
001070     OPEN INPUT OPERADORES
001080     IF NOT CAD-OPR-OK
001090         DISPLAY "SEM MESTRE DE OPERADORES (CADOPER). "
001100             "ACESSO NEGADO."
001110         STOP RUN
001120     END-IF
001130     PERFORM 1110-PEDIR-OPERADOR THRU 1110-PEDIR-OPERADOR-EXIT
001140         UNTIL CAD-SIGNON-OK OR CAD-SIGN-TENTATIVAS > 2
001150     CLOSE OPERADORES
001160     IF NOT CAD-SIGNON-OK
001170         DISPLAY "ACESSO NEGADO."
001180         STOP RUN
001190     END-IF.
001200 1100-SIGNON-EXIT.
001210     EXIT.

001220 1110-PEDIR-OPERADOR.
001230     ADD 1 TO CAD-SIGN-TENTATIVAS
001240     DISPLAY "IDENTIFICACAO DO OPERADOR:"
001250     ACCEPT CAD-OPR-ID-ENT
001260     DISPLAY "SENHA DO OPERADOR:"
001270     ACCEPT CAD-OPR-SENHA-ENT
001280     MOVE "N" TO CAD-SW-OPR-ACHADO
001290     MOVE CAD-OPR-ID-ENT TO OPR-ID
001300     READ OPERADORES
001310         INVALID KEY
001320             CONTINUE
001330         NOT INVALID KEY
001340             MOVE "S" TO CAD-SW-OPR-ACHADO
001350     END-READ
001360     IF CAD-OPR-ACHADO AND OPR-SENHA = CAD-OPR-SENHA-ENT
001370         IF OPR-NIVEL-SUPERVISOR
001380             MOVE "S" TO CAD-SW-SIGNON
001390             MOVE OPR-ID TO CAD-OPERADOR
001400             DISPLAY "OPERADOR AUTENTICADO: " OPR-NOME
001410         ELSE
001420             DISPLAY "OPERADOR SEM ALCADA PARA ESTE PROGRAMA."
001430         END-IF
001440     ELSE
001450         DISPLAY "OPERADOR OU SENHA INVALIDA."
001460     END-IF.
001470 1110-PEDIR-OPERADOR-EXIT.
001480     EXIT.
001490*-----------------------------------------------------------------
001500* 2000-PROCESSAR - EXIBE O MENU, LE A OPCAO DO SUPERVISOR E
001510* ACIONA O TRATAMENTO CORRESPONDENTE.
001520*-----------------------------------------------------------------
001530 2000-PROCESSAR.
001540     DISPLAY " "
001550     DISPLAY "1- LISTAR ALERTAS PENDENTES"
001560     DISPLAY "2- ANALISAR ALERTA (CONFIRMAR OU DESCARTAR)"
001570     DISPLAY "9- ENCERRAR"
001580     ACCEPT CAD-OPCAO
001590     EVALUATE CAD-OPCAO
001600         WHEN "1"
001610             PERFORM 2100-LISTAR THRU 2100-LISTAR-EXIT
001620         WHEN "2"
001630             PERFORM 2200-ANALISAR THRU 2200-ANALISAR-EXIT
001640         WHEN "9"
001650             MOVE "S" TO CAD-SW-FIM
001660         WHEN OTHER
001670             DISPLAY "OPCAO INVALIDA."
001680     END-EVALUATE.
001690 2000-PROCESSAR-EXIT.
001700     EXIT.
001710*-----------------------------------------------------------------
001720* 2100-LISTAR - LISTA OS ALERTAS AINDA PENDENTES DE ANALISE,
001730* RELIDOS DO INICIO DO ARQUIVO.
001740*-----------------------------------------------------------------
001750 2100-LISTAR.
001760     MOVE ZERO TO CAD-QTDE-LISTADOS
001770     MOVE "N" TO CAD-SW-FIM-PLD
001780     CLOSE ALERTAS
001790     OPEN I-O ALERTAS
001800     PERFORM 2110-LISTAR-ALERTA THRU 2110-LISTAR-ALERTA-EXIT
001810         UNTIL CAD-FIM-ALERTAS
001820     IF CAD-QTDE-LISTADOS = ZERO
001830         DISPLAY "NENHUM ALERTA PENDENTE."
001840     END-IF.
001850 2100-LISTAR-EXIT.
001860     EXIT.

001870 2110-LISTAR-ALERTA.
001880     READ ALERTAS
001890         AT END
001900             MOVE "S" TO CAD-SW-FIM-PLD
001910         NOT AT END
001920             IF PLD-PENDENTE
001930                 ADD 1 TO CAD-QTDE-LISTADOS
001940                 MOVE PLD-VALOR TO CAD-VALOR-EDIT
001950                 DISPLAY "ALERTA " PLD-NUMERO
001960                     " DATA " PLD-DATA-REF
001970                     " REGRA " PLD-REGRA
001980                     " CPF " PLD-DOCUMENTO
001990                     " CONTA " PLD-CONTA
002000                     " VALOR " CAD-VALOR-EDIT
002010             END-IF
002020     END-READ.
002030 2110-LISTAR-ALERTA-EXIT.
002040     EXIT.
002050*-----------------------------------------------------------------
002060* 2200-ANALISAR - LOCALIZA O ALERTA PENDENTE PELO NUMERO (O
002070* ARQUIVO E RELIDO DO INICIO), PEDE O PARECER (C CONFIRMA, D
002080* DESCARTA) E REGRAVA A SITUACAO NO LUGAR COM O OPERADOR E A
002090* DATA DA ANALISE.
002100*-----------------------------------------------------------------
002110 2200-ANALISAR.
002120     DISPLAY "DIGITE O NUMERO DO ALERTA:"
002130     ACCEPT CAD-NUMERO-ENT
002140     MOVE "N" TO CAD-SW-ACHOU
002150     MOVE "N" TO CAD-SW-FIM-PLD
002160     CLOSE ALERTAS
002170     OPEN I-O ALERTAS
002180     PERFORM 2210-LER-ALERTA THRU 2210-LER-ALERTA-EXIT
002190         UNTIL CAD-FIM-ALERTAS OR CAD-PLD-ACHADO
002200     IF NOT CAD-PLD-ACHADO
002210         DISPLAY "ALERTA PENDENTE NAO ENCONTRADO."
002220         GO TO 2200-ANALISAR-EXIT
002230     END-IF
002240     MOVE PLD-VALOR TO CAD-VALOR-EDIT
002250     DISPLAY "ALERTA " PLD-NUMERO " REGRA " PLD-REGRA
002260         " CPF " PLD-DOCUMENTO " CONTA " PLD-CONTA
002270     DISPLAY "OPERACOES " PLD-QTDE-OPER " VALOR " CAD-VALOR-EDIT
002280     DISPLAY "PARECER: C- CONFIRMAR (COMUNICAR AO COAF)"
002290         "  D- DESCARTAR"
002300     ACCEPT CAD-PARECER
002310     IF NOT CAD-PARECER-VALIDO
002320         DISPLAY "PARECER INVALIDO."
002330         GO TO 2200-ANALISAR-EXIT
002340     END-IF
002350     DISPLAY "CONFIRMA O PARECER " CAD-PARECER
002360         " PARA O ALERTA " PLD-NUMERO " (S/N)?"
002370     ACCEPT CAD-CONFIRMA
002380     IF NOT CAD-CONFIRMADO
002390         DISPLAY "PARECER NAO CONFIRMADO."
002400         GO TO 2200-ANALISAR-EXIT
002410     END-IF
002420     MOVE CAD-PARECER  TO PLD-SITUACAO
002430     MOVE CAD-OPERADOR TO PLD-OPERADOR
002440     ACCEPT PLD-DATA-ANALISE FROM DATE YYYYMMDD
002450     REWRITE PLD-REG
002460     IF PLD-CONFIRMADO
002470         DISPLAY "ALERTA CONFIRMADO. SERA COMUNICADO AO COAF."
002480     ELSE
002490         DISPLAY "ALERTA DESCARTADO."
002500     END-IF.
002510 2200-ANALISAR-EXIT.
002520     EXIT.

002530 2210-LER-ALERTA.
002540     READ ALERTAS
002550         AT END
002560             MOVE "S" TO CAD-SW-FIM-PLD
002570         NOT AT END
002580             IF PLD-PENDENTE AND PLD-NUMERO = CAD-NUMERO-ENT
002590                 MOVE "S" TO CAD-SW-ACHOU
002600             END-IF
002610     END-READ.
002620 2210-LER-ALERTA-EXIT.
002630     EXIT.
002640*-----------------------------------------------------------------
002650* 3000-FINALIZAR - FECHA OS ARQUIVOS.
002660*-----------------------------------------------------------------
002670 3000-FINALIZAR.
002680     CLOSE ALERTAS
002690     DISPLAY "ANALISE DE ALERTAS ENCERRADA.".
002700 3000-FINALIZAR-EXIT.
002710     EXIT.

002720 END PROGRAM CADPLD.
