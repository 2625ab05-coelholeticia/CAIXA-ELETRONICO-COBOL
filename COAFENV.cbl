
000010*-----------------------------------------------------------------
000020* PROPOSITO: EXTRATOR DA COMUNICACAO AO COAF: LE O ARQUIVO DE
000030*            ALERTAS DE PREVENCAO A LAVAGEM DE DINHEIRO
000040*            (ALERTAS, GERADO PELO MONPLD E ANALISADO NO CADPLD)
000050*            E GERA O ARQUIVO DE COMUNICACAO DE LAYOUT FIXO
000060*            (COAF), UM REGISTRO POR ALERTA CONFIRMADO, COM O
000070*            NOME DO CLIENTE DO CADASTRO (CLIENTES). CADA ALERTA
000080*            EXTRAIDO E MARCADO COMO COMUNICADO NO LUGAR, COM A
000090*            DATA DA COMUNICACAO, DE MODO QUE A RESSUBMISSAO DO
000100*            JOB NAO DUPLICA COMUNICACOES (O ARQUIVO DE
000110*            COMUNICACAO E UMA GERACAO NOVA POR EXECUCAO).
000120*-----------------------------------------------------------------
000130* HISTORICO DE ALTERACOES
000140* 2026-10-15 LS  PROGRAMA CRIADO.
000150*-----------------------------------------------------------------
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. COAFENV.
000180 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000190 INSTALLATION. BANCO.
000200 DATE-WRITTEN. 15/10/2026.
000210 DATE-COMPILED.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ALERTAS ASSIGN TO "ALERTAS"
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS CEV-STATUS-PLD.
000280     SELECT CLIENTES-MESTRE ASSIGN TO "CLIENTES"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CLI-DOCUMENTO
000320         FILE STATUS IS CEV-STATUS-CLI.
000330     SELECT COMUNICACAO ASSIGN TO "COAF"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS CEV-STATUS-COA.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ALERTAS.
000390     COPY PLDREG.
000400 FD  CLIENTES-MESTRE.
000410     COPY CLIREG.
000420 FD  COMUNICACAO.
000430     COPY COAREG.
000440 WORKING-STORAGE SECTION.
000450*-----------------------------------------------------------------
000460* AREA DE CONTROLE DE ARQUIVOS
000470*-----------------------------------------------------------------
000480  77  CEV-STATUS-PLD             PIC X(02).
000490      88  CEV-PLD-OK                  VALUE "00".
000500  77  CEV-STATUS-CLI             PIC X(02).
000510      88  CEV-CLI-OK                  VALUE "00".
000520  77  CEV-STATUS-COA             PIC X(02).
000530      88  CEV-COA-OK                  VALUE "00".
000540  77  CEV-SW-FIM                 PIC X(01) VALUE "N".
000550      88  CEV-FIM-ARQUIVO             VALUE "S".
000560  77  CEV-SW-CLIENTES            PIC X(01) VALUE "N".
000570      88  CEV-TEM-CLIENTES            VALUE "S".
000580*-----------------------------------------------------------------
000590* CONTADORES DA COMUNICACAO
000600*-----------------------------------------------------------------
000610  77  CEV-QTDE-LIDOS             PIC 9(07) VALUE ZERO.
000620  77  CEV-QTDE-COMUNICADOS       PIC 9(07) VALUE ZERO.
000630  77  CEV-TOT-COMUNICADO         PIC 9(13)V99 VALUE ZERO.
000640 PROCEDURE DIVISION.
000650*-----------------------------------------------------------------
000660* 0000-MAINLINE - PERCORRE O ARQUIVO DE ALERTAS EXTRAINDO OS
000670* CONFIRMADOS PARA A COMUNICACAO.
000680*-----------------------------------------------------------------
000690 0000-MAINLINE.
000700     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
000710     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
000720         UNTIL CEV-FIM-ARQUIVO
000730     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
000740     STOP RUN.
000750*-----------------------------------------------------------------
000760* 1000-INICIAR - ABRE OS ARQUIVOS. SEM O CADASTRO DE CLIENTES A
000770* COMUNICACAO SAI SEM O NOME.
000780*-----------------------------------------------------------------
000790 1000-INICIAR.
000800     OPEN I-O ALERTAS
000810     IF NOT CEV-PLD-OK
000820         DISPLAY "SEM ARQUIVO DE ALERTAS. STATUS: "
000830             CEV-STATUS-PLD
000840         DISPLAY "NADA A COMUNICAR."
000850         STOP RUN
000860     END-IF
000870     OPEN INPUT CLIENTES-MESTRE
000880     IF CEV-CLI-OK
000890         MOVE "S" TO CEV-SW-CLIENTES
000900     ELSE
000910         DISPLAY "SEM CADASTRO DE CLIENTES - COMUNICACAO SEM "
000920             "O NOME DO CLIENTE."
000930     END-IF
000940     OPEN OUTPUT COMUNICACAO
000950     IF NOT CEV-COA-OK
000960         DISPLAY "ERRO AO ABRIR A COMUNICACAO. STATUS: "
000970             CEV-STATUS-COA
000980         STOP RUN
000990     END-IF
001000     PERFORM 8000-LER-ALERTA THRU 8000-LER-ALERTA-EXIT.
001010 1000-INICIAR-EXIT.
001020     EXIT.
001030*-----------------------------------------------------------------
001040* 2000-PROCESSAR - EXTRAI O ALERTA CORRENTE QUANDO CONFIRMADO E
001050* LE O PROXIMO.
001060*-----------------------------------------------------------------
001070 2000-PROCESSAR.
001080     ADD 1 TO CEV-QTDE-LIDOS
001090     IF PLD-CONFIRMADO
001100         PERFORM 2100-EXTRAIR THRU 2100-EXTRAIR-EXIT
001110     END-IF
001120     PERFORM 8000-LER-ALERTA THRU 8000-LER-ALERTA-EXIT.
001130 2000-PROCESSAR-EXIT.
001140     EXIT.
001150*-----------------------------------------------------------------
001160* 2100-EXTRAIR - GRAVA O REGISTRO DA COMUNICACAO E MARCA O
001170* ALERTA COMO COMUNICADO NO LUGAR, COM A DATA DA COMUNICACAO.
001180*-----------------------------------------------------------------
001190 2100-EXTRAIR.
001200     MOVE SPACES TO COA-REG
001210     MOVE "C"              TO COA-TIPO-REG
001220     MOVE PLD-NUMERO       TO COA-NUMERO-ALERTA
001230     MOVE PLD-DATA-REF     TO COA-DATA-OCORRENCIA
001240     MOVE PLD-DOCUMENTO    TO COA-DOCUMENTO
001250     MOVE PLD-CONTA        TO COA-CONTA
001260     MOVE PLD-REGRA        TO COA-ENQUADRAMENTO
001270     MOVE PLD-QTDE-OPER    TO COA-QTDE-OPER
001280     MOVE PLD-VALOR        TO COA-VALOR
001290     ACCEPT COA-DATA-COMUNIC FROM DATE YYYYMMDD
001300     IF CEV-TEM-CLIENTES AND PLD-DOCUMENTO NOT = ZERO
001310         MOVE PLD-DOCUMENTO TO CLI-DOCUMENTO
001320         READ CLIENTES-MESTRE
001330             INVALID KEY
001340                 CONTINUE
001350             NOT INVALID KEY
001360                 MOVE CLI-NOME TO COA-NOME
001370         END-READ
001380     END-IF
001390     WRITE COA-REG
001400     MOVE "E" TO PLD-SITUACAO
001410     MOVE COA-DATA-COMUNIC TO PLD-DATA-COMUNIC
001420     REWRITE PLD-REG
001430     ADD 1 TO CEV-QTDE-COMUNICADOS
001440     ADD PLD-VALOR TO CEV-TOT-COMUNICADO.
001450 2100-EXTRAIR-EXIT.
001460     EXIT.
001470*-----------------------------------------------------------------
001480* 3000-FINALIZAR - FECHA OS ARQUIVOS E EXIBE O RESUMO.
001490*-----------------------------------------------------------------
001500 3000-FINALIZAR.
001510     CLOSE ALERTAS
001520     IF CEV-TEM-CLIENTES
001530         CLOSE CLIENTES-MESTRE
001540     END-IF
001550     CLOSE COMUNICACAO
001560     DISPLAY "COAFENV - ALERTAS LIDOS: " CEV-QTDE-LIDOS
001570     DISPLAY "COAFENV - ALERTAS COMUNICADOS: "
001580         CEV-QTDE-COMUNICADOS
001590     DISPLAY "COAFENV - VALOR COMUNICADO: " CEV-TOT-COMUNICADO.
001600 3000-FINALIZAR-EXIT.
001610     EXIT.
001620*-----------------------------------------------------------------
001630* 8000-LER-ALERTA - LE O PROXIMO ALERTA E SINALIZA O FIM DE
001640* ARQUIVO.
001650*-----------------------------------------------------------------
001660 8000-LER-ALERTA.
001670     READ ALERTAS
001680         AT END
001690             MOVE "S" TO CEV-SW-FIM
001700     END-READ.
001710 8000-LER-ALERTA-EXIT.
001720     EXIT.

001730 END PROGRAM COAFENV.
