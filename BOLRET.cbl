000010*-----------------------------------------------------------------
000020* PROPOSITO: PROCESSAR O ARQUIVO DE RETORNO DOS PAGAMENTOS DE
000030*            BOLETOS (RETBOL): CADA REGISTRO E CASADO COM O
000040*            PAGAMENTO ENVIADO NO ARQUIVO DE PAGAMENTOS (PAGBOL)
000050*            PELA CONTA, LINHA DIGITAVEL E VALOR. A LIQUIDACAO
000060*            (REGISTRO "L") SO MARCA O PAGAMENTO COMO LIQUIDADO,
000070*            POIS O DEBITO JA FOI LANCADO PELO CAIXA (TIPO 23);
000080*            A REJEICAO (REGISTRO "R") MARCA O PAGAMENTO COMO
000090*            DEVOLVIDO E RECREDITA A CONTA (TIPO 98 NO DIARIO),
000100*            COM O MOTIVO NO RELATORIO. OS ITENS SEM
000110*            CORRESPONDENCIA E AS DEVOLUCOES PARA CONTA
000120*            ENCERRADA SAEM NO RELATORIO DE EXCECOES PARA A
000130*            TESOURARIA TRATAR A MAO.
000140*-----------------------------------------------------------------
000150* HISTORICO DE ALTERACOES
000160* 2026-10-15 LS  PROGRAMA CRIADO.
000170*-----------------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. BOLRET.
000200 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000210 INSTALLATION. BANCO.
000220 DATE-WRITTEN. 15/10/2026.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT RETORNO-BOL ASSIGN TO "RETBOL"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS BRR-STATUS-RET.
000300     SELECT CONTA-MESTRE ASSIGN TO "CONTAS"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CONTA-NUMERO
000340         FILE STATUS IS BRR-STATUS-CONTA.
000350     SELECT MOVIMENTO ASSIGN TO "MOVTO"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS BRR-STATUS-MOV.
000380     SELECT PAGAMENTOS-BOL ASSIGN TO "PAGBOL"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS BRR-STATUS-BOL.
000410     SELECT RELATORIO ASSIGN TO "BOLRET"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS BRR-STATUS-REL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RETORNO-BOL.
000470     COPY BRTREG.
000480 FD  CONTA-MESTRE.
000490     COPY CONTAREG.
000500 FD  MOVIMENTO.
000510     COPY MOVREG.
000520 FD  PAGAMENTOS-BOL.
000530     COPY BOLREG.
000540 FD  RELATORIO.
000550 01  REL-LINHA                   PIC X(80).
000560 WORKING-STORAGE SECTION.
000570*-----------------------------------------------------------------
000580* AREA DE CONTROLE DE ARQUIVOS
000590*-----------------------------------------------------------------
000600  77  BRR-STATUS-RET             PIC X(02).
000610      88  BRR-RET-OK                  VALUE "00".
000620  77  BRR-STATUS-CONTA           PIC X(02).
000630      88  BRR-CONTA-OK                VALUE "00".
000640  77  BRR-STATUS-MOV             PIC X(02).
000650      88  BRR-MOV-OK                  VALUE "00".
000660  77  BRR-STATUS-BOL             PIC X(02).
000670      88  BRR-BOL-OK                  VALUE "00".
000680  77  BRR-STATUS-REL             PIC X(02).
000690      88  BRR-REL-OK                  VALUE "00".
000700  77  BRR-SW-FIM                 PIC X(01) VALUE "N".
000710      88  BRR-FIM-RETORNO             VALUE "S".
000720  77  BRR-SW-FIM-BOL             PIC X(01) VALUE "N".
000730      88  BRR-FIM-BOL                 VALUE "S".
000740  77  BRR-SW-ACHOU               PIC X(01) VALUE "N".
000750      88  BRR-BOL-ACHADO              VALUE "S".
000760  77  BRR-NOVA-SITUACAO          PIC X(01) VALUE SPACE.
000770*-----------------------------------------------------------------
000780* CONTADORES E LINHA DO RELATORIO
000790*-----------------------------------------------------------------
000800  77  BRR-QTDE-LIDOS             PIC 9(05) VALUE ZERO.
000810  77  BRR-QTDE-LIQUIDADOS        PIC 9(05) VALUE ZERO.
000820  77  BRR-QTDE-DEVOLVIDOS        PIC 9(05) VALUE ZERO.
000830  77  BRR-QTDE-EXCECOES          PIC 9(05) VALUE ZERO.
000840 01  BRR-LINHA-DET.
000850     05  FILLER                  PIC X(02) VALUE SPACES.
000860     05  DET-ROTULO              PIC X(20).
000870     05  FILLER                  PIC X(02) VALUE SPACES.
000880     05  DET-CONTA               PIC 9(08).
000890     05  FILLER                  PIC X(02) VALUE SPACES.
000900     05  DET-VALOR               PIC -9(10).99.
000910     05  FILLER                  PIC X(02) VALUE SPACES.
000920     05  DET-COMPLEMENTO         PIC X(20).
000930 01  BRR-LINHA-DOC.
000940     05  FILLER                  PIC X(24) VALUE SPACES.
000950     05  DOC-LINHA-DIGITAVEL     PIC X(48).
000960 01  BRR-LINHA-RESUMO.
000970     05  FILLER                  PIC X(20) VALUE SPACES.
000980     05  RES-ROTULO              PIC X(30).
000990     05  RES-QTDE                PIC ZZZZ9.
001000 PROCEDURE DIVISION.
001010*-----------------------------------------------------------------
001020* 0000-MAINLINE - PERCORRE O ARQUIVO DE RETORNO DOS PAGAMENTOS
001030* APLICANDO AS LIQUIDACOES E AS DEVOLUCOES.
001040*-----------------------------------------------------------------
001050 0000-MAINLINE.
001060     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
001070     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
001080         UNTIL BRR-FIM-RETORNO
001090     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
001100     STOP RUN.
001110*-----------------------------------------------------------------
001120* 1000-INICIAR - ABRE OS ARQUIVOS E IMPRIME O CABECALHO.
001130*-----------------------------------------------------------------
001140 1000-INICIAR.
001150     OPEN INPUT RETORNO-BOL
001160     IF NOT BRR-RET-OK
001170         DISPLAY "SEM ARQUIVO DE RETORNO DE BOLETOS. STATUS: "
001180             BRR-STATUS-RET
001190         DISPLAY "NADA A PROCESSAR."
001200         STOP RUN
001210     END-IF
001220     OPEN I-O CONTA-MESTRE
001230     IF NOT BRR-CONTA-OK
001240         DISPLAY "ERRO AO ABRIR CONTA-MESTRE. STATUS: "
001250             BRR-STATUS-CONTA
001260         STOP RUN
001270     END-IF
001280     OPEN EXTEND MOVIMENTO
001290     IF NOT BRR-MOV-OK
001300         OPEN OUTPUT MOVIMENTO
001310         IF NOT BRR-MOV-OK
001320             DISPLAY "ERRO AO ABRIR O DIARIO DE MOVIMENTOS. "
001330                 "STATUS: " BRR-STATUS-MOV
001340             STOP RUN
001350         END-IF
001360     END-IF
001370     OPEN OUTPUT RELATORIO
001380     IF NOT BRR-REL-OK
001390         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
001400             BRR-STATUS-REL
001410         STOP RUN
001420     END-IF
001430     MOVE SPACES TO REL-LINHA
001440     STRING "RETORNO DOS PAGAMENTOS DE BOLETOS"
001450         DELIMITED BY SIZE INTO REL-LINHA
001460     WRITE REL-LINHA
001470     MOVE SPACES TO REL-LINHA
001480     WRITE REL-LINHA
001490     PERFORM 8000-LER-RETORNO THRU 8000-LER-RETORNO-EXIT.
001500 1000-INICIAR-EXIT.
001510     EXIT.
001520*-----------------------------------------------------------------
001530* 2000-PROCESSAR - APLICA O REGISTRO DE RETORNO CORRENTE
001540* CONFORME O TIPO E LE O PROXIMO.
001550*-----------------------------------------------------------------
001560 2000-PROCESSAR.
001570     ADD 1 TO BRR-QTDE-LIDOS
001580     EVALUATE TRUE
001590         WHEN BRT-LIQUIDACAO
001600             PERFORM 2100-LIQUIDAR THRU 2100-LIQUIDAR-EXIT
001610         WHEN BRT-REJEICAO
001620             PERFORM 2200-DEVOLVER THRU 2200-DEVOLVER-EXIT
001630         WHEN OTHER
001640             PERFORM 2900-EXCECAO THRU 2900-EXCECAO-EXIT
001650     END-EVALUATE
001660     PERFORM 8000-LER-RETORNO THRU 8000-LER-RETORNO-EXIT.
001670 2000-PROCESSAR-EXIT.
001680     EXIT.
001690*-----------------------------------------------------------------
001700* 2100-LIQUIDAR - O FAVORECIDO ACEITOU O PAGAMENTO: MARCA O ITEM
001710* ENVIADO DO PAGBOL COMO LIQUIDADO. NAO HA LANCAMENTO NO DIARIO.
001720*-----------------------------------------------------------------
001730 2100-LIQUIDAR.
001740     MOVE "L" TO BRR-NOVA-SITUACAO
001750     PERFORM 2210-LOCALIZAR-BOL THRU 2210-LOCALIZAR-BOL-EXIT
001760     IF NOT BRR-BOL-ACHADO
001770         PERFORM 2900-EXCECAO THRU 2900-EXCECAO-EXIT
001780         GO TO 2100-LIQUIDAR-EXIT
001790     END-IF
001800     MOVE SPACES TO BRR-LINHA-DET
001810     MOVE "PAGAMENTO LIQUIDADO" TO DET-ROTULO
001820     MOVE BRT-CONTA TO DET-CONTA
001830     MOVE BRT-VALOR TO DET-VALOR
001840     WRITE REL-LINHA FROM BRR-LINHA-DET
001850     ADD 1 TO BRR-QTDE-LIQUIDADOS.
001860 2100-LIQUIDAR-EXIT.
001870     EXIT.
001880*-----------------------------------------------------------------
001890* 2200-DEVOLVER - CASA A REJEICAO COM O ITEM ENVIADO DO PAGBOL
001900* (MARCANDO-O COMO DEVOLVIDO, COM O MOTIVO), RECREDITA A CONTA E
001910* LANCA A DEVOLUCAO NO DIARIO (TIPO 98). SEM CORRESPONDENCIA NO
001920* PAGBOL, O ITEM VAI PARA O RELATORIO DE EXCECOES E NENHUM
001930* CREDITO E FEITO.
001940*-----------------------------------------------------------------
001950 2200-DEVOLVER.
001960     MOVE "D" TO BRR-NOVA-SITUACAO
001970     PERFORM 2210-LOCALIZAR-BOL THRU 2210-LOCALIZAR-BOL-EXIT
001980     IF NOT BRR-BOL-ACHADO
001990         PERFORM 2900-EXCECAO THRU 2900-EXCECAO-EXIT
002000         GO TO 2200-DEVOLVER-EXIT
002010     END-IF
002020     MOVE BRT-CONTA TO CONTA-NUMERO
002030     READ CONTA-MESTRE
002040         INVALID KEY
002050             PERFORM 2900-EXCECAO THRU 2900-EXCECAO-EXIT
002060             GO TO 2200-DEVOLVER-EXIT
002070     END-READ
002080     IF CONTA-ENCERRADA
002090         PERFORM 2910-EXCECAO-ENCERRADA
002100             THRU 2910-EXCECAO-ENCERRADA-EXIT
002110         GO TO 2200-DEVOLVER-EXIT
002120     END-IF
002130     ADD BRT-VALOR TO CONTA-SALDO
002140     REWRITE CONTA-REG
002150     MOVE BRT-CONTA       TO MOV-CONTA
002160     MOVE "98"            TO MOV-TIPO
002170     MOVE BRT-VALOR       TO MOV-VALOR
002180     MOVE CONTA-SALDO     TO MOV-SALDO-APOS
002190     MOVE ZERO            TO MOV-CONTA-RELAC
002200     PERFORM 8100-GRAVAR-MOV THRU 8100-GRAVAR-MOV-EXIT
002210     MOVE SPACES TO BRR-LINHA-DET
002220     MOVE "PAGAMENTO DEVOLVIDO" TO DET-ROTULO
002230     MOVE BRT-CONTA TO DET-CONTA
002240     MOVE BRT-VALOR TO DET-VALOR
002250     STRING "MOTIVO " BRT-MOTIVO
002260         DELIMITED BY SIZE INTO DET-COMPLEMENTO
002270     WRITE REL-LINHA FROM BRR-LINHA-DET
002280     ADD 1 TO BRR-QTDE-DEVOLVIDOS.
002290 2200-DEVOLVER-EXIT.
002300     EXIT.
002310*-----------------------------------------------------------------
002320* 2210-LOCALIZAR-BOL - PROCURA NO PAGBOL O PAGAMENTO ENVIADO QUE
002330* CASA COM O RETORNO (CONTA, LINHA DIGITAVEL E VALOR) E GRAVA NO
002340* LUGAR A NOVA SITUACAO (BRR-NOVA-SITUACAO), A DATA DO RETORNO E
002350* O MOTIVO. O ARQUIVO E RELIDO DO INICIO A CADA RETORNO.
002360*-----------------------------------------------------------------
002370 2210-LOCALIZAR-BOL.
002380     MOVE "N" TO BRR-SW-ACHOU
002390     MOVE "N" TO BRR-SW-FIM-BOL
002400     OPEN I-O PAGAMENTOS-BOL
002410     IF NOT BRR-BOL-OK
002420         MOVE "S" TO BRR-SW-FIM-BOL
002430         GO TO 2210-LOCALIZAR-BOL-EXIT
002440     END-IF
002450     PERFORM 2220-LER-BOL THRU 2220-LER-BOL-EXIT
002460         UNTIL BRR-FIM-BOL OR BRR-BOL-ACHADO
002470     IF BRR-BOL-ACHADO
002480         MOVE BRR-NOVA-SITUACAO TO BOL-SITUACAO
002490         ACCEPT BOL-DATA-RETORNO FROM DATE YYYYMMDD
002500         MOVE BRT-MOTIVO TO BOL-MOTIVO
002510         REWRITE BOL-REG
002520     END-IF
002530     CLOSE PAGAMENTOS-BOL.
002540 2210-LOCALIZAR-BOL-EXIT.
002550     EXIT.

002560 2220-LER-BOL.
002570     READ PAGAMENTOS-BOL
002580         AT END
002590             MOVE "S" TO BRR-SW-FIM-BOL
002600         NOT AT END
002610             IF BOL-ENVIADO
002620                 AND BOL-CONTA = BRT-CONTA
002630                 AND BOL-LINHA-DIGITAVEL = BRT-LINHA-DIGITAVEL
002640                 AND BOL-VALOR = BRT-VALOR
002650                 MOVE "S" TO BRR-SW-ACHOU
002660             END-IF
002670     END-READ.
002680 2220-LER-BOL-EXIT.
002690     EXIT.
002700*-----------------------------------------------------------------
002710* 2900-EXCECAO - REGISTRA NO RELATORIO O ITEM DE RETORNO QUE NAO
002720* PODE SER APLICADO (CONTA INEXISTENTE, SEM CORRESPONDENCIA NO
002730* PAGBOL OU TIPO DE REGISTRO DESCONHECIDO), COM A LINHA
002740* DIGITAVEL, PARA A TESOURARIA TRATAR A MAO.
002750*-----------------------------------------------------------------
002760 2900-EXCECAO.
002770     MOVE SPACES TO BRR-LINHA-DET
002780     MOVE "EXCECAO SEM APLICAR" TO DET-ROTULO
002790     MOVE BRT-CONTA TO DET-CONTA
002800     MOVE BRT-VALOR TO DET-VALOR
002810     MOVE BRT-TIPO-REG TO DET-COMPLEMENTO
002820     WRITE REL-LINHA FROM BRR-LINHA-DET
002830     MOVE BRT-LINHA-DIGITAVEL TO DOC-LINHA-DIGITAVEL
002840     WRITE REL-LINHA FROM BRR-LINHA-DOC
002850     ADD 1 TO BRR-QTDE-EXCECOES.
002860 2900-EXCECAO-EXIT.
002870     EXIT.
002880*-----------------------------------------------------------------
002890* 2910-EXCECAO-ENCERRADA - REGISTRA NO RELATORIO DE EXCECOES A
002900* DEVOLUCAO DIRIGIDA A CONTA ENCERRADA, QUE NAO E LANCADA. O ITEM
002910* DO PAGBOL JA FICA MARCADO COMO DEVOLVIDO, POIS O DINHEIRO
002920* VOLTOU; O DESTINO DO VALOR E DA TESOURARIA.
002930*-----------------------------------------------------------------
002940 2910-EXCECAO-ENCERRADA.
002950     MOVE SPACES TO BRR-LINHA-DET
002960     MOVE "CONTA ENCERRADA" TO DET-ROTULO
002970     MOVE BRT-CONTA TO DET-CONTA
002980     MOVE BRT-VALOR TO DET-VALOR
002990     MOVE BRT-TIPO-REG TO DET-COMPLEMENTO
003000     WRITE REL-LINHA FROM BRR-LINHA-DET
003010     MOVE BRT-LINHA-DIGITAVEL TO DOC-LINHA-DIGITAVEL
003020     WRITE REL-LINHA FROM BRR-LINHA-DOC
003030     ADD 1 TO BRR-QTDE-EXCECOES.
003040 2910-EXCECAO-ENCERRADA-EXIT.
003050     EXIT.
003060*-----------------------------------------------------------------
003070* 3000-FINALIZAR - IMPRIME O RESUMO E FECHA OS ARQUIVOS.
003080*-----------------------------------------------------------------
003090 3000-FINALIZAR.
003100     MOVE SPACES TO REL-LINHA
003110     WRITE REL-LINHA
003120     MOVE SPACES TO BRR-LINHA-RESUMO
003130     MOVE "REGISTROS DE RETORNO LIDOS:" TO RES-ROTULO
003140     MOVE BRR-QTDE-LIDOS TO RES-QTDE
003150     WRITE REL-LINHA FROM BRR-LINHA-RESUMO
003160     MOVE SPACES TO BRR-LINHA-RESUMO
003170     MOVE "PAGAMENTOS LIQUIDADOS:" TO RES-ROTULO
003180     MOVE BRR-QTDE-LIQUIDADOS TO RES-QTDE
003190     WRITE REL-LINHA FROM BRR-LINHA-RESUMO
003200     MOVE SPACES TO BRR-LINHA-RESUMO
003210     MOVE "PAGAMENTOS DEVOLVIDOS:" TO RES-ROTULO
003220     MOVE BRR-QTDE-DEVOLVIDOS TO RES-QTDE
003230     WRITE REL-LINHA FROM BRR-LINHA-RESUMO
003240     MOVE SPACES TO BRR-LINHA-RESUMO
003250     MOVE "EXCECOES SEM APLICAR:" TO RES-ROTULO
003260     MOVE BRR-QTDE-EXCECOES TO RES-QTDE
003270     WRITE REL-LINHA FROM BRR-LINHA-RESUMO
003280     CLOSE RETORNO-BOL
003290     CLOSE CONTA-MESTRE
003300     CLOSE MOVIMENTO
003310     CLOSE RELATORIO
003320     DISPLAY "BOLRET - RETORNO DE BOLETOS PROCESSADO.".
003330 3000-FINALIZAR-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------------
003360* 8000-LER-RETORNO - LE O PROXIMO REGISTRO DO RETORNO E SINALIZA
003370* O FIM DE ARQUIVO.
003380*-----------------------------------------------------------------
003390 8000-LER-RETORNO.
003400     READ RETORNO-BOL
003410         AT END
003420             MOVE "S" TO BRR-SW-FIM
003430     END-READ.
003440 8000-LER-RETORNO-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------------
003470* 8100-GRAVAR-MOV - GRAVA O LANCAMENTO JA PREENCHIDO NO DIARIO
003480* DE MOVIMENTOS, CARIMBANDO A DATA E A HORA.
003490*-----------------------------------------------------------------
003500 8100-GRAVAR-MOV.
003510     ACCEPT MOV-DATA FROM DATE YYYYMMDD
003520     ACCEPT MOV-HORA FROM TIME
003530     MOVE ZERO TO MOV-TERMINAL
003540     MOVE ZERO TO MOV-OPERADOR
003550     MOVE ZERO TO MOV-TITULAR
003560     WRITE MOV-REG.
003570 8100-GRAVAR-MOV-EXIT.
003580     EXIT.

003590 END PROGRAM BOLRET.
