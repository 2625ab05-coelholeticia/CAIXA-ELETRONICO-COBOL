000010*-----------------------------------------------------------------
000020* PROPOSITO: EXTRATOR NOTURNO DA REMESSA DE PAGAMENTOS DE
000030*            BOLETOS: LE O ARQUIVO DE PAGAMENTOS (PAGBOL,
000040*            GRAVADO PELO CAIXA NA OPCAO 11) E GERA O ARQUIVO DE
000050*            REMESSA DE LAYOUT FIXO (REMBOL) PARA A REDE DE
000060*            COMPENSACAO, UM REGISTRO POR PAGAMENTO AINDA
000070*            PENDENTE. CADA ITEM EXTRAIDO E MARCADO COMO ENVIADO
000080*            NO LUGAR, COM A DATA DO ENVIO, DE MODO QUE A
000090*            RESSUBMISSAO DO JOB NAO DUPLICA ITENS NA REMESSA
000100*            (A REMESSA E UMA GERACAO NOVA POR NOITE, COMO A DO
000110*            TRFENV). O DEBITO DO CLIENTE JA FOI LANCADO PELO
000120*            CAIXA (TIPO 23); O RETORNO E PROCESSADO PELO
000130*            BOLRET.
000140*-----------------------------------------------------------------
000150* HISTORICO DE ALTERACOES
000160* 2026-10-15 LS  PROGRAMA CRIADO.
000170*-----------------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. BOLENV.
000200 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000210 INSTALLATION. BANCO.
000220 DATE-WRITTEN. 15/10/2026.
000230 DATE-COMPILED.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PAGAMENTOS-BOL ASSIGN TO "PAGBOL"
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS BEV-STATUS-BOL.
000300     SELECT REMESSA-BOL ASSIGN TO "REMBOL"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS BEV-STATUS-REM.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  PAGAMENTOS-BOL.
000360     COPY BOLREG.
000370 FD  REMESSA-BOL.
000380     COPY BRMREG.
000390 WORKING-STORAGE SECTION.
000400*-----------------------------------------------------------------
000410* AREA DE CONTROLE DE ARQUIVOS
000420*-----------------------------------------------------------------
000430  77  BEV-STATUS-BOL             PIC X(02).
000440      88  BEV-BOL-OK                  VALUE "00".
000450  77  BEV-STATUS-REM             PIC X(02).
000460      88  BEV-REM-OK                  VALUE "00".
000470  77  BEV-SW-FIM                 PIC X(01) VALUE "N".
000480      88  BEV-FIM-ARQUIVO             VALUE "S".
000490*-----------------------------------------------------------------
000500* CONTADORES DO ENVIO
000510*-----------------------------------------------------------------
000520  77  BEV-QTDE-LIDOS             PIC 9(05) VALUE ZERO.
000530  77  BEV-QTDE-ENVIADOS          PIC 9(05) VALUE ZERO.
000540  77  BEV-TOT-ENVIADO            PIC 9(13)V99 VALUE ZERO.
000550 PROCEDURE DIVISION.
000560*-----------------------------------------------------------------
000570* 0000-MAINLINE - PERCORRE O ARQUIVO DE PAGAMENTOS DE BOLETOS
000580* EXTRAINDO OS ITENS PENDENTES PARA A REMESSA.
000590*-----------------------------------------------------------------
000600 0000-MAINLINE.
000610     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
000620     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
000630         UNTIL BEV-FIM-ARQUIVO
000640     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
000650     STOP RUN.
000660*-----------------------------------------------------------------
000670* 1000-INICIAR - ABRE OS ARQUIVOS.
000680*-----------------------------------------------------------------
000690 1000-INICIAR.
000700     OPEN I-O PAGAMENTOS-BOL
000710     IF NOT BEV-BOL-OK
000720         DISPLAY "SEM ARQUIVO DE PAGAMENTOS DE BOLETOS. "
000730             "STATUS: " BEV-STATUS-BOL
000740         DISPLAY "NADA A ENVIAR."
000750         STOP RUN
000760     END-IF
000770     OPEN OUTPUT REMESSA-BOL
000780     IF NOT BEV-REM-OK
000790         DISPLAY "ERRO AO ABRIR A REMESSA. STATUS: "
000800             BEV-STATUS-REM
000810         STOP RUN
000820     END-IF
000830     PERFORM 8000-LER-BOL THRU 8000-LER-BOL-EXIT.
000840 1000-INICIAR-EXIT.
000850     EXIT.
000860*-----------------------------------------------------------------
000870* 2000-PROCESSAR - EXTRAI O ITEM CORRENTE QUANDO AINDA PENDENTE
000880* E LE O PROXIMO.
000890*-----------------------------------------------------------------
000900 2000-PROCESSAR.
000910     ADD 1 TO BEV-QTDE-LIDOS
000920     IF BOL-PENDENTE
000930         PERFORM 2100-EXTRAIR THRU 2100-EXTRAIR-EXIT
000940     END-IF
000950     PERFORM 8000-LER-BOL THRU 8000-LER-BOL-EXIT.
000960 2000-PROCESSAR-EXIT.
000970     EXIT.
000980*-----------------------------------------------------------------
000990* 2100-EXTRAIR - GRAVA O REGISTRO DA REMESSA E MARCA O ITEM COMO
001000* ENVIADO NO LUGAR, COM A DATA DO ENVIO.
001010*-----------------------------------------------------------------
001020 2100-EXTRAIR.
001030     MOVE SPACES              TO BRM-REG
001040     MOVE "P"                 TO BRM-TIPO-REG
001050     MOVE BOL-CONTA           TO BRM-CONTA
001060     MOVE BOL-TIPO-DOC        TO BRM-TIPO-DOC
001070     MOVE BOL-BANCO           TO BRM-BANCO
001080     MOVE BOL-LINHA-DIGITAVEL TO BRM-LINHA-DIGITAVEL
001090     MOVE BOL-VALOR           TO BRM-VALOR
001100     MOVE BOL-DATA-VENC       TO BRM-DATA-VENC
001110     MOVE BOL-DATA            TO BRM-DATA-PAGTO
001120     WRITE BRM-REG
001130     MOVE "E" TO BOL-SITUACAO
001140     ACCEPT BOL-DATA-ENVIO FROM DATE YYYYMMDD
001150     REWRITE BOL-REG
001160     ADD 1 TO BEV-QTDE-ENVIADOS
001170     ADD BOL-VALOR TO BEV-TOT-ENVIADO.
001180 2100-EXTRAIR-EXIT.
001190     EXIT.
001200*-----------------------------------------------------------------
001210* 3000-FINALIZAR - FECHA OS ARQUIVOS E EXIBE O RESUMO.
001220*-----------------------------------------------------------------
001230 3000-FINALIZAR.
001240     CLOSE PAGAMENTOS-BOL
001250     CLOSE REMESSA-BOL
001260     DISPLAY "BOLENV - ITENS LIDOS: " BEV-QTDE-LIDOS
001270     DISPLAY "BOLENV - ITENS ENVIADOS: " BEV-QTDE-ENVIADOS
001280     DISPLAY "BOLENV - VALOR ENVIADO: " BEV-TOT-ENVIADO.
001290 3000-FINALIZAR-EXIT.
001300     EXIT.
001310*-----------------------------------------------------------------
001320* 8000-LER-BOL - LE O PROXIMO PAGAMENTO DE BOLETO E SINALIZA O
001330* FIM DE ARQUIVO.
001340*-----------------------------------------------------------------
001350 8000-LER-BOL.
001360     READ PAGAMENTOS-BOL
001370         AT END
001380             MOVE "S" TO BEV-SW-FIM
001390     END-READ.
001400 8000-LER-BOL-EXIT.
001410     EXIT.

001420 END PROGRAM BOLENV.
