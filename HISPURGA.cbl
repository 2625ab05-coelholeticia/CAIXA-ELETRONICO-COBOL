000010*-----------------------------------------------------------------
000020* PROPOSITO: EXPURGO PERIODICO DO HISTORICO INDEXADO DE
000030*            MOVIMENTOS (MOVHIS, CARREGADO PELO FECHDIA): REMOVE
000040*            DO ARQUIVO ON-LINE OS LANCAMENTOS COM DATA ANTERIOR
000050*            AO PRAZO LEGAL DE GUARDA, CONTADO EM ANOS A PARTIR
000060*            DA DATA DE REFERENCIA INFORMADA. O ARQUIVO MORTO
000070*            (GDG MOVARQ) NAO E TOCADO: O EXPURGO SO ALIVIA A
000080*            PESQUISA POR CHAVE DO ESTORNO E DO CAIXA. EMITE O
000090*            RELATORIO COM A DATA DE CORTE E AS QUANTIDADES LIDAS,
000100*            EXPURGADAS E MANTIDAS.
000110*-----------------------------------------------------------------
000120* HISTORICO DE ALTERACOES
000130* 2026-10-15 LS  PROGRAMA CRIADO.
000140*-----------------------------------------------------------------
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. HISPURGA.
000170 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000180 INSTALLATION. BANCO.
000190 DATE-WRITTEN. 15/10/2026.
000200 DATE-COMPILED.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT HISTORICO ASSIGN TO "MOVHIS"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS HIS-CHAVE
000280         FILE STATUS IS HPG-STATUS-HIS.
000290     SELECT RELATORIO ASSIGN TO "HISPURGA"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS HPG-STATUS-REL.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  HISTORICO.
000350     COPY HISREG.
000360 FD  RELATORIO.
000370 01  REL-LINHA                   PIC X(80).
000380 WORKING-STORAGE SECTION.
000390*-----------------------------------------------------------------
000400* AREA DE CONTROLE DE ARQUIVOS
000410*-----------------------------------------------------------------
000420  77  HPG-STATUS-HIS             PIC X(02).
000430      88  HPG-HIS-OK                  VALUE "00".
000440  77  HPG-STATUS-REL             PIC X(02).
000450      88  HPG-REL-OK                  VALUE "00".
000460  77  HPG-SW-FIM-HIS             PIC X(01) VALUE "N".
000470      88  HPG-FIM-HIS                 VALUE "S".
000480*-----------------------------------------------------------------
000490* PARAMETROS E DATA DE CORTE DO EXPURGO. O PRAZO DE GUARDA NAO
000500* PODE SER MENOR QUE O MINIMO LEGAL DE 5 ANOS.
000510*-----------------------------------------------------------------
000520  77  HPG-DATA-PARM              PIC 9(08) VALUE ZERO.
000530  77  HPG-ANOS-PARM              PIC 9(02) VALUE ZERO.
000540  77  HPG-ANOS-MINIMO            PIC 9(02) VALUE 05.
000550 01  HPG-CORTE.
000560     05  HPG-CORTE-ANO           PIC 9(04).
000570     05  HPG-CORTE-MES-DIA       PIC 9(04).
000580 01  HPG-CORTE-NUM REDEFINES HPG-CORTE
000590                                 PIC 9(08).
000600*-----------------------------------------------------------------
000610* CONTADORES E LINHAS DO RELATORIO
000620*-----------------------------------------------------------------
000630  77  HPG-QTDE-LIDOS             PIC 9(09) VALUE ZERO.
000640  77  HPG-QTDE-EXPURGADOS        PIC 9(09) VALUE ZERO.
000650  77  HPG-QTDE-MANTIDOS          PIC 9(09) VALUE ZERO.
000660  77  HPG-DATA-MAIS-ANTIGA       PIC 9(08) VALUE 99999999.
000670  77  HPG-DATA-MAIS-RECENTE      PIC 9(08) VALUE ZERO.
000680 01  HPG-LINHA-RESUMO.
000690     05  FILLER                  PIC X(10) VALUE SPACES.
000700     05  RES-ROTULO              PIC X(40).
000710     05  RES-QTDE                PIC Z(08)9.
000720 01  HPG-LINHA-DATA.
000730     05  FILLER                  PIC X(10) VALUE SPACES.
000740     05  DAT-ROTULO              PIC X(40).
000750     05  DAT-DATA                PIC 9(08).
000760 PROCEDURE DIVISION.
000770*-----------------------------------------------------------------
000780* 0000-MAINLINE - PERCORRE O HISTORICO INTEIRO (A CHAVE COMECA
000790* PELA CONTA, ENTAO OS LANCAMENTOS ANTIGOS ESTAO ESPALHADOS PELO
000800* ARQUIVO) E EXPURGA OS ANTERIORES A DATA DE CORTE.
000810*-----------------------------------------------------------------
000820 0000-MAINLINE.
000830     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
000840     PERFORM 2000-EXPURGAR THRU 2000-EXPURGAR-EXIT
000850         UNTIL HPG-FIM-HIS
000860     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
000870     STOP RUN.
000880*-----------------------------------------------------------------
000890* 1000-INICIAR - LE A DATA DE REFERENCIA E O PRAZO DE GUARDA EM
000900* ANOS, CALCULA A DATA DE CORTE E ABRE OS ARQUIVOS. SEM O
000910* HISTORICO (ANTES DO PRIMEIRO FECHDIA) NAO HA O QUE EXPURGAR.
000920*-----------------------------------------------------------------
000930 1000-INICIAR.
000940     DISPLAY "HISPURGA - INFORME A DATA DE REFERENCIA AAAAMMDD:"
000950     ACCEPT HPG-DATA-PARM
000960     DISPLAY "HISPURGA - INFORME O PRAZO DE GUARDA EM ANOS "
000970         "(EX: 05):"
000980     ACCEPT HPG-ANOS-PARM
000990     IF HPG-DATA-PARM = ZERO OR HPG-ANOS-PARM = ZERO
001000         DISPLAY "DATA DE REFERENCIA E PRAZO SAO OBRIGATORIOS."
001010         STOP RUN
001020     END-IF
001030     IF HPG-ANOS-PARM < HPG-ANOS-MINIMO
001040         DISPLAY "PRAZO DE GUARDA MENOR QUE O MINIMO LEGAL DE "
001050             HPG-ANOS-MINIMO " ANOS. JOB ENCERRADO."
001060         STOP RUN
001070     END-IF
001080     MOVE HPG-DATA-PARM TO HPG-CORTE-NUM
001090     SUBTRACT HPG-ANOS-PARM FROM HPG-CORTE-ANO
001100     DISPLAY "HISPURGA - EXPURGO DOS LANCAMENTOS ANTERIORES A "
001110         HPG-CORTE-NUM
001120     OPEN I-O HISTORICO
001130     IF NOT HPG-HIS-OK
001140         DISPLAY "SEM HISTORICO DE MOVIMENTOS (MOVHIS) - NADA A "
001150             "EXPURGAR. STATUS: " HPG-STATUS-HIS
001160         STOP RUN
001170     END-IF
001180     OPEN OUTPUT RELATORIO
001190     IF NOT HPG-REL-OK
001200         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
001210             HPG-STATUS-REL
001220         STOP RUN
001230     END-IF
001240     MOVE SPACES TO REL-LINHA
001250     STRING "EXPURGO DO HISTORICO DE MOVIMENTOS - REFERENCIA "
001260         HPG-DATA-PARM " - PRAZO " HPG-ANOS-PARM " ANOS"
001270         DELIMITED BY SIZE INTO REL-LINHA
001280     WRITE REL-LINHA
001290     MOVE SPACES TO REL-LINHA
001300     WRITE REL-LINHA
001310     PERFORM 8000-LER-HIS THRU 8000-LER-HIS-EXIT.
001320 1000-INICIAR-EXIT.
001330     EXIT.
001340*-----------------------------------------------------------------
001350* 2000-EXPURGAR - EXCLUI O LANCAMENTO CORRENTE QUANDO A DATA E
001360* ANTERIOR A DATA DE CORTE; OS DEMAIS SAO MANTIDOS.
001370*-----------------------------------------------------------------
001380 2000-EXPURGAR.
001390     ADD 1 TO HPG-QTDE-LIDOS
001400     IF HIS-DATA NOT < HPG-CORTE-NUM
001410         ADD 1 TO HPG-QTDE-MANTIDOS
001420         GO TO 2000-EXPURGAR-LER
001430     END-IF
001440     DELETE HISTORICO RECORD
001450     IF NOT HPG-HIS-OK
001460         DISPLAY "ERRO AO EXPURGAR A CONTA " HIS-CONTA
001470             " DATA " HIS-DATA " STATUS: " HPG-STATUS-HIS
001480         STOP RUN
001490     END-IF
001500     ADD 1 TO HPG-QTDE-EXPURGADOS
001510     IF HIS-DATA < HPG-DATA-MAIS-ANTIGA
001520         MOVE HIS-DATA TO HPG-DATA-MAIS-ANTIGA
001530     END-IF
001540     IF HIS-DATA > HPG-DATA-MAIS-RECENTE
001550         MOVE HIS-DATA TO HPG-DATA-MAIS-RECENTE
001560     END-IF.
001570 2000-EXPURGAR-LER.
001580     PERFORM 8000-LER-HIS THRU 8000-LER-HIS-EXIT.
001590 2000-EXPURGAR-EXIT.
001600     EXIT.
001610*-----------------------------------------------------------------
001620* 3000-FINALIZAR - IMPRIME O RESUMO DO EXPURGO E FECHA OS
001630* ARQUIVOS.
001640*-----------------------------------------------------------------
001650 3000-FINALIZAR.
001660     MOVE SPACES TO HPG-LINHA-DATA
001670     MOVE "EXPURGADOS OS LANCAMENTOS ANTERIORES A:" TO DAT-ROTULO
001680     MOVE HPG-CORTE-NUM TO DAT-DATA
001690     WRITE REL-LINHA FROM HPG-LINHA-DATA
001700     MOVE SPACES TO REL-LINHA
001710     WRITE REL-LINHA
001720     MOVE SPACES TO HPG-LINHA-RESUMO
001730     MOVE "LANCAMENTOS LIDOS:" TO RES-ROTULO
001740     MOVE HPG-QTDE-LIDOS TO RES-QTDE
001750     WRITE REL-LINHA FROM HPG-LINHA-RESUMO
001760     MOVE SPACES TO HPG-LINHA-RESUMO
001770     MOVE "LANCAMENTOS EXPURGADOS:" TO RES-ROTULO
001780     MOVE HPG-QTDE-EXPURGADOS TO RES-QTDE
001790     WRITE REL-LINHA FROM HPG-LINHA-RESUMO
001800     MOVE SPACES TO HPG-LINHA-RESUMO
001810     MOVE "LANCAMENTOS MANTIDOS:" TO RES-ROTULO
001820     MOVE HPG-QTDE-MANTIDOS TO RES-QTDE
001830     WRITE REL-LINHA FROM HPG-LINHA-RESUMO
001840     IF HPG-QTDE-EXPURGADOS > ZERO
001850         MOVE SPACES TO REL-LINHA
001860         WRITE REL-LINHA
001870         MOVE SPACES TO HPG-LINHA-DATA
001880         MOVE "EXPURGADO MAIS ANTIGO:" TO DAT-ROTULO
001890         MOVE HPG-DATA-MAIS-ANTIGA TO DAT-DATA
001900         WRITE REL-LINHA FROM HPG-LINHA-DATA
001910         MOVE SPACES TO HPG-LINHA-DATA
001920         MOVE "EXPURGADO MAIS RECENTE:" TO DAT-ROTULO
001930         MOVE HPG-DATA-MAIS-RECENTE TO DAT-DATA
001940         WRITE REL-LINHA FROM HPG-LINHA-DATA
001950     END-IF
001960     CLOSE HISTORICO
001970     CLOSE RELATORIO
001980     DISPLAY "HISPURGA - LIDOS: " HPG-QTDE-LIDOS
001990         " EXPURGADOS: " HPG-QTDE-EXPURGADOS.
002000 3000-FINALIZAR-EXIT.
002010     EXIT.
002020*-----------------------------------------------------------------
002030* 8000-LER-HIS - LE O PROXIMO LANCAMENTO DO HISTORICO E
002040* SINALIZA O FIM DE ARQUIVO.
002050*-----------------------------------------------------------------
002060 8000-LER-HIS.
002070     READ HISTORICO NEXT RECORD
002080         AT END
002090             MOVE "S" TO HPG-SW-FIM-HIS
002100     END-READ.
002110 8000-LER-HIS-EXIT.
002120     EXIT.

002130 END PROGRAM HISPURGA.
