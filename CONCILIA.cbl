00224R*                CALCULADO: DEBITO DE SAIDA (TIPO 07), CREDITO
00224S*                DE ENTRADA (TIPO 08) E DEVOLUCAO DE SAIDA
00224T*                REJEITADA (TIPO 97).
00224U* 2026-10-15 LS  O JOB PASSA A EXIGIR A RECUPERACAO DAS OPERACOES
00224V*                INTERROMPIDAS DO CAIXA (RECUPERA) CONCLUIDA NO
00224W*                CONTROLE DO DIA, PARA NAO CONFERIR SALDOS COM
00224X*                OPERACAO PELA METADE.
00224Y* 2026-10-15 LS  A CONFERENCIA PASSA A CONSIDERAR O PAGAMENTO DE
00224Z*                BOLETO NO SALDO CALCULADO: DEBITO DO CAIXA
0022AA*                (TIPO 23) E DEVOLUCAO DO PAGAMENTO REJEITADO
0022AB*                (TIPO 98, BOLRET).
000225*-----------------------------------------------------------------
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CONCILIA.
00639F                       ==SDM-TIPO-TAR-TRANSF==
00639G                   ==MOV-TIPO-TAR-MANUT== BY
00639H                       ==SDM-TIPO-TAR-MANUT==
00639Q                   ==MOV-TIPO-ENCERRAMENTO== BY
00639R                       ==SDM-TIPO-ENCERRAMENTO==
00639S                   ==MOV-TIPO-PAG-BOLETO== BY
00639T                       ==SDM-TIPO-PAG-BOLETO==
00639U                   ==MOV-TIPO-PAG-BOL-DEV== BY
00639V                       ==SDM-TIPO-PAG-BOL-DEV==
000640                   ==MOV-TIPO-EST-DEPOSITO== BY
000641                       ==SDM-TIPO-EST-DEPOSITO==
000642                   ==MOV-TIPO-EST-SAQUE== BY
000670                   ==MOV-DATA== BY ==SDM-DATA==
000680                   ==MOV-HORA== BY ==SDM-HORA==
00680A                   ==MOV-TERMINAL== BY ==SDM-TERMINAL==
00680B                   ==MOV-OPERADOR== BY ==SDM-OPERADOR==
00680C                   ==MOV-TITULAR== BY ==SDM-TITULAR==.
000690 WORKING-STORAGE SECTION.
000700*-----------------------------------------------------------------
000710* AREA DE CONTROLE DE ARQUIVOS
000927  77  CNC-TOT-TARIFAS            PIC 9(10)V99 VALUE ZERO.
00927A  77  CNC-TOT-EXT-DEB            PIC 9(10)V99 VALUE ZERO.
00927B  77  CNC-TOT-EXT-CRED           PIC 9(10)V99 VALUE ZERO.
00927C  77  CNC-TOT-BOL-DEB            PIC 9(10)V99 VALUE ZERO.
00927D  77  CNC-TOT-BOL-CRED           PIC 9(10)V99 VALUE ZERO.
000928  77  CNC-SALDO-ABERT            PIC S9(10)V99 VALUE ZERO.
000930  77  CNC-SALDO-CALC             PIC S9(10)V99 VALUE ZERO.
000940  77  CNC-SALDO-MESTRE           PIC S9(10)V99 VALUE ZERO.
00148B* 1100-LER-CONTROLE - LE A DATA DE MOVIMENTO DO CONTROLE DO DIA
00148C* (DIACTL, MANTIDO PELO ABREDIA). O JOB EXIGE O DIA ABERTO E
00148D* RECUSA A RERODADA QUANDO A CONCILIACAO DA DATA JA FOI
00148E* CONCLUIDA. EXIGE TAMBEM A RECUPERACAO (RECUPERA) CONCLUIDA.
00148F*-----------------------------------------------------------------
00148G 1100-LER-CONTROLE.
00148H     OPEN I-O CONTROLE-DIA
00148V             "JOB ENCERRADO."
00148W         STOP RUN
00148X     END-IF
00148Y     IF NOT DCT-RECUPERA-FEITO
00148Z         DISPLAY "RECUPERA AINDA NAO CONCLUIDO PARA "
00149A             DCT-DATA-MOVTO ". JOB FORA DE ORDEM."
00149B         STOP RUN
00149C     END-IF
00149D     IF DCT-CONCILIA-FEITO
00149E         DISPLAY "CONCILIA JA CONCLUIDO PARA " DCT-DATA-MOVTO
00149F             ". JOB ENCERRADO."
00149G         STOP RUN
00149H     END-IF
00149I     MOVE DCT-DATA-MOVTO TO CNC-DATA-PARM
00149J     DISPLAY "CONCILIA - DATA DE MOVIMENTO " CNC-DATA-PARM.
00149K 1100-LER-CONTROLE-EXIT.
00149L     EXIT.
001490*-----------------------------------------------------------------
001500* 2000-PROCESSAR - PROCEDIMENTO DE SAIDA DO SORT. PERCORRE O
001510* DIARIO JA ORDENADO POR CONTA E ACIONA A CONFERENCIA A CADA
001738         MOVE ZERO TO CNC-TOT-TARIFAS
001739         MOVE ZERO TO CNC-TOT-EXT-DEB
00173A         MOVE ZERO TO CNC-TOT-EXT-CRED
00173B         MOVE ZERO TO CNC-TOT-BOL-DEB
00173C         MOVE ZERO TO CNC-TOT-BOL-CRED
001740     END-IF
001750     IF CNC-DATA-PARM = ZERO OR SDM-DATA = CNC-DATA-PARM
001760         IF SDM-TIPO-DEPOSITO
00913L         IF SDM-TIPO-TRANSF-EXT-CRED OR SDM-TIPO-TRANSF-EXT-DEV
00913M             ADD SDM-VALOR TO CNC-TOT-EXT-CRED
00913N         END-IF
00913O         IF SDM-TIPO-PAG-BOLETO
00913P             ADD SDM-VALOR TO CNC-TOT-BOL-DEB
00913Q         END-IF
00913R         IF SDM-TIPO-PAG-BOL-DEV
00913S             ADD SDM-VALOR TO CNC-TOT-BOL-CRED
00913T         END-IF
001914     END-IF
001920     PERFORM 8000-RETORNAR THRU 8000-RETORNAR-EXIT.
001930 2100-TRATAR-REGISTRO-EXIT.
002022         + CNC-TOT-EST-CRED - CNC-TOT-EST-DEB
002024         - CNC-TOT-TARIFAS
002026         - CNC-TOT-EXT-DEB + CNC-TOT-EXT-CRED
002027         - CNC-TOT-BOL-DEB + CNC-TOT-BOL-CRED
002030     MOVE CNC-CONTA-ATUAL TO CONTA-NUMERO
002040     READ CONTA-MESTRE
002050         INVALID KEY
