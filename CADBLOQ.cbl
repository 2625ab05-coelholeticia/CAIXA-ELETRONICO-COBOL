000040*            SITUACAO "B"), ZERANDO O CONTADOR DE TENTATIVAS
000050*            (CONTA-TENTATIVAS) E LANCANDO O DESBLOQUEIO NO
000060*            DIARIO DE MOVIMENTOS (TIPO 11) PARA AUDITORIA.
000065*            NA CONTA CONJUNTA O BLOQUEIO E DO TITULAR QUE ERROU
000066*            A SENHA, E O DESBLOQUEIO LIBERA TODOS OS TITULARES.
000070*-----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090* 2026-08-22 LS  PROGRAMA CRIADO.
000095*                E O LANCAMENTO DE DESBLOQUEIO (TIPO 11) PASSA A
000096*                SAIR CARIMBADO COM O OPERADOR (MOV-OPERADOR)
000097*                PARA AUDITORIA.
000098* 2026-10-15 LS  CONTA CONJUNTA: O BLOQUEIO DE SENHA E POR
000099*                TITULAR (CONTA-TIT-SITUACAO E CONTA-COT-
00009D*                SITUACAO), COM A CONTA AINDA ATIVA. O PROGRAMA
00009E*                EXIBE A SITUACAO DE CADA COTITULAR E O
00009F*                DESBLOQUEIO LIBERA TAMBEM OS TITULARES
00009G*                BLOQUEADOS, ZERANDO AS TENTATIVAS DE TODOS.
000100*-----------------------------------------------------------------
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. CADBLOQ.
000410      88  CAD-MOV-OK                  VALUE "00".
000420  77  CAD-SW-FIM                 PIC X(01) VALUE "N".
000430      88  CAD-FIM-MANUTENCAO         VALUE "S".
000432  77  CAD-SW-TIT-BLOQ            PIC X(01) VALUE "N".
000434      88  CAD-TITULAR-BLOQUEADO      VALUE "S".
000436  77  CAD-IDX-COT                PIC 9(01) COMP VALUE ZERO.
000440  77  CAD-CONTA-ENT              PIC 9(08) VALUE ZERO.
000450  77  CAD-CONFIRMA               PIC X(01) VALUE "N".
000460      88  CAD-CONFIRMADO             VALUE "S".
001050*-----------------------------------------------------------------
001060* 2100-DESBLOQUEAR - CONFIRMA COM O SUPERVISOR, REATIVA A CONTA,
001070* ZERA O CONTADOR DE TENTATIVAS E LANCA O DESBLOQUEIO NO DIARIO.
001075* NA CONTA CONJUNTA LIBERA TAMBEM OS TITULARES BLOQUEADOS.
001080*-----------------------------------------------------------------
001090 2100-DESBLOQUEAR.
001100     DISPLAY "SITUACAO ATUAL..........: " CONTA-SITUACAO
001110     DISPLAY "TENTATIVAS ACUMULADAS...: " CONTA-TENTATIVAS
001111     MOVE "N" TO CAD-SW-TIT-BLOQ
00111A     IF CONTA-CONJUNTA
00111B         DISPLAY "CONTA CONJUNTA. TITULAR.: " CONTA-DOCUMENTO
00111C             " SITUACAO " CONTA-TIT-SITUACAO
00111D         IF CONTA-TIT-BLOQUEADO
00111E             MOVE "S" TO CAD-SW-TIT-BLOQ
00111F         END-IF
00111G         PERFORM 2300-EXIBIR-COTITULAR
00111H             THRU 2300-EXIBIR-COTITULAR-EXIT
00111I             VARYING CAD-IDX-COT FROM 1 BY 1
00111J             UNTIL CAD-IDX-COT > CONTA-QTDE-COTITULARES
00111K     END-IF
001112     IF CONTA-DORMENTE
001114         PERFORM 2200-REATIVAR THRU 2200-REATIVAR-EXIT
001116         GO TO 2100-DESBLOQUEAR-EXIT
001118     END-IF
001120     IF NOT CONTA-BLOQUEADA AND NOT CAD-TITULAR-BLOQUEADO
001130         DISPLAY "CONTA NAO ESTA BLOQUEADA NEM DORMENTE."
001140         GO TO 2100-DESBLOQUEAR-EXIT
001150     END-IF
001210     END-IF
001220     MOVE "A"  TO CONTA-SITUACAO
001230     MOVE ZERO TO CONTA-TENTATIVAS
001232     MOVE SPACE TO CONTA-TIT-SITUACAO
001234     PERFORM 2400-LIBERAR-COTITULAR
001236         THRU 2400-LIBERAR-COTITULAR-EXIT
001238         VARYING CAD-IDX-COT FROM 1 BY 1
001239         UNTIL CAD-IDX-COT > CONTA-QTDE-COTITULARES
001240     REWRITE CONTA-REG
001250     MOVE CONTA-NUMERO TO MOV-CONTA
001260     MOVE "11"         TO MOV-TIPO
001310     ACCEPT MOV-HORA FROM TIME
001315     MOVE ZERO         TO MOV-TERMINAL
001316     MOVE CAD-OPERADOR TO MOV-OPERADOR
001318     MOVE ZERO         TO MOV-TITULAR
001320     WRITE MOV-REG
001330     DISPLAY "CONTA DESBLOQUEADA COM SUCESSO.".
001340 2100-DESBLOQUEAR-EXIT.
00135V     ACCEPT MOV-HORA FROM TIME
00135W     MOVE ZERO         TO MOV-TERMINAL
00135X     MOVE CAD-OPERADOR TO MOV-OPERADOR
00135Y     MOVE ZERO         TO MOV-TITULAR
00135Z     WRITE MOV-REG
00136A     DISPLAY "CONTA REATIVADA COM SUCESSO.".
00136B 2200-REATIVAR-EXIT.
00136C     EXIT.
00136D*-----------------------------------------------------------------
00136E* 2300-EXIBIR-COTITULAR - EXIBE A SITUACAO DE UM COTITULAR DA
00136F* CONTA CONJUNTA E ASSINALA QUANDO ELE ESTA BLOQUEADO.
00136G*-----------------------------------------------------------------
00136H 2300-EXIBIR-COTITULAR.
00136I     DISPLAY "COTITULAR..............: "
00136J         CONTA-COT-DOCUMENTO (CAD-IDX-COT)
00136K         " SITUACAO " CONTA-COT-SITUACAO (CAD-IDX-COT)
00136L         " TENTATIVAS " CONTA-COT-TENTATIVAS (CAD-IDX-COT)
00136M     IF CONTA-COT-BLOQUEADO (CAD-IDX-COT)
00136N         MOVE "S" TO CAD-SW-TIT-BLOQ
00136O     END-IF.
00136P 2300-EXIBIR-COTITULAR-EXIT.
00136Q     EXIT.
00136R*-----------------------------------------------------------------
00136S* 2400-LIBERAR-COTITULAR - DESBLOQUEIA UM COTITULAR DA CONTA
00136T* CONJUNTA E ZERA AS TENTATIVAS DELE.
00136U*-----------------------------------------------------------------
00136V 2400-LIBERAR-COTITULAR.
00136W     MOVE ZERO  TO CONTA-COT-TENTATIVAS (CAD-IDX-COT)
00136X     MOVE SPACE TO CONTA-COT-SITUACAO (CAD-IDX-COT).
00136Y 2400-LIBERAR-COTITULAR-EXIT.
00136Z     EXIT.
001360*-----------------------------------------------------------------
001370* 3000-FINALIZAR - FECHA OS ARQUIVOS.
001380*-----------------------------------------------------------------
