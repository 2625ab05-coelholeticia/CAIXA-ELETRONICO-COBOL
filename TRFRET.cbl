000150*-----------------------------------------------------------------
000160* HISTORICO DE ALTERACOES
000170* 2026-09-01 LS  PROGRAMA CRIADO.
000172* 2026-10-15 LS  CREDITO DE ENTRADA (08) OU DEVOLUCAO (97) PARA
000174*                CONTA ENCERRADA (SITUACAO "E", ENCERRA) NAO E
000176*                LANCADO: SAI NO RELATORIO DE EXCECOES COMO
000178*                CONTA ENCERRADA, PARA A TESOURARIA DEVOLVER OU
000179*                DESTINAR O VALOR.
000180*-----------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRFRET.
001780             PERFORM 2900-EXCECAO THRU 2900-EXCECAO-EXIT
001790             GO TO 2100-CREDITAR-ENTRADA-EXIT
001800     END-READ
001802     IF CONTA-ENCERRADA
001804         PERFORM 2910-EXCECAO-ENCERRADA
001806             THRU 2910-EXCECAO-ENCERRADA-EXIT
001808         GO TO 2100-CREDITAR-ENTRADA-EXIT
001809     END-IF
001810     ADD RET-VALOR TO CONTA-SALDO
001820     REWRITE CONTA-REG
001830     MOVE RET-CONTA-NOSSA TO MOV-CONTA
002130             PERFORM 2900-EXCECAO THRU 2900-EXCECAO-EXIT
002140             GO TO 2200-DEVOLVER-SAIDA-EXIT
002150     END-READ
002152     IF CONTA-ENCERRADA
002154         PERFORM 2910-EXCECAO-ENCERRADA
002156             THRU 2910-EXCECAO-ENCERRADA-EXIT
002158         GO TO 2200-DEVOLVER-SAIDA-EXIT
002159     END-IF
002160     ADD RET-VALOR TO CONTA-SALDO
002170     REWRITE CONTA-REG
002180     MOVE RET-CONTA-NOSSA TO MOV-CONTA
002860     ADD 1 TO TRT-QTDE-EXCECOES.
002870 2900-EXCECAO-EXIT.
002880     EXIT.
002881*-----------------------------------------------------------------
002882* 2910-EXCECAO-ENCERRADA - REGISTRA NO RELATORIO DE EXCECOES O
002883* CREDITO DIRIGIDO A CONTA ENCERRADA, QUE NAO E LANCADO. NA
002884* DEVOLUCAO O ITEM DO TRFEXT JA FICA MARCADO COMO DEVOLVIDO,
002885* POIS O DINHEIRO VOLTOU; O DESTINO DO VALOR E DA TESOURARIA.
002886*-----------------------------------------------------------------
002887 2910-EXCECAO-ENCERRADA.
002888     MOVE SPACES TO TRT-LINHA-DET
002889     MOVE "CONTA ENCERRADA" TO DET-ROTULO
00288A     MOVE RET-CONTA-NOSSA TO DET-CONTA
00288B     MOVE RET-VALOR TO DET-VALOR
00288C     MOVE RET-TIPO-REG TO DET-COMPLEMENTO
00288D     WRITE REL-LINHA FROM TRT-LINHA-DET
00288E     ADD 1 TO TRT-QTDE-EXCECOES.
00288F 2910-EXCECAO-ENCERRADA-EXIT.
00288G     EXIT.
002890*-----------------------------------------------------------------
002900* 3000-FINALIZAR - IMPRIME O RESUMO E FECHA OS ARQUIVOS.
002910*-----------------------------------------------------------------
003350     ACCEPT MOV-HORA FROM TIME
003360     MOVE ZERO TO MOV-TERMINAL
003370     MOVE ZERO TO MOV-OPERADOR
003375     MOVE ZERO TO MOV-TITULAR
003380     WRITE MOV-REG.
003390 8100-GRAVAR-MOV-EXIT.
003400     EXIT.
