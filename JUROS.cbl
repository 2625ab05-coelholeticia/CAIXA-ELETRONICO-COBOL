000182*                SEREM PULADAS PELO TESTE DE SALDO POSITIVO. O
000183*                RELATORIO PASSA A MOSTRAR TAMBEM AS CONTAS E OS
000184*                JUROS DEBITADOS, E O SALDO NOVO SAI ASSINALADO.
000186* 2026-10-15 LS  A CONTA ENCERRADA (SITUACAO "E", ENCERRA) E
000187*                IGNORADA, MESMO COM TAXA CADASTRADA.
000188*-----------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JUROS.
000210 AUTHOR. DEPARTAMENTO DE SISTEMAS.
001318* 2000-PROCESSAR - CALCULA E LANCA OS JUROS DA CONTA CORRENTE,
001319* QUANDO HOUVER TAXA CADASTRADA E SALDO DIFERENTE DE ZERO:
001320* CREDITA JUROS SOBRE SALDO CREDOR E DEBITA JUROS DEVEDORES
001321* SOBRE SALDO DEVEDOR (CHEQUE ESPECIAL). A CONTA ENCERRADA NAO
00132A* RENDE NEM PAGA JUROS.
001322*-----------------------------------------------------------------
001323 2000-PROCESSAR.
001324     ADD 1 TO JUR-QTDE-CONTAS
001325     IF CONTA-TAXA-JUROS > ZERO AND CONTA-SALDO NOT = ZERO
00132B         AND NOT CONTA-ENCERRADA
001326         PERFORM 2100-CREDITAR THRU 2100-CREDITAR-EXIT
001327     END-IF
001328     PERFORM 8000-LER-CONTA THRU 8000-LER-CONTA-EXIT.
001470         ACCEPT MOV-HORA FROM TIME
001475         MOVE ZERO           TO MOV-TERMINAL
001476         MOVE ZERO           TO MOV-OPERADOR
001478         MOVE ZERO           TO MOV-TITULAR
001480         WRITE MOV-REG
001505         PERFORM 8200-CHECKPOINT THRU 8200-CHECKPOINT-EXIT
001510         PERFORM 2200-DETALHE THRU 2200-DETALHE-EXIT
