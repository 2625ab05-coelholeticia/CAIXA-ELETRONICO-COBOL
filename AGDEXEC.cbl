000159*                ACUMULADOR DIARIO (TOTDIA), O MESMO QUE O CAIXA
00015A*                LE NA CONFERENCIA DO LIMITE DIARIO, PARA OS
00015B*                TOTAIS DO DIA FICAREM COMPLETOS.
00015G* 2026-10-15 LS  O AGENDAMENTO COM ORIGEM OU DESTINO EM CONTA
00015H*                ENCERRADA (SITUACAO "E", ENCERRA) E MARCADO
00015I*                COMO FALHA, SEM DEBITO NEM CREDITO.
000160*-----------------------------------------------------------------
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. AGDEXEC.
001260* SALDO DA ORIGEM (COM O CHEQUE ESPECIAL) E A EXISTENCIA DO
001270* DESTINO ANTES DE DEBITAR, CREDITA O DESTINO, GRAVA O PAR DE
001280* LANCAMENTOS 05/06 NO DIARIO E MARCA O ITEM COMO EXECUTADO OU
001290* COMO FALHA. ORIGEM OU DESTINO ENCERRADO TAMBEM E FALHA.
001300*-----------------------------------------------------------------
001310 2100-EXECUTAR.
001320     MOVE AGD-CONTA-ORIG TO CONTA-NUMERO
001360                 THRU 2200-MARCAR-FALHA-EXIT
001370             GO TO 2100-EXECUTAR-EXIT
001380     END-READ
001381     IF CONTA-ENCERRADA
001382         PERFORM 2200-MARCAR-FALHA THRU 2200-MARCAR-FALHA-EXIT
001383         GO TO 2100-EXECUTAR-EXIT
001384     END-IF
001385     PERFORM 8400-SOMAR-BLOQUEIOS
001386         THRU 8400-SOMAR-BLOQUEIOS-EXIT
001390     IF AGD-VALOR > CONTA-SALDO + CONTA-LIMITE-ESPECIAL
001470                 THRU 2200-MARCAR-FALHA-EXIT
001480             GO TO 2100-EXECUTAR-EXIT
001490     END-READ
001492     IF CONTA-ENCERRADA
001494         PERFORM 2200-MARCAR-FALHA THRU 2200-MARCAR-FALHA-EXIT
001496         GO TO 2100-EXECUTAR-EXIT
001498     END-IF
001500     COMPUTE AGX-SALDO-DEST = CONTA-SALDO + AGD-VALOR
001510     MOVE AGX-SALDO-DEST TO CONTA-SALDO
001520     REWRITE CONTA-REG
002200     ACCEPT MOV-HORA FROM TIME
002205     MOVE ZERO TO MOV-TERMINAL
002206     MOVE ZERO TO MOV-OPERADOR
002208     MOVE ZERO TO MOV-TITULAR
002210     WRITE MOV-REG.
002220 8100-GRAVAR-MOV-EXIT.
002230     EXIT.
