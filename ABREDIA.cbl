000010*-----------------------------------------------------------------
000020* PROPOSITO: ABERTURA E FECHAMENTO DA DATA DE MOVIMENTO DO CAIXA
000030*            ELETRONICO, NO ARQUIVO DE CONTROLE DO DIA (DIACTL,
000040*            REGISTRO UNICO). A CADEIA NOTURNA (RECUPERA,
000050*            CONCILIA, AGDEXEC, FECHREL E FECHDIA) LE A DATA DE
000060*            PROCESSAMENTO DESTE CONTROLE, EM VEZ DO CARTAO
000070*            SYSIN QUE ERA AJUSTADO A MAO TODA NOITE, E CADA JOB
000080*            MARCA AQUI A PROPRIA CONCLUSAO: O JOB SEGUINTE
000090*            RECUSA RODAR FORA DE ORDEM E O JOB JA CONCLUIDO
000100*            RECUSA A RERODADA. O DIA SO PODE SER FECHADO COM OS
000110*            CINCO JOBS CONCLUIDOS, E UM DIA NOVO SO PODE SER
000120*            ABERTO COM O ANTERIOR FECHADO E COM DATA POSTERIOR.
000130*-----------------------------------------------------------------
000140* HISTORICO DE ALTERACOES
000150* 2026-09-01 LS  PROGRAMA CRIADO.
000151* 2026-10-15 LS  INCLUIDA NA CADEIA A RECUPERACAO DAS OPERACOES
000152*                INTERROMPIDAS DO CAIXA (RECUPERA), QUE RODA
000153*                ANTES DO CONCILIA: A MARCA DE CONCLUSAO E
000154*                ZERADA NA ABERTURA E EXIGIDA NO FECHAMENTO DO
000155*                DIA, COMO A DOS DEMAIS JOBS.
000160*-----------------------------------------------------------------
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID. ABREDIA.
001630             " AGDEXEC: " DCT-AGDEXEC-FLG
001640             " FECHREL: " DCT-FECHREL-FLG
001650             " FECHDIA: " DCT-FECHDIA-FLG
001655         DISPLAY "RECUPERA: " DCT-RECUPERA-FLG
001660     ELSE
001670         DISPLAY "NENHUM DIA ABERTO AINDA."
001680     END-IF
002110     MOVE "N" TO DCT-AGDEXEC-FLG
002120     MOVE "N" TO DCT-FECHREL-FLG
002130     MOVE "N" TO DCT-FECHDIA-FLG
002135     MOVE "N" TO DCT-RECUPERA-FLG
002140     ACCEPT DCT-DATA-ATU FROM DATE YYYYMMDD
002150     ACCEPT DCT-HORA-ATU FROM TIME
002160     IF ABD-TEM-REGISTRO
002240     EXIT.
002250*-----------------------------------------------------------------
002260* 2200-FECHAR-DIA - FECHA A DATA DE MOVIMENTO CORRENTE: EXIGE OS
002270* CINCO JOBS DA CADEIA CONCLUIDOS E REGRAVA O REGISTRO COM A
002280* SITUACAO FECHADA.
002290*-----------------------------------------------------------------
002300 2200-FECHAR-DIA.
002380     END-IF
002390     IF NOT DCT-CONCILIA-FEITO OR NOT DCT-AGDEXEC-FEITO
002400         OR NOT DCT-FECHREL-FEITO OR NOT DCT-FECHDIA-FEITO
002405         OR NOT DCT-RECUPERA-FEITO
002410         DISPLAY "AINDA HA JOB DA CADEIA SEM CONCLUSAO "
002420             "REGISTRADA. O DIA NAO PODE SER FECHADO."
002430         GO TO 2200-FECHAR-DIA-EXIT
