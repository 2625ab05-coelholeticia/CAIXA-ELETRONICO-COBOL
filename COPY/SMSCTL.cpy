      *-----------------------------------------------------------------
      * SMSCTL - LAYOUT DO REGISTRO DE CONTROLE DE EXECUCAO DO AVISOSMS
      * (ARQUIVO SMSCTL, DE REGISTRO UNICO, REGRAVADO NO LUGAR COMO O
      * DIACTL). CADA EXECUCAO TRATA OS EVENTOS CARIMBADOS DEPOIS DO
      * CORTE DA EXECUCAO ANTERIOR (SCT-DATA-INI/SCT-HORA-INI) ATE O
      * SEU PROPRIO CORTE (SCT-DATA-FIM/SCT-HORA-FIM), TOMADO NO
      * INICIO. O AVISOSMS GRAVA "E" (EM EXECUCAO) COM A JANELA ANTES
      * DE GERAR OS ALERTAS E "T" (TERMINADO) NO FINAL; A EXECUCAO
      * SEGUINTE A UMA TERMINADA COMECA NO CORTE DELA, DE MODO QUE
      * NENHUM EVENTO E AVISADO DUAS VEZES. APOS UMA QUEDA ("E") A
      * RERODADA REFAZ A MESMA JANELA (O ARQUIVO DE ALERTAS DA
      * EXECUCAO QUE CAIU NAO E CATALOGADO, E ASSIM NADA FOI ENVIADO).
      *-----------------------------------------------------------------
       01  SCT-REG.
           05  SCT-DATA-INI            PIC 9(08).
           05  SCT-HORA-INI            PIC 9(08).
           05  SCT-DATA-FIM            PIC 9(08).
           05  SCT-HORA-FIM            PIC 9(08).
           05  SCT-SITUACAO            PIC X(01).
               88  SCT-EM-EXECUCAO         VALUE "E".
               88  SCT-TERMINADO           VALUE "T".
           05  SCT-DATA-ATU            PIC 9(08).
           05  SCT-HORA-ATU            PIC 9(08).
