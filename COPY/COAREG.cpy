      *-----------------------------------------------------------------
      * COAREG - LAYOUT DO REGISTRO DO ARQUIVO DE COMUNICACAO AO COAF
      * (COAF), GERADO PELO COAFENV: UM REGISTRO DE LAYOUT FIXO POR
      * ALERTA DE PREVENCAO A LAVAGEM DE DINHEIRO CONFIRMADO PELO
      * COMPLIANCE (PLDREG), COM O CPF E O NOME DO CLIENTE, O
      * ENQUADRAMENTO, A QUANTIDADE E O VALOR DAS OPERACOES. O TIPO DE
      * REGISTRO "C" IDENTIFICA A COMUNICACAO.
      *-----------------------------------------------------------------
       01  COA-REG.
           05  COA-TIPO-REG            PIC X(01).
               88  COA-COMUNICACAO         VALUE "C".
           05  COA-NUMERO-ALERTA       PIC 9(08).
           05  COA-DATA-OCORRENCIA     PIC 9(08).
           05  COA-DOCUMENTO           PIC 9(11).
           05  COA-NOME                PIC X(40).
           05  COA-CONTA               PIC 9(08).
           05  COA-ENQUADRAMENTO       PIC X(02).
           05  COA-QTDE-OPER           PIC 9(05).
           05  COA-VALOR               PIC 9(12)V99.
           05  COA-DATA-COMUNIC        PIC 9(08).
           05  FILLER                  PIC X(15).
