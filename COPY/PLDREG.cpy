      *-----------------------------------------------------------------
      * PLDREG - LAYOUT DO REGISTRO DE ALERTA DE PREVENCAO A LAVAGEM
      * DE DINHEIRO (ALERTAS). GRAVADO PELO BATCH NOTURNO MONPLD, UM
      * REGISTRO POR OCORRENCIA ATIPICA, AGREGADA POR CPF (PELO
      * CONTA-DOCUMENTO DAS CONTAS MOVIMENTADAS), NA SITUACAO
      * PENDENTE ("P"). O COMPLIANCE ANALISA O ALERTA NO CADPLD E O
      * MARCA COMO CONFIRMADO ("C", A COMUNICAR) OU DESCARTADO ("D");
      * O EXTRATOR COAFENV GERA O ARQUIVO DE COMUNICACAO AO COAF COM
      * OS CONFIRMADOS E OS MARCA COMO COMUNICADOS ("E").
      * PLD-REGRA E O ENQUADRAMENTO: "VL" OPERACAO EM ESPECIE (SAQUE
      * 02 OU DEPOSITO CONFIRMADO 01) IGUAL OU ACIMA DO LIMITE
      * COMUNICAVEL; "FR" FRACIONAMENTO (VARIAS OPERACOES EM ESPECIE
      * LOGO ABAIXO DO LIMITE NA JANELA); "PS" PASSAGEM (ENTRADA POR
      * 08/06 QUE SAI POR 07 EM POUCOS DIAS); "RT" MOVIMENTO INTENSO
      * APOS A REATIVACAO (TIPO 16) DE CONTA DORMENTE.
      * PLD-CONTA E A CONTA DA OPERACAO QUE DISPAROU O ALERTA (NOS
      * ENQUADRAMENTOS AGREGADOS, A ULTIMA CONTA MOVIMENTADA DO CPF).
      * O ARQUIVO E SEQUENCIAL DE REGISTRO FIXO PARA PERMITIR A
      * REGRAVACAO DA SITUACAO NO LUGAR (MESMA CONVENCAO DO AGENDA).
      *-----------------------------------------------------------------
       01  PLD-REG.
           05  PLD-NUMERO              PIC 9(08).
           05  PLD-DATA-REF            PIC 9(08).
           05  PLD-DOCUMENTO           PIC 9(11).
           05  PLD-CONTA               PIC 9(08).
           05  PLD-REGRA               PIC X(02).
               88  PLD-REGRA-VALOR         VALUE "VL".
               88  PLD-REGRA-FRACIONAMENTO VALUE "FR".
               88  PLD-REGRA-PASSAGEM      VALUE "PS".
               88  PLD-REGRA-REATIVACAO    VALUE "RT".
           05  PLD-QTDE-OPER           PIC 9(05).
           05  PLD-VALOR               PIC 9(12)V99.
           05  PLD-SITUACAO            PIC X(01).
               88  PLD-PENDENTE            VALUE "P".
               88  PLD-CONFIRMADO          VALUE "C".
               88  PLD-DESCARTADO          VALUE "D".
               88  PLD-COMUNICADO          VALUE "E".
           05  PLD-OPERADOR            PIC 9(04).
           05  PLD-DATA-ANALISE        PIC 9(08).
           05  PLD-DATA-COMUNIC        PIC 9(08).
           05  FILLER                  PIC X(10).
