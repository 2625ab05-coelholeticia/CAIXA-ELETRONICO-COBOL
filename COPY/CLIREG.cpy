      * MANTIDO PELO CADCLI E PELA ABERTURA DE CONTA NO CAIXA, QUE
      * REAPROVEITAM O CADASTRO EXISTENTE QUANDO O CPF JA CONSTA, EM
      * VEZ DE REGISTRAR A MESMA PESSOA DUAS VEZES.
      * CLI-ALERTA-SMS E A ADESAO DO CLIENTE AOS ALERTAS POR SMS NO
      * CELULAR DE CLI-TELEFONE (GERADOS PELO BATCH NOTURNO AVISOSMS),
      * MANTIDA PELO CADCLI: "S" ADERIU, QUALQUER OUTRO VALOR (INCLUSIVE
      * O BRANCO DOS REGISTROS ANTIGOS) NAO RECEBE ALERTAS.
      * CLI-ALERTA-VALOR E O VALOR ESCOLHIDO PELO CLIENTE ACIMA DO QUAL
      * O SAQUE OU A TRANSFERENCIA GERA ALERTA (ZERO = TODOS).
      *-----------------------------------------------------------------
       01  CLI-REG.
           05  CLI-DOCUMENTO           PIC 9(11).
           05  CLI-QTDE-CONTAS         PIC 9(02).
           05  CLI-TAB-CONTAS.
               10  CLI-CONTA-NUM       PIC 9(08) OCCURS 10 TIMES.
           05  CLI-ALERTA-SMS          PIC X(01).
               88  CLI-ALERTA-ATIVO        VALUE "S".
           05  CLI-ALERTA-VALOR        PIC 9(10)V99.
           05  FILLER                  PIC X(06).
