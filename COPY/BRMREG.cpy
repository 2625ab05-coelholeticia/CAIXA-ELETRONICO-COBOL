      *-----------------------------------------------------------------
      * BRMREG - LAYOUT DO REGISTRO DA REMESSA DE PAGAMENTOS DE BOLETOS
      * (REMBOL), GERADO PELO BOLENV: UM REGISTRO DE LAYOUT FIXO POR
      * PAGAMENTO PENDENTE (PAGBOL), PARA ENVIO A REDE DE
      * COMPENSACAO. O TIPO DE REGISTRO "P" IDENTIFICA O PAGAMENTO
      * FEITO PELO NOSSO CLIENTE; A LINHA DIGITAVEL, A CONTA E O VALOR
      * SAO A CHAVE DE CASAMENTO DO RETORNO (BRTREG).
      *-----------------------------------------------------------------
       01  BRM-REG.
           05  BRM-TIPO-REG            PIC X(01).
               88  BRM-PAGAMENTO           VALUE "P".
           05  BRM-CONTA               PIC 9(08).
           05  BRM-TIPO-DOC            PIC X(01).
           05  BRM-BANCO               PIC 9(03).
           05  BRM-LINHA-DIGITAVEL     PIC X(48).
           05  BRM-VALOR               PIC 9(10)V99.
           05  BRM-DATA-VENC           PIC 9(08).
           05  BRM-DATA-PAGTO          PIC 9(08).
           05  FILLER                  PIC X(08).
