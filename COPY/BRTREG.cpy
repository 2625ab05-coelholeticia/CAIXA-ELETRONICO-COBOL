      *-----------------------------------------------------------------
      * BRTREG - LAYOUT DO REGISTRO DO ARQUIVO DE RETORNO DOS
      * PAGAMENTOS DE BOLETOS (RETBOL), PROCESSADO PELO BOLRET. DOIS
      * TIPOS DE REGISTRO:
      * "L" - LIQUIDACAO: O FAVORECIDO ACEITOU O PAGAMENTO ENVIADO NA
      *       REMESSA (BRMREG); O ITEM DO PAGBOL E MARCADO COMO
      *       LIQUIDADO, SEM LANCAMENTO NO DIARIO (O DEBITO JA FOI
      *       FEITO PELO CAIXA).
      * "R" - REJEICAO: O BANCO DO FAVORECIDO DEVOLVEU O PAGAMENTO
      *       (BOLETO JA PAGO, BAIXADO, VALOR DIVERGENTE ...), COM O
      *       MOTIVO EM BRT-MOTIVO; O VALOR E RECREDITADO NA CONTA
      *       COM O TIPO 98 NO DIARIO.
      * A CONTA, A LINHA DIGITAVEL E O VALOR SAO OS DO REGISTRO DA
      * REMESSA, PARA CASAR COM O PAGBOL.
      *-----------------------------------------------------------------
       01  BRT-REG.
           05  BRT-TIPO-REG            PIC X(01).
               88  BRT-LIQUIDACAO          VALUE "L".
               88  BRT-REJEICAO            VALUE "R".
           05  BRT-CONTA               PIC 9(08).
           05  BRT-LINHA-DIGITAVEL     PIC X(48).
           05  BRT-VALOR               PIC 9(10)V99.
           05  BRT-DATA                PIC 9(08).
           05  BRT-MOTIVO              PIC X(02).
           05  FILLER                  PIC X(08).
