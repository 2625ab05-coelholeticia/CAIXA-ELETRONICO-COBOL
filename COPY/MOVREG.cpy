      * TARIFA (SAQUES ALEM DA FRANQUIA, TRANSFERENCIAS E MENSALIDADE
      * DA FAIXA DA CONTA), CONFORME A TABELA DE TARIFAS (TARREG)
      * MANTIDA PELO CADTAR.
      * O TIPO 19 E A MARCACAO DO ENCERRAMENTO DA CONTA PELO ENCERRA
      * (VALOR ZERO, SALDO FINAL ZERO). O SALDO RESTANTE DA CONTA E
      * ZERADO ANTES, NO PROPRIO ENCERRA, COMO SAQUE NA AGENCIA (TIPO
      * 02, TERMINAL ZERO) OU COMO TRANSFERENCIA (PAR 05/06) PARA
      * OUTRA CONTA, CARIMBADOS COM O OPERADOR.
      * OS TIPOS 23/98 SAO O PAGAMENTO DE BOLETO: 23 E O DEBITO DO
      * PAGAMENTO FEITO NO CAIXA (OPCAO 11, OS DADOS DO DOCUMENTO
      * FICAM NO ARQUIVO PAGBOL, QUE O BOLENV EXTRAI NA REMESSA
      * NOTURNA DE PAGAMENTOS) E 98 E A DEVOLUCAO (RECREDITO) DO
      * PAGAMENTO REJEITADO PELO BANCO DO FAVORECIDO, LANCADA PELO
      * BOLRET AO PROCESSAR O RETORNO.
      * MOV-TERMINAL IDENTIFICA O CAIXA ELETRONICO ONDE O LANCAMENTO
      * FOI FEITO (INFORMADO NA ABERTURA DO CAIXA). LANCAMENTOS DOS
      * BATCHES E DOS PROGRAMAS DE AGENCIA SAEM COM TERMINAL ZERO; O
      * OPRREG) QUE FEZ O LANCAMENTO NOS PROGRAMAS DE SUPERVISAO,
      * TESOURARIA E AGENCIA. LANCAMENTOS DO PROPRIO CLIENTE NO CAIXA
      * E DOS BATCHES SAEM COM OPERADOR ZERO.
      * MOV-TITULAR E O CPF DO TITULAR QUE SE AUTENTICOU NO CAIXA E FEZ
      * O LANCAMENTO (NA CONTA CONJUNTA, QUALQUER UM DOS TITULARES).
      * LANCAMENTOS DOS BATCHES E DOS PROGRAMAS DE AGENCIA SAEM COM
      * TITULAR ZERO.
      *-----------------------------------------------------------------
       01  MOV-REG.
           05  MOV-CONTA               PIC 9(08).
               88  MOV-TIPO-REATIVACAO     VALUE "16".
               88  MOV-TIPO-BLOQ-JUDICIAL  VALUE "17".
               88  MOV-TIPO-LIB-JUDICIAL   VALUE "18".
               88  MOV-TIPO-ENCERRAMENTO   VALUE "19".
               88  MOV-TIPO-TAR-SAQUE      VALUE "20".
               88  MOV-TIPO-TAR-TRANSF     VALUE "21".
               88  MOV-TIPO-TAR-MANUT      VALUE "22".
               88  MOV-TIPO-PAG-BOLETO     VALUE "23".
               88  MOV-TIPO-EST-DEPOSITO   VALUE "91".
               88  MOV-TIPO-EST-SAQUE      VALUE "92".
               88  MOV-TIPO-EST-TRANSF-DEB VALUE "95".
               88  MOV-TIPO-EST-TRANSF-CRED VALUE "96".
               88  MOV-TIPO-TRANSF-EXT-DEV VALUE "97".
               88  MOV-TIPO-PAG-BOL-DEV    VALUE "98".
           05  MOV-VALOR               PIC 9(10)V99.
           05  MOV-SALDO-APOS          PIC S9(10)V99.
           05  MOV-CONTA-RELAC         PIC 9(08).
           05  MOV-HORA                PIC 9(08).
           05  MOV-TERMINAL            PIC 9(03).
           05  MOV-OPERADOR            PIC 9(04).
           05  MOV-TITULAR             PIC 9(11).
