      *-----------------------------------------------------------------
      * IACREG - LAYOUT DO REGISTRO DE TRABALHO DO INFORME DE
      * RENDIMENTOS (INFACUM). CHAVE: IAC-CONTA. RECRIADO A CADA
      * EXECUCAO DO INFREND A PARTIR DO DIARIO ARQUIVADO (MOVARQ)
      * ORDENADO POR CONTA: UM REGISTRO POR CONTA COM LANCAMENTO NO
      * ARQUIVO MORTO, COM O ULTIMO SALDO ATE 31/12 DO ANO ANTERIOR E
      * DO ANO-BASE (IAC-SW-* "S" QUANDO HOUVE LANCAMENTO ATE A DATA)
      * E OS TOTAIS DO ANO-BASE. IAC-SW-INFORMADA E MARCADO QUANDO A
      * CONTA SAI NO INFORME DE ALGUM CPF, PARA A LISTA DE EXCECOES
      * APONTAR AS CONTAS QUE NAO FORAM INFORMADAS.
      *-----------------------------------------------------------------
       01  IAC-REG.
           05  IAC-CONTA               PIC 9(08).
           05  IAC-SW-ANTERIOR         PIC X(01).
               88  IAC-TEM-ANTERIOR        VALUE "S".
           05  IAC-SALDO-ANTERIOR      PIC S9(10)V99.
           05  IAC-SW-BASE             PIC X(01).
               88  IAC-TEM-BASE            VALUE "S".
           05  IAC-SALDO-BASE          PIC S9(10)V99.
           05  IAC-RENDIMENTOS         PIC 9(10)V99.
           05  IAC-JUROS-DEV           PIC 9(10)V99.
           05  IAC-TARIFAS             PIC 9(10)V99.
           05  IAC-SW-INFORMADA        PIC X(01).
               88  IAC-INFORMADA           VALUE "S".
