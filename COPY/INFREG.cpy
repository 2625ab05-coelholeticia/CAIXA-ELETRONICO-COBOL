      *-----------------------------------------------------------------
      * INFREG - LAYOUT DO REGISTRO DO EXTRATO DO INFORME DE
      * RENDIMENTOS (INFDIRF), GERADO PELO BATCH ANUAL INFREND PARA O
      * PROCESSO DE DECLARACOES AO FISCO (DIRF/E-FINANCEIRA). UM
      * REGISTRO DE LAYOUT FIXO POR CONTA DE CADA CPF DO MESTRE DE
      * CLIENTES, COM OS SALDOS EM 31/12 DO ANO ANTERIOR E DO
      * ANO-BASE, OS RENDIMENTOS CREDITADOS (TIPO 09) E OS ENCARGOS
      * PAGOS NO ANO-BASE: JUROS DO CHEQUE ESPECIAL (TIPO 13) E
      * TARIFAS (TIPOS 20/21/22). O TIPO DE REGISTRO "D" IDENTIFICA O
      * DETALHE POR CONTA.
      *-----------------------------------------------------------------
       01  INF-REG.
           05  INF-TIPO-REG            PIC X(01).
               88  INF-DETALHE             VALUE "D".
           05  INF-ANO-BASE            PIC 9(04).
           05  INF-DOCUMENTO           PIC 9(11).
           05  INF-CONTA               PIC 9(08).
           05  INF-NOME                PIC X(40).
           05  INF-SALDO-ANTERIOR      PIC S9(10)V99.
           05  INF-SALDO-BASE          PIC S9(10)V99.
           05  INF-RENDIMENTOS         PIC 9(10)V99.
           05  INF-JUROS-DEV           PIC 9(10)V99.
           05  INF-TARIFAS             PIC 9(10)V99.
           05  FILLER                  PIC X(16).
