      *-----------------------------------------------------------------
      * INTREG - LAYOUT DO REGISTRO DE INTENCAO DE OPERACAO DO CAIXA
      * (ARQUIVO INTENCAO). CHAVE: INT-CHAVE = TERMINAL + DATA + HORA.
      * O CAIXA GRAVA A INTENCAO PENDENTE ("P") ANTES DE ALTERAR O
      * MESTRE DE CONTAS NO SAQUE (02), NA TRANSFERENCIA ENTRE CONTAS
      * (05, OPCAO 5 E MINHAS CONTAS), NA TRANSFERENCIA PARA OUTRO
      * BANCO (07) E NO PAGAMENTO DE BOLETO (23), COM AS CONTAS, O
      * VALOR E A IMAGEM ANTERIOR E POSTERIOR DOS SALDOS (E DA GAVETA
      * DE CEDULAS NO SAQUE), E A MARCA COMO CONCLUIDA ("C") DEPOIS DA
      * ULTIMA GRAVACAO. A INTENCAO QUE FICA PENDENTE (QUEDA DO CAIXA
      * NO MEIO DA OPERACAO) E TRATADA PELO RECUPERA NO INICIO DA
      * CADEIA NOTURNA: QUANDO O LANCAMENTO DE DEBITO JA ESTA NO DIARIO
      * A OPERACAO E TERMINADA ("F"); QUANDO NAO ESTA, OS SALDOS E A
      * GAVETA VOLTAM A IMAGEM ANTERIOR ("D"); QUANDO O ESTADO ATUAL
      * NAO BATE COM NENHUMA DAS IMAGENS, FICA PARA TRATAMENTO MANUAL
      * ("M").
      * OS CAMPOS DE CEDULAS SO SAO PREENCHIDOS NO SAQUE, E OS DO
      * DESTINO EXTERNO SO NA TRANSFERENCIA PARA OUTRO BANCO. NO
      * PAGAMENTO DE BOLETO A AREA DAS CEDULAS GUARDA O DOCUMENTO PAGO
      * (INT-BOLETO), PARA O RECUPERA GRAVAR O ITEM DO PAGBOL QUE
      * FALTAR.
      *-----------------------------------------------------------------
       01  INT-REG.
           05  INT-CHAVE.
               10  INT-TERMINAL        PIC 9(03).
               10  INT-DATA            PIC 9(08).
               10  INT-HORA            PIC 9(08).
           05  INT-OPERACAO            PIC X(02).
               88  INT-OPER-SAQUE          VALUE "02".
               88  INT-OPER-TRANSF         VALUE "05".
               88  INT-OPER-TRANSF-EXT     VALUE "07".
               88  INT-OPER-BOLETO         VALUE "23".
           05  INT-SITUACAO            PIC X(01).
               88  INT-PENDENTE            VALUE "P".
               88  INT-CONCLUIDA           VALUE "C".
               88  INT-FINALIZADA          VALUE "F".
               88  INT-DESFEITA            VALUE "D".
               88  INT-MANUAL              VALUE "M".
           05  INT-VALOR               PIC 9(10)V99.
           05  INT-CONTA-ORIG          PIC 9(08).
           05  INT-SALDO-ANTES-ORIG    PIC S9(10)V99.
           05  INT-SALDO-APOS-ORIG     PIC S9(10)V99.
           05  INT-CONTA-DEST          PIC 9(08).
           05  INT-SALDO-ANTES-DEST    PIC S9(10)V99.
           05  INT-SALDO-APOS-DEST     PIC S9(10)V99.
           05  INT-TAB-CEDULAS.
               10  INT-CEDULA          OCCURS 4 TIMES.
                   15  INT-CED-VALOR       PIC 9(03).
                   15  INT-CED-QTDE-ANTES  PIC 9(07).
                   15  INT-CED-QTDE-NEC    PIC 9(07).
           05  INT-BOLETO REDEFINES INT-TAB-CEDULAS.
               10  INT-BOL-LINHA       PIC X(48).
               10  INT-BOL-TIPO-DOC    PIC X(01).
               10  INT-BOL-BANCO       PIC 9(03).
               10  INT-BOL-SEGMENTO    PIC X(01).
               10  INT-BOL-DATA-VENC   PIC 9(08).
               10  FILLER              PIC X(07).
           05  INT-BANCO-DEST          PIC 9(03).
           05  INT-AGENCIA-DEST        PIC 9(04).
           05  INT-CONTA-EXT           PIC 9(10).
           05  INT-DATA-RECUP          PIC 9(08).
           05  FILLER                  PIC X(10).
