      *-----------------------------------------------------------------
      * HISREG - LAYOUT DO REGISTRO DO HISTORICO DE MOVIMENTOS
      * (MOVHIS), ARQUIVO INDEXADO CARREGADO PELO FECHDIA NO
      * ENCERRAMENTO DO DIA COM TODOS OS LANCAMENTOS DO DIARIO
      * (MESMOS CAMPOS DO MOVREG), E EXPURGADO PELO HISPURGA QUANDO O
      * LANCAMENTO PASSA DO PRAZO LEGAL DE GUARDA. O ARQUIVO MORTO
      * (MOVARQ) CONTINUA SENDO GRAVADO; O HISTORICO E A VISAO ON-LINE
      * PARA A PESQUISA POR CHAVE (ESTORNO E ULTIMOS LANCAMENTOS NO
      * CAIXA).
      * CHAVE: HIS-CHAVE = CONTA + DATA + HORA + SEQUENCIA. A
      * SEQUENCIA SEPARA OS LANCAMENTOS DA MESMA CONTA GRAVADOS NO
      * MESMO CENTESIMO DE SEGUNDO (TARIFAS E ENCERRAMENTO EM BATCH);
      * O PRIMEIRO LANCAMENTO DO INSTANTE TEM SEQUENCIA ZERO.
      *-----------------------------------------------------------------
       01  HIS-REG.
           05  HIS-CHAVE.
               10  HIS-CONTA           PIC 9(08).
               10  HIS-DATA            PIC 9(08).
               10  HIS-HORA            PIC 9(08).
               10  HIS-SEQ             PIC 9(02).
           05  HIS-TIPO                PIC X(02).
           05  HIS-VALOR               PIC 9(10)V99.
           05  HIS-SALDO-APOS          PIC S9(10)V99.
           05  HIS-CONTA-RELAC         PIC 9(08).
           05  HIS-TERMINAL            PIC 9(03).
           05  HIS-OPERADOR            PIC 9(04).
           05  HIS-TITULAR             PIC 9(11).
           05  FILLER                  PIC X(08).
