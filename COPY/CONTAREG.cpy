      * PARA AS DEMAIS CONTAS DA MESMA PESSOA. DOCUMENTO ZERADO
      * SIGNIFICA CONTA AINDA SEM TITULAR VINCULADO (REGISTRO
      * ANTERIOR A REESTRUTURACAO DO MESTRE DE CLIENTES POR CPF).
      * A SITUACAO "E" (ENCERRADA) E MARCADA PELO ENCERRA NO
      * ENCERRAMENTO DA CONTA A PEDIDO DO CLIENTE. E DEFINITIVA: A
      * CONTA ENCERRADA FICA NO MESTRE SO PARA HISTORICO, FORA DA
      * TABELA DE CONTAS DO CLIENTE, E NAO MOVIMENTA MAIS (CAIXA,
      * AGDEXEC, TRFRET, JUROS E TARIFA A RECUSAM OU A IGNORAM).
      * CONTA CONJUNTA: CONTA-DOCUMENTO E CONTA-PIN SAO O TITULAR
      * PRINCIPAL; ATE 3 COTITULARES, CADA UM COM O SEU CPF E A SUA
      * SENHA, FICAM NA TABELA CONTA-TAB-COTITULARES (MANTIDA PELO
      * CADCLI). CONTA-TIPO-CONJUNTA EM BRANCO E CONTA INDIVIDUAL;
      * "O" E A CONJUNTA SOLIDARIA (QUALQUER TITULAR MOVIMENTA
      * SOZINHO) E "E" A CONJUNTA NAO SOLIDARIA (DEBITO SO NA AGENCIA,
      * COM TODOS OS TITULARES; NO CAIXA SO DEPOSITO E CONSULTA). NA
      * CONTA CONJUNTA AS SENHAS ERRADAS CONTAM POR TITULAR: O TITULAR
      * PRINCIPAL USA CONTA-TENTATIVAS E CONTA-TIT-SITUACAO, CADA
      * COTITULAR OS SEUS CONTA-COT-TENTATIVAS E CONTA-COT-SITUACAO, E
      * O BLOQUEIO ("B") BARRA SO O TITULAR, NAO A CONTA. A CONTA
      * APARECE NA TABELA DE CONTAS (CLI-TAB-CONTAS) DE CADA TITULAR.
      *-----------------------------------------------------------------
       01  CONTA-REG.
           05  CONTA-NUMERO            PIC 9(08).
               88  CONTA-ATIVA             VALUE "A".
               88  CONTA-BLOQUEADA         VALUE "B".
               88  CONTA-DORMENTE          VALUE "D".
               88  CONTA-ENCERRADA         VALUE "E".
           05  CONTA-LIMITE-ESPECIAL   PIC 9(10)V99.
           05  CONTA-FAIXA             PIC X(01).
           05  CONTA-DOCUMENTO         PIC 9(11).
           05  CONTA-TIPO-CONJUNTA     PIC X(01).
               88  CONTA-INDIVIDUAL        VALUE SPACE.
               88  CONTA-CONJUNTA-E        VALUE "E".
               88  CONTA-CONJUNTA-OU       VALUE "O".
               88  CONTA-CONJUNTA          VALUE "E" "O".
           05  CONTA-TIT-SITUACAO      PIC X(01).
               88  CONTA-TIT-BLOQUEADO     VALUE "B".
           05  CONTA-QTDE-COTITULARES  PIC 9(01).
           05  CONTA-TAB-COTITULARES.
               10  CONTA-COTITULAR     OCCURS 3 TIMES.
                   15  CONTA-COT-DOCUMENTO  PIC 9(11).
                   15  CONTA-COT-PIN        PIC 9(04).
                   15  CONTA-COT-TENTATIVAS PIC 9(01).
                   15  CONTA-COT-SITUACAO   PIC X(01).
                       88  CONTA-COT-BLOQUEADO VALUE "B".
           05  FILLER                  PIC X(06).
