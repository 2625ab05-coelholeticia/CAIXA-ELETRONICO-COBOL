      *-----------------------------------------------------------------
      * MNTREG - LAYOUT DO REGISTRO DO LOG DE MANUTENCAO DOS CADASTROS
      * (MNTLOG). UM REGISTRO POR CAMPO INCLUIDO, ALTERADO OU EXCLUIDO
      * PELOS PROGRAMAS DE MANUTENCAO (CADLIMIT, CADTAXA, CADTAR,
      * CADCLI E CADOPER) NOS ARQUIVOS CONTAS, TARIFAS, CLIENTES E
      * OPERADOR, COM O VALOR ANTERIOR E O NOVO, O OPERADOR DO SIGN-ON
      * (ZERO NO CADASTRO DO PRIMEIRO SUPERVISOR, SEM SIGN-ON), A DATA
      * E A HORA. LIDO PELO RELATORIO DE AUDITORIA MNTREL.
      * MNT-CHAVE E A CHAVE DO REGISTRO MANTIDO (CONTA, FAIXA, CPF OU
      * OPR-ID, ALINHADA A ESQUERDA); MNT-CONTA E A CONTA ENVOLVIDA NA
      * MANUTENCAO (ZERO QUANDO NAO HOUVER), PARA A SELECAO POR CONTA.
      * OS VALORES SAO GRAVADOS EDITADOS EM MNT-VALOR-ANTERIOR E
      * MNT-VALOR-NOVO (EM BRANCO NA INCLUSAO E NA EXCLUSAO,
      * RESPECTIVAMENTE); OS CAMPOS MONETARIOS SE REPETEM EM
      * MNT-NUM-ANTERIOR E MNT-NUM-NOVO PARA A CRITICA DE AUMENTO DE
      * LIMITE. SENHA DE OPERADOR E SENHA DO CAIXA NUNCA SAO GRAVADAS:
      * O LOG REGISTRA APENAS QUE O CAMPO FOI ALTERADO ("******").
      *-----------------------------------------------------------------
       01  MNT-REG.
           05  MNT-DATA                PIC 9(08).
           05  MNT-HORA                PIC 9(08).
           05  MNT-OPERADOR            PIC 9(04).
           05  MNT-PROGRAMA            PIC X(08).
           05  MNT-ARQUIVO             PIC X(08).
           05  MNT-OPERACAO            PIC X(01).
               88  MNT-INCLUSAO            VALUE "I".
               88  MNT-ALTERACAO           VALUE "A".
               88  MNT-EXCLUSAO            VALUE "E".
           05  MNT-CHAVE               PIC X(11).
           05  MNT-CHAVE-OPERADOR REDEFINES MNT-CHAVE.
               10  MNT-CHAVE-OPR-ID    PIC 9(04).
               10  FILLER              PIC X(07).
           05  MNT-CONTA               PIC 9(08).
           05  MNT-CAMPO               PIC X(24).
           05  MNT-VALOR-ANTERIOR      PIC X(40).
           05  MNT-VALOR-NOVO          PIC X(40).
           05  MNT-NUM-ANTERIOR        PIC 9(10)V99.
           05  MNT-NUM-NOVO            PIC 9(10)V99.
           05  FILLER                  PIC X(06).
