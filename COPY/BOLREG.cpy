      *-----------------------------------------------------------------
      * BOLREG - LAYOUT DO REGISTRO DE PAGAMENTO DE BOLETO (PAGBOL)
      * GRAVADO PELO CAIXA (OPCAO 11-PAGAR BOLETO) NO MOMENTO DO
      * DEBITO (TIPO 23 NO DIARIO), COM A LINHA DIGITAVEL CONFERIDA E
      * OS DADOS DECODIFICADOS DELA. DOIS TIPOS DE DOCUMENTO:
      * "B" - BOLETO DE COBRANCA BANCARIA (LINHA DE 47 DIGITOS):
      *       BOL-BANCO E O BANCO EMISSOR E BOL-DATA-VENC O
      *       VENCIMENTO DECODIFICADO DO FATOR (ZERO = SEM
      *       VENCIMENTO).
      * "C" - CONTA DE CONCESSIONARIA/TRIBUTO (ARRECADACAO, LINHA DE
      *       48 DIGITOS): BOL-BANCO VEM ZERO E O SEGMENTO DA
      *       EMPRESA FICA EM BOL-SEGMENTO; ESSES DOCUMENTOS NAO TEM
      *       VENCIMENTO PADRONIZADO NA LINHA (BOL-DATA-VENC ZERO).
      * O EXTRATOR NOTURNO BOLENV GERA A REMESSA DE PAGAMENTOS (BRMREG)
      * COM OS ITENS PENDENTES ("P") E OS MARCA COMO ENVIADOS ("E");
      * O BOLRET, AO PROCESSAR O RETORNO, MARCA COMO LIQUIDADO ("L") O
      * PAGAMENTO ACEITO PELO FAVORECIDO E COMO DEVOLVIDO ("D") O
      * REJEITADO, RECREDITANDO A CONTA (TIPO 98 NO DIARIO).
      * O ARQUIVO E SEQUENCIAL DE REGISTRO FIXO PARA PERMITIR A
      * REGRAVACAO DA SITUACAO NO LUGAR (MESMA CONVENCAO DO TRFEXT).
      *-----------------------------------------------------------------
       01  BOL-REG.
           05  BOL-CONTA               PIC 9(08).
           05  BOL-LINHA-DIGITAVEL     PIC X(48).
           05  BOL-TIPO-DOC            PIC X(01).
               88  BOL-COBRANCA            VALUE "B".
               88  BOL-ARRECADACAO         VALUE "C".
           05  BOL-BANCO               PIC 9(03).
           05  BOL-SEGMENTO            PIC X(01).
           05  BOL-VALOR               PIC 9(10)V99.
           05  BOL-DATA-VENC           PIC 9(08).
           05  BOL-DATA                PIC 9(08).
           05  BOL-HORA                PIC 9(08).
           05  BOL-TERMINAL            PIC 9(03).
           05  BOL-TITULAR             PIC 9(11).
           05  BOL-SITUACAO            PIC X(01).
               88  BOL-PENDENTE            VALUE "P".
               88  BOL-ENVIADO             VALUE "E".
               88  BOL-LIQUIDADO           VALUE "L".
               88  BOL-DEVOLVIDO           VALUE "D".
           05  BOL-DATA-ENVIO          PIC 9(08).
           05  BOL-DATA-RETORNO        PIC 9(08).
           05  BOL-MOTIVO              PIC X(02).
           05  FILLER                  PIC X(10).
