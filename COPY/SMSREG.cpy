      *-----------------------------------------------------------------
      * SMSREG - LAYOUT DO REGISTRO DE ALERTA AO CLIENTE (ALERTSMS),
      * GERADO PELO BATCH NOTURNO AVISOSMS PARA O PROVEDOR DE SMS: UM
      * REGISTRO DE LAYOUT FIXO POR EVENTO DO CLIENTE QUE ADERIU AOS
      * ALERTAS (CLI-ALERTA-SMS, MANTIDO PELO CADCLI). SMS-TELEFONE E
      * O CELULAR JA NORMALIZADO NO FORMATO INTERNACIONAL (55 + DDD +
      * NUMERO, SO DIGITOS) E SMS-MENSAGEM E O TEXTO PRONTO PARA ENVIO
      * (ATE 160 CARACTERES, O LIMITE DE UMA MENSAGEM SMS).
      * SMS-EVENTO:
      * 01 - SAQUE ACIMA DO VALOR ESCOLHIDO PELO CLIENTE (TIPO 02)
      * 02 - TRANSFERENCIA ACIMA DO VALOR ESCOLHIDO (TIPOS 05 E 07)
      * 03 - TRANSFERENCIA AGENDADA NAO EFETUADA PELO AGDEXEC (AGENDA)
      * 04 - DEPOSITO EM ENVELOPE RECUSADO PELO DEPCONF (TIPO 14)
      * 05 - TRANSFERENCIA PARA OUTRO BANCO DEVOLVIDA (TIPO 97)
      * 06 - CONTA OU TITULAR BLOQUEADO POR SENHA ERRADA (TIPO 10)
      * 07 - SENHA ALTERADA (TIPO 12)
      * 08 - BLOQUEIO JUDICIAL DE SALDO (TIPO 17)
      *-----------------------------------------------------------------
       01  SMS-REG.
           05  SMS-TELEFONE            PIC X(13).
           05  SMS-DOCUMENTO           PIC 9(11).
           05  SMS-CONTA               PIC 9(08).
           05  SMS-EVENTO              PIC 9(02).
               88  SMS-EVT-SAQUE           VALUE 01.
               88  SMS-EVT-TRANSF          VALUE 02.
               88  SMS-EVT-AGENDA-FALHA    VALUE 03.
               88  SMS-EVT-DEP-RECUSADO    VALUE 04.
               88  SMS-EVT-TRANSF-DEV      VALUE 05.
               88  SMS-EVT-BLOQ-SENHA      VALUE 06.
               88  SMS-EVT-TROCA-SENHA     VALUE 07.
               88  SMS-EVT-BLOQ-JUDICIAL   VALUE 08.
           05  SMS-VALOR               PIC 9(10)V99.
           05  SMS-DATA-EVENTO         PIC 9(08).
           05  SMS-HORA-EVENTO         PIC 9(08).
           05  SMS-MENSAGEM            PIC X(160).
           05  FILLER                  PIC X(08).
