      * DIACTL - LAYOUT DO REGISTRO DE CONTROLE DA DATA DE MOVIMENTO
      * (ARQUIVO DIACTL, DE REGISTRO UNICO). MANTIDO PELO ABREDIA
      * (ABERTURA E FECHAMENTO DO DIA) E LIDO PELA CADEIA NOTURNA:
      * RECUPERA, CONCILIA, AGDEXEC, FECHREL E FECHDIA TOMAM A DATA DE
      * PROCESSAMENTO DAQUI, EM VEZ DO CARTAO SYSIN, E CADA UM MARCA
      * A PROPRIA CONCLUSAO. O JOB SEGUINTE DA CADEIA RECUSA RODAR
      * FORA DE ORDEM E O JOB JA CONCLUIDO RECUSA A RERODADA PARA A
               88  DCT-FECHDIA-FEITO       VALUE "S".
           05  DCT-DATA-ATU            PIC 9(08).
           05  DCT-HORA-ATU            PIC 9(08).
           05  DCT-RECUPERA-FLG        PIC X(01).
               88  DCT-RECUPERA-FEITO      VALUE "S".
