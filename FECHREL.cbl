00149M*                DIA ABERTO E O AGDEXEC JA CONCLUIDO, RECUSA A
00149N*                RERODADA E REGISTRA A PROPRIA CONCLUSAO,
00149O*                LIBERANDO O FECHDIA NA CADEIA.
00149S* 2026-10-15 LS  PASSA A TOTALIZAR O PAGAMENTO DE BOLETO (TIPOS
00149T*                23/98) NO RELATORIO E NA INTERFACE CONTABIL.
000150*-----------------------------------------------------------------
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. FECHREL.
00934D  77  FRL-VAL-EXT-CRED           PIC 9(13)V99 VALUE ZERO.
00934E  77  FRL-QTD-EXT-DEV            PIC 9(07) VALUE ZERO.
00934F  77  FRL-VAL-EXT-DEV            PIC 9(13)V99 VALUE ZERO.
00934G  77  FRL-QTD-BOL-PAG            PIC 9(07) VALUE ZERO.
00934H  77  FRL-VAL-BOL-PAG            PIC 9(13)V99 VALUE ZERO.
00934I  77  FRL-QTD-BOL-DEV            PIC 9(07) VALUE ZERO.
00934J  77  FRL-VAL-BOL-DEV            PIC 9(13)V99 VALUE ZERO.
00935A  77  FRL-QTD-TAR-SAQ            PIC 9(07) VALUE ZERO.
00935B  77  FRL-VAL-TAR-SAQ            PIC 9(13)V99 VALUE ZERO.
00935C  77  FRL-QTD-TAR-TRF            PIC 9(07) VALUE ZERO.
00977G             WHEN MOV-TIPO-TRANSF-EXT-DEV
00977H                 ADD 1 TO FRL-QTD-EXT-DEV
00977I                 ADD MOV-VALOR TO FRL-VAL-EXT-DEV
00977J             WHEN MOV-TIPO-PAG-BOLETO
00977K                 ADD 1 TO FRL-QTD-BOL-PAG
00977L                 ADD MOV-VALOR TO FRL-VAL-BOL-PAG
00977M             WHEN MOV-TIPO-PAG-BOL-DEV
00977N                 ADD 1 TO FRL-QTD-BOL-DEV
00977O                 ADD MOV-VALOR TO FRL-VAL-BOL-DEV
00978A             WHEN MOV-TIPO-TAR-SAQUE
00978B                 ADD 1 TO FRL-QTD-TAR-SAQ
00978C                 ADD MOV-VALOR TO FRL-VAL-TAR-SAQ
00768M     MOVE FRL-QTD-EXT-DEV TO TIP-QTDE
00768N     MOVE FRL-VAL-EXT-DEV TO TIP-VALOR
00768O     WRITE REL-LINHA FROM FRL-LINHA-TIPO
00768P     MOVE SPACES TO FRL-LINHA-TIPO
00768Q     MOVE "BOLETOS PAGOS" TO TIP-ROTULO
00768R     MOVE FRL-QTD-BOL-PAG TO TIP-QTDE
00768S     MOVE FRL-VAL-BOL-PAG TO TIP-VALOR
00768T     WRITE REL-LINHA FROM FRL-LINHA-TIPO
00768U     MOVE SPACES TO FRL-LINHA-TIPO
00768V     MOVE "BOLETOS DEVOLVIDOS" TO TIP-ROTULO
00768W     MOVE FRL-QTD-BOL-DEV TO TIP-QTDE
00768X     MOVE FRL-VAL-BOL-DEV TO TIP-VALOR
00768Y     WRITE REL-LINHA FROM FRL-LINHA-TIPO
00769A     MOVE SPACES TO FRL-LINHA-TIPO
00769B     MOVE "TARIFAS DE SAQUE" TO TIP-ROTULO
00769C     MOVE FRL-QTD-TAR-SAQ TO TIP-QTDE
00708M     MOVE FRL-VAL-EXT-DEV TO LGR-VALOR
00708N     MOVE "C" TO LGR-NATUREZA
00708O     PERFORM 6100-GRAVAR-LGR THRU 6100-GRAVAR-LGR-EXIT
00708P     MOVE "23" TO LGR-TIPO
00708Q     MOVE FRL-QTD-BOL-PAG TO LGR-QTDE
00708R     MOVE FRL-VAL-BOL-PAG TO LGR-VALOR
00708S     MOVE "D" TO LGR-NATUREZA
00708T     PERFORM 6100-GRAVAR-LGR THRU 6100-GRAVAR-LGR-EXIT
00708U     MOVE "98" TO LGR-TIPO
00708V     MOVE FRL-QTD-BOL-DEV TO LGR-QTDE
00708W     MOVE FRL-VAL-BOL-DEV TO LGR-VALOR
00708X     MOVE "C" TO LGR-NATUREZA
00708Y     PERFORM 6100-GRAVAR-LGR THRU 6100-GRAVAR-LGR-EXIT
00709A     MOVE "20" TO LGR-TIPO
00709B     MOVE FRL-QTD-TAR-SAQ TO LGR-QTDE
00709C     MOVE FRL-VAL-TAR-SAQ TO LGR-VALOR
