000172* 2026-09-01 LS  A TRANSFERENCIA PARA OUTRO BANCO (TIPO 07)
000174*                PASSA A CONTAR NA TARIFA POR TRANSFERENCIA
000176*                (TIPO 21), COMO A TRANSFERENCIA INTERNA.
000178* 2026-10-15 LS  A CONTA ENCERRADA (SITUACAO "E", ENCERRA) NAO
000179*                E TARIFADA: NEM MOVIMENTO NEM MENSALIDADE.
000180*-----------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TARIFA.
000790                       ==ARQ-TIPO-TAR-TRANSF==
000800                   ==MOV-TIPO-TAR-MANUT== BY
000810                       ==ARQ-TIPO-TAR-MANUT==
00081A                   ==MOV-TIPO-ENCERRAMENTO== BY
00081B                       ==ARQ-TIPO-ENCERRAMENTO==
00081C                   ==MOV-TIPO-PAG-BOLETO== BY
00081D                       ==ARQ-TIPO-PAG-BOLETO==
00081E                   ==MOV-TIPO-PAG-BOL-DEV== BY
00081F                       ==ARQ-TIPO-PAG-BOL-DEV==
000820                   ==MOV-TIPO-EST-DEPOSITO== BY
000830                       ==ARQ-TIPO-EST-DEPOSITO==
000840                   ==MOV-TIPO-EST-SAQUE== BY
000930                   ==MOV-DATA== BY ==ARQ-DATA==
000940                   ==MOV-HORA== BY ==ARQ-HORA==
000942                   ==MOV-TERMINAL== BY ==ARQ-TERMINAL==
000944                   ==MOV-OPERADOR== BY ==ARQ-OPERADOR==
000947                   ==MOV-TITULAR== BY ==ARQ-TITULAR==.
000950 FD  CONTA-MESTRE.
000960     COPY CONTAREG.
000970 FD  TARIFAS.
001290                       ==SDM-TIPO-TAR-TRANSF==
001300                   ==MOV-TIPO-TAR-MANUT== BY
001310                       ==SDM-TIPO-TAR-MANUT==
00131A                   ==MOV-TIPO-ENCERRAMENTO== BY
00131B                       ==SDM-TIPO-ENCERRAMENTO==
00131C                   ==MOV-TIPO-PAG-BOLETO== BY
00131D                       ==SDM-TIPO-PAG-BOLETO==
00131E                   ==MOV-TIPO-PAG-BOL-DEV== BY
00131F                       ==SDM-TIPO-PAG-BOL-DEV==
001320                   ==MOV-TIPO-EST-DEPOSITO== BY
001330                       ==SDM-TIPO-EST-DEPOSITO==
001340                   ==MOV-TIPO-EST-SAQUE== BY
001430                   ==MOV-DATA== BY ==SDM-DATA==
001440                   ==MOV-HORA== BY ==SDM-HORA==
001442                   ==MOV-TERMINAL== BY ==SDM-TERMINAL==
001444                   ==MOV-OPERADOR== BY ==SDM-OPERADOR==
001447                   ==MOV-TITULAR== BY ==SDM-TITULAR==.
001450 WORKING-STORAGE SECTION.
001460*-----------------------------------------------------------------
001470* AREA DE CONTROLE DE ARQUIVOS
003800* DA FRANQUIA (TIPO 20) E AS TRANSFERENCIAS (TIPO 21) DA
003810* COMPETENCIA, CONFORME A TARIFA DA FAIXA DA CONTA. NA RETOMADA
003820* APOS QUEDA, AS CONTAS ATE A ULTIMA JA COBRADA SAO PULADAS (O
003830* DIARIO ESTA ORDENADO POR CONTA). A CONTA JA ENCERRADA NAO E
003835* COBRADA.
003840*-----------------------------------------------------------------
003850 2200-COBRAR-MOVIMENTO.
003860     IF TAF-CONTA-ATUAL NOT > TAF-CONTA-INICIAL
003940         INVALID KEY
003950             GO TO 2200-COBRAR-MOVIMENTO-EXIT
003960     END-READ
003962     IF CONTA-ENCERRADA
003964         GO TO 2200-COBRAR-MOVIMENTO-EXIT
003966     END-IF
003970     PERFORM 8300-LER-TARIFA THRU 8300-LER-TARIFA-EXIT
003980     IF NOT TAF-TAR-OK
003990         GO TO 2200-COBRAR-MOVIMENTO-EXIT
004360     ACCEPT MOV-HORA FROM TIME
004365     MOVE ZERO            TO MOV-TERMINAL
004366     MOVE ZERO            TO MOV-OPERADOR
004368     MOVE ZERO            TO MOV-TITULAR
004370     WRITE MOV-REG
004380     MOVE SPACES TO TAF-LINHA-DET
004390     MOVE CONTA-NUMERO TO DET-CONTA
004970     EXIT.
004980*-----------------------------------------------------------------
004990* 3000-MENSALIDADE - DEBITA A MENSALIDADE DA FAIXA DA CONTA
005000* CORRENTE, QUANDO CADASTRADA E A CONTA NAO ESTA ENCERRADA, E
005005* AVANCA PARA A PROXIMA CONTA.
005010*-----------------------------------------------------------------
005020 3000-MENSALIDADE.
005030     PERFORM 8300-LER-TARIFA THRU 8300-LER-TARIFA-EXIT
005040     IF TAF-TAR-OK AND TAR-MENSALIDADE > ZERO
005045         AND NOT CONTA-ENCERRADA
005050         MOVE TAR-MENSALIDADE TO TAF-VALOR-TARIFA
005060         MOVE "22" TO TAF-TIPO-TARIFA
005070         PERFORM 2300-DEBITAR-TARIFA
