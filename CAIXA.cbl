      *              DORMCTA (CONTA-SITUACAO "D") PASSA A SER BARRADA
      *              NO LOGIN, COM ORIENTACAO PARA REATIVAR NA
      *              AGENCIA, DO MESMO MODO QUE A CONTA BLOQUEADA.
      * 2026-10-15 - O SAQUE E AS TRANSFERENCIAS (OPCOES 5 E 10 E
      *              MINHAS CONTAS) PASSAM A GRAVAR UMA INTENCAO DA
      *              OPERACAO NO ARQUIVO INTENCAO (P046-ABRIR-INTENCAO),
      *              COM A IMAGEM ANTERIOR E POSTERIOR DOS SALDOS E DA
      *              GAVETA DE CEDULAS, ANTES DE ALTERAR O MESTRE DE
      *              CONTAS, E A MARCA-LA COMO CONCLUIDA DEPOIS DA
      *              ULTIMA GRAVACAO (P047-CONCLUIR-INTENCAO). SE O
      *              CAIXA CAIR NO MEIO DA OPERACAO, O BATCH RECUPERA,
      *              NO INICIO DA CADEIA NOTURNA, TERMINA OU DESFAZ A
      *              OPERACAO ANTES DO CONCILIA.
      * 2026-10-15 - A CONTA ENCERRADA PELA AGENCIA (ENCERRA,
      *              CONTA-SITUACAO "E") PASSA A SER RECUSADA NO LOGIN
      *              E COMO DESTINO DA TRANSFERENCIA E DO AGENDAMENTO.
      * 2026-10-15 - CONTA CONJUNTA: A CONTA PASSA A TER ATE TRES
      *              COTITULARES (CONTA-TAB-COTITULARES, MANTIDOS PELO
      *              CADCLI), CADA UM COM O SEU CPF E A SUA SENHA. NO
      *              LOGIN DA CONTA CONJUNTA O CAIXA PEDE O CPF DO
      *              TITULAR (P049-IDENTIFICAR-TITULAR) E CONFERE A
      *              SENHA DESSE TITULAR; A SENHA ERRADA BLOQUEIA SO O
      *              TITULAR QUE ERROU, E A TROCA DE SENHA ALTERA SO A
      *              DELE. TODO LANCAMENTO DO DIARIO FEITO NO CAIXA
      *              PASSA A SAIR CARIMBADO COM O CPF DO TITULAR
      *              AUTENTICADO (MOV-TITULAR), E A OPCAO 9-MINHAS
      *              CONTAS PASSA A LISTAR TAMBEM AS CONTAS EM QUE O
      *              CLIENTE E COTITULAR. NA CONJUNTA "E" (NAO
      *              SOLIDARIA) O CAIXA NAO FAZ DEBITO (SAQUE,
      *              TRANSFERENCIAS E AGENDAMENTO), QUE EXIGE TODOS OS
      *              TITULARES NA AGENCIA.
      * 2026-10-15 - NOVA OPCAO 11-PAGAR BOLETO: O CLIENTE DIGITA A
      *              LINHA DIGITAVEL DO BOLETO DE COBRANCA (47 DIGITOS)
      *              OU DA CONTA DE CONCESSIONARIA/TRIBUTO (48
      *              DIGITOS), O CAIXA CONFERE OS DIGITOS
      *              VERIFICADORES (P052-VALIDAR-LINHA), DECODIFICA O
      *              VALOR E O VENCIMENTO, RECUSA DOCUMENTO VENCIDO OU
      *              JA PAGO, CONFERE O SALDO DISPONIVEL COMO NO SAQUE
      *              E DEBITA NA HORA (TIPO 23 NO DIARIO), GRAVANDO O
      *              DOCUMENTO NO ARQUIVO DE PAGAMENTOS PENDENTES
      *              PAGBOL, QUE O BATCH BOLENV EXTRAI NA REMESSA
      *              NOTURNA. A REJEICAO DO FAVORECIDO E RECREDITADA
      *              PELO BOLRET (TIPO 98). O PAGAMENTO CONTA NO
      *              LIMITE DIARIO DE TRANSFERENCIA (05 + 07 + 23,
      *              P042-TOTALIZAR-TRANSF-DIA) E GRAVA INTENCAO PARA
      *              O RECUPERA, COMO AS TRANSFERENCIAS.
      * 2026-10-15 - O CLIENTE NOVO CRIADO NA ABERTURA DE CONTA NASCE
      *              SEM ADESAO AOS ALERTAS POR SMS (CLI-ALERTA-SMS
      *              "N"), QUE SO O CADCLI MANTEM.
      * 2026-10-15 - NOVA OPCAO 12-ULTIMOS LANCAMENTOS: EXIBE OS 10
      *              LANCAMENTOS MAIS RECENTES DA CONTA, JUNTANDO O
      *              HISTORICO INDEXADO DE MOVIMENTOS (MOVHIS,
      *              CARREGADO PELO FECHDIA NO ENCERRAMENTO DE CADA
      *              DIA) COM O DIARIO DO DIA (MOVTO), SEM ESPERAR O
      *              EXTRATO DA AGENCIA.
      * 2026-10-15 - O CAIXA PASSA A GRAVAR O LOG DE EVENTOS EVTCXA,
      *              CARIMBADO COM O TERMINAL: INICIO E FIM DE CADA
      *              SESSAO, ACESSO LIBERADO, CADA OPERACAO CONCLUIDA
      *              E CADA OPERACAO RECUSADA COM O MOTIVO (SENHA
      *              ERRADA, LIMITE, SALDO, CEDULAS, DESTINO, ETC.),
      *              CADA CEDULA QUE FALTOU NA GAVETA PARA ATENDER UM
      *              SAQUE E CADA AVISO DE ESTOQUE ABAIXO DO PISO
      *              (P073-GRAVAR-EVENTO). O LOG ALIMENTA O RELATORIO
      *              DIARIO POR TERMINAL EVTREL, USADO PELA TESOURARIA
      *              NA PROGRAMACAO DO CEDCARGA E PELA OPERACAO NO
      *              ACOMPANHAMENTO DAS MAQUINAS.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA.
           SELECT TRANSF-EXTERNA ASSIGN TO "TRFEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TEX.
           SELECT PAGAMENTOS-BOL ASSIGN TO "PAGBOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-BOL.
           SELECT INTENCOES ASSIGN TO "INTENCAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WS-STATUS-INT.
           SELECT MOVIMENTO-CONS ASSIGN TO "MOVTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV-CONS.
           SELECT HISTORICO ASSIGN TO "MOVHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WS-STATUS-HIS.
           SELECT EVENTOS-CAIXA ASSIGN TO "EVTCXA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVT.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-MESTRE.
           COPY DEPREG.
       FD  TRANSF-EXTERNA.
           COPY TEXREG.
       FD  PAGAMENTOS-BOL.
           COPY BOLREG.
       FD  INTENCOES.
           COPY INTREG.
       FD  MOVIMENTO-CONS.
           COPY MOVREG
               REPLACING ==MOV-REG== BY ==MCN-REG==
                         ==MOV-CONTA== BY ==MCN-CONTA==
                         ==MOV-TIPO== BY ==MCN-TIPO==
                         ==MOV-TIPO-DEPOSITO== BY ==MCN-TIPO-DEPOSITO==
                         ==MOV-TIPO-SAQUE== BY ==MCN-TIPO-SAQUE==
                         ==MOV-TIPO-TRANSF-DEBITO== BY
                             ==MCN-TIPO-TRANSF-DEBITO==
                         ==MOV-TIPO-TRANSF-CREDITO== BY
                             ==MCN-TIPO-TRANSF-CREDITO==
                         ==MOV-TIPO-TRANSF-EXT-DEB== BY
                             ==MCN-TIPO-TRANSF-EXT-DEB==
                         ==MOV-TIPO-TRANSF-EXT-CRED== BY
                             ==MCN-TIPO-TRANSF-EXT-CRED==
                         ==MOV-TIPO-JUROS== BY ==MCN-TIPO-JUROS==
                         ==MOV-TIPO-BLOQUEIO== BY ==MCN-TIPO-BLOQUEIO==
                         ==MOV-TIPO-DESBLOQUEIO== BY
                             ==MCN-TIPO-DESBLOQUEIO==
                         ==MOV-TIPO-TROCA-SENHA== BY
                             ==MCN-TIPO-TROCA-SENHA==
                         ==MOV-TIPO-JUROS-DEV== BY
                             ==MCN-TIPO-JUROS-DEV==
                         ==MOV-TIPO-DEP-REJEITADO== BY
                             ==MCN-TIPO-DEP-REJEITADO==
                         ==MOV-TIPO-MARCA-DORMENTE== BY
                             ==MCN-TIPO-MARCA-DORMENTE==
                         ==MOV-TIPO-REATIVACAO== BY
                             ==MCN-TIPO-REATIVACAO==
                         ==MOV-TIPO-BLOQ-JUDICIAL== BY
                             ==MCN-TIPO-BLOQ-JUDICIAL==
                         ==MOV-TIPO-LIB-JUDICIAL== BY
                             ==MCN-TIPO-LIB-JUDICIAL==
                         ==MOV-TIPO-ENCERRAMENTO== BY
                             ==MCN-TIPO-ENCERRAMENTO==
                         ==MOV-TIPO-TAR-SAQUE== BY
                             ==MCN-TIPO-TAR-SAQUE==
                         ==MOV-TIPO-TAR-TRANSF== BY
                             ==MCN-TIPO-TAR-TRANSF==
                         ==MOV-TIPO-TAR-MANUT== BY
                             ==MCN-TIPO-TAR-MANUT==
                         ==MOV-TIPO-PAG-BOLETO== BY
                             ==MCN-TIPO-PAG-BOLETO==
                         ==MOV-TIPO-EST-DEPOSITO== BY
                             ==MCN-TIPO-EST-DEPOSITO==
                         ==MOV-TIPO-EST-SAQUE== BY
                             ==MCN-TIPO-EST-SAQUE==
                         ==MOV-TIPO-EST-TRANSF-DEB== BY
                             ==MCN-TIPO-EST-TRANSF-DEB==
                         ==MOV-TIPO-EST-TRANSF-CRED== BY
                             ==MCN-TIPO-EST-TRANSF-CRED==
                         ==MOV-TIPO-TRANSF-EXT-DEV== BY
                             ==MCN-TIPO-TRANSF-EXT-DEV==
                         ==MOV-TIPO-PAG-BOL-DEV== BY
                             ==MCN-TIPO-PAG-BOL-DEV==
                         ==MOV-VALOR== BY ==MCN-VALOR==
                         ==MOV-SALDO-APOS== BY ==MCN-SALDO-APOS==
                         ==MOV-CONTA-RELAC== BY ==MCN-CONTA-RELAC==
                         ==MOV-DATA== BY ==MCN-DATA==
                         ==MOV-HORA== BY ==MCN-HORA==
                         ==MOV-TERMINAL== BY ==MCN-TERMINAL==
                         ==MOV-OPERADOR== BY ==MCN-OPERADOR==
                         ==MOV-TITULAR== BY ==MCN-TITULAR==.
       FD  HISTORICO.
           COPY HISREG.
       FD  EVENTOS-CAIXA.
           COPY EVTREG.
       WORKING-STORAGE SECTION.
        77 WS-OPCAO PIC X(2).
        77 WS-OPCAO-ACESSO PIC X(2).
        77 WS-QTDE-AGD PIC 9(03) VALUE ZERO.
        77 WS-VALOR-AGD-EDIT PIC -9(10).99.
        77 WS-SITUACAO-AGD-TXT PIC X(10) VALUE SPACES.
        77 WS-STATUS-INT PIC X(02).
           88 INT-OK VALUE "00".
        77 WS-TIPO-INTENCAO PIC X(02) VALUE SPACES.
        77 WS-VALOR-INTENCAO PIC 9(10)V99 VALUE ZERO.
        77 WS-IDX-COT PIC 9(01) COMP VALUE ZERO.
        77 WS-IDX-PESQ-COT PIC 9(01) COMP VALUE ZERO.
        77 WS-PIN-TITULAR PIC 9(04) VALUE ZERO.
        77 WS-SW-TITULAR PIC X(01) VALUE "N".
           88 TITULAR-IDENTIFICADO VALUE "S".
        77 WS-SW-TIT-BLOQ PIC X(01) VALUE "N".
           88 TITULAR-BLOQUEADO VALUE "S".
        77 WS-TIPO-CONJUNTA PIC X(01) VALUE SPACE.
           88 EXIGE-TODOS-TITULARES VALUE "E".
        77 WS-STATUS-BOL PIC X(02).
           88 BOL-OK VALUE "00".
        77 WS-SW-FIM-BOL PIC X(01) VALUE "N".
           88 FIM-PAGAMENTOS VALUE "S".
        77 WS-SW-BOL-PAGO PIC X(01) VALUE "N".
           88 BOLETO-JA-PAGO VALUE "S".
        77 WS-SW-LINHA PIC X(01) VALUE "N".
           88 LINHA-VALIDA VALUE "S".
        77 WS-TIPO-DOC-BOLETO PIC X(01) VALUE SPACE.
           88 BOLETO-COBRANCA VALUE "B".
        77 WS-VALOR-BOLETO PIC 9(10)V99 VALUE ZERO.
        77 WS-VALOR-BOL-EDIT PIC -9(10).99.
        77 WS-VENC-BOLETO PIC 9(08) VALUE ZERO.
        77 WS-BANCO-BOLETO PIC 9(03) VALUE ZERO.
        77 WS-SEGMENTO-BOLETO PIC X(01) VALUE SPACE.
        77 WS-IDX-BLOCO PIC 9(01) COMP VALUE ZERO.
        77 WS-DV-INI PIC 9(02) COMP VALUE ZERO.
        77 WS-DV-FIM PIC 9(02) COMP VALUE ZERO.
        77 WS-DV-POS PIC 9(02) COMP VALUE ZERO.
        77 WS-DV-PULAR PIC 9(02) COMP VALUE ZERO.
        77 WS-DV-PESO PIC 9(02) COMP VALUE ZERO.
        77 WS-DV-PROD PIC 9(03) COMP VALUE ZERO.
        77 WS-DV-SOMA PIC 9(05) COMP VALUE ZERO.
        77 WS-DV-QUOC PIC 9(05) COMP VALUE ZERO.
        77 WS-DV-RESTO PIC 9(02) COMP VALUE ZERO.
        77 WS-DV-CALC PIC 9(02) VALUE ZERO.
        77 WS-DIAS-VENC PIC 9(04) VALUE ZERO.
        77 WS-DIAS-NO-MES PIC 9(02) VALUE ZERO.
        77 WS-QUOC-ANO PIC 9(04) VALUE ZERO.
        77 WS-RESTO-4 PIC 9(04) VALUE ZERO.
        77 WS-RESTO-100 PIC 9(04) VALUE ZERO.
        77 WS-RESTO-400 PIC 9(04) VALUE ZERO.
        77 WS-STATUS-MOV-CONS PIC X(02).
           88 MOV-CONS-OK VALUE "00".
        77 WS-STATUS-HIS PIC X(02).
           88 HIS-OK VALUE "00".
        77 WS-SW-FIM-ULT PIC X(01) VALUE "N".
           88 FIM-ULTIMOS VALUE "S".
        77 WS-QTDE-ULT PIC 9(02) COMP VALUE ZERO.
        77 WS-IDX-ULT PIC 9(02) COMP VALUE ZERO.
        77 WS-DESC-ULT PIC X(12) VALUE SPACES.
        77 WS-VALOR-ULT-EDIT PIC -9(10).99.
        77 WS-SALDO-ULT-EDIT PIC -9(10).99.
        77 WS-STATUS-EVT PIC X(02).
           88 EVT-OK VALUE "00".
        77 WS-EVT-TIPO PIC X(02) VALUE SPACES.
        77 WS-EVT-OPERACAO PIC 9(02) VALUE ZERO.
        77 WS-EVT-MOTIVO PIC 9(02) VALUE ZERO.
        77 WS-EVT-VALOR PIC 9(10)V99 VALUE ZERO.
        77 WS-EVT-CEDULA PIC 9(03) VALUE ZERO.
        77 WS-EVT-QTDE-NEC PIC 9(07) VALUE ZERO.
        77 WS-EVT-QTDE-ESTOQUE PIC 9(07) VALUE ZERO.
        77 WS-EVT-QTDE-PISO PIC 9(07) VALUE ZERO.
        01 TAB-CEDULAS.
           05 TAB-CED-VALOR PIC 9(03) OCCURS 4 TIMES.
        01 TAB-QTD-NECESSARIA.
           05 WS-QTD-NEC PIC 9(07) OCCURS 4 TIMES.
      * ULTIMOS LANCAMENTOS DA CONTA (OPCAO 12), DO MAIS ANTIGO PARA O
      * MAIS RECENTE. O LANCAMENTO LIDO ENTRA EM WS-ULT-NOVO E E
      * GUARDADO NO FIM DA TABELA, DESCARTANDO O MAIS ANTIGO QUANDO
      * A TABELA ESTA CHEIA.
        01 WS-TAB-ULTIMOS.
           05 WS-ULT-ITEM OCCURS 10 TIMES.
              10 WS-ULT-DATA PIC 9(08).
              10 WS-ULT-HORA PIC 9(08).
              10 WS-ULT-TIPO PIC X(02).
              10 WS-ULT-VALOR PIC 9(10)V99.
              10 WS-ULT-SALDO PIC S9(10)V99.
        01 WS-ULT-NOVO.
           05 WS-ULN-DATA PIC 9(08).
           05 WS-ULN-HORA PIC 9(08).
           05 WS-ULN-TIPO PIC X(02).
           05 WS-ULN-VALOR PIC 9(10)V99.
           05 WS-ULN-SALDO PIC S9(10)V99.
        01 WS-ULT-DATA-AUX.
           05 WS-UDA-ANO PIC 9(04).
           05 WS-UDA-MES PIC 9(02).
           05 WS-UDA-DIA PIC 9(02).
        01 WS-ULT-DATA-AUX-NUM REDEFINES WS-ULT-DATA-AUX PIC 9(08).
        01 WS-ULT-DATA-EDIT.
           05 WS-UDE-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-UDE-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-UDE-ANO PIC 9(04).
        01 WS-ULT-HORA-AUX.
           05 WS-UHA-HH PIC 9(02).
           05 WS-UHA-MM PIC 9(02).
           05 WS-UHA-SS PIC 9(02).
           05 WS-UHA-CC PIC 9(02).
        01 WS-ULT-HORA-AUX-NUM REDEFINES WS-ULT-HORA-AUX PIC 9(08).
        01 WS-ULT-HORA-EDIT.
           05 WS-UHE-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ":".
           05 WS-UHE-MM PIC 9(02).
      * LINHA DIGITAVEL DO BOLETO, COM AS VISOES DA COBRANCA BANCARIA
      * (47 DIGITOS: TRES CAMPOS COM DV MODULO 10, DV GERAL, FATOR DE
      * VENCIMENTO E VALOR) E DA ARRECADACAO (48 DIGITOS: QUATRO
      * BLOCOS DE 11 DIGITOS, CADA UM COM O SEU DV).
        01 WS-LINHA-BOLETO PIC X(48).
        01 WS-LINHA-BOL-DIG REDEFINES WS-LINHA-BOLETO.
           05 WS-LB-DIG PIC 9(01) OCCURS 48 TIMES.
        01 WS-LINHA-BOL-TAM REDEFINES WS-LINHA-BOLETO.
           05 WS-LB-47 PIC X(47).
           05 WS-LB-48 PIC X(01).
        01 WS-LINHA-BOL-BAN REDEFINES WS-LINHA-BOLETO.
           05 WS-LBB-BANCO-MOEDA PIC X(04).
           05 WS-LBB-LIVRE-1 PIC X(05).
           05 WS-LBB-DV-1 PIC X(01).
           05 WS-LBB-LIVRE-2 PIC X(10).
           05 WS-LBB-DV-2 PIC X(01).
           05 WS-LBB-LIVRE-3 PIC X(10).
           05 WS-LBB-DV-3 PIC X(01).
           05 WS-LBB-DV-GERAL PIC X(01).
           05 WS-LBB-FATOR-VALOR PIC X(14).
           05 FILLER PIC X(01).
        01 WS-LINHA-BOL-CNV REDEFINES WS-LINHA-BOLETO.
           05 WS-LBC-BLOCO OCCURS 4 TIMES.
              10 WS-LBC-CAMPO PIC X(11).
              10 WS-LBC-DV PIC 9(01).
      * CODIGO DE BARRAS (44 DIGITOS) MONTADO A PARTIR DA LINHA
      * DIGITAVEL, DE ONDE SAEM O DV GERAL, O VALOR E O VENCIMENTO.
        01 WS-COD-BARRAS PIC X(44).
        01 WS-COD-BARRAS-BAN REDEFINES WS-COD-BARRAS.
           05 WS-CBB-BANCO PIC 9(03).
           05 WS-CBB-MOEDA PIC 9(01).
           05 WS-CBB-DV PIC 9(01).
           05 WS-CBB-FATOR PIC 9(04).
           05 WS-CBB-VALOR PIC 9(08)V99.
           05 WS-CBB-LIVRE PIC X(25).
        01 WS-COD-BARRAS-CNV REDEFINES WS-COD-BARRAS.
           05 WS-CBC-PRODUTO PIC X(01).
           05 WS-CBC-SEGMENTO PIC X(01).
           05 WS-CBC-ID-VALOR PIC X(01).
              88 CNV-ID-VALIDO VALUE "6" THRU "9".
              88 CNV-VALOR-REAIS VALUE "6" "8".
              88 CNV-MODULO-10 VALUE "6" "7".
           05 WS-CBC-DV PIC 9(01).
           05 WS-CBC-VALOR PIC 9(09)V99.
           05 WS-CBC-EMPRESA PIC X(29).
      * AREA DE CALCULO DOS DIGITOS VERIFICADORES (LINHA OU CODIGO DE
      * BARRAS, CONFORME O CALCULO).
        01 WS-DV-AREA PIC X(48).
        01 WS-DV-AREA-DIG REDEFINES WS-DV-AREA.
           05 WS-DV-DIG PIC 9(01) OCCURS 48 TIMES.
      * VENCIMENTO DECODIFICADO DO FATOR E DIAS DE CADA MES.
        01 WS-DATA-VCT.
           05 WS-VCT-ANO PIC 9(04).
           05 WS-VCT-MES PIC 9(02).
           05 WS-VCT-DIA PIC 9(02).
        01 WS-DATA-VCT-NUM REDEFINES WS-DATA-VCT PIC 9(08).
        01 WS-TAB-DIAS-VAL PIC X(24)
           VALUE "312831303130313130313031".
        01 WS-TAB-DIAS REDEFINES WS-TAB-DIAS-VAL.
           05 WS-DIAS-MES PIC 9(02) OCCURS 12 TIMES.
       PROCEDURE DIVISION.
          P000-INICIO.
      * PARAGRAFO CRIADO PARA ABRIR O MESTRE DE CONTAS, AUTENTICAR O
      * CLIENTE E RECUPERAR O SALDO ANTES DE EXIBIR O MENU, E FECHAR O
      * ARQUIVO NO FINAL. O INICIO E O FIM DA SESSAO VAO PARA O LOG DE
      * EVENTOS DO TERMINAL.
           PERFORM P008-IDENTIFICAR-TERMINAL
           PERFORM P009-ABRIR-CONTA
           MOVE "IS" TO WS-EVT-TIPO
           PERFORM P073-GRAVAR-EVENTO
           PERFORM P007-MENU-ACESSO
           IF LOGIN-AUTORIZADO
               PERFORM P001-MENU1
               OPEN OUTPUT TOTAIS-DIA
               CLOSE TOTAIS-DIA
               OPEN I-O TOTAIS-DIA
           END-IF
           OPEN EXTEND PAGAMENTOS-BOL
           IF NOT BOL-OK
               OPEN OUTPUT PAGAMENTOS-BOL
           END-IF
           OPEN I-O INTENCOES
           IF NOT INT-OK
               OPEN OUTPUT INTENCOES
               CLOSE INTENCOES
               OPEN I-O INTENCOES
           END-IF
           OPEN EXTEND EVENTOS-CAIXA
           IF NOT EVT-OK
               OPEN OUTPUT EVENTOS-CAIXA
           END-IF.

          P017-CARREGAR-CEDULA.
      * ACUMULADAS NA PROPRIA CONTA (CONTA-TENTATIVAS), DE MODO QUE
      * REINICIAR O CAIXA NAO ZERA A CONTAGEM: NA QUARTA ERRADA A
      * CONTA E BLOQUEADA ATE O DESBLOQUEIO PELO SUPERVISOR (CADBLOQ).
      * NA CONTA CONJUNTA O TITULAR E IDENTIFICADO PELO CPF
      * (P049-IDENTIFICAR-TITULAR), A SENHA CONFERIDA E A DELE E O
      * BLOQUEIO ATINGE SO ESSE TITULAR, FICANDO A CONTA LIVRE PARA OS
      * DEMAIS. TODA TENTATIVA RECUSADA VAI PARA O LOG DE EVENTOS COM
      * O MOTIVO, INCLUSIVE AS QUE NAO CHEGAM A BLOQUEAR A CONTA.
           ADD 1 TO WS-TENTATIVAS
           DISPLAY "----------------------"
           DISPLAY "-       BANCO        -"
           END-READ
           IF CONTA-OK AND CONTA-BLOQUEADA
               DISPLAY "CONTA BLOQUEADA. PROCURE A SUA AGENCIA."
               MOVE 05 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
           IF CONTA-OK AND CONTA-DORMENTE
               DISPLAY "CONTA INATIVA POR FALTA DE MOVIMENTO. "
                   "PROCURE A SUA AGENCIA PARA REATIVAR."
               MOVE 06 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
           IF CONTA-OK AND CONTA-ENCERRADA
               DISPLAY "CONTA ENCERRADA."
               MOVE 07 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
           MOVE "N" TO WS-SW-TITULAR
           MOVE "N" TO WS-SW-TIT-BLOQ
           IF CONTA-OK
               PERFORM P049-IDENTIFICAR-TITULAR
           END-IF
           IF CONTA-OK AND TITULAR-BLOQUEADO
               DISPLAY "TITULAR BLOQUEADO NESTA CONTA. PROCURE A SUA "
                   "AGENCIA."
               MOVE 05 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
           IF CONTA-OK AND TITULAR-IDENTIFICADO
               AND WS-PIN-TITULAR = WS-PIN
               MOVE CONTA-SALDO      TO WS-SALDO
               MOVE CONTA-TAXA-JUROS TO WS-TAXA-JUROS
               MOVE CONTA-LIMITE-SAQUE-DIA  TO WS-LIMITE-SAQUE-DIA
               MOVE CONTA-LIMITE-TRANSF-DIA TO WS-LIMITE-TRANSF-DIA
               MOVE CONTA-LIMITE-ESPECIAL   TO WS-LIMITE-ESPECIAL
               MOVE CONTA-TIPO-CONJUNTA     TO WS-TIPO-CONJUNTA
               MOVE ZERO TO WS-TENTATIVAS-CONTA
               MOVE "A"  TO WS-SITUACAO-CONTA
               MOVE "S" TO WS-SW-LOGIN
               MOVE "AC" TO WS-EVT-TIPO
               PERFORM P073-GRAVAR-EVENTO
           ELSE
               IF CONTA-OK AND TITULAR-IDENTIFICADO
                   PERFORM P030-CONTAR-SENHA-ERRADA
               END-IF
               EVALUATE TRUE
                   WHEN NOT CONTA-OK
                       MOVE 01 TO WS-EVT-MOTIVO
                   WHEN NOT TITULAR-IDENTIFICADO
                       MOVE 03 TO WS-EVT-MOTIVO
                   WHEN CONTA-BLOQUEADA OR TITULAR-BLOQUEADO
                       MOVE 04 TO WS-EVT-MOTIVO
                   WHEN OTHER
                       MOVE 02 TO WS-EVT-MOTIVO
               END-EVALUATE
               PERFORM P074-REGISTRAR-RECUSA
               DISPLAY "CONTA OU SENHA INVALIDA."
               IF CONTA-OK AND CONTA-BLOQUEADA
                   DISPLAY "CONTA BLOQUEADA. PROCURE A SUA AGENCIA."
               ELSE
               IF CONTA-OK AND TITULAR-BLOQUEADO
                   DISPLAY "TITULAR BLOQUEADO NESTA CONTA. PROCURE A "
                       "SUA AGENCIA."
               ELSE
                   IF WS-TENTATIVAS < 3
                       PERFORM P014-LOGIN
                       DISPLAY "NUMERO MAXIMO DE TENTATIVAS EXCEDIDO."
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

          P049-IDENTIFICAR-TITULAR.
      * DETERMINA QUEM ESTA ENTRANDO NA CONTA LIDA PELO LOGIN. NA
      * CONTA INDIVIDUAL E SEMPRE O TITULAR DA CONTA (CONTA-DOCUMENTO,
      * CONTA-PIN). NA CONJUNTA O CLIENTE DIGITA O SEU CPF, PROCURADO
      * ENTRE O PRIMEIRO TITULAR E OS COTITULARES (WS-IDX-COT ZERO
      * PARA O PRIMEIRO TITULAR); OS NOMES DOS TITULARES NAO SAO
      * EXIBIDOS. CPF QUE NAO E DE NENHUM TITULAR NAO IDENTIFICA
      * NINGUEM E CONTA SO COMO TENTATIVA DA SESSAO.
           MOVE ZERO  TO WS-IDX-COT
           IF NOT CONTA-CONJUNTA
               MOVE CONTA-DOCUMENTO TO WS-DOCUMENTO-TITULAR
               MOVE CONTA-PIN       TO WS-PIN-TITULAR
               MOVE "S"             TO WS-SW-TITULAR
           ELSE
               DISPLAY "CONTA CONJUNTA. DIGITE O CPF DO TITULAR:"
               ACCEPT WS-DOCUMENTO-TITULAR
               IF WS-DOCUMENTO-TITULAR NOT = ZERO
                   AND WS-DOCUMENTO-TITULAR = CONTA-DOCUMENTO
                   MOVE CONTA-PIN TO WS-PIN-TITULAR
                   MOVE "S"       TO WS-SW-TITULAR
                   IF CONTA-TIT-BLOQUEADO
                       MOVE "S" TO WS-SW-TIT-BLOQ
                   END-IF
               ELSE
                   PERFORM P050-PROCURAR-COTITULAR
                       VARYING WS-IDX-PESQ-COT FROM 1 BY 1
                       UNTIL WS-IDX-PESQ-COT > CONTA-QTDE-COTITULARES
                          OR TITULAR-IDENTIFICADO
               END-IF
           END-IF.

          P050-PROCURAR-COTITULAR.
      * CONFERE O CPF DIGITADO COM O COTITULAR CORRENTE
      * (WS-IDX-PESQ-COT) E, SE FOR ELE, GUARDA A POSICAO, A SENHA E A
      * SITUACAO DO COTITULAR.
           IF WS-DOCUMENTO-TITULAR NOT = ZERO
               AND CONTA-COT-DOCUMENTO(WS-IDX-PESQ-COT) =
                   WS-DOCUMENTO-TITULAR
               MOVE WS-IDX-PESQ-COT TO WS-IDX-COT
               MOVE CONTA-COT-PIN(WS-IDX-COT) TO WS-PIN-TITULAR
               MOVE "S" TO WS-SW-TITULAR
               IF CONTA-COT-BLOQUEADO(WS-IDX-COT)
                   MOVE "S" TO WS-SW-TIT-BLOQ
               END-IF
           END-IF.

          P030-CONTAR-SENHA-ERRADA.
      * CONSECUTIVA, BLOQUEIA A CONTA E LANCA O BLOQUEIO NO DIARIO DE
      * MOVIMENTOS PARA AUDITORIA. O REGISTRO E REGRAVADO NA HORA,
      * PARA QUE A CONTAGEM SOBREVIVA AO ENCERRAMENTO DO PROGRAMA.
      * NA CONTA CONJUNTA A CONTAGEM E O BLOQUEIO SAO DO TITULAR QUE
      * ERROU (CONTA-TIT-SITUACAO PARA O PRIMEIRO TITULAR,
      * CONTA-COT-SITUACAO PARA O COTITULAR) E A CONTA CONTINUA ATIVA
      * PARA OS DEMAIS TITULARES.
           IF NOT CONTA-CONJUNTA
               ADD 1 TO CONTA-TENTATIVAS
               IF CONTA-TENTATIVAS > 3
                   MOVE "B" TO CONTA-SITUACAO
               END-IF
           ELSE
               IF WS-IDX-COT = ZERO
                   ADD 1 TO CONTA-TENTATIVAS
                   IF CONTA-TENTATIVAS > 3
                       MOVE "B" TO CONTA-TIT-SITUACAO
                       MOVE "S" TO WS-SW-TIT-BLOQ
                   END-IF
               ELSE
                   ADD 1 TO CONTA-COT-TENTATIVAS(WS-IDX-COT)
                   IF CONTA-COT-TENTATIVAS(WS-IDX-COT) > 3
                       MOVE "B" TO CONTA-COT-SITUACAO(WS-IDX-COT)
                       MOVE "S" TO WS-SW-TIT-BLOQ
                   END-IF
               END-IF
           END-IF
           REWRITE CONTA-REG
           IF CONTA-BLOQUEADA OR TITULAR-BLOQUEADO
               MOVE WS-CONTA     TO MOV-CONTA
               MOVE "10"         TO MOV-TIPO
               MOVE ZERO         TO MOV-VALOR
                   MOVE ZERO     TO CONTA-LIMITE-ESPECIAL
                   MOVE SPACE    TO CONTA-FAIXA
                   MOVE WS-DOCUMENTO-TITULAR TO CONTA-DOCUMENTO
                   MOVE SPACE    TO CONTA-TIPO-CONJUNTA
                   MOVE SPACE    TO CONTA-TIT-SITUACAO
                   MOVE ZERO     TO CONTA-QTDE-COTITULARES
                   MOVE ZEROS    TO CONTA-TAB-COTITULARES
                   WRITE CONTA-REG
                   MOVE ZERO     TO WS-IDX-COT
                   MOVE SPACE    TO WS-TIPO-CONJUNTA
                   MOVE ZERO     TO WS-SALDO
                   MOVE ZERO     TO WS-TAXA-JUROS
                   MOVE ZERO     TO WS-LIMITE-SAQUE-DIA
                   MOVE "A"      TO WS-SITUACAO-CONTA
                   MOVE ZERO     TO WS-LIMITE-ESPECIAL
                   MOVE "S"      TO WS-SW-LOGIN
                   MOVE "AC"     TO WS-EVT-TIPO
                   PERFORM P073-GRAVAR-EVENTO
                   DISPLAY "CONTA ABERTA COM SUCESSO."
               NOT INVALID KEY
                   DISPLAY "JA EXISTE UMA CONTA COM ESSE NUMERO."
               MOVE WS-TELEFONE-TITULAR   TO CLI-TELEFONE
               MOVE ZERO                  TO CLI-QTDE-CONTAS
               MOVE ZEROS                 TO CLI-TAB-CONTAS
               MOVE "N"                   TO CLI-ALERTA-SMS
               MOVE ZERO                  TO CLI-ALERTA-VALOR
               WRITE CLI-REG
           END-IF.

           ACCEPT WS-PIN-ATUAL
           IF WS-PIN-ATUAL NOT = WS-PIN
               DISPLAY "SENHA ATUAL NAO CONFERE."
               MOVE 18 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
               DISPLAY "DIGITE A NOVA SENHA:"
               ACCEPT WS-PIN-NOVO
               IF WS-PIN-NOVO = ZERO
                   OR WS-PIN-NOVO NOT = WS-PIN-CONFIRMA
                   DISPLAY "NOVA SENHA INVALIDA OU NAO CONFERE."
                   MOVE 18 TO WS-EVT-MOTIVO
                   PERFORM P074-REGISTRAR-RECUSA
               ELSE
                   MOVE WS-PIN-NOVO TO WS-PIN
                   PERFORM P011-GRAVAR-SALDO
                   MOVE ZERO TO MOV-VALOR
                   PERFORM P013-GRAVAR-MOVIMENTO
                   DISPLAY "SENHA ALTERADA COM SUCESSO."
                   PERFORM P075-REGISTRAR-CONCLUSAO
               END-IF
           END-IF.

           IF WS-CONTA-DESTINO = WS-CONTA
               DISPLAY "NAO E POSSIVEL TRANSFERIR PARA A "
                   "PROPRIA CONTA."
               MOVE 13 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
               MOVE WS-CONTA-DESTINO TO CONTA-NUMERO
               READ CONTA-MESTRE
               END-READ
               IF CONTA-OK
                   AND CONTA-NUMERO = WS-CONTA-DESTINO
                   AND NOT CONTA-ENCERRADA
                   PERFORM P024-VALIDAR-TRANSFERENCIA
                   PERFORM P034-VALIDAR-VENCIMENTO
                   PERFORM P028-CONFIRMAR-DESTINO
                       WRITE AGD-REG
                       DISPLAY "TRANSFERENCIA AGENDADA PARA "
                           WS-DATA-VENC "."
                       MOVE WS-TRANSF TO WS-EVT-VALOR
                       PERFORM P075-REGISTRAR-CONCLUSAO
                   ELSE
                       DISPLAY "AGENDAMENTO NAO CONFIRMADO PELO "
                           "CLIENTE."
                       MOVE 14 TO WS-EVT-MOTIVO
                       MOVE WS-TRANSF TO WS-EVT-VALOR
                       PERFORM P074-REGISTRAR-RECUSA
                   END-IF
               ELSE
                   DISPLAY "CONTA DE DESTINO NAO ENCONTRADA."
                   MOVE 13 TO WS-EVT-MOTIVO
                   PERFORM P074-REGISTRAR-RECUSA
               END-IF
           END-IF.

           OPEN EXTEND AGENDA
           IF WS-QTDE-AGD = ZERO
               DISPLAY "NENHUM AGENDAMENTO PARA A CONTA."
           END-IF
           PERFORM P075-REGISTRAR-CONCLUSAO.

          P033-LER-AGD-CONS.
      * LE O PROXIMO AGENDAMENTO E EXIBE OS DA CONTA CORRENTE, COM O
           IF LOGIN-AUTORIZADO
               PERFORM P011-GRAVAR-SALDO
           END-IF
           MOVE ZERO TO WS-EVT-OPERACAO
           MOVE "FS" TO WS-EVT-TIPO
           PERFORM P073-GRAVAR-EVENTO
           CLOSE CONTA-MESTRE
           CLOSE MOVIMENTO
           CLOSE CEDULAS-MESTRE
           CLOSE AGENDA
           CLOSE DEPOSITOS-PEND
           CLOSE TRANSF-EXTERNA
           CLOSE PAGAMENTOS-BOL
           CLOSE TOTAIS-DIA
           CLOSE INTENCOES
           CLOSE EVENTOS-CAIXA.

          P011-GRAVAR-SALDO.
      * REGRAVA O SALDO NO MESTRE DE CONTAS LOGO APOS CADA MOVIMENTO,
      * REGISTRADOR PODE ESTAR COM OUTRA CONTA DESDE A TRANSFERENCIA,
      * E OS CAMPOS QUE O CAIXA NAO CONTROLA (FAIXA DE TARIFAS E
      * DOCUMENTO DO TITULAR) DEVEM PERMANECER OS DA PROPRIA CONTA.
      * A SENHA E A CONTAGEM DE SENHAS ERRADAS SAO GRAVADAS NA POSICAO
      * DO TITULAR AUTENTICADO, SEM MEXER NAS DOS DEMAIS TITULARES.
           MOVE WS-CONTA       TO CONTA-NUMERO
           READ CONTA-MESTRE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-SALDO       TO CONTA-SALDO
           IF WS-IDX-COT = ZERO
               MOVE WS-PIN              TO CONTA-PIN
               MOVE WS-TENTATIVAS-CONTA TO CONTA-TENTATIVAS
           ELSE
               MOVE WS-PIN              TO CONTA-COT-PIN(WS-IDX-COT)
               MOVE WS-TENTATIVAS-CONTA
                   TO CONTA-COT-TENTATIVAS(WS-IDX-COT)
           END-IF
           MOVE WS-TAXA-JUROS  TO CONTA-TAXA-JUROS
           MOVE WS-LIMITE-SAQUE-DIA  TO CONTA-LIMITE-SAQUE-DIA
           MOVE WS-LIMITE-TRANSF-DIA TO CONTA-LIMITE-TRANSF-DIA
           MOVE WS-SITUACAO-CONTA    TO CONTA-SITUACAO
           MOVE WS-LIMITE-ESPECIAL   TO CONTA-LIMITE-ESPECIAL
           REWRITE CONTA-REG.
          P021-VALIDAR-ESTOQUE-CED.
      * CONFERE SE O ESTOQUE DE CADA CEDULA DA GAVETA DO PROPRIO
      * TERMINAL ATENDE A QUANTIDADE CALCULADA EM
      * P020-DECOMPOR-CEDULA. A CEDULA QUE FALTA NA GAVETA VAI PARA O
      * LOG DE EVENTOS (P076-REGISTRAR-FALTA-CEDULA), PARA O RELATORIO
      * DE SAQUES PERDIDOS POR FALTA DE CEDULAS.
           MOVE WS-TERMINAL               TO CED-TERMINAL
           MOVE TAB-CED-VALOR(WS-IDX-CED) TO CED-VALOR
           READ CEDULAS-MESTRE
               INVALID KEY
                   MOVE "N" TO WS-SW-CEDULAS
                   MOVE ZERO TO WS-EVT-QTDE-ESTOQUE
                   PERFORM P076-REGISTRAR-FALTA-CEDULA
           END-READ
           IF CED-OK AND WS-QTD-NEC(WS-IDX-CED) > CED-QTDE
               MOVE "N" TO WS-SW-CEDULAS
               MOVE CED-QTDE TO WS-EVT-QTDE-ESTOQUE
               PERFORM P076-REGISTRAR-FALTA-CEDULA
           END-IF.

          P016-BAIXAR-CEDULA.
      * BAIXA NO ESTOQUE DA GAVETA DO PROPRIO TERMINAL AS CEDULAS
      * EFETIVAMENTE ENTREGUES NO SAQUE E AVISA O OPERADOR QUANDO A
      * BAIXA DEIXA A DENOMINACAO ABAIXO DO PISO DE ESTOQUE CADASTRADO
      * NO CEDCARGA. O AVISO TAMBEM VAI PARA O LOG DE EVENTOS.
           MOVE WS-TERMINAL               TO CED-TERMINAL
           MOVE TAB-CED-VALOR(WS-IDX-CED) TO CED-VALOR
           READ CEDULAS-MESTRE
           IF CED-QTDE-MINIMA > ZERO AND CED-QTDE < CED-QTDE-MINIMA
               DISPLAY "*** AVISO AO OPERADOR: CEDULA " CED-VALOR
                   " COM ESTOQUE ABAIXO DO PISO ***"
               MOVE CED-VALOR       TO WS-EVT-CEDULA
               MOVE CED-QTDE        TO WS-EVT-QTDE-ESTOQUE
               MOVE CED-QTDE-MINIMA TO WS-EVT-QTDE-PISO
               MOVE "EB"            TO WS-EVT-TIPO
               PERFORM P073-GRAVAR-EVENTO
           END-IF.

          P019-EXIBIR-CEDULA.
      * (CONTA, TIPO, VALOR, SALDO APOS E CONTA RELACIONADA),
      * CARIMBANDO A DATA E A HORA. USADO DIRETAMENTE QUANDO O
      * LANCAMENTO NAO SE REFERE A WS-CONTA/WS-SALDO, COMO NA
      * TRANSFERENCIA ENTRE CONTAS. O LANCAMENTO SAI CARIMBADO COM O
      * CPF DO TITULAR QUE ESTA NO CAIXA (MOV-TITULAR).
           ACCEPT MOV-DATA FROM DATE YYYYMMDD
           ACCEPT MOV-HORA FROM TIME
           MOVE WS-TERMINAL TO MOV-TERMINAL
           MOVE ZERO TO MOV-OPERADOR
           MOVE WS-DOCUMENTO-TITULAR TO MOV-TITULAR
           WRITE MOV-REG.

          P035-REGISTRAR-DEPOSITO.
      * TRANSFERIR DA CONTA CORRENTE PARA OUTRA CONTA DO PROPRIO
      * TITULAR ESCOLHENDO PELO ITEM DA LISTA, SEM REDIGITAR NUMERO
      * DE CONTA E SEM A CONFERENCIA DE TITULAR DE DESTINO (O DESTINO
      * E DO PROPRIO CLIENTE). O CPF E O DO TITULAR AUTENTICADO, DE
      * MODO QUE O COTITULAR VE AQUI TAMBEM AS CONTAS CONJUNTAS EM QUE
      * FOI INCLUIDO PELO CADCLI.
           IF WS-DOCUMENTO-TITULAR = ZERO
               DISPLAY "CONTA SEM TITULAR VINCULADO. PROCURE A SUA "
                   "AGENCIA (CADCLI)."
               MOVE 19 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
               MOVE WS-DOCUMENTO-TITULAR TO CLI-DOCUMENTO
               READ CLIENTES-MESTRE
                   INVALID KEY
                       DISPLAY "TITULAR NAO CADASTRADO NO MESTRE DE "
                           "CLIENTES."
                       MOVE 19 TO WS-EVT-MOTIVO
                       PERFORM P074-REGISTRAR-RECUSA
                   NOT INVALID KEY
                       PERFORM P040-EXIBIR-CONTAS
               END-READ

          P040-EXIBIR-CONTAS.
      * EXIBE AS CONTAS DO TITULAR COM OS SALDOS E OFERECE A
      * TRANSFERENCIA ENTRE AS PROPRIAS CONTAS. SEM A TRANSFERENCIA, A
      * CONSULTA E REGISTRADA COMO CONCLUIDA NO LOG DE EVENTOS; COM
      * ELA, O RESULTADO REGISTRADO E O DA TRANSFERENCIA.
           MOVE "N" TO WS-CONFIRMA
           DISPLAY "TITULAR: " CLI-NOME
           IF CLI-QTDE-CONTAS = ZERO
               DISPLAY "NENHUMA CONTA VINCULADA AO CPF."
               PERFORM P037-LISTAR-CONTA-PROPRIA
                   VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > CLI-QTDE-CONTAS
               IF CLI-QTDE-CONTAS > 1 AND NOT EXIGE-TODOS-TITULARES
                   DISPLAY "TRANSFERIR ENTRE AS SUAS CONTAS (S/N)?"
                   ACCEPT WS-CONFIRMA
                   IF TRANSF-CONFIRMADA
                       PERFORM P038-TRANSF-PROPRIA
                   END-IF
               END-IF
           END-IF
           IF NOT TRANSF-CONFIRMADA
               PERFORM P075-REGISTRAR-CONCLUSAO
           END-IF.

          P037-LISTAR-CONTA-PROPRIA.
           ACCEPT WS-ITEM-DEST
           IF WS-ITEM-DEST = ZERO OR WS-ITEM-DEST > CLI-QTDE-CONTAS
               DISPLAY "ITEM INVALIDO."
               MOVE 13 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
           IF CLI-CONTA-NUM(WS-ITEM-DEST) = WS-CONTA
               DISPLAY "A CONTA DE DESTINO E A PROPRIA CONTA "
                   "CORRENTE."
               MOVE 13 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
               MOVE CLI-CONTA-NUM(WS-ITEM-DEST) TO WS-CONTA-DESTINO
               PERFORM P024-VALIDAR-TRANSFERENCIA
               MOVE WS-TRANSF TO WS-EVT-VALOR
               PERFORM P042-TOTALIZAR-TRANSF-DIA
               IF WS-LIMITE-TRANSF-DIA > ZERO
                   AND WS-TRANSF + WS-MOVIDO-TRANSF >
                       WS-LIMITE-TRANSF-DIA
                   DISPLAY "LIMITE DIARIO DE TRANSFERENCIA "
                       "EXCEDIDO."
                   MOVE 08 TO WS-EVT-MOTIVO
                   PERFORM P074-REGISTRAR-RECUSA
               ELSE
               PERFORM P044-SOMAR-BLOQUEIOS
               IF WS-TRANSF > WS-SALDO + WS-LIMITE-ESPECIAL
                   - WS-BLOQ-JUD
                   DISPLAY "SALDO INSUFICIENTE."
                   MOVE 09 TO WS-EVT-MOTIVO
                   PERFORM P074-REGISTRAR-RECUSA
               ELSE
                   MOVE WS-CONTA-DESTINO TO CONTA-NUMERO
                   READ CONTA-MESTRE
                   END-READ
                   IF CONTA-OK
                       AND CONTA-NUMERO = WS-CONTA-DESTINO
                       MOVE "05" TO WS-TIPO-INTENCAO
                       MOVE WS-TRANSF TO WS-VALOR-INTENCAO
                       PERFORM P046-ABRIR-INTENCAO
                       COMPUTE WS-SALDO-DESTINO =
                           CONTA-SALDO + WS-TRANSF
                       MOVE WS-SALDO-DESTINO TO CONTA-SALDO
                       MOVE "05" TO WS-TIPO-ACUM
                       MOVE WS-TRANSF TO WS-VALOR-ACUM
                       PERFORM P043-ACUMULAR-DIA
                       PERFORM P047-CONCLUIR-INTENCAO
                       DISPLAY "TRANSFERENCIA ENTRE AS SUAS CONTAS "
                           "EFETUADA COM SUCESSO."
                       PERFORM P075-REGISTRAR-CONCLUSAO
                   ELSE
                       DISPLAY "CONTA DE DESTINO NAO ENCONTRADA."
                       MOVE 13 TO WS-EVT-MOTIVO
                       PERFORM P074-REGISTRAR-RECUSA
                   END-IF
               END-IF
               END-IF

          P042-TOTALIZAR-TRANSF-DIA.
      * SOMA QUANTO A CONTA JA TRANSFERIU HOJE, ENTRE CONTAS NOSSAS
      * (TIPO 05) E PARA OUTROS BANCOS (TIPO 07), E QUANTO JA PAGOU
      * DE BOLETOS (TIPO 23), PARA O LIMITE DIARIO DE TRANSFERENCIA
      * VALER SOBRE O TOTAL DAS TRES MODALIDADES. LIMITE NAO
      * CADASTRADO DISPENSA A SOMA.
           MOVE ZERO TO WS-MOVIDO-TRANSF
           IF WS-LIMITE-TRANSF-DIA > ZERO
               MOVE "05" TO WS-TIPO-PESQ-DIA
               MOVE "07" TO WS-TIPO-PESQ-DIA
               PERFORM P025-TOTALIZAR-DIA
               ADD WS-MOVIDO-DIA TO WS-MOVIDO-TRANSF
               MOVE "23" TO WS-TIPO-PESQ-DIA
               PERFORM P025-TOTALIZAR-DIA
               ADD WS-MOVIDO-DIA TO WS-MOVIDO-TRANSF
           END-IF.

          P041-TRANSF-EXTERNA.
           ACCEPT WS-CONTA-EXT
           IF WS-BANCO-DEST = ZERO OR WS-CONTA-EXT = ZERO
               DISPLAY "BANCO E CONTA DE DESTINO SAO OBRIGATORIOS."
               MOVE 13 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
               PERFORM P024-VALIDAR-TRANSFERENCIA
               MOVE WS-TRANSF TO WS-EVT-VALOR
               PERFORM P042-TOTALIZAR-TRANSF-DIA
               IF WS-LIMITE-TRANSF-DIA > ZERO
                   AND WS-TRANSF + WS-MOVIDO-TRANSF >
                       WS-LIMITE-TRANSF-DIA
                   DISPLAY "LIMITE DIARIO DE TRANSFERENCIA "
                       "EXCEDIDO."
                   MOVE 08 TO WS-EVT-MOTIVO
                   PERFORM P074-REGISTRAR-RECUSA
               ELSE
               PERFORM P044-SOMAR-BLOQUEIOS
               IF WS-TRANSF > WS-SALDO + WS-LIMITE-ESPECIAL
                   - WS-BLOQ-JUD
                   DISPLAY "SALDO INSUFICIENTE."
                   MOVE 09 TO WS-EVT-MOTIVO
                   PERFORM P074-REGISTRAR-RECUSA
               ELSE
                   DISPLAY "DESTINO: BANCO " WS-BANCO-DEST
                       " AGENCIA " WS-AGENCIA-DEST
                   DISPLAY "CONFIRMA A TRANSFERENCIA (S/N)?"
                   ACCEPT WS-CONFIRMA
                   IF TRANSF-CONFIRMADA
                       MOVE "07" TO WS-TIPO-INTENCAO
                       MOVE WS-TRANSF TO WS-VALOR-INTENCAO
                       PERFORM P046-ABRIR-INTENCAO
                       COMPUTE WS-SALDO = WS-SALDO - WS-TRANSF
                       PERFORM P011-GRAVAR-SALDO
                       MOVE "07" TO MOV-TIPO
                       MOVE ZERO TO TEX-DATA-ENVIO
                       MOVE ZERO TO TEX-DATA-RETORNO
                       WRITE TEX-REG
                       PERFORM P047-CONCLUIR-INTENCAO
                       DISPLAY "TRANSFERENCIA ACEITA. O ENVIO AO "
                           "OUTRO BANCO E FEITO PELA REMESSA "
                           "NOTURNA."
                       PERFORM P075-REGISTRAR-CONCLUSAO
                   ELSE
                       DISPLAY "TRANSFERENCIA NAO CONFIRMADA PELO "
                           "CLIENTE."
                       MOVE 14 TO WS-EVT-MOTIVO
                       PERFORM P074-REGISTRAR-RECUSA
                   END-IF
               END-IF
               END-IF
           END-IF.

          P051-PAGAR-BOLETO.
      * PAGA UM BOLETO DE COBRANCA OU UMA CONTA DE CONCESSIONARIA/
      * TRIBUTO PELA LINHA DIGITAVEL: O DEBITO (TIPO 23) E FEITO NA
      * HORA E O DOCUMENTO FICA NO ARQUIVO PAGBOL, QUE O BOLENV EXTRAI
      * NA REMESSA NOTURNA. SE O FAVORECIDO REJEITAR, O BOLRET
      * RECREDITA A CONTA (TIPO 98). DOCUMENTO VENCIDO SO PODE SER
      * PAGO NO BANCO EMISSOR, QUE CALCULA OS ENCARGOS.
           DISPLAY "DIGITE A LINHA DIGITAVEL DO DOCUMENTO"
           DISPLAY "(SOMENTE OS 47 OU 48 NUMEROS):"
           MOVE SPACES TO WS-LINHA-BOLETO
           ACCEPT WS-LINHA-BOLETO
           PERFORM P052-VALIDAR-LINHA
           IF LINHA-VALIDA
               PERFORM P065-PROCURAR-PAGAMENTO
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-VALOR-BOLETO TO WS-EVT-VALOR
           IF NOT LINHA-VALIDA
               DISPLAY "PAGAMENTO NAO EFETUADO."
               MOVE 15 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
           IF BOLETO-JA-PAGO
               DISPLAY "ESTE DOCUMENTO JA FOI PAGO NESTE BANCO."
               MOVE 16 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
           IF WS-VENC-BOLETO NOT = ZERO
               AND WS-VENC-BOLETO < WS-DATA-HOJE
               DISPLAY "DOCUMENTO VENCIDO EM " WS-VENC-BOLETO
                   ": PAGAMENTO SOMENTE NO BANCO EMISSOR."
               MOVE 17 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
           ELSE
               IF WS-VALOR-BOLETO = ZERO
                   PERFORM P064-INFORMAR-VALOR-BOLETO
                   MOVE WS-VALOR-BOLETO TO WS-EVT-VALOR
               END-IF
               PERFORM P042-TOTALIZAR-TRANSF-DIA
               IF WS-LIMITE-TRANSF-DIA > ZERO
                   AND WS-VALOR-BOLETO + WS-MOVIDO-TRANSF >
                       WS-LIMITE-TRANSF-DIA
                   DISPLAY "LIMITE DIARIO DE TRANSFERENCIAS E "
                       "PAGAMENTOS EXCEDIDO."
                   MOVE 08 TO WS-EVT-MOTIVO
                   PERFORM P074-REGISTRAR-RECUSA
               ELSE
               PERFORM P044-SOMAR-BLOQUEIOS
               IF WS-VALOR-BOLETO > WS-SALDO + WS-LIMITE-ESPECIAL
                   - WS-BLOQ-JUD
                   DISPLAY "SALDO INSUFICIENTE."
                   MOVE 09 TO WS-EVT-MOTIVO
                   PERFORM P074-REGISTRAR-RECUSA
               ELSE
                   MOVE WS-VALOR-BOLETO TO WS-VALOR-BOL-EDIT
                   IF BOLETO-COBRANCA
                       DISPLAY "BOLETO DO BANCO " WS-BANCO-BOLETO
                           " VENCIMENTO " WS-VENC-BOLETO
                   ELSE
                       DISPLAY "CONTA DE CONCESSIONARIA/TRIBUTO, "
                           "SEGMENTO " WS-SEGMENTO-BOLETO
                   END-IF
                   DISPLAY "VALOR A PAGAR: " WS-VALOR-BOL-EDIT
                   MOVE "N" TO WS-CONFIRMA
                   DISPLAY "CONFIRMA O PAGAMENTO (S/N)?"
                   ACCEPT WS-CONFIRMA
                   IF TRANSF-CONFIRMADA
                       MOVE "23" TO WS-TIPO-INTENCAO
                       MOVE WS-VALOR-BOLETO TO WS-VALOR-INTENCAO
                       PERFORM P046-ABRIR-INTENCAO
                       COMPUTE WS-SALDO = WS-SALDO - WS-VALOR-BOLETO
                       PERFORM P011-GRAVAR-SALDO
                       MOVE "23" TO MOV-TIPO
                       MOVE WS-VALOR-BOLETO TO MOV-VALOR
                       PERFORM P013-GRAVAR-MOVIMENTO
                       MOVE "23" TO WS-TIPO-ACUM
                       MOVE WS-VALOR-BOLETO TO WS-VALOR-ACUM
                       PERFORM P043-ACUMULAR-DIA
                       MOVE WS-CONTA            TO BOL-CONTA
                       MOVE WS-LINHA-BOLETO     TO BOL-LINHA-DIGITAVEL
                       MOVE WS-TIPO-DOC-BOLETO  TO BOL-TIPO-DOC
                       MOVE WS-BANCO-BOLETO     TO BOL-BANCO
                       MOVE WS-SEGMENTO-BOLETO  TO BOL-SEGMENTO
                       MOVE WS-VALOR-BOLETO     TO BOL-VALOR
                       MOVE WS-VENC-BOLETO      TO BOL-DATA-VENC
                       ACCEPT BOL-DATA FROM DATE YYYYMMDD
                       ACCEPT BOL-HORA FROM TIME
                       MOVE WS-TERMINAL          TO BOL-TERMINAL
                       MOVE WS-DOCUMENTO-TITULAR TO BOL-TITULAR
                       MOVE "P"    TO BOL-SITUACAO
                       MOVE ZERO   TO BOL-DATA-ENVIO
                       MOVE ZERO   TO BOL-DATA-RETORNO
                       MOVE SPACES TO BOL-MOTIVO
                       WRITE BOL-REG
                       PERFORM P047-CONCLUIR-INTENCAO
                       DISPLAY "PAGAMENTO EFETUADO. O ENVIO AO "
                           "FAVORECIDO E FEITO PELA REMESSA "
                           "NOTURNA."
                       PERFORM P075-REGISTRAR-CONCLUSAO
                   ELSE
                       DISPLAY "PAGAMENTO NAO CONFIRMADO PELO "
                           "CLIENTE."
                       MOVE 14 TO WS-EVT-MOTIVO
                       PERFORM P074-REGISTRAR-RECUSA
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

          P052-VALIDAR-LINHA.
      * IDENTIFICA O DOCUMENTO PELO TAMANHO DA LINHA DIGITADA: 47
      * DIGITOS E BOLETO DE COBRANCA; 48 DIGITOS COMECANDO POR 8 E
      * CONTA DE ARRECADACAO. QUALQUER OUTRA ENTRADA E RECUSADA.
           MOVE "N" TO WS-SW-LINHA
           MOVE ZERO TO WS-VALOR-BOLETO
           MOVE ZERO TO WS-VENC-BOLETO
           MOVE ZERO TO WS-BANCO-BOLETO
           MOVE SPACE TO WS-SEGMENTO-BOLETO
           IF WS-LB-47 IS NUMERIC AND WS-LB-48 = SPACE
               PERFORM P053-VALIDAR-COBRANCA
           ELSE
               IF WS-LINHA-BOLETO IS NUMERIC AND WS-LB-DIG(1) = 8
                   PERFORM P054-VALIDAR-ARRECADACAO
               ELSE
                   DISPLAY "LINHA DIGITAVEL INVALIDA: DIGITE OS 47 "
                       "NUMEROS DO BOLETO OU OS 48 DA CONTA."
               END-IF
           END-IF.

          P053-VALIDAR-COBRANCA.
      * BOLETO DE COBRANCA: CONFERE O DV (MODULO 10) DE CADA UM DOS
      * TRES CAMPOS DA LINHA, MONTA O CODIGO DE BARRAS (BANCO, MOEDA,
      * DV GERAL, FATOR, VALOR E CAMPO LIVRE) E CONFERE O DV GERAL
      * (MODULO 11, POSICAO 5 DO CODIGO). O VENCIMENTO SAI DO FATOR;
      * FATOR ZERO INDICA BOLETO SEM VENCIMENTO.
           MOVE "B" TO WS-TIPO-DOC-BOLETO
           MOVE "S" TO WS-SW-LINHA
           MOVE WS-LINHA-BOLETO TO WS-DV-AREA
           MOVE ZERO TO WS-DV-PULAR
           MOVE 1 TO WS-DV-INI
           MOVE 9 TO WS-DV-FIM
           PERFORM P055-CONFERIR-CAMPO
           MOVE 11 TO WS-DV-INI
           MOVE 20 TO WS-DV-FIM
           PERFORM P055-CONFERIR-CAMPO
           MOVE 22 TO WS-DV-INI
           MOVE 31 TO WS-DV-FIM
           PERFORM P055-CONFERIR-CAMPO
           STRING WS-LBB-BANCO-MOEDA WS-LBB-DV-GERAL
                  WS-LBB-FATOR-VALOR WS-LBB-LIVRE-1
                  WS-LBB-LIVRE-2 WS-LBB-LIVRE-3
                  DELIMITED BY SIZE INTO WS-COD-BARRAS
           MOVE WS-COD-BARRAS TO WS-DV-AREA
           MOVE 5 TO WS-DV-PULAR
           MOVE 1 TO WS-DV-INI
           MOVE 44 TO WS-DV-FIM
           PERFORM P060-CALCULAR-MOD11
           COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO
           IF WS-DV-CALC = ZERO OR WS-DV-CALC > 9
               MOVE 1 TO WS-DV-CALC
           END-IF
           IF WS-DV-CALC NOT = WS-CBB-DV
               MOVE "N" TO WS-SW-LINHA
           END-IF
           IF NOT LINHA-VALIDA
               DISPLAY "LINHA DIGITAVEL COM DIGITO VERIFICADOR "
                   "INVALIDO. CONFIRA A DIGITACAO."
           ELSE
               IF WS-CBB-FATOR > ZERO AND WS-CBB-FATOR < 1000
                   MOVE "N" TO WS-SW-LINHA
                   DISPLAY "FATOR DE VENCIMENTO INVALIDO NA LINHA "
                       "DIGITAVEL."
               ELSE
                   MOVE WS-CBB-BANCO TO WS-BANCO-BOLETO
                   MOVE WS-CBB-VALOR TO WS-VALOR-BOLETO
                   IF WS-CBB-FATOR > ZERO
                       PERFORM P062-CALCULAR-VENCIMENTO
                   END-IF
               END-IF
           END-IF.

          P054-VALIDAR-ARRECADACAO.
      * CONTA DE ARRECADACAO: O CODIGO DE BARRAS E A JUNCAO DOS QUATRO
      * BLOCOS DE 11 DIGITOS DA LINHA. O TERCEIRO DIGITO DO CODIGO
      * DIZ SE OS DV SAO MODULO 10 (6 E 7) OU MODULO 11 (8 E 9) E SE
      * O VALOR E EM REAIS (6 E 8); SO ESTES SAO ACEITOS NO CAIXA. O DV
      * GERAL FICA NA POSICAO 4 DO CODIGO.
           MOVE "C" TO WS-TIPO-DOC-BOLETO
           MOVE "S" TO WS-SW-LINHA
           STRING WS-LBC-CAMPO(1) WS-LBC-CAMPO(2)
                  WS-LBC-CAMPO(3) WS-LBC-CAMPO(4)
                  DELIMITED BY SIZE INTO WS-COD-BARRAS
           IF NOT CNV-ID-VALIDO
               MOVE "N" TO WS-SW-LINHA
           ELSE
               MOVE WS-LINHA-BOLETO TO WS-DV-AREA
               MOVE ZERO TO WS-DV-PULAR
               PERFORM P056-CONFERIR-BLOCO
                   VARYING WS-IDX-BLOCO FROM 1 BY 1
                   UNTIL WS-IDX-BLOCO > 4
               MOVE WS-COD-BARRAS TO WS-DV-AREA
               MOVE 4 TO WS-DV-PULAR
               MOVE 1 TO WS-DV-INI
               MOVE 44 TO WS-DV-FIM
               PERFORM P057-CALCULAR-DV-ARRECAD
               IF WS-DV-CALC NOT = WS-CBC-DV
                   MOVE "N" TO WS-SW-LINHA
               END-IF
           END-IF
           IF NOT LINHA-VALIDA
               DISPLAY "LINHA DIGITAVEL COM DIGITO VERIFICADOR "
                   "INVALIDO. CONFIRA A DIGITACAO."
           ELSE
               IF NOT CNV-VALOR-REAIS
                   MOVE "N" TO WS-SW-LINHA
                   DISPLAY "DOCUMENTO SEM VALOR EM REAIS: PAGAMENTO "
                       "SOMENTE NA AGENCIA."
               ELSE
                   MOVE WS-CBC-SEGMENTO TO WS-SEGMENTO-BOLETO
                   MOVE WS-CBC-VALOR TO WS-VALOR-BOLETO
               END-IF
           END-IF.

          P055-CONFERIR-CAMPO.
      * CONFERE O DV MODULO 10 DO CAMPO WS-DV-INI A WS-DV-FIM DA
      * LINHA, QUE FICA NA POSICAO SEGUINTE AO CAMPO.
           PERFORM P058-CALCULAR-MOD10
           IF WS-DV-CALC NOT = WS-DV-DIG(WS-DV-FIM + 1)
               MOVE "N" TO WS-SW-LINHA
           END-IF.

          P056-CONFERIR-BLOCO.
      * CONFERE O DV DO BLOCO WS-IDX-BLOCO DA LINHA DE ARRECADACAO.
           COMPUTE WS-DV-INI = (WS-IDX-BLOCO - 1) * 12 + 1
           COMPUTE WS-DV-FIM = WS-DV-INI + 10
           PERFORM P057-CALCULAR-DV-ARRECAD
           IF WS-DV-CALC NOT = WS-LBC-DV(WS-IDX-BLOCO)
               MOVE "N" TO WS-SW-LINHA
           END-IF.

          P057-CALCULAR-DV-ARRECAD.
      * DV DE ARRECADACAO: MODULO 10 OU MODULO 11 CONFORME O
      * IDENTIFICADOR DE VALOR; NO MODULO 11, RESTO 0 OU 1 DA DV 0.
           IF CNV-MODULO-10
               PERFORM P058-CALCULAR-MOD10
           ELSE
               PERFORM P060-CALCULAR-MOD11
               IF WS-DV-RESTO < 2
                   MOVE ZERO TO WS-DV-CALC
               ELSE
                   COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO
               END-IF
           END-IF.

          P058-CALCULAR-MOD10.
      * CALCULA EM WS-DV-CALC O DV MODULO 10 DOS DIGITOS WS-DV-INI A
      * WS-DV-FIM DE WS-DV-AREA: PESOS 2 E 1 ALTERNADOS A PARTIR DA
      * DIREITA, PRODUTO MAIOR QUE 9 REDUZIDO A SOMA DOS ALGARISMOS,
      * DV = 10 MENOS O RESTO DA SOMA POR 10 (RESTO ZERO DA DV ZERO).
      * A POSICAO WS-DV-PULAR (DV GERAL) FICA FORA DA SOMA.
           MOVE ZERO TO WS-DV-SOMA
           MOVE 2 TO WS-DV-PESO
           PERFORM P059-SOMAR-MOD10
               VARYING WS-DV-POS FROM WS-DV-FIM BY -1
               UNTIL WS-DV-POS < WS-DV-INI
           DIVIDE WS-DV-SOMA BY 10 GIVING WS-DV-QUOC
               REMAINDER WS-DV-RESTO
           IF WS-DV-RESTO = ZERO
               MOVE ZERO TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 10 - WS-DV-RESTO
           END-IF.

          P059-SOMAR-MOD10.
           IF WS-DV-POS NOT = WS-DV-PULAR
               COMPUTE WS-DV-PROD = WS-DV-DIG(WS-DV-POS) * WS-DV-PESO
               IF WS-DV-PROD > 9
                   SUBTRACT 9 FROM WS-DV-PROD
               END-IF
               ADD WS-DV-PROD TO WS-DV-SOMA
               IF WS-DV-PESO = 2
                   MOVE 1 TO WS-DV-PESO
               ELSE
                   MOVE 2 TO WS-DV-PESO
               END-IF
           END-IF.

          P060-CALCULAR-MOD11.
      * SOMA OS DIGITOS WS-DV-INI A WS-DV-FIM DE WS-DV-AREA COM PESOS
      * DE 2 A 9 A PARTIR DA DIREITA (RECOMECANDO EM 2 DEPOIS DO 9),
      * FORA A POSICAO WS-DV-PULAR, E DEIXA EM WS-DV-RESTO O RESTO DA
      * SOMA POR 11. A CONVERSAO DO RESTO EM DV DIFERE ENTRE COBRANCA
      * E ARRECADACAO E FICA COM QUEM CHAMA.
           MOVE ZERO TO WS-DV-SOMA
           MOVE 2 TO WS-DV-PESO
           PERFORM P061-SOMAR-MOD11
               VARYING WS-DV-POS FROM WS-DV-FIM BY -1
               UNTIL WS-DV-POS < WS-DV-INI
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
               REMAINDER WS-DV-RESTO.

          P061-SOMAR-MOD11.
           IF WS-DV-POS NOT = WS-DV-PULAR
               COMPUTE WS-DV-PROD = WS-DV-DIG(WS-DV-POS) * WS-DV-PESO
               ADD WS-DV-PROD TO WS-DV-SOMA
               IF WS-DV-PESO = 9
                   MOVE 2 TO WS-DV-PESO
               ELSE
                   ADD 1 TO WS-DV-PESO
               END-IF
           END-IF.

          P062-CALCULAR-VENCIMENTO.
      * O FATOR DE VENCIMENTO CONTA OS DIAS CORRIDOS A PARTIR DA DATA-
      * BASE DA COBRANCA. NO CICLO ATUAL O FATOR 1000 E 22/02/2025 (O
      * FATOR 9999 CAIU EM 21/02/2025 E A CONTAGEM RECOMECOU EM 1000).
           MOVE 20250222 TO WS-DATA-VCT-NUM
           COMPUTE WS-DIAS-VENC = WS-CBB-FATOR - 1000
           PERFORM P063-AVANCAR-DIA WS-DIAS-VENC TIMES
           MOVE WS-DATA-VCT-NUM TO WS-VENC-BOLETO.

          P063-AVANCAR-DIA.
           ADD 1 TO WS-VCT-DIA
           MOVE WS-DIAS-MES(WS-VCT-MES) TO WS-DIAS-NO-MES
           IF WS-VCT-MES = 2
               DIVIDE WS-VCT-ANO BY 4 GIVING WS-QUOC-ANO
                   REMAINDER WS-RESTO-4
               DIVIDE WS-VCT-ANO BY 100 GIVING WS-QUOC-ANO
                   REMAINDER WS-RESTO-100
               DIVIDE WS-VCT-ANO BY 400 GIVING WS-QUOC-ANO
                   REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = ZERO
                   AND (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
                   MOVE 29 TO WS-DIAS-NO-MES
               END-IF
           END-IF
           IF WS-VCT-DIA > WS-DIAS-NO-MES
               MOVE 1 TO WS-VCT-DIA
               ADD 1 TO WS-VCT-MES
               IF WS-VCT-MES > 12
                   MOVE 1 TO WS-VCT-MES
                   ADD 1 TO WS-VCT-ANO
               END-IF
           END-IF.

          P064-INFORMAR-VALOR-BOLETO.
      * DOCUMENTO SEM VALOR IMPRESSO NO CODIGO (VALOR ZERO): O CLIENTE
      * INFORMA O VALOR, REPETINDO ENQUANTO NAO FOR MAIOR QUE ZERO.
           DISPLAY "DOCUMENTO SEM VALOR. DIGITE O VALOR A PAGAR:"
           ACCEPT WS-VALOR-BOLETO
           IF WS-VALOR-BOLETO = ZERO
               DISPLAY "VALOR INVALIDO. DIGITE UM VALOR MAIOR QUE ZERO."
               PERFORM P064-INFORMAR-VALOR-BOLETO
           END-IF.

          P065-PROCURAR-PAGAMENTO.
      * PROCURA A MESMA LINHA DIGITAVEL NOS PAGAMENTOS JA FEITOS (FORA
      * OS DEVOLVIDOS) PARA NAO PAGAR DUAS VEZES O MESMO DOCUMENTO. O
      * PAGBOL, ABERTO EM EXTEND, E FECHADO PARA A LEITURA E REABERTO.
           MOVE "N" TO WS-SW-BOL-PAGO
           MOVE "N" TO WS-SW-FIM-BOL
           CLOSE PAGAMENTOS-BOL
           OPEN INPUT PAGAMENTOS-BOL
           IF BOL-OK
               PERFORM P066-LER-PAGAMENTO
                   UNTIL FIM-PAGAMENTOS OR BOLETO-JA-PAGO
               CLOSE PAGAMENTOS-BOL
           END-IF
           OPEN EXTEND PAGAMENTOS-BOL
           IF NOT BOL-OK
               OPEN OUTPUT PAGAMENTOS-BOL
           END-IF.

          P066-LER-PAGAMENTO.
           READ PAGAMENTOS-BOL
               AT END
                   MOVE "S" TO WS-SW-FIM-BOL
               NOT AT END
                   IF BOL-LINHA-DIGITAVEL = WS-LINHA-BOLETO
                       AND NOT BOL-DEVOLVIDO
                       MOVE "S" TO WS-SW-BOL-PAGO
                   END-IF
           END-READ.

          P067-ULTIMOS-LANCAMENTOS.
      * EXIBE OS 10 LANCAMENTOS MAIS RECENTES DA CONTA. PRIMEIRO LE NO
      * HISTORICO INDEXADO (MOVHIS) OS LANCAMENTOS DOS DIAS JA
      * ENCERRADOS, A PARTIR DA PRIMEIRA CHAVE DA CONTA, E DEPOIS OS
      * DO DIA NO DIARIO (MOVTO). A TABELA GUARDA SO OS 10 ULTIMOS
      * LIDOS. SEM O HISTORICO (ANTES DO PRIMEIRO ENCERRAMENTO) SAI SO
      * O MOVIMENTO DO DIA. O DIARIO ABERTO EM EXTEND E FECHADO ANTES
      * E REABERTO DEPOIS, COMO NA CONSULTA DE AGENDAMENTOS.
           MOVE ZERO TO WS-QTDE-ULT
           MOVE "N" TO WS-SW-FIM-ULT
           OPEN INPUT HISTORICO
           IF HIS-OK
               MOVE WS-CONTA TO HIS-CONTA
               MOVE ZERO TO HIS-DATA
               MOVE ZERO TO HIS-HORA
               MOVE ZERO TO HIS-SEQ
               START HISTORICO KEY NOT LESS THAN HIS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-SW-FIM-ULT
               END-START
               PERFORM P068-LER-HISTORICO UNTIL FIM-ULTIMOS
               CLOSE HISTORICO
           END-IF
           MOVE "N" TO WS-SW-FIM-ULT
           CLOSE MOVIMENTO
           OPEN INPUT MOVIMENTO-CONS
           IF MOV-CONS-OK
               PERFORM P069-LER-MOV-CONS UNTIL FIM-ULTIMOS
               CLOSE MOVIMENTO-CONS
           END-IF
           OPEN EXTEND MOVIMENTO
           IF WS-QTDE-ULT = ZERO
               DISPLAY "NENHUM LANCAMENTO PARA A CONTA."
           ELSE
               DISPLAY "ULTIMOS LANCAMENTOS DA CONTA " WS-CONTA
               DISPLAY "DATA       HORA  LANCAMENTO   VALOR"
                   "          SALDO APOS"
               PERFORM P072-EXIBIR-LANCAMENTO
                   VARYING WS-IDX-ULT FROM 1 BY 1
                   UNTIL WS-IDX-ULT > WS-QTDE-ULT
           END-IF
           PERFORM P075-REGISTRAR-CONCLUSAO.

          P068-LER-HISTORICO.
      * LE O PROXIMO LANCAMENTO DO HISTORICO. A CHAVE COMECA PELA
      * CONTA, ENTAO A LEITURA PARA NA PRIMEIRA CHAVE DE OUTRA CONTA.
           READ HISTORICO NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ULT
               NOT AT END
                   IF HIS-CONTA NOT = WS-CONTA
                       MOVE "S" TO WS-SW-FIM-ULT
                   ELSE
                       MOVE HIS-DATA       TO WS-ULN-DATA
                       MOVE HIS-HORA       TO WS-ULN-HORA
                       MOVE HIS-TIPO       TO WS-ULN-TIPO
                       MOVE HIS-VALOR      TO WS-ULN-VALOR
                       MOVE HIS-SALDO-APOS TO WS-ULN-SALDO
                       PERFORM P070-GUARDAR-LANCAMENTO
                   END-IF
           END-READ.

          P069-LER-MOV-CONS.
      * LE O PROXIMO LANCAMENTO DO DIARIO DO DIA E GUARDA OS DA CONTA
      * CORRENTE.
           READ MOVIMENTO-CONS
               AT END
                   MOVE "S" TO WS-SW-FIM-ULT
               NOT AT END
                   IF MCN-CONTA = WS-CONTA
                       MOVE MCN-DATA       TO WS-ULN-DATA
                       MOVE MCN-HORA       TO WS-ULN-HORA
                       MOVE MCN-TIPO       TO WS-ULN-TIPO
                       MOVE MCN-VALOR      TO WS-ULN-VALOR
                       MOVE MCN-SALDO-APOS TO WS-ULN-SALDO
                       PERFORM P070-GUARDAR-LANCAMENTO
                   END-IF
           END-READ.

          P070-GUARDAR-LANCAMENTO.
      * GUARDA O LANCAMENTO LIDO NO FIM DA TABELA. COM A TABELA CHEIA,
      * OS ITENS SOBEM UMA POSICAO E O MAIS ANTIGO E DESCARTADO.
           IF WS-QTDE-ULT < 10
               ADD 1 TO WS-QTDE-ULT
           ELSE
               PERFORM P071-DESLOCAR-LANCAMENTO
                   VARYING WS-IDX-ULT FROM 1 BY 1
                   UNTIL WS-IDX-ULT > 9
           END-IF
           MOVE WS-ULT-NOVO TO WS-ULT-ITEM(WS-QTDE-ULT).

          P071-DESLOCAR-LANCAMENTO.
           MOVE WS-ULT-ITEM(WS-IDX-ULT + 1) TO WS-ULT-ITEM(WS-IDX-ULT).

          P072-EXIBIR-LANCAMENTO.
      * EXIBE UM LANCAMENTO DA TABELA COM A DATA, A HORA, A DESCRICAO
      * DO TIPO (A MESMA DO EXTRATO), O VALOR E O SALDO APOS.
           MOVE WS-ULT-DATA(WS-IDX-ULT) TO WS-ULT-DATA-AUX-NUM
           MOVE WS-UDA-DIA TO WS-UDE-DIA
           MOVE WS-UDA-MES TO WS-UDE-MES
           MOVE WS-UDA-ANO TO WS-UDE-ANO
           MOVE WS-ULT-HORA(WS-IDX-ULT) TO WS-ULT-HORA-AUX-NUM
           MOVE WS-UHA-HH TO WS-UHE-HH
           MOVE WS-UHA-MM TO WS-UHE-MM
           EVALUATE WS-ULT-TIPO(WS-IDX-ULT)
               WHEN "01"
                   MOVE "DEPOSITO"     TO WS-DESC-ULT
               WHEN "02"
                   MOVE "SAQUE"        TO WS-DESC-ULT
               WHEN "05"
                   MOVE "TRANSF ENVIO" TO WS-DESC-ULT
               WHEN "06"
                   MOVE "TRANSF RECBE" TO WS-DESC-ULT
               WHEN "07"
                   MOVE "TRANSF EXT"   TO WS-DESC-ULT
               WHEN "08"
                   MOVE "RECEB EXT"    TO WS-DESC-ULT
               WHEN "09"
                   MOVE "JUROS"        TO WS-DESC-ULT
               WHEN "10"
                   MOVE "BLOQUEIO"     TO WS-DESC-ULT
               WHEN "11"
                   MOVE "DESBLOQUEIO"  TO WS-DESC-ULT
               WHEN "12"
                   MOVE "TROCA SENHA"  TO WS-DESC-ULT
               WHEN "13"
                   MOVE "JUROS DEVED." TO WS-DESC-ULT
               WHEN "14"
                   MOVE "DEP.RECUSADO" TO WS-DESC-ULT
               WHEN "15"
                   MOVE "INATIVACAO"   TO WS-DESC-ULT
               WHEN "16"
                   MOVE "REATIVACAO"   TO WS-DESC-ULT
               WHEN "17"
                   MOVE "BLOQ.JUDIC"   TO WS-DESC-ULT
               WHEN "18"
                   MOVE "LIB.JUDIC"    TO WS-DESC-ULT
               WHEN "19"
                   MOVE "ENCERRAMENTO" TO WS-DESC-ULT
               WHEN "20"
                   MOVE "TARIFA SAQUE" TO WS-DESC-ULT
               WHEN "21"
                   MOVE "TAR.TRANSF"   TO WS-DESC-ULT
               WHEN "22"
                   MOVE "MENSALIDADE"  TO WS-DESC-ULT
               WHEN "23"
                   MOVE "PAGTO BOLETO" TO WS-DESC-ULT
               WHEN "91"
                   MOVE "EST.DEPOSITO" TO WS-DESC-ULT
               WHEN "92"
                   MOVE "EST.SAQUE"    TO WS-DESC-ULT
               WHEN "95"
                   MOVE "EST.TR.ENVIO" TO WS-DESC-ULT
               WHEN "96"
                   MOVE "EST.TR.RECEB" TO WS-DESC-ULT
               WHEN "97"
                   MOVE "DEV TR EXT"   TO WS-DESC-ULT
               WHEN "98"
                   MOVE "DEV BOLETO"   TO WS-DESC-ULT
               WHEN OTHER
                   MOVE "OUTROS"       TO WS-DESC-ULT
           END-EVALUATE
           MOVE WS-ULT-VALOR(WS-IDX-ULT) TO WS-VALOR-ULT-EDIT
           MOVE WS-ULT-SALDO(WS-IDX-ULT) TO WS-SALDO-ULT-EDIT
           DISPLAY WS-ULT-DATA-EDIT " " WS-ULT-HORA-EDIT " "
               WS-DESC-ULT " " WS-VALOR-ULT-EDIT " "
               WS-SALDO-ULT-EDIT.

          P022-VALIDAR-DEPOSITO.
      * ACEITA O VALOR DO DEPOSITO DIRETO NO CAMPO NUMERICO (O ACCEPT JA
      * ZERA QUALQUER ENTRADA NAO NUMERICA OU EM BRANCO) E REPETE A
                   REWRITE TOT-REG
           END-READ.

          P046-ABRIR-INTENCAO.
      * GRAVA A INTENCAO PENDENTE DA OPERACAO (WS-TIPO-INTENCAO, DE
      * VALOR WS-VALOR-INTENCAO) ANTES DE QUALQUER ALTERACAO NO MESTRE
      * DE CONTAS, COM A IMAGEM ANTERIOR E POSTERIOR DO SALDO DA CONTA
      * CORRENTE. NA TRANSFERENCIA ENTRE CONTAS O REGISTRO DA CONTA DE
      * DESTINO JA ESTA LIDO PELO CHAMADOR E DA A IMAGEM DO DESTINO;
      * NO SAQUE E FOTOGRAFADA A GAVETA DE CEDULAS DO TERMINAL; NA
      * TRANSFERENCIA PARA OUTRO BANCO VAI O DESTINO EXTERNO; NO
      * PAGAMENTO DE BOLETO, O DOCUMENTO PAGO. SE O CAIXA CAIR ANTES
      * DE P047-CONCLUIR-INTENCAO, O RECUPERA TERMINA OU DESFAZ A
      * OPERACAO A PARTIR DESTE REGISTRO.
           MOVE SPACES            TO INT-REG
           MOVE WS-TERMINAL       TO INT-TERMINAL
           ACCEPT INT-DATA FROM DATE YYYYMMDD
           ACCEPT INT-HORA FROM TIME
           MOVE WS-TIPO-INTENCAO  TO INT-OPERACAO
           MOVE "P"               TO INT-SITUACAO
           MOVE WS-VALOR-INTENCAO TO INT-VALOR
           MOVE WS-CONTA          TO INT-CONTA-ORIG
           MOVE WS-SALDO          TO INT-SALDO-ANTES-ORIG
           COMPUTE INT-SALDO-APOS-ORIG = WS-SALDO - WS-VALOR-INTENCAO
           MOVE ZERO              TO INT-CONTA-DEST
           MOVE ZERO              TO INT-SALDO-ANTES-DEST
           MOVE ZERO              TO INT-SALDO-APOS-DEST
           MOVE ZEROS             TO INT-TAB-CEDULAS
           MOVE ZERO              TO INT-BANCO-DEST
           MOVE ZERO              TO INT-AGENCIA-DEST
           MOVE ZERO              TO INT-CONTA-EXT
           MOVE ZERO              TO INT-DATA-RECUP
           EVALUATE WS-TIPO-INTENCAO
               WHEN "05"
                   MOVE WS-CONTA-DESTINO TO INT-CONTA-DEST
                   MOVE CONTA-SALDO      TO INT-SALDO-ANTES-DEST
                   COMPUTE INT-SALDO-APOS-DEST =
                       CONTA-SALDO + WS-VALOR-INTENCAO
               WHEN "02"
                   PERFORM P048-FOTOGRAFAR-CEDULA
                       VARYING WS-IDX-CED FROM 1 BY 1
                       UNTIL WS-IDX-CED > 4
               WHEN "07"
                   MOVE WS-BANCO-DEST   TO INT-BANCO-DEST
                   MOVE WS-AGENCIA-DEST TO INT-AGENCIA-DEST
                   MOVE WS-CONTA-EXT    TO INT-CONTA-EXT
               WHEN "23"
                   MOVE WS-LINHA-BOLETO    TO INT-BOL-LINHA
                   MOVE WS-TIPO-DOC-BOLETO TO INT-BOL-TIPO-DOC
                   MOVE WS-BANCO-BOLETO    TO INT-BOL-BANCO
                   MOVE WS-SEGMENTO-BOLETO TO INT-BOL-SEGMENTO
                   MOVE WS-VENC-BOLETO     TO INT-BOL-DATA-VENC
           END-EVALUATE
           WRITE INT-REG.

          P048-FOTOGRAFAR-CEDULA.
      * GUARDA NA INTENCAO DO SAQUE, PARA A CEDULA CORRENTE
      * (WS-IDX-CED), O ESTOQUE DA GAVETA ANTES DA BAIXA E A
      * QUANTIDADE DE NOTAS A ENTREGAR.
           MOVE TAB-CED-VALOR(WS-IDX-CED)
               TO INT-CED-VALOR(WS-IDX-CED)
           MOVE WS-QTD-NEC(WS-IDX-CED)
               TO INT-CED-QTDE-NEC(WS-IDX-CED)
           MOVE WS-TERMINAL               TO CED-TERMINAL
           MOVE TAB-CED-VALOR(WS-IDX-CED) TO CED-VALOR
           READ CEDULAS-MESTRE
               INVALID KEY
                   MOVE ZERO TO CED-QTDE
           END-READ
           MOVE CED-QTDE TO INT-CED-QTDE-ANTES(WS-IDX-CED).

          P047-CONCLUIR-INTENCAO.
      * MARCA COMO CONCLUIDA A INTENCAO GRAVADA EM P046-ABRIR-INTENCAO,
      * DEPOIS DA ULTIMA GRAVACAO DA OPERACAO. O REGISTRO AINDA ESTA NA
      * AREA DO ARQUIVO DESDE A GRAVACAO.
           MOVE "C" TO INT-SITUACAO
           REWRITE INT-REG.

          P073-GRAVAR-EVENTO.
      * GRAVA NO LOG DE EVENTOS DO CAIXA (EVTCXA) O EVENTO DE TIPO
      * WS-EVT-TIPO, CARIMBADO COM O TERMINAL, A DATA, A HORA, A CONTA
      * CORRENTE (A DIGITADA, NO LOGIN RECUSADO) E A OPERACAO DO MENU
      * EM CURSO, COM O MOTIVO, O VALOR E OS DADOS DE CEDULA
      * PREENCHIDOS PELO CHAMADOR. ESSES CAMPOS SAO LIMPOS DEPOIS DA
      * GRAVACAO, PARA NAO PASSAR AO EVENTO SEGUINTE.
           MOVE SPACES              TO EVT-REG
           MOVE WS-TERMINAL         TO EVT-TERMINAL
           ACCEPT EVT-DATA FROM DATE YYYYMMDD
           ACCEPT EVT-HORA FROM TIME
           MOVE WS-EVT-TIPO         TO EVT-TIPO
           MOVE WS-CONTA            TO EVT-CONTA
           MOVE WS-EVT-OPERACAO     TO EVT-OPERACAO
           MOVE WS-EVT-MOTIVO       TO EVT-MOTIVO
           MOVE WS-EVT-VALOR        TO EVT-VALOR
           MOVE WS-EVT-CEDULA       TO EVT-CEDULA
           MOVE WS-EVT-QTDE-NEC     TO EVT-QTDE-NEC
           MOVE WS-EVT-QTDE-ESTOQUE TO EVT-QTDE-ESTOQUE
           MOVE WS-EVT-QTDE-PISO    TO EVT-QTDE-PISO
           WRITE EVT-REG
           MOVE ZERO TO WS-EVT-MOTIVO
           MOVE ZERO TO WS-EVT-VALOR
           MOVE ZERO TO WS-EVT-CEDULA
           MOVE ZERO TO WS-EVT-QTDE-NEC
           MOVE ZERO TO WS-EVT-QTDE-ESTOQUE
           MOVE ZERO TO WS-EVT-QTDE-PISO.

          P074-REGISTRAR-RECUSA.
      * REGISTRA A OPERACAO EM CURSO COMO RECUSADA, COM O MOTIVO
      * (WS-EVT-MOTIVO) INFORMADO PELO CHAMADOR.
           MOVE "OR" TO WS-EVT-TIPO
           PERFORM P073-GRAVAR-EVENTO.

          P075-REGISTRAR-CONCLUSAO.
      * REGISTRA A OPERACAO EM CURSO COMO CONCLUIDA.
           MOVE "OC" TO WS-EVT-TIPO
           PERFORM P073-GRAVAR-EVENTO.

          P076-REGISTRAR-FALTA-CEDULA.
      * REGISTRA QUE A GAVETA DO TERMINAL NAO TEM NOTAS DA CEDULA
      * CORRENTE (WS-IDX-CED) PARA ATENDER O SAQUE: A CEDULA, AS NOTAS
      * NECESSARIAS, O ESTOQUE (JA INFORMADO PELO CHAMADOR) E O VALOR
      * DO SAQUE.
           MOVE TAB-CED-VALOR(WS-IDX-CED) TO WS-EVT-CEDULA
           MOVE WS-QTD-NEC(WS-IDX-CED)    TO WS-EVT-QTDE-NEC
           MOVE WS-SAQUE                  TO WS-EVT-VALOR
           MOVE "CF"                      TO WS-EVT-TIPO
           PERFORM P073-GRAVAR-EVENTO.

          P077-CODIFICAR-OPERACAO.
      * TRADUZ A OPCAO ESCOLHIDA NO MENU PARA O CODIGO DA OPERACAO DO
      * LOG DE EVENTOS. OPCAO INVALIDA FICA COM ZERO.
           EVALUATE WS-OPCAO
               WHEN "1"
                   MOVE 01 TO WS-EVT-OPERACAO
               WHEN "2"
                   MOVE 02 TO WS-EVT-OPERACAO
               WHEN "3"
                   MOVE 03 TO WS-EVT-OPERACAO
               WHEN "4"
                   MOVE 04 TO WS-EVT-OPERACAO
               WHEN "5"
                   MOVE 05 TO WS-EVT-OPERACAO
               WHEN "6"
                   MOVE 06 TO WS-EVT-OPERACAO
               WHEN "7"
                   MOVE 07 TO WS-EVT-OPERACAO
               WHEN "8"
                   MOVE 08 TO WS-EVT-OPERACAO
               WHEN "9"
                   MOVE 09 TO WS-EVT-OPERACAO
               WHEN "10"
                   MOVE 10 TO WS-EVT-OPERACAO
               WHEN "11"
                   MOVE 11 TO WS-EVT-OPERACAO
               WHEN "12"
                   MOVE 12 TO WS-EVT-OPERACAO
               WHEN OTHER
                   MOVE ZERO TO WS-EVT-OPERACAO
           END-EVALUATE.

          P001-MENU1.
      * PARAGRAFO CRIADO PARA OPÇÃO DE MENU DO APP.
           DISPLAY "----------------------".
           DISPLAY "8- CONSULTAR AGENDAMENTOS".
           DISPLAY "9- MINHAS CONTAS".
           DISPLAY "10- TRANSF OUTRO BANCO".
           DISPLAY "11- PAGAR BOLETO".
           DISPLAY "12- ULTIMOS LANCAMENTOS".

           ACCEPT WS-OPCAO.
           PERFORM P077-CODIFICAR-OPERACAO.
      * NA CONTA CONJUNTA "E" O DEBITO EXIGE TODOS OS TITULARES, O QUE
      * SO E POSSIVEL NA AGENCIA: A OPCAO DE DEBITO E RECUSADA E O MENU
      * E EXIBIDO DE NOVO (OPCAO EM BRANCO CAI NO WHEN OTHER).
           IF EXIGE-TODOS-TITULARES
               AND (WS-OPCAO = "2" OR WS-OPCAO = "5"
                 OR WS-OPCAO = "7" OR WS-OPCAO = "10"
                 OR WS-OPCAO = "11")
               DISPLAY "CONTA CONJUNTA E: SAQUE, TRANSFERENCIA, "
                   "AGENDAMENTO E PAGAMENTO SOMENTE NA AGENCIA, COM "
                   "TODOS OS TITULARES."
               MOVE 12 TO WS-EVT-MOTIVO
               PERFORM P074-REGISTRAR-RECUSA
               MOVE SPACES TO WS-OPCAO
           END-IF.
      * EVALUATE É TIPO UM SWITCH CASE ELE VERIFICA UMA CONDIÇÃO EX: A BAIXO. OB
           EVALUATE WS-OPCAO
               WHEN "1"
                   DISPLAY "----------------------"
                   PERFORM P022-VALIDAR-DEPOSITO
                   PERFORM P035-REGISTRAR-DEPOSITO
                   MOVE WS-DEPOSITO TO WS-EVT-VALOR
                   PERFORM P075-REGISTRAR-CONCLUSAO
                   PERFORM P001-MENU1
      * PERFORM P001-MENU1 VOLTA PARA O PARAGRAFO MENU
               WHEN "2"
                       AND WS-SAQUE + WS-MOVIDO-DIA >
                           WS-LIMITE-SAQUE-DIA
                       DISPLAY "LIMITE DIARIO DE SAQUE EXCEDIDO."
                       MOVE WS-SAQUE TO WS-EVT-VALOR
                       MOVE 08 TO WS-EVT-MOTIVO
                       PERFORM P074-REGISTRAR-RECUSA
                   ELSE
                   PERFORM P044-SOMAR-BLOQUEIOS
                   IF WS-SAQUE > WS-SALDO + WS-LIMITE-ESPECIAL
                       - WS-BLOQ-JUD
                   THEN
                       DISPLAY "SALDO INSUFICIENTE."
                       MOVE WS-SAQUE TO WS-EVT-VALOR
                       MOVE 09 TO WS-EVT-MOTIVO
                       PERFORM P074-REGISTRAR-RECUSA
                   ELSE
                       PERFORM P015-PREPARAR-CEDULAS
                       IF CEDULAS-OK
                           MOVE "02" TO WS-TIPO-INTENCAO
                           MOVE WS-SAQUE TO WS-VALOR-INTENCAO
                           PERFORM P046-ABRIR-INTENCAO
                           COMPUTE WS-SALDO = WS-SALDO - WS-SAQUE
                           PERFORM P011-GRAVAR-SALDO
                           PERFORM P016-BAIXAR-CEDULA
                           MOVE "02" TO WS-TIPO-ACUM
                           MOVE WS-SAQUE TO WS-VALOR-ACUM
                           PERFORM P043-ACUMULAR-DIA
                           PERFORM P047-CONCLUIR-INTENCAO
                           DISPLAY "SAQUE EFETUADO. CEDULAS ENTREGUES:"
                           PERFORM P019-EXIBIR-CEDULA
                               VARYING WS-IDX-CED FROM 1 BY 1
                               UNTIL WS-IDX-CED > 4
                           MOVE WS-SAQUE TO WS-EVT-VALOR
                           PERFORM P075-REGISTRAR-CONCLUSAO
                       ELSE
                           DISPLAY "NAO HA CEDULAS SUFICIENTES PARA "
                               "ENTREGAR O VALOR SOLICITADO."
                           IF WS-RESTO-10 NOT = ZERO
                               MOVE 11 TO WS-EVT-MOTIVO
                           ELSE
                               MOVE 10 TO WS-EVT-MOTIVO
                           END-IF
                           MOVE WS-SAQUE TO WS-EVT-VALOR
                           PERFORM P074-REGISTRAR-RECUSA
                       END-IF
                   END-IF
                   END-IF
                       + WS-LIMITE-ESPECIAL - WS-BLOQ-JUD
                   MOVE WS-DISPONIVEL TO WS-DISP-EDIT
                   DISPLAY "DISPONIVEL PARA SAQUE...: " WS-DISP-EDIT
                   PERFORM P075-REGISTRAR-CONCLUSAO
                   PERFORM P001-MENU1
                WHEN "4"
                   DISPLAY "----------------------"
                   DISPLAY "DIGITE O NUMERO DA CONTA DE DESTINO:"
                   ACCEPT WS-CONTA-DESTINO
                   PERFORM P024-VALIDAR-TRANSFERENCIA
                   MOVE WS-TRANSF TO WS-EVT-VALOR
                   PERFORM P042-TOTALIZAR-TRANSF-DIA
                   IF WS-CONTA-DESTINO = WS-CONTA
                       DISPLAY "NAO E POSSIVEL TRANSFERIR PARA A "
                           "PROPRIA CONTA."
                       MOVE 13 TO WS-EVT-MOTIVO
                       PERFORM P074-REGISTRAR-RECUSA
                   ELSE
                   IF WS-LIMITE-TRANSF-DIA > ZERO
                       AND WS-TRANSF + WS-MOVIDO-TRANSF >
                           WS-LIMITE-TRANSF-DIA
                       DISPLAY "LIMITE DIARIO DE TRANSFERENCIA "
                           "EXCEDIDO."
                       MOVE 08 TO WS-EVT-MOTIVO
                       PERFORM P074-REGISTRAR-RECUSA
                   ELSE
                       PERFORM P044-SOMAR-BLOQUEIOS
                       IF WS-TRANSF > WS-SALDO + WS-LIMITE-ESPECIAL
                           - WS-BLOQ-JUD
                           DISPLAY "SALDO INSUFICIENTE."
                           MOVE 09 TO WS-EVT-MOTIVO
                           PERFORM P074-REGISTRAR-RECUSA
                       ELSE
                           MOVE WS-CONTA-DESTINO TO CONTA-NUMERO
                           READ CONTA-MESTRE
                           END-READ
                           IF CONTA-OK
                               AND CONTA-NUMERO = WS-CONTA-DESTINO
                               AND NOT CONTA-ENCERRADA
                               PERFORM P028-CONFIRMAR-DESTINO
                               IF TRANSF-CONFIRMADA
                               MOVE "05" TO WS-TIPO-INTENCAO
                               MOVE WS-TRANSF TO WS-VALOR-INTENCAO
                               PERFORM P046-ABRIR-INTENCAO
                               COMPUTE WS-SALDO-DESTINO =
                                   CONTA-SALDO + WS-TRANSF
                               MOVE WS-SALDO-DESTINO TO CONTA-SALDO
                               MOVE "05" TO WS-TIPO-ACUM
                               MOVE WS-TRANSF TO WS-VALOR-ACUM
                               PERFORM P043-ACUMULAR-DIA
                               PERFORM P047-CONCLUIR-INTENCAO
                               DISPLAY "TRANSFERENCIA EFETUADA COM "
                                   "SUCESSO."
                               PERFORM P075-REGISTRAR-CONCLUSAO
                               ELSE
                                   DISPLAY "TRANSFERENCIA NAO "
                                       "CONFIRMADA PELO CLIENTE."
                                   MOVE 14 TO WS-EVT-MOTIVO
                                   PERFORM P074-REGISTRAR-RECUSA
                               END-IF
                           ELSE
                               DISPLAY "CONTA DE DESTINO NAO "
                                   "ENCONTRADA."
                               MOVE 13 TO WS-EVT-MOTIVO
                               PERFORM P074-REGISTRAR-RECUSA
                           END-IF
                       END-IF
                   END-IF
                   DISPLAY "----------------------"
                   PERFORM P041-TRANSF-EXTERNA
                   PERFORM P001-MENU1
                WHEN "11"
                   DISPLAY "----------------------"
                   DISPLAY "-       BANCO        -"
                   DISPLAY "----------------------"
                   PERFORM P051-PAGAR-BOLETO
                   PERFORM P001-MENU1
                WHEN "12"
                   DISPLAY "----------------------"
                   DISPLAY "-       BANCO        -"
                   DISPLAY "----------------------"
                   PERFORM P067-ULTIMOS-LANCAMENTOS
                   PERFORM P001-MENU1
                WHEN OTHER
                   PERFORM P001-MENU1
           END-EVALUATE.
