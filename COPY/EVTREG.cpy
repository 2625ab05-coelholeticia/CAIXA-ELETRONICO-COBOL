      *-----------------------------------------------------------------
      * EVTREG - LAYOUT DO REGISTRO DO LOG DE EVENTOS DO CAIXA
      * (EVTCXA). O CAIXA GRAVA UM REGISTRO NO INICIO E NO FIM DE CADA
      * SESSAO, NO ACESSO LIBERADO, EM CADA OPERACAO CONCLUIDA OU
      * RECUSADA (COM O MOTIVO), EM CADA CEDULA QUE FALTOU NA GAVETA
      * PARA ATENDER UM SAQUE E EM CADA AVISO DE ESTOQUE ABAIXO DO
      * PISO, CARIMBADO COM O TERMINAL INFORMADO NA ABERTURA DO CAIXA.
      * LIDO PELO RELATORIO DIARIO POR TERMINAL EVTREL.
      * SESSAO SEM O REGISTRO DE FIM E SESSAO ABANDONADA (O CAIXA FOI
      * DERRUBADO NO MEIO DO ATENDIMENTO).
      * EVT-OPERACAO E A OPCAO DO MENU (ZERO NO ACESSO: LOGIN OU
      * ABERTURA DE CONTA). EVT-VALOR E O VALOR PEDIDO NA OPERACAO.
      * NA FALTA DE CEDULA (EVT-TIPO "CF") VAO A CEDULA, AS NOTAS
      * NECESSARIAS E O ESTOQUE DA GAVETA; NO AVISO DE ESTOQUE BAIXO
      * ("EB") VAO A CEDULA, O ESTOQUE APOS A BAIXA E O PISO.
      *-----------------------------------------------------------------
       01  EVT-REG.
           05  EVT-TERMINAL            PIC 9(03).
           05  EVT-DATA                PIC 9(08).
           05  EVT-HORA                PIC 9(08).
           05  EVT-TIPO                PIC X(02).
               88  EVT-INICIO-SESSAO       VALUE "IS".
               88  EVT-ACESSO-LIBERADO     VALUE "AC".
               88  EVT-OPER-CONCLUIDA      VALUE "OC".
               88  EVT-OPER-RECUSADA       VALUE "OR".
               88  EVT-FALTA-CEDULA        VALUE "CF".
               88  EVT-ESTOQUE-BAIXO       VALUE "EB".
               88  EVT-FIM-SESSAO          VALUE "FS".
           05  EVT-CONTA               PIC 9(08).
           05  EVT-OPERACAO            PIC 9(02).
               88  EVT-OPER-ACESSO         VALUE 00.
               88  EVT-OPER-SAQUE          VALUE 02.
           05  EVT-MOTIVO              PIC 9(02).
               88  EVT-MOT-CONTA-INEXISTENTE   VALUE 01.
               88  EVT-MOT-SENHA-INVALIDA      VALUE 02.
               88  EVT-MOT-TITULAR-NAO-IDENT   VALUE 03.
               88  EVT-MOT-BLOQUEIO-SENHA      VALUE 04.
               88  EVT-MOT-CONTA-BLOQUEADA     VALUE 05.
               88  EVT-MOT-CONTA-INATIVA       VALUE 06.
               88  EVT-MOT-CONTA-ENCERRADA     VALUE 07.
               88  EVT-MOT-LIMITE-DIARIO       VALUE 08.
               88  EVT-MOT-SALDO-INSUFICIENTE  VALUE 09.
               88  EVT-MOT-SEM-CEDULAS         VALUE 10.
               88  EVT-MOT-VALOR-NAO-MULTIPLO  VALUE 11.
               88  EVT-MOT-CONJUNTA-E          VALUE 12.
               88  EVT-MOT-DESTINO-INVALIDO    VALUE 13.
               88  EVT-MOT-NAO-CONFIRMADA      VALUE 14.
               88  EVT-MOT-DOCUMENTO-INVALIDO  VALUE 15.
               88  EVT-MOT-DOCUMENTO-PAGO      VALUE 16.
               88  EVT-MOT-DOCUMENTO-VENCIDO   VALUE 17.
               88  EVT-MOT-SENHA-NAO-CONFERE   VALUE 18.
               88  EVT-MOT-SEM-TITULAR         VALUE 19.
           05  EVT-VALOR               PIC 9(10)V99.
           05  EVT-CEDULA              PIC 9(03).
           05  EVT-QTDE-NEC            PIC 9(07).
           05  EVT-QTDE-ESTOQUE        PIC 9(07).
           05  EVT-QTDE-PISO           PIC 9(07).
           05  FILLER                  PIC X(08).
