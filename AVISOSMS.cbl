000010*-----------------------------------------------------------------
000020* PROPOSITO: GERAR NO FIM DO DIA O ARQUIVO DE ALERTAS AO CLIENTE
000030*            PARA O PROVEDOR DE SMS (ALERTSMS), UM REGISTRO DE
000040*            LAYOUT FIXO POR EVENTO, PARA OS CLIENTES QUE
000050*            ADERIRAM AOS ALERTAS NO CADCLI (CLI-ALERTA-SMS).
000060*            OS EVENTOS VEM DO DIARIO DO DIA (MOVTO): SAQUE E
000070*            TRANSFERENCIA ACIMA DO VALOR ESCOLHIDO PELO
000080*            CLIENTE, DEPOSITO EM ENVELOPE RECUSADO PELO DEPCONF
000090*            (TIPO 14, COM A DATA DO ENVELOPE TIRADA DO
000100*            DEPPEND), TRANSFERENCIA PARA OUTRO BANCO DEVOLVIDA
000110*            PELO TRFRET (TIPO 97, COM O BANCO DE DESTINO TIRADO
000120*            DO TRFEXT), BLOQUEIO POR SENHA ERRADA (TIPO 10),
000130*            TROCA DE SENHA (TIPO 12) E BLOQUEIO JUDICIAL (TIPO
000140*            17); E DO ARQUIVO DE AGENDAMENTOS (AGENDA): A
000150*            TRANSFERENCIA AGENDADA MARCADA COMO FALHA PELO
000160*            AGDEXEC. O CELULAR (CLI-TELEFONE) E NORMALIZADO E
000170*            CONFERIDO; O CLIENTE SEM TELEFONE OU COM TELEFONE
000180*            INVALIDO NAO E AVISADO E SAI NO RELATORIO DE
000190*            CONTROLE, COM A QUANTIDADE DE ALERTAS GERADOS POR
000200*            TIPO. CADA EXECUCAO TRATA SO OS EVENTOS CARIMBADOS
000210*            DEPOIS DO CORTE DA EXECUCAO ANTERIOR (CONTROLE
000220*            SMSCTL), DE MODO QUE A RERODADA NAO REPETE ALERTAS.
000230*-----------------------------------------------------------------
000240* HISTORICO DE ALTERACOES
000250* 2026-10-15 LS  PROGRAMA CRIADO.
000260*-----------------------------------------------------------------
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. AVISOSMS.
000290 AUTHOR. DEPARTAMENTO DE SISTEMAS.
000300 INSTALLATION. BANCO.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT MOVIMENTO ASSIGN TO "MOVTO"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS AVS-STATUS-MOV.
000390     SELECT AGENDA ASSIGN TO "AGENDA"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS AVS-STATUS-AGD.
000420     SELECT DEPOSITOS-PEND ASSIGN TO "DEPPEND"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS AVS-STATUS-DEP.
000450     SELECT TRANSF-EXTERNA ASSIGN TO "TRFEXT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS AVS-STATUS-TEX.
000480     SELECT CONTA-MESTRE ASSIGN TO "CONTAS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CONTA-NUMERO
000520         FILE STATUS IS AVS-STATUS-CONTA.
000530     SELECT CLIENTES-MESTRE ASSIGN TO "CLIENTES"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CLI-DOCUMENTO
000570         FILE STATUS IS AVS-STATUS-CLI.
000580     SELECT CONTROLE-DIA ASSIGN TO "DIACTL"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS AVS-STATUS-DCT.
000610     SELECT CONTROLE-SMS ASSIGN TO "SMSCTL"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS AVS-STATUS-CTL.
000640     SELECT ALERTAS-SMS ASSIGN TO "ALERTSMS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS AVS-STATUS-SMS.
000670     SELECT RELATORIO ASSIGN TO "AVISOSMS"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS AVS-STATUS-REL.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  MOVIMENTO.
000730     COPY MOVREG.
000740 FD  AGENDA.
000750     COPY AGDREG.
000760 FD  DEPOSITOS-PEND.
000770     COPY DEPREG.
000780 FD  TRANSF-EXTERNA.
000790     COPY TEXREG.
000800 FD  CONTA-MESTRE.
000810     COPY CONTAREG.
000820 FD  CLIENTES-MESTRE.
000830     COPY CLIREG.
000840 FD  CONTROLE-DIA.
000850     COPY DIACTL.
000860 FD  CONTROLE-SMS.
000870     COPY SMSCTL.
000880 FD  ALERTAS-SMS.
000890     COPY SMSREG.
000900 FD  RELATORIO.
000910 01  REL-LINHA                   PIC X(80).
000920 WORKING-STORAGE SECTION.
000930*-----------------------------------------------------------------
000940* AREA DE CONTROLE DE ARQUIVOS
000950*-----------------------------------------------------------------
000960  77  AVS-STATUS-MOV             PIC X(02).
000970      88  AVS-MOV-OK                  VALUE "00".
000980  77  AVS-STATUS-AGD             PIC X(02).
000990      88  AVS-AGD-OK                  VALUE "00".
001000  77  AVS-STATUS-DEP             PIC X(02).
001010      88  AVS-DEP-OK                  VALUE "00".
001020  77  AVS-STATUS-TEX             PIC X(02).
001030      88  AVS-TEX-OK                  VALUE "00".
001040  77  AVS-STATUS-CONTA           PIC X(02).
001050      88  AVS-CONTA-OK                VALUE "00".
001060  77  AVS-STATUS-CLI             PIC X(02).
001070      88  AVS-CLI-OK                  VALUE "00".
001080  77  AVS-STATUS-DCT             PIC X(02).
001090      88  AVS-DCT-OK                  VALUE "00".
001100  77  AVS-STATUS-CTL             PIC X(02).
001110      88  AVS-CTL-OK                  VALUE "00".
001120  77  AVS-STATUS-SMS             PIC X(02).
001130      88  AVS-SMS-OK                  VALUE "00".
001140  77  AVS-STATUS-REL             PIC X(02).
001150      88  AVS-REL-OK                  VALUE "00".
001160  77  AVS-SW-FIM-MOV             PIC X(01) VALUE "N".
001170      88  AVS-FIM-MOVIMENTO           VALUE "S".
001180  77  AVS-SW-FIM-AGD             PIC X(01) VALUE "N".
001190      88  AVS-FIM-AGENDA              VALUE "S".
001200  77  AVS-SW-FIM-AUX             PIC X(01) VALUE "N".
001210      88  AVS-FIM-AUXILIAR            VALUE "S".
001220  77  AVS-SW-ACHOU               PIC X(01) VALUE "N".
001230      88  AVS-AUX-ACHADO              VALUE "S".
001240  77  AVS-SW-CTL-NOVO            PIC X(01) VALUE "N".
001250      88  AVS-CTL-NOVO                VALUE "S".
001260  77  AVS-SW-CLIENTE             PIC X(01) VALUE "N".
001270      88  AVS-CLIENTE-ADERIU          VALUE "S".
001280  77  AVS-SW-TELEFONE            PIC X(01) VALUE "N".
001290      88  AVS-TELEFONE-VALIDO         VALUE "S".
001300  77  AVS-SW-CAR-INVALIDO        PIC X(01) VALUE "N".
001310      88  AVS-TEM-CAR-INVALIDO        VALUE "S".
001320  77  AVS-SW-RECUSADO            PIC X(01) VALUE "N".
001330      88  AVS-JA-RELATADO             VALUE "S".
001340*-----------------------------------------------------------------
001350* JANELA DE EVENTOS DA EXECUCAO: DATA E HORA JUNTAS, PARA A
001360* COMPARACAO NUMERICA DO CARIMBO DO EVENTO COM O CORTE ANTERIOR
001370* (EXCLUSIVE) E O CORTE DESTA EXECUCAO (INCLUSIVE).
001380*-----------------------------------------------------------------
001390 01  AVS-MARCA-INI.
001400     05  AVS-INI-DATA            PIC 9(08).
001410     05  AVS-INI-HORA            PIC 9(08).
001420 01  AVS-MARCA-INI-NUM REDEFINES AVS-MARCA-INI PIC 9(16).
001430 01  AVS-MARCA-FIM.
001440     05  AVS-FIM-DATA            PIC 9(08).
001450     05  AVS-FIM-HORA            PIC 9(08).
001460 01  AVS-MARCA-FIM-NUM REDEFINES AVS-MARCA-FIM PIC 9(16).
001470 01  AVS-MARCA-EVT.
001480     05  AVS-EVT-DATA            PIC 9(08).
001490     05  AVS-EVT-HORA            PIC 9(08).
001500 01  AVS-MARCA-EVT-NUM REDEFINES AVS-MARCA-EVT PIC 9(16).
001510*-----------------------------------------------------------------
001520* DADOS DO EVENTO CORRENTE
001530*-----------------------------------------------------------------
001540  77  AVS-EVENTO                 PIC 9(02) VALUE ZERO.
001550  77  AVS-CONTA-EVT              PIC 9(08) VALUE ZERO.
001560  77  AVS-CONTA-REL-EVT          PIC 9(08) VALUE ZERO.
001570  77  AVS-DOC-EVT                PIC 9(11) VALUE ZERO.
001580  77  AVS-VALOR-EVT              PIC 9(10)V99 VALUE ZERO.
001590  77  AVS-BANCO-EVT              PIC 9(03) VALUE ZERO.
001600  77  AVS-DATA-AUX-EVT           PIC 9(08) VALUE ZERO.
001610*-----------------------------------------------------------------
001620* CONFERENCIA DO CELULAR: SO DIGITOS E SEPARADORES USUAIS; 11
001630* DIGITOS (DDD + NUMERO) OU 13 COM O 55 DO PAIS NA FRENTE; DDD
001640* SEM ZERO INICIAL E NUMERO DE CELULAR (COMECANDO POR 9).
001650*-----------------------------------------------------------------
001660  77  AVS-IDX-TEL                PIC 9(02) COMP VALUE ZERO.
001670  77  AVS-QTDE-DIGITOS           PIC 9(02) COMP VALUE ZERO.
001680  77  AVS-CARACTER               PIC X(01) VALUE SPACE.
001690      88  AVS-CAR-DIGITO              VALUE "0" THRU "9".
001700      88  AVS-CAR-SEPARADOR           VALUE SPACE "(" ")" "-"
001710                                            "+" ".".
001720  77  AVS-DIGITOS                PIC X(15) VALUE SPACES.
001730 01  AVS-CELULAR.
001740     05  AVS-CEL-DDD             PIC X(02).
001750         88  AVS-DDD-INVALIDO        VALUE "00" THRU "09".
001760     05  AVS-CEL-NUMERO          PIC X(09).
001770  77  AVS-MOTIVO                 PIC X(20) VALUE SPACES.
001780*-----------------------------------------------------------------
001790* CLIENTES JA RELATADOS SEM TELEFONE VALIDO (CADA UM SAI UMA VEZ
001800* NO RELATORIO, QUALQUER QUE SEJA O NUMERO DE EVENTOS DELE)
001810*-----------------------------------------------------------------
001820  77  AVS-QTDE-RELATADOS         PIC 9(03) COMP VALUE ZERO.
001830  77  AVS-IDX-REL                PIC 9(03) COMP VALUE ZERO.
001840 01  AVS-TAB-RELATADOS.
001850     05  AVS-DOC-RELATADO        PIC 9(11) OCCURS 500 TIMES.
001860*-----------------------------------------------------------------
001870* MONTAGEM DO TEXTO DA MENSAGEM
001880*-----------------------------------------------------------------
001890  77  AVS-PTR                    PIC 9(03) COMP VALUE ZERO.
001900  77  AVS-BRANCOS                PIC 9(02) COMP VALUE ZERO.
001910 01  AVS-VALOR-AREA.
001920     05  AVS-VALOR-EDIT          PIC Z(09)9.99.
001930 01  AVS-DATA-NUM                PIC 9(08) VALUE ZERO.
001940 01  AVS-DATA-PARTES REDEFINES AVS-DATA-NUM.
001950     05  AVS-DATA-AAAA           PIC X(04).
001960     05  AVS-DATA-MM             PIC X(02).
001970     05  AVS-DATA-DD             PIC X(02).
001980 01  AVS-DATA-TXT.
001990     05  AVS-TXT-DD              PIC X(02).
002000     05  FILLER                  PIC X(01) VALUE "/".
002010     05  AVS-TXT-MM              PIC X(02).
002020     05  FILLER                  PIC X(01) VALUE "/".
002030     05  AVS-TXT-AAAA            PIC X(04).
002040 01  AVS-HORA-NUM                PIC 9(08) VALUE ZERO.
002050 01  AVS-HORA-PARTES REDEFINES AVS-HORA-NUM.
002060     05  AVS-HORA-HH             PIC X(02).
002070     05  AVS-HORA-MI             PIC X(02).
002080     05  FILLER                  PIC X(04).
002090 01  AVS-HORA-TXT.
002100     05  AVS-TXT-HH              PIC X(02).
002110     05  FILLER                  PIC X(01) VALUE ":".
002120     05  AVS-TXT-MI              PIC X(02).
002130  77  AVS-DATA-AUX-TXT           PIC X(10) VALUE SPACES.
002140*-----------------------------------------------------------------
002150* CONTADORES DO CONTROLE
002160*-----------------------------------------------------------------
002170  77  AVS-QTDE-MOV-LIDOS         PIC 9(07) VALUE ZERO.
002180  77  AVS-QTDE-AGD-LIDOS         PIC 9(07) VALUE ZERO.
002190  77  AVS-QTDE-GERADOS           PIC 9(07) VALUE ZERO.
002200  77  AVS-QTDE-SEM-ADESAO        PIC 9(07) VALUE ZERO.
002210  77  AVS-QTDE-ABAIXO-VALOR      PIC 9(07) VALUE ZERO.
002220  77  AVS-QTDE-SEM-CLIENTE       PIC 9(07) VALUE ZERO.
002230  77  AVS-QTDE-NAO-GERADOS       PIC 9(07) VALUE ZERO.
002240  77  AVS-QTDE-CLI-SEM-TEL       PIC 9(07) VALUE ZERO.
002250  77  AVS-QTDE-CLI-TEL-INV       PIC 9(07) VALUE ZERO.
002260  77  AVS-IDX-EVT                PIC 9(02) COMP VALUE ZERO.
002270 01  AVS-TAB-QTDE-EVENTO.
002280     05  AVS-QTDE-EVENTO         PIC 9(07) OCCURS 8 TIMES.
002290 01  AVS-TAB-ROTULOS-VAL.
002300     05  FILLER                  PIC X(35)
002310                         VALUE "  SAQUE ACIMA DO VALOR".
002320     05  FILLER                  PIC X(35)
002330                         VALUE "  TRANSFERENCIA ACIMA DO VALOR".
002340     05  FILLER                  PIC X(35)
002350                         VALUE "  AGENDAMENTO NAO EFETUADO".
002360     05  FILLER                  PIC X(35)
002370                         VALUE "  DEPOSITO EM ENVELOPE RECUSADO".
002380     05  FILLER                  PIC X(35)
002390                         VALUE "  TRANSF. OUTRO BANCO DEVOLVIDA".
002400     05  FILLER                  PIC X(35)
002410                         VALUE "  BLOQUEIO POR SENHA ERRADA".
002420     05  FILLER                  PIC X(35)
002430                         VALUE "  SENHA ALTERADA".
002440     05  FILLER                  PIC X(35)
002450                         VALUE "  BLOQUEIO JUDICIAL".
002460 01  AVS-TAB-ROTULOS REDEFINES AVS-TAB-ROTULOS-VAL.
002470     05  AVS-ROTULO-EVENTO       PIC X(35) OCCURS 8 TIMES.
002480*-----------------------------------------------------------------
002490* LINHAS DO RELATORIO
002500*-----------------------------------------------------------------
002510 01  AVS-LINHA-DET.
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  DET-DOCUMENTO           PIC 9(11).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  DET-CONTA               PIC 9(08).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  DET-MOTIVO              PIC X(20).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  DET-TELEFONE            PIC X(15).
002600 01  AVS-LINHA-RESUMO.
002610     05  FILLER                  PIC X(10) VALUE SPACES.
002620     05  RES-ROTULO              PIC X(40).
002630     05  RES-QTDE                PIC Z(06)9.
002640 PROCEDURE DIVISION.
002650*-----------------------------------------------------------------
002660* 0000-MAINLINE - PERCORRE O DIARIO DO DIA E O ARQUIVO DE
002670* AGENDAMENTOS GERANDO OS ALERTAS DA JANELA DESTA EXECUCAO.
002680*-----------------------------------------------------------------
002690 0000-MAINLINE.
002700     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
002710     PERFORM 2000-TRATAR-MOVIMENTO THRU 2000-TRATAR-MOVIMENTO-EXIT
002720         UNTIL AVS-FIM-MOVIMENTO
002730     PERFORM 2500-TRATAR-AGENDA THRU 2500-TRATAR-AGENDA-EXIT
002740         UNTIL AVS-FIM-AGENDA
002750     PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
002760     STOP RUN.
002770*-----------------------------------------------------------------
002780* 1000-INICIAR - CONFERE A POSICAO NA CADEIA NOTURNA, FIXA A
002790* JANELA DE EVENTOS NO CONTROLE DE EXECUCAO, ABRE OS ARQUIVOS E
002800* IMPRIME O CABECALHO DO RELATORIO.
002810*-----------------------------------------------------------------
002820 1000-INICIAR.
002830     PERFORM 1100-LER-CONTROLE-DIA THRU 1100-LER-CONTROLE-DIA-EXIT
002840     OPEN INPUT CONTA-MESTRE
002850     IF NOT AVS-CONTA-OK
002860         DISPLAY "ERRO AO ABRIR CONTA-MESTRE. STATUS: "
002870             AVS-STATUS-CONTA
002880         STOP RUN
002890     END-IF
002900     OPEN INPUT CLIENTES-MESTRE
002910     IF NOT AVS-CLI-OK
002920         DISPLAY "ERRO AO ABRIR CLIENTES-MESTRE. STATUS: "
002930             AVS-STATUS-CLI
002940         STOP RUN
002950     END-IF
002960     OPEN OUTPUT ALERTAS-SMS
002970     IF NOT AVS-SMS-OK
002980         DISPLAY "ERRO AO ABRIR O ARQUIVO DE ALERTAS. STATUS: "
002990             AVS-STATUS-SMS
003000         STOP RUN
003010     END-IF
003020     OPEN OUTPUT RELATORIO
003030     IF NOT AVS-REL-OK
003040         DISPLAY "ERRO AO ABRIR O RELATORIO. STATUS: "
003050             AVS-STATUS-REL
003060         STOP RUN
003070     END-IF
003080     PERFORM 1200-FIXAR-JANELA THRU 1200-FIXAR-JANELA-EXIT
003090     OPEN INPUT MOVIMENTO
003100     IF NOT AVS-MOV-OK
003110         DISPLAY "SEM DIARIO DE MOVIMENTOS. STATUS: "
003120             AVS-STATUS-MOV
003130         MOVE "S" TO AVS-SW-FIM-MOV
003140     END-IF
003150     OPEN INPUT AGENDA
003160     IF NOT AVS-AGD-OK
003170         DISPLAY "SEM ARQUIVO DE AGENDAMENTOS. STATUS: "
003180             AVS-STATUS-AGD
003190         MOVE "S" TO AVS-SW-FIM-AGD
003200     END-IF
003210     MOVE ZEROS TO AVS-TAB-QTDE-EVENTO
003220     MOVE SPACES TO REL-LINHA
003230     STRING "ALERTAS AO CLIENTE POR SMS - RELATORIO DE CONTROLE"
003240         DELIMITED BY SIZE INTO REL-LINHA
003250     WRITE REL-LINHA
003260     MOVE AVS-INI-DATA TO AVS-DATA-NUM
003270     MOVE AVS-INI-HORA TO AVS-HORA-NUM
003280     PERFORM 7400-FORMATAR-DATA-HORA
003290         THRU 7400-FORMATAR-DATA-HORA-EXIT
003300     MOVE SPACES TO REL-LINHA
003310     MOVE 1 TO AVS-PTR
003320     STRING "EVENTOS APOS " AVS-DATA-TXT " " AVS-HORA-TXT
003330         DELIMITED BY SIZE INTO REL-LINHA WITH POINTER AVS-PTR
003340     MOVE AVS-FIM-DATA TO AVS-DATA-NUM
003350     MOVE AVS-FIM-HORA TO AVS-HORA-NUM
003360     PERFORM 7400-FORMATAR-DATA-HORA
003370         THRU 7400-FORMATAR-DATA-HORA-EXIT
003380     STRING " ATE " AVS-DATA-TXT " " AVS-HORA-TXT
003390         DELIMITED BY SIZE INTO REL-LINHA WITH POINTER AVS-PTR
003400     WRITE REL-LINHA
003410     MOVE SPACES TO REL-LINHA
003420     WRITE REL-LINHA
003430     MOVE SPACES TO REL-LINHA
003440     STRING "CLIENTES NAO AVISADOS POR FALTA DE TELEFONE VALIDO:"
003450         DELIMITED BY SIZE INTO REL-LINHA
003460     WRITE REL-LINHA
003470     MOVE SPACES TO REL-LINHA
003480     STRING "  CPF          CONTA     MOTIVO                "
003490         "TELEFONE" DELIMITED BY SIZE INTO REL-LINHA
003500     WRITE REL-LINHA
003510     IF NOT AVS-FIM-MOVIMENTO
003520         PERFORM 8000-LER-MOV THRU 8000-LER-MOV-EXIT
003530     END-IF
003540     IF NOT AVS-FIM-AGENDA
003550         PERFORM 8010-LER-AGENDA THRU 8010-LER-AGENDA-EXIT
003560     END-IF.
003570 1000-INICIAR-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------------
003600* 1100-LER-CONTROLE-DIA - CONFERE NO CONTROLE DO DIA (DIACTL,
003610* MANTIDO PELO ABREDIA) QUE O JOB RODA NA POSICAO CERTA DA
003620* CADEIA: DEPOIS DO AGDEXEC (AS FALHAS DE AGENDAMENTO DO DIA JA
003630* MARCADAS) E ANTES DO FECHDIA (O DIARIO DO DIA AINDA NAO
003640* CORTADO). A RERODADA E PERMITIDA: QUEM EVITA O ALERTA REPETIDO
003650* E A JANELA DO CONTROLE SMSCTL.
003660*-----------------------------------------------------------------
003670 1100-LER-CONTROLE-DIA.
003680     OPEN INPUT CONTROLE-DIA
003690     IF NOT AVS-DCT-OK
003700         DISPLAY "SEM CONTROLE DO DIA (ABREDIA). STATUS: "
003710             AVS-STATUS-DCT
003720         STOP RUN
003730     END-IF
003740     READ CONTROLE-DIA
003750         AT END
003760             DISPLAY "CONTROLE DO DIA VAZIO. ABRA O DIA NO "
003770                 "ABREDIA."
003780             STOP RUN
003790     END-READ
003800     IF NOT DCT-DIA-ABERTO
003810         DISPLAY "O DIA " DCT-DATA-MOVTO " NAO ESTA ABERTO. "
003820             "JOB ENCERRADO."
003830         STOP RUN
003840     END-IF
003850     IF NOT DCT-AGDEXEC-FEITO
003860         DISPLAY "AGDEXEC AINDA NAO CONCLUIDO PARA "
003870             DCT-DATA-MOVTO ". JOB FORA DE ORDEM."
003880         STOP RUN
003890     END-IF
003900     IF DCT-FECHDIA-FEITO
003910         DISPLAY "FECHDIA JA CONCLUIDO PARA " DCT-DATA-MOVTO
003920             ". DIARIO JA CORTADO. JOB FORA DE ORDEM."
003930         STOP RUN
003940     END-IF
003950     DISPLAY "AVISOSMS - DATA DE MOVIMENTO " DCT-DATA-MOVTO
003960     CLOSE CONTROLE-DIA.
003970 1100-LER-CONTROLE-DIA-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------------
004000* 1200-FIXAR-JANELA - LE O CONTROLE DE EXECUCAO (SMSCTL) E FIXA A
004010* JANELA DE EVENTOS. NA PRIMEIRA EXECUCAO O CONTROLE E CRIADO
004020* COM O CORTE NO INICIO DO DIA DE HOJE (O HISTORICO ANTERIOR NAO
004030* E AVISADO). DEPOIS DE UMA EXECUCAO TERMINADA A JANELA NOVA VAI
004040* DO CORTE DELA ATE AGORA; DEPOIS DE UMA QUEDA ("E") A JANELA E
004050* A MESMA DA EXECUCAO QUE CAIU, CUJO ARQUIVO DE ALERTAS NAO FOI
004060* CATALOGADO.
004070*-----------------------------------------------------------------
004080 1200-FIXAR-JANELA.
004090     MOVE "N" TO AVS-SW-CTL-NOVO
004100     OPEN I-O CONTROLE-SMS
004110     IF AVS-CTL-OK
004120         READ CONTROLE-SMS
004130             AT END
004140                 MOVE "S" TO AVS-SW-CTL-NOVO
004150         END-READ
004160     ELSE
004170         MOVE "S" TO AVS-SW-CTL-NOVO
004180     END-IF
004190     IF AVS-CTL-NOVO
004200         PERFORM 1210-CRIAR-CONTROLE THRU 1210-CRIAR-CONTROLE-EXIT
004210     END-IF
004220     IF SCT-EM-EXECUCAO
004230         DISPLAY "EXECUCAO ANTERIOR NAO TERMINOU. REFAZENDO A "
004240             "MESMA JANELA DE EVENTOS."
004250     ELSE
004260         MOVE SCT-DATA-FIM TO SCT-DATA-INI
004270         MOVE SCT-HORA-FIM TO SCT-HORA-INI
004280         ACCEPT SCT-DATA-FIM FROM DATE YYYYMMDD
004290         ACCEPT SCT-HORA-FIM FROM TIME
004300         MOVE "E" TO SCT-SITUACAO
004310     END-IF
004320     ACCEPT SCT-DATA-ATU FROM DATE YYYYMMDD
004330     ACCEPT SCT-HORA-ATU FROM TIME
004340     REWRITE SCT-REG
004350     MOVE SCT-DATA-INI TO AVS-INI-DATA
004360     MOVE SCT-HORA-INI TO AVS-INI-HORA
004370     MOVE SCT-DATA-FIM TO AVS-FIM-DATA
004380     MOVE SCT-HORA-FIM TO AVS-FIM-HORA
004390     CLOSE CONTROLE-SMS.
004400 1200-FIXAR-JANELA-EXIT.
004410     EXIT.

004420 1210-CRIAR-CONTROLE.
004430     CLOSE CONTROLE-SMS
004440     OPEN OUTPUT CONTROLE-SMS
004450     IF NOT AVS-CTL-OK
004460         DISPLAY "ERRO AO CRIAR O CONTROLE SMSCTL. STATUS: "
004470             AVS-STATUS-CTL
004480         STOP RUN
004490     END-IF
004500     MOVE SPACES TO SCT-REG
004510     MOVE ZERO TO SCT-DATA-INI
004520     MOVE ZERO TO SCT-HORA-INI
004530     ACCEPT SCT-DATA-FIM FROM DATE YYYYMMDD
004540     MOVE ZERO TO SCT-HORA-FIM
004550     MOVE "T" TO SCT-SITUACAO
004560     ACCEPT SCT-DATA-ATU FROM DATE YYYYMMDD
004570     ACCEPT SCT-HORA-ATU FROM TIME
004580     WRITE SCT-REG
004590     CLOSE CONTROLE-SMS
004600     OPEN I-O CONTROLE-SMS
004610     READ CONTROLE-SMS
004620     DISPLAY "PRIMEIRA EXECUCAO: ALERTAS A PARTIR DE HOJE.".
004630 1210-CRIAR-CONTROLE-EXIT.
004640     EXIT.
004650*-----------------------------------------------------------------
004660* 2000-TRATAR-MOVIMENTO - AVALIA O LANCAMENTO CORRENTE DO DIARIO
004670* QUANDO O CARIMBO DELE ESTA NA JANELA DESTA EXECUCAO E LE O
004680* PROXIMO.
004690*-----------------------------------------------------------------
004700 2000-TRATAR-MOVIMENTO.
004710     ADD 1 TO AVS-QTDE-MOV-LIDOS
004720     MOVE MOV-DATA TO AVS-EVT-DATA
004730     MOVE MOV-HORA TO AVS-EVT-HORA
004740     IF AVS-MARCA-EVT-NUM > AVS-MARCA-INI-NUM
004750         AND AVS-MARCA-EVT-NUM NOT > AVS-MARCA-FIM-NUM
004760         PERFORM 2100-AVALIAR-MOV THRU 2100-AVALIAR-MOV-EXIT
004770     END-IF
004780     PERFORM 8000-LER-MOV THRU 8000-LER-MOV-EXIT.
004790 2000-TRATAR-MOVIMENTO-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820* 2100-AVALIAR-MOV - CLASSIFICA O LANCAMENTO NO EVENTO DE ALERTA
004830* (OS DEMAIS TIPOS NAO GERAM ALERTA), LOCALIZA O CLIENTE, CONFERE
004840* A ADESAO, O VALOR ESCOLHIDO (SO SAQUE E TRANSFERENCIA) E O
004850* CELULAR, E GRAVA O ALERTA. O CLIENTE AVISADO E O TITULAR QUE
004860* FEZ O LANCAMENTO NO CAIXA (MOV-TITULAR, QUE NA CONTA CONJUNTA
004870* PODE SER O COTITULAR); SEM ELE, O TITULAR DA CONTA.
004880*-----------------------------------------------------------------
004890 2100-AVALIAR-MOV.
004900     EVALUATE TRUE
004910         WHEN MOV-TIPO-SAQUE
004920             MOVE 01 TO AVS-EVENTO
004930         WHEN MOV-TIPO-TRANSF-DEBITO
004940         WHEN MOV-TIPO-TRANSF-EXT-DEB
004950             MOVE 02 TO AVS-EVENTO
004960         WHEN MOV-TIPO-DEP-REJEITADO
004970             MOVE 04 TO AVS-EVENTO
004980         WHEN MOV-TIPO-TRANSF-EXT-DEV
004990             MOVE 05 TO AVS-EVENTO
005000         WHEN MOV-TIPO-BLOQUEIO
005010             MOVE 06 TO AVS-EVENTO
005020         WHEN MOV-TIPO-TROCA-SENHA
005030             MOVE 07 TO AVS-EVENTO
005040         WHEN MOV-TIPO-BLOQ-JUDICIAL
005050             MOVE 08 TO AVS-EVENTO
005060         WHEN OTHER
005070             GO TO 2100-AVALIAR-MOV-EXIT
005080     END-EVALUATE
005090     MOVE MOV-CONTA       TO AVS-CONTA-EVT
005100     MOVE MOV-CONTA-RELAC TO AVS-CONTA-REL-EVT
005110     MOVE MOV-TITULAR     TO AVS-DOC-EVT
005120     MOVE MOV-VALOR       TO AVS-VALOR-EVT
005130     PERFORM 7000-LOCALIZAR-CLIENTE
005140         THRU 7000-LOCALIZAR-CLIENTE-EXIT
005150     IF NOT AVS-CLIENTE-ADERIU
005160         GO TO 2100-AVALIAR-MOV-EXIT
005170     END-IF
005180     IF (AVS-EVENTO = 01 OR AVS-EVENTO = 02)
005190         AND AVS-VALOR-EVT NOT > CLI-ALERTA-VALOR
005200         ADD 1 TO AVS-QTDE-ABAIXO-VALOR
005210         GO TO 2100-AVALIAR-MOV-EXIT
005220     END-IF
005230     MOVE SPACES TO SMS-REG
005240     PERFORM 7100-VALIDAR-TELEFONE THRU 7100-VALIDAR-TELEFONE-EXIT
005250     IF NOT AVS-TELEFONE-VALIDO
005260         GO TO 2100-AVALIAR-MOV-EXIT
005270     END-IF
005280     EVALUATE AVS-EVENTO
005290         WHEN 04
005300             PERFORM 2300-PROCURAR-DEPOSITO
005310                 THRU 2300-PROCURAR-DEPOSITO-EXIT
005320         WHEN 05
005330             PERFORM 2400-PROCURAR-TRANSF-EXT
005340                 THRU 2400-PROCURAR-TRANSF-EXT-EXIT
005350     END-EVALUATE
005360     PERFORM 2200-MONTAR-MENSAGEM THRU 2200-MONTAR-MENSAGEM-EXIT
005370     PERFORM 8100-GRAVAR-ALERTA THRU 8100-GRAVAR-ALERTA-EXIT.
005380 2100-AVALIAR-MOV-EXIT.
005390     EXIT.
005400*-----------------------------------------------------------------
005410* 2200-MONTAR-MENSAGEM - MONTA O TEXTO DO SMS CONFORME O EVENTO,
005420* COM O VALOR, A CONTA E A DATA E A HORA DO EVENTO.
005430*-----------------------------------------------------------------
005440 2200-MONTAR-MENSAGEM.
005450     PERFORM 7300-FORMATAR-VALOR THRU 7300-FORMATAR-VALOR-EXIT
005460     MOVE AVS-EVT-DATA TO AVS-DATA-NUM
005470     MOVE AVS-EVT-HORA TO AVS-HORA-NUM
005480     PERFORM 7400-FORMATAR-DATA-HORA
005490         THRU 7400-FORMATAR-DATA-HORA-EXIT
005500     MOVE SPACES TO SMS-MENSAGEM
005510     MOVE 1 TO AVS-PTR
005520     EVALUATE AVS-EVENTO
005530         WHEN 01
005540             STRING "BANCO: SAQUE DE R$ "
005550                 AVS-VALOR-AREA(AVS-BRANCOS + 1:)
005560                 " NA CONTA " AVS-CONTA-EVT " EM " AVS-DATA-TXT
005570                 " AS " AVS-HORA-TXT
005580                 ". NAO RECONHECE? LIGUE PARA A CENTRAL."
005590                 DELIMITED BY SIZE
005600                 INTO SMS-MENSAGEM WITH POINTER AVS-PTR
005610         WHEN 02
005620             STRING "BANCO: TRANSFERENCIA DE R$ "
005630                 AVS-VALOR-AREA(AVS-BRANCOS + 1:)
005640                 " DA CONTA " AVS-CONTA-EVT " EM " AVS-DATA-TXT
005650                 " AS " AVS-HORA-TXT
005660                 ". NAO RECONHECE? LIGUE PARA A CENTRAL."
005670                 DELIMITED BY SIZE
005680                 INTO SMS-MENSAGEM WITH POINTER AVS-PTR
005690         WHEN 03
005700             STRING "BANCO: A TRANSFERENCIA AGENDADA DE R$ "
005710                 AVS-VALOR-AREA(AVS-BRANCOS + 1:)
005720                 " DA CONTA " AVS-CONTA-EVT " PARA A CONTA "
005730                 AVS-CONTA-REL-EVT " NAO FOI EFETUADA EM "
005740                 AVS-DATA-TXT ". VERIFIQUE SALDO E DESTINO."
005750                 DELIMITED BY SIZE
005760                 INTO SMS-MENSAGEM WITH POINTER AVS-PTR
005770         WHEN 04
005780             STRING "BANCO: O DEPOSITO EM ENVELOPE DE R$ "
005790                 AVS-VALOR-AREA(AVS-BRANCOS + 1:)
005800                 DELIMITED BY SIZE
005810                 INTO SMS-MENSAGEM WITH POINTER AVS-PTR
005820             IF AVS-DATA-AUX-EVT NOT = ZERO
005830                 STRING " FEITO EM " AVS-DATA-AUX-TXT
005840                     DELIMITED BY SIZE
005850                     INTO SMS-MENSAGEM WITH POINTER AVS-PTR
005860             END-IF
005870             STRING " NA CONTA " AVS-CONTA-EVT
005880                 " FOI RECUSADO NA CONFERENCIA EM " AVS-DATA-TXT
005890                 ". PROCURE SUA AGENCIA."
005900                 DELIMITED BY SIZE
005910                 INTO SMS-MENSAGEM WITH POINTER AVS-PTR
005920         WHEN 05
005930             STRING "BANCO: A TRANSFERENCIA DE R$ "
005940                 AVS-VALOR-AREA(AVS-BRANCOS + 1:)
005950                 DELIMITED BY SIZE
005960                 INTO SMS-MENSAGEM WITH POINTER AVS-PTR
005970             IF AVS-BANCO-EVT NOT = ZERO
005980                 STRING " PARA O BANCO " AVS-BANCO-EVT
005990                     DELIMITED BY SIZE
006000                     INTO SMS-MENSAGEM WITH POINTER AVS-PTR
006010             ELSE
006020                 STRING " PARA OUTRO BANCO"
006030                     DELIMITED BY SIZE
006040                     INTO SMS-MENSAGEM WITH POINTER AVS-PTR
006050             END-IF
006060             STRING " FOI DEVOLVIDA E O VALOR VOLTOU PARA A "
006070                 "CONTA "
006080                 AVS-CONTA-EVT " EM " AVS-DATA-TXT "."
006090                 DELIMITED BY SIZE
006100                 INTO SMS-MENSAGEM WITH POINTER AVS-PTR
006110         WHEN 06
006120             STRING "BANCO: O ACESSO A CONTA " AVS-CONTA-EVT
006130                 " FOI BLOQUEADO POR SENHA ERRADA EM "
006140                 AVS-DATA-TXT
006150                 " AS " AVS-HORA-TXT ". PROCURE SUA AGENCIA."
006160                 DELIMITED BY SIZE
006170                 INTO SMS-MENSAGEM WITH POINTER AVS-PTR
006180         WHEN 07
006190             STRING "BANCO: A SENHA DA CONTA " AVS-CONTA-EVT
006200                 " FOI ALTERADA EM " AVS-DATA-TXT " AS "
006210                 AVS-HORA-TXT
006220                 ". NAO FOI VOCE? LIGUE PARA A CENTRAL."
006230                 DELIMITED BY SIZE
006240                 INTO SMS-MENSAGEM WITH POINTER AVS-PTR
006250         WHEN 08
006260             STRING "BANCO: BLOQUEIO JUDICIAL DE R$ "
006270                 AVS-VALOR-AREA(AVS-BRANCOS + 1:)
006280                 " NO SALDO DA CONTA " AVS-CONTA-EVT " EM "
006290                 AVS-DATA-TXT ". PROCURE SUA AGENCIA."
006300                 DELIMITED BY SIZE
006310                 INTO SMS-MENSAGEM WITH POINTER AVS-PTR
006320     END-EVALUATE.
006330 2200-MONTAR-MENSAGEM-EXIT.
006340     EXIT.
006350*-----------------------------------------------------------------
006360* 2300-PROCURAR-DEPOSITO - PROCURA NO DEPPEND O ENVELOPE RECUSADO
006370* QUE DEU ORIGEM AO AVISO TIPO 14 (MESMA CONTA E VALOR, RECUSADO
006380* NA DATA DO AVISO), PARA INFORMAR AO CLIENTE A DATA EM QUE O
006390* ENVELOPE FOI ENTREGUE. SEM CORRESPONDENCIA A MENSAGEM SAI SEM
006400* ESSA DATA. O ARQUIVO E RELIDO DO INICIO A CADA AVISO.
006410*-----------------------------------------------------------------
006420 2300-PROCURAR-DEPOSITO.
006430     MOVE ZERO TO AVS-DATA-AUX-EVT
006440     MOVE "N" TO AVS-SW-ACHOU
006450     MOVE "N" TO AVS-SW-FIM-AUX
006460     OPEN INPUT DEPOSITOS-PEND
006470     IF NOT AVS-DEP-OK
006480         GO TO 2300-PROCURAR-DEPOSITO-EXIT
006490     END-IF
006500     PERFORM 2310-LER-DEPOSITO THRU 2310-LER-DEPOSITO-EXIT
006510         UNTIL AVS-FIM-AUXILIAR OR AVS-AUX-ACHADO
006520     CLOSE DEPOSITOS-PEND
006530     IF AVS-AUX-ACHADO
006540         MOVE DEP-DATA TO AVS-DATA-AUX-EVT
006550         MOVE DEP-DATA TO AVS-DATA-NUM
006560         MOVE AVS-DATA-DD   TO AVS-TXT-DD
006570         MOVE AVS-DATA-MM   TO AVS-TXT-MM
006580         MOVE AVS-DATA-AAAA TO AVS-TXT-AAAA
006590         MOVE AVS-DATA-TXT  TO AVS-DATA-AUX-TXT
006600     END-IF.
006610 2300-PROCURAR-DEPOSITO-EXIT.
006620     EXIT.

006630 2310-LER-DEPOSITO.
006640     READ DEPOSITOS-PEND
006650         AT END
006660             MOVE "S" TO AVS-SW-FIM-AUX
006670         NOT AT END
006680             IF DEP-REJEITADO
006690                 AND DEP-CONTA = AVS-CONTA-EVT
006700                 AND DEP-VALOR = AVS-VALOR-EVT
006710                 AND DEP-DATA-TRAT = AVS-EVT-DATA
006720                 MOVE "S" TO AVS-SW-ACHOU
006730             END-IF
006740     END-READ.
006750 2310-LER-DEPOSITO-EXIT.
006760     EXIT.
006770*-----------------------------------------------------------------
006780* 2400-PROCURAR-TRANSF-EXT - PROCURA NO TRFEXT A TRANSFERENCIA
006790* DEVOLVIDA QUE DEU ORIGEM AO RECREDITO TIPO 97 (MESMA CONTA DE
006800* ORIGEM E VALOR, DEVOLVIDA NA DATA DO RECREDITO), PARA INFORMAR
006810* AO CLIENTE O BANCO DE DESTINO. SEM CORRESPONDENCIA A MENSAGEM
006820* SAI SEM O BANCO. O ARQUIVO E RELIDO DO INICIO A CADA AVISO.
006830*-----------------------------------------------------------------
006840 2400-PROCURAR-TRANSF-EXT.
006850     MOVE ZERO TO AVS-BANCO-EVT
006860     MOVE "N" TO AVS-SW-ACHOU
006870     MOVE "N" TO AVS-SW-FIM-AUX
006880     OPEN INPUT TRANSF-EXTERNA
006890     IF NOT AVS-TEX-OK
006900         GO TO 2400-PROCURAR-TRANSF-EXT-EXIT
006910     END-IF
006920     PERFORM 2410-LER-TRANSF-EXT THRU 2410-LER-TRANSF-EXT-EXIT
006930         UNTIL AVS-FIM-AUXILIAR OR AVS-AUX-ACHADO
006940     CLOSE TRANSF-EXTERNA
006950     IF AVS-AUX-ACHADO
006960         MOVE TEX-BANCO-DEST TO AVS-BANCO-EVT
006970     END-IF.
006980 2400-PROCURAR-TRANSF-EXT-EXIT.
006990     EXIT.

007000 2410-LER-TRANSF-EXT.
007010     READ TRANSF-EXTERNA
007020         AT END
007030             MOVE "S" TO AVS-SW-FIM-AUX
007040         NOT AT END
007050             IF TEX-DEVOLVIDA
007060                 AND TEX-CONTA-ORIG = AVS-CONTA-EVT
007070                 AND TEX-VALOR = AVS-VALOR-EVT
007080                 AND TEX-DATA-RETORNO = AVS-EVT-DATA
007090                 MOVE "S" TO AVS-SW-ACHOU
007100             END-IF
007110     END-READ.
007120 2410-LER-TRANSF-EXT-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------------
007150* 2500-TRATAR-AGENDA - AVISA A TRANSFERENCIA AGENDADA QUE O
007160* AGDEXEC MARCOU COMO FALHA (SALDO, DESTINO OU CONTA ENCERRADA)
007170* DENTRO DA JANELA DESTA EXECUCAO, AO TITULAR DA CONTA DE
007180* ORIGEM, E LE O PROXIMO AGENDAMENTO.
007190*-----------------------------------------------------------------
007200 2500-TRATAR-AGENDA.
007210     ADD 1 TO AVS-QTDE-AGD-LIDOS
007220     IF NOT AGD-FALHA
007230         GO TO 2500-LER-PROXIMO
007240     END-IF
007250     MOVE AGD-DATA-EXEC TO AVS-EVT-DATA
007260     MOVE AGD-HORA-EXEC TO AVS-EVT-HORA
007270     IF AVS-MARCA-EVT-NUM NOT > AVS-MARCA-INI-NUM
007280         OR AVS-MARCA-EVT-NUM > AVS-MARCA-FIM-NUM
007290         GO TO 2500-LER-PROXIMO
007300     END-IF
007310     MOVE 03              TO AVS-EVENTO
007320     MOVE AGD-CONTA-ORIG  TO AVS-CONTA-EVT
007330     MOVE AGD-CONTA-DEST  TO AVS-CONTA-REL-EVT
007340     MOVE ZERO            TO AVS-DOC-EVT
007350     MOVE AGD-VALOR       TO AVS-VALOR-EVT
007360     PERFORM 7000-LOCALIZAR-CLIENTE
007370         THRU 7000-LOCALIZAR-CLIENTE-EXIT
007380     IF NOT AVS-CLIENTE-ADERIU
007390         GO TO 2500-LER-PROXIMO
007400     END-IF
007410     MOVE SPACES TO SMS-REG
007420     PERFORM 7100-VALIDAR-TELEFONE THRU 7100-VALIDAR-TELEFONE-EXIT
007430     IF NOT AVS-TELEFONE-VALIDO
007440         GO TO 2500-LER-PROXIMO
007450     END-IF
007460     PERFORM 2200-MONTAR-MENSAGEM THRU 2200-MONTAR-MENSAGEM-EXIT
007470     PERFORM 8100-GRAVAR-ALERTA THRU 8100-GRAVAR-ALERTA-EXIT.
007480 2500-LER-PROXIMO.
007490     PERFORM 8010-LER-AGENDA THRU 8010-LER-AGENDA-EXIT.
007500 2500-TRATAR-AGENDA-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------------
007530* 3000-FINALIZAR - IMPRIME O RESUMO DE CONTROLE, FECHA OS
007540* ARQUIVOS E MARCA A EXECUCAO COMO TERMINADA NO SMSCTL. SO A
007550* PARTIR DAQUI A JANELA DESTA EXECUCAO CONTA COMO AVISADA.
007560*-----------------------------------------------------------------
007570 3000-FINALIZAR.
007580     MOVE SPACES TO REL-LINHA
007590     WRITE REL-LINHA
007600     MOVE SPACES TO REL-LINHA
007610     STRING "ALERTAS GERADOS POR TIPO:"
007620         DELIMITED BY SIZE INTO REL-LINHA
007630     WRITE REL-LINHA
007640     PERFORM 3100-IMPRIMIR-TIPO THRU 3100-IMPRIMIR-TIPO-EXIT
007650         VARYING AVS-IDX-EVT FROM 1 BY 1 UNTIL AVS-IDX-EVT > 8
007660     MOVE SPACES TO AVS-LINHA-RESUMO
007670     MOVE "TOTAL DE ALERTAS GERADOS:" TO RES-ROTULO
007680     MOVE AVS-QTDE-GERADOS TO RES-QTDE
007690     WRITE REL-LINHA FROM AVS-LINHA-RESUMO
007700     MOVE SPACES TO REL-LINHA
007710     WRITE REL-LINHA
007720     MOVE SPACES TO AVS-LINHA-RESUMO
007730     MOVE "LANCAMENTOS LIDOS NO DIARIO:" TO RES-ROTULO
007740     MOVE AVS-QTDE-MOV-LIDOS TO RES-QTDE
007750     WRITE REL-LINHA FROM AVS-LINHA-RESUMO
007760     MOVE SPACES TO AVS-LINHA-RESUMO
007770     MOVE "AGENDAMENTOS LIDOS:" TO RES-ROTULO
007780     MOVE AVS-QTDE-AGD-LIDOS TO RES-QTDE
007790     WRITE REL-LINHA FROM AVS-LINHA-RESUMO
007800     MOVE SPACES TO AVS-LINHA-RESUMO
007810     MOVE "EVENTOS DE CLIENTE SEM ADESAO:" TO RES-ROTULO
007820     MOVE AVS-QTDE-SEM-ADESAO TO RES-QTDE
007830     WRITE REL-LINHA FROM AVS-LINHA-RESUMO
007840     MOVE SPACES TO AVS-LINHA-RESUMO
007850     MOVE "EVENTOS ATE O VALOR ESCOLHIDO:" TO RES-ROTULO
007860     MOVE AVS-QTDE-ABAIXO-VALOR TO RES-QTDE
007870     WRITE REL-LINHA FROM AVS-LINHA-RESUMO
007880     MOVE SPACES TO AVS-LINHA-RESUMO
007890     MOVE "EVENTOS DE CONTA SEM CLIENTE CADASTRADO:" TO RES-ROTULO
007900     MOVE AVS-QTDE-SEM-CLIENTE TO RES-QTDE
007910     WRITE REL-LINHA FROM AVS-LINHA-RESUMO
007920     MOVE SPACES TO AVS-LINHA-RESUMO
007930     MOVE "ALERTAS NAO GERADOS POR TELEFONE:" TO RES-ROTULO
007940     MOVE AVS-QTDE-NAO-GERADOS TO RES-QTDE
007950     WRITE REL-LINHA FROM AVS-LINHA-RESUMO
007960     MOVE SPACES TO AVS-LINHA-RESUMO
007970     MOVE "CLIENTES SEM TELEFONE:" TO RES-ROTULO
007980     MOVE AVS-QTDE-CLI-SEM-TEL TO RES-QTDE
007990     WRITE REL-LINHA FROM AVS-LINHA-RESUMO
008000     MOVE SPACES TO AVS-LINHA-RESUMO
008010     MOVE "CLIENTES COM TELEFONE INVALIDO:" TO RES-ROTULO
008020     MOVE AVS-QTDE-CLI-TEL-INV TO RES-QTDE
008030     WRITE REL-LINHA FROM AVS-LINHA-RESUMO
008040     CLOSE MOVIMENTO
008050     CLOSE AGENDA
008060     CLOSE CONTA-MESTRE
008070     CLOSE CLIENTES-MESTRE
008080     CLOSE ALERTAS-SMS
008090     CLOSE RELATORIO
008100     OPEN I-O CONTROLE-SMS
008110     READ CONTROLE-SMS
008120     MOVE "T" TO SCT-SITUACAO
008130     ACCEPT SCT-DATA-ATU FROM DATE YYYYMMDD
008140     ACCEPT SCT-HORA-ATU FROM TIME
008150     REWRITE SCT-REG
008160     CLOSE CONTROLE-SMS
008170     DISPLAY "AVISOSMS - ALERTAS GERADOS: " AVS-QTDE-GERADOS.
008180 3000-FINALIZAR-EXIT.
008190     EXIT.

008200 3100-IMPRIMIR-TIPO.
008210     MOVE SPACES TO AVS-LINHA-RESUMO
008220     MOVE AVS-ROTULO-EVENTO (AVS-IDX-EVT) TO RES-ROTULO
008230     MOVE AVS-QTDE-EVENTO (AVS-IDX-EVT) TO RES-QTDE
008240     WRITE REL-LINHA FROM AVS-LINHA-RESUMO.
008250 3100-IMPRIMIR-TIPO-EXIT.
008260     EXIT.
008270*-----------------------------------------------------------------
008280* 7000-LOCALIZAR-CLIENTE - LOCALIZA NO MESTRE DE CLIENTES O CPF
008290* DO EVENTO (OU, SEM ELE, O TITULAR DA CONTA, PELO
008300* CONTA-DOCUMENTO) E CONFERE A ADESAO AOS ALERTAS.
008310*-----------------------------------------------------------------
008320 7000-LOCALIZAR-CLIENTE.
008330     MOVE "N" TO AVS-SW-CLIENTE
008340     IF AVS-DOC-EVT = ZERO
008350         MOVE AVS-CONTA-EVT TO CONTA-NUMERO
008360         READ CONTA-MESTRE
008370             INVALID KEY
008380                 MOVE ZERO TO CONTA-DOCUMENTO
008390         END-READ
008400         MOVE CONTA-DOCUMENTO TO AVS-DOC-EVT
008410     END-IF
008420     IF AVS-DOC-EVT = ZERO
008430         ADD 1 TO AVS-QTDE-SEM-CLIENTE
008440         GO TO 7000-LOCALIZAR-CLIENTE-EXIT
008450     END-IF
008460     MOVE AVS-DOC-EVT TO CLI-DOCUMENTO
008470     READ CLIENTES-MESTRE
008480         INVALID KEY
008490             ADD 1 TO AVS-QTDE-SEM-CLIENTE
008500             GO TO 7000-LOCALIZAR-CLIENTE-EXIT
008510     END-READ
008520     IF NOT CLI-ALERTA-ATIVO
008530         ADD 1 TO AVS-QTDE-SEM-ADESAO
008540         GO TO 7000-LOCALIZAR-CLIENTE-EXIT
008550     END-IF
008560     MOVE "S" TO AVS-SW-CLIENTE.
008570 7000-LOCALIZAR-CLIENTE-EXIT.
008580     EXIT.
008590*-----------------------------------------------------------------
008600* 7100-VALIDAR-TELEFONE - EXTRAI OS DIGITOS DE CLI-TELEFONE
008610* (ACEITANDO ESPACOS, PARENTESES, HIFEN, PONTO E "+") E CONFERE
008620* O CELULAR. O VALIDO VAI PARA SMS-TELEFONE NO FORMATO 55 + DDD +
008630* NUMERO; O AUSENTE OU INVALIDO E RELATADO E O ALERTA NAO SAI.
008640*-----------------------------------------------------------------
008650 7100-VALIDAR-TELEFONE.
008660     MOVE "N" TO AVS-SW-TELEFONE
008670     IF CLI-TELEFONE = SPACES
008680         MOVE "SEM TELEFONE" TO AVS-MOTIVO
008690         PERFORM 7200-RELATAR-CLIENTE
008700             THRU 7200-RELATAR-CLIENTE-EXIT
008710         GO TO 7100-VALIDAR-TELEFONE-EXIT
008720     END-IF
008730     MOVE "N" TO AVS-SW-CAR-INVALIDO
008740     MOVE ZERO TO AVS-QTDE-DIGITOS
008750     MOVE SPACES TO AVS-DIGITOS
008760     PERFORM 7110-EXAMINAR-CARACTER
008770         THRU 7110-EXAMINAR-CARACTER-EXIT
008780         VARYING AVS-IDX-TEL FROM 1 BY 1 UNTIL AVS-IDX-TEL > 15
008790     MOVE SPACES TO AVS-CELULAR
008800     IF AVS-QTDE-DIGITOS = 11
008810         MOVE AVS-DIGITOS (1:11) TO AVS-CELULAR
008820     END-IF
008830     IF AVS-QTDE-DIGITOS = 13 AND AVS-DIGITOS (1:2) = "55"
008840         MOVE AVS-DIGITOS (3:11) TO AVS-CELULAR
008850     END-IF
008860     IF AVS-TEM-CAR-INVALIDO OR AVS-CELULAR = SPACES
008870         OR AVS-DDD-INVALIDO OR AVS-CEL-NUMERO (1:1) NOT = "9"
008880         MOVE "TELEFONE INVALIDO" TO AVS-MOTIVO
008890         PERFORM 7200-RELATAR-CLIENTE
008900             THRU 7200-RELATAR-CLIENTE-EXIT
008910         GO TO 7100-VALIDAR-TELEFONE-EXIT
008920     END-IF
008930     STRING "55" AVS-CELULAR DELIMITED BY SIZE INTO SMS-TELEFONE
008940     MOVE "S" TO AVS-SW-TELEFONE.
008950 7100-VALIDAR-TELEFONE-EXIT.
008960     EXIT.

008970 7110-EXAMINAR-CARACTER.
008980     MOVE CLI-TELEFONE (AVS-IDX-TEL:1) TO AVS-CARACTER
008990     IF AVS-CAR-DIGITO
009000         ADD 1 TO AVS-QTDE-DIGITOS
009010         MOVE AVS-CARACTER TO AVS-DIGITOS (AVS-QTDE-DIGITOS:1)
009020     ELSE
009030         IF NOT AVS-CAR-SEPARADOR
009040             MOVE "S" TO AVS-SW-CAR-INVALIDO
009050         END-IF
009060     END-IF.
009070 7110-EXAMINAR-CARACTER-EXIT.
009080     EXIT.
009090*-----------------------------------------------------------------
009100* 7200-RELATAR-CLIENTE - CONTA O ALERTA NAO GERADO E RELATA O
009110* CLIENTE SEM TELEFONE VALIDO, UMA VEZ SO POR EXECUCAO, PARA A
009120* AGENCIA CORRIGIR O CADASTRO NO CADCLI.
009130*-----------------------------------------------------------------
009140 7200-RELATAR-CLIENTE.
009150     ADD 1 TO AVS-QTDE-NAO-GERADOS
009160     MOVE "N" TO AVS-SW-RECUSADO
009170     PERFORM 7210-PROCURAR-RELATADO
009180         THRU 7210-PROCURAR-RELATADO-EXIT
009190         VARYING AVS-IDX-REL FROM 1 BY 1
009200         UNTIL AVS-IDX-REL > AVS-QTDE-RELATADOS OR AVS-JA-RELATADO
009210     IF AVS-JA-RELATADO
009220         GO TO 7200-RELATAR-CLIENTE-EXIT
009230     END-IF
009240     IF AVS-QTDE-RELATADOS < 500
009250         ADD 1 TO AVS-QTDE-RELATADOS
009260         MOVE CLI-DOCUMENTO
009270             TO AVS-DOC-RELATADO (AVS-QTDE-RELATADOS)
009280     END-IF
009290     IF CLI-TELEFONE = SPACES
009300         ADD 1 TO AVS-QTDE-CLI-SEM-TEL
009310     ELSE
009320         ADD 1 TO AVS-QTDE-CLI-TEL-INV
009330     END-IF
009340     MOVE SPACES TO AVS-LINHA-DET
009350     MOVE CLI-DOCUMENTO TO DET-DOCUMENTO
009360     MOVE AVS-CONTA-EVT TO DET-CONTA
009370     MOVE AVS-MOTIVO    TO DET-MOTIVO
009380     MOVE CLI-TELEFONE  TO DET-TELEFONE
009390     WRITE REL-LINHA FROM AVS-LINHA-DET.
009400 7200-RELATAR-CLIENTE-EXIT.
009410     EXIT.

009420 7210-PROCURAR-RELATADO.
009430     IF AVS-DOC-RELATADO (AVS-IDX-REL) = CLI-DOCUMENTO
009440         MOVE "S" TO AVS-SW-RECUSADO
009450     END-IF.
009460 7210-PROCURAR-RELATADO-EXIT.
009470     EXIT.
009480*-----------------------------------------------------------------
009490* 7300-FORMATAR-VALOR - EDITA O VALOR DO EVENTO COM VIRGULA
009500* DECIMAL E CONTA OS BRANCOS A ESQUERDA, PARA A MENSAGEM USAR SO
009510* A PARTE SIGNIFICATIVA (AVS-VALOR-AREA A PARTIR DE
009520* AVS-BRANCOS + 1).
009530*-----------------------------------------------------------------
009540 7300-FORMATAR-VALOR.
009550     MOVE AVS-VALOR-EVT TO AVS-VALOR-EDIT
009560     INSPECT AVS-VALOR-AREA REPLACING ALL "." BY ","
009570     MOVE ZERO TO AVS-BRANCOS
009580     INSPECT AVS-VALOR-AREA TALLYING AVS-BRANCOS
009590         FOR LEADING SPACE.
009600 7300-FORMATAR-VALOR-EXIT.
009610     EXIT.
009620*-----------------------------------------------------------------
009630* 7400-FORMATAR-DATA-HORA - MONTA DD/MM/AAAA E HH:MM A PARTIR DE
009640* AVS-DATA-NUM (AAAAMMDD) E AVS-HORA-NUM (HHMMSSCC).
009650*-----------------------------------------------------------------
009660 7400-FORMATAR-DATA-HORA.
009670     MOVE AVS-DATA-DD   TO AVS-TXT-DD
009680     MOVE AVS-DATA-MM   TO AVS-TXT-MM
009690     MOVE AVS-DATA-AAAA TO AVS-TXT-AAAA
009700     MOVE AVS-HORA-HH   TO AVS-TXT-HH
009710     MOVE AVS-HORA-MI   TO AVS-TXT-MI.
009720 7400-FORMATAR-DATA-HORA-EXIT.
009730     EXIT.
009740*-----------------------------------------------------------------
009750* 8000-LER-MOV - LE O PROXIMO LANCAMENTO DO DIARIO E SINALIZA O
009760* FIM DE ARQUIVO.
009770*-----------------------------------------------------------------
009780 8000-LER-MOV.
009790     READ MOVIMENTO
009800         AT END
009810             MOVE "S" TO AVS-SW-FIM-MOV
009820     END-READ.
009830 8000-LER-MOV-EXIT.
009840     EXIT.

009850 8010-LER-AGENDA.
009860     READ AGENDA
009870         AT END
009880             MOVE "S" TO AVS-SW-FIM-AGD
009890     END-READ.
009900 8010-LER-AGENDA-EXIT.
009910     EXIT.
009920*-----------------------------------------------------------------
009930* 8100-GRAVAR-ALERTA - GRAVA O REGISTRO DE ALERTA DO EVENTO
009940* CORRENTE (O TELEFONE E A MENSAGEM JA PREENCHIDOS) E SOMA NO
009950* CONTADOR DO TIPO.
009960*-----------------------------------------------------------------
009970 8100-GRAVAR-ALERTA.
009980     MOVE CLI-DOCUMENTO  TO SMS-DOCUMENTO
009990     MOVE AVS-CONTA-EVT  TO SMS-CONTA
010000     MOVE AVS-EVENTO     TO SMS-EVENTO
010010     MOVE AVS-VALOR-EVT  TO SMS-VALOR
010020     MOVE AVS-EVT-DATA   TO SMS-DATA-EVENTO
010030     MOVE AVS-EVT-HORA   TO SMS-HORA-EVENTO
010040     WRITE SMS-REG
010050     ADD 1 TO AVS-QTDE-EVENTO (AVS-EVENTO)
010060     ADD 1 TO AVS-QTDE-GERADOS.
010070 8100-GRAVAR-ALERTA-EXIT.
010080     EXIT.

010090 END PROGRAM AVISOSMS.
