      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLICOAF.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  MONITORAMENTO DE MOVIMENTACOES PARA O COMPLIANCE (COAF).
      *  RODA DEPOIS DA POSTAGEM SOBRE OS LANCAMENTOS DO DIA
      *  (CLILANC, O MESMO ARQUIVO QUE O CLIPOSTA LE, COM OS
      *  AGENDADOS), O MASTER POSTADO (CLIMST) E O CADASTRO DE
      *  CONTATO (CLICTT), E ABRE UM CASO PARA CADA OCORRENCIA.
      *  SO ENTRA NO MONITORAMENTO A PERNA QUE A POSTAGEM LANCOU NO
      *  CICLO: A QUE ESTA NO HISTORICO DE TRANSACOES POSTADAS
      *  (CLILHST) COM A DATA DO CICLO. A PERNA REJEITADA NAO VAI
      *  PARA O HISTORICO E A DUPLICADA DE OUTRO CICLO ESTA LA COM
      *  OUTRA DATA. A PERNA QUE JA ESTA NA JANELA (MESMA
      *  TRANSACAO, CONTA E CODIGO) OU QUE SE REPETE NO PROPRIO
      *  ARQUIVO ENTRA UMA VEZ SO.
      *
      *
      *    V = LANCAMENTO UNICO (DEBITO OU CREDITO) DE VALOR IGUAL
      *        OU MAIOR QUE O LIMITE DE COMUNICACAO;
      *    F = FRACIONAMENTO: LANCAMENTOS ABAIXO DO LIMITE, NO MESMO
      *        SENTIDO E NA MESMA CONTA, QUE SOMADOS NA JANELA DE N
      *        DIAS CORRIDOS (O DIA DO CICLO E OS N-1 ANTERIORES)
      *        ALCANCAM O LIMITE COM A QUANTIDADE MINIMA DE
      *        LANCAMENTOS. O CASO ABRE NO DIA EM QUE A SOMA CRUZA
      *        O LIMITE;
      *    N = CONTA RECENTE: CONTA INCLUIDA HA ATE N DIAS COM
      *        MOVIMENTO NO DIA (DEBITOS MAIS CREDITOS) IGUAL OU
      *        MAIOR QUE O VALOR DO PARAMETRO. A DATA DE ABERTURA
      *        VEM DA IMAGEM 'DEPOIS' DA INCLUSAO NA TRILHA DO
      *        CLIMANUT (CLIMIMG); CONTA SEM IMAGEM DE INCLUSAO NA
      *        TRILHA (JA EXPURGADA PELO CLILIMPA) NAO E RECENTE;
      *    R = IDA E VOLTA: TRANSFERENCIA DE A PARA B DEVOLVIDA HOJE
      *        DE B PARA A DENTRO DE N DIAS, COM A E B DE CNPJ SEM
      *        RELACAO (RAIZ DE 8 POSICOES DIFERENTE). UM CASO POR
      *        PAR DE CONTAS NO DIA. TITULAR PESSOA FISICA SO E O
      *        MESMO QUANDO O CPF (11 DIGITOS) E IGUAL; CONTA DE CPF
      *        E CONTA DE CNPJ SAO SEMPRE TITULARES DIFERENTES.
      *
      *  OS PARAMETROS VEM DO CARTAO COAFPRM (SEM CARTAO OU CAMPO
      *  NAO NUMERICO VALE O PADRAO):
      *    POS 01-07 LIMITE DE COMUNICACAO ............ 0050000
      *    POS 08-09 DIAS DA JANELA DE FRACIONAMENTO .. 10
      *    POS 10-11 QUANTIDADE MINIMA DE LANCAMENTOS . 03
      *    POS 12-14 DIAS DE CONTA RECENTE ............ 090
      *    POS 15-21 MOVIMENTO DIARIO DA CONTA RECENTE  0020000
      *    POS 22-23 DIAS DA IDA E VOLTA .............. 05
      *
      *  A JANELA (COAFJAN) GUARDA OS LANCAMENTOS DOS ULTIMOS DIAS
      *  E SAI NUMA NOVA GERACAO (COAFJANN) COM OS DO DIA. O
      *  CADASTRO DE CASOS (COAFCAS) E PERMANENTE E TAMBEM SAI NUMA
      *  NOVA GERACAO (COAFCASN) COM OS CASOS NOVOS NO FIM E AS
      *  ATUALIZACOES DO ANALISTA (COAFATU) APLICADAS:
      *    A = ABERTO (CASO NOVO)     E = EM ANALISE
      *    C = COMUNICADO AO COAF     D = DESCARTADO
      *  C E D ENCERRAM O CASO. O CARTAO DE ATUALIZACAO TRAZ NUMERO
      *  DO CASO, NOVA SITUACAO (E, C OU D), ANALISTA E OBSERVACAO.
      *
      *  REPROCESSAMENTO DA MESMA DATA: OS LANCAMENTOS DA DATA SAEM
      *  DA JANELA E OS CASOS DA DATA AINDA ABERTOS SAEM DO
      *  CADASTRO ANTES DE SEREM APURADOS DE NOVO; CASO DA DATA JA
      *  TRABALHADO PELO ANALISTA FICA E NAO E ABERTO DE NOVO.
      *
      *  O RELATORIO DIARIO SAI NO SYSOUT: CASOS ABERTOS NO CICLO,
      *  ATUALIZACOES APLICADAS E RECUSADAS E A CARTEIRA DE CASOS
      *  POR SITUACAO.
      *
      *  RETURN-CODE:  0 = NENHUM CASO NOVO
      *                4 = HOUVE CASO NOVO OU ATUALIZACAO RECUSADA
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LANCAMENTO ASSIGN TO "CLILANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTO.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MASTER.
           SELECT HISTORICO-LANCAMENTO ASSIGN TO "CLILHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT OPTIONAL ARQ-CONTATO ASSIGN TO "CLICTT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTATO.
           SELECT OPTIONAL ARQ-IMAGEM ASSIGN TO "CLIMIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMAGEM.
           SELECT OPTIONAL ARQ-JANELA ASSIGN TO "COAFJAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JANELA.
           SELECT JANELA-NOVA ASSIGN TO "COAFJANN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JAN-NOVA.
           SELECT OPTIONAL ARQ-CASO ASSIGN TO "COAFCAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CASO.
           SELECT CASO-NOVO ASSIGN TO "COAFCASN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CASO-NOVO.
           SELECT OPTIONAL ARQ-ATUALIZA ASSIGN TO "COAFATU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATUALIZA.
           SELECT OPTIONAL ARQ-PARM ASSIGN TO "COAFPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-DATA ASSIGN TO "DATPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATA.
           SELECT OPTIONAL ARQ-RUN-CTL ASSIGN TO "CLIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN-CTL.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
        FILE SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-LANCAMENTO
           LABEL RECORD IS STANDARD.
       01  REG-LANCAMENTO.
           05  LAN-CONTA-NUM       PIC 9(006).
           05  LAN-CODIGO          PIC X(001).
               88 LAN-DEBITO             VALUE 'D'.
               88 LAN-CREDITO            VALUE 'C'.
           05  LAN-VALOR           PIC 9(007).
           05  LAN-CONTA-CONTRA    PIC 9(006).
           05  LAN-ID-TRANSACAO    PIC 9(009).
           05  LAN-ID-ORIGINAL     PIC 9(009).
      *----------------------------------------------------------------*
       FD  CLIENTE-MASTER
           LABEL RECORD IS STANDARD.
       01  REG-CLIENTE.
           05  CLI-CONTA-NUM       PIC 9(006).
           05  CLI-NOME            PIC X(030).
           05  CLI-TIPO-CONTA      PIC 9(001).
           05  CLI-SALDO           PIC S9(07).
           05  CLI-CNPJ            PIC X(014).
           05  CLI-MOEDA           PIC X(003).
           05  CLI-SITUACAO        PIC X(001).
           05  CLI-DATA-ENCER      PIC 9(008).
           05  CLI-LIMITE          PIC 9(007).
           05  CLI-META-POUP       PIC 9(007).
           05  CLI-DATA-ULT-MOV    PIC 9(008).
           05  CLI-TIPO-DOC        PIC X(001).
       01  REG-MASTER-CTL.
           05  MST-CTL-ID          PIC X(003).
               88 MST-CTL-CONTROLE       VALUE 'HDR' 'TRL'.
           05  FILLER              PIC X(026).
      *----------------------------------------------------------------*
       FD  HISTORICO-LANCAMENTO
           LABEL RECORD IS STANDARD.
       01  REG-HISTORICO.
           05  HST-CHAVE.
               10  HST-ID-TRANSACAO PIC 9(009).
               10  HST-CONTA-NUM   PIC 9(006).
               10  HST-CODIGO      PIC X(001).
           05  HST-VALOR           PIC 9(007).
           05  HST-CONTA-CONTRA    PIC 9(006).
           05  HST-DATA            PIC 9(008).
           05  HST-HORA            PIC 9(008).
           05  HST-ESTORNADA       PIC X(001).
           05  HST-ID-ESTORNO      PIC 9(009).
           05  HST-DATA-ESTORNO    PIC 9(008).
           05  HST-ID-ORIGINAL     PIC 9(009).
      *----------------------------------------------------------------*
       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD.
       01  REG-CONTATO.
           05  CTT-CONTA-NUM       PIC 9(006).
           05  CTT-ENDERECO        PIC X(040).
           05  CTT-CIDADE          PIC X(020).
           05  CTT-UF              PIC X(002).
           05  CTT-CEP             PIC 9(008).
           05  CTT-TELEFONE        PIC X(015).
           05  CTT-EMAIL           PIC X(040).
      *----------------------------------------------------------------*
       FD  ARQ-IMAGEM
           LABEL RECORD IS STANDARD.
       01  REG-IMAGEM.
           05  IMG-DATA            PIC 9(006).
           05  IMG-MOMENTO         PIC X(001).
               88 IMG-DEPOIS             VALUE 'D'.
           05  IMG-OPERACAO        PIC X(001).
               88 IMG-INCLUSAO           VALUE 'I'.
           05  IMG-CONTA-NUM       PIC 9(006).
           05  FILLER              PIC X(103).
      *----------------------------------------------------------------*
       FD  ARQ-JANELA
           LABEL RECORD IS STANDARD.
       01  REG-JANELA.
           05  JAN-DATA            PIC 9(008).
           05  JAN-CONTA-NUM       PIC 9(006).
           05  JAN-CODIGO          PIC X(001).
           05  JAN-VALOR           PIC 9(007).
           05  JAN-CONTA-CONTRA    PIC 9(006).
           05  JAN-ID-TRANSACAO    PIC 9(009).
      *----------------------------------------------------------------*
       FD  JANELA-NOVA
           LABEL RECORD IS STANDARD.
       01  REG-JANELA-NOVA         PIC X(037).
      *----------------------------------------------------------------*
       FD  ARQ-CASO
           LABEL RECORD IS STANDARD.
       01  REG-CASO.
           05  CAS-NUMERO          PIC 9(007).
           05  CAS-DATA-ABERTURA   PIC 9(008).
           05  CAS-TIPO            PIC X(001).
               88 CAS-TIPO-VALOR         VALUE 'V'.
               88 CAS-TIPO-FRACIONADO    VALUE 'F'.
               88 CAS-TIPO-CONTA-NOVA    VALUE 'N'.
               88 CAS-TIPO-IDA-VOLTA     VALUE 'R'.
           05  CAS-SENTIDO         PIC X(001).
           05  CAS-CONTA-NUM       PIC 9(006).
           05  CAS-CONTA-CONTRA    PIC 9(006).
           05  CAS-CNPJ            PIC X(014).
           05  CAS-VALOR           PIC 9(009).
           05  CAS-QTDE            PIC 9(003).
           05  CAS-ID-TRANSACAO    PIC 9(009).
           05  CAS-SITUACAO        PIC X(001).
               88 CAS-ABERTO             VALUE 'A'.
               88 CAS-EM-ANALISE         VALUE 'E'.
               88 CAS-COMUNICADO         VALUE 'C'.
               88 CAS-DESCARTADO         VALUE 'D'.
               88 CAS-ENCERRADO          VALUE 'C' 'D'.
           05  CAS-DATA-SITUACAO   PIC 9(008).
           05  CAS-ANALISTA        PIC X(008).
           05  CAS-OBSERVACAO      PIC X(040).
      *----------------------------------------------------------------*
       FD  CASO-NOVO
           LABEL RECORD IS STANDARD.
       01  REG-CASO-NOVO           PIC X(121).
      *----------------------------------------------------------------*
       FD  ARQ-ATUALIZA
           LABEL RECORD IS STANDARD.
       01  REG-ATUALIZA.
           05  ATZ-NUMERO          PIC 9(007).
           05  ATZ-SITUACAO        PIC X(001).
           05  ATZ-ANALISTA        PIC X(008).
           05  ATZ-OBSERVACAO      PIC X(040).
      *----------------------------------------------------------------*
       FD  ARQ-PARM
           LABEL RECORD IS STANDARD.
       01  REG-PARM.
           05  PARM-VALOR-LIMITE   PIC 9(007).
           05  PARM-DIAS-JANELA    PIC 9(002).
           05  PARM-QTDE-MINIMA    PIC 9(002).
           05  PARM-DIAS-CONTA-NOVA PIC 9(003).
           05  PARM-VALOR-CONTA-NOVA PIC 9(007).
           05  PARM-DIAS-IDA-VOLTA PIC 9(002).
      *----------------------------------------------------------------*
       FD  ARQ-DATA
           LABEL RECORD IS STANDARD.
       01  REG-DATA-MOVTO.
           05  DAT-DATA-MOVTO      PIC 9(008).
           05  DAT-REPROCESSO      PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-RUN-CTL
           LABEL RECORD IS STANDARD.
       01  REG-RUN-CTL.
           05  RUN-DATA-MOVTO      PIC 9(008).
           05  RUN-STATUS          PIC X(001).
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-DATA            PIC 9(008).
           05  SRT-CONTA-NUM       PIC 9(006).
           05  SRT-CODIGO          PIC X(001).
           05  SRT-VALOR           PIC 9(007).
           05  SRT-CONTA-CONTRA    PIC 9(006).
           05  SRT-ID-TRANSACAO    PIC 9(009).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-LANCAMENTO PIC  X(002).
       01  WRK-FS-MASTER     PIC  X(002).
       01  WRK-FS-HISTORICO  PIC  X(002).
       01  WRK-FS-CONTATO    PIC  X(002).
       01  WRK-FS-IMAGEM     PIC  X(002).
       01  WRK-FS-JANELA     PIC  X(002).
       01  WRK-FS-JAN-NOVA   PIC  X(002).
       01  WRK-FS-CASO       PIC  X(002).
       01  WRK-FS-CASO-NOVO  PIC  X(002).
       01  WRK-FS-ATUALIZA   PIC  X(002).
       01  WRK-FS-PARM       PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLICOAF '.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-LANCAMENTO PIC X(001) VALUE 'N'.
           88 WRK-FIM-LANCAMENTO-SIM VALUE 'S'.
       01  WRK-FIM-MASTER    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-MASTER-SIM    VALUE 'S'.
       01  WRK-FIM-CONTATO   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CONTATO-SIM   VALUE 'S'.
       01  WRK-FIM-IMAGEM    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-IMAGEM-SIM    VALUE 'S'.
       01  WRK-FIM-JANELA    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-JANELA-SIM    VALUE 'S'.
       01  WRK-FIM-CASO      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CASO-SIM      VALUE 'S'.
       01  WRK-FIM-ATUALIZA  PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ATUALIZA-SIM  VALUE 'S'.
       01  WRK-FIM-SORT      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-SORT-SIM      VALUE 'S'.
       01  WRK-CHAVE-MST-ANT PIC  9(006) VALUE ZEROS.
       01  WRK-CHAVE-LAN-ANT PIC  9(006) VALUE ZEROS.
      *
      *  PERNA ANTERIOR NA SAIDA DO SORT (CONTA + TRANSACAO +
      *  CODIGO): A PERNA DO DIA IGUAL A ELA E REPETIDA
      *
       01  WRK-PERNA-ANT.
           05  WRK-PNA-CONTA-NUM   PIC 9(006) VALUE ZEROS.
           05  WRK-PNA-ID-TRANSACAO PIC 9(009) VALUE ZEROS.
           05  WRK-PNA-CODIGO      PIC X(001) VALUE SPACE.
      *
      *  PARAMETROS (COAFPRM)
      *
       01  WRK-VALOR-LIMITE  PIC  9(007) VALUE 50000.
       01  WRK-DIAS-JANELA   PIC  9(002) VALUE 10.
       01  WRK-QTDE-MINIMA   PIC  9(002) VALUE 3.
       01  WRK-DIAS-CONTA-NOVA PIC 9(003) VALUE 90.
       01  WRK-VALOR-CONTA-NOVA PIC 9(007) VALUE 20000.
       01  WRK-DIAS-IDA-VOLTA PIC 9(002) VALUE 5.
      *
      *  CALCULO DE DIAS CORRIDOS (MESMO DESENHO DO CLILIMPA). AS
      *  DATAS DE 6 DIGITOS (AAMMDD) DAS IMAGENS GANHAM O SECULO 20
      *  FIXO NA CONVERSAO. CADA JANELA E O PRIMEIRO DIA (EM DIAS
      *  CORRIDOS) QUE AINDA ENTRA NELA.
      *
       01  WRK-DATA-CALC     PIC  9(008) VALUE ZEROS.
       01  WRK-DIAS-CALC     PIC  9(007) COMP VALUE 0.
       01  WRK-CAL-DIA       PIC  9(02) COMP VALUE 0.
       01  WRK-CAL-MES       PIC  9(02) COMP VALUE 0.
       01  WRK-CAL-ANO       PIC  9(04) COMP VALUE 0.
       01  WRK-CAL-Q4        PIC  9(04) COMP VALUE 0.
       01  WRK-CAL-Q100      PIC  9(04) COMP VALUE 0.
       01  WRK-CAL-Q400      PIC  9(04) COMP VALUE 0.
       01  WRK-CAL-DMES      PIC  9(03) COMP VALUE 0.
       01  WRK-DIAS-CICLO    PIC  9(007) COMP VALUE 0.
       01  WRK-INI-JANELA    PIC  9(007) COMP VALUE 0.
       01  WRK-INI-IDA-VOLTA PIC  9(007) COMP VALUE 0.
       01  WRK-INI-CONTA-NOVA PIC 9(007) COMP VALUE 0.
       01  WRK-INI-RETENCAO  PIC  9(007) COMP VALUE 0.
      *
      *  CONTAS DO MASTER POSTADO COM O CONTATO E A DATA DE
      *  ABERTURA (TRILHA DO CLIMANUT), EM ORDEM DE CONTA
      *
       01  WRK-QTDE-CONTAS   PIC  9(05) COMP VALUE 0.
       01  WRK-MAX-CONTAS    PIC  9(05) COMP VALUE 50000.
       01  WRK-IND-CTA       PIC  9(05) COMP VALUE 0.
       01  WRK-IND-CTA-CONTRA PIC 9(05) COMP VALUE 0.
       01  WRK-CONTA-BUSCA   PIC  9(006) VALUE ZEROS.
       01  WRK-TAB-CONTAS.
           05  WRK-TAB-CONTA OCCURS 1 TO 50000 TIMES
                             DEPENDING ON WRK-QTDE-CONTAS
                             ASCENDING KEY CTA-NUMERO
                             INDEXED BY WRK-IDX-CTA.
               10  CTA-NUMERO          PIC 9(006).
               10  CTA-NOME            PIC X(030).
               10  CTA-CNPJ            PIC X(014).
               10  CTA-TIPO-DOC        PIC X(001).
               10  CTA-UF              PIC X(002).
               10  CTA-CIDADE          PIC X(020).
               10  CTA-DATA-ABERTURA   PIC 9(008).
      *
      *  TRANSFERENCIAS ENVIADAS HOJE (PERNA DE DEBITO COM CONTA
      *  CONTRA), NA ORDEM DE CONTA DO CLILANC: SAO A VOLTA DO
      *  PAR DE IDA E VOLTA
      *
       01  WRK-QTDE-TRF      PIC  9(05) COMP VALUE 0.
       01  WRK-MAX-TRF       PIC  9(05) COMP VALUE 20000.
       01  WRK-IND-TRF       PIC  9(05) COMP VALUE 0.
       01  WRK-TAB-TRANSFERENCIAS.
           05  WRK-TAB-TRF OCCURS 1 TO 20000 TIMES
                           DEPENDING ON WRK-QTDE-TRF
                           ASCENDING KEY TRF-CONTA-NUM
                           INDEXED BY WRK-IDX-TRF.
               10  TRF-CONTA-NUM       PIC 9(006).
               10  TRF-CONTA-CONTRA    PIC 9(006).
               10  TRF-VALOR           PIC 9(007).
               10  TRF-ID-TRANSACAO    PIC 9(009).
      *
      *  PARES DE CONTAS (MENOR, MAIOR) JA APONTADOS EM IDA E VOLTA
      *  NO DIA
      *
       01  WRK-QTDE-PARES    PIC  9(04) COMP VALUE 0.
       01  WRK-IND-PAR       PIC  9(04) COMP VALUE 0.
       01  WRK-PAR-MENOR     PIC  9(006) VALUE ZEROS.
       01  WRK-PAR-MAIOR     PIC  9(006) VALUE ZEROS.
       01  WRK-PAR-ACHADO    PIC  X(001) VALUE 'N'.
           88 WRK-PAR-ACHADO-SIM    VALUE 'S'.
       01  WRK-TAB-PARES.
           05  WRK-TAB-PAR OCCURS 2000 TIMES.
               10  PAR-MENOR           PIC 9(006).
               10  PAR-MAIOR           PIC 9(006).
      *
      *  ATUALIZACOES DO ANALISTA (COAFATU) E O RESULTADO DE CADA
      *  UMA PARA O RELATORIO
      *
       01  WRK-QTDE-ATZ      PIC  9(04) COMP VALUE 0.
       01  WRK-IND-ATZ       PIC  9(04) COMP VALUE 0.
       01  WRK-TAB-ATUALIZACOES.
           05  WRK-TAB-ATZ OCCURS 1000 TIMES.
               10  TAT-NUMERO          PIC 9(007).
               10  TAT-SITUACAO        PIC X(001).
               10  TAT-ANALISTA        PIC X(008).
               10  TAT-OBSERVACAO      PIC X(040).
               10  TAT-SIT-ANTERIOR    PIC X(001).
               10  TAT-RESULTADO       PIC X(030).
      *
      *  CASOS DA DATA DO CICLO QUE O ANALISTA JA TRABALHOU
      *  (REPROCESSAMENTO): NAO SAO ABERTOS DE NOVO
      *
       01  WRK-QTDE-MANTIDOS PIC  9(04) COMP VALUE 0.
       01  WRK-IND-MNT       PIC  9(04) COMP VALUE 0.
       01  WRK-CASO-REPETIDO PIC  X(001) VALUE 'N'.
           88 WRK-CASO-REPETIDO-SIM VALUE 'S'.
       01  WRK-TAB-MANTIDOS.
           05  WRK-TAB-MNT OCCURS 500 TIMES.
               10  MNT-TIPO            PIC X(001).
               10  MNT-SENTIDO         PIC X(001).
               10  MNT-CONTA-NUM       PIC 9(006).
               10  MNT-CONTA-CONTRA    PIC 9(006).
               10  MNT-ID-TRANSACAO    PIC 9(009).
      *
      *  ACUMULADORES DA CONTA NA SAIDA DO SORT (D = DEBITO,
      *  C = CREDITO; ANTES = DIAS ANTERIORES DA JANELA)
      *
       01  WRK-CONTA-ATUAL   PIC  9(006) VALUE ZEROS.
       01  WRK-DIAS-REG      PIC  9(007) COMP VALUE 0.
       01  WRK-TOTAL-HOJE    PIC  9(009) COMP VALUE 0.
       01  WRK-FRD-ANTES     PIC  9(009) COMP VALUE 0.
       01  WRK-FRD-HOJE      PIC  9(009) COMP VALUE 0.
       01  WRK-FRD-QTDE      PIC  9(003) COMP VALUE 0.
       01  WRK-FRC-ANTES     PIC  9(009) COMP VALUE 0.
       01  WRK-FRC-HOJE      PIC  9(009) COMP VALUE 0.
       01  WRK-FRC-QTDE      PIC  9(003) COMP VALUE 0.
      *
      *  MONTAGEM DO CASO NOVO
      *
       01  WRK-ULT-CASO      PIC  9(007) VALUE ZEROS.
       01  WRK-CASO.
           05  WRK-CAS-NUMERO      PIC 9(007).
           05  WRK-CAS-DATA-ABERTURA PIC 9(008).
           05  WRK-CAS-TIPO        PIC X(001).
           05  WRK-CAS-SENTIDO     PIC X(001).
           05  WRK-CAS-CONTA-NUM   PIC 9(006).
           05  WRK-CAS-CONTA-CONTRA PIC 9(006).
           05  WRK-CAS-CNPJ        PIC X(014).
           05  WRK-CAS-VALOR       PIC 9(009).
           05  WRK-CAS-QTDE        PIC 9(003).
           05  WRK-CAS-ID-TRANSACAO PIC 9(009).
           05  WRK-CAS-SITUACAO    PIC X(001).
           05  WRK-CAS-DATA-SITUACAO PIC 9(008).
           05  WRK-CAS-ANALISTA    PIC X(008).
           05  WRK-CAS-OBSERVACAO  PIC X(040).
       01  WRK-OBS-SENTIDO.
           05  FILLER              PIC X(013) VALUE 'LANCAMENTOS A'.
           05  WRK-OBS-SEN-DESC    PIC X(008).
           05  FILLER              PIC X(004) VALUE ' EM '.
           05  WRK-OBS-SEN-DIAS    PIC Z9.
           05  FILLER              PIC X(005) VALUE ' DIAS'.
       01  WRK-OBS-ABERTURA.
           05  FILLER              PIC X(016) VALUE 'CONTA ABERTA EM '.
           05  WRK-OBS-ABE-DATA    PIC X(010).
       01  WRK-OBS-IDA.
           05  FILLER              PIC X(007) VALUE 'IDA EM '.
           05  WRK-OBS-IDA-DATA    PIC X(010).
           05  FILLER              PIC X(004) VALUE ' ID '.
           05  WRK-OBS-IDA-ID      PIC 9(009).
      *
      *  CONTADORES
      *
       01  WRK-QTDE-LANC-LIDOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-LANC-IGNORADOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-LANC-NAO-POSTADOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-LANC-REPETIDOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-JAN-LIDOS PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-JAN-DESCARTADOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-JAN-GRAVADOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-IMG-INCLUSAO PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-CASOS-LIDOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-CASOS-REFEITOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-CASOS-GRAVADOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-CASOS-NOVOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-TIPO-V   PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-TIPO-F   PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-TIPO-N   PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-TIPO-R   PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-SIT-A    PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-SIT-E    PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-SIT-C    PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-SIT-D    PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-ATZ-APLICADAS PIC 9(04) COMP VALUE 0.
       01  WRK-QTDE-ATZ-RECUSADAS PIC 9(04) COMP VALUE 0.
      *
      *  RELATORIO
      *
       01  WRK-TIPO-DESC     PIC  X(022) VALUE SPACES.
       01  WRK-VALOR-FMT     PIC  ZZZ.ZZZ.ZZ9,99.
       01  WRK-LIMITE-FMT    PIC  Z.ZZZ.ZZ9,99.
       01  WRK-CNPJ          PIC  X(014) VALUE SPACES.
       01  WRK-CNPJ-ALFA     PIC  X(018) VALUE SPACES.
       01  WRK-CNPJ-VALIDO   PIC  X(001) VALUE 'N'.
       01  WRK-TIPO-DOC      PIC X.
           COPY TDCODES.
       01  WRK-DATA-EDIT.
           05  WRK-DATA-EDIT-DIA   PIC X(002).
           05  FILLER              PIC X(001) VALUE '/'.
           05  WRK-DATA-EDIT-MES   PIC X(002).
           05  FILLER              PIC X(001) VALUE '/'.
           05  WRK-DATA-EDIT-ANO   PIC X(004).
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.
           PERFORM 002-CARREGA-CONTAS.
           PERFORM 003-CARREGA-ABERTURAS.
           PERFORM 004-CARREGA-ATUALIZACOES.
           PERFORM 005-ATUALIZA-CASOS.

           DISPLAY ' '.
           DISPLAY '==========================================='.
           DISPLAY ' CASOS ABERTOS NO CICLO'.
           DISPLAY '==========================================='.

           SORT ARQ-SORT
               ASCENDING KEY SRT-CONTA-NUM SRT-ID-TRANSACAO SRT-CODIGO
                             SRT-DATA
               INPUT PROCEDURE 006-LIBERA-MOVIMENTOS
               OUTPUT PROCEDURE 007-ANALISA-MOVIMENTOS.

           CLOSE CASO-NOVO.

           PERFORM 008-IMPRIME-RESUMO.

           IF WRK-QTDE-CASOS-NOVOS > 0 OR WRK-QTDE-ATZ-RECUSADAS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 009-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 010-CARREGA-DATA.
           PERFORM 021-PULA-SE-ENCERRADO.
           PERFORM 011-CARREGA-PARAMETRO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 012-MARCA-RUN-CONTROL.

      *    JANELAS EM DIAS CORRIDOS A PARTIR DA DATA DO CICLO
           MOVE WRK-DATA-CICLO TO WRK-DATA-CALC.
           PERFORM 020-CALCULA-DIAS.
           MOVE WRK-DIAS-CALC  TO WRK-DIAS-CICLO.

           COMPUTE WRK-INI-JANELA = WRK-DIAS-CICLO
                                  - WRK-DIAS-JANELA + 1.
           COMPUTE WRK-INI-IDA-VOLTA = WRK-DIAS-CICLO
                                     - WRK-DIAS-IDA-VOLTA.
           COMPUTE WRK-INI-CONTA-NOVA = WRK-DIAS-CICLO
                                      - WRK-DIAS-CONTA-NOVA.

           IF WRK-INI-JANELA < WRK-INI-IDA-VOLTA
              MOVE WRK-INI-JANELA    TO WRK-INI-RETENCAO
           ELSE
              MOVE WRK-INI-IDA-VOLTA TO WRK-INI-RETENCAO
           END-IF.

           MOVE WRK-DATA-CICLO(7:2) TO WRK-DATA-EDIT-DIA.
           MOVE WRK-DATA-CICLO(5:2) TO WRK-DATA-EDIT-MES.
           MOVE WRK-DATA-CICLO(1:4) TO WRK-DATA-EDIT-ANO.

           DISPLAY '==========================================='.
           DISPLAY ' MONITORAMENTO DE MOVIMENTACOES - COAF'.
           DISPLAY '==========================================='.
           DISPLAY 'DATA DO CICLO...........: ' WRK-DATA-EDIT.
           MOVE WRK-VALOR-LIMITE TO WRK-LIMITE-FMT.
           DISPLAY 'LIMITE DE COMUNICACAO...: ' WRK-LIMITE-FMT.
           DISPLAY 'JANELA DE FRACIONAMENTO.: ' WRK-DIAS-JANELA
                   ' DIAS, MINIMO ' WRK-QTDE-MINIMA ' LANCAMENTOS'.
           MOVE WRK-VALOR-CONTA-NOVA TO WRK-LIMITE-FMT.
           DISPLAY 'CONTA RECENTE...........: ' WRK-DIAS-CONTA-NOVA
                   ' DIAS, MOVIMENTO ' WRK-LIMITE-FMT.
           DISPLAY 'IDA E VOLTA.............: ' WRK-DIAS-IDA-VOLTA
                   ' DIAS'.
       001-FIM.
           EXIT.
      *************************
       002-CARREGA-CONTAS SECTION.
      *************************
      *    O MASTER POSTADO ENTRA EM TABELA (NOME E CNPJ POR CONTA),
      *    COM A CIDADE E A UF DO CONTATO LIDO EM CASAMENTO POR
      *    CONTA (OS DOIS EM ORDEM ASCENDENTE).
      *************************
           OPEN INPUT CLIENTE-MASTER.

           IF WRK-FS-MASTER NOT = '00'
              DISPLAY 'MASTER DE CLIENTES (CLIMST) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ARQ-CONTATO.

           IF WRK-FS-CONTATO = '00'
              PERFORM 015-LE-CONTATO
           ELSE
              MOVE 'S' TO WRK-FIM-CONTATO
           END-IF.

           PERFORM 014-LE-MASTER.

           PERFORM 002A-GUARDA-CONTA UNTIL WRK-FIM-MASTER-SIM.

           CLOSE CLIENTE-MASTER.

           IF WRK-FS-CONTATO = '00' OR '10'
              CLOSE ARQ-CONTATO
           END-IF.
       002-FIM.
           EXIT.
      *************************
       002A-GUARDA-CONTA SECTION.
      *************************
           IF WRK-QTDE-CONTAS = WRK-MAX-CONTAS
              DISPLAY 'MASTER COM MAIS DE 50000 CONTAS'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-CONTAS.

           MOVE CLI-CONTA-NUM TO CTA-NUMERO(WRK-QTDE-CONTAS).
           MOVE CLI-NOME      TO CTA-NOME(WRK-QTDE-CONTAS).
           MOVE CLI-CNPJ      TO CTA-CNPJ(WRK-QTDE-CONTAS).
           MOVE CLI-TIPO-DOC  TO CTA-TIPO-DOC(WRK-QTDE-CONTAS).
           MOVE SPACES        TO CTA-UF(WRK-QTDE-CONTAS).
           MOVE SPACES        TO CTA-CIDADE(WRK-QTDE-CONTAS).
           MOVE ZEROS         TO CTA-DATA-ABERTURA(WRK-QTDE-CONTAS).

           PERFORM 015-LE-CONTATO
               UNTIL WRK-FIM-CONTATO-SIM
                  OR CTT-CONTA-NUM NOT < CLI-CONTA-NUM.

           IF NOT WRK-FIM-CONTATO-SIM
              AND CTT-CONTA-NUM = CLI-CONTA-NUM
              MOVE CTT-UF     TO CTA-UF(WRK-QTDE-CONTAS)
              MOVE CTT-CIDADE TO CTA-CIDADE(WRK-QTDE-CONTAS)
           END-IF.

           PERFORM 014-LE-MASTER.
       002A-FIM.
           EXIT.
      *************************
       003-CARREGA-ABERTURAS SECTION.
      *************************
      *    A DATA DE ABERTURA DE CADA CONTA E A DATA DA IMAGEM
      *    'DEPOIS' DA INCLUSAO NA TRILHA DO CLIMANUT. A TRILHA E
      *    CRONOLOGICA: CONTA EXPURGADA E INCLUIDA DE NOVO FICA COM
      *    A ULTIMA INCLUSAO. IMAGEM POSTERIOR A DATA DO CICLO
      *    (REPROCESSAMENTO DE DATA ANTIGA) NAO CONTA.
      *************************
           OPEN INPUT ARQ-IMAGEM.

           IF WRK-FS-IMAGEM NOT = '00'
              GO TO 003-FIM
           END-IF.

           READ ARQ-IMAGEM
               AT END
                   MOVE 'S' TO WRK-FIM-IMAGEM
           END-READ.

           PERFORM 003A-CONFERE-IMAGEM UNTIL WRK-FIM-IMAGEM-SIM.

           CLOSE ARQ-IMAGEM.
       003-FIM.
           EXIT.
      *************************
       003A-CONFERE-IMAGEM SECTION.
      *************************
           IF NOT IMG-DEPOIS OR NOT IMG-INCLUSAO
              OR IMG-DATA IS NOT NUMERIC
              GO TO 003A-PROXIMA
           END-IF.

           MOVE ZEROS    TO WRK-DATA-CALC.
           MOVE 20       TO WRK-DATA-CALC(1:2).
           MOVE IMG-DATA TO WRK-DATA-CALC(3:6).

           IF WRK-DATA-CALC > WRK-DATA-CICLO
              GO TO 003A-PROXIMA
           END-IF.

           MOVE IMG-CONTA-NUM TO WRK-CONTA-BUSCA.
           PERFORM 013-LOCALIZA-CONTA.

           IF WRK-IND-CTA > 0
              MOVE WRK-DATA-CALC TO CTA-DATA-ABERTURA(WRK-IND-CTA)
              ADD 1 TO WRK-QTDE-IMG-INCLUSAO
           END-IF.
       003A-PROXIMA.
           READ ARQ-IMAGEM
               AT END
                   MOVE 'S' TO WRK-FIM-IMAGEM
           END-READ.
       003A-FIM.
           EXIT.
      *************************
       004-CARREGA-ATUALIZACOES SECTION.
      *************************
      *    CARTOES DE ATUALIZACAO DO ANALISTA. O CARTAO MAL
      *    PREENCHIDO JA SAI RECUSADO AQUI; OS DEMAIS SAO APLICADOS
      *    NA COPIA DO CADASTRO DE CASOS, NA ORDEM EM QUE VIERAM.
      *************************
           OPEN INPUT ARQ-ATUALIZA.

           IF WRK-FS-ATUALIZA NOT = '00'
              GO TO 004-FIM
           END-IF.

           READ ARQ-ATUALIZA
               AT END
                   MOVE 'S' TO WRK-FIM-ATUALIZA
           END-READ.

           PERFORM 004A-GUARDA-ATUALIZACAO UNTIL WRK-FIM-ATUALIZA-SIM.

           CLOSE ARQ-ATUALIZA.
       004-FIM.
           EXIT.
      *************************
       004A-GUARDA-ATUALIZACAO SECTION.
      *************************
           IF WRK-QTDE-ATZ = 1000
              DISPLAY 'MAIS DE 1000 ATUALIZACOES DE CASO (COAFATU)'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-ATZ.

           MOVE ATZ-NUMERO     TO TAT-NUMERO(WRK-QTDE-ATZ).
           MOVE ATZ-SITUACAO   TO TAT-SITUACAO(WRK-QTDE-ATZ).
           MOVE ATZ-ANALISTA   TO TAT-ANALISTA(WRK-QTDE-ATZ).
           MOVE ATZ-OBSERVACAO TO TAT-OBSERVACAO(WRK-QTDE-ATZ).
           MOVE SPACE          TO TAT-SIT-ANTERIOR(WRK-QTDE-ATZ).
           MOVE SPACES         TO TAT-RESULTADO(WRK-QTDE-ATZ).

           EVALUATE TRUE
            WHEN ATZ-NUMERO IS NOT NUMERIC
               MOVE ZEROS TO TAT-NUMERO(WRK-QTDE-ATZ)
               MOVE 'NUMERO DO CASO INVALIDO'
                                   TO TAT-RESULTADO(WRK-QTDE-ATZ)
            WHEN ATZ-SITUACAO NOT = 'E' AND NOT = 'C'
                                    AND NOT = 'D'
               MOVE 'SITUACAO INVALIDA'
                                   TO TAT-RESULTADO(WRK-QTDE-ATZ)
            WHEN ATZ-ANALISTA = SPACES
               MOVE 'ANALISTA NAO INFORMADO'
                                   TO TAT-RESULTADO(WRK-QTDE-ATZ)
           END-EVALUATE.

           READ ARQ-ATUALIZA
               AT END
                   MOVE 'S' TO WRK-FIM-ATUALIZA
           END-READ.
       004A-FIM.
           EXIT.
      *************************
       005-ATUALIZA-CASOS SECTION.
      *************************
      *    COPIA O CADASTRO DE CASOS PARA A NOVA GERACAO APLICANDO
      *    AS ATUALIZACOES. CASO DA DATA DO CICLO AINDA ABERTO E
      *    DESCARTADO (REPROCESSAMENTO: E APURADO DE NOVO). A NOVA
      *    GERACAO FICA ABERTA PARA OS CASOS NOVOS.
      *************************
           OPEN OUTPUT CASO-NOVO.

           OPEN INPUT ARQ-CASO.

           IF WRK-FS-CASO = '00'
              PERFORM 016-LE-CASO
              PERFORM 005A-COPIA-CASO UNTIL WRK-FIM-CASO-SIM
              CLOSE ARQ-CASO
           END-IF.

           PERFORM 005C-CONFERE-NAO-APLICADA
               VARYING WRK-IND-ATZ FROM 1 BY 1
               UNTIL WRK-IND-ATZ > WRK-QTDE-ATZ.
       005-FIM.
           EXIT.
      *************************
       005A-COPIA-CASO SECTION.
      *************************
           PERFORM 005B-APLICA-ATUALIZACAO
               VARYING WRK-IND-ATZ FROM 1 BY 1
               UNTIL WRK-IND-ATZ > WRK-QTDE-ATZ.

           IF CAS-DATA-ABERTURA = WRK-DATA-CICLO
              IF CAS-ABERTO
                 ADD 1 TO WRK-QTDE-CASOS-REFEITOS
                 GO TO 005A-PROXIMO
              END-IF
              IF WRK-QTDE-MANTIDOS < 500
                 ADD 1 TO WRK-QTDE-MANTIDOS
                 MOVE CAS-TIPO    TO MNT-TIPO(WRK-QTDE-MANTIDOS)
                 MOVE CAS-SENTIDO TO MNT-SENTIDO(WRK-QTDE-MANTIDOS)
                 MOVE CAS-CONTA-NUM
                                  TO MNT-CONTA-NUM(WRK-QTDE-MANTIDOS)
                 MOVE CAS-CONTA-CONTRA
                               TO MNT-CONTA-CONTRA(WRK-QTDE-MANTIDOS)
                 MOVE CAS-ID-TRANSACAO
                               TO MNT-ID-TRANSACAO(WRK-QTDE-MANTIDOS)
              END-IF
           END-IF.

           IF CAS-NUMERO > WRK-ULT-CASO
              MOVE CAS-NUMERO TO WRK-ULT-CASO
           END-IF.

           PERFORM 005D-CONTA-SITUACAO.

           WRITE REG-CASO-NOVO FROM REG-CASO.
           PERFORM 017-CONFERE-GRAVACAO-CASO.
       005A-PROXIMO.
           PERFORM 016-LE-CASO.
       005A-FIM.
           EXIT.
      *************************
       005B-APLICA-ATUALIZACAO SECTION.
      *************************
      *    CASO ENCERRADO (COMUNICADO OU DESCARTADO) NAO MUDA MAIS.
      *    A MESMA ATUALIZACAO JA APLICADA NA DATA (REPROCESSAMENTO)
      *    SAI COMO APLICADA DE NOVO SEM ALTERAR O CASO.
      *************************
           IF TAT-NUMERO(WRK-IND-ATZ) NOT = CAS-NUMERO
              OR TAT-RESULTADO(WRK-IND-ATZ) NOT = SPACES
              GO TO 005B-FIM
           END-IF.

           MOVE CAS-SITUACAO TO TAT-SIT-ANTERIOR(WRK-IND-ATZ).

           IF CAS-SITUACAO = TAT-SITUACAO(WRK-IND-ATZ)
              AND CAS-DATA-SITUACAO = WRK-DATA-CICLO
              AND CAS-ANALISTA = TAT-ANALISTA(WRK-IND-ATZ)
              MOVE 'APLICADA' TO TAT-RESULTADO(WRK-IND-ATZ)
              ADD 1 TO WRK-QTDE-ATZ-APLICADAS
              GO TO 005B-FIM
           END-IF.

           IF CAS-ENCERRADO
              MOVE 'CASO JA ENCERRADO' TO TAT-RESULTADO(WRK-IND-ATZ)
              GO TO 005B-FIM
           END-IF.

           MOVE TAT-SITUACAO(WRK-IND-ATZ)   TO CAS-SITUACAO.
           MOVE WRK-DATA-CICLO              TO CAS-DATA-SITUACAO.
           MOVE TAT-ANALISTA(WRK-IND-ATZ)   TO CAS-ANALISTA.

           IF TAT-OBSERVACAO(WRK-IND-ATZ) NOT = SPACES
              MOVE TAT-OBSERVACAO(WRK-IND-ATZ) TO CAS-OBSERVACAO
           END-IF.

           MOVE 'APLICADA' TO TAT-RESULTADO(WRK-IND-ATZ).
           ADD 1 TO WRK-QTDE-ATZ-APLICADAS.
       005B-FIM.
           EXIT.
      *************************
       005C-CONFERE-NAO-APLICADA SECTION.
      *************************
           IF TAT-RESULTADO(WRK-IND-ATZ) = SPACES
              MOVE 'CASO INEXISTENTE' TO TAT-RESULTADO(WRK-IND-ATZ)
           END-IF.

           IF TAT-RESULTADO(WRK-IND-ATZ) NOT = 'APLICADA'
              ADD 1 TO WRK-QTDE-ATZ-RECUSADAS
           END-IF.
       005C-FIM.
           EXIT.
      *************************
       005D-CONTA-SITUACAO SECTION.
      *************************
           EVALUATE TRUE
            WHEN CAS-ABERTO
               ADD 1 TO WRK-QTDE-SIT-A
            WHEN CAS-EM-ANALISE
               ADD 1 TO WRK-QTDE-SIT-E
            WHEN CAS-COMUNICADO
               ADD 1 TO WRK-QTDE-SIT-C
            WHEN CAS-DESCARTADO
               ADD 1 TO WRK-QTDE-SIT-D
           END-EVALUATE.
       005D-FIM.
           EXIT.
      *************************
       006-LIBERA-MOVIMENTOS SECTION.
      *************************
      *    ENTRADA DA CLASSIFICACAO: A JANELA ANTERIOR SEM OS
      *    LANCAMENTOS DA DATA DO CICLO E SEM OS QUE JA SAIRAM DAS
      *    JANELAS, MAIS OS DEBITOS E CREDITOS DO DIA (CLILANC)
      *    POSTADOS NO CICLO. AS TRANSFERENCIAS ENVIADAS NO DIA VAO
      *    TAMBEM PARA A TABELA DA IDA E VOLTA.
      *************************
           OPEN INPUT ARQ-JANELA.

           IF WRK-FS-JANELA = '00'
              READ ARQ-JANELA
                  AT END
                      MOVE 'S' TO WRK-FIM-JANELA
              END-READ
              PERFORM 006A-LIBERA-JANELA UNTIL WRK-FIM-JANELA-SIM
              CLOSE ARQ-JANELA
           END-IF.

           OPEN INPUT ARQ-LANCAMENTO.

           IF WRK-FS-LANCAMENTO NOT = '00'
              DISPLAY 'ARQUIVO DE LANCAMENTOS DO DIA (CLILANC) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT HISTORICO-LANCAMENTO.

           IF WRK-FS-HISTORICO NOT = '00'
              DISPLAY 'ERRO NA ABERTURA DO HISTORICO DE LANCAMENTOS'
                      ' - FS ' WRK-FS-HISTORICO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARQ-LANCAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-LANCAMENTO
           END-READ.

           PERFORM 006B-LIBERA-LANCAMENTO UNTIL WRK-FIM-LANCAMENTO-SIM.

           CLOSE ARQ-LANCAMENTO.
           CLOSE HISTORICO-LANCAMENTO.
       006-FIM.
           EXIT.
      *************************
       006A-LIBERA-JANELA SECTION.
      *************************
           ADD 1 TO WRK-QTDE-JAN-LIDOS.

           IF JAN-DATA = WRK-DATA-CICLO
              OR JAN-DATA IS NOT NUMERIC
              ADD 1 TO WRK-QTDE-JAN-DESCARTADOS
              GO TO 006A-PROXIMO
           END-IF.

           MOVE JAN-DATA TO WRK-DATA-CALC.
           PERFORM 020-CALCULA-DIAS.

           IF WRK-DIAS-CALC < WRK-INI-RETENCAO
              ADD 1 TO WRK-QTDE-JAN-DESCARTADOS
              GO TO 006A-PROXIMO
           END-IF.

           MOVE REG-JANELA TO REG-SORT.

           RELEASE REG-SORT.
       006A-PROXIMO.
           READ ARQ-JANELA
               AT END
                   MOVE 'S' TO WRK-FIM-JANELA
           END-READ.
       006A-FIM.
           EXIT.
      *************************
       006B-LIBERA-LANCAMENTO SECTION.
      *************************
      *    SO DEBITO E CREDITO ENTRAM NO MONITORAMENTO; O ESTORNO
      *    DESFAZ UMA TRANSACAO JA MONITORADA. DELES, SO A PERNA
      *    QUE ESTA NO HISTORICO COM A DATA DO CICLO: A REJEITADA
      *    PELA POSTAGEM NAO ESTA LA E A DUPLICADA DE OUTRO CICLO
      *    ESTA COM A DATA DAQUELE CICLO.
      *************************
           ADD 1 TO WRK-QTDE-LANC-LIDOS.

           IF (NOT LAN-DEBITO AND NOT LAN-CREDITO)
              OR LAN-VALOR IS NOT NUMERIC
              OR LAN-CONTA-NUM IS NOT NUMERIC
              ADD 1 TO WRK-QTDE-LANC-IGNORADOS
              GO TO 006B-PROXIMO
           END-IF.

           IF LAN-CONTA-CONTRA IS NOT NUMERIC
              MOVE ZEROS TO LAN-CONTA-CONTRA
           END-IF.

           IF LAN-CONTA-NUM < WRK-CHAVE-LAN-ANT
              DISPLAY 'LANCAMENTOS FORA DE SEQUENCIA DE CONTA: '
                      LAN-CONTA-NUM
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE LAN-CONTA-NUM TO WRK-CHAVE-LAN-ANT.

           MOVE LAN-ID-TRANSACAO TO HST-ID-TRANSACAO.
           MOVE LAN-CONTA-NUM    TO HST-CONTA-NUM.
           MOVE LAN-CODIGO       TO HST-CODIGO.

           READ HISTORICO-LANCAMENTO
               KEY IS HST-CHAVE
               INVALID KEY
                   MOVE ZEROS TO HST-DATA
           END-READ.

           IF HST-DATA NOT = WRK-DATA-CICLO
              ADD 1 TO WRK-QTDE-LANC-NAO-POSTADOS
              GO TO 006B-PROXIMO
           END-IF.

           MOVE WRK-DATA-CICLO   TO SRT-DATA.
           MOVE LAN-CONTA-NUM    TO SRT-CONTA-NUM.
           MOVE LAN-CODIGO       TO SRT-CODIGO.
           MOVE LAN-VALOR        TO SRT-VALOR.
           MOVE LAN-CONTA-CONTRA TO SRT-CONTA-CONTRA.
           MOVE LAN-ID-TRANSACAO TO SRT-ID-TRANSACAO.

           RELEASE REG-SORT.

           IF LAN-DEBITO AND LAN-CONTA-CONTRA > ZEROS
              IF WRK-QTDE-TRF = WRK-MAX-TRF
                 DISPLAY 'MAIS DE 20000 TRANSFERENCIAS NO DIA'
                 DISPLAY 'PROCESSAMENTO INTERROMPIDO'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WRK-QTDE-TRF
              MOVE LAN-CONTA-NUM    TO TRF-CONTA-NUM(WRK-QTDE-TRF)
              MOVE LAN-CONTA-CONTRA TO TRF-CONTA-CONTRA(WRK-QTDE-TRF)
              MOVE LAN-VALOR        TO TRF-VALOR(WRK-QTDE-TRF)
              MOVE LAN-ID-TRANSACAO TO TRF-ID-TRANSACAO(WRK-QTDE-TRF)
           END-IF.
       006B-PROXIMO.
           READ ARQ-LANCAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-LANCAMENTO
           END-READ.
       006B-FIM.
           EXIT.
      *************************
       007-ANALISA-MOVIMENTOS SECTION.
      *************************
      *    SAIDA DA CLASSIFICACAO, EM ORDEM DE CONTA, TRANSACAO,
      *    CODIGO E DATA: GRAVA A NOVA JANELA E APURA OS CASOS. O
      *    FRACIONAMENTO E A CONTA RECENTE SAO FECHADOS NA QUEBRA DE
      *    CONTA; VALOR E IDA E VOLTA, LANCAMENTO A LANCAMENTO.
      *************************
           OPEN OUTPUT JANELA-NOVA.

           MOVE ZEROS TO WRK-CONTA-ATUAL.
           MOVE ZEROS TO WRK-PNA-CONTA-NUM WRK-PNA-ID-TRANSACAO.
           MOVE SPACE TO WRK-PNA-CODIGO.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

           PERFORM 007A-ANALISA-LANCAMENTO UNTIL WRK-FIM-SORT-SIM.

           IF WRK-CONTA-ATUAL > ZEROS
              PERFORM 007B-FECHA-CONTA
           END-IF.

           CLOSE JANELA-NOVA.
       007-FIM.
           EXIT.
      *************************
       007A-ANALISA-LANCAMENTO SECTION.
      *************************
      *    A MESMA PERNA (CONTA + TRANSACAO + CODIGO) SAI DO SORT
      *    EM SEQUENCIA, A DA JANELA ANTES DA DO DIA: A PERNA DO
      *    DIA IGUAL A ANTERIOR JA FOI MONITORADA E NAO ENTRA DE
      *    NOVO NEM NA NOVA JANELA.
      *************************
           IF SRT-DATA = WRK-DATA-CICLO
              AND SRT-CONTA-NUM    = WRK-PNA-CONTA-NUM
              AND SRT-ID-TRANSACAO = WRK-PNA-ID-TRANSACAO
              AND SRT-CODIGO       = WRK-PNA-CODIGO
              ADD 1 TO WRK-QTDE-LANC-REPETIDOS
              GO TO 007A-PROXIMO
           END-IF.

           MOVE SRT-CONTA-NUM    TO WRK-PNA-CONTA-NUM.
           MOVE SRT-ID-TRANSACAO TO WRK-PNA-ID-TRANSACAO.
           MOVE SRT-CODIGO       TO WRK-PNA-CODIGO.

           IF SRT-CONTA-NUM NOT = WRK-CONTA-ATUAL
              IF WRK-CONTA-ATUAL > ZEROS
                 PERFORM 007B-FECHA-CONTA
              END-IF
              MOVE SRT-CONTA-NUM TO WRK-CONTA-ATUAL
              MOVE 0 TO WRK-TOTAL-HOJE
              MOVE 0 TO WRK-FRD-ANTES WRK-FRD-HOJE WRK-FRD-QTDE
              MOVE 0 TO WRK-FRC-ANTES WRK-FRC-HOJE WRK-FRC-QTDE
           END-IF.

           WRITE REG-JANELA-NOVA FROM REG-SORT.

           IF WRK-FS-JAN-NOVA NOT = '00'
              DISPLAY 'ERRO NA GRAVACAO DA NOVA JANELA - FS '
                      WRK-FS-JAN-NOVA
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-JAN-GRAVADOS.

           IF SRT-DATA = WRK-DATA-CICLO
              MOVE WRK-DIAS-CICLO TO WRK-DIAS-REG
              PERFORM 007C-LANCAMENTO-DO-DIA
           ELSE
              MOVE SRT-DATA TO WRK-DATA-CALC
              PERFORM 020-CALCULA-DIAS
              MOVE WRK-DIAS-CALC TO WRK-DIAS-REG
              IF SRT-DATA < WRK-DATA-CICLO
                 PERFORM 007D-LANCAMENTO-ANTERIOR
              END-IF
           END-IF.

           IF SRT-CODIGO = 'D'
              AND SRT-CONTA-CONTRA > ZEROS
              AND WRK-DIAS-REG NOT < WRK-INI-IDA-VOLTA
              AND SRT-DATA NOT > WRK-DATA-CICLO
              PERFORM 007E-PROCURA-VOLTA
           END-IF.
       007A-PROXIMO.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       007A-FIM.
           EXIT.
      *************************
       007B-FECHA-CONTA SECTION.
      *************************
      *    FRACIONAMENTO: A SOMA DA JANELA CRUZOU O LIMITE HOJE (ATE
      *    ONTEM ESTAVA ABAIXO). CONTA RECENTE: MOVIMENTO DO DIA
      *    ACIMA DO PARAMETRO.
      *************************
           IF WRK-FRD-HOJE > 0
              AND WRK-FRD-ANTES < WRK-VALOR-LIMITE
              AND WRK-FRD-ANTES + WRK-FRD-HOJE NOT < WRK-VALOR-LIMITE
              AND WRK-FRD-QTDE NOT < WRK-QTDE-MINIMA
              MOVE 'F'           TO WRK-CAS-TIPO
              MOVE WRK-CONTA-ATUAL TO WRK-CAS-CONTA-NUM
              MOVE 'D'           TO WRK-CAS-SENTIDO
              MOVE ZEROS         TO WRK-CAS-CONTA-CONTRA
              COMPUTE WRK-CAS-VALOR = WRK-FRD-ANTES + WRK-FRD-HOJE
              MOVE WRK-FRD-QTDE  TO WRK-CAS-QTDE
              MOVE ZEROS         TO WRK-CAS-ID-TRANSACAO
              MOVE ' DEBITO'     TO WRK-OBS-SEN-DESC
              MOVE WRK-DIAS-JANELA TO WRK-OBS-SEN-DIAS
              MOVE WRK-OBS-SENTIDO TO WRK-CAS-OBSERVACAO
              PERFORM 018-ABRE-CASO
           END-IF.

           IF WRK-FRC-HOJE > 0
              AND WRK-FRC-ANTES < WRK-VALOR-LIMITE
              AND WRK-FRC-ANTES + WRK-FRC-HOJE NOT < WRK-VALOR-LIMITE
              AND WRK-FRC-QTDE NOT < WRK-QTDE-MINIMA
              MOVE 'F'           TO WRK-CAS-TIPO
              MOVE WRK-CONTA-ATUAL TO WRK-CAS-CONTA-NUM
              MOVE 'C'           TO WRK-CAS-SENTIDO
              MOVE ZEROS         TO WRK-CAS-CONTA-CONTRA
              COMPUTE WRK-CAS-VALOR = WRK-FRC-ANTES + WRK-FRC-HOJE
              MOVE WRK-FRC-QTDE  TO WRK-CAS-QTDE
              MOVE ZEROS         TO WRK-CAS-ID-TRANSACAO
              MOVE ' CREDITO'    TO WRK-OBS-SEN-DESC
              MOVE WRK-DIAS-JANELA TO WRK-OBS-SEN-DIAS
              MOVE WRK-OBS-SENTIDO TO WRK-CAS-OBSERVACAO
              PERFORM 018-ABRE-CASO
           END-IF.

           IF WRK-TOTAL-HOJE = 0
              OR WRK-TOTAL-HOJE < WRK-VALOR-CONTA-NOVA
              GO TO 007B-FIM
           END-IF.

           MOVE WRK-CONTA-ATUAL TO WRK-CONTA-BUSCA.
           PERFORM 013-LOCALIZA-CONTA.

           IF WRK-IND-CTA = 0
              GO TO 007B-FIM
           END-IF.

           IF CTA-DATA-ABERTURA(WRK-IND-CTA) = ZEROS
              GO TO 007B-FIM
           END-IF.

           MOVE CTA-DATA-ABERTURA(WRK-IND-CTA) TO WRK-DATA-CALC.
           PERFORM 020-CALCULA-DIAS.

           IF WRK-DIAS-CALC < WRK-INI-CONTA-NOVA
              GO TO 007B-FIM
           END-IF.

           MOVE 'N'            TO WRK-CAS-TIPO.
           MOVE WRK-CONTA-ATUAL TO WRK-CAS-CONTA-NUM.
           MOVE SPACE          TO WRK-CAS-SENTIDO.
           MOVE ZEROS          TO WRK-CAS-CONTA-CONTRA.
           MOVE WRK-TOTAL-HOJE TO WRK-CAS-VALOR.
           MOVE ZEROS          TO WRK-CAS-QTDE.
           MOVE ZEROS          TO WRK-CAS-ID-TRANSACAO.
           MOVE CTA-DATA-ABERTURA(WRK-IND-CTA)(7:2)
                               TO WRK-OBS-ABE-DATA(1:2).
           MOVE '/'            TO WRK-OBS-ABE-DATA(3:1).
           MOVE CTA-DATA-ABERTURA(WRK-IND-CTA)(5:2)
                               TO WRK-OBS-ABE-DATA(4:2).
           MOVE '/'            TO WRK-OBS-ABE-DATA(6:1).
           MOVE CTA-DATA-ABERTURA(WRK-IND-CTA)(1:4)
                               TO WRK-OBS-ABE-DATA(7:4).
           MOVE WRK-OBS-ABERTURA TO WRK-CAS-OBSERVACAO.
           PERFORM 018-ABRE-CASO.
       007B-FIM.
           EXIT.
      *************************
       007C-LANCAMENTO-DO-DIA SECTION.
      *************************
           ADD SRT-VALOR TO WRK-TOTAL-HOJE.

           IF SRT-VALOR NOT < WRK-VALOR-LIMITE
              MOVE 'V'              TO WRK-CAS-TIPO
              MOVE WRK-CONTA-ATUAL  TO WRK-CAS-CONTA-NUM
              MOVE SRT-CODIGO       TO WRK-CAS-SENTIDO
              MOVE SRT-CONTA-CONTRA TO WRK-CAS-CONTA-CONTRA
              MOVE SRT-VALOR        TO WRK-CAS-VALOR
              MOVE 1                TO WRK-CAS-QTDE
              MOVE SRT-ID-TRANSACAO TO WRK-CAS-ID-TRANSACAO
              IF SRT-CODIGO = 'D'
                 MOVE 'LANCAMENTO A DEBITO'  TO WRK-CAS-OBSERVACAO
              ELSE
                 MOVE 'LANCAMENTO A CREDITO' TO WRK-CAS-OBSERVACAO
              END-IF
              PERFORM 018-ABRE-CASO
              GO TO 007C-FIM
           END-IF.

           IF SRT-CODIGO = 'D'
              ADD SRT-VALOR TO WRK-FRD-HOJE
              ADD 1         TO WRK-FRD-QTDE
           ELSE
              ADD SRT-VALOR TO WRK-FRC-HOJE
              ADD 1         TO WRK-FRC-QTDE
           END-IF.
       007C-FIM.
           EXIT.
      *************************
       007D-LANCAMENTO-ANTERIOR SECTION.
      *************************
           IF WRK-DIAS-REG < WRK-INI-JANELA
              OR SRT-VALOR NOT < WRK-VALOR-LIMITE
              GO TO 007D-FIM
           END-IF.

           IF SRT-CODIGO = 'D'
              ADD SRT-VALOR TO WRK-FRD-ANTES
              ADD 1         TO WRK-FRD-QTDE
           ELSE
              ADD SRT-VALOR TO WRK-FRC-ANTES
              ADD 1         TO WRK-FRC-QTDE
           END-IF.
       007D-FIM.
           EXIT.
      *************************
       007E-PROCURA-VOLTA SECTION.
      *************************
      *    A IDA (DEBITO DE A PARA B, HOJE OU DENTRO DOS DIAS DA IDA
      *    E VOLTA) PROCURA A VOLTA ENVIADA HOJE DE B PARA A. A
      *    TABELA ESTA EM ORDEM DE CONTA: A BUSCA ACHA UMA PERNA DE
      *    B E RECUA ATE A PRIMEIRA.
      *************************
           IF WRK-QTDE-TRF = 0
              GO TO 007E-FIM
           END-IF.

           MOVE 0 TO WRK-IND-TRF.

           SEARCH ALL WRK-TAB-TRF
               AT END
                   CONTINUE
               WHEN TRF-CONTA-NUM(WRK-IDX-TRF) = SRT-CONTA-CONTRA
                   SET WRK-IND-TRF TO WRK-IDX-TRF
           END-SEARCH.

           IF WRK-IND-TRF = 0
              GO TO 007E-FIM
           END-IF.

           PERFORM 007F-RECUA-TRANSFERENCIA
               UNTIL WRK-IND-TRF = 1
                  OR TRF-CONTA-NUM(WRK-IND-TRF - 1)
                                         NOT = SRT-CONTA-CONTRA.

           PERFORM 007G-CONFERE-VOLTA
               UNTIL WRK-IND-TRF > WRK-QTDE-TRF
                  OR TRF-CONTA-NUM(WRK-IND-TRF) NOT = SRT-CONTA-CONTRA.
       007E-FIM.
           EXIT.
      *************************
       007F-RECUA-TRANSFERENCIA SECTION.
      *************************
           SUBTRACT 1 FROM WRK-IND-TRF.
       007F-FIM.
           EXIT.
      *************************
       007G-CONFERE-VOLTA SECTION.
      *************************
      *    CNPJ COM A MESMA RAIZ (8 PRIMEIRAS POSICOES) E DA MESMA
      *    EMPRESA, E CPF IGUAL E DA MESMA PESSOA: NAO E IDA E VOLTA
      *    SUSPEITA. CPF CONTRA CNPJ E SEMPRE TITULAR DIFERENTE.
      *    CONTA FORA DO MASTER NAO TEM DOCUMENTO PARA COMPARAR E
      *    NAO ENTRA.
      *************************
           IF TRF-CONTA-CONTRA(WRK-IND-TRF) NOT = SRT-CONTA-NUM
              GO TO 007G-PROXIMA
           END-IF.

           IF SRT-CONTA-NUM < SRT-CONTA-CONTRA
              MOVE SRT-CONTA-NUM    TO WRK-PAR-MENOR
              MOVE SRT-CONTA-CONTRA TO WRK-PAR-MAIOR
           ELSE
              MOVE SRT-CONTA-CONTRA TO WRK-PAR-MENOR
              MOVE SRT-CONTA-NUM    TO WRK-PAR-MAIOR
           END-IF.

           MOVE 'N' TO WRK-PAR-ACHADO.

           PERFORM 007H-COMPARA-PAR
               VARYING WRK-IND-PAR FROM 1 BY 1
               UNTIL WRK-IND-PAR > WRK-QTDE-PARES
                  OR WRK-PAR-ACHADO-SIM.

           IF WRK-PAR-ACHADO-SIM
              GO TO 007G-PROXIMA
           END-IF.

           MOVE SRT-CONTA-NUM TO WRK-CONTA-BUSCA.
           PERFORM 013-LOCALIZA-CONTA.
           MOVE WRK-IND-CTA TO WRK-IND-CTA-CONTRA.

           MOVE SRT-CONTA-CONTRA TO WRK-CONTA-BUSCA.
           PERFORM 013-LOCALIZA-CONTA.

           IF WRK-IND-CTA = 0 OR WRK-IND-CTA-CONTRA = 0
              GO TO 007G-PROXIMA
           END-IF.

           IF CTA-TIPO-DOC(WRK-IND-CTA) = 'F'
              AND CTA-TIPO-DOC(WRK-IND-CTA-CONTRA) = 'F'
              AND CTA-CNPJ(WRK-IND-CTA)(1:11) =
                  CTA-CNPJ(WRK-IND-CTA-CONTRA)(1:11)
              GO TO 007G-PROXIMA
           END-IF.

           IF CTA-TIPO-DOC(WRK-IND-CTA) NOT = 'F'
              AND CTA-TIPO-DOC(WRK-IND-CTA-CONTRA) NOT = 'F'
              AND CTA-CNPJ(WRK-IND-CTA)(1:8) =
                  CTA-CNPJ(WRK-IND-CTA-CONTRA)(1:8)
              GO TO 007G-PROXIMA
           END-IF.

           IF WRK-QTDE-PARES < 2000
              ADD 1 TO WRK-QTDE-PARES
              MOVE WRK-PAR-MENOR TO PAR-MENOR(WRK-QTDE-PARES)
              MOVE WRK-PAR-MAIOR TO PAR-MAIOR(WRK-QTDE-PARES)
           END-IF.

      *    O CASO FICA NA CONTA QUE DEVOLVEU HOJE (B), COM A CONTA
      *    DA IDA (A) COMO CONTRA E A IDA NA OBSERVACAO
           MOVE 'R'                  TO WRK-CAS-TIPO.
           MOVE TRF-CONTA-NUM(WRK-IND-TRF) TO WRK-CAS-CONTA-NUM.
           MOVE 'D'                  TO WRK-CAS-SENTIDO.
           MOVE SRT-CONTA-NUM        TO WRK-CAS-CONTA-CONTRA.
           MOVE TRF-VALOR(WRK-IND-TRF) TO WRK-CAS-VALOR.
           MOVE 2                    TO WRK-CAS-QTDE.
           MOVE TRF-ID-TRANSACAO(WRK-IND-TRF)
                                     TO WRK-CAS-ID-TRANSACAO.
           MOVE SRT-DATA(7:2)        TO WRK-OBS-IDA-DATA(1:2).
           MOVE '/'                  TO WRK-OBS-IDA-DATA(3:1).
           MOVE SRT-DATA(5:2)        TO WRK-OBS-IDA-DATA(4:2).
           MOVE '/'                  TO WRK-OBS-IDA-DATA(6:1).
           MOVE SRT-DATA(1:4)        TO WRK-OBS-IDA-DATA(7:4).
           MOVE SRT-ID-TRANSACAO     TO WRK-OBS-IDA-ID.
           MOVE WRK-OBS-IDA          TO WRK-CAS-OBSERVACAO.

           PERFORM 018-ABRE-CASO.
       007G-PROXIMA.
           ADD 1 TO WRK-IND-TRF.
       007G-FIM.
           EXIT.
      *************************
       007H-COMPARA-PAR SECTION.
      *************************
           IF PAR-MENOR(WRK-IND-PAR) = WRK-PAR-MENOR
              AND PAR-MAIOR(WRK-IND-PAR) = WRK-PAR-MAIOR
              MOVE 'S' TO WRK-PAR-ACHADO
           END-IF.
       007H-FIM.
           EXIT.
      *************************
       008-IMPRIME-RESUMO SECTION.
      *************************
           DISPLAY ' '.
           DISPLAY '==========================================='.
           DISPLAY ' ATUALIZACOES DO ANALISTA'.
           DISPLAY '==========================================='.

           PERFORM 008A-IMPRIME-ATUALIZACAO
               VARYING WRK-IND-ATZ FROM 1 BY 1
               UNTIL WRK-IND-ATZ > WRK-QTDE-ATZ.

           DISPLAY ' '.
           DISPLAY '==========================================='.
           DISPLAY ' CARTEIRA DE CASOS'.
           DISPLAY '==========================================='.
           DISPLAY 'ABERTOS (A).............: ' WRK-QTDE-SIT-A.
           DISPLAY 'EM ANALISE (E)..........: ' WRK-QTDE-SIT-E.
           DISPLAY 'COMUNICADOS (C).........: ' WRK-QTDE-SIT-C.
           DISPLAY 'DESCARTADOS (D).........: ' WRK-QTDE-SIT-D.
       008-FIM.
           EXIT.
      *************************
       008A-IMPRIME-ATUALIZACAO SECTION.
      *************************
           DISPLAY 'CASO ' TAT-NUMERO(WRK-IND-ATZ)
                   ' ' TAT-SIT-ANTERIOR(WRK-IND-ATZ)
                   ' -> ' TAT-SITUACAO(WRK-IND-ATZ)
                   ' ' TAT-ANALISTA(WRK-IND-ATZ)
                   ' ' TAT-RESULTADO(WRK-IND-ATZ)
                   ' ' TAT-OBSERVACAO(WRK-IND-ATZ).
       008A-FIM.
           EXIT.
      *************************
       009-FINAL SECTION.
      *************************
           DISPLAY ' '.
           DISPLAY '==========================================='.
           DISPLAY 'LANCAMENTOS DO DIA LIDOS: ' WRK-QTDE-LANC-LIDOS.
           DISPLAY 'IGNORADOS (NAO D/C).....: '
                   WRK-QTDE-LANC-IGNORADOS.
           DISPLAY 'NAO POSTADOS NO CICLO...: '
                   WRK-QTDE-LANC-NAO-POSTADOS.
           DISPLAY 'REPETIDOS (JA NA JANELA): '
                   WRK-QTDE-LANC-REPETIDOS.
           DISPLAY 'CONTAS NO MASTER........: ' WRK-QTDE-CONTAS.
           DISPLAY 'INCLUSOES NA TRILHA.....: ' WRK-QTDE-IMG-INCLUSAO.
           DISPLAY 'JANELA ANTERIOR LIDA....: ' WRK-QTDE-JAN-LIDOS.
           DISPLAY 'JANELA DESCARTADA.......: '
                   WRK-QTDE-JAN-DESCARTADOS.
           DISPLAY 'JANELA NOVA GRAVADA.....: ' WRK-QTDE-JAN-GRAVADOS.
           DISPLAY 'CASOS LIDOS.............: ' WRK-QTDE-CASOS-LIDOS.
           DISPLAY 'CASOS DA DATA REFEITOS..: '
                   WRK-QTDE-CASOS-REFEITOS.
           DISPLAY 'CASOS NOVOS.............: ' WRK-QTDE-CASOS-NOVOS.
           DISPLAY '  VALOR ACIMA DO LIMITE.: ' WRK-QTDE-TIPO-V.
           DISPLAY '  FRACIONAMENTO.........: ' WRK-QTDE-TIPO-F.
           DISPLAY '  CONTA RECENTE.........: ' WRK-QTDE-TIPO-N.
           DISPLAY '  IDA E VOLTA...........: ' WRK-QTDE-TIPO-R.
           DISPLAY 'CASOS GRAVADOS..........: '
                   WRK-QTDE-CASOS-GRAVADOS.
           DISPLAY 'ATUALIZACOES APLICADAS..: '
                   WRK-QTDE-ATZ-APLICADAS.
           DISPLAY 'ATUALIZACOES RECUSADAS..: '
                   WRK-QTDE-ATZ-RECUSADAS.
           DISPLAY '==========================================='.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 012-MARCA-RUN-CONTROL.
       009-FIM.
           EXIT.
      *************************
       010-CARREGA-DATA SECTION.
      *************************
           OPEN INPUT ARQ-DATA.

           IF WRK-FS-DATA NOT = '00'
              DISPLAY 'CARTAO DE DATA DE MOVIMENTO (DATPRM) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARQ-DATA
               AT END
                   DISPLAY 'CARTAO DE DATA DE MOVIMENTO VAZIO'
                   DISPLAY 'PROCESSAMENTO INTERROMPIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           MOVE DAT-DATA-MOVTO TO WRK-DATA-CICLO.

           CLOSE ARQ-DATA.
       010-FIM.
           EXIT.
      *************************
       011-CARREGA-PARAMETRO SECTION.
      *************************
      *    CARTAO COAFPRM. SEM CARTAO, OU CAMPO NAO NUMERICO OU
      *    ZERADO, VALE O PADRAO DO CAMPO.
      *************************
           OPEN INPUT ARQ-PARM.

           IF WRK-FS-PARM NOT = '00'
              GO TO 011-FIM
           END-IF.

           READ ARQ-PARM
               AT END
                   CLOSE ARQ-PARM
                   GO TO 011-FIM
           END-READ.

           IF PARM-VALOR-LIMITE IS NUMERIC
              AND PARM-VALOR-LIMITE > ZEROS
              MOVE PARM-VALOR-LIMITE TO WRK-VALOR-LIMITE
           END-IF.

           IF PARM-DIAS-JANELA IS NUMERIC
              AND PARM-DIAS-JANELA > ZEROS
              MOVE PARM-DIAS-JANELA TO WRK-DIAS-JANELA
           END-IF.

           IF PARM-QTDE-MINIMA IS NUMERIC
              AND PARM-QTDE-MINIMA > ZEROS
              MOVE PARM-QTDE-MINIMA TO WRK-QTDE-MINIMA
           END-IF.

           IF PARM-DIAS-CONTA-NOVA IS NUMERIC
              AND PARM-DIAS-CONTA-NOVA > ZEROS
              MOVE PARM-DIAS-CONTA-NOVA TO WRK-DIAS-CONTA-NOVA
           END-IF.

           IF PARM-VALOR-CONTA-NOVA IS NUMERIC
              AND PARM-VALOR-CONTA-NOVA > ZEROS
              MOVE PARM-VALOR-CONTA-NOVA TO WRK-VALOR-CONTA-NOVA
           END-IF.

           IF PARM-DIAS-IDA-VOLTA IS NUMERIC
              AND PARM-DIAS-IDA-VOLTA > ZEROS
              MOVE PARM-DIAS-IDA-VOLTA TO WRK-DIAS-IDA-VOLTA
           END-IF.

           CLOSE ARQ-PARM.
       011-FIM.
           EXIT.
      *************************
       012-MARCA-RUN-CONTROL SECTION.
      *************************
      *    CARIMBA INICIO ('I') OU FIM ('F') DESTE PROGRAMA NO
      *    RUN-CONTROL COM O HORARIO, PARA O RELATORIO DE TEMPOS
      *    DA JANELA (CLITEMPO).
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE WRK-DATA-CICLO  TO RUN-DATA-MOVTO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLICOAF'       TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       012-FIM.
           EXIT.
      *************************
       013-LOCALIZA-CONTA SECTION.
      *************************
           MOVE 0 TO WRK-IND-CTA.

           IF WRK-QTDE-CONTAS = 0
              GO TO 013-FIM
           END-IF.

           SEARCH ALL WRK-TAB-CONTA
               AT END
                   CONTINUE
               WHEN CTA-NUMERO(WRK-IDX-CTA) = WRK-CONTA-BUSCA
                   SET WRK-IND-CTA TO WRK-IDX-CTA
           END-SEARCH.
       013-FIM.
           EXIT.
      *************************
       014-LE-MASTER SECTION.
      *************************
       014-LE.
           READ CLIENTE-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
                   GO TO 014-FIM
           END-READ.

           IF MST-CTL-CONTROLE
              GO TO 014-LE
           END-IF.

           IF CLI-CONTA-NUM NOT > WRK-CHAVE-MST-ANT
              AND WRK-CHAVE-MST-ANT NOT = ZEROS
              DISPLAY 'MASTER FORA DE SEQUENCIA DE CONTA: '
                      CLI-CONTA-NUM
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE CLI-CONTA-NUM TO WRK-CHAVE-MST-ANT.
       014-FIM.
           EXIT.
      *************************
       015-LE-CONTATO SECTION.
      *************************
           READ ARQ-CONTATO
               AT END
                   MOVE 'S' TO WRK-FIM-CONTATO
           END-READ.
       015-FIM.
           EXIT.
      *************************
       016-LE-CASO SECTION.
      *************************
           READ ARQ-CASO
               AT END
                   MOVE 'S' TO WRK-FIM-CASO
                   GO TO 016-FIM
           END-READ.

           ADD 1 TO WRK-QTDE-CASOS-LIDOS.
       016-FIM.
           EXIT.
      *************************
       017-CONFERE-GRAVACAO-CASO SECTION.
      *************************
           IF WRK-FS-CASO-NOVO NOT = '00'
              DISPLAY 'ERRO NA GRAVACAO DOS CASOS - FS '
                      WRK-FS-CASO-NOVO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-CASOS-GRAVADOS.
       017-FIM.
           EXIT.
      *************************
       018-ABRE-CASO SECTION.
      *************************
      *    GRAVA O CASO MONTADO EM WRK-CASO COM O PROXIMO NUMERO E
      *    IMPRIME A LINHA DO RELATORIO. CASO IGUAL A UM DA DATA JA
      *    TRABALHADO PELO ANALISTA NAO E ABERTO DE NOVO.
      *************************
           MOVE 'N' TO WRK-CASO-REPETIDO.

           PERFORM 018A-COMPARA-MANTIDO
               VARYING WRK-IND-MNT FROM 1 BY 1
               UNTIL WRK-IND-MNT > WRK-QTDE-MANTIDOS
                  OR WRK-CASO-REPETIDO-SIM.

           IF WRK-CASO-REPETIDO-SIM
              GO TO 018-FIM
           END-IF.

           MOVE WRK-CAS-CONTA-NUM TO WRK-CONTA-BUSCA.
           PERFORM 013-LOCALIZA-CONTA.

           ADD 1 TO WRK-ULT-CASO.

           MOVE WRK-ULT-CASO   TO WRK-CAS-NUMERO.
           MOVE WRK-DATA-CICLO TO WRK-CAS-DATA-ABERTURA.
           MOVE 'A'            TO WRK-CAS-SITUACAO.
           MOVE WRK-DATA-CICLO TO WRK-CAS-DATA-SITUACAO.
           MOVE SPACES         TO WRK-CAS-ANALISTA.

           IF WRK-IND-CTA > 0
              MOVE CTA-CNPJ(WRK-IND-CTA)     TO WRK-CAS-CNPJ
              MOVE CTA-TIPO-DOC(WRK-IND-CTA) TO WRK-TIPO-DOC
           ELSE
              MOVE SPACES                    TO WRK-CAS-CNPJ
              MOVE SPACE                     TO WRK-TIPO-DOC
           END-IF.

           WRITE REG-CASO-NOVO FROM WRK-CASO.
           PERFORM 017-CONFERE-GRAVACAO-CASO.

           ADD 1 TO WRK-QTDE-CASOS-NOVOS.
           ADD 1 TO WRK-QTDE-SIT-A.

           EVALUATE WRK-CAS-TIPO
            WHEN 'V'
               ADD 1 TO WRK-QTDE-TIPO-V
               MOVE 'VALOR ACIMA DO LIMITE' TO WRK-TIPO-DESC
            WHEN 'F'
               ADD 1 TO WRK-QTDE-TIPO-F
               MOVE 'FRACIONAMENTO'         TO WRK-TIPO-DESC
            WHEN 'N'
               ADD 1 TO WRK-QTDE-TIPO-N
               MOVE 'CONTA RECENTE'         TO WRK-TIPO-DESC
            WHEN OTHER
               ADD 1 TO WRK-QTDE-TIPO-R
               MOVE 'IDA E VOLTA ENTRE CNPJ' TO WRK-TIPO-DESC
           END-EVALUATE.

           MOVE WRK-CAS-VALOR TO WRK-VALOR-FMT.
           MOVE WRK-CAS-CNPJ  TO WRK-CNPJ.

      *    O TIPO DE DOCUMENTO DO TITULAR DIZ SE E CPF OU CNPJ
           IF TD-CPF
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           ELSE
              CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           END-IF.

           DISPLAY 'CASO ' WRK-CAS-NUMERO
                   ' ' WRK-TIPO-DESC
                   ' CONTA ' WRK-CAS-CONTA-NUM
                   ' ' WRK-CNPJ-ALFA
                   ' VALOR ' WRK-VALOR-FMT
                   ' QTDE ' WRK-CAS-QTDE.

           IF WRK-IND-CTA > 0
              DISPLAY '     ' CTA-NOME(WRK-IND-CTA)
                      ' ' CTA-CIDADE(WRK-IND-CTA)
                      ' ' CTA-UF(WRK-IND-CTA)
           END-IF.

           IF WRK-CAS-CONTA-CONTRA > ZEROS
              DISPLAY '     CONTRA ' WRK-CAS-CONTA-CONTRA
                      ' ' WRK-CAS-OBSERVACAO
           ELSE
              DISPLAY '     ' WRK-CAS-OBSERVACAO
           END-IF.
       018-FIM.
           EXIT.
      *************************
       018A-COMPARA-MANTIDO SECTION.
      *************************
           IF MNT-TIPO(WRK-IND-MNT)         = WRK-CAS-TIPO
              AND MNT-SENTIDO(WRK-IND-MNT)  = WRK-CAS-SENTIDO
              AND MNT-CONTA-NUM(WRK-IND-MNT) = WRK-CAS-CONTA-NUM
              AND MNT-CONTA-CONTRA(WRK-IND-MNT)
                                            = WRK-CAS-CONTA-CONTRA
              AND MNT-ID-TRANSACAO(WRK-IND-MNT)
                                            = WRK-CAS-ID-TRANSACAO
              MOVE 'S' TO WRK-CASO-REPETIDO
           END-IF.
       018A-FIM.
           EXIT.
      *************************
       020-CALCULA-DIAS SECTION.
      *************************
      *    CONVERTE DATA AAAAMMDD EM CONTAGEM DE DIAS CORRIDOS DO
      *    CALENDARIO GREGORIANO (ANO COMECANDO EM MARCO, COMO NO
      *    CLILIMPA), PARA COMPARAR DUAS DATAS POR SUBTRACAO.
      *************************
           MOVE WRK-DATA-CALC(7:2) TO WRK-CAL-DIA.
           MOVE WRK-DATA-CALC(5:2) TO WRK-CAL-MES.
           MOVE WRK-DATA-CALC(1:4) TO WRK-CAL-ANO.

           IF WRK-CAL-MES < 3
              ADD 12     TO WRK-CAL-MES
              SUBTRACT 1 FROM WRK-CAL-ANO
           END-IF.

           DIVIDE WRK-CAL-ANO BY 4   GIVING WRK-CAL-Q4.
           DIVIDE WRK-CAL-ANO BY 100 GIVING WRK-CAL-Q100.
           DIVIDE WRK-CAL-ANO BY 400 GIVING WRK-CAL-Q400.

           COMPUTE WRK-CAL-DMES =
                   ((153 * (WRK-CAL-MES - 3)) + 2) / 5.

           COMPUTE WRK-DIAS-CALC = (365 * WRK-CAL-ANO)
                 + WRK-CAL-Q4
                 - WRK-CAL-Q100
                 + WRK-CAL-Q400
                 + WRK-CAL-DMES
                 + WRK-CAL-DIA.
       020-FIM.
           EXIT.
      *************************
       021-PULA-SE-ENCERRADO SECTION.
      *************************
      *    REINICIO DO CLIRUN: STEP JA TERMINADO NA DATA DENTRO DO
      *    CICLO ABERTO (CARIMBO 'F' NO RUN-CONTROL) NAO REFAZ O
      *    PROCESSAMENTO E SAI COM O RC DA PRIMEIRA EXECUCAO, PARA O
      *    COND DOS STEPS SEGUINTES CONTINUAR VALENDO.
      *************************
           CALL 'CLIRCTLV' USING WRK-DATA-CICLO
                                 WRK-NOME-STEP
                                 WRK-STEP-ENCERRADO
                                 WRK-RC-ANTERIOR.

           IF WRK-STEP-ENCERRADO-SIM
              DISPLAY 'STEP JA ENCERRADO NA DATA ' WRK-DATA-CICLO
                      ' - PROCESSAMENTO PULADO (REINICIO)'
              DISPLAY 'RC DA EXECUCAO ANTERIOR.: ' WRK-RC-ANTERIOR
              MOVE WRK-RC-ANTERIOR TO RETURN-CODE
              STOP RUN
           END-IF.
       021-FIM.
           EXIT.
