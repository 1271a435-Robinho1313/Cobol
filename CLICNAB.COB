      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLICNAB.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  ENTRADA DO ARQUIVO CNAB 240 DO BANCO PARCEIRO (CNBREM):
      *  DEPOSITOS E PAGAMENTOS DA COMPENSACAO A CREDITAR NAS
      *  CONTAS DOS CLIENTES. CONFERE A ESTRUTURA DO ARQUIVO CONTRA
      *  OS PROPRIOS REGISTROS DE CONTROLE, RESOLVE A CONTA DO
      *  FAVORECIDO NO MASTER CERTIFICADO (CLIMST) E GRAVA CADA
      *  CREDITO ACEITO COMO LANCAMENTO NO LEIAUTE DO CLILANC
      *  (CNBLANC), QUE O STEP AGENDA LE JUNTO COM
      *  CLI.CLIENTE.LANCAMENTO. OS DETALHES REJEITADOS VOLTAM AO
      *  PARCEIRO NO ARQUIVO DE RETORNO (CNBRET), NO PROPRIO
      *  FORMATO CNAB 240, COM O CODIGO DE OCORRENCIA.
      *
      *  ESTRUTURA (FEBRABAN 240 POSICOES, TIPO DE REGISTRO NA
      *  POSICAO 8):
      *     0 = HEADER DE ARQUIVO  1 = HEADER DE LOTE
      *     3 = DETALHE (SEGMENTO A: CREDITO EM CONTA; SEGMENTO B
      *         OPCIONAL: INSCRICAO DO FAVORECIDO; SEGMENTO C
      *         OPCIONAL, IGNORADO)
      *     5 = TRAILER DE LOTE    9 = TRAILER DE ARQUIVO
      *  - ARQUIVO: BANCO DO CARTAO CNBPRM, CODIGO DE REMESSA (1),
      *    HEADER E TRAILER UNICOS, LOTES FECHADOS, QUANTIDADE DE
      *    LOTES E DE REGISTROS DO TRAILER. FALHA RECUSA O ARQUIVO
      *    INTEIRO (OCORRENCIA HI), SEM GRAVAR LANCAMENTO: RC 8.
      *    ARQUIVO (BANCO + NUMERO SEQUENCIAL - NSA) JA PROCESSADO
      *    EM OUTRO CICLO, PELO CONTROLE PERMANENTE (CNBCTL), E
      *    RECUSADO DO MESMO JEITO; NA MESMA DATA E REPROCESSAMENTO
      *    E GERA OS MESMOS LANCAMENTOS.
      *  - LOTE: NUMERO EM SEQUENCIA (HG), OPERACAO DE CREDITO (AB),
      *    NUMERO DO LOTE NOS DETALHES E NO TRAILER (HH), SEGMENTO B
      *    SEM SEGMENTO A (AI), QUANTIDADE DE REGISTROS E SOMA DOS
      *    VALORES DO TRAILER (TA). FALHA REJEITA TODO O LOTE.
      *  - DETALHE: SEQUENCIAL NO LOTE (AH), SEGMENTO (AI), TIPO DE
      *    MOVIMENTO INCLUSAO (AJ), BANCO (AL) E AGENCIA (AM) DO
      *    FAVORECIDO IGUAIS AOS DO CNBPRM, CONTA DO FAVORECIDO NO
      *    MASTER, NAO ENCERRADA NEM BLOQUEADA (AN), DATA DO
      *    PAGAMENTO VALIDA E NAO POSTERIOR AO CICLO (AP), MOEDA
      *    BRL NO DETALHE E NA CONTA (AQ), VALOR MAIOR QUE ZERO,
      *    SEM CENTAVOS E QUE CAIBA NO LANCAMENTO (AR - OS SALDOS
      *    DO MASTER SAO EM UNIDADES INTEIRAS) E, COM SEGMENTO B,
      *    CNPJ/CPF DO FAVORECIDO IGUAL AO DO MASTER (AE).
      *
      *  CONTA DO FAVORECIDO: AS 12 POSICOES DA CONTA CORRENTE COM
      *  A CONTA DO MASTER NAS 6 ULTIMAS E ZEROS NAS DEMAIS. O
      *  DIGITO VERIFICADOR NAO E CONFERIDO (O MASTER NAO TEM).
      *
      *  IDENTIFICADOR DA TRANSACAO: FAIXA 800000000 A 899999999,
      *  RESERVADA A ESTA ENTRADA (8 + 3 ULTIMOS DIGITOS DO NSA +
      *  ORDEM DO DETALHE NO ARQUIVO EM 5 DIGITOS). OS LANCAMENTOS
      *  DIGITADOS FICAM ABAIXO DE 800000000 E OS AGENDADOS NA
      *  FAIXA 900000000 (CLIAGEND).
      *
      *  RETORNO: HEADER DE ARQUIVO DEVOLVIDO COM CODIGO 2 E A DATA
      *  DO CICLO, UM LOTE PARA CADA LOTE COM DETALHE REJEITADO
      *  (RENUMERADOS), SO OS SEGMENTOS A REJEITADOS COM A
      *  OCORRENCIA NAS POSICOES 231-232 (O SEU NUMERO DO PARCEIRO
      *  VOLTA INTACTO) E O TRAILER COM A QUANTIDADE E A SOMA DOS
      *  REJEITADOS; A OCORRENCIA DO LOTE VAI NO HEADER E NO
      *  TRAILER DO LOTE. SEM REJEITO, O RETORNO SO TEM HEADER E
      *  TRAILER DE ARQUIVO.
      *
      *  CARTAO CNBPRM: COL 1-3 BANCO, COL 4-8 AGENCIA DAS CONTAS.
      *  SEM ARQUIVO NO CICLO (CNBREM VAZIO) NADA E GRAVADO: RC 0.
      *
      *  RETURN-CODE:  0 = TODOS OS CREDITOS ACEITOS
      *                4 = HA DETALHES REJEITADOS (NO RETORNO)
      *                8 = ARQUIVO RECUSADO (NADA FOI GRAVADO)
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-REMESSA ASSIGN TO "CNBREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MASTER.
           SELECT ARQ-LANC-CNAB ASSIGN TO "CNBLANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANC-CNAB.
           SELECT ARQ-RETORNO ASSIGN TO "CNBRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT OPTIONAL ARQ-CONTROLE ASSIGN TO "CNBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT ARQ-CONTROLE-NOVO ASSIGN TO "CNBCTLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL-NOVO.
           SELECT ARQ-PARM ASSIGN TO "CNBPRM"
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
       FD  ARQ-REMESSA
           LABEL RECORD IS STANDARD.
       01  REG-REMESSA             PIC X(240).
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
       FD  ARQ-LANC-CNAB
           LABEL RECORD IS STANDARD.
       01  REG-LANCAMENTO.
           05  LAN-CONTA-NUM       PIC 9(006).
           05  LAN-CODIGO          PIC X(001).
           05  LAN-VALOR           PIC 9(007).
           05  LAN-CONTA-CONTRA    PIC 9(006).
           05  LAN-ID-TRANSACAO    PIC 9(009).
           05  LAN-ID-ORIGINAL     PIC 9(009).
      *----------------------------------------------------------------*
       FD  ARQ-RETORNO
           LABEL RECORD IS STANDARD.
       01  REG-RETORNO             PIC X(240).
      *----------------------------------------------------------------*
      *  CONTROLE PERMANENTE DOS ARQUIVOS JA PROCESSADOS: UM
      *  REGISTRO POR ARQUIVO ACEITO, NA ORDEM DE PROCESSAMENTO.
      *----------------------------------------------------------------*
       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD.
       01  REG-CONTROLE            PIC X(050).
      *----------------------------------------------------------------*
       FD  ARQ-CONTROLE-NOVO
           LABEL RECORD IS STANDARD.
       01  REG-CONTROLE-NOVO       PIC X(050).
      *----------------------------------------------------------------*
       FD  ARQ-PARM
           LABEL RECORD IS STANDARD.
       01  REG-PARM.
           05  PARM-BANCO          PIC X(003).
           05  PARM-AGENCIA        PIC X(005).
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
               88 RUN-INICIADO           VALUE 'I'.
               88 RUN-ENCERRADO          VALUE 'F'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-CONTA-NUM       PIC 9(006).
           05  SRT-IND-DET         PIC 9(004).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-REMESSA    PIC  X(002).
       01  WRK-FS-MASTER     PIC  X(002).
       01  WRK-FS-LANC-CNAB  PIC  X(002).
       01  WRK-FS-RETORNO    PIC  X(002).
       01  WRK-FS-CONTROLE   PIC  X(002).
       01  WRK-FS-CTL-NOVO   PIC  X(002).
       01  WRK-FS-PARM       PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-CICLO-R REDEFINES WRK-DATA-CICLO.
           05  WRK-CIC-ANO         PIC 9(004).
           05  WRK-CIC-MES         PIC 9(002).
           05  WRK-CIC-DIA         PIC 9(002).
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLICNAB '.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-REMESSA   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-REMESSA-SIM   VALUE 'S'.
       01  WRK-FIM-MASTER    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-MASTER-SIM    VALUE 'S'.
       01  WRK-FIM-SORT      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-SORT-SIM      VALUE 'S'.
       01  WRK-FIM-CONTROLE  PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CONTROLE-SIM  VALUE 'S'.
       01  WRK-CHAVE-MST     PIC  9(006) VALUE ZEROS.
       01  WRK-CHAVE-MST-ANT PIC  9(006) VALUE ZEROS.
       01  WRK-SITUACAO      PIC X.
           COPY STCODES.
       01  WRK-TIPO-DOC      PIC X.
           COPY TDCODES.
      *
      *  BANCO E AGENCIA DAS CONTAS (CNBPRM)
      *
       01  WRK-PRM-BANCO     PIC  X(003) VALUE SPACES.
       01  WRK-PRM-AGENCIA   PIC  X(005) VALUE SPACES.
      *
      *  REGISTRO CNAB EM CURSO E SUAS VISOES POR TIPO DE REGISTRO
      *
       01  WRK-REG-CNAB      PIC  X(240) VALUE SPACES.
       01  WRK-CNB-COMUM REDEFINES WRK-REG-CNAB.
           05  CNB-BANCO           PIC X(003).
           05  CNB-LOTE            PIC X(004).
           05  CNB-LOTE-NUM REDEFINES CNB-LOTE
                                   PIC 9(004).
           05  CNB-TIPO-REG        PIC X(001).
               88 CNB-HEADER-ARQUIVO     VALUE '0'.
               88 CNB-HEADER-LOTE        VALUE '1'.
               88 CNB-DETALHE            VALUE '3'.
               88 CNB-TRAILER-LOTE       VALUE '5'.
               88 CNB-TRAILER-ARQUIVO    VALUE '9'.
           05  FILLER              PIC X(232).
      *    HEADER DE ARQUIVO
       01  WRK-CNB-HEADER-ARQ REDEFINES WRK-REG-CNAB.
           05  FILLER              PIC X(008).
           05  FILLER              PIC X(134).
           05  CHA-REMESSA-RETORNO PIC X(001).
               88 CHA-REMESSA            VALUE '1'.
           05  CHA-DATA-GERACAO    PIC X(008).
           05  CHA-HORA-GERACAO    PIC X(006).
           05  CHA-NSA             PIC X(006).
           05  CHA-NSA-NUM REDEFINES CHA-NSA
                                   PIC 9(006).
           05  FILLER              PIC X(077).
      *    HEADER DE LOTE
       01  WRK-CNB-HEADER-LOTE REDEFINES WRK-REG-CNAB.
           05  FILLER              PIC X(008).
           05  CHL-OPERACAO        PIC X(001).
           05  CHL-SERVICO         PIC X(002).
           05  CHL-FORMA           PIC X(002).
           05  CHL-VERSAO          PIC X(003).
           05  FILLER              PIC X(214).
           05  CHL-OCORRENCIAS     PIC X(010).
      *    DETALHE - SEGMENTO A (SEQUENCIAL E SEGMENTO VALEM PARA
      *    TODOS OS SEGMENTOS)
       01  WRK-CNB-SEGMENTO-A REDEFINES WRK-REG-CNAB.
           05  FILLER              PIC X(008).
           05  CSA-SEQUENCIAL      PIC X(005).
           05  CSA-SEQUENCIAL-NUM REDEFINES CSA-SEQUENCIAL
                                   PIC 9(005).
           05  CSA-SEGMENTO        PIC X(001).
           05  CSA-TIPO-MOVIMENTO  PIC X(001).
           05  CSA-INSTRUCAO       PIC X(002).
           05  CSA-CAMARA          PIC X(003).
           05  CSA-BANCO-FAV       PIC X(003).
           05  CSA-AGENCIA-FAV     PIC X(005).
           05  CSA-AGENCIA-DV      PIC X(001).
           05  CSA-CONTA-FAV       PIC X(012).
           05  CSA-CONTA-FAV-NUM REDEFINES CSA-CONTA-FAV
                                   PIC 9(012).
           05  CSA-CONTA-DV        PIC X(001).
           05  CSA-AG-CONTA-DV     PIC X(001).
           05  CSA-NOME-FAV        PIC X(030).
           05  CSA-SEU-NUMERO      PIC X(020).
           05  CSA-DATA-PAGTO.
               10  CSA-PAG-DIA     PIC 9(002).
               10  CSA-PAG-MES     PIC 9(002).
               10  CSA-PAG-ANO     PIC 9(004).
           05  CSA-DATA-PAGTO-NUM REDEFINES CSA-DATA-PAGTO
                                   PIC 9(008).
           05  CSA-MOEDA           PIC X(003).
           05  CSA-QTDE-MOEDA      PIC X(015).
           05  CSA-VALOR           PIC 9(013)V99.
           05  CSA-VALOR-R REDEFINES CSA-VALOR.
               10  CSA-VALOR-INTEIRO   PIC 9(013).
               10  CSA-VALOR-CENTAVOS  PIC 9(002).
           05  FILLER              PIC X(095).
           05  CSA-AVISO           PIC X(001).
           05  CSA-OCORRENCIAS     PIC X(010).
      *    DETALHE - SEGMENTO B
       01  WRK-CNB-SEGMENTO-B REDEFINES WRK-REG-CNAB.
           05  FILLER              PIC X(017).
           05  CSB-TIPO-INSC       PIC X(001).
           05  CSB-INSCRICAO       PIC X(014).
           05  FILLER              PIC X(208).
      *    TRAILER DE LOTE
       01  WRK-CNB-TRAILER-LOTE REDEFINES WRK-REG-CNAB.
           05  FILLER              PIC X(017).
           05  CTL-QTDE-REG        PIC 9(006).
           05  CTL-SOMA-VALOR      PIC 9(016)V99.
           05  CTL-QTDE-MOEDA      PIC 9(013)V9(05).
           05  FILLER              PIC X(171).
           05  CTL-OCORRENCIAS     PIC X(010).
      *    TRAILER DE ARQUIVO
       01  WRK-CNB-TRAILER-ARQ REDEFINES WRK-REG-CNAB.
           05  FILLER              PIC X(017).
           05  CTA-QTDE-LOTES      PIC 9(006).
           05  CTA-QTDE-REG        PIC 9(006).
           05  CTA-QTDE-CONTAS     PIC 9(006).
           05  FILLER              PIC X(205).
      *
      *  SITUACAO DO ARQUIVO (PRIMEIRA PASSADA)
      *
       01  WRK-ARQUIVO-VAZIO PIC  X(001) VALUE 'N'.
           88 WRK-ARQUIVO-VAZIO-SIM VALUE 'S'.
       01  WRK-HEADER-ARQ-LIDO PIC X(001) VALUE 'N'.
           88 WRK-HEADER-ARQ-LIDO-SIM VALUE 'S'.
       01  WRK-TRAILER-ARQ-LIDO PIC X(001) VALUE 'N'.
           88 WRK-TRAILER-ARQ-LIDO-SIM VALUE 'S'.
       01  WRK-NO-LOTE       PIC  X(001) VALUE 'N'.
           88 WRK-NO-LOTE-SIM       VALUE 'S'.
       01  WRK-NSA-OK        PIC  X(001) VALUE 'N'.
           88 WRK-NSA-OK-SIM        VALUE 'S'.
       01  WRK-REPROCESSO    PIC  X(001) VALUE 'N'.
           88 WRK-REPROCESSO-SIM    VALUE 'S'.
       01  WRK-HEADER-ARQUIVO PIC X(240) VALUE SPACES.
       01  WRK-NSA           PIC  9(006) VALUE ZEROS.
       01  WRK-NSA-FAIXA     PIC  9(003) VALUE ZEROS.
       01  WRK-NSA-QUOC      PIC  9(006) VALUE ZEROS.
       01  WRK-OCOR-ARQUIVO  PIC  X(002) VALUE SPACES.
       01  WRK-MOTIVO-ARQUIVO PIC X(060) VALUE SPACES.
       01  WRK-REG-RECUSA    PIC  9(006) VALUE ZEROS.
       01  WRK-OCORRENCIA    PIC  X(002) VALUE SPACES.
       01  WRK-MOTIVO        PIC  X(060) VALUE SPACES.
       01  WRK-SEQ-LOTE      PIC  9(005) VALUE ZEROS.
       01  WRK-SEQ-OK        PIC  X(001) VALUE 'N'.
           88 WRK-SEQ-OK-SIM        VALUE 'S'.
       01  WRK-NSA-EDIT      PIC  9(006) VALUE ZEROS.
       01  WRK-DATA-EDIT     PIC  9(008) VALUE ZEROS.
      *
      *  REGISTRO DO CONTROLE DOS ARQUIVOS JA PROCESSADOS
      *
       01  WRK-CONTROLE.
           05  CCT-BANCO           PIC X(003).
           05  CCT-NSA             PIC 9(006).
           05  CCT-DATA-GERACAO    PIC X(008).
           05  CCT-DATA-CICLO      PIC 9(008).
           05  CCT-QTDE-ACEITOS    PIC 9(006).
           05  CCT-VALOR-ACEITO    PIC 9(013).
           05  CCT-QTDE-REJEITADOS PIC 9(006).
      *
      *  LOTES DO ARQUIVO, NA ORDEM EM QUE VIERAM
      *
       01  WRK-QTDE-LOTES    PIC  9(04) COMP VALUE 0.
       01  WRK-MAX-LOTES     PIC  9(04) COMP VALUE 200.
       01  WRK-IND-LOTE      PIC  9(04) COMP VALUE 0.
       01  WRK-TAB-LOTES.
           05  WRK-TAB-LOTE OCCURS 200 TIMES.
               10  LOT-REG-HEADER      PIC X(240).
               10  LOT-NUMERO          PIC X(004).
               10  LOT-OCORRENCIA      PIC X(002).
               10  LOT-MOTIVO          PIC X(060).
               10  LOT-QTDE-REG        PIC 9(006) COMP.
               10  LOT-SOMA-VALOR      PIC 9(016)V99.
               10  LOT-QTDE-REJ        PIC 9(006) COMP.
               10  LOT-SOMA-REJ        PIC 9(016)V99.
      *
      *  CREDITOS (SEGMENTOS A) DO ARQUIVO, NA ORDEM EM QUE VIERAM,
      *  COM O SEGMENTO B, A CONTA DO MASTER E A OCORRENCIA
      *
       01  WRK-QTDE-DETALHES PIC  9(04) COMP VALUE 0.
       01  WRK-MAX-DETALHES  PIC  9(04) COMP VALUE 2000.
       01  WRK-IND-DET       PIC  9(04) COMP VALUE 0.
       01  WRK-IND-DET-A     PIC  9(04) COMP VALUE 0.
       01  WRK-TAB-DETALHES.
           05  WRK-TAB-DET OCCURS 2000 TIMES.
               10  DET-REG-A           PIC X(240).
               10  DET-IND-LOTE        PIC 9(004) COMP.
               10  DET-SEQ-ARQ         PIC 9(005).
               10  DET-TEM-B           PIC X(001).
               10  DET-B-TIPO-INSC     PIC X(001).
               10  DET-B-INSCRICAO     PIC X(014).
               10  DET-CONTA           PIC 9(006).
               10  DET-VALOR           PIC 9(007).
               10  DET-OCORRENCIA      PIC X(002).
               10  DET-MOTIVO          PIC X(060).
               10  DET-MST-ACHOU       PIC X(001).
               10  DET-MST-SITUACAO    PIC X(001).
               10  DET-MST-MOEDA       PIC X(003).
               10  DET-MST-CNPJ        PIC X(014).
               10  DET-MST-TIPO-DOC    PIC X(001).
      *
      *  DATA DO PAGAMENTO (AAAAMMDD) E DIAS DE CADA MES
      *
       01  WRK-DATA-PAGTO    PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-PAGTO-R REDEFINES WRK-DATA-PAGTO.
           05  WRK-PAG-ANO         PIC 9(004).
           05  WRK-PAG-MES         PIC 9(002).
           05  WRK-PAG-DIA         PIC 9(002).
       01  WRK-DIAS-MESES    PIC  X(024)
           VALUE '312831303130313130313031'.
       01  WRK-DIAS-MESES-R REDEFINES WRK-DIAS-MESES.
           05  WRK-DIAS-MES        PIC 9(002) OCCURS 12 TIMES.
       01  WRK-DIAS-NO-MES   PIC  9(02) COMP VALUE 0.
       01  WRK-BIS-QUOC      PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R4        PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R100      PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R400      PIC  9(04) COMP VALUE 0.
      *
      *  RETORNO
      *
       01  WRK-QTDE-LOTES-RET PIC 9(004) VALUE ZEROS.
       01  WRK-QTDE-REG-RET  PIC  9(006) VALUE ZEROS.
       01  WRK-SEQ-RET       PIC  9(005) VALUE ZEROS.
       01  WRK-DATA-RETORNO.
           05  WRK-RET-DIA         PIC 9(002).
           05  WRK-RET-MES         PIC 9(002).
           05  WRK-RET-ANO         PIC 9(004).
      *
      *  CONTADORES
      *
       01  WRK-QTDE-REG-ARQ  PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-LIDOS-MST PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-ACEITOS  PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-REJEITADOS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-CONTROLE PIC  9(06) COMP VALUE 0.
       01  WRK-TOTAL-ACEITO  PIC  9(013) VALUE ZEROS.
       01  WRK-TOTAL-REJEITADO PIC 9(016)V99 VALUE ZEROS.
       01  WRK-TOTAL-FMT     PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-FMT     PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.
           PERFORM 002-LE-REMESSA.
           PERFORM 003-CONFERE-CONTROLE.

           IF WRK-OCOR-ARQUIVO = SPACES
              AND WRK-QTDE-DETALHES > 0
              SORT ARQ-SORT
                  ASCENDING KEY SRT-CONTA-NUM
                  INPUT PROCEDURE 004-LIBERA-CONTAS
                  OUTPUT PROCEDURE 005-CONFRONTA-MASTER
           END-IF.

           PERFORM 006-AVALIA-DETALHES.
           PERFORM 007-GRAVA-RETORNO.
           PERFORM 008-GRAVA-CONTROLE.

           EVALUATE TRUE
            WHEN WRK-OCOR-ARQUIVO NOT = SPACES
               MOVE 8 TO RETURN-CODE
            WHEN WRK-QTDE-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
            WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 009-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 010-CARREGA-DATA.
           PERFORM 018-PULA-SE-ENCERRADO.
           PERFORM 012-CARREGA-PARAMETRO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 015-MARCA-RUN-CONTROL.

           OPEN OUTPUT ARQ-LANC-CNAB.

           IF WRK-FS-LANC-CNAB NOT = '00'
              DISPLAY 'ERRO NA ABERTURA DO CNBLANC - STATUS '
                      WRK-FS-LANC-CNAB
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY '==========================================='.
           DISPLAY ' ENTRADA CNAB 240 DO BANCO PARCEIRO - CLICNAB'.
           DISPLAY '==========================================='.
           DISPLAY 'DATA DO CICLO...........: ' WRK-DATA-CICLO.
           DISPLAY 'BANCO / AGENCIA.........: ' WRK-PRM-BANCO
                   ' / ' WRK-PRM-AGENCIA.
           DISPLAY ' '.
       001-FIM.
           EXIT.
      *************************
       002-LE-REMESSA SECTION.
      *************************
      *    PRIMEIRA PASSADA: CONFERE A ESTRUTURA DO ARQUIVO E GUARDA
      *    OS LOTES E OS CREDITOS EM TABELA. SO O PRIMEIRO MOTIVO DE
      *    RECUSA DO ARQUIVO (E DE CADA LOTE) E GUARDADO.
      *************************
           OPEN INPUT ARQ-REMESSA.

           PERFORM 014-LE-REMESSA.

           IF WRK-FIM-REMESSA-SIM
              MOVE 'S' TO WRK-ARQUIVO-VAZIO
              CLOSE ARQ-REMESSA
              DISPLAY 'NENHUM ARQUIVO CNAB NO CICLO (CNBREM VAZIO)'
              GO TO 002-FIM
           END-IF.

           PERFORM 002A-TRATA-REGISTRO UNTIL WRK-FIM-REMESSA-SIM.

           CLOSE ARQ-REMESSA.

           IF WRK-NO-LOTE-SIM
              MOVE 'LOTE SEM TRAILER NO FIM DO ARQUIVO' TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
           END-IF.

           IF NOT WRK-TRAILER-ARQ-LIDO-SIM
              MOVE 'ARQUIVO SEM TRAILER DE ARQUIVO' TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
           END-IF.
       002-FIM.
           EXIT.
      *************************
       002A-TRATA-REGISTRO SECTION.
      *************************
           ADD 1 TO WRK-QTDE-REG-ARQ.

           MOVE REG-REMESSA TO WRK-REG-CNAB.

           IF WRK-TRAILER-ARQ-LIDO-SIM
              MOVE 'REGISTRO DEPOIS DO TRAILER DE ARQUIVO'
                                 TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
              GO TO 002A-PROXIMO
           END-IF.

           IF NOT WRK-HEADER-ARQ-LIDO-SIM
              AND NOT CNB-HEADER-ARQUIVO
              MOVE 'ARQUIVO NAO COMECA PELO HEADER DE ARQUIVO'
                                 TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
              GO TO 002A-PROXIMO
           END-IF.

           EVALUATE TRUE
            WHEN CNB-HEADER-ARQUIVO
               PERFORM 002B-HEADER-ARQUIVO
            WHEN CNB-HEADER-LOTE
               PERFORM 002C-HEADER-LOTE
            WHEN CNB-DETALHE
               PERFORM 002D-DETALHE
            WHEN CNB-TRAILER-LOTE
               PERFORM 002E-TRAILER-LOTE
            WHEN CNB-TRAILER-ARQUIVO
               PERFORM 002G-TRAILER-ARQUIVO
            WHEN OTHER
               MOVE 'TIPO DE REGISTRO INVALIDO' TO WRK-MOTIVO
               PERFORM 002F-RECUSA-ARQUIVO
           END-EVALUATE.
       002A-PROXIMO.
           PERFORM 014-LE-REMESSA.
       002A-FIM.
           EXIT.
      *************************
       002B-HEADER-ARQUIVO SECTION.
      *************************
           IF WRK-HEADER-ARQ-LIDO-SIM
              MOVE 'HEADER DE ARQUIVO REPETIDO' TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
              GO TO 002B-FIM
           END-IF.

           MOVE 'S'          TO WRK-HEADER-ARQ-LIDO.
           MOVE WRK-REG-CNAB TO WRK-HEADER-ARQUIVO.

           IF CNB-BANCO NOT = WRK-PRM-BANCO
              MOVE 'BANCO DO ARQUIVO DIFERENTE DO CNBPRM'
                                 TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
              GO TO 002B-FIM
           END-IF.

           IF NOT CHA-REMESSA
              MOVE 'ARQUIVO NAO E REMESSA (CODIGO 1)' TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
              GO TO 002B-FIM
           END-IF.

           IF CHA-NSA-NUM IS NOT NUMERIC
              MOVE 'NUMERO SEQUENCIAL DO ARQUIVO (NSA) INVALIDO'
                                 TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
              GO TO 002B-FIM
           END-IF.

           MOVE 'S'         TO WRK-NSA-OK.
           MOVE CHA-NSA-NUM TO WRK-NSA.

           DIVIDE WRK-NSA BY 1000
               GIVING WRK-NSA-QUOC REMAINDER WRK-NSA-FAIXA.
       002B-FIM.
           EXIT.
      *************************
       002C-HEADER-LOTE SECTION.
      *************************
           IF WRK-NO-LOTE-SIM
              MOVE 'HEADER DE LOTE ANTES DO TRAILER DO LOTE ANTERIOR'
                                 TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
              GO TO 002C-FIM
           END-IF.

           IF WRK-QTDE-LOTES = WRK-MAX-LOTES
              DISPLAY 'ARQUIVO CNAB COM MAIS DE 200 LOTES'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-LOTES.
           MOVE WRK-QTDE-LOTES TO WRK-IND-LOTE.
           MOVE 'S'            TO WRK-NO-LOTE.
           MOVE ZEROS          TO WRK-SEQ-LOTE.
           MOVE 0              TO WRK-IND-DET-A.

           MOVE WRK-REG-CNAB   TO LOT-REG-HEADER(WRK-IND-LOTE).
           MOVE CNB-LOTE       TO LOT-NUMERO(WRK-IND-LOTE).
           MOVE SPACES         TO LOT-OCORRENCIA(WRK-IND-LOTE).
           MOVE SPACES         TO LOT-MOTIVO(WRK-IND-LOTE).
           MOVE 1              TO LOT-QTDE-REG(WRK-IND-LOTE).
           MOVE ZEROS          TO LOT-SOMA-VALOR(WRK-IND-LOTE).
           MOVE 0              TO LOT-QTDE-REJ(WRK-IND-LOTE).
           MOVE ZEROS          TO LOT-SOMA-REJ(WRK-IND-LOTE).

           IF CNB-LOTE-NUM IS NOT NUMERIC
              OR CNB-LOTE-NUM NOT = WRK-QTDE-LOTES
              MOVE 'HG'                     TO WRK-OCORRENCIA
              MOVE 'LOTE FORA DE SEQUENCIA' TO WRK-MOTIVO
              PERFORM 002H-RECUSA-LOTE
              GO TO 002C-FIM
           END-IF.

           IF CHL-OPERACAO NOT = 'C'
              MOVE 'AB'                     TO WRK-OCORRENCIA
              MOVE 'OPERACAO DO LOTE NAO E CREDITO' TO WRK-MOTIVO
              PERFORM 002H-RECUSA-LOTE
           END-IF.
       002C-FIM.
           EXIT.
      *************************
       002D-DETALHE SECTION.
      *************************
           IF NOT WRK-NO-LOTE-SIM
              MOVE 'DETALHE FORA DE LOTE' TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
              GO TO 002D-FIM
           END-IF.

           ADD 1 TO LOT-QTDE-REG(WRK-IND-LOTE).

           IF CNB-LOTE NOT = LOT-NUMERO(WRK-IND-LOTE)
              MOVE 'HH' TO WRK-OCORRENCIA
              MOVE 'DETALHE COM NUMERO DE LOTE DIFERENTE DO HEADER'
                        TO WRK-MOTIVO
              PERFORM 002H-RECUSA-LOTE
           END-IF.

           MOVE 'N' TO WRK-SEQ-OK.

           IF CSA-SEQUENCIAL-NUM IS NUMERIC
              IF CSA-SEQUENCIAL-NUM = WRK-SEQ-LOTE + 1
                 MOVE 'S' TO WRK-SEQ-OK
              END-IF
              MOVE CSA-SEQUENCIAL-NUM TO WRK-SEQ-LOTE
           ELSE
              ADD 1 TO WRK-SEQ-LOTE
           END-IF.

           EVALUATE CSA-SEGMENTO
            WHEN 'A'
               PERFORM 002I-SEGMENTO-A
            WHEN 'B'
               PERFORM 002J-SEGMENTO-B
            WHEN 'C'
               CONTINUE
            WHEN OTHER
               MOVE 'AI' TO WRK-OCORRENCIA
               MOVE 'SEGMENTO DE DETALHE INVALIDO' TO WRK-MOTIVO
               IF WRK-IND-DET-A > 0
                  PERFORM 002K-REJEITA-DETALHE
               ELSE
                  PERFORM 002H-RECUSA-LOTE
               END-IF
           END-EVALUATE.

           IF NOT WRK-SEQ-OK-SIM
              AND WRK-IND-DET-A > 0
              MOVE 'AH' TO WRK-OCORRENCIA
              MOVE 'SEQUENCIAL DO REGISTRO NO LOTE INVALIDO'
                        TO WRK-MOTIVO
              PERFORM 002K-REJEITA-DETALHE
           END-IF.
       002D-FIM.
           EXIT.
      *************************
       002E-TRAILER-LOTE SECTION.
      *************************
           IF NOT WRK-NO-LOTE-SIM
              MOVE 'TRAILER DE LOTE SEM HEADER DE LOTE' TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
              GO TO 002E-FIM
           END-IF.

           ADD 1 TO LOT-QTDE-REG(WRK-IND-LOTE).
           MOVE 'N' TO WRK-NO-LOTE.

           IF CNB-LOTE NOT = LOT-NUMERO(WRK-IND-LOTE)
              MOVE 'HH' TO WRK-OCORRENCIA
              MOVE 'TRAILER COM NUMERO DE LOTE DIFERENTE DO HEADER'
                        TO WRK-MOTIVO
              PERFORM 002H-RECUSA-LOTE
              GO TO 002E-FIM
           END-IF.

           IF CTL-QTDE-REG IS NOT NUMERIC
              OR CTL-QTDE-REG NOT = LOT-QTDE-REG(WRK-IND-LOTE)
              MOVE 'TA' TO WRK-OCORRENCIA
              MOVE 'QUANTIDADE DE REGISTROS DO LOTE NAO CONFERE'
                        TO WRK-MOTIVO
              PERFORM 002H-RECUSA-LOTE
              GO TO 002E-FIM
           END-IF.

           IF CTL-SOMA-VALOR IS NOT NUMERIC
              OR CTL-SOMA-VALOR NOT = LOT-SOMA-VALOR(WRK-IND-LOTE)
              MOVE 'TA' TO WRK-OCORRENCIA
              MOVE 'SOMA DOS VALORES DO LOTE NAO CONFERE'
                        TO WRK-MOTIVO
              PERFORM 002H-RECUSA-LOTE
           END-IF.
       002E-FIM.
           EXIT.
      *************************
       002F-RECUSA-ARQUIVO SECTION.
      *************************
           IF WRK-OCOR-ARQUIVO = SPACES
              MOVE 'HI'             TO WRK-OCOR-ARQUIVO
              MOVE WRK-MOTIVO       TO WRK-MOTIVO-ARQUIVO
              MOVE WRK-QTDE-REG-ARQ TO WRK-REG-RECUSA
           END-IF.
       002F-FIM.
           EXIT.
      *************************
       002G-TRAILER-ARQUIVO SECTION.
      *************************
           IF WRK-NO-LOTE-SIM
              MOVE 'N' TO WRK-NO-LOTE
              MOVE 'LOTE SEM TRAILER ANTES DO TRAILER DE ARQUIVO'
                        TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
           END-IF.

           MOVE 'S' TO WRK-TRAILER-ARQ-LIDO.

           IF CTA-QTDE-LOTES IS NOT NUMERIC
              OR CTA-QTDE-LOTES NOT = WRK-QTDE-LOTES
              MOVE 'QUANTIDADE DE LOTES DO TRAILER NAO CONFERE'
                        TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
              GO TO 002G-FIM
           END-IF.

           IF CTA-QTDE-REG IS NOT NUMERIC
              OR CTA-QTDE-REG NOT = WRK-QTDE-REG-ARQ
              MOVE 'QUANTIDADE DE REGISTROS DO TRAILER NAO CONFERE'
                        TO WRK-MOTIVO
              PERFORM 002F-RECUSA-ARQUIVO
           END-IF.
       002G-FIM.
           EXIT.
      *************************
       002H-RECUSA-LOTE SECTION.
      *************************
           IF LOT-OCORRENCIA(WRK-IND-LOTE) = SPACES
              MOVE WRK-OCORRENCIA TO LOT-OCORRENCIA(WRK-IND-LOTE)
              MOVE WRK-MOTIVO     TO LOT-MOTIVO(WRK-IND-LOTE)
           END-IF.
       002H-FIM.
           EXIT.
      *************************
       002I-SEGMENTO-A SECTION.
      *************************
           IF WRK-QTDE-DETALHES = WRK-MAX-DETALHES
              DISPLAY 'ARQUIVO CNAB COM MAIS DE 2000 CREDITOS'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-DETALHES.
           MOVE WRK-QTDE-DETALHES TO WRK-IND-DET-A.

           MOVE WRK-REG-CNAB      TO DET-REG-A(WRK-IND-DET-A).
           MOVE WRK-IND-LOTE      TO DET-IND-LOTE(WRK-IND-DET-A).
           MOVE WRK-QTDE-DETALHES TO DET-SEQ-ARQ(WRK-IND-DET-A).
           MOVE 'N'               TO DET-TEM-B(WRK-IND-DET-A).
           MOVE SPACES            TO DET-B-TIPO-INSC(WRK-IND-DET-A).
           MOVE SPACES            TO DET-B-INSCRICAO(WRK-IND-DET-A).
           MOVE ZEROS             TO DET-CONTA(WRK-IND-DET-A).
           MOVE ZEROS             TO DET-VALOR(WRK-IND-DET-A).
           MOVE SPACES            TO DET-OCORRENCIA(WRK-IND-DET-A).
           MOVE SPACES            TO DET-MOTIVO(WRK-IND-DET-A).
           MOVE 'N'               TO DET-MST-ACHOU(WRK-IND-DET-A).
           MOVE SPACE             TO DET-MST-SITUACAO(WRK-IND-DET-A).
           MOVE SPACES            TO DET-MST-MOEDA(WRK-IND-DET-A).
           MOVE SPACES            TO DET-MST-CNPJ(WRK-IND-DET-A).
           MOVE SPACE             TO DET-MST-TIPO-DOC(WRK-IND-DET-A).

           IF CSA-VALOR IS NUMERIC
              ADD CSA-VALOR TO LOT-SOMA-VALOR(WRK-IND-LOTE)
           END-IF.

           IF CSA-CONTA-FAV-NUM IS NUMERIC
              AND CSA-CONTA-FAV-NUM > 0
              AND CSA-CONTA-FAV-NUM < 1000000
              MOVE CSA-CONTA-FAV-NUM TO DET-CONTA(WRK-IND-DET-A)
           END-IF.
       002I-FIM.
           EXIT.
      *************************
       002J-SEGMENTO-B SECTION.
      *************************
           IF WRK-IND-DET-A = 0
              MOVE 'AI' TO WRK-OCORRENCIA
              MOVE 'SEGMENTO B SEM SEGMENTO A' TO WRK-MOTIVO
              PERFORM 002H-RECUSA-LOTE
              GO TO 002J-FIM
           END-IF.

           IF DET-TEM-B(WRK-IND-DET-A) = 'S'
              MOVE 'AI' TO WRK-OCORRENCIA
              MOVE 'SEGMENTO B REPETIDO' TO WRK-MOTIVO
              PERFORM 002K-REJEITA-DETALHE
              GO TO 002J-FIM
           END-IF.

           MOVE 'S'           TO DET-TEM-B(WRK-IND-DET-A).
           MOVE CSB-TIPO-INSC TO DET-B-TIPO-INSC(WRK-IND-DET-A).
           MOVE CSB-INSCRICAO TO DET-B-INSCRICAO(WRK-IND-DET-A).
       002J-FIM.
           EXIT.
      *************************
       002K-REJEITA-DETALHE SECTION.
      *************************
           IF DET-OCORRENCIA(WRK-IND-DET-A) = SPACES
              MOVE WRK-OCORRENCIA TO DET-OCORRENCIA(WRK-IND-DET-A)
              MOVE WRK-MOTIVO     TO DET-MOTIVO(WRK-IND-DET-A)
           END-IF.
       002K-FIM.
           EXIT.
      *************************
       003-CONFERE-CONTROLE SECTION.
      *************************
      *    COPIA O CONTROLE DOS ARQUIVOS JA PROCESSADOS PARA A NOVA
      *    GERACAO, QUE FICA ABERTA PARA O REGISTRO DESTE ARQUIVO
      *    (008). O MESMO ARQUIVO NA MESMA DATA E REPROCESSAMENTO:
      *    O REGISTRO ANTIGO SAI E ENTRA O NOVO.
      *************************
           OPEN INPUT  ARQ-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE-NOVO.

           IF WRK-FS-CTL-NOVO NOT = '00'
              DISPLAY 'ERRO NA ABERTURA DO CNBCTLN - STATUS '
                      WRK-FS-CTL-NOVO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARQ-CONTROLE INTO WRK-CONTROLE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.

           PERFORM 003A-COPIA-CONTROLE UNTIL WRK-FIM-CONTROLE-SIM.

           CLOSE ARQ-CONTROLE.
       003-FIM.
           EXIT.
      *************************
       003A-COPIA-CONTROLE SECTION.
      *************************
           IF WRK-NSA-OK-SIM
              AND CCT-BANCO = WRK-PRM-BANCO
              AND CCT-NSA   = WRK-NSA
              IF CCT-DATA-CICLO = WRK-DATA-CICLO
                 MOVE 'S' TO WRK-REPROCESSO
                 GO TO 003A-PROXIMO
              END-IF
              IF WRK-OCOR-ARQUIVO = SPACES
                 MOVE CCT-NSA        TO WRK-NSA-EDIT
                 MOVE CCT-DATA-CICLO TO WRK-DATA-EDIT
                 MOVE SPACES         TO WRK-MOTIVO
                 STRING 'ARQUIVO (NSA ' WRK-NSA-EDIT
                        ') JA PROCESSADO NO CICLO ' WRK-DATA-EDIT
                        DELIMITED BY SIZE
                        INTO WRK-MOTIVO
                 END-STRING
                 PERFORM 002F-RECUSA-ARQUIVO
                 MOVE ZEROS TO WRK-REG-RECUSA
              END-IF
           END-IF.

           WRITE REG-CONTROLE-NOVO FROM WRK-CONTROLE.
           ADD 1 TO WRK-QTDE-CONTROLE.
       003A-PROXIMO.
           READ ARQ-CONTROLE INTO WRK-CONTROLE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.
       003A-FIM.
           EXIT.
      *************************
       004-LIBERA-CONTAS SECTION.
      *************************
      *    ENTRADA DA CLASSIFICACAO: CONTA DO FAVORECIDO E POSICAO
      *    DO CREDITO NA TABELA, PARA O CASAMENTO COM O MASTER.
      *************************
           PERFORM 004A-LIBERA-CONTA
               VARYING WRK-IND-DET FROM 1 BY 1
               UNTIL WRK-IND-DET > WRK-QTDE-DETALHES.
       004-FIM.
           EXIT.
      *************************
       004A-LIBERA-CONTA SECTION.
      *************************
           IF DET-CONTA(WRK-IND-DET) = ZEROS
              GO TO 004A-FIM
           END-IF.

           MOVE DET-CONTA(WRK-IND-DET) TO SRT-CONTA-NUM.
           MOVE WRK-IND-DET            TO SRT-IND-DET.

           RELEASE REG-SORT.
       004A-FIM.
           EXIT.
      *************************
       005-CONFRONTA-MASTER SECTION.
      *************************
      *    LE O MASTER CERTIFICADO EM CASAMENTO COM OS CREDITOS EM
      *    ORDEM DE CONTA; VARIOS CREDITOS PODEM CAIR NA MESMA
      *    CONTA. CREDITO SEM CONTA NO MASTER FICA COM
      *    DET-MST-ACHOU = 'N'.
      *************************
           OPEN INPUT CLIENTE-MASTER.

           IF WRK-FS-MASTER NOT = '00'
              DISPLAY 'MASTER DE CLIENTES (CLIMST) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 017-LE-MASTER.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

           PERFORM 005A-CASA-CONTA UNTIL WRK-FIM-SORT-SIM.

           CLOSE CLIENTE-MASTER.
       005-FIM.
           EXIT.
      *************************
       005A-CASA-CONTA SECTION.
      *************************
           EVALUATE TRUE
            WHEN WRK-FIM-MASTER-SIM
               PERFORM 005B-PROXIMO-CREDITO
            WHEN CLI-CONTA-NUM > SRT-CONTA-NUM
               PERFORM 005B-PROXIMO-CREDITO
            WHEN CLI-CONTA-NUM < SRT-CONTA-NUM
               PERFORM 017-LE-MASTER
            WHEN OTHER
               MOVE 'S'          TO DET-MST-ACHOU(SRT-IND-DET)
               MOVE CLI-SITUACAO TO DET-MST-SITUACAO(SRT-IND-DET)
               MOVE CLI-MOEDA    TO DET-MST-MOEDA(SRT-IND-DET)
               MOVE CLI-CNPJ     TO DET-MST-CNPJ(SRT-IND-DET)
               MOVE CLI-TIPO-DOC TO DET-MST-TIPO-DOC(SRT-IND-DET)
               PERFORM 005B-PROXIMO-CREDITO
           END-EVALUATE.
       005A-FIM.
           EXIT.
      *************************
       005B-PROXIMO-CREDITO SECTION.
      *************************
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       005B-FIM.
           EXIT.
      *************************
       006-AVALIA-DETALHES SECTION.
      *************************
      *    SEGUNDA PASSADA, NA ORDEM DO ARQUIVO: ARQUIVO RECUSADO
      *    REJEITA TODOS OS CREDITOS; LOTE RECUSADO, TODOS OS DO
      *    LOTE; DEMAIS CREDITOS SAO CONFERIDOS UM A UM E OS
      *    ACEITOS VIRAM LANCAMENTO.
      *************************
           IF WRK-OCOR-ARQUIVO NOT = SPACES
              IF WRK-REG-RECUSA > 0
                 DISPLAY 'ARQUIVO NAO ACEITO NO REGISTRO '
                         WRK-REG-RECUSA ': ' WRK-MOTIVO-ARQUIVO
              ELSE
                 DISPLAY 'ARQUIVO NAO ACEITO: ' WRK-MOTIVO-ARQUIVO
              END-IF
              DISPLAY 'NENHUM LANCAMENTO GRAVADO'
              DISPLAY ' '
           END-IF.

           PERFORM 006A-AVALIA-DETALHE
               VARYING WRK-IND-DET FROM 1 BY 1
               UNTIL WRK-IND-DET > WRK-QTDE-DETALHES.
       006-FIM.
           EXIT.
      *************************
       006A-AVALIA-DETALHE SECTION.
      *************************
           MOVE DET-REG-A(WRK-IND-DET)    TO WRK-REG-CNAB.
           MOVE DET-IND-LOTE(WRK-IND-DET) TO WRK-IND-LOTE.

           IF WRK-OCOR-ARQUIVO NOT = SPACES
              MOVE WRK-OCOR-ARQUIVO   TO DET-OCORRENCIA(WRK-IND-DET)
              MOVE 'ARQUIVO NAO ACEITO' TO DET-MOTIVO(WRK-IND-DET)
              GO TO 006A-REJEITA
           END-IF.

           IF LOT-OCORRENCIA(WRK-IND-LOTE) NOT = SPACES
              MOVE LOT-OCORRENCIA(WRK-IND-LOTE)
                                 TO DET-OCORRENCIA(WRK-IND-DET)
              MOVE LOT-MOTIVO(WRK-IND-LOTE)
                                 TO DET-MOTIVO(WRK-IND-DET)
              GO TO 006A-REJEITA
           END-IF.

           IF DET-OCORRENCIA(WRK-IND-DET) NOT = SPACES
              GO TO 006A-REJEITA
           END-IF.

           MOVE SPACES TO WRK-OCORRENCIA.
           MOVE SPACES TO WRK-MOTIVO.

           PERFORM 006B-CONFERE-DETALHE.

           IF WRK-OCORRENCIA NOT = SPACES
              MOVE WRK-OCORRENCIA TO DET-OCORRENCIA(WRK-IND-DET)
              MOVE WRK-MOTIVO     TO DET-MOTIVO(WRK-IND-DET)
              GO TO 006A-REJEITA
           END-IF.

           PERFORM 006C-GRAVA-LANCAMENTO.

           GO TO 006A-FIM.
       006A-REJEITA.
           IF WRK-QTDE-REJEITADOS = 0
              DISPLAY 'CREDITOS REJEITADOS (VOLTAM NO RETORNO):'
              DISPLAY 'LOTE SEQ   CONTA FAVOR.                VALOR'
                      ' OC MOTIVO'
           END-IF.

           ADD 1 TO WRK-QTDE-REJEITADOS.
           ADD 1 TO LOT-QTDE-REJ(WRK-IND-LOTE).

           MOVE ZEROS TO WRK-VALOR-FMT.

           IF CSA-VALOR IS NUMERIC
              ADD CSA-VALOR TO LOT-SOMA-REJ(WRK-IND-LOTE)
              ADD CSA-VALOR TO WRK-TOTAL-REJEITADO
              MOVE CSA-VALOR TO WRK-VALOR-FMT
           END-IF.

           DISPLAY CNB-LOTE ' ' CSA-SEQUENCIAL ' ' CSA-CONTA-FAV
                   ' ' WRK-VALOR-FMT ' ' DET-OCORRENCIA(WRK-IND-DET)
                   ' ' DET-MOTIVO(WRK-IND-DET).
       006A-FIM.
           EXIT.
      *************************
       006B-CONFERE-DETALHE SECTION.
      *************************
      *    PARA NO PRIMEIRO MOTIVO DE REJEICAO (WRK-OCORRENCIA).
      *************************
           IF CSA-TIPO-MOVIMENTO NOT = '0'
              MOVE 'AJ' TO WRK-OCORRENCIA
              MOVE 'TIPO DE MOVIMENTO NAO E INCLUSAO' TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           IF CSA-BANCO-FAV NOT = WRK-PRM-BANCO
              MOVE 'AL' TO WRK-OCORRENCIA
              MOVE 'BANCO DO FAVORECIDO NAO E O DO CNBPRM'
                        TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           IF CSA-AGENCIA-FAV NOT = WRK-PRM-AGENCIA
              MOVE 'AM' TO WRK-OCORRENCIA
              MOVE 'AGENCIA DO FAVORECIDO NAO E A DO CNBPRM'
                        TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           IF DET-CONTA(WRK-IND-DET) = ZEROS
              MOVE 'AN' TO WRK-OCORRENCIA
              MOVE 'CONTA DO FAVORECIDO INVALIDA' TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           IF DET-MST-ACHOU(WRK-IND-DET) NOT = 'S'
              MOVE 'AN' TO WRK-OCORRENCIA
              MOVE 'CONTA DO FAVORECIDO INEXISTENTE NO MASTER'
                        TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           MOVE DET-MST-SITUACAO(WRK-IND-DET) TO WRK-SITUACAO.

           IF ST-ENCERRADA
              MOVE 'AN' TO WRK-OCORRENCIA
              MOVE 'CONTA DO FAVORECIDO ENCERRADA' TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           IF ST-BLOQUEADA
              MOVE 'AN' TO WRK-OCORRENCIA
              MOVE 'CONTA DO FAVORECIDO BLOQUEADA' TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           PERFORM 006D-CONFERE-DATA.

           IF WRK-OCORRENCIA NOT = SPACES
              GO TO 006B-FIM
           END-IF.

           IF CSA-MOEDA NOT = 'BRL' AND CSA-MOEDA NOT = 'REA'
              MOVE 'AQ' TO WRK-OCORRENCIA
              MOVE 'MOEDA DO CREDITO NAO E BRL' TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           IF DET-MST-MOEDA(WRK-IND-DET) NOT = 'BRL'
              MOVE 'AQ' TO WRK-OCORRENCIA
              MOVE 'CONTA DO FAVORECIDO NAO E EM BRL' TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           IF CSA-VALOR IS NOT NUMERIC
              OR CSA-VALOR = ZEROS
              MOVE 'AR' TO WRK-OCORRENCIA
              MOVE 'VALOR DO CREDITO INVALIDO' TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           IF CSA-VALOR-CENTAVOS NOT = ZEROS
              MOVE 'AR' TO WRK-OCORRENCIA
              MOVE 'VALOR COM CENTAVOS' TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           IF CSA-VALOR-INTEIRO > 9999999
              MOVE 'AR' TO WRK-OCORRENCIA
              MOVE 'VALOR ACIMA DO LIMITE DO LANCAMENTO'
                        TO WRK-MOTIVO
              GO TO 006B-FIM
           END-IF.

           IF DET-TEM-B(WRK-IND-DET) = 'S'
              PERFORM 006E-CONFERE-INSCRICAO
           END-IF.
       006B-FIM.
           EXIT.
      *************************
       006C-GRAVA-LANCAMENTO SECTION.
      *************************
           MOVE CSA-VALOR-INTEIRO      TO DET-VALOR(WRK-IND-DET).

           MOVE DET-CONTA(WRK-IND-DET) TO LAN-CONTA-NUM.
           MOVE 'C'                    TO LAN-CODIGO.
           MOVE DET-VALOR(WRK-IND-DET) TO LAN-VALOR.
           MOVE ZEROS                  TO LAN-CONTA-CONTRA.
           COMPUTE LAN-ID-TRANSACAO = 800000000
                                    + WRK-NSA-FAIXA * 100000
                                    + DET-SEQ-ARQ(WRK-IND-DET).
           MOVE ZEROS                  TO LAN-ID-ORIGINAL.

           WRITE REG-LANCAMENTO.

           ADD 1 TO WRK-QTDE-ACEITOS.
           ADD DET-VALOR(WRK-IND-DET) TO WRK-TOTAL-ACEITO.
       006C-FIM.
           EXIT.
      *************************
       006D-CONFERE-DATA SECTION.
      *************************
      *    DATA DO PAGAMENTO (DDMMAAAA) VALIDA E NAO POSTERIOR A
      *    DATA DO CICLO.
      *************************
           IF CSA-DATA-PAGTO-NUM IS NOT NUMERIC
              MOVE 'AP' TO WRK-OCORRENCIA
              MOVE 'DATA DO PAGAMENTO INVALIDA' TO WRK-MOTIVO
              GO TO 006D-FIM
           END-IF.

           MOVE CSA-PAG-ANO TO WRK-PAG-ANO.
           MOVE CSA-PAG-MES TO WRK-PAG-MES.
           MOVE CSA-PAG-DIA TO WRK-PAG-DIA.

           IF WRK-PAG-MES < 1 OR WRK-PAG-MES > 12
              OR WRK-PAG-DIA < 1
              MOVE 'AP' TO WRK-OCORRENCIA
              MOVE 'DATA DO PAGAMENTO INVALIDA' TO WRK-MOTIVO
              GO TO 006D-FIM
           END-IF.

           MOVE WRK-DIAS-MES(WRK-PAG-MES) TO WRK-DIAS-NO-MES.

           IF WRK-PAG-MES = 2
              DIVIDE WRK-PAG-ANO BY 4
                  GIVING WRK-BIS-QUOC REMAINDER WRK-BIS-R4
              DIVIDE WRK-PAG-ANO BY 100
                  GIVING WRK-BIS-QUOC REMAINDER WRK-BIS-R100
              DIVIDE WRK-PAG-ANO BY 400
                  GIVING WRK-BIS-QUOC REMAINDER WRK-BIS-R400
              IF WRK-BIS-R400 = 0
                 OR (WRK-BIS-R4 = 0 AND WRK-BIS-R100 NOT = 0)
                 MOVE 29 TO WRK-DIAS-NO-MES
              END-IF
           END-IF.

           IF WRK-PAG-DIA > WRK-DIAS-NO-MES
              MOVE 'AP' TO WRK-OCORRENCIA
              MOVE 'DATA DO PAGAMENTO INVALIDA' TO WRK-MOTIVO
              GO TO 006D-FIM
           END-IF.

           IF WRK-DATA-PAGTO > WRK-DATA-CICLO
              MOVE 'AP' TO WRK-OCORRENCIA
              MOVE 'DATA DO PAGAMENTO POSTERIOR AO CICLO'
                        TO WRK-MOTIVO
           END-IF.
       006D-FIM.
           EXIT.
      *************************
       006E-CONFERE-INSCRICAO SECTION.
      *************************
      *    SEGMENTO B COM INSCRICAO DO FAVORECIDO (1 = CPF NAS 11
      *    ULTIMAS POSICOES, 2 = CNPJ) TEM DE SER O DOCUMENTO DO
      *    MASTER. INSCRICAO EM BRANCO OU ZEROS NAO E CONFERIDA.
      *************************
           IF DET-B-INSCRICAO(WRK-IND-DET) = SPACES
              OR DET-B-INSCRICAO(WRK-IND-DET) = ZEROS
              GO TO 006E-FIM
           END-IF.

           MOVE DET-MST-TIPO-DOC(WRK-IND-DET) TO WRK-TIPO-DOC.

           EVALUATE DET-B-TIPO-INSC(WRK-IND-DET)
            WHEN '1'
               IF NOT TD-CPF
                  OR DET-B-INSCRICAO(WRK-IND-DET)(4:11) NOT =
                     DET-MST-CNPJ(WRK-IND-DET)(1:11)
                  MOVE 'AE' TO WRK-OCORRENCIA
                  MOVE 'CPF DO FAVORECIDO NAO CONFERE COM O MASTER'
                            TO WRK-MOTIVO
               END-IF
            WHEN '2'
               IF NOT TD-CNPJ
                  OR DET-B-INSCRICAO(WRK-IND-DET) NOT =
                     DET-MST-CNPJ(WRK-IND-DET)
                  MOVE 'AE' TO WRK-OCORRENCIA
                  MOVE 'CNPJ DO FAVORECIDO NAO CONFERE COM O MASTER'
                            TO WRK-MOTIVO
               END-IF
            WHEN OTHER
               MOVE 'AE' TO WRK-OCORRENCIA
               MOVE 'TIPO DE INSCRICAO DO FAVORECIDO INVALIDO'
                         TO WRK-MOTIVO
           END-EVALUATE.
       006E-FIM.
           EXIT.
      *************************
       007-GRAVA-RETORNO SECTION.
      *************************
      *    SEM ARQUIVO NO CICLO O RETORNO FICA VAZIO.
      *************************
           OPEN OUTPUT ARQ-RETORNO.

           IF WRK-FS-RETORNO NOT = '00'
              DISPLAY 'ERRO NA ABERTURA DO CNBRET - STATUS '
                      WRK-FS-RETORNO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-ARQUIVO-VAZIO-SIM
              CLOSE ARQ-RETORNO
              GO TO 007-FIM
           END-IF.

           IF WRK-HEADER-ARQ-LIDO-SIM
              MOVE WRK-HEADER-ARQUIVO TO WRK-REG-CNAB
           ELSE
              MOVE SPACES             TO WRK-REG-CNAB
              MOVE WRK-PRM-BANCO      TO CNB-BANCO
              MOVE '0000'             TO CNB-LOTE
              MOVE '0'                TO CNB-TIPO-REG
           END-IF.

           MOVE WRK-CIC-DIA TO WRK-RET-DIA.
           MOVE WRK-CIC-MES TO WRK-RET-MES.
           MOVE WRK-CIC-ANO TO WRK-RET-ANO.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           MOVE '2'                   TO CHA-REMESSA-RETORNO.
           MOVE WRK-DATA-RETORNO      TO CHA-DATA-GERACAO.
           MOVE WRK-HORA-SISTEMA(1:6) TO CHA-HORA-GERACAO.

           WRITE REG-RETORNO FROM WRK-REG-CNAB.
           ADD 1 TO WRK-QTDE-REG-RET.

           PERFORM 007A-GRAVA-LOTE
               VARYING WRK-IND-LOTE FROM 1 BY 1
               UNTIL WRK-IND-LOTE > WRK-QTDE-LOTES.

           ADD 1 TO WRK-QTDE-REG-RET.

           MOVE SPACES             TO WRK-REG-CNAB.
           MOVE WRK-PRM-BANCO      TO CNB-BANCO.
           MOVE '9999'             TO CNB-LOTE.
           MOVE '9'                TO CNB-TIPO-REG.
           MOVE WRK-QTDE-LOTES-RET TO CTA-QTDE-LOTES.
           MOVE WRK-QTDE-REG-RET   TO CTA-QTDE-REG.
           MOVE ZEROS              TO CTA-QTDE-CONTAS.

           WRITE REG-RETORNO FROM WRK-REG-CNAB.

           CLOSE ARQ-RETORNO.
       007-FIM.
           EXIT.
      *************************
       007A-GRAVA-LOTE SECTION.
      *************************
      *    SO OS LOTES COM CREDITO REJEITADO, RENUMERADOS.
      *************************
           IF LOT-QTDE-REJ(WRK-IND-LOTE) = 0
              GO TO 007A-FIM
           END-IF.

           ADD 1 TO WRK-QTDE-LOTES-RET.
           MOVE ZEROS TO WRK-SEQ-RET.

           MOVE LOT-REG-HEADER(WRK-IND-LOTE) TO WRK-REG-CNAB.
           MOVE WRK-QTDE-LOTES-RET           TO CNB-LOTE-NUM.
           MOVE LOT-OCORRENCIA(WRK-IND-LOTE) TO CHL-OCORRENCIAS.

           WRITE REG-RETORNO FROM WRK-REG-CNAB.
           ADD 1 TO WRK-QTDE-REG-RET.

           PERFORM 007B-GRAVA-REJEITADO
               VARYING WRK-IND-DET FROM 1 BY 1
               UNTIL WRK-IND-DET > WRK-QTDE-DETALHES.

           MOVE SPACES             TO WRK-REG-CNAB.
           MOVE WRK-PRM-BANCO      TO CNB-BANCO.
           MOVE WRK-QTDE-LOTES-RET TO CNB-LOTE-NUM.
           MOVE '5'                TO CNB-TIPO-REG.
           COMPUTE CTL-QTDE-REG = WRK-SEQ-RET + 2.
           MOVE LOT-SOMA-REJ(WRK-IND-LOTE)   TO CTL-SOMA-VALOR.
           MOVE ZEROS                        TO CTL-QTDE-MOEDA.
           MOVE LOT-OCORRENCIA(WRK-IND-LOTE) TO CTL-OCORRENCIAS.

           WRITE REG-RETORNO FROM WRK-REG-CNAB.
           ADD 1 TO WRK-QTDE-REG-RET.
       007A-FIM.
           EXIT.
      *************************
       007B-GRAVA-REJEITADO SECTION.
      *************************
           IF DET-IND-LOTE(WRK-IND-DET) NOT = WRK-IND-LOTE
              OR DET-OCORRENCIA(WRK-IND-DET) = SPACES
              GO TO 007B-FIM
           END-IF.

           ADD 1 TO WRK-SEQ-RET.

           MOVE DET-REG-A(WRK-IND-DET)      TO WRK-REG-CNAB.
           MOVE WRK-QTDE-LOTES-RET          TO CNB-LOTE-NUM.
           MOVE WRK-SEQ-RET                 TO CSA-SEQUENCIAL-NUM.
           MOVE DET-OCORRENCIA(WRK-IND-DET) TO CSA-OCORRENCIAS.

           WRITE REG-RETORNO FROM WRK-REG-CNAB.
           ADD 1 TO WRK-QTDE-REG-RET.
       007B-FIM.
           EXIT.
      *************************
       008-GRAVA-CONTROLE SECTION.
      *************************
      *    SO O ARQUIVO ACEITO ENTRA NO CONTROLE: O RECUSADO PODE
      *    SER CORRIGIDO E REENVIADO COM O MESMO NSA.
      *************************
           IF WRK-OCOR-ARQUIVO = SPACES
              AND WRK-NSA-OK-SIM
              MOVE WRK-PRM-BANCO       TO CCT-BANCO
              MOVE WRK-NSA             TO CCT-NSA
              MOVE WRK-HEADER-ARQUIVO  TO WRK-REG-CNAB
              MOVE CHA-DATA-GERACAO    TO CCT-DATA-GERACAO
              MOVE WRK-DATA-CICLO      TO CCT-DATA-CICLO
              MOVE WRK-QTDE-ACEITOS    TO CCT-QTDE-ACEITOS
              MOVE WRK-TOTAL-ACEITO    TO CCT-VALOR-ACEITO
              MOVE WRK-QTDE-REJEITADOS TO CCT-QTDE-REJEITADOS
              WRITE REG-CONTROLE-NOVO FROM WRK-CONTROLE
              ADD 1 TO WRK-QTDE-CONTROLE
           END-IF.

           CLOSE ARQ-CONTROLE-NOVO.
       008-FIM.
           EXIT.
      *************************
       009-FINAL SECTION.
      *************************
           CLOSE ARQ-LANC-CNAB.

           DISPLAY ' '.
           DISPLAY '==========================================='.
           DISPLAY 'REGISTROS NO ARQUIVO....: ' WRK-QTDE-REG-ARQ.
           DISPLAY 'NSA DO ARQUIVO..........: ' WRK-NSA.
           IF WRK-REPROCESSO-SIM
              DISPLAY 'REPROCESSAMENTO DO ARQUIVO NA MESMA DATA'
           END-IF.
           DISPLAY 'LOTES...................: ' WRK-QTDE-LOTES.
           DISPLAY 'CREDITOS NO ARQUIVO.....: ' WRK-QTDE-DETALHES.
           DISPLAY 'CREDITOS ACEITOS........: ' WRK-QTDE-ACEITOS.
           MOVE WRK-TOTAL-ACEITO TO WRK-TOTAL-FMT.
           DISPLAY 'VALOR ACEITO............: ' WRK-TOTAL-FMT.
           DISPLAY 'CREDITOS REJEITADOS.....: ' WRK-QTDE-REJEITADOS.
           MOVE WRK-TOTAL-REJEITADO TO WRK-TOTAL-FMT.
           DISPLAY 'VALOR REJEITADO.........: ' WRK-TOTAL-FMT.
           DISPLAY 'LOTES NO RETORNO........: ' WRK-QTDE-LOTES-RET.
           DISPLAY 'ARQUIVOS NO CONTROLE....: ' WRK-QTDE-CONTROLE.
           DISPLAY '==========================================='.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 015-MARCA-RUN-CONTROL.
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
       012-CARREGA-PARAMETRO SECTION.
      *************************
      *    BANCO (3 DIGITOS) E AGENCIA (5 DIGITOS) DAS CONTAS. SEM
      *    PADRAO: SEM O CARTAO NAO HA COMO CONFERIR O ARQUIVO.
      *************************
           OPEN INPUT ARQ-PARM.

           IF WRK-FS-PARM NOT = '00'
              DISPLAY 'CARTAO DE BANCO E AGENCIA (CNBPRM) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARQ-PARM
               AT END
                   MOVE SPACES TO REG-PARM
           END-READ.

           CLOSE ARQ-PARM.

           IF PARM-BANCO IS NOT NUMERIC
              OR PARM-AGENCIA IS NOT NUMERIC
              DISPLAY 'CARTAO CNBPRM INVALIDO: ' REG-PARM
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE PARM-BANCO   TO WRK-PRM-BANCO.
           MOVE PARM-AGENCIA TO WRK-PRM-AGENCIA.
       012-FIM.
           EXIT.
      *************************
       014-LE-REMESSA SECTION.
      *************************
           READ ARQ-REMESSA
               AT END
                   MOVE 'S' TO WRK-FIM-REMESSA
           END-READ.
       014-FIM.
           EXIT.
      *************************
       015-MARCA-RUN-CONTROL SECTION.
      *************************
      *    CARIMBA INICIO ('I') OU FIM ('F') DESTE PROGRAMA NO
      *    RUN-CONTROL COM O HORARIO, PARA O RELATORIO DE TEMPOS
      *    DA JANELA (CLITEMPO).
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE WRK-DATA-CICLO  TO RUN-DATA-MOVTO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLICNAB'       TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       015-FIM.
           EXIT.
      *************************
       017-LE-MASTER SECTION.
      *************************
       017-LE.
           READ CLIENTE-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
                   GO TO 017-FIM
           END-READ.

           IF MST-CTL-CONTROLE
              GO TO 017-LE
           END-IF.

           ADD 1 TO WRK-QTDE-LIDOS-MST.

           MOVE CLI-CONTA-NUM TO WRK-CHAVE-MST.

           IF WRK-CHAVE-MST < WRK-CHAVE-MST-ANT
              DISPLAY 'MASTER FORA DE SEQUENCIA DE CONTA: '
                      CLI-CONTA-NUM
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WRK-CHAVE-MST TO WRK-CHAVE-MST-ANT.
       017-FIM.
           EXIT.
      *************************
       018-PULA-SE-ENCERRADO SECTION.
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
       018-FIM.
           EXIT.
