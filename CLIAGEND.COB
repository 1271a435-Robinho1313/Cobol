      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLIAGEND.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  AGENDAMENTO DE TRANSFERENCIAS E PAGAMENTOS. LE O CADASTRO
      *  DE INSTRUCOES AGENDADAS (CLIAGD, JA COM A MANUTENCAO DO
      *  CLIAGMNT APLICADA), ESCOLHE AS QUE VENCEM NA DATA DO CICLO
      *  (DATPRM) E GRAVA CADA UMA COMO LANCAMENTO NORMAL PARA A
      *  POSTAGEM (CLIPOSTA): DEBITO NA CONTA DE DEBITO E, NA
      *  TRANSFERENCIA, CREDITO NA CONTA DE CREDITO, UMA
      *  CONTRAPARTIDA DA OUTRA. OS LANCAMENTOS AGENDADOS SAEM
      *  CLASSIFICADOS JUNTO COM OS LANCAMENTOS DO DIA (CLILANC) NO
      *  ARQUIVO QUE A POSTAGEM CONSOME (CLILAND), EM ORDEM DE
      *  CONTA; NA MESMA CONTA OS DO DIA VEM PRIMEIRO. O CADASTRO
      *  ATUALIZADO SAI NUMA NOVA GERACAO (CLIAGDX).
      *
      *  VENCIMENTO: A PROXIMA DATA DA INSTRUCAO QUE CAI EM FIM DE
      *  SEMANA (CONGRUENCIA DE ZELLER) OU EM FERIADO DO CALENDARIO
      *  (CALPRM) ROLA PARA O PROXIMO DIA UTIL. A INSTRUCAO ATIVA
      *  CUJA DATA ASSIM ROLADA NAO PASSA DA DATA DO CICLO VENCE.
      *
      *  A INSTRUCAO VENCIDA E CONFERIDA CONTRA O MASTER CERTIFICADO
      *  (CLIMST), O MESMO QUE A POSTAGEM LE: CONTA INEXISTENTE OU
      *  ENCERRADA NAO TEM SOLUCAO E EXPIRA NA HORA; CONTA BLOQUEADA
      *  OU SALDO INSUFICIENTE (VALOR MAIOR QUE SALDO + LIMITE,
      *  DESCONTADOS OS DEBITOS DO DIA NA CONTA E AS INSTRUCOES JA
      *  EFETIVADAS NA MESMA CONTA NO CICLO) VOLTA A SER TENTADA
      *  NOS CICLOS SEGUINTES, ATE O NUMERO DE DIAS DO CARTAO
      *  AGDPRM (2 DIGITOS, PADRAO 03); ESGOTADAS AS TENTATIVAS, A
      *  OCORRENCIA EXPIRA. OS DEBITOS DO DIA (CLILANC) SAO
      *  POSTADOS ANTES DAS INSTRUCOES NA MESMA CONTA E POR ISSO
      *  SAEM DO DISPONIVEL; OS CREDITOS DO DIA NAO SOMAM (PODEM
      *  SER REJEITADOS NA POSTAGEM). ASSIM SO E DADA COMO
      *  EFETIVADA A INSTRUCAO QUE A POSTAGEM CONSEGUE LANCAR.
      *
      *  DEPOIS DA EXECUCAO (OU DA OCORRENCIA EXPIRADA) A INSTRUCAO
      *  UNICA E CONCLUIDA ('C') OU VENCIDA ('V'); A MENSAL PASSA
      *  PARA O MES SEGUINTE NO DIA DA DATA DE INICIO (LIMITADO AO
      *  ULTIMO DIA DO MES) E E CONCLUIDA QUANDO PASSA DA DATA DE
      *  FIM.
      *
      *  IDENTIFICADOR DA TRANSACAO: FAIXA 900000000 A 999999999,
      *  RESERVADA AO AGENDAMENTO, MONTADA COM O NUMERO DA
      *  INSTRUCAO E A QUANTIDADE DE EXECUCOES (9 + NNNNN + EEE).
      *  O REPROCESSAMENTO DA MESMA DATA REEMITE A INSTRUCAO JA
      *  EFETIVADA NA DATA COM O MESMO IDENTIFICADOR, SEM MEXER NO
      *  CADASTRO, E NAO TENTA DE NOVO A QUE FALHOU NA DATA.
      *
      *  O AVISO AO CLIENTE (CLIAGREL) SAI POR CONTA DE DEBITO:
      *  INSTRUCOES EFETIVADAS, NAO EFETIVADAS COM NOVA TENTATIVA E
      *  EXPIRADAS, COM O MOTIVO.
      *
      *  DATA JA ENCERRADA NO RUN-CONTROL SO RODA DE NOVO COM O
      *  INDICADOR DE REPROCESSAMENTO NO CARTAO DE DATA, COMO NO
      *  CLIMANUT.
      *
      *  RETURN-CODE:  0 = AGENDAMENTO CONCLUIDO
      *                4 = HOUVE INSTRUCAO NAO EFETIVADA
      *                8 = DATA JA ENCERRADA (NADA FOI GRAVADO)
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-AGENDA ASSIGN TO "CLIAGD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGENDA.
           SELECT AGENDA-NOVA ASSIGN TO "CLIAGDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGD-NOVA.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MASTER.
           SELECT ARQ-LANCAMENTO ASSIGN TO "CLILANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTO.
           SELECT ARQ-LANC-DIA ASSIGN TO "CLILAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANC-DIA.
           SELECT ARQ-RELATORIO ASSIGN TO "CLIAGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT OPTIONAL ARQ-PARM ASSIGN TO "AGDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-DATA ASSIGN TO "DATPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATA.
           SELECT OPTIONAL ARQ-CALENDARIO ASSIGN TO "CALPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT OPTIONAL ARQ-RUN-CTL ASSIGN TO "CLIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN-CTL.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
           SELECT ARQ-SORT-LAN ASSIGN TO "SORTWK01".
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
        FILE SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-AGENDA
           LABEL RECORD IS STANDARD.
       01  REG-AGENDA.
           05  AGD-NUMERO          PIC 9(005).
           05  AGD-CONTA-DEB       PIC 9(006).
           05  AGD-CONTA-CRED      PIC 9(006).
           05  AGD-VALOR           PIC 9(007).
           05  AGD-PERIODICIDADE   PIC X(001).
           05  AGD-DATA-INICIO     PIC 9(008).
           05  AGD-DATA-FIM        PIC 9(008).
           05  AGD-DESCRICAO       PIC X(020).
           05  AGD-SITUACAO        PIC X(001).
               88 AGD-ATIVA              VALUE 'A'.
           05  AGD-PROX-DATA       PIC 9(008).
           05  AGD-TENTATIVAS      PIC 9(002).
           05  AGD-QTDE-EXEC       PIC 9(003).
           05  AGD-DATA-ULT-EXEC   PIC 9(008).
           05  AGD-DATA-ULT-TENT   PIC 9(008).
           05  AGD-OPERADOR        PIC X(008).
           05  AGD-SUPERVISOR      PIC X(008).
      *----------------------------------------------------------------*
       FD  AGENDA-NOVA
           LABEL RECORD IS STANDARD.
       01  REG-AGENDA-NOVA         PIC X(107).
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
       FD  ARQ-LANCAMENTO
           LABEL RECORD IS STANDARD.
       01  REG-LANCAMENTO          PIC X(038).
       01  REG-LANC-CONTA.
           05  LNC-CONTA-NUM       PIC 9(006).
           05  LNC-CODIGO          PIC X(001).
               88 LNC-DEBITO             VALUE 'D'.
           05  LNC-VALOR           PIC 9(007).
           05  FILLER              PIC X(024).
      *----------------------------------------------------------------*
       FD  ARQ-LANC-DIA
           LABEL RECORD IS STANDARD.
       01  REG-LANC-DIA            PIC X(038).
      *----------------------------------------------------------------*
       FD  ARQ-RELATORIO
           LABEL RECORD IS STANDARD.
       01  REG-RELATORIO           PIC X(080).
      *----------------------------------------------------------------*
       FD  ARQ-PARM
           LABEL RECORD IS STANDARD.
       01  REG-PARM.
           05  PARM-DIAS-TENTATIVA PIC 9(002).
      *----------------------------------------------------------------*
       FD  ARQ-DATA
           LABEL RECORD IS STANDARD.
       01  REG-DATA-MOVTO.
           05  DAT-DATA-MOVTO      PIC 9(008).
           05  DAT-REPROCESSO      PIC X(001).
               88 DAT-REPROCESSO-SIM     VALUE 'S'.
      *----------------------------------------------------------------*
       FD  ARQ-CALENDARIO
           LABEL RECORD IS STANDARD.
       01  REG-CALENDARIO.
           05  CAL-DATA-FERIADO    PIC 9(008).
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
           05  SRT-AGENDA.
               10  SRT-NUMERO          PIC 9(005).
               10  SRT-CONTA-DEB       PIC 9(006).
               10  FILLER              PIC X(096).
           05  SRT-REEMISSAO       PIC X(001).
      *----------------------------------------------------------------*
       SD  ARQ-SORT-LAN.
       01  REG-SORT-LAN.
           05  LAN-CONTA-NUM       PIC 9(006).
           05  LAN-CODIGO          PIC X(001).
           05  LAN-VALOR           PIC 9(007).
           05  LAN-CONTA-CONTRA    PIC 9(006).
           05  LAN-ID-TRANSACAO    PIC 9(009).
           05  LAN-ID-ORIGINAL     PIC 9(009).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-AGENDA     PIC  X(002).
       01  WRK-FS-AGD-NOVA   PIC  X(002).
       01  WRK-FS-MASTER     PIC  X(002).
       01  WRK-FS-LANCAMENTO PIC  X(002).
       01  WRK-FS-LANC-DIA   PIC  X(002).
       01  WRK-FS-RELATORIO  PIC  X(002).
       01  WRK-FS-PARM       PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-CALENDARIO PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-REPROCESSO    PIC  X(001) VALUE 'N'.
           88 WRK-REPROCESSO-SIM    VALUE 'S'.
       01  WRK-DATA-PROCESSADA PIC X(001) VALUE 'N'.
           88 WRK-DATA-PROCESSADA-SIM VALUE 'S'.
       01  WRK-FIM-RUN-CTL   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-RUN-CTL-SIM   VALUE 'S'.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIAGEND'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-AGENDA    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-AGENDA-SIM    VALUE 'S'.
       01  WRK-FIM-MASTER    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-MASTER-SIM    VALUE 'S'.
       01  WRK-FIM-SORT      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-SORT-SIM      VALUE 'S'.
       01  WRK-FIM-LANCAMENTO PIC X(001) VALUE 'N'.
           88 WRK-FIM-LANCAMENTO-SIM VALUE 'S'.
       01  WRK-FIM-LANC-DEB  PIC  X(001) VALUE 'N'.
           88 WRK-FIM-LANC-DEB-SIM  VALUE 'S'.
       01  WRK-FIM-CALEND    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CALEND-SIM    VALUE 'S'.
       01  WRK-CHAVE-AGD     PIC  9(005) VALUE ZEROS.
       01  WRK-CHAVE-AGD-ANT PIC  9(005) VALUE ZEROS.
       01  WRK-CHAVE-MST     PIC  9(006) VALUE ZEROS.
       01  WRK-CHAVE-MST-ANT PIC  9(006) VALUE ZEROS.
       01  WRK-SITUACAO      PIC X.
           COPY STCODES.
      *
      *  TENTATIVAS: PRIMEIRA EXECUCAO MAIS N DIAS DE NOVA
      *  TENTATIVA (AGDPRM)
      *
       01  WRK-DIAS-TENTATIVA PIC 9(02) VALUE 3.
       01  WRK-MAX-TENTATIVAS PIC 9(02) VALUE 0.
      *
      *  DIA UTIL: CALENDARIO DE FERIADOS (CALPRM) E DIA DA SEMANA
      *  (CONGRUENCIA DE ZELLER, MESMO DESENHO DO CLIENTES)
      *  0 = SABADO  1 = DOMINGO  2 = SEGUNDA ... 6 = SEXTA
      *
       01  WRK-ACHOU-DIA-UTIL PIC X(001) VALUE 'N'.
           88 WRK-ACHOU-DIA-UTIL-SIM VALUE 'S'.
       01  WRK-E-FERIADO     PIC  X(001) VALUE 'N'.
           88 WRK-E-FERIADO-SIM     VALUE 'S'.
       01  WRK-DATA-ZEL      PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-FER      PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-EFETIVA  PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-TESTE    PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05  WRK-TST-ANO   PIC 9(004).
           05  WRK-TST-MES   PIC 9(002).
           05  WRK-TST-DIA   PIC 9(002).
       01  WRK-DIA-BASE      PIC  9(02) VALUE ZEROS.
       01  WRK-DIAS-NO-MES   PIC  9(02) COMP VALUE 0.
       01  WRK-BIS-QUOC      PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R4        PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R100      PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R400      PIC  9(04) COMP VALUE 0.
       01  WRK-QTDE-FERIADOS PIC  9(03) COMP VALUE 0.
       01  WRK-IND-FER       PIC  9(03) COMP VALUE 0.
       01  WRK-TAB-FERIADOS.
           05  WRK-TAB-FERIADO PIC 9(008) OCCURS 200 TIMES.
       01  WRK-ZEL-DIA       PIC  9(02) COMP VALUE 0.
       01  WRK-ZEL-MES       PIC  9(02) COMP VALUE 0.
       01  WRK-ZEL-ANO       PIC  9(04) COMP VALUE 0.
       01  WRK-ZEL-SECULO    PIC  9(02) COMP VALUE 0.
       01  WRK-ZEL-ANO-SEC   PIC  9(02) COMP VALUE 0.
       01  WRK-ZEL-SOMA      PIC  9(06) COMP VALUE 0.
       01  WRK-ZEL-QUOC      PIC  9(06) COMP VALUE 0.
       01  WRK-DIA-SEMANA    PIC  9(01) COMP VALUE 0.
           88 WRK-DIA-SABADO        VALUE 0.
           88 WRK-DIA-DOMINGO       VALUE 1.
      *
      *  INSTRUCOES VENCIDAS NO CICLO, EM ORDEM DE CONTA DE DEBITO
      *  (SAIDA DO SORT). CADA UMA LEVA O REGISTRO DO CADASTRO, JA
      *  ATUALIZADO PELA AVALIACAO, E O RESULTADO PARA O AVISO:
      *     E = EFETIVADA      R = REEMITIDA (REPROCESSAMENTO)
      *     T = NOVA TENTATIVA X = EXPIRADA
      *
       01  WRK-QTDE-DEVIDAS  PIC  9(04) COMP VALUE 0.
       01  WRK-MAX-DEVIDAS   PIC  9(04) COMP VALUE 1000.
       01  WRK-IND-DEV       PIC  9(04) COMP VALUE 0.
       01  WRK-TAB-DEVIDAS.
           05  WRK-TAB-DEVIDA OCCURS 1000 TIMES.
               10  DEV-AGENDA.
                   15  DEV-NUMERO          PIC 9(005).
                   15  DEV-CONTA-DEB       PIC 9(006).
                   15  DEV-CONTA-CRED      PIC 9(006).
                   15  DEV-VALOR           PIC 9(007).
                   15  DEV-PERIODICIDADE   PIC X(001).
                   15  DEV-DATA-INICIO     PIC 9(008).
                   15  DEV-DATA-FIM        PIC 9(008).
                   15  DEV-DESCRICAO       PIC X(020).
                   15  DEV-SITUACAO        PIC X(001).
                   15  DEV-PROX-DATA       PIC 9(008).
                   15  DEV-TENTATIVAS      PIC 9(002).
                   15  DEV-QTDE-EXEC       PIC 9(003).
                   15  DEV-DATA-ULT-EXEC   PIC 9(008).
                   15  DEV-DATA-ULT-TENT   PIC 9(008).
                   15  DEV-OPERADOR        PIC X(008).
                   15  DEV-SUPERVISOR      PIC X(008).
               10  DEV-REEMISSAO       PIC X(001).
               10  DEV-RESULTADO       PIC X(001).
               10  DEV-MOTIVO          PIC X(040).
      *
      *  NUMEROS DAS INSTRUCOES VENCIDAS EM ORDEM ASCENDENTE (ORDEM
      *  DO CADASTRO), APONTANDO PARA A TABELA ACIMA: COMANDA A
      *  GRAVACAO DA NOVA GERACAO DO CADASTRO
      *
       01  WRK-IND-ORD       PIC  9(04) COMP VALUE 0.
       01  WRK-TAB-ORDEM-NUM.
           05  WRK-TAB-ORDEM OCCURS 1 TO 1000 TIMES
                             DEPENDING ON WRK-QTDE-DEVIDAS
                             ASCENDING KEY ORD-NUMERO
                             INDEXED BY WRK-IDX-ORD.
               10  ORD-NUMERO          PIC 9(005).
               10  ORD-IND-DEV         PIC 9(04) COMP.
      *
      *  CONTAS ENVOLVIDAS (DEBITO E CREDITO) EM ORDEM ASCENDENTE,
      *  COM A SITUACAO E O DISPONIVEL (SALDO + LIMITE) LIDOS DO
      *  MASTER EM CASAMENTO POR CONTA, MENOS OS DEBITOS DO DIA
      *
       01  WRK-QTDE-CONTAS   PIC  9(04) COMP VALUE 0.
       01  WRK-MAX-CONTAS    PIC  9(04) COMP VALUE 2000.
       01  WRK-IND-CTA       PIC  9(04) COMP VALUE 0.
       01  WRK-IND-DEB       PIC  9(04) COMP VALUE 0.
       01  WRK-IND-CRED      PIC  9(04) COMP VALUE 0.
       01  WRK-CONTA-NOVA    PIC  9(006) VALUE ZEROS.
       01  WRK-CONTA-ACHADA  PIC  X(001) VALUE 'N'.
           88 WRK-CONTA-ACHADA-SIM  VALUE 'S'.
       01  WRK-POSICAO-OK    PIC  X(001) VALUE 'N'.
           88 WRK-POSICAO-OK-SIM    VALUE 'S'.
       01  WRK-TAB-CONTAS-ENV.
           05  WRK-TAB-CONTA OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WRK-QTDE-CONTAS
                             ASCENDING KEY CTA-NUMERO
                             INDEXED BY WRK-IDX-CTA.
               10  CTA-NUMERO          PIC 9(006).
               10  CTA-NO-MASTER       PIC X(001).
               10  CTA-SITUACAO        PIC X(001).
               10  CTA-DISPONIVEL      PIC S9(009).
               10  CTA-NOME            PIC X(030).
      *
      *  AVALIACAO DA INSTRUCAO
      *
       01  WRK-MOTIVO        PIC  X(040) VALUE SPACES.
       01  WRK-FALHA-DEFINITIVA PIC X(001) VALUE 'N'.
           88 WRK-FALHA-DEFINITIVA-SIM VALUE 'S'.
       01  WRK-ID-TRANSACAO  PIC  9(009) VALUE ZEROS.
      *
      *  CONTADORES
      *
       01  WRK-QTDE-LIDOS    PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-GRAVADOS PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-LIDOS-MST PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-EFETIVADAS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-REEMITIDAS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-TENTATIVAS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-EXPIRADAS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-LANCAMENTOS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-LANC-DIA PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-DEB-DIA  PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-CLIENTES PIC  9(06) COMP VALUE 0.
       01  WRK-TOTAL-DEBITADO PIC 9(011) VALUE ZEROS.
       01  WRK-TOTAL-FMT     PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *  AVISO AO CLIENTE
      *
       01  WRK-CONTA-ANT     PIC  9(006) VALUE ZEROS.
       01  WRK-DATA-EDIT.
           05  WRK-DATA-EDIT-DIA   PIC X(002).
           05  FILLER              PIC X(001) VALUE '/'.
           05  WRK-DATA-EDIT-MES   PIC X(002).
           05  FILLER              PIC X(001) VALUE '/'.
           05  WRK-DATA-EDIT-ANO   PIC X(004).
       01  LIN-CABECALHO.
           05  FILLER              PIC X(015) VALUE SPACES.
           05  FILLER              PIC X(036)
               VALUE 'AVISO DE TRANSFERENCIAS AGENDADAS'.
           05  LIN-CAB-DATA        PIC X(010).
       01  LIN-CLIENTE-NOME.
           05  FILLER              PIC X(014) VALUE 'CLIENTE.....: '.
           05  LIN-CLI-NOME        PIC X(030).
       01  LIN-CLIENTE-CONTA.
           05  FILLER              PIC X(014) VALUE 'CONTA.......: '.
           05  LIN-CLI-CONTA       PIC 9(006).
       01  LIN-TITULO.
           05  FILLER              PIC X(007) VALUE 'INSTR  '.
           05  FILLER              PIC X(022) VALUE 'DESCRICAO'.
           05  FILLER              PIC X(013) VALUE '        VALOR'.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(020) VALUE 'SITUACAO'.
       01  LIN-INSTRUCAO.
           05  LIN-INS-NUMERO      PIC 9(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  LIN-INS-DESCRICAO   PIC X(020).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  LIN-INS-VALOR       PIC Z.ZZZ.ZZ9,99.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  LIN-INS-RESULTADO   PIC X(034).
       01  LIN-TENTATIVA.
           05  FILLER              PIC X(015)
               VALUE 'NAO EFETIVADA ('.
           05  LIN-TNT-ATUAL       PIC 9(002).
           05  FILLER              PIC X(004) VALUE ' DE '.
           05  LIN-TNT-MAXIMO      PIC 9(002).
           05  FILLER              PIC X(001) VALUE ')'.
       01  LIN-MOTIVO.
           05  FILLER              PIC X(009) VALUE SPACES.
           05  FILLER              PIC X(008) VALUE 'MOTIVO: '.
           05  LIN-MOT-TEXTO       PIC X(040).
       01  LIN-TRACO               PIC X(080) VALUE ALL '-'.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.

           SORT ARQ-SORT
               ASCENDING KEY SRT-CONTA-DEB SRT-NUMERO
               INPUT PROCEDURE 002-SELECIONA-AGENDA
               OUTPUT PROCEDURE 003-CARREGA-DEVIDAS.

           PERFORM 004-CONFRONTA-MASTER.
           PERFORM 020-DESCONTA-DEBITOS-DIA.

           PERFORM 005-AVALIA-INSTRUCAO
               VARYING WRK-IND-DEV FROM 1 BY 1
               UNTIL WRK-IND-DEV > WRK-QTDE-DEVIDAS.

           SORT ARQ-SORT-LAN
               ASCENDING KEY LAN-CONTA-NUM
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 018-LIBERA-LANCAMENTOS
               GIVING ARQ-LANC-DIA.

           PERFORM 007-GRAVA-AGENDA.
           PERFORM 008-IMPRIME-AVISO.

           IF WRK-QTDE-TENTATIVAS > 0 OR WRK-QTDE-EXPIRADAS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 009-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
      *    A DATA E O RUN-CONTROL SAO CONFERIDOS ANTES DE GRAVAR
      *    QUALQUER SAIDA, COMO NO CLIMANUT: O AGENDAMENTO AVANCA O
      *    CADASTRO DE INSTRUCOES E NAO PODE SER REAPLICADO SOBRE
      *    UMA DATA JA ENCERRADA SEM AUTORIZACAO.
      *************************
           PERFORM 010-CARREGA-DATA.
           PERFORM 019-PULA-SE-ENCERRADO.
           PERFORM 011-VERIFICA-RUN-CONTROL.
           PERFORM 012-CARREGA-PARAMETRO.
           PERFORM 013-CARREGA-FERIADOS.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 015-MARCA-RUN-CONTROL.

           DISPLAY '==========================================='.
           DISPLAY ' AGENDAMENTO DE TRANSFERENCIAS - CLIAGEND'.
           DISPLAY '==========================================='.
           DISPLAY 'DATA DO CICLO...........: ' WRK-DATA-CICLO.
           DISPLAY 'DIAS DE NOVA TENTATIVA..: ' WRK-DIAS-TENTATIVA.
           DISPLAY 'FERIADOS NO CALENDARIO..: ' WRK-QTDE-FERIADOS.
           DISPLAY ' '.
       001-FIM.
           EXIT.
      *************************
       002-SELECIONA-AGENDA SECTION.
      *************************
      *    PRIMEIRA PASSADA DO CADASTRO: SEPARA AS INSTRUCOES QUE
      *    VENCEM NO CICLO E, NO REPROCESSAMENTO, AS JA EFETIVADAS
      *    NA PROPRIA DATA (PARA REEMISSAO). O NUMERO DE CADA UMA
      *    ENTRA NA TABELA DE ORDEM NA SEQUENCIA DO CADASTRO.
      *************************
           OPEN INPUT ARQ-AGENDA.

           PERFORM 014-LE-AGENDA.

           PERFORM 002A-CONFERE-VENCIMENTO UNTIL WRK-FIM-AGENDA-SIM.

           CLOSE ARQ-AGENDA.
       002-FIM.
           EXIT.
      *************************
       002A-CONFERE-VENCIMENTO SECTION.
      *************************
           ADD 1 TO WRK-QTDE-LIDOS.

           MOVE 'N' TO SRT-REEMISSAO.

           IF AGD-DATA-ULT-EXEC = WRK-DATA-CICLO
              MOVE 'S' TO SRT-REEMISSAO
              GO TO 002A-LIBERA
           END-IF.

           IF NOT AGD-ATIVA
              OR AGD-DATA-ULT-TENT = WRK-DATA-CICLO
              GO TO 002A-PROXIMO
           END-IF.

           MOVE AGD-PROX-DATA TO WRK-DATA-TESTE.
           PERFORM 016-ROLA-DIA-UTIL.

           IF WRK-DATA-EFETIVA > WRK-DATA-CICLO
              GO TO 002A-PROXIMO
           END-IF.
       002A-LIBERA.
           IF WRK-QTDE-DEVIDAS = WRK-MAX-DEVIDAS
              DISPLAY 'AGENDA COM MAIS DE 1000 INSTRUCOES NO CICLO'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-DEVIDAS.
           MOVE AGD-NUMERO TO ORD-NUMERO(WRK-QTDE-DEVIDAS).

           MOVE REG-AGENDA TO SRT-AGENDA.

           RELEASE REG-SORT.
       002A-PROXIMO.
           PERFORM 014-LE-AGENDA.
       002A-FIM.
           EXIT.
      *************************
       003-CARREGA-DEVIDAS SECTION.
      *************************
      *    DEVOLVE AS INSTRUCOES VENCIDAS EM ORDEM DE CONTA DE
      *    DEBITO PARA A TABELA E MONTA A TABELA DAS CONTAS QUE
      *    PRECISAM SER LIDAS NO MASTER.
      *************************
           MOVE 0 TO WRK-IND-DEV.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

           PERFORM 003A-GUARDA-DEVIDA UNTIL WRK-FIM-SORT-SIM.
       003-FIM.
           EXIT.
      *************************
       003A-GUARDA-DEVIDA SECTION.
      *************************
           ADD 1 TO WRK-IND-DEV.

           MOVE SRT-AGENDA    TO DEV-AGENDA(WRK-IND-DEV).
           MOVE SRT-REEMISSAO TO DEV-REEMISSAO(WRK-IND-DEV).
           MOVE SPACE         TO DEV-RESULTADO(WRK-IND-DEV).
           MOVE SPACES        TO DEV-MOTIVO(WRK-IND-DEV).

           SEARCH ALL WRK-TAB-ORDEM
               AT END
                   CONTINUE
               WHEN ORD-NUMERO(WRK-IDX-ORD) = SRT-NUMERO
                   MOVE WRK-IND-DEV TO ORD-IND-DEV(WRK-IDX-ORD)
           END-SEARCH.

           MOVE DEV-CONTA-DEB(WRK-IND-DEV) TO WRK-CONTA-NOVA.
           PERFORM 003B-GUARDA-CONTA.

           IF DEV-CONTA-CRED(WRK-IND-DEV) > ZEROS
              MOVE DEV-CONTA-CRED(WRK-IND-DEV) TO WRK-CONTA-NOVA
              PERFORM 003B-GUARDA-CONTA
           END-IF.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       003A-FIM.
           EXIT.
      *************************
       003B-GUARDA-CONTA SECTION.
      *************************
      *    INSERE A CONTA NA TABELA MANTENDO A ORDEM ASCENDENTE
      *    (AS CONTAS DE DEBITO JA CHEGAM EM ORDEM; AS DE CREDITO
      *    ABREM ESPACO DESLOCANDO AS MAIORES). CONTA REPETIDA NAO
      *    ENTRA DE NOVO.
      *************************
           IF WRK-QTDE-CONTAS > 0
              MOVE 'N' TO WRK-CONTA-ACHADA
              SEARCH ALL WRK-TAB-CONTA
                  AT END
                      CONTINUE
                  WHEN CTA-NUMERO(WRK-IDX-CTA) = WRK-CONTA-NOVA
                      MOVE 'S' TO WRK-CONTA-ACHADA
              END-SEARCH
              IF WRK-CONTA-ACHADA-SIM
                 GO TO 003B-FIM
              END-IF
           END-IF.

           IF WRK-QTDE-CONTAS = WRK-MAX-CONTAS
              DISPLAY 'AGENDA COM MAIS DE 2000 CONTAS NO CICLO'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-CONTAS.
           MOVE WRK-QTDE-CONTAS TO WRK-IND-CTA.
           MOVE 'N' TO WRK-POSICAO-OK.

           PERFORM 003C-ABRE-POSICAO UNTIL WRK-POSICAO-OK-SIM.

           MOVE WRK-CONTA-NOVA TO CTA-NUMERO(WRK-IND-CTA).
           MOVE 'N'            TO CTA-NO-MASTER(WRK-IND-CTA).
           MOVE SPACE          TO CTA-SITUACAO(WRK-IND-CTA).
           MOVE ZEROS          TO CTA-DISPONIVEL(WRK-IND-CTA).
           MOVE SPACES         TO CTA-NOME(WRK-IND-CTA).
       003B-FIM.
           EXIT.
      *************************
       003C-ABRE-POSICAO SECTION.
      *************************
           IF WRK-IND-CTA = 1
              MOVE 'S' TO WRK-POSICAO-OK
              GO TO 003C-FIM
           END-IF.

           IF CTA-NUMERO(WRK-IND-CTA - 1) < WRK-CONTA-NOVA
              MOVE 'S' TO WRK-POSICAO-OK
              GO TO 003C-FIM
           END-IF.

           MOVE WRK-TAB-CONTA(WRK-IND-CTA - 1)
                                 TO WRK-TAB-CONTA(WRK-IND-CTA).
           SUBTRACT 1 FROM WRK-IND-CTA.
       003C-FIM.
           EXIT.
      *************************
       004-CONFRONTA-MASTER SECTION.
      *************************
      *    LE O MASTER CERTIFICADO EM CASAMENTO COM A TABELA DE
      *    CONTAS (AMBOS EM ORDEM ASCENDENTE). A LEITURA PARA QUANDO
      *    A TABELA ACABA. CONTA QUE NAO APARECE NO MASTER FICA COM
      *    CTA-NO-MASTER = 'N'.
      *************************
           IF WRK-QTDE-CONTAS = 0
              GO TO 004-FIM
           END-IF.

           OPEN INPUT CLIENTE-MASTER.

           IF WRK-FS-MASTER NOT = '00'
              DISPLAY 'MASTER DE CLIENTES (CLIMST) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 1 TO WRK-IND-CTA.

           PERFORM 017-LE-MASTER.

           PERFORM 004A-CASA-CONTA
               UNTIL WRK-FIM-MASTER-SIM
                  OR WRK-IND-CTA > WRK-QTDE-CONTAS.

           CLOSE CLIENTE-MASTER.
       004-FIM.
           EXIT.
      *************************
       004A-CASA-CONTA SECTION.
      *************************
           EVALUATE TRUE
            WHEN CLI-CONTA-NUM < CTA-NUMERO(WRK-IND-CTA)
               PERFORM 017-LE-MASTER
            WHEN CLI-CONTA-NUM > CTA-NUMERO(WRK-IND-CTA)
               ADD 1 TO WRK-IND-CTA
            WHEN OTHER
               MOVE 'S'          TO CTA-NO-MASTER(WRK-IND-CTA)
               MOVE CLI-SITUACAO TO CTA-SITUACAO(WRK-IND-CTA)
               MOVE CLI-NOME     TO CTA-NOME(WRK-IND-CTA)
               COMPUTE CTA-DISPONIVEL(WRK-IND-CTA) =
                       CLI-SALDO + CLI-LIMITE
               ADD 1 TO WRK-IND-CTA
               PERFORM 017-LE-MASTER
           END-EVALUATE.
       004A-FIM.
           EXIT.
      *************************
       005-AVALIA-INSTRUCAO SECTION.
      *************************
      *    AS INSTRUCOES SAO AVALIADAS EM ORDEM DE CONTA DE DEBITO
      *    E DE NUMERO: COM SALDO PARA SO PARTE DELAS, AS DE NUMERO
      *    MENOR (MAIS ANTIGAS) SAO EFETIVADAS PRIMEIRO.
      *************************
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'N'    TO WRK-FALHA-DEFINITIVA.

           MOVE DEV-CONTA-DEB(WRK-IND-DEV) TO WRK-CONTA-NOVA.
           PERFORM 005E-LOCALIZA-CONTA.
           MOVE WRK-IND-CTA TO WRK-IND-DEB.

           MOVE 0 TO WRK-IND-CRED.

           IF DEV-CONTA-CRED(WRK-IND-DEV) > ZEROS
              MOVE DEV-CONTA-CRED(WRK-IND-DEV) TO WRK-CONTA-NOVA
              PERFORM 005E-LOCALIZA-CONTA
              MOVE WRK-IND-CTA TO WRK-IND-CRED
           END-IF.

      *    REPROCESSAMENTO: A INSTRUCAO JA FOI EFETIVADA NESTA DATA
      *    SOBRE O MESMO MASTER CERTIFICADO - SAI DE NOVO COM O
      *    MESMO IDENTIFICADOR, SEM NOVA CONFERENCIA.
           IF DEV-REEMISSAO(WRK-IND-DEV) = 'S'
              PERFORM 005B-DEBITA-DISPONIVEL
              MOVE 'R' TO DEV-RESULTADO(WRK-IND-DEV)
              ADD 1 TO WRK-QTDE-REEMITIDAS
              GO TO 005-FIM
           END-IF.

           PERFORM 005A-CONFERE-CONTAS.

           IF WRK-MOTIVO NOT = SPACES
              PERFORM 005D-REGISTRA-FALHA
              GO TO 005-FIM
           END-IF.

           IF DEV-QTDE-EXEC(WRK-IND-DEV) = 999
              MOVE 1 TO DEV-QTDE-EXEC(WRK-IND-DEV)
           ELSE
              ADD 1 TO DEV-QTDE-EXEC(WRK-IND-DEV)
           END-IF.

           PERFORM 005B-DEBITA-DISPONIVEL.

           MOVE WRK-DATA-CICLO TO DEV-DATA-ULT-EXEC(WRK-IND-DEV).
           MOVE ZEROS          TO DEV-TENTATIVAS(WRK-IND-DEV).
           MOVE 'E'            TO DEV-RESULTADO(WRK-IND-DEV).
           ADD 1 TO WRK-QTDE-EFETIVADAS.

           PERFORM 006-AVANCA-OCORRENCIA.
       005-FIM.
           EXIT.
      *************************
       005A-CONFERE-CONTAS SECTION.
      *************************
      *    CONTA INEXISTENTE OU ENCERRADA NAO SE RESOLVE COM NOVA
      *    TENTATIVA; BLOQUEIO E FALTA DE SALDO PODEM SE RESOLVER.
      *    CONTA DORMENTE MOVIMENTA NORMALMENTE (A POSTAGEM A
      *    ACORDA).
      *************************
           IF CTA-NO-MASTER(WRK-IND-DEB) NOT = 'S'
              MOVE 'CONTA DE DEBITO NAO CADASTRADA' TO WRK-MOTIVO
              MOVE 'S' TO WRK-FALHA-DEFINITIVA
              GO TO 005A-FIM
           END-IF.

           MOVE CTA-SITUACAO(WRK-IND-DEB) TO WRK-SITUACAO.

           IF ST-ENCERRADA
              MOVE 'CONTA DE DEBITO ENCERRADA' TO WRK-MOTIVO
              MOVE 'S' TO WRK-FALHA-DEFINITIVA
              GO TO 005A-FIM
           END-IF.

           IF WRK-IND-CRED > 0
              IF CTA-NO-MASTER(WRK-IND-CRED) NOT = 'S'
                 MOVE 'CONTA DE CREDITO NAO CADASTRADA' TO WRK-MOTIVO
                 MOVE 'S' TO WRK-FALHA-DEFINITIVA
                 GO TO 005A-FIM
              END-IF
              MOVE CTA-SITUACAO(WRK-IND-CRED) TO WRK-SITUACAO
              IF ST-ENCERRADA
                 MOVE 'CONTA DE CREDITO ENCERRADA' TO WRK-MOTIVO
                 MOVE 'S' TO WRK-FALHA-DEFINITIVA
                 GO TO 005A-FIM
              END-IF
              IF ST-BLOQUEADA
                 MOVE 'CONTA DE CREDITO BLOQUEADA' TO WRK-MOTIVO
                 GO TO 005A-FIM
              END-IF
           END-IF.

           MOVE CTA-SITUACAO(WRK-IND-DEB) TO WRK-SITUACAO.

           IF ST-BLOQUEADA
              MOVE 'CONTA DE DEBITO BLOQUEADA' TO WRK-MOTIVO
              GO TO 005A-FIM
           END-IF.

           IF DEV-VALOR(WRK-IND-DEV) > CTA-DISPONIVEL(WRK-IND-DEB)
              MOVE 'SALDO INSUFICIENTE' TO WRK-MOTIVO
           END-IF.
       005A-FIM.
           EXIT.
      *************************
       005B-DEBITA-DISPONIVEL SECTION.
      *************************
      *    A INSTRUCAO EFETIVADA CONSOME O DISPONIVEL DA CONTA DE
      *    DEBITO PARA AS INSTRUCOES SEGUINTES DA MESMA CONTA,
      *    COMO OS DEBITOS DO DIA JA O CONSUMIRAM (020). O
      *    CREDITO NAO SOMA: A ORDEM DA POSTAGEM ENTRE CONTAS NAO
      *    GARANTE QUE ELE CHEGUE ANTES DO DEBITO.
      *************************
           SUBTRACT DEV-VALOR(WRK-IND-DEV)
               FROM CTA-DISPONIVEL(WRK-IND-DEB).

           ADD DEV-VALOR(WRK-IND-DEV) TO WRK-TOTAL-DEBITADO.
       005B-FIM.
           EXIT.
      *************************
       005D-REGISTRA-FALHA SECTION.
      *************************
      *    A TENTATIVA FRUSTRADA FICA DATADA PARA O REPROCESSAMENTO
      *    DA MESMA DATA NAO CONTAR DE NOVO. ESGOTADAS AS
      *    TENTATIVAS (OU FALHA SEM SOLUCAO), A OCORRENCIA EXPIRA:
      *    A INSTRUCAO UNICA VENCE ('V') E A MENSAL SEGUE PARA O
      *    MES SEGUINTE.
      *************************
           MOVE WRK-MOTIVO     TO DEV-MOTIVO(WRK-IND-DEV).
           MOVE WRK-DATA-CICLO TO DEV-DATA-ULT-TENT(WRK-IND-DEV).

           IF DEV-TENTATIVAS(WRK-IND-DEV) < 99
              ADD 1 TO DEV-TENTATIVAS(WRK-IND-DEV)
           END-IF.

           IF NOT WRK-FALHA-DEFINITIVA-SIM
              AND DEV-TENTATIVAS(WRK-IND-DEV) NOT > WRK-MAX-TENTATIVAS
              MOVE 'T' TO DEV-RESULTADO(WRK-IND-DEV)
              ADD 1 TO WRK-QTDE-TENTATIVAS
              GO TO 005D-FIM
           END-IF.

           MOVE 'X' TO DEV-RESULTADO(WRK-IND-DEV).
           ADD 1 TO WRK-QTDE-EXPIRADAS.

           IF DEV-PERIODICIDADE(WRK-IND-DEV) = 'U'
              MOVE 'V' TO DEV-SITUACAO(WRK-IND-DEV)
              GO TO 005D-FIM
           END-IF.

           MOVE ZEROS TO DEV-TENTATIVAS(WRK-IND-DEV).
           PERFORM 006-AVANCA-OCORRENCIA.
       005D-FIM.
           EXIT.
      *************************
       005E-LOCALIZA-CONTA SECTION.
      *************************
           MOVE 0 TO WRK-IND-CTA.

           SEARCH ALL WRK-TAB-CONTA
               AT END
                   CONTINUE
               WHEN CTA-NUMERO(WRK-IDX-CTA) = WRK-CONTA-NOVA
                   SET WRK-IND-CTA TO WRK-IDX-CTA
           END-SEARCH.
       005E-FIM.
           EXIT.
      *************************
       006-AVANCA-OCORRENCIA SECTION.
      *************************
      *    INSTRUCAO UNICA TERMINA AQUI. A MENSAL PASSA PARA O MES
      *    SEGUINTE NO DIA DA DATA DE INICIO (LIMITADO AO ULTIMO DIA
      *    DO MES), PULANDO OS MESES QUE JA FICARAM PARA TRAS, E E
      *    CONCLUIDA QUANDO A NOVA DATA PASSA DA DATA DE FIM.
      *************************
           IF DEV-PERIODICIDADE(WRK-IND-DEV) = 'U'
              MOVE 'C' TO DEV-SITUACAO(WRK-IND-DEV)
              GO TO 006-FIM
           END-IF.

           MOVE DEV-DATA-INICIO(WRK-IND-DEV)(7:2) TO WRK-DIA-BASE.
           MOVE DEV-PROX-DATA(WRK-IND-DEV)        TO WRK-DATA-TESTE.

           PERFORM 006A-SOMA-UM-MES
               UNTIL WRK-DATA-TESTE > WRK-DATA-CICLO.

           MOVE WRK-DATA-TESTE TO DEV-PROX-DATA(WRK-IND-DEV).

           IF DEV-DATA-FIM(WRK-IND-DEV) > ZEROS
              AND WRK-DATA-TESTE > DEV-DATA-FIM(WRK-IND-DEV)
              MOVE 'C' TO DEV-SITUACAO(WRK-IND-DEV)
           END-IF.
       006-FIM.
           EXIT.
      *************************
       006A-SOMA-UM-MES SECTION.
      *************************
           IF WRK-TST-MES < 12
              ADD 1 TO WRK-TST-MES
           ELSE
              MOVE 1 TO WRK-TST-MES
              ADD 1 TO WRK-TST-ANO
           END-IF.

           PERFORM 016C-DIAS-DO-MES.

           IF WRK-DIA-BASE > WRK-DIAS-NO-MES
              MOVE WRK-DIAS-NO-MES TO WRK-TST-DIA
           ELSE
              MOVE WRK-DIA-BASE    TO WRK-TST-DIA
           END-IF.
       006A-FIM.
           EXIT.
      *************************
       007-GRAVA-AGENDA SECTION.
      *************************
      *    SEGUNDA PASSADA DO CADASTRO: GRAVA A NOVA GERACAO,
      *    TROCANDO CADA INSTRUCAO VENCIDA PELA COPIA ATUALIZADA DA
      *    TABELA (A TABELA DE ORDEM ACOMPANHA O CADASTRO POR
      *    NUMERO).
      *************************
           MOVE 'N'   TO WRK-FIM-AGENDA.
           MOVE ZEROS TO WRK-CHAVE-AGD.
           MOVE 1     TO WRK-IND-ORD.

           OPEN INPUT  ARQ-AGENDA.
           OPEN OUTPUT AGENDA-NOVA.

           PERFORM 014-LE-AGENDA.

           PERFORM 007A-GRAVA-INSTRUCAO UNTIL WRK-FIM-AGENDA-SIM.

           CLOSE ARQ-AGENDA.
           CLOSE AGENDA-NOVA.
       007-FIM.
           EXIT.
      *************************
       007A-GRAVA-INSTRUCAO SECTION.
      *************************
           IF WRK-IND-ORD NOT > WRK-QTDE-DEVIDAS
              AND AGD-NUMERO = ORD-NUMERO(WRK-IND-ORD)
              MOVE ORD-IND-DEV(WRK-IND-ORD) TO WRK-IND-DEV
              MOVE DEV-AGENDA(WRK-IND-DEV)  TO REG-AGENDA-NOVA
              ADD 1 TO WRK-IND-ORD
           ELSE
              MOVE REG-AGENDA TO REG-AGENDA-NOVA
           END-IF.

           WRITE REG-AGENDA-NOVA.

           IF WRK-FS-AGD-NOVA NOT = '00'
              DISPLAY 'ERRO NA GRAVACAO DA NOVA AGENDA - FS '
                      WRK-FS-AGD-NOVA
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-GRAVADOS.

           PERFORM 014-LE-AGENDA.
       007A-FIM.
           EXIT.
      *************************
       008-IMPRIME-AVISO SECTION.
      *************************
      *    UM BLOCO POR CONTA DE DEBITO, NA ORDEM DA TABELA, COM
      *    CADA INSTRUCAO VENCIDA E O QUE ACONTECEU COM ELA.
      *************************
           OPEN OUTPUT ARQ-RELATORIO.

           MOVE WRK-DATA-CICLO(7:2) TO WRK-DATA-EDIT-DIA.
           MOVE WRK-DATA-CICLO(5:2) TO WRK-DATA-EDIT-MES.
           MOVE WRK-DATA-CICLO(1:4) TO WRK-DATA-EDIT-ANO.
           MOVE WRK-DATA-EDIT       TO LIN-CAB-DATA.

           MOVE WRK-MAX-TENTATIVAS  TO LIN-TNT-MAXIMO.

           MOVE ZEROS TO WRK-CONTA-ANT.

           PERFORM 008A-IMPRIME-INSTRUCAO
               VARYING WRK-IND-DEV FROM 1 BY 1
               UNTIL WRK-IND-DEV > WRK-QTDE-DEVIDAS.

           IF WRK-QTDE-DEVIDAS > 0
              WRITE REG-RELATORIO FROM LIN-TRACO
           END-IF.

           CLOSE ARQ-RELATORIO.
       008-FIM.
           EXIT.
      *************************
       008A-IMPRIME-INSTRUCAO SECTION.
      *************************
           IF DEV-CONTA-DEB(WRK-IND-DEV) NOT = WRK-CONTA-ANT
              PERFORM 008B-CABECALHO-CLIENTE
           END-IF.

           MOVE DEV-NUMERO(WRK-IND-DEV)    TO LIN-INS-NUMERO.
           MOVE DEV-DESCRICAO(WRK-IND-DEV) TO LIN-INS-DESCRICAO.
           MOVE DEV-VALOR(WRK-IND-DEV)     TO LIN-INS-VALOR.

           EVALUATE DEV-RESULTADO(WRK-IND-DEV)
            WHEN 'E'
            WHEN 'R'
               MOVE 'EFETIVADA'              TO LIN-INS-RESULTADO
            WHEN 'T'
               MOVE DEV-TENTATIVAS(WRK-IND-DEV) TO LIN-TNT-ATUAL
               MOVE LIN-TENTATIVA            TO LIN-INS-RESULTADO
            WHEN OTHER
               IF DEV-PERIODICIDADE(WRK-IND-DEV) = 'U'
                  MOVE 'EXPIRADA - NAO EFETIVADA'
                                             TO LIN-INS-RESULTADO
               ELSE
                  MOVE 'EXPIRADA NO MES - NAO EFETIVADA'
                                             TO LIN-INS-RESULTADO
               END-IF
           END-EVALUATE.

           WRITE REG-RELATORIO FROM LIN-INSTRUCAO.

           IF DEV-MOTIVO(WRK-IND-DEV) NOT = SPACES
              MOVE DEV-MOTIVO(WRK-IND-DEV) TO LIN-MOT-TEXTO
              WRITE REG-RELATORIO FROM LIN-MOTIVO
           END-IF.
       008A-FIM.
           EXIT.
      *************************
       008B-CABECALHO-CLIENTE SECTION.
      *************************
           MOVE DEV-CONTA-DEB(WRK-IND-DEV) TO WRK-CONTA-ANT.
           ADD 1 TO WRK-QTDE-CLIENTES.

           MOVE WRK-CONTA-ANT TO WRK-CONTA-NOVA.
           PERFORM 005E-LOCALIZA-CONTA.

           IF WRK-QTDE-CLIENTES > 1
              WRITE REG-RELATORIO FROM LIN-TRACO
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.

           WRITE REG-RELATORIO FROM LIN-CABECALHO.
           WRITE REG-RELATORIO FROM LIN-TRACO.

           IF WRK-IND-CTA > 0
              MOVE CTA-NOME(WRK-IND-CTA) TO LIN-CLI-NOME
           ELSE
              MOVE SPACES                TO LIN-CLI-NOME
           END-IF.
           WRITE REG-RELATORIO FROM LIN-CLIENTE-NOME.

           MOVE WRK-CONTA-ANT TO LIN-CLI-CONTA.
           WRITE REG-RELATORIO FROM LIN-CLIENTE-CONTA.

           WRITE REG-RELATORIO FROM LIN-TRACO.
           WRITE REG-RELATORIO FROM LIN-TITULO.
           WRITE REG-RELATORIO FROM LIN-TRACO.
       008B-FIM.
           EXIT.
      *************************
       009-FINAL SECTION.
      *************************
           MOVE WRK-TOTAL-DEBITADO TO WRK-TOTAL-FMT.

           DISPLAY '==========================================='.
           DISPLAY 'INSTRUCOES LIDAS........: ' WRK-QTDE-LIDOS.
           DISPLAY 'VENCIDAS NO CICLO.......: ' WRK-QTDE-DEVIDAS.
           DISPLAY 'EFETIVADAS..............: ' WRK-QTDE-EFETIVADAS.
           DISPLAY 'REEMITIDAS (REPROCESSO).: ' WRK-QTDE-REEMITIDAS.
           DISPLAY 'NOVA TENTATIVA..........: ' WRK-QTDE-TENTATIVAS.
           DISPLAY 'EXPIRADAS...............: ' WRK-QTDE-EXPIRADAS.
           DISPLAY 'LANCAMENTOS DO DIA......: ' WRK-QTDE-LANC-DIA.
           DISPLAY 'DEBITOS DO DIA DESCONT..: ' WRK-QTDE-DEB-DIA.
           DISPLAY 'LANCAMENTOS AGENDADOS...: ' WRK-QTDE-LANCAMENTOS.
           DISPLAY 'TOTAL DEBITADO..........: ' WRK-TOTAL-FMT.
           DISPLAY 'CLIENTES AVISADOS.......: ' WRK-QTDE-CLIENTES.
           DISPLAY 'INSTRUCOES GRAVADAS.....: ' WRK-QTDE-GRAVADOS.
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

           IF DAT-REPROCESSO-SIM
              MOVE 'S' TO WRK-REPROCESSO
           END-IF.

           CLOSE ARQ-DATA.
       010-FIM.
           EXIT.
      *************************
       011-VERIFICA-RUN-CONTROL SECTION.
      *************************
      *    SO O 'F' DO BALANCETE (CLIENTES) ENCERRA A DATA; DATA JA
      *    ENCERRADA SO RODA DE NOVO COM O INDICADOR DE
      *    REPROCESSAMENTO NO CARTAO DE DATA.
      *************************
           OPEN INPUT ARQ-RUN-CTL.

           IF WRK-FS-RUN-CTL = '00' OR '05'
              READ ARQ-RUN-CTL
                  AT END
                      MOVE 'S' TO WRK-FIM-RUN-CTL
              END-READ
              PERFORM 011A-CONFERE-EXECUCAO UNTIL WRK-FIM-RUN-CTL-SIM
              CLOSE ARQ-RUN-CTL
           END-IF.

           IF WRK-DATA-PROCESSADA-SIM
              IF WRK-REPROCESSO-SIM
                 DISPLAY 'REPROCESSAMENTO AUTORIZADO DA DATA '
                         WRK-DATA-CICLO
              ELSE
                 DISPLAY 'DATA DE MOVIMENTO JA PROCESSADA: '
                         WRK-DATA-CICLO
                 DISPLAY 'PROCESSAMENTO INTERROMPIDO'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       011-FIM.
           EXIT.
      *************************
       011A-CONFERE-EXECUCAO SECTION.
      *************************
           IF RUN-DATA-MOVTO = WRK-DATA-CICLO
              AND RUN-ENCERRADO
              AND (RUN-PROGRAMA = 'CLIENTES' OR SPACES)
              MOVE 'S' TO WRK-DATA-PROCESSADA
           END-IF.

           READ ARQ-RUN-CTL
               AT END
                   MOVE 'S' TO WRK-FIM-RUN-CTL
           END-READ.
       011A-FIM.
           EXIT.
      *************************
       012-CARREGA-PARAMETRO SECTION.
      *************************
      *    DIAS DE NOVA TENTATIVA (AGDPRM, 2 DIGITOS). SEM CARTAO OU
      *    CAMPO NAO NUMERICO VALE O PADRAO DE 3 DIAS. A PRIMEIRA
      *    EXECUCAO NAO CONTA COMO NOVA TENTATIVA.
      *************************
           OPEN INPUT ARQ-PARM.

           IF WRK-FS-PARM = '00'
              READ ARQ-PARM
                  NOT AT END
                      IF PARM-DIAS-TENTATIVA IS NUMERIC
                         MOVE PARM-DIAS-TENTATIVA
                                        TO WRK-DIAS-TENTATIVA
                      END-IF
              END-READ
              CLOSE ARQ-PARM
           END-IF.

           COMPUTE WRK-MAX-TENTATIVAS = WRK-DIAS-TENTATIVA + 1.
       012-FIM.
           EXIT.
      *************************
       013-CARREGA-FERIADOS SECTION.
      *************************
      *    O CALENDARIO DE FERIADOS (CALPRM) E CARREGADO EM TABELA,
      *    COMO NO CLIENTES: E CONSULTADO A CADA DIA NA ROLAGEM DA
      *    DATA DA INSTRUCAO PARA O PROXIMO DIA UTIL.
      *************************
           OPEN INPUT ARQ-CALENDARIO.

           IF WRK-FS-CALENDARIO NOT = '00'
              GO TO 013-FIM
           END-IF.

           READ ARQ-CALENDARIO
               AT END
                   MOVE 'S' TO WRK-FIM-CALEND
           END-READ.

           PERFORM 013A-GUARDA-FERIADO UNTIL WRK-FIM-CALEND-SIM.

           CLOSE ARQ-CALENDARIO.
       013-FIM.
           EXIT.
      *************************
       013A-GUARDA-FERIADO SECTION.
      *************************
           IF WRK-QTDE-FERIADOS = 200
              DISPLAY 'CALENDARIO COM MAIS DE 200 FERIADOS'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-FERIADOS.

           MOVE CAL-DATA-FERIADO TO WRK-TAB-FERIADO(WRK-QTDE-FERIADOS).

           READ ARQ-CALENDARIO
               AT END
                   MOVE 'S' TO WRK-FIM-CALEND
           END-READ.
       013A-FIM.
           EXIT.
      *************************
       014-LE-AGENDA SECTION.
      *************************
           READ ARQ-AGENDA
               AT END
                   MOVE 'S' TO WRK-FIM-AGENDA
                   GO TO 014-FIM
           END-READ.

           MOVE WRK-CHAVE-AGD TO WRK-CHAVE-AGD-ANT.
           MOVE AGD-NUMERO    TO WRK-CHAVE-AGD.

           IF WRK-CHAVE-AGD NOT > WRK-CHAVE-AGD-ANT
              AND WRK-CHAVE-AGD-ANT NOT = ZEROS
              DISPLAY 'AGENDA FORA DE SEQUENCIA DE INSTRUCAO: '
                      AGD-NUMERO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

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
           MOVE 'CLIAGEND'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       015-FIM.
           EXIT.
      *************************
       016-ROLA-DIA-UTIL SECTION.
      *************************
      *    A PARTIR DA DATA EM WRK-DATA-TESTE, AVANCA DIA A DIA
      *    ENQUANTO ELA CAIR EM FIM DE SEMANA OU FERIADO. DEVOLVE O
      *    DIA UTIL EM WRK-DATA-EFETIVA.
      *************************
           MOVE 'N' TO WRK-ACHOU-DIA-UTIL.

           PERFORM 016A-TESTA-DIA UNTIL WRK-ACHOU-DIA-UTIL-SIM.

           MOVE WRK-DATA-TESTE TO WRK-DATA-EFETIVA.
       016-FIM.
           EXIT.
      *************************
       016A-TESTA-DIA SECTION.
      *************************
           MOVE WRK-DATA-TESTE TO WRK-DATA-ZEL.
           PERFORM 016D-DIA-DA-SEMANA.

           IF WRK-DIA-SABADO OR WRK-DIA-DOMINGO
              PERFORM 016B-SOMA-UM-DIA
              GO TO 016A-FIM
           END-IF.

           MOVE WRK-DATA-TESTE TO WRK-DATA-FER.
           PERFORM 016E-CONFERE-FERIADO.

           IF WRK-E-FERIADO-SIM
              PERFORM 016B-SOMA-UM-DIA
              GO TO 016A-FIM
           END-IF.

           MOVE 'S' TO WRK-ACHOU-DIA-UTIL.
       016A-FIM.
           EXIT.
      *************************
       016B-SOMA-UM-DIA SECTION.
      *************************
           PERFORM 016C-DIAS-DO-MES.

           IF WRK-TST-DIA < WRK-DIAS-NO-MES
              ADD 1 TO WRK-TST-DIA
           ELSE
              MOVE 1 TO WRK-TST-DIA
              IF WRK-TST-MES < 12
                 ADD 1 TO WRK-TST-MES
              ELSE
                 MOVE 1 TO WRK-TST-MES
                 ADD 1 TO WRK-TST-ANO
              END-IF
           END-IF.
       016B-FIM.
           EXIT.
      *************************
       016C-DIAS-DO-MES SECTION.
      *************************
           EVALUATE WRK-TST-MES
            WHEN 1
            WHEN 3
            WHEN 5
            WHEN 7
            WHEN 8
            WHEN 10
            WHEN 12
               MOVE 31 TO WRK-DIAS-NO-MES
            WHEN 4
            WHEN 6
            WHEN 9
            WHEN 11
               MOVE 30 TO WRK-DIAS-NO-MES
            WHEN OTHER
               MOVE 28 TO WRK-DIAS-NO-MES
               DIVIDE WRK-TST-ANO BY 4
                   GIVING WRK-BIS-QUOC REMAINDER WRK-BIS-R4
               DIVIDE WRK-TST-ANO BY 100
                   GIVING WRK-BIS-QUOC REMAINDER WRK-BIS-R100
               DIVIDE WRK-TST-ANO BY 400
                   GIVING WRK-BIS-QUOC REMAINDER WRK-BIS-R400
               IF (WRK-BIS-R4 = 0 AND WRK-BIS-R100 NOT = 0)
                  OR WRK-BIS-R400 = 0
                  MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-EVALUATE.
       016C-FIM.
           EXIT.
      *************************
       016D-DIA-DA-SEMANA SECTION.
      *************************
           MOVE WRK-DATA-ZEL(7:2) TO WRK-ZEL-DIA.
           MOVE WRK-DATA-ZEL(5:2) TO WRK-ZEL-MES.
           MOVE WRK-DATA-ZEL(1:4) TO WRK-ZEL-ANO.

           IF WRK-ZEL-MES < 3
              ADD 12      TO WRK-ZEL-MES
              SUBTRACT 1  FROM WRK-ZEL-ANO
           END-IF.

           DIVIDE WRK-ZEL-ANO BY 100
               GIVING WRK-ZEL-SECULO REMAINDER WRK-ZEL-ANO-SEC.

           COMPUTE WRK-ZEL-SOMA = WRK-ZEL-DIA
                 + ((13 * (WRK-ZEL-MES + 1)) / 5)
                 + WRK-ZEL-ANO-SEC
                 + (WRK-ZEL-ANO-SEC / 4)
                 + (WRK-ZEL-SECULO / 4)
                 + (5 * WRK-ZEL-SECULO).

           DIVIDE WRK-ZEL-SOMA BY 7
               GIVING WRK-ZEL-QUOC REMAINDER WRK-DIA-SEMANA.
       016D-FIM.
           EXIT.
      *************************
       016E-CONFERE-FERIADO SECTION.
      *************************
           MOVE 'N' TO WRK-E-FERIADO.

           PERFORM 016F-COMPARA-FERIADO
               VARYING WRK-IND-FER FROM 1 BY 1
               UNTIL WRK-IND-FER > WRK-QTDE-FERIADOS.
       016E-FIM.
           EXIT.
      *************************
       016F-COMPARA-FERIADO SECTION.
      *************************
           IF WRK-TAB-FERIADO(WRK-IND-FER) = WRK-DATA-FER
              MOVE 'S' TO WRK-E-FERIADO
           END-IF.
       016F-FIM.
           EXIT.
      *************************
       017-LE-MASTER SECTION.
      *************************
      *    O MASTER CERTIFICADO E O MESMO QUE A POSTAGEM LE. SITUACAO
      *    FORA DO DOMINIO E TRATADA COMO ATIVA, COMO NA NORMALIZACAO
      *    DO CLIMANUT; LIMITE NAO NUMERICO VALE ZERO.
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

           MOVE CLI-SITUACAO TO WRK-SITUACAO.

           IF NOT ST-VALIDA
              MOVE 'A'   TO CLI-SITUACAO
           END-IF.

           IF CLI-LIMITE IS NOT NUMERIC
              MOVE ZEROS TO CLI-LIMITE
           END-IF.
       017-FIM.
           EXIT.
      *************************
       018-LIBERA-LANCAMENTOS SECTION.
      *************************
      *    ENTRADA DA CLASSIFICACAO DO ARQUIVO DA POSTAGEM: PRIMEIRO
      *    OS LANCAMENTOS DO DIA, NA ORDEM EM QUE VIERAM, DEPOIS AS
      *    PERNAS DAS INSTRUCOES EFETIVADAS (OU REEMITIDAS).
      *************************
           OPEN INPUT ARQ-LANCAMENTO.

           IF WRK-FS-LANCAMENTO NOT = '00'
              DISPLAY 'ARQUIVO DE LANCAMENTOS DO DIA (CLILANC) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARQ-LANCAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-LANCAMENTO
           END-READ.

           PERFORM 018A-LIBERA-LANC-DIA UNTIL WRK-FIM-LANCAMENTO-SIM.

           CLOSE ARQ-LANCAMENTO.

           PERFORM 018B-LIBERA-AGENDADOS
               VARYING WRK-IND-DEV FROM 1 BY 1
               UNTIL WRK-IND-DEV > WRK-QTDE-DEVIDAS.
       018-FIM.
           EXIT.
      *************************
       018A-LIBERA-LANC-DIA SECTION.
      *************************
           MOVE REG-LANCAMENTO TO REG-SORT-LAN.

           RELEASE REG-SORT-LAN.

           ADD 1 TO WRK-QTDE-LANC-DIA.

           READ ARQ-LANCAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-LANCAMENTO
           END-READ.
       018A-FIM.
           EXIT.
      *************************
       018B-LIBERA-AGENDADOS SECTION.
      *************************
      *    DEBITO NA CONTA DE DEBITO E, NA TRANSFERENCIA, CREDITO NA
      *    CONTA DE CREDITO COM O MESMO IDENTIFICADOR, UMA PERNA
      *    APONTANDO PARA A OUTRA (FECHA EM ZERO NA POSTAGEM).
      *************************
           IF DEV-RESULTADO(WRK-IND-DEV) NOT = 'E'
              AND DEV-RESULTADO(WRK-IND-DEV) NOT = 'R'
              GO TO 018B-FIM
           END-IF.

           COMPUTE WRK-ID-TRANSACAO = 900000000
                 + (DEV-NUMERO(WRK-IND-DEV) * 1000)
                 + DEV-QTDE-EXEC(WRK-IND-DEV).

           MOVE DEV-CONTA-DEB(WRK-IND-DEV)  TO LAN-CONTA-NUM.
           MOVE 'D'                         TO LAN-CODIGO.
           MOVE DEV-VALOR(WRK-IND-DEV)      TO LAN-VALOR.
           MOVE DEV-CONTA-CRED(WRK-IND-DEV) TO LAN-CONTA-CONTRA.
           MOVE WRK-ID-TRANSACAO            TO LAN-ID-TRANSACAO.
           MOVE ZEROS                       TO LAN-ID-ORIGINAL.

           RELEASE REG-SORT-LAN.
           ADD 1 TO WRK-QTDE-LANCAMENTOS.

           IF DEV-CONTA-CRED(WRK-IND-DEV) > ZEROS
              MOVE DEV-CONTA-CRED(WRK-IND-DEV) TO LAN-CONTA-NUM
              MOVE 'C'                         TO LAN-CODIGO
              MOVE DEV-CONTA-DEB(WRK-IND-DEV)  TO LAN-CONTA-CONTRA
              RELEASE REG-SORT-LAN
              ADD 1 TO WRK-QTDE-LANCAMENTOS
           END-IF.
       018B-FIM.
           EXIT.
      *************************
       019-PULA-SE-ENCERRADO SECTION.
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
       019-FIM.
           EXIT.
      *************************
       020-DESCONTA-DEBITOS-DIA SECTION.
      *************************
      *    PRIMEIRA PASSADA DOS LANCAMENTOS DO DIA (CLILANC): CADA
      *    DEBITO EM CONTA DA TABELA SAI DO DISPONIVEL DELA ANTES
      *    DA AVALIACAO DAS INSTRUCOES, PORQUE NA POSTAGEM OS
      *    LANCAMENTOS DO DIA VEM PRIMEIRO NA MESMA CONTA. VALOR
      *    NAO NUMERICO NAO CONTA (A POSTAGEM REJEITA).
      *************************
           IF WRK-QTDE-CONTAS = 0
              GO TO 020-FIM
           END-IF.

           OPEN INPUT ARQ-LANCAMENTO.

           IF WRK-FS-LANCAMENTO NOT = '00'
              DISPLAY 'ARQUIVO DE LANCAMENTOS DO DIA (CLILANC) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARQ-LANCAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-LANC-DEB
           END-READ.

           PERFORM 020A-DESCONTA-DEBITO UNTIL WRK-FIM-LANC-DEB-SIM.

           CLOSE ARQ-LANCAMENTO.
       020-FIM.
           EXIT.
      *************************
       020A-DESCONTA-DEBITO SECTION.
      *************************
           IF NOT LNC-DEBITO
              OR LNC-VALOR IS NOT NUMERIC
              GO TO 020A-LE
           END-IF.

           MOVE LNC-CONTA-NUM TO WRK-CONTA-NOVA.
           PERFORM 005E-LOCALIZA-CONTA.

           IF WRK-IND-CTA = 0
              GO TO 020A-LE
           END-IF.

           SUBTRACT LNC-VALOR FROM CTA-DISPONIVEL(WRK-IND-CTA).
           ADD 1 TO WRK-QTDE-DEB-DIA.
       020A-LE.
           READ ARQ-LANCAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-LANC-DEB
           END-READ.
       020A-FIM.
           EXIT.
