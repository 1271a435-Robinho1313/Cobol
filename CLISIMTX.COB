      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLISIMTX.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  SIMULACAO DE UMA TABELA DE TAXAS PROPOSTA ANTES DE ELA
      *  ENTRAR EM PRODUCAO. APLICA AO MASTER FECHADO (CLIMST), NA
      *  DATA DE MOVIMENTO ESCOLHIDA NO CARTAO SIMDAT, A TABELA
      *  ATUAL (TXPARM) E A PROPOSTA (TXSIM, MESMO LAYOUT), COM AS
      *  MESMAS REGRAS DA 002-CALCULADO DO CLIENTES:
      *    - FAIXA PELO TIPO DA CONTA E PELO SALDO DE ABERTURA,
      *      NA VIGENCIA MAIS RECENTE ATE A DATA ESCOLHIDA
      *    - DEPOSITO, TARIFA E FATOR DE JUROS CONFORME A
      *      PERIODICIDADE (D, M OU A) APURADA PELO CALENDARIO
      *      (CALPRM), FATORES MULTIPLICADOR E DIVISOR TODO CICLO
      *    - CONTA BLOQUEADA NAO RECEBE DEPOSITO, TARIFA NEM
      *      FATORES; CONTA ENCERRADA FICA FORA
      *    - VALORES EM OUTRA MOEDA CONVERTIDOS AO BRL PELO CAMBIO
      *      VIGENTE (CAMPARM)
      *  O RELATORIO (CLISIMR) COMPARA AS DUAS TABELAS POR TIPO DE
      *  CONTA: CONTAS, DEPOSITOS CREDITADOS, TARIFAS COBRADAS,
      *  RENDIMENTO DOS FATORES, SALDO FINAL E CONTAS QUE IRIAM A
      *  SALDO ZERO OU NEGATIVO; E DETALHA, FAIXA A FAIXA, CADA
      *  TABELA. O CHEQUE ESPECIAL (CHEPRM) NAO FAZ PARTE DO TXPARM
      *  E FICA FORA DA SIMULACAO.
      *
      *  NAO GRAVA MASTER, REJEITO, AUDITORIA, EXTRATO, CHECKPOINT,
      *  RENDIMENTO NEM RUN-CONTROL: PODE RODAR A QUALQUER HORA,
      *  QUANTAS VEZES FOR PRECISO.
      *
      *  RETURN-CODE:  0 = SIMULACAO CONCLUIDA
      *                4 = CONTA SEM FAIXA OU SEM CAMBIO EM ALGUMA
      *                    DAS TABELAS
      *                8 = DATA ESCOLHIDA NAO E DIA UTIL
      *               16 = SIMDAT, TXPARM, TXSIM OU CLIMST AUSENTE
      *                    OU VAZIO
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MASTER.
           SELECT ARQ-TAXAS ASSIGN TO "TXPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAXAS.
           SELECT ARQ-TAXAS-SIM ASSIGN TO "TXSIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAXAS-SIM.
           SELECT OPTIONAL ARQ-CAMBIO ASSIGN TO "CAMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAMBIO.
           SELECT OPTIONAL ARQ-CALENDARIO ASSIGN TO "CALPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT ARQ-DATA ASSIGN TO "SIMDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATA.
           SELECT ARQ-RELATORIO ASSIGN TO "CLISIMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
        FILE SECTION.
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
               88 MST-CTL-HEADER         VALUE 'HDR'.
               88 MST-CTL-TRAILER        VALUE 'TRL'.
           05  FILLER              PIC X(026).
      *----------------------------------------------------------------*
      *  TABELA ATUAL (TXPARM) E PROPOSTA (TXSIM) NO MESMO LAYOUT;
      *  AS DUAS SAO LIDAS PARA A AREA TXL- DA WORKING.
      *----------------------------------------------------------------*
       FD  ARQ-TAXAS
           LABEL RECORD IS STANDARD.
       01  REG-TAXA                PIC X(049).
      *----------------------------------------------------------------*
       FD  ARQ-TAXAS-SIM
           LABEL RECORD IS STANDARD.
       01  REG-TAXA-SIM            PIC X(049).
      *----------------------------------------------------------------*
       FD  ARQ-CAMBIO
           LABEL RECORD IS STANDARD.
       01  REG-CAMBIO.
           05  CAM-MOEDA           PIC X(003).
           05  CAM-DATA-VIGENCIA   PIC 9(008).
           05  CAM-TAXA            PIC 9(005)V9(004).
      *----------------------------------------------------------------*
       FD  ARQ-CALENDARIO
           LABEL RECORD IS STANDARD.
       01  REG-CALENDARIO.
           05  CAL-DATA-FERIADO    PIC 9(008).
      *----------------------------------------------------------------*
       FD  ARQ-DATA
           LABEL RECORD IS STANDARD.
       01  REG-DATA-MOVTO.
           05  DAT-DATA-MOVTO      PIC 9(008).
      *----------------------------------------------------------------*
       FD  ARQ-RELATORIO
           LABEL RECORD IS STANDARD.
       01  REG-RELATORIO           PIC X(080).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-MASTER     PIC  X(002).
       01  WRK-FS-TAXAS      PIC  X(002).
       01  WRK-FS-TAXAS-SIM  PIC  X(002).
       01  WRK-FS-CAMBIO     PIC  X(002).
       01  WRK-FS-CALENDARIO PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RELATORIO  PIC  X(002).
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-FIM-ARQUIVO   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-SIM   VALUE 'S'.
       01  WRK-FIM-TAXAS     PIC  X(001) VALUE 'N'.
           88 WRK-FIM-TAXAS-SIM     VALUE 'S'.
       01  WRK-FIM-CAMBIO    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CAMBIO-SIM    VALUE 'S'.
       01  WRK-FIM-CALEND    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CALEND-SIM    VALUE 'S'.
      *
      *  REGISTRO DE TAXA LIDO (TXPARM OU TXSIM)
      *
       01  REG-TAXA-LIDA.
           05  TXL-TIPO-CONTA      PIC 9(001).
           05  TXL-DATA-VIGENCIA   PIC 9(008).
           05  TXL-SALDO-DE        PIC S9(07).
           05  TXL-SALDO-ATE       PIC S9(07).
           05  TXL-DEPOSITO        PIC S9(07).
           05  TXL-TARIFA          PIC S9(07).
           05  TXL-FATOR-MULT      PIC S9(03).
           05  TXL-FATOR-DIV       PIC S9(03).
           05  TXL-FATOR-JUROS     PIC S9(03).
           05  TXL-PER-DEPOSITO    PIC X(001).
           05  TXL-PER-TARIFA      PIC X(001).
           05  TXL-PER-JUROS       PIC X(001).
      *
      *  PERIODICIDADE DAS COBRANCAS (POR FAIXA DE TAXA):
      *  D (OU BRANCO) = TODO CICLO   M = ULTIMO DIA UTIL DO MES
      *  A = ULTIMO DIA UTIL DO ANO
      *
       01  WRK-PERIODICIDADE PIC  X(001) VALUE SPACE.
       01  WRK-COBRA         PIC  X(001) VALUE 'S'.
           88 WRK-COBRA-SIM         VALUE 'S'.
       01  WRK-ULT-DIA-MES   PIC  X(001) VALUE 'N'.
           88 WRK-ULT-DIA-MES-SIM   VALUE 'S'.
       01  WRK-ULT-DIA-ANO   PIC  X(001) VALUE 'N'.
           88 WRK-ULT-DIA-ANO-SIM   VALUE 'S'.
       01  WRK-ACHOU-DIA-UTIL PIC X(001) VALUE 'N'.
           88 WRK-ACHOU-DIA-UTIL-SIM VALUE 'S'.
       01  WRK-E-FERIADO     PIC  X(001) VALUE 'N'.
           88 WRK-E-FERIADO-SIM     VALUE 'S'.
       01  WRK-DATA-ZEL      PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-FER      PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-TESTE    PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05  WRK-TST-ANO   PIC 9(004).
           05  WRK-TST-MES   PIC 9(002).
           05  WRK-TST-DIA   PIC 9(002).
       01  WRK-DIAS-NO-MES   PIC  9(02) COMP VALUE 0.
       01  WRK-BIS-QUOC      PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R4        PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R100      PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R400      PIC  9(04) COMP VALUE 0.
       01  WRK-QTDE-FERIADOS PIC  9(03) COMP VALUE 0.
       01  WRK-IND-FER       PIC  9(03) COMP VALUE 0.
       01  WRK-TAB-FERIADOS.
           05  WRK-TAB-FERIADO PIC 9(008) OCCURS 200 TIMES.
      *
      *  CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER)
      *  0 = SABADO  1 = DOMINGO  2 = SEGUNDA ... 6 = SEXTA
      *
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
      *  TABELAS DE FAIXAS DAS DUAS SIMULACOES: CENARIO 1 = TABELA
      *  ATUAL (TXPARM), CENARIO 2 = TABELA PROPOSTA (TXSIM). CADA
      *  FAIXA, JA RESOLVIDA PARA A VIGENCIA MAIS RECENTE QUE NAO
      *  SEJA POSTERIOR A DATA ESCOLHIDA, ACUMULA O QUE COBROU.
      *
       01  WRK-CEN           PIC  9(01) COMP VALUE 0.
       01  WRK-QTDE-TAXAS    PIC  9(02) COMP VALUE 0.
       01  WRK-IND-TAXA      PIC  9(02) COMP VALUE 0.
       01  WRK-POS-TAXA      PIC  9(02) COMP VALUE 0.
       01  WRK-TAXA-ACHADA   PIC  X(001) VALUE 'N'.
           88 WRK-TAXA-ACHADA-SIM   VALUE 'S'.
       01  WRK-TAB-CENARIOS.
           05  WRK-TAB-CENARIO OCCURS 2 TIMES.
               10  WRK-CEN-QTDE-TAXAS   PIC 9(02) COMP VALUE 0.
               10  WRK-CEN-QTDE-LIDAS   PIC 9(05) COMP VALUE 0.
               10  WRK-TAB-TAXA OCCURS 50 TIMES.
                   15  WRK-TAB-TIPO         PIC 9(001) VALUE 0.
                   15  WRK-TAB-VIGENCIA     PIC 9(008) VALUE 0.
                   15  WRK-TAB-SALDO-DE     PIC S9(07) COMP VALUE 0.
                   15  WRK-TAB-SALDO-ATE    PIC S9(07) COMP VALUE 0.
                   15  WRK-TAB-DEPOSITO     PIC S9(07) COMP VALUE 0.
                   15  WRK-TAB-TARIFA       PIC S9(07) COMP VALUE 0.
                   15  WRK-TAB-MULT         PIC S9(03) COMP VALUE 0.
                   15  WRK-TAB-DIV          PIC S9(03) COMP VALUE 0.
                   15  WRK-TAB-JUROS        PIC S9(03) COMP VALUE 0.
                   15  WRK-TAB-PER-DEP      PIC X(001) VALUE SPACE.
                   15  WRK-TAB-PER-TAR      PIC X(001) VALUE SPACE.
                   15  WRK-TAB-PER-JUR      PIC X(001) VALUE SPACE.
                   15  WRK-FX-QTDE          PIC 9(07) COMP VALUE 0.
                   15  WRK-FX-DEPOSITO      PIC S9(11) COMP VALUE 0.
                   15  WRK-FX-TARIFA        PIC S9(11) COMP VALUE 0.
                   15  WRK-FX-RENDIMENTO    PIC S9(11) COMP VALUE 0.
                   15  WRK-FX-ZERADAS       PIC 9(07) COMP VALUE 0.
      *
      *  TOTAIS POR TIPO DE CONTA (1 A 5) E GERAL (6) DE CADA
      *  CENARIO
      *
               10  WRK-TAB-TOTAL OCCURS 6 TIMES.
                   15  WRK-TT-QTDE          PIC 9(07) COMP VALUE 0.
                   15  WRK-TT-SEM-FAIXA     PIC 9(07) COMP VALUE 0.
                   15  WRK-TT-DEPOSITO      PIC S9(11) COMP VALUE 0.
                   15  WRK-TT-TARIFA        PIC S9(11) COMP VALUE 0.
                   15  WRK-TT-RENDIMENTO    PIC S9(11) COMP VALUE 0.
                   15  WRK-TT-SALDO-FINAL   PIC S9(11) COMP VALUE 0.
                   15  WRK-TT-ZERADAS       PIC 9(07) COMP VALUE 0.
      *
      *  CAMBIO VIGENTE POR MOEDA
      *
       01  WRK-QTDE-CAMBIO   PIC  9(02) COMP VALUE 0.
       01  WRK-IND-CAM       PIC  9(02) COMP VALUE 0.
       01  WRK-POS-CAM       PIC  9(02) COMP VALUE 0.
       01  WRK-TAB-CAMBIOS.
           05  WRK-TAB-CAMBIO OCCURS 10 TIMES.
               10  WRK-TAB-CAM-MOEDA    PIC X(003).
               10  WRK-TAB-CAM-VIGENCIA PIC 9(008).
               10  WRK-TAB-CAM-TAXA     PIC 9(005)V9(004) COMP.
       01  WRK-TAXA-CAMBIO   PIC  9(005)V9(004) COMP VALUE 1.
      *
      *  CONTA CORRENTE DA SIMULACAO
      *
       01  WRK-TIPO-CONTA    PIC 9.
           COPY TCCODES.
       01  WRK-SITUACAO      PIC X.
           COPY STCODES.
       01  WRK-MOEDA         PIC X(003) VALUE 'BRL'.
           88 WRK-MOEDA-BRL         VALUE 'BRL'.
       01  WRK-REG-VALIDO    PIC  X(001) VALUE 'S'.
           88 WRK-REG-VALIDO-SIM    VALUE 'S'.
       01  WRK-SALDO         PIC S9(07) COMP VALUE 0.
       01  WRK-SALDO-ANTES-FATOR PIC S9(009) COMP VALUE 0.
       01  WRK-DEPOSITO-DIA  PIC S9(009) COMP VALUE 0.
       01  WRK-TARIFA-DIA    PIC S9(009) COMP VALUE 0.
       01  WRK-RENDIMENTO-DIA PIC S9(009) COMP VALUE 0.
       01  WRK-VALOR-CONV    PIC S9(011) COMP VALUE 0.
      *
      *  CONTADORES
      *
       01  WRK-QTDE-LIDOS    PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-ENCERRADAS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-TIPO-INV PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-SEM-CAMBIO PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-ESTOURO  PIC  9(07) COMP VALUE 0.
      *
      *  IMPRESSAO
      *
       01  WRK-IND-TIPO      PIC  9(01) COMP VALUE 0.
       01  WRK-NOME-TOTAL    PIC  X(030) VALUE SPACES.
       01  WRK-VALOR-ATUAL   PIC S9(11) COMP VALUE 0.
       01  WRK-VALOR-PROPOSTO PIC S9(11) COMP VALUE 0.
       01  LIN-CABECALHO-1.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(050)
               VALUE 'SIMULACAO DE TABELA DE TAXAS - ATUAL X PROPOSTA'.
       01  LIN-CABECALHO-2.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(018)
               VALUE 'DATA SIMULADA     '.
           05  LIN-CAB-DATA        PIC 9(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  LIN-CAB-PERIODO     PIC X(040).
       01  LIN-CABECALHO-3.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(024)
               VALUE 'FAIXAS VIGENTES - ATUAL '.
           05  LIN-CAB-FX-ATUAL    PIC Z9.
           05  FILLER              PIC X(012)
               VALUE '  PROPOSTA '.
           05  LIN-CAB-FX-PROP     PIC Z9.
       01  LIN-TIPO.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-TIPO-NOME       PIC X(030).
       01  LIN-COLUNAS.
           05  FILLER              PIC X(026) VALUE SPACES.
           05  FILLER              PIC X(013) VALUE '        ATUAL'.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(013) VALUE '     PROPOSTA'.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(013) VALUE '    DIFERENCA'.
       01  LIN-COMPARA.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  LIN-CMP-DESCR       PIC X(023).
           05  LIN-CMP-ATUAL       PIC -.---.---.--9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  LIN-CMP-PROPOSTO    PIC -.---.---.--9.
           05  FILLER              PIC X(003) VALUE SPACES.
           05  LIN-CMP-DIFERENCA   PIC +.+++.+++.++9.
       01  LIN-FX-TITULO.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-FXT-TEXTO       PIC X(060).
       01  LIN-FX-COLUNAS.
           05  FILLER              PIC X(012) VALUE 'T   SALDO DE'.
           05  FILLER              PIC X(011) VALUE '  SALDO ATE'.
           05  FILLER              PIC X(007) VALUE ' CONTAS'.
           05  FILLER              PIC X(014) VALUE '     DEPOSITOS'.
           05  FILLER              PIC X(014) VALUE '       TARIFAS'.
           05  FILLER              PIC X(014) VALUE '    RENDIMENTO'.
           05  FILLER              PIC X(006) VALUE ' ZERAD'.
       01  LIN-FAIXA.
           05  LIN-FX-TIPO         PIC 9(001).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-FX-SALDO-DE     PIC --.---.--9.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-FX-SALDO-ATE    PIC --.---.--9.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-FX-QTDE         PIC ZZZZZ9.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-FX-DEPOSITO     PIC -.---.---.--9.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-FX-TARIFA       PIC -.---.---.--9.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-FX-RENDIMENTO   PIC -.---.---.--9.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-FX-ZERADAS      PIC ZZZZ9.
       01  LIN-RODAPE.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-ROD-DESCR       PIC X(040).
           05  LIN-ROD-QTDE        PIC ZZZ.ZZZ.ZZ9.
       01  LIN-TRACO               PIC X(080) VALUE ALL '-'.
       01  LIN-BRANCO              PIC X(080) VALUE SPACES.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.
           PERFORM 002-PROCESSA-CLIENTE UNTIL WRK-FIM-ARQUIVO-SIM.
           PERFORM 005-IMPRIME-COMPARATIVO.
           PERFORM 006-IMPRIME-FAIXAS.
           PERFORM 007-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 016-CARREGA-DATA.
           PERFORM 017-VERIFICA-CALENDARIO.

           MOVE 1 TO WRK-CEN.
           OPEN INPUT ARQ-TAXAS.

           IF WRK-FS-TAXAS NOT = '00'
              DISPLAY 'TABELA DE TAXAS ATUAL (TXPARM) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WRK-FIM-TAXAS.
           PERFORM 008B-LE-TAXA-ATUAL.
           PERFORM 008-CARREGA-TAXA UNTIL WRK-FIM-TAXAS-SIM.
           CLOSE ARQ-TAXAS.

           MOVE 2 TO WRK-CEN.
           OPEN INPUT ARQ-TAXAS-SIM.

           IF WRK-FS-TAXAS-SIM NOT = '00'
              DISPLAY 'TABELA DE TAXAS PROPOSTA (TXSIM) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WRK-FIM-TAXAS.
           PERFORM 008C-LE-TAXA-PROPOSTA.
           PERFORM 008-CARREGA-TAXA UNTIL WRK-FIM-TAXAS-SIM.
           CLOSE ARQ-TAXAS-SIM.

           IF WRK-CEN-QTDE-TAXAS(1) = 0 OR WRK-CEN-QTDE-TAXAS(2) = 0
              DISPLAY 'TABELA DE TAXAS SEM FAIXA VIGENTE NA DATA'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 013-CARREGA-CAMBIO.

           OPEN INPUT CLIENTE-MASTER.

           IF WRK-FS-MASTER NOT = '00'
              DISPLAY 'MASTER DE CLIENTES (CLIMST) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.

           PERFORM 015-LE-MASTER.

           IF WRK-FIM-ARQUIVO-SIM
              DISPLAY 'MASTER DE CLIENTES VAZIO'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       001-FIM.
           EXIT.
      *************************
       002-PROCESSA-CLIENTE SECTION.
      *************************
      *    A MESMA CONTA PASSA PELAS DUAS TABELAS, SEMPRE A PARTIR
      *    DO SALDO DE ABERTURA DO MASTER FECHADO.
      *************************
           ADD 1 TO WRK-QTDE-LIDOS.

           MOVE CLI-TIPO-CONTA TO WRK-TIPO-CONTA.
           MOVE CLI-MOEDA      TO WRK-MOEDA.
           MOVE CLI-SITUACAO   TO WRK-SITUACAO.

           IF NOT ST-VALIDA
              MOVE 'A' TO WRK-SITUACAO
           END-IF.

           IF ST-ENCERRADA
              ADD 1 TO WRK-QTDE-ENCERRADAS
              GO TO 002-LE
           END-IF.

           IF NOT (TC-CORRENTE OR TC-POUPANCA OR TC-SALARIO
                   OR TC-INVESTIMENTO OR TC-PAGAMENTO)
              ADD 1 TO WRK-QTDE-TIPO-INV
              GO TO 002-LE
           END-IF.

           PERFORM 014-PROCURA-CAMBIO.

           IF NOT WRK-REG-VALIDO-SIM
              ADD 1 TO WRK-QTDE-SEM-CAMBIO
              GO TO 002-LE
           END-IF.

           PERFORM 003-SIMULA-CENARIO
               VARYING WRK-CEN FROM 1 BY 1
               UNTIL WRK-CEN > 2.
       002-LE.
           PERFORM 015-LE-MASTER.
       002-FIM.
           EXIT.
      *************************
       003-SIMULA-CENARIO SECTION.
      *************************
      *    REPETE A 002-CALCULADO DO CLIENTES COM AS FAIXAS DO
      *    CENARIO: DEPOSITO, TARIFA, FATORES MULTIPLICADOR E
      *    DIVISOR E FATOR DE JUROS, CADA COBRANCA NA SUA
      *    PERIODICIDADE. RENDIMENTO E O QUE OS FATORES
      *    CREDITARAM; VARIACAO NEGATIVA NAO E RENDIMENTO.
      *************************
           MOVE CLI-SALDO TO WRK-SALDO.
           MOVE 0 TO WRK-DEPOSITO-DIA.
           MOVE 0 TO WRK-TARIFA-DIA.
           MOVE 0 TO WRK-RENDIMENTO-DIA.

           MOVE 'N' TO WRK-TAXA-ACHADA.
           MOVE 0   TO WRK-POS-TAXA.
           MOVE WRK-CEN-QTDE-TAXAS(WRK-CEN) TO WRK-QTDE-TAXAS.

           PERFORM 003A-PROCURA-FAIXA
               VARYING WRK-IND-TAXA FROM 1 BY 1
               UNTIL WRK-IND-TAXA > WRK-QTDE-TAXAS
                  OR WRK-TAXA-ACHADA-SIM.

           IF NOT WRK-TAXA-ACHADA-SIM
              ADD 1 TO WRK-TT-SEM-FAIXA(WRK-CEN WRK-TIPO-CONTA)
              ADD 1 TO WRK-TT-SEM-FAIXA(WRK-CEN 6)
              GO TO 003-FIM
           END-IF.

           MOVE WRK-POS-TAXA TO WRK-IND-TAXA.

           IF ST-BLOQUEADA
              GO TO 003-ACUMULA
           END-IF.

           MOVE WRK-TAB-PER-DEP(WRK-CEN WRK-IND-TAXA)
                                   TO WRK-PERIODICIDADE.
           PERFORM 021-CONFERE-PERIODICIDADE.

           IF WRK-COBRA-SIM
              ADD WRK-TAB-DEPOSITO(WRK-CEN WRK-IND-TAXA) TO WRK-SALDO
              MOVE WRK-TAB-DEPOSITO(WRK-CEN WRK-IND-TAXA)
                                   TO WRK-DEPOSITO-DIA
           END-IF.

           MOVE WRK-TAB-PER-TAR(WRK-CEN WRK-IND-TAXA)
                                   TO WRK-PERIODICIDADE.
           PERFORM 021-CONFERE-PERIODICIDADE.

           IF WRK-COBRA-SIM
              SUBTRACT WRK-TAB-TARIFA(WRK-CEN WRK-IND-TAXA)
                                   FROM WRK-SALDO
              MOVE WRK-TAB-TARIFA(WRK-CEN WRK-IND-TAXA)
                                   TO WRK-TARIFA-DIA
           END-IF.

           MOVE WRK-SALDO TO WRK-SALDO-ANTES-FATOR.

           MULTIPLY WRK-SALDO BY WRK-TAB-MULT(WRK-CEN WRK-IND-TAXA)
                                   GIVING WRK-SALDO
               ON SIZE ERROR
                   GO TO 003-ESTOURO
           END-MULTIPLY.

           DIVIDE WRK-SALDO BY WRK-TAB-DIV(WRK-CEN WRK-IND-TAXA)
                                   GIVING WRK-SALDO
               ON SIZE ERROR
                   GO TO 003-ESTOURO
           END-DIVIDE.

           MOVE WRK-TAB-PER-JUR(WRK-CEN WRK-IND-TAXA)
                                   TO WRK-PERIODICIDADE.
           PERFORM 021-CONFERE-PERIODICIDADE.

           IF WRK-COBRA-SIM
              COMPUTE WRK-SALDO =
                      WRK-SALDO * WRK-TAB-JUROS(WRK-CEN WRK-IND-TAXA)
                  ON SIZE ERROR
                      GO TO 003-ESTOURO
              END-COMPUTE
           END-IF.

           IF WRK-SALDO > WRK-SALDO-ANTES-FATOR
              COMPUTE WRK-RENDIMENTO-DIA =
                      WRK-SALDO - WRK-SALDO-ANTES-FATOR
           END-IF.
       003-ACUMULA.
           PERFORM 004-ACUMULA-CENARIO.
           GO TO 003-FIM.
       003-ESTOURO.
      *    NO CLIENTES A CONTA IRIA PARA O REJEITO: AQUI ELA SAI NO
      *    SYSOUT E ENTRA NA CONTAGEM DE SEM FAIXA DO CENARIO.
           ADD 1 TO WRK-QTDE-ESTOURO.
           ADD 1 TO WRK-TT-SEM-FAIXA(WRK-CEN WRK-TIPO-CONTA).
           ADD 1 TO WRK-TT-SEM-FAIXA(WRK-CEN 6).
           DISPLAY 'FATOR ESTOUROU O SALDO - CENARIO ' WRK-CEN
                   ' CONTA ' CLI-CONTA-NUM.
       003-FIM.
           EXIT.
      *************************
       003A-PROCURA-FAIXA SECTION.
      *************************
           IF WRK-TAB-TIPO(WRK-CEN WRK-IND-TAXA) = WRK-TIPO-CONTA
              AND CLI-SALDO NOT <
                        WRK-TAB-SALDO-DE(WRK-CEN WRK-IND-TAXA)
              AND CLI-SALDO NOT >
                        WRK-TAB-SALDO-ATE(WRK-CEN WRK-IND-TAXA)
              MOVE WRK-IND-TAXA TO WRK-POS-TAXA
              MOVE 'S'          TO WRK-TAXA-ACHADA
           END-IF.
       003A-FIM.
           EXIT.
      *************************
       004-ACUMULA-CENARIO SECTION.
      *************************
      *    SOMA NA FAIXA, NO TIPO E NO GERAL DO CENARIO, EM BRL.
      *    CONTA QUE ABRIU COM SALDO POSITIVO E FECHARIA COM SALDO
      *    ZERO OU NEGATIVO E CONTADA COMO ZERADA.
      *************************
           ADD 1 TO WRK-FX-QTDE(WRK-CEN WRK-IND-TAXA).
           ADD 1 TO WRK-TT-QTDE(WRK-CEN WRK-TIPO-CONTA).
           ADD 1 TO WRK-TT-QTDE(WRK-CEN 6).

           IF CLI-SALDO > 0 AND WRK-SALDO NOT > 0
              ADD 1 TO WRK-FX-ZERADAS(WRK-CEN WRK-IND-TAXA)
              ADD 1 TO WRK-TT-ZERADAS(WRK-CEN WRK-TIPO-CONTA)
              ADD 1 TO WRK-TT-ZERADAS(WRK-CEN 6)
           END-IF.

           COMPUTE WRK-VALOR-CONV ROUNDED =
                   WRK-DEPOSITO-DIA * WRK-TAXA-CAMBIO.
           ADD WRK-VALOR-CONV
                   TO WRK-FX-DEPOSITO(WRK-CEN WRK-IND-TAXA).
           ADD WRK-VALOR-CONV
                   TO WRK-TT-DEPOSITO(WRK-CEN WRK-TIPO-CONTA).
           ADD WRK-VALOR-CONV TO WRK-TT-DEPOSITO(WRK-CEN 6).

           COMPUTE WRK-VALOR-CONV ROUNDED =
                   WRK-TARIFA-DIA * WRK-TAXA-CAMBIO.
           ADD WRK-VALOR-CONV
                   TO WRK-FX-TARIFA(WRK-CEN WRK-IND-TAXA).
           ADD WRK-VALOR-CONV
                   TO WRK-TT-TARIFA(WRK-CEN WRK-TIPO-CONTA).
           ADD WRK-VALOR-CONV TO WRK-TT-TARIFA(WRK-CEN 6).

           COMPUTE WRK-VALOR-CONV ROUNDED =
                   WRK-RENDIMENTO-DIA * WRK-TAXA-CAMBIO.
           ADD WRK-VALOR-CONV
                   TO WRK-FX-RENDIMENTO(WRK-CEN WRK-IND-TAXA).
           ADD WRK-VALOR-CONV
                   TO WRK-TT-RENDIMENTO(WRK-CEN WRK-TIPO-CONTA).
           ADD WRK-VALOR-CONV TO WRK-TT-RENDIMENTO(WRK-CEN 6).

           COMPUTE WRK-VALOR-CONV ROUNDED =
                   WRK-SALDO * WRK-TAXA-CAMBIO.
           ADD WRK-VALOR-CONV
                   TO WRK-TT-SALDO-FINAL(WRK-CEN WRK-TIPO-CONTA).
           ADD WRK-VALOR-CONV TO WRK-TT-SALDO-FINAL(WRK-CEN 6).
       004-FIM.
           EXIT.
      *************************
       005-IMPRIME-COMPARATIVO SECTION.
      *************************
           MOVE WRK-DATA-CICLO TO LIN-CAB-DATA.

           EVALUATE TRUE
            WHEN WRK-ULT-DIA-ANO-SIM
               MOVE '(ULTIMO DIA UTIL DO ANO: COBRA D, M E A)'
                                   TO LIN-CAB-PERIODO
            WHEN WRK-ULT-DIA-MES-SIM
               MOVE '(ULTIMO DIA UTIL DO MES: COBRA D E M)'
                                   TO LIN-CAB-PERIODO
            WHEN OTHER
               MOVE '(DIA UTIL COMUM: COBRA SO D)'
                                   TO LIN-CAB-PERIODO
           END-EVALUATE.

           MOVE WRK-CEN-QTDE-TAXAS(1) TO LIN-CAB-FX-ATUAL.
           MOVE WRK-CEN-QTDE-TAXAS(2) TO LIN-CAB-FX-PROP.

           WRITE REG-RELATORIO FROM LIN-CABECALHO-1.
           WRITE REG-RELATORIO FROM LIN-CABECALHO-2.
           WRITE REG-RELATORIO FROM LIN-CABECALHO-3.
           WRITE REG-RELATORIO FROM LIN-TRACO.

           PERFORM 005A-IMPRIME-TIPO
               VARYING WRK-IND-TIPO FROM 1 BY 1
               UNTIL WRK-IND-TIPO > 6.

           MOVE 'CONTAS LIDAS NO MASTER' TO LIN-ROD-DESCR.
           MOVE WRK-QTDE-LIDOS           TO LIN-ROD-QTDE.
           WRITE REG-RELATORIO FROM LIN-RODAPE.
           MOVE 'ENCERRADAS (FORA DA SIMULACAO)' TO LIN-ROD-DESCR.
           MOVE WRK-QTDE-ENCERRADAS      TO LIN-ROD-QTDE.
           WRITE REG-RELATORIO FROM LIN-RODAPE.
           MOVE 'TIPO DE CONTA INVALIDO' TO LIN-ROD-DESCR.
           MOVE WRK-QTDE-TIPO-INV        TO LIN-ROD-QTDE.
           WRITE REG-RELATORIO FROM LIN-RODAPE.
           MOVE 'MOEDA SEM CAMBIO VIGENTE' TO LIN-ROD-DESCR.
           MOVE WRK-QTDE-SEM-CAMBIO      TO LIN-ROD-QTDE.
           WRITE REG-RELATORIO FROM LIN-RODAPE.
           WRITE REG-RELATORIO FROM LIN-TRACO.
       005-FIM.
           EXIT.
      *************************
       005A-IMPRIME-TIPO SECTION.
      *************************
           IF WRK-TT-QTDE(1 WRK-IND-TIPO) = 0
              AND WRK-TT-QTDE(2 WRK-IND-TIPO) = 0
              AND WRK-TT-SEM-FAIXA(1 WRK-IND-TIPO) = 0
              AND WRK-TT-SEM-FAIXA(2 WRK-IND-TIPO) = 0
              AND WRK-IND-TIPO < 6
              GO TO 005A-FIM
           END-IF.

           EVALUATE WRK-IND-TIPO
            WHEN 1
               MOVE 'TIPO 1 - CONTA CORRENTE'     TO LIN-TIPO-NOME
            WHEN 2
               MOVE 'TIPO 2 - CONTA POUPANCA'     TO LIN-TIPO-NOME
            WHEN 3
               MOVE 'TIPO 3 - CONTA SALARIO'      TO LIN-TIPO-NOME
            WHEN 4
               MOVE 'TIPO 4 - CONTA INVESTIMENTO' TO LIN-TIPO-NOME
            WHEN 5
               MOVE 'TIPO 5 - CONTA PAGAMENTO'    TO LIN-TIPO-NOME
            WHEN OTHER
               MOVE 'TOTAL GERAL (BRL)'           TO LIN-TIPO-NOME
           END-EVALUATE.

           WRITE REG-RELATORIO FROM LIN-TIPO.
           WRITE REG-RELATORIO FROM LIN-COLUNAS.

           MOVE 'CONTAS SIMULADAS'   TO LIN-CMP-DESCR.
           MOVE WRK-TT-QTDE(1 WRK-IND-TIPO) TO WRK-VALOR-ATUAL.
           MOVE WRK-TT-QTDE(2 WRK-IND-TIPO) TO WRK-VALOR-PROPOSTO.
           PERFORM 005B-IMPRIME-LINHA.

           MOVE 'SEM FAIXA NA TABELA' TO LIN-CMP-DESCR.
           MOVE WRK-TT-SEM-FAIXA(1 WRK-IND-TIPO) TO WRK-VALOR-ATUAL.
           MOVE WRK-TT-SEM-FAIXA(2 WRK-IND-TIPO) TO WRK-VALOR-PROPOSTO.
           PERFORM 005B-IMPRIME-LINHA.

           MOVE 'DEPOSITOS CREDITADOS' TO LIN-CMP-DESCR.
           MOVE WRK-TT-DEPOSITO(1 WRK-IND-TIPO) TO WRK-VALOR-ATUAL.
           MOVE WRK-TT-DEPOSITO(2 WRK-IND-TIPO) TO WRK-VALOR-PROPOSTO.
           PERFORM 005B-IMPRIME-LINHA.

           MOVE 'TARIFAS COBRADAS'    TO LIN-CMP-DESCR.
           MOVE WRK-TT-TARIFA(1 WRK-IND-TIPO) TO WRK-VALOR-ATUAL.
           MOVE WRK-TT-TARIFA(2 WRK-IND-TIPO) TO WRK-VALOR-PROPOSTO.
           PERFORM 005B-IMPRIME-LINHA.

           MOVE 'RENDIMENTO (FATORES)' TO LIN-CMP-DESCR.
           MOVE WRK-TT-RENDIMENTO(1 WRK-IND-TIPO) TO WRK-VALOR-ATUAL.
           MOVE WRK-TT-RENDIMENTO(2 WRK-IND-TIPO)
                                   TO WRK-VALOR-PROPOSTO.
           PERFORM 005B-IMPRIME-LINHA.

           MOVE 'SALDO FINAL'         TO LIN-CMP-DESCR.
           MOVE WRK-TT-SALDO-FINAL(1 WRK-IND-TIPO) TO WRK-VALOR-ATUAL.
           MOVE WRK-TT-SALDO-FINAL(2 WRK-IND-TIPO)
                                   TO WRK-VALOR-PROPOSTO.
           PERFORM 005B-IMPRIME-LINHA.

           MOVE 'CONTAS A ZERO/NEGATIVO' TO LIN-CMP-DESCR.
           MOVE WRK-TT-ZERADAS(1 WRK-IND-TIPO) TO WRK-VALOR-ATUAL.
           MOVE WRK-TT-ZERADAS(2 WRK-IND-TIPO) TO WRK-VALOR-PROPOSTO.
           PERFORM 005B-IMPRIME-LINHA.

           WRITE REG-RELATORIO FROM LIN-BRANCO.
       005A-FIM.
           EXIT.
      *************************
       005B-IMPRIME-LINHA SECTION.
      *************************
           MOVE WRK-VALOR-ATUAL    TO LIN-CMP-ATUAL.
           MOVE WRK-VALOR-PROPOSTO TO LIN-CMP-PROPOSTO.
           COMPUTE LIN-CMP-DIFERENCA =
                   WRK-VALOR-PROPOSTO - WRK-VALOR-ATUAL.

           WRITE REG-RELATORIO FROM LIN-COMPARA.
       005B-FIM.
           EXIT.
      *************************
       006-IMPRIME-FAIXAS SECTION.
      *************************
      *    DETALHE FAIXA A FAIXA DE CADA TABELA, NA ORDEM EM QUE AS
      *    FAIXAS VIERAM NO ARQUIVO.
      *************************
           PERFORM 006A-IMPRIME-CENARIO
               VARYING WRK-CEN FROM 1 BY 1
               UNTIL WRK-CEN > 2.
       006-FIM.
           EXIT.
      *************************
       006A-IMPRIME-CENARIO SECTION.
      *************************
           IF WRK-CEN = 1
              MOVE 'FAIXAS DA TABELA ATUAL (TXPARM)' TO LIN-FXT-TEXTO
           ELSE
              WRITE REG-RELATORIO FROM LIN-BRANCO
              MOVE 'FAIXAS DA TABELA PROPOSTA (TXSIM)'
                                                   TO LIN-FXT-TEXTO
           END-IF.

           WRITE REG-RELATORIO FROM LIN-FX-TITULO.
           WRITE REG-RELATORIO FROM LIN-FX-COLUNAS.

           MOVE WRK-CEN-QTDE-TAXAS(WRK-CEN) TO WRK-QTDE-TAXAS.

           PERFORM 006B-IMPRIME-FAIXA
               VARYING WRK-IND-TAXA FROM 1 BY 1
               UNTIL WRK-IND-TAXA > WRK-QTDE-TAXAS.
       006A-FIM.
           EXIT.
      *************************
       006B-IMPRIME-FAIXA SECTION.
      *************************
           MOVE WRK-TAB-TIPO(WRK-CEN WRK-IND-TAXA)     TO LIN-FX-TIPO.
           MOVE WRK-TAB-SALDO-DE(WRK-CEN WRK-IND-TAXA)
                                   TO LIN-FX-SALDO-DE.
           MOVE WRK-TAB-SALDO-ATE(WRK-CEN WRK-IND-TAXA)
                                   TO LIN-FX-SALDO-ATE.
           MOVE WRK-FX-QTDE(WRK-CEN WRK-IND-TAXA)      TO LIN-FX-QTDE.
           MOVE WRK-FX-DEPOSITO(WRK-CEN WRK-IND-TAXA)
                                   TO LIN-FX-DEPOSITO.
           MOVE WRK-FX-TARIFA(WRK-CEN WRK-IND-TAXA)
                                   TO LIN-FX-TARIFA.
           MOVE WRK-FX-RENDIMENTO(WRK-CEN WRK-IND-TAXA)
                                   TO LIN-FX-RENDIMENTO.
           MOVE WRK-FX-ZERADAS(WRK-CEN WRK-IND-TAXA)
                                   TO LIN-FX-ZERADAS.

           WRITE REG-RELATORIO FROM LIN-FAIXA.
       006B-FIM.
           EXIT.
      *************************
       007-FINAL SECTION.
      *************************
           CLOSE CLIENTE-MASTER.
           CLOSE ARQ-RELATORIO.

           IF WRK-TT-SEM-FAIXA(1 6) > 0
              OR WRK-TT-SEM-FAIXA(2 6) > 0
              OR WRK-QTDE-SEM-CAMBIO > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY '==========================================='.
           DISPLAY '  SIMULACAO DE TABELA DE TAXAS - CLISIMTX'.
           DISPLAY '==========================================='.
           DISPLAY 'DATA SIMULADA...........: ' WRK-DATA-CICLO.
           DISPLAY 'CONTAS LIDAS............: ' WRK-QTDE-LIDOS.
           DISPLAY 'ENCERRADAS..............: ' WRK-QTDE-ENCERRADAS.
           DISPLAY 'TIPO INVALIDO...........: ' WRK-QTDE-TIPO-INV.
           DISPLAY 'SEM CAMBIO..............: ' WRK-QTDE-SEM-CAMBIO.
           DISPLAY 'FATOR ESTOUROU SALDO....: ' WRK-QTDE-ESTOURO.
           DISPLAY 'SIMULADAS TABELA ATUAL..: ' WRK-TT-QTDE(1 6).
           DISPLAY 'SIMULADAS TABELA PROPOSTA: ' WRK-TT-QTDE(2 6).
           DISPLAY '==========================================='.
       007-FIM.
           EXIT.
      *************************
       008-CARREGA-TAXA SECTION.
      *************************
      *    SO ENTRA NA TABELA DO CENARIO A VIGENCIA MAIS RECENTE DE
      *    CADA FAIXA (TIPO + INTERVALO DE SALDO) QUE NAO SEJA
      *    POSTERIOR A DATA ESCOLHIDA, COMO NA CARGA DO CLIENTES.
      *************************
           ADD 1 TO WRK-CEN-QTDE-LIDAS(WRK-CEN).

           IF TXL-DATA-VIGENCIA > WRK-DATA-CICLO
              GO TO 008-LE
           END-IF.

           MOVE 0 TO WRK-POS-TAXA.
           MOVE WRK-CEN-QTDE-TAXAS(WRK-CEN) TO WRK-QTDE-TAXAS.

           PERFORM 008A-PROCURA-TAXA
               VARYING WRK-IND-TAXA FROM 1 BY 1
               UNTIL WRK-IND-TAXA > WRK-QTDE-TAXAS.

           IF WRK-POS-TAXA = 0
              IF WRK-QTDE-TAXAS = 50
                 DISPLAY 'ARQUIVO DE TAXAS COM MAIS DE 50 FAIXAS - '
                         'CENARIO ' WRK-CEN
                 DISPLAY 'PROCESSAMENTO INTERROMPIDO'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WRK-CEN-QTDE-TAXAS(WRK-CEN)
              MOVE WRK-CEN-QTDE-TAXAS(WRK-CEN) TO WRK-POS-TAXA
           END-IF.

           IF TXL-DATA-VIGENCIA NOT <
                        WRK-TAB-VIGENCIA(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-TIPO-CONTA
                          TO WRK-TAB-TIPO(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-DATA-VIGENCIA
                          TO WRK-TAB-VIGENCIA(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-SALDO-DE
                          TO WRK-TAB-SALDO-DE(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-SALDO-ATE
                          TO WRK-TAB-SALDO-ATE(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-DEPOSITO
                          TO WRK-TAB-DEPOSITO(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-TARIFA
                          TO WRK-TAB-TARIFA(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-FATOR-MULT
                          TO WRK-TAB-MULT(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-FATOR-DIV
                          TO WRK-TAB-DIV(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-FATOR-JUROS
                          TO WRK-TAB-JUROS(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-PER-DEPOSITO
                          TO WRK-TAB-PER-DEP(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-PER-TARIFA
                          TO WRK-TAB-PER-TAR(WRK-CEN WRK-POS-TAXA)
              MOVE TXL-PER-JUROS
                          TO WRK-TAB-PER-JUR(WRK-CEN WRK-POS-TAXA)
           END-IF.
       008-LE.
           IF WRK-CEN = 1
              PERFORM 008B-LE-TAXA-ATUAL
           ELSE
              PERFORM 008C-LE-TAXA-PROPOSTA
           END-IF.
       008-FIM.
           EXIT.
      *************************
       008A-PROCURA-TAXA SECTION.
      *************************
           IF WRK-TAB-TIPO(WRK-CEN WRK-IND-TAXA) = TXL-TIPO-CONTA
              AND WRK-TAB-SALDO-DE(WRK-CEN WRK-IND-TAXA)
                                   = TXL-SALDO-DE
              AND WRK-TAB-SALDO-ATE(WRK-CEN WRK-IND-TAXA)
                                   = TXL-SALDO-ATE
              MOVE WRK-IND-TAXA TO WRK-POS-TAXA
           END-IF.
       008A-FIM.
           EXIT.
      *************************
       008B-LE-TAXA-ATUAL SECTION.
      *************************
           READ ARQ-TAXAS INTO REG-TAXA-LIDA
               AT END
                   MOVE 'S' TO WRK-FIM-TAXAS
           END-READ.
       008B-FIM.
           EXIT.
      *************************
       008C-LE-TAXA-PROPOSTA SECTION.
      *************************
           READ ARQ-TAXAS-SIM INTO REG-TAXA-LIDA
               AT END
                   MOVE 'S' TO WRK-FIM-TAXAS
           END-READ.
       008C-FIM.
           EXIT.
      *************************
       013-CARREGA-CAMBIO SECTION.
      *************************
      *    CARREGA AS TAXAS DE CAMBIO VIGENTES (UMA POR MOEDA).
      *    SO ENTRA NA TABELA A TAXA COM DATA DE VIGENCIA MAIS
      *    RECENTE QUE NAO SEJA POSTERIOR A DATA ESCOLHIDA.
      *************************
           MOVE SPACES TO WRK-TAB-CAMBIOS.

           OPEN INPUT ARQ-CAMBIO.

           IF WRK-FS-CAMBIO NOT = '00'
              GO TO 013-FIM
           END-IF.

           READ ARQ-CAMBIO
               AT END
                   MOVE 'S' TO WRK-FIM-CAMBIO
           END-READ.

           PERFORM 013A-LE-PROXIMO-CAMBIO UNTIL WRK-FIM-CAMBIO-SIM.

           CLOSE ARQ-CAMBIO.
       013-FIM.
           EXIT.
      *************************
       013A-LE-PROXIMO-CAMBIO SECTION.
      *************************
           IF CAM-DATA-VIGENCIA > WRK-DATA-CICLO
              GO TO 013A-LE
           END-IF.

           MOVE 0 TO WRK-POS-CAM.

           PERFORM 013B-PROCURA-MOEDA
               VARYING WRK-IND-CAM FROM 1 BY 1
               UNTIL WRK-IND-CAM > WRK-QTDE-CAMBIO.

           IF WRK-POS-CAM = 0
              IF WRK-QTDE-CAMBIO = 10
                 DISPLAY 'ARQUIVO DE CAMBIO COM MAIS DE 10 MOEDAS'
                 DISPLAY 'PROCESSAMENTO INTERROMPIDO'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WRK-QTDE-CAMBIO
              MOVE WRK-QTDE-CAMBIO TO WRK-POS-CAM
              MOVE ZEROS TO WRK-TAB-CAM-VIGENCIA(WRK-POS-CAM)
           END-IF.

           IF CAM-DATA-VIGENCIA NOT <
                        WRK-TAB-CAM-VIGENCIA(WRK-POS-CAM)
              MOVE CAM-MOEDA         TO WRK-TAB-CAM-MOEDA(WRK-POS-CAM)
              MOVE CAM-DATA-VIGENCIA
                                TO WRK-TAB-CAM-VIGENCIA(WRK-POS-CAM)
              MOVE CAM-TAXA          TO WRK-TAB-CAM-TAXA(WRK-POS-CAM)
           END-IF.
       013A-LE.
           READ ARQ-CAMBIO
               AT END
                   MOVE 'S' TO WRK-FIM-CAMBIO
           END-READ.
       013A-FIM.
           EXIT.
      *************************
       013B-PROCURA-MOEDA SECTION.
      *************************
           IF WRK-TAB-CAM-MOEDA(WRK-IND-CAM) = CAM-MOEDA
              MOVE WRK-IND-CAM TO WRK-POS-CAM
           END-IF.
       013B-FIM.
           EXIT.
      *************************
       014-PROCURA-CAMBIO SECTION.
      *************************
      *    TAXA DE CONVERSAO AO BRL DA MOEDA DA CONTA; SEM CAMBIO
      *    VIGENTE A CONTA FICA FORA DAS DUAS SIMULACOES.
      *************************
           MOVE 'S' TO WRK-REG-VALIDO.
           MOVE 1   TO WRK-TAXA-CAMBIO.

           IF WRK-MOEDA-BRL
              GO TO 014-FIM
           END-IF.

           MOVE 0 TO WRK-POS-CAM.

           PERFORM 014A-COMPARA-MOEDA
               VARYING WRK-IND-CAM FROM 1 BY 1
               UNTIL WRK-IND-CAM > WRK-QTDE-CAMBIO.

           IF WRK-POS-CAM = 0
              MOVE 'N' TO WRK-REG-VALIDO
              DISPLAY 'MOEDA SEM CAMBIO VIGENTE: ' WRK-MOEDA
                      ' CONTA ' CLI-CONTA-NUM
              GO TO 014-FIM
           END-IF.

           MOVE WRK-TAB-CAM-TAXA(WRK-POS-CAM) TO WRK-TAXA-CAMBIO.
       014-FIM.
           EXIT.
      *************************
       014A-COMPARA-MOEDA SECTION.
      *************************
           IF WRK-TAB-CAM-MOEDA(WRK-IND-CAM) = WRK-MOEDA
              MOVE WRK-IND-CAM TO WRK-POS-CAM
           END-IF.
       014A-FIM.
           EXIT.
      *************************
       015-LE-MASTER SECTION.
      *************************
      *    LE A PROXIMA CONTA DO MASTER FECHADO, PULANDO O HEADER;
      *    O TRAILER ENCERRA O ARQUIVO.
      *************************
       015-LE.
           READ CLIENTE-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   GO TO 015-FIM
           END-READ.

           IF MST-CTL-TRAILER
              MOVE 'S' TO WRK-FIM-ARQUIVO
              GO TO 015-FIM
           END-IF.

           IF MST-CTL-HEADER
              GO TO 015-LE
           END-IF.
       015-FIM.
           EXIT.
      *************************
       016-CARREGA-DATA SECTION.
      *************************
      *    A DATA A SIMULAR VEM DO CARTAO SIMDAT, NO LAYOUT DO
      *    CARTAO DE DATA DE MOVIMENTO, E NAO DO DATPRM DO CICLO.
      *************************
           OPEN INPUT ARQ-DATA.

           IF WRK-FS-DATA NOT = '00'
              DISPLAY 'CARTAO DE DATA DA SIMULACAO (SIMDAT) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARQ-DATA
               AT END
                   DISPLAY 'CARTAO DE DATA DA SIMULACAO VAZIO'
                   DISPLAY 'PROCESSAMENTO INTERROMPIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF DAT-DATA-MOVTO IS NOT NUMERIC
              DISPLAY 'DATA DA SIMULACAO NAO NUMERICA'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE DAT-DATA-MOVTO TO WRK-DATA-CICLO.

           CLOSE ARQ-DATA.

           DISPLAY 'DATA DA SIMULACAO: ' WRK-DATA-CICLO.
       016-FIM.
           EXIT.
      *************************
       017-VERIFICA-CALENDARIO SECTION.
      *************************
      *    RECUSA DATA EM FIM DE SEMANA OU FERIADO DO CALENDARIO
      *    (CALPRM), COMO O CLIENTES, E APURA SE ELA E O ULTIMO DIA
      *    UTIL DO MES (E DO ANO), QUE COMANDA AS COBRANCAS MENSAIS
      *    E ANUAIS.
      *************************
           MOVE WRK-DATA-CICLO TO WRK-DATA-ZEL.
           PERFORM 017A-DIA-DA-SEMANA.

           IF WRK-DIA-SABADO OR WRK-DIA-DOMINGO
              DISPLAY 'DATA DA SIMULACAO CAI EM FIM DE SEMANA'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 017D-CARREGA-FERIADOS.

           MOVE WRK-DATA-CICLO TO WRK-DATA-FER.
           PERFORM 017C-CONFERE-FERIADO.

           IF WRK-E-FERIADO-SIM
              DISPLAY 'DATA DA SIMULACAO E FERIADO DO CALENDARIO'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 020-ULTIMO-DIA-UTIL.
       017-FIM.
           EXIT.
      *************************
       017A-DIA-DA-SEMANA SECTION.
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
       017A-FIM.
           EXIT.
      *************************
       017B-GUARDA-FERIADO SECTION.
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
       017B-FIM.
           EXIT.
      *************************
       017C-CONFERE-FERIADO SECTION.
      *************************
           MOVE 'N' TO WRK-E-FERIADO.

           PERFORM 017E-COMPARA-FERIADO
               VARYING WRK-IND-FER FROM 1 BY 1
               UNTIL WRK-IND-FER > WRK-QTDE-FERIADOS.
       017C-FIM.
           EXIT.
      *************************
       017D-CARREGA-FERIADOS SECTION.
      *************************
           OPEN INPUT ARQ-CALENDARIO.

           IF WRK-FS-CALENDARIO NOT = '00'
              GO TO 017D-FIM
           END-IF.

           READ ARQ-CALENDARIO
               AT END
                   MOVE 'S' TO WRK-FIM-CALEND
           END-READ.

           PERFORM 017B-GUARDA-FERIADO UNTIL WRK-FIM-CALEND-SIM.

           CLOSE ARQ-CALENDARIO.
       017D-FIM.
           EXIT.
      *************************
       017E-COMPARA-FERIADO SECTION.
      *************************
           IF WRK-TAB-FERIADO(WRK-IND-FER) = WRK-DATA-FER
              MOVE 'S' TO WRK-E-FERIADO
           END-IF.
       017E-FIM.
           EXIT.
      *************************
       020-ULTIMO-DIA-UTIL SECTION.
      *************************
      *    AVANCA DIA A DIA A PARTIR DA DATA ESCOLHIDA ATE O PROXIMO
      *    DIA UTIL. SE ELE CAI EM OUTRO MES, A DATA E O ULTIMO DIA
      *    UTIL DO MES; E SENDO DEZEMBRO, TAMBEM DO ANO.
      *************************
           MOVE 'N' TO WRK-ULT-DIA-MES.
           MOVE 'N' TO WRK-ULT-DIA-ANO.
           MOVE 'N' TO WRK-ACHOU-DIA-UTIL.

           MOVE WRK-DATA-CICLO TO WRK-DATA-TESTE.

           PERFORM 020A-TESTA-PROXIMO-DIA
               UNTIL WRK-ACHOU-DIA-UTIL-SIM.

           IF WRK-DATA-TESTE(5:2) NOT = WRK-DATA-CICLO(5:2)
              MOVE 'S' TO WRK-ULT-DIA-MES
              IF WRK-DATA-CICLO(5:2) = '12'
                 MOVE 'S' TO WRK-ULT-DIA-ANO
              END-IF
           END-IF.
       020-FIM.
           EXIT.
      *************************
       020A-TESTA-PROXIMO-DIA SECTION.
      *************************
           PERFORM 020B-SOMA-UM-DIA.

           MOVE WRK-DATA-TESTE TO WRK-DATA-ZEL.
           PERFORM 017A-DIA-DA-SEMANA.

           IF WRK-DIA-SABADO OR WRK-DIA-DOMINGO
              GO TO 020A-FIM
           END-IF.

           MOVE WRK-DATA-TESTE TO WRK-DATA-FER.
           PERFORM 017C-CONFERE-FERIADO.

           IF NOT WRK-E-FERIADO-SIM
              MOVE 'S' TO WRK-ACHOU-DIA-UTIL
           END-IF.
       020A-FIM.
           EXIT.
      *************************
       020B-SOMA-UM-DIA SECTION.
      *************************
           PERFORM 020C-DIAS-DO-MES.

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
       020B-FIM.
           EXIT.
      *************************
       020C-DIAS-DO-MES SECTION.
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
       020C-FIM.
           EXIT.
      *************************
       021-CONFERE-PERIODICIDADE SECTION.
      *************************
      *    D (OU BRANCO) = COBRA TODO CICLO; M = SO NO ULTIMO DIA
      *    UTIL DO MES; A = SO NO ULTIMO DIA UTIL DO ANO.
      *************************
           MOVE 'S' TO WRK-COBRA.

           EVALUATE WRK-PERIODICIDADE
            WHEN 'M'
               IF NOT WRK-ULT-DIA-MES-SIM
                  MOVE 'N' TO WRK-COBRA
               END-IF
            WHEN 'A'
               IF NOT WRK-ULT-DIA-ANO-SIM
                  MOVE 'N' TO WRK-COBRA
               END-IF
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
       021-FIM.
           EXIT.
