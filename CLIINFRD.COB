      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLIINFRD.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  INFORME DE RENDIMENTOS ANUAL. RODA NO PRIMEIRO DIA UTIL DO
      *  ANO, DEPOIS DO CICLO QUE VIROU O ACUMULADO DE RENDIMENTOS
      *  (CLIRENDA). O ANO-BASE E O ANO ANTERIOR AO DA DATA DO
      *  DATPRM. PARA CADA CONTA DO ACUMULADO (CLIRDA) COM O BLOCO
      *  DO ANO-BASE, CASA POR CONTA O MASTER (CLIMST, PARA NOME E
      *  CNPJ/CPF DO TITULAR) E O CADASTRO DE CONTATO (CLICTT, PARA
      *  O ENDERECO DE POSTAGEM) E:
      *  - IMPRIME O INFORME DA CONTA (CLIINFR): RENDIMENTOS
      *    CREDITADOS, TARIFAS, JUROS E IOF DO CHEQUE ESPECIAL E
      *    SALDO EM 31/12, EM BRL;
      *  - GRAVA A LINHA DA CONTA NO ARQUIVO DELIMITADO PARA A AREA
      *    FISCAL ENVIAR A RECEITA FEDERAL (CLIINFD):
      *      HDR;<ANO-BASE>;<DATA DE GERACAO AAAAMMDD>
      *      INF;<ANO-BASE>;<TIPO DOC J/F>;<CNPJ OU CPF SEM
      *          PONTUACAO>;<NOME>;<CONTA>;<MOEDA DA CONTA>;
      *          <RENDIMENTOS>;<TARIFAS>;<JUROS CHEQUE ESPECIAL>;
      *          <IOF CHEQUE ESPECIAL>;<SALDO EM 31/12>
      *      TRL;<QTDE DE LINHAS INF>;<HASH DOS VALORES>
      *  CONTA DO ACUMULADO QUE NAO ESTA MAIS NO MASTER (ENCERRADA E
      *  EXPURGADA DEPOIS DE TER RENDIMENTO NO ANO-BASE) TEM O
      *  INFORME E A LINHA INF EMITIDOS COM O NOME E O CNPJ/CPF DO
      *  TITULAR GUARDADOS NO ACUMULADO, E E LISTADA NO SYSOUT. SO A
      *  CONTA SEM MASTER E SEM TITULAR NO ACUMULADO (GRAVADA ANTES
      *  DO ACUMULADO GUARDAR O TITULAR) FICA SEM INFORME, NO SYSOUT
      *  COM RC 4. NENHUMA CONTA COM O ANO-BASE (O CICLO DA VIRADA
      *  AINDA NAO RODOU) SAI COM RC 8.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACUMULADO ASSIGN TO "CLIRDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACUMULADO.
           SELECT MASTER-FECHADO ASSIGN TO "CLIMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTIONAL ARQ-CONTATO ASSIGN TO "CLICTT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTATO.
           SELECT ARQ-RELATORIO ASSIGN TO "CLIINFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT ARQ-RECEITA ASSIGN TO "CLIINFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEITA.
           SELECT ARQ-DATA ASSIGN TO "DATPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATA.
           SELECT OPTIONAL ARQ-RUN-CTL ASSIGN TO "CLIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN-CTL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
        FILE SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-ACUMULADO
           LABEL RECORD IS STANDARD.
       01  REG-ACUMULADO.
           05  RDA-CONTA-NUM       PIC 9(006).
           05  RDA-MOEDA           PIC X(003).
           05  RDA-DATA-ULT        PIC 9(008).
           05  RDA-ANO             PIC 9(004).
           05  RDA-RENDIMENTO      PIC S9(09).
           05  RDA-TARIFA          PIC S9(09).
           05  RDA-JUROS-CHEQUE    PIC S9(09).
           05  RDA-IOF-CHEQUE      PIC S9(09).
           05  RDA-SALDO           PIC S9(09).
           05  RDA-ANO-BASE        PIC 9(004).
           05  RDA-BAS-RENDIMENTO  PIC S9(09).
           05  RDA-BAS-TARIFA      PIC S9(09).
           05  RDA-BAS-JUROS-CHEQUE PIC S9(09).
           05  RDA-BAS-IOF-CHEQUE  PIC S9(09).
           05  RDA-BAS-SALDO       PIC S9(09).
           05  RDA-NOME            PIC X(030).
           05  RDA-CNPJ            PIC X(014).
           05  RDA-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  MASTER-FECHADO
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
       FD  ARQ-RELATORIO
           LABEL RECORD IS STANDARD.
       01  REG-RELATORIO           PIC X(080).
      *----------------------------------------------------------------*
       FD  ARQ-RECEITA
           LABEL RECORD IS STANDARD.
       01  REG-RECEITA             PIC X(200).
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
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-ACUMULADO  PIC  X(002).
       01  WRK-FS-MASTER     PIC  X(002).
       01  WRK-FS-CONTATO    PIC  X(002).
       01  WRK-FS-RELATORIO  PIC  X(002).
       01  WRK-FS-RECEITA    PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-CICLO-R REDEFINES WRK-DATA-CICLO.
           05  WRK-ANO-CICLO       PIC 9(004).
           05  WRK-MMDD-CICLO      PIC 9(004).
       01  WRK-ANO-BASE      PIC  9(004) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-FIM-ACUMULADO PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ACUMULADO-SIM VALUE 'S'.
       01  WRK-FIM-MASTER    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-MASTER-SIM    VALUE 'S'.
       01  WRK-TEM-MASTER    PIC  X(001) VALUE 'N'.
           88 WRK-TEM-MASTER-SIM    VALUE 'S'.
       01  WRK-FIM-CONTATO   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CONTATO-SIM   VALUE 'S'.
       01  WRK-CONTATO-ABERTO PIC X(001) VALUE 'N'.
           88 WRK-CONTATO-ABERTO-SIM VALUE 'S'.
       01  WRK-TEM-CONTATO   PIC  X(001) VALUE 'N'.
           88 WRK-TEM-CONTATO-SIM   VALUE 'S'.
       01  WRK-TIPO-DOC      PIC  X(001) VALUE SPACE.
           COPY TDCODES.
       01  WRK-NOME-TITULAR  PIC  X(030) VALUE SPACES.
       01  WRK-CNPJ          PIC  X(014) VALUE SPACES.
       01  WRK-CNPJ-ALFA     PIC  X(018) VALUE SPACES.
       01  WRK-CNPJ-VALIDO   PIC  X(001) VALUE 'N'.
       01  WRK-QTDE-LIDOS    PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-SEM-BASE PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-SEM-MASTER PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-EXPURGADA PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-INFORMES PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-INF-FMT  PIC  9(007) VALUE ZEROS.
       01  WRK-HASH-VALORES  PIC S9(013) VALUE ZEROS.
       01  WRK-HASH-FMT      PIC +9(013).
       01  WRK-TOT-RENDIMENTO PIC S9(11) COMP VALUE 0.
       01  WRK-TOT-TARIFA    PIC S9(11) COMP VALUE 0.
       01  WRK-TOT-JUROS-CHEQUE PIC S9(11) COMP VALUE 0.
       01  WRK-TOT-IOF-CHEQUE PIC S9(11) COMP VALUE 0.
       01  WRK-TOT-SALDO     PIC S9(11) COMP VALUE 0.
       01  WRK-TOT-FMT       PIC +ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *  CAMPOS DA LINHA DELIMITADA: VALORES COM SINAL E ZEROS A
      *  ESQUERDA, EM REAIS INTEIROS, COMO NA INTERFACE CONTABIL.
      *
       01  WRK-REC-RENDIMENTO PIC +9(009).
       01  WRK-REC-TARIFA    PIC +9(009).
       01  WRK-REC-JUROS     PIC +9(009).
       01  WRK-REC-IOF       PIC +9(009).
       01  WRK-REC-SALDO     PIC +9(009).
      *
      *  LINHAS DO INFORME
      *
       01  LIN-CABECALHO-1.
           05  FILLER              PIC X(015) VALUE SPACES.
           05  FILLER              PIC X(043)
               VALUE 'INFORME DE RENDIMENTOS FINANCEIROS'.
       01  LIN-CABECALHO-2.
           05  FILLER              PIC X(015) VALUE SPACES.
           05  FILLER              PIC X(015) VALUE 'ANO-CALENDARIO '.
           05  LIN-CAB-ANO         PIC 9(004).
       01  LIN-CLIENTE-NOME.
           05  FILLER              PIC X(014) VALUE 'CLIENTE.....: '.
           05  LIN-CLI-NOME        PIC X(030).
       01  LIN-CLIENTE-CNPJ.
           05  LIN-CLI-ROTULO-DOC  PIC X(014) VALUE 'CNPJ........: '.
           05  LIN-CLI-CNPJ        PIC X(018).
       01  LIN-CLIENTE-ENDER.
           05  FILLER              PIC X(014) VALUE 'ENDERECO....: '.
           05  LIN-CLI-ENDERECO    PIC X(040).
       01  LIN-CLIENTE-CIDADE.
           05  FILLER              PIC X(014) VALUE 'CIDADE......: '.
           05  LIN-CLI-CIDADE      PIC X(020).
           05  FILLER              PIC X(001) VALUE '-'.
           05  LIN-CLI-UF          PIC X(002).
           05  FILLER              PIC X(005) VALUE ' CEP '.
           05  LIN-CLI-CEP         PIC 9(008).
       01  LIN-CLIENTE-CONTA.
           05  FILLER              PIC X(014) VALUE 'CONTA.......: '.
           05  LIN-CLI-CONTA       PIC 9(006).
           05  FILLER              PIC X(010) VALUE '   MOEDA: '.
           05  LIN-CLI-MOEDA       PIC X(003).
       01  LIN-VALOR.
           05  LIN-VAL-ROTULO      PIC X(031).
           05  LIN-VAL-VALOR       PIC +ZZZ.ZZZ.ZZ9,99.
       01  LIN-SALDO-ROTULO.
           05  FILLER              PIC X(015) VALUE 'SALDO EM 31/12/'.
           05  LIN-SAL-ANO         PIC 9(004).
           05  FILLER              PIC X(011) VALUE '.........: '.
       01  LIN-OBS-BRL             PIC X(060)
           VALUE 'VALORES EM REAIS (BRL).'.
       01  LIN-OBS-MOEDA           PIC X(060)
           VALUE 'VALORES CONVERTIDOS AO BRL PELA TAXA DE CADA DIA.'.
       01  LIN-TRACO               PIC X(048) VALUE ALL '-'.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.
           PERFORM 002-PROCESSA-CONTA UNTIL WRK-FIM-ACUMULADO-SIM.
           PERFORM 009-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 008-CARREGA-DATA.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 010-MARCA-RUN-CONTROL.

           COMPUTE WRK-ANO-BASE = WRK-ANO-CICLO - 1.

           OPEN INPUT ARQ-ACUMULADO.

           IF WRK-FS-ACUMULADO NOT = '00'
              DISPLAY 'ACUMULADO DE RENDIMENTOS (CLIRDA) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MASTER-FECHADO.

           IF WRK-FS-MASTER NOT = '00'
              DISPLAY 'MASTER DE CLIENTES (CLIMST) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           OPEN OUTPUT ARQ-RECEITA.

           OPEN INPUT ARQ-CONTATO.

           IF WRK-FS-CONTATO = '00' OR '05'
              MOVE 'S' TO WRK-CONTATO-ABERTO
              PERFORM 012A-LE-CONTATO
           ELSE
              MOVE 'S' TO WRK-FIM-CONTATO
           END-IF.

           PERFORM 011A-LE-MASTER.

           MOVE SPACES TO REG-RECEITA.

           STRING 'HDR;'         DELIMITED BY SIZE
                  WRK-ANO-BASE   DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  WRK-DATA-CICLO DELIMITED BY SIZE
               INTO REG-RECEITA.

           WRITE REG-RECEITA.

           PERFORM 003-LE-ACUMULADO.
       001-FIM.
           EXIT.
      *************************
       002-PROCESSA-CONTA SECTION.
      *************************
      *    CONTA SEM O BLOCO DO ANO-BASE (ABERTA NO ANO NOVO, OU
      *    ACUMULADO AINDA NAO VIRADO) NAO TEM INFORME.
      *************************
           IF RDA-ANO-BASE NOT = WRK-ANO-BASE
              ADD 1 TO WRK-QTDE-SEM-BASE
              GO TO 002-LE
           END-IF.

           PERFORM 011-BUSCA-MASTER.

           IF WRK-TEM-MASTER-SIM
              MOVE CLI-NOME     TO WRK-NOME-TITULAR
              MOVE CLI-CNPJ     TO WRK-CNPJ
              MOVE CLI-TIPO-DOC TO WRK-TIPO-DOC
              GO TO 002-EMITE
           END-IF.

      *    CONTA EXPURGADA DO MASTER: O TITULAR VEM DO ACUMULADO.
           IF RDA-NOME = SPACES OR LOW-VALUES
              ADD 1 TO WRK-QTDE-SEM-MASTER
              DISPLAY 'CONTA ' RDA-CONTA-NUM
                      ' DO ACUMULADO NAO LOCALIZADA NO MASTER'
                      ' - INFORME NAO EMITIDO'
              GO TO 002-LE
           END-IF.

           ADD 1 TO WRK-QTDE-EXPURGADA.
           DISPLAY 'CONTA ' RDA-CONTA-NUM
                   ' FORA DO MASTER - INFORME EMITIDO COM O'
                   ' TITULAR DO ACUMULADO'.

           MOVE RDA-NOME     TO WRK-NOME-TITULAR.
           MOVE RDA-CNPJ     TO WRK-CNPJ.
           MOVE RDA-TIPO-DOC TO WRK-TIPO-DOC.
       002-EMITE.
           PERFORM 012-BUSCA-CONTATO.

           PERFORM 004-IMPRIME-INFORME.
           PERFORM 005-GRAVA-RECEITA.

           ADD 1 TO WRK-QTDE-INFORMES.

           ADD RDA-BAS-RENDIMENTO   TO WRK-TOT-RENDIMENTO.
           ADD RDA-BAS-TARIFA       TO WRK-TOT-TARIFA.
           ADD RDA-BAS-JUROS-CHEQUE TO WRK-TOT-JUROS-CHEQUE.
           ADD RDA-BAS-IOF-CHEQUE   TO WRK-TOT-IOF-CHEQUE.
           ADD RDA-BAS-SALDO        TO WRK-TOT-SALDO.
       002-LE.
           PERFORM 003-LE-ACUMULADO.
       002-FIM.
           EXIT.
      *************************
       003-LE-ACUMULADO SECTION.
      *************************
           READ ARQ-ACUMULADO
               AT END
                   MOVE 'S' TO WRK-FIM-ACUMULADO
                   GO TO 003-FIM
           END-READ.

           ADD 1 TO WRK-QTDE-LIDOS.
       003-FIM.
           EXIT.
      *************************
       004-IMPRIME-INFORME SECTION.
      *************************
      *    UM INFORME POR CONTA: CABECALHO, TITULAR (DO MASTER OU,
      *    NA CONTA EXPURGADA, DO ACUMULADO), ENDERECO DE POSTAGEM
      *    (QUANDO A CONTA TEM CONTATO) E OS VALORES DO ANO-BASE.
      *************************
           IF TD-CPF
              MOVE 'CPF.........: ' TO LIN-CLI-ROTULO-DOC
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           ELSE
              MOVE 'CNPJ........: ' TO LIN-CLI-ROTULO-DOC
              CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           END-IF.

           IF WRK-QTDE-INFORMES > 0
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.

           WRITE REG-RELATORIO FROM LIN-CABECALHO-1.
           MOVE WRK-ANO-BASE    TO LIN-CAB-ANO.
           WRITE REG-RELATORIO FROM LIN-CABECALHO-2.
           WRITE REG-RELATORIO FROM LIN-TRACO.

           MOVE WRK-NOME-TITULAR TO LIN-CLI-NOME.
           WRITE REG-RELATORIO FROM LIN-CLIENTE-NOME.

           MOVE WRK-CNPJ-ALFA   TO LIN-CLI-CNPJ.
           WRITE REG-RELATORIO FROM LIN-CLIENTE-CNPJ.

           IF WRK-TEM-CONTATO-SIM
              MOVE CTT-ENDERECO TO LIN-CLI-ENDERECO
              WRITE REG-RELATORIO FROM LIN-CLIENTE-ENDER
              MOVE CTT-CIDADE   TO LIN-CLI-CIDADE
              MOVE CTT-UF       TO LIN-CLI-UF
              MOVE CTT-CEP      TO LIN-CLI-CEP
              WRITE REG-RELATORIO FROM LIN-CLIENTE-CIDADE
           END-IF.

           MOVE RDA-CONTA-NUM   TO LIN-CLI-CONTA.
           MOVE RDA-MOEDA       TO LIN-CLI-MOEDA.
           WRITE REG-RELATORIO FROM LIN-CLIENTE-CONTA.

           WRITE REG-RELATORIO FROM LIN-TRACO.

           MOVE 'RENDIMENTOS CREDITADOS......: ' TO LIN-VAL-ROTULO.
           MOVE RDA-BAS-RENDIMENTO   TO LIN-VAL-VALOR.
           WRITE REG-RELATORIO FROM LIN-VALOR.

           MOVE 'TARIFAS COBRADAS............: ' TO LIN-VAL-ROTULO.
           MOVE RDA-BAS-TARIFA       TO LIN-VAL-VALOR.
           WRITE REG-RELATORIO FROM LIN-VALOR.

           MOVE 'JUROS DE CHEQUE ESPECIAL....: ' TO LIN-VAL-ROTULO.
           MOVE RDA-BAS-JUROS-CHEQUE TO LIN-VAL-VALOR.
           WRITE REG-RELATORIO FROM LIN-VALOR.

           MOVE 'IOF SOBRE CHEQUE ESPECIAL...: ' TO LIN-VAL-ROTULO.
           MOVE RDA-BAS-IOF-CHEQUE   TO LIN-VAL-VALOR.
           WRITE REG-RELATORIO FROM LIN-VALOR.

           MOVE WRK-ANO-BASE         TO LIN-SAL-ANO.
           MOVE LIN-SALDO-ROTULO     TO LIN-VAL-ROTULO.
           MOVE RDA-BAS-SALDO        TO LIN-VAL-VALOR.
           WRITE REG-RELATORIO FROM LIN-VALOR.

           WRITE REG-RELATORIO FROM LIN-TRACO.

           IF RDA-MOEDA = 'BRL'
              WRITE REG-RELATORIO FROM LIN-OBS-BRL
           ELSE
              WRITE REG-RELATORIO FROM LIN-OBS-MOEDA
           END-IF.
       004-FIM.
           EXIT.
      *************************
       005-GRAVA-RECEITA SECTION.
      *************************
      *    DOCUMENTO SEM PONTUACAO (CPF NAS 11 PRIMEIRAS POSICOES) E
      *    NOME SEM OS BRANCOS A DIREITA.
      *************************
           MOVE RDA-BAS-RENDIMENTO   TO WRK-REC-RENDIMENTO.
           MOVE RDA-BAS-TARIFA       TO WRK-REC-TARIFA.
           MOVE RDA-BAS-JUROS-CHEQUE TO WRK-REC-JUROS.
           MOVE RDA-BAS-IOF-CHEQUE   TO WRK-REC-IOF.
           MOVE RDA-BAS-SALDO        TO WRK-REC-SALDO.

           ADD RDA-BAS-RENDIMENTO   TO WRK-HASH-VALORES.
           ADD RDA-BAS-TARIFA       TO WRK-HASH-VALORES.
           ADD RDA-BAS-JUROS-CHEQUE TO WRK-HASH-VALORES.
           ADD RDA-BAS-IOF-CHEQUE   TO WRK-HASH-VALORES.
           ADD RDA-BAS-SALDO        TO WRK-HASH-VALORES.

           IF TD-CPF
              MOVE 'F' TO WRK-TIPO-DOC
           ELSE
              MOVE 'J' TO WRK-TIPO-DOC
           END-IF.

           MOVE SPACES TO REG-RECEITA.

           STRING 'INF;'             DELIMITED BY SIZE
                  WRK-ANO-BASE       DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-TIPO-DOC       DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-CNPJ           DELIMITED BY SPACE
                  ';'                DELIMITED BY SIZE
                  WRK-NOME-TITULAR   DELIMITED BY '  '
                  ';'                DELIMITED BY SIZE
                  RDA-CONTA-NUM      DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  RDA-MOEDA          DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-REC-RENDIMENTO DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-REC-TARIFA     DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-REC-JUROS      DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-REC-IOF        DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WRK-REC-SALDO      DELIMITED BY SIZE
               INTO REG-RECEITA.

           WRITE REG-RECEITA.
       005-FIM.
           EXIT.
      *************************
       008-CARREGA-DATA SECTION.
      *************************
      *    A DATA DE MOVIMENTO VEM DO CARTAO DE DATA (DATPRM): O
      *    ANO-BASE DO INFORME E O ANO ANTERIOR AO DELA.
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
       008-FIM.
           EXIT.
      *************************
       009-FINAL SECTION.
      *************************
           MOVE WRK-QTDE-INFORMES TO WRK-QTDE-INF-FMT.
           MOVE WRK-HASH-VALORES  TO WRK-HASH-FMT.

           MOVE SPACES TO REG-RECEITA.

           STRING 'TRL;'           DELIMITED BY SIZE
                  WRK-QTDE-INF-FMT DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-HASH-FMT     DELIMITED BY SIZE
               INTO REG-RECEITA.

           WRITE REG-RECEITA.

           CLOSE ARQ-ACUMULADO.
           CLOSE MASTER-FECHADO.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-RECEITA.

           IF WRK-CONTATO-ABERTO-SIM
              CLOSE ARQ-CONTATO
           END-IF.

           DISPLAY '==========================================='.
           DISPLAY '   INFORME DE RENDIMENTOS - CLIINFRD'.
           DISPLAY '==========================================='.
           DISPLAY 'ANO-BASE................: ' WRK-ANO-BASE.
           DISPLAY 'CONTAS NO ACUMULADO.....: ' WRK-QTDE-LIDOS.
           DISPLAY 'SEM O ANO-BASE..........: ' WRK-QTDE-SEM-BASE.
           DISPLAY 'FORA DO MASTER (EMITIDO): ' WRK-QTDE-EXPURGADA.
           DISPLAY 'SEM MASTER..............: ' WRK-QTDE-SEM-MASTER.
           DISPLAY 'INFORMES EMITIDOS.......: ' WRK-QTDE-INFORMES.
           DISPLAY '-------------------------------------------'.
           MOVE WRK-TOT-RENDIMENTO   TO WRK-TOT-FMT.
           DISPLAY 'RENDIMENTOS (BRL).......: ' WRK-TOT-FMT.
           MOVE WRK-TOT-TARIFA       TO WRK-TOT-FMT.
           DISPLAY 'TARIFAS (BRL)...........: ' WRK-TOT-FMT.
           MOVE WRK-TOT-JUROS-CHEQUE TO WRK-TOT-FMT.
           DISPLAY 'JUROS CHEQUE ESPECIAL...: ' WRK-TOT-FMT.
           MOVE WRK-TOT-IOF-CHEQUE   TO WRK-TOT-FMT.
           DISPLAY 'IOF CHEQUE ESPECIAL.....: ' WRK-TOT-FMT.
           MOVE WRK-TOT-SALDO        TO WRK-TOT-FMT.
           DISPLAY 'SALDOS EM 31/12 (BRL)...: ' WRK-TOT-FMT.
           DISPLAY '==========================================='.

           EVALUATE TRUE
            WHEN WRK-QTDE-INFORMES = 0
              DISPLAY 'NENHUMA CONTA COM O ANO-BASE NO ACUMULADO - '
                      'O CICLO DA VIRADA DO ANO AINDA NAO RODOU'
              MOVE 8 TO RETURN-CODE
            WHEN WRK-QTDE-SEM-MASTER > 0
              MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 010-MARCA-RUN-CONTROL.
       009-FIM.
           EXIT.
      *************************
       010-MARCA-RUN-CONTROL SECTION.
      *************************
      *    CARIMBA INICIO ('I') OU FIM ('F') DESTE PROGRAMA NO
      *    RUN-CONTROL COM O HORARIO.
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE WRK-DATA-CICLO  TO RUN-DATA-MOVTO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIINFRD'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       010-FIM.
           EXIT.
      *************************
       011-BUSCA-MASTER SECTION.
      *************************
      *    O MASTER ESTA EM ORDEM DE CONTA, COMO O ACUMULADO: AVANCA
      *    EM CASAMENTO ATE ALCANCAR A CONTA DO ACUMULADO.
      *************************
           MOVE 'N' TO WRK-TEM-MASTER.

           PERFORM 011A-LE-MASTER
               UNTIL WRK-FIM-MASTER-SIM
                  OR CLI-CONTA-NUM NOT < RDA-CONTA-NUM.

           IF NOT WRK-FIM-MASTER-SIM
              AND CLI-CONTA-NUM = RDA-CONTA-NUM
              MOVE 'S' TO WRK-TEM-MASTER
           END-IF.
       011-FIM.
           EXIT.
      *************************
       011A-LE-MASTER SECTION.
      *************************
      *    O HEADER E PULADO; O TRAILER FECHA O ARQUIVO.
      *************************
       011A-LE.
           READ MASTER-FECHADO
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
                   GO TO 011A-FIM
           END-READ.

           IF MST-CTL-TRAILER
              MOVE 'S' TO WRK-FIM-MASTER
              GO TO 011A-FIM
           END-IF.

           IF MST-CTL-HEADER
              GO TO 011A-LE
           END-IF.
       011A-FIM.
           EXIT.
      *************************
       012-BUSCA-CONTATO SECTION.
      *************************
      *    O CADASTRO DE CONTATO ESTA EM ORDEM DE CONTA: AVANCA EM
      *    CASAMENTO ATE ALCANCAR A CONTA DO INFORME.
      *************************
           MOVE 'N' TO WRK-TEM-CONTATO.

           PERFORM 012A-LE-CONTATO
               UNTIL WRK-FIM-CONTATO-SIM
                  OR CTT-CONTA-NUM NOT < RDA-CONTA-NUM.

           IF NOT WRK-FIM-CONTATO-SIM
              AND CTT-CONTA-NUM = RDA-CONTA-NUM
              MOVE 'S' TO WRK-TEM-CONTATO
           END-IF.
       012-FIM.
           EXIT.
      *************************
       012A-LE-CONTATO SECTION.
      *************************
           READ ARQ-CONTATO
               AT END
                   MOVE 'S' TO WRK-FIM-CONTATO
           END-READ.
       012A-FIM.
           EXIT.
