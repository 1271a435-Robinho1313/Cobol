      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLIRECON.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  RECONSTITUICAO INDEPENDENTE DO MASTER PELA TRILHA DE IMAGENS.
      *  PARTE DA GERACAO FECHADA ANTERIOR (CLIMST, A MESMA QUE A
      *  VARREDURA DE DORMENCIA LE), APLICA AS IMAGENS DO DIA DA
      *  TRILHA DA MANUTENCAO (CLIMIMG - IMAGENS DA VARREDURA 'V' E
      *  DO CLIMANUT) E CONFRONTA CAMPO A CAMPO O MASTER ESPERADO COM
      *  A NOVA GERACAO (CLIMSTN). QUALQUER DIFERENCA E UMA ALTERACAO
      *  FEITA FORA DA MANUTENCAO (UTILITARIO, ARQUIVO REMENDADO) QUE
      *  O HEADER/TRAILER DO CLIEDIT NAO PEGA.
      *
      *  SO VALEM AS IMAGENS COM A DATA DO CICLO (DATPRM), EM ORDEM DE
      *  CONTA E, DENTRO DA CONTA, NA ORDEM DA TRILHA. CADA OPERACAO E
      *  ENCADEADA NO ESTADO ESPERADO DA CONTA:
      *     - PAR ANTES/DEPOIS (V, A, E, B, D): A IMAGEM ANTES TEM QUE
      *       SER IGUAL AO ESTADO ESPERADO; A IMAGEM DEPOIS PASSA A SER
      *       O ESTADO ESPERADO
      *     - INCLUSAO (SO IMAGEM DEPOIS): A CONTA NAO PODE EXISTIR
      *     - EXPURGO 'X' (SO IMAGEM ANTES): A IMAGEM TEM QUE SER
      *       IGUAL AO ESTADO ESPERADO, E A CONTA SAI DO MASTER
      *  OPERACAO REPETIDA (STEP RODADO DE NOVO NO REINICIO DO
      *  CLIRUN) CUJO RESULTADO JA E O ESTADO ESPERADO NAO CONTA.
      *  NO REPROCESSAMENTO AUTORIZADO DE DATA JA ENCERRADA A TRILHA
      *  TEM TAMBEM AS IMAGENS DA EXECUCAO ANTERIOR DA DATA, FEITAS
      *  SOBRE OUTRA GERACAO: AS QUE NAO ENCADEIAM SAO IGNORADAS E SO
      *  CONTADAS; FORA DO REPROCESSAMENTO SAO DIVERGENCIA.
      *
      *  A GERACAO ANTIGA E NORMALIZADA NA LEITURA COMO NO CLIDORM E
      *  NO CLIMANUT. A NOVA GERACAO TEM QUE VIR COMPLETA: HEADER COM
      *  A DATA DO CICLO E TRAILER NO FIM.
      *
      *  O RELATORIO (SYSOUT), EM ORDEM DE CONTA, LISTA:
      *     - CONTA ALTERADA SEM IMAGEM, CAMPO A CAMPO (ESPERADO E
      *       ENCONTRADO)
      *     - CONTA NA NOVA GERACAO SEM IMAGEM DE INCLUSAO
      *     - CONTA FORA DA NOVA GERACAO SEM IMAGEM DE EXPURGO
      *     - IMAGEM DO DIA DE CONTA QUE A NOVA GERACAO NAO TEM
      *     - IMAGEM QUE NAO ENCADEIA NO ESTADO ESPERADO DA CONTA
      *
      *  DATA JA ENCERRADA NO RUN-CONTROL SO RODA DE NOVO COM O
      *  INDICADOR DE REPROCESSAMENTO NO CARTAO DE DATA, COMO NO
      *  CLIMANUT.
      *
      *  RETURN-CODE:  0 = NOVA GERACAO CONFERE COM A TRILHA
      *                8 = DIVERGENCIA, NOVA GERACAO INCOMPLETA OU DE
      *                    OUTRA DATA, OU DATA JA ENCERRADA
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
           SELECT MASTER-NOVO ASSIGN TO "CLIMSTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MST-NOVO.
           SELECT ARQ-IMAGEM ASSIGN TO "CLIMIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMAGEM.
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
       FD  MASTER-NOVO
           LABEL RECORD IS STANDARD.
       01  REG-CLIENTE-NOVO.
           05  NOV-CONTA-NUM       PIC 9(006).
           05  NOV-NOME            PIC X(030).
           05  NOV-TIPO-CONTA      PIC 9(001).
           05  NOV-SALDO           PIC S9(07).
           05  NOV-CNPJ            PIC X(014).
           05  NOV-MOEDA           PIC X(003).
           05  NOV-SITUACAO        PIC X(001).
           05  NOV-DATA-ENCER      PIC 9(008).
           05  NOV-LIMITE          PIC 9(007).
           05  NOV-META-POUP       PIC 9(007).
           05  NOV-DATA-ULT-MOV    PIC 9(008).
           05  NOV-TIPO-DOC        PIC X(001).
       01  REG-CONTROLE-NOVO.
           05  CTL-ID              PIC X(003).
               88 CTL-HEADER             VALUE 'HDR'.
               88 CTL-TRAILER            VALUE 'TRL'.
           05  CTL-DATA            PIC 9(006).
           05  CTL-QTDE            PIC 9(007).
           05  CTL-HASH            PIC S9(013).
      *----------------------------------------------------------------*
       FD  ARQ-IMAGEM
           LABEL RECORD IS STANDARD.
       01  REG-IMAGEM.
           05  IMG-DATA            PIC 9(006).
           05  IMG-MOMENTO         PIC X(001).
               88 IMG-ANTES              VALUE 'A'.
               88 IMG-DEPOIS             VALUE 'D'.
           05  IMG-OPERACAO        PIC X(001).
           05  IMG-CONTA-NUM       PIC 9(006).
           05  IMG-NOME            PIC X(030).
           05  IMG-TIPO-CONTA      PIC 9(001).
           05  IMG-SALDO           PIC S9(07).
           05  IMG-CNPJ            PIC X(014).
           05  IMG-MOEDA           PIC X(003).
           05  IMG-SITUACAO        PIC X(001).
           05  IMG-DATA-ENCER      PIC 9(008).
           05  IMG-LIMITE          PIC 9(007).
           05  IMG-META-POUP       PIC 9(007).
           05  IMG-OPERADOR        PIC X(008).
           05  IMG-SUPERVISOR      PIC X(008).
           05  IMG-DATA-ULT-MOV    PIC 9(008).
           05  IMG-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-DATA
           LABEL RECORD IS STANDARD.
       01  REG-DATA-MOVTO.
           05  DAT-DATA-MOVTO      PIC 9(008).
           05  DAT-REPROCESSO      PIC X(001).
               88 DAT-REPROCESSO-SIM     VALUE 'S'.
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
      *  IMAGEM DO DIA EM ORDEM DE CONTA + ORDEM NA TRILHA. O ESTADO
      *  DA CONTA (SRT-REGISTRO) TEM O LEIAUTE DO MASTER, PARA SER
      *  COMPARADO DIRETO COM O REGISTRO ESPERADO.
      *----------------------------------------------------------------*
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-CONTA-NUM       PIC 9(006).
           05  SRT-SEQUENCIA       PIC 9(007).
           05  SRT-MOMENTO         PIC X(001).
           05  SRT-OPERACAO        PIC X(001).
           05  SRT-OPERADOR        PIC X(008).
           05  SRT-REGISTRO.
               10  SRT-REG-CONTA-NUM   PIC 9(006).
               10  SRT-NOME            PIC X(030).
               10  SRT-TIPO-CONTA      PIC 9(001).
               10  SRT-SALDO           PIC S9(07).
               10  SRT-CNPJ            PIC X(014).
               10  SRT-MOEDA           PIC X(003).
               10  SRT-SITUACAO        PIC X(001).
               10  SRT-DATA-ENCER      PIC 9(008).
               10  SRT-LIMITE          PIC 9(007).
               10  SRT-META-POUP       PIC 9(007).
               10  SRT-DATA-ULT-MOV    PIC 9(008).
               10  SRT-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-MASTER     PIC  X(002).
       01  WRK-FS-MST-NOVO   PIC  X(002).
       01  WRK-FS-IMAGEM     PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-SISTEMA  PIC  9(006) VALUE ZEROS.
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-REPROCESSO    PIC  X(001) VALUE 'N'.
           88 WRK-REPROCESSO-SIM    VALUE 'S'.
       01  WRK-DATA-PROCESSADA PIC X(001) VALUE 'N'.
           88 WRK-DATA-PROCESSADA-SIM VALUE 'S'.
       01  WRK-FIM-RUN-CTL   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-RUN-CTL-SIM   VALUE 'S'.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIRECON'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-IMAGEM    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-IMAGEM-SIM    VALUE 'S'.
       01  WRK-GERACAO-OK    PIC  X(001) VALUE 'N'.
           88 WRK-GERACAO-OK-SIM    VALUE 'S'.
       01  WRK-TEM-TRAILER   PIC  X(001) VALUE 'N'.
           88 WRK-TEM-TRAILER-SIM   VALUE 'S'.
       01  WRK-SITUACAO      PIC X.
           COPY STCODES.
      *
      *  CHAVES DO CONFRONTO (CONTA COM 7 DIGITOS: 9999999 = FIM)
      *
       01  WRK-CHAVE-MST     PIC  9(007) VALUE ZEROS.
       01  WRK-CHAVE-MST-ANT PIC  9(007) VALUE ZEROS.
       01  WRK-CHAVE-NOV     PIC  9(007) VALUE ZEROS.
       01  WRK-CHAVE-NOV-ANT PIC  9(007) VALUE ZEROS.
       01  WRK-CHAVE-IMG     PIC  9(007) VALUE ZEROS.
       01  WRK-CHAVE-MENOR   PIC  9(007) VALUE ZEROS.
       01  WRK-CHAVE-FIM     PIC  9(007) VALUE 9999999.
       01  WRK-SEQ-IMAGEM    PIC  9(007) COMP VALUE 0.
      *
      *  ESTADO ESPERADO DA CONTA EM CONFRONTO (LEIAUTE DO MASTER)
      *
       01  WRK-ESPERADO-EXISTE PIC X(001) VALUE 'N'.
           88 WRK-ESPERADO-EXISTE-SIM VALUE 'S'.
       01  WRK-TEVE-IMAGEM   PIC  X(001) VALUE 'N'.
           88 WRK-TEVE-IMAGEM-SIM   VALUE 'S'.
       01  WRK-ANTES-CONFERE PIC  X(001) VALUE 'N'.
           88 WRK-ANTES-CONFERE-SIM VALUE 'S'.
       01  WRK-ESPERADO.
           05  WRK-ESP-CONTA-NUM   PIC 9(006).
           05  WRK-ESP-NOME        PIC X(030).
           05  WRK-ESP-TIPO-CONTA  PIC 9(001).
           05  WRK-ESP-SALDO       PIC S9(07).
           05  WRK-ESP-CNPJ        PIC X(014).
           05  WRK-ESP-MOEDA       PIC X(003).
           05  WRK-ESP-SITUACAO    PIC X(001).
           05  WRK-ESP-DATA-ENCER  PIC 9(008).
           05  WRK-ESP-LIMITE      PIC 9(007).
           05  WRK-ESP-META-POUP   PIC 9(007).
           05  WRK-ESP-DATA-ULT-MOV PIC 9(008).
           05  WRK-ESP-TIPO-DOC    PIC X(001).
      *
      *  LINHA DE CAMPO DIVERGENTE
      *
       01  WRK-CAMPO-NOME    PIC  X(016) VALUE SPACES.
       01  WRK-VALOR-ESP     PIC  X(030) VALUE SPACES.
       01  WRK-VALOR-ENC     PIC  X(030) VALUE SPACES.
       01  WRK-SALDO-FMT     PIC  -Z.ZZZ.ZZ9.
       01  WRK-OCORRENCIA    PIC  X(048) VALUE SPACES.
      *
      *  CONTADORES
      *
       01  WRK-QTDE-LIDOS-MST PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-LIDOS-NOV PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-IMG-TRILHA PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-IMG-DIA  PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-APLICADAS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-REPETIDAS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-IGNORADAS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-EXPURGOS PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-CONFERE  PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-ALTERADA PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-SEM-INCL PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-SEM-EXPG PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-IMG-AUSENTE PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-FORA-CADEIA PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-DIVERGENCIAS PIC 9(06) COMP VALUE 0.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.

           IF WRK-GERACAO-OK-SIM
              SORT ARQ-SORT
                  ASCENDING KEY SRT-CONTA-NUM SRT-SEQUENCIA
                  INPUT PROCEDURE 002-SELECIONA-IMAGENS
                  OUTPUT PROCEDURE 004-RECONSTITUI
           END-IF.

           IF WRK-GERACAO-OK-SIM
              AND WRK-QTDE-DIVERGENCIAS = 0
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 011-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
      *    A DATA E O RUN-CONTROL SAO CONFERIDOS ANTES DE TUDO, COMO
      *    NO CLIMANUT. A NOVA GERACAO E ABERTA AQUI PARA CONFERIR O
      *    HEADER: SEM HEADER DA DATA DO CICLO NAO HA O QUE
      *    RECONSTITUIR.
      *************************
           PERFORM 012-CARREGA-DATA.
           PERFORM 015-PULA-SE-ENCERRADO.
           PERFORM 013-VERIFICA-RUN-CONTROL.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 014-MARCA-RUN-CONTROL.

           DISPLAY '==========================================='.
           DISPLAY ' RECONSTITUICAO DO MASTER PELA TRILHA'.
           DISPLAY '==========================================='.
           DISPLAY 'DATA DO CICLO...........: ' WRK-DATA-CICLO.
           DISPLAY ' '.

           OPEN INPUT MASTER-NOVO.

           IF WRK-FS-MST-NOVO NOT = '00'
              DISPLAY 'NOVA GERACAO DO MASTER (CLIMSTN) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ MASTER-NOVO
               AT END
                   DISPLAY 'NOVA GERACAO DO MASTER VAZIA - SEM HEADER'
                   GO TO 001-FIM
           END-READ.

           IF NOT CTL-HEADER
              DISPLAY 'NOVA GERACAO DO MASTER SEM HEADER'
              GO TO 001-FIM
           END-IF.

           IF CTL-DATA NOT = WRK-DATA-SISTEMA
              DISPLAY 'NOVA GERACAO DO MASTER DE OUTRA DATA: '
                      CTL-DATA
              GO TO 001-FIM
           END-IF.

           MOVE 'S' TO WRK-GERACAO-OK.
       001-FIM.
           EXIT.
      *************************
       002-SELECIONA-IMAGENS SECTION.
      *************************
      *    SO AS IMAGENS COM A DATA DO CICLO ENTRAM NA
      *    RECONSTITUICAO; A SEQUENCIA GUARDA A ORDEM DA TRILHA
      *    DENTRO DA CONTA.
      *************************
           OPEN INPUT ARQ-IMAGEM.

           IF WRK-FS-IMAGEM NOT = '00'
              DISPLAY 'TRILHA DE IMAGENS (CLIMIMG) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARQ-IMAGEM
               AT END
                   MOVE 'S' TO WRK-FIM-IMAGEM
           END-READ.

           PERFORM 003-LIBERA-IMAGEM UNTIL WRK-FIM-IMAGEM-SIM.

           CLOSE ARQ-IMAGEM.
       002-FIM.
           EXIT.
      *************************
       003-LIBERA-IMAGEM SECTION.
      *************************
           ADD 1 TO WRK-QTDE-IMG-TRILHA.

           IF IMG-DATA NOT = WRK-DATA-SISTEMA
              GO TO 003-LE
           END-IF.

           ADD 1 TO WRK-QTDE-IMG-DIA.
           ADD 1 TO WRK-SEQ-IMAGEM.

           MOVE IMG-CONTA-NUM    TO SRT-CONTA-NUM.
           MOVE WRK-SEQ-IMAGEM   TO SRT-SEQUENCIA.
           MOVE IMG-MOMENTO      TO SRT-MOMENTO.
           MOVE IMG-OPERACAO     TO SRT-OPERACAO.
           MOVE IMG-OPERADOR     TO SRT-OPERADOR.
           MOVE IMG-CONTA-NUM    TO SRT-REG-CONTA-NUM.
           MOVE IMG-NOME         TO SRT-NOME.
           MOVE IMG-TIPO-CONTA   TO SRT-TIPO-CONTA.
           MOVE IMG-SALDO        TO SRT-SALDO.
           MOVE IMG-CNPJ         TO SRT-CNPJ.
           MOVE IMG-MOEDA        TO SRT-MOEDA.
           MOVE IMG-SITUACAO     TO SRT-SITUACAO.
           MOVE IMG-DATA-ENCER   TO SRT-DATA-ENCER.
           MOVE IMG-LIMITE       TO SRT-LIMITE.
           MOVE IMG-META-POUP    TO SRT-META-POUP.
           MOVE IMG-DATA-ULT-MOV TO SRT-DATA-ULT-MOV.
           MOVE IMG-TIPO-DOC     TO SRT-TIPO-DOC.

           RELEASE REG-SORT.
       003-LE.
           READ ARQ-IMAGEM
               AT END
                   MOVE 'S' TO WRK-FIM-IMAGEM
           END-READ.
       003-FIM.
           EXIT.
      *************************
       004-RECONSTITUI SECTION.
      *************************
      *    CONFRONTO DE TRES ARQUIVOS EM ORDEM DE CONTA: GERACAO
      *    ANTERIOR, IMAGENS DO DIA E NOVA GERACAO.
      *************************
           OPEN INPUT CLIENTE-MASTER.

           IF WRK-FS-MASTER NOT = '00'
              DISPLAY 'MASTER DE CLIENTES (CLIMST) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 008-LE-MASTER.
           PERFORM 009-LE-NOVO.
           PERFORM 010-RETORNA-IMAGEM.

           PERFORM 005-CONFRONTA
               UNTIL WRK-CHAVE-MST = WRK-CHAVE-FIM
                 AND WRK-CHAVE-IMG = WRK-CHAVE-FIM
                 AND WRK-CHAVE-NOV = WRK-CHAVE-FIM.

           IF NOT WRK-TEM-TRAILER-SIM
              DISPLAY ' '
              DISPLAY 'NOVA GERACAO DO MASTER SEM TRAILER - INCOMPLETA'
              ADD 1 TO WRK-QTDE-DIVERGENCIAS
           END-IF.

           CLOSE CLIENTE-MASTER.
       004-FIM.
           EXIT.
      *************************
       005-CONFRONTA SECTION.
      *************************
      *    O ESTADO ESPERADO DA CONTA PARTE DA GERACAO ANTERIOR (OU
      *    DE CONTA INEXISTENTE), RECEBE AS IMAGENS DO DIA E E
      *    CONFRONTADO COM A NOVA GERACAO.
      *************************
           MOVE WRK-CHAVE-MST TO WRK-CHAVE-MENOR.

           IF WRK-CHAVE-IMG < WRK-CHAVE-MENOR
              MOVE WRK-CHAVE-IMG TO WRK-CHAVE-MENOR
           END-IF.

           IF WRK-CHAVE-NOV < WRK-CHAVE-MENOR
              MOVE WRK-CHAVE-NOV TO WRK-CHAVE-MENOR
           END-IF.

           MOVE 'N' TO WRK-TEVE-IMAGEM.
           MOVE 'N' TO WRK-ANTES-CONFERE.

           IF WRK-CHAVE-MST = WRK-CHAVE-MENOR
              MOVE REG-CLIENTE TO WRK-ESPERADO
              MOVE 'S'         TO WRK-ESPERADO-EXISTE
              PERFORM 008-LE-MASTER
           ELSE
              MOVE 'N'         TO WRK-ESPERADO-EXISTE
           END-IF.

           PERFORM 006-APLICA-IMAGEM
               UNTIL WRK-CHAVE-IMG NOT = WRK-CHAVE-MENOR.

           IF WRK-CHAVE-NOV = WRK-CHAVE-MENOR
              PERFORM 007-CONFERE-CONTA
              PERFORM 009-LE-NOVO
              GO TO 005-FIM
           END-IF.

           IF NOT WRK-ESPERADO-EXISTE-SIM
              GO TO 005-FIM
           END-IF.

           IF WRK-TEVE-IMAGEM-SIM
              MOVE 'IMAGEM DO DIA DE CONTA AUSENTE DA NOVA GERACAO'
                                       TO WRK-OCORRENCIA
              ADD 1 TO WRK-QTDE-IMG-AUSENTE
           ELSE
              MOVE 'CONTA FORA DA NOVA GERACAO SEM IMAGEM DE EXPURGO'
                                       TO WRK-OCORRENCIA
              ADD 1 TO WRK-QTDE-SEM-EXPG
           END-IF.

           ADD 1 TO WRK-QTDE-DIVERGENCIAS.

           DISPLAY 'CONTA ' WRK-ESP-CONTA-NUM ' ' WRK-OCORRENCIA
                   ' - ' WRK-ESP-NOME.
       005-FIM.
           EXIT.
      *************************
       006-APLICA-IMAGEM SECTION.
      *************************
      *    ENCADEIA A IMAGEM NO ESTADO ESPERADO DA CONTA:
      *    ANTES DE UM PAR     - SO CONFERE COM O ESTADO ESPERADO
      *    DEPOIS DE UM PAR    - VIRA O ESTADO ESPERADO SE O ANTES
      *                          CONFERIU
      *    DEPOIS DA INCLUSAO  - VIRA O ESTADO SE A CONTA NAO EXISTIA
      *    ANTES DO EXPURGO    - TIRA A CONTA SE CONFERE COM O ESTADO
      *************************
           EVALUATE TRUE
            WHEN SRT-MOMENTO = 'A' AND SRT-OPERACAO = 'X'
               IF WRK-ESPERADO-EXISTE-SIM
                  AND SRT-REGISTRO = WRK-ESPERADO
                  MOVE 'N' TO WRK-ESPERADO-EXISTE
                  MOVE 'S' TO WRK-TEVE-IMAGEM
                  ADD 1 TO WRK-QTDE-APLICADAS
                  ADD 1 TO WRK-QTDE-EXPURGOS
               ELSE
                  PERFORM 006A-IMAGEM-FORA-DA-CADEIA
               END-IF
            WHEN SRT-MOMENTO = 'A'
               IF WRK-ESPERADO-EXISTE-SIM
                  AND SRT-REGISTRO = WRK-ESPERADO
                  MOVE 'S' TO WRK-ANTES-CONFERE
               ELSE
                  MOVE 'N' TO WRK-ANTES-CONFERE
               END-IF
            WHEN SRT-MOMENTO = 'D' AND SRT-OPERACAO = 'I'
               IF NOT WRK-ESPERADO-EXISTE-SIM
                  PERFORM 006B-ASSUME-DEPOIS
               ELSE
                  PERFORM 006A-IMAGEM-FORA-DA-CADEIA
               END-IF
            WHEN SRT-MOMENTO = 'D'
               IF WRK-ANTES-CONFERE-SIM
                  PERFORM 006B-ASSUME-DEPOIS
               ELSE
                  PERFORM 006A-IMAGEM-FORA-DA-CADEIA
               END-IF
               MOVE 'N' TO WRK-ANTES-CONFERE
            WHEN OTHER
               DISPLAY 'CONTA ' SRT-CONTA-NUM
                       ' IMAGEM COM MOMENTO INVALIDO IGNORADA: '
                       SRT-MOMENTO
           END-EVALUATE.

           PERFORM 010-RETORNA-IMAGEM.
       006-FIM.
           EXIT.
      *************************
       006A-IMAGEM-FORA-DA-CADEIA SECTION.
      *************************
      *    IMAGEM QUE NAO ENCADEIA NO ESTADO ESPERADO. SE O
      *    RESULTADO DELA JA E O ESTADO ESPERADO (STEP RODADO DE NOVO
      *    NO REINICIO) NAO CONTA; NO REPROCESSAMENTO AUTORIZADO E DA
      *    EXECUCAO ANTERIOR DA DATA E SO E CONTADA; FORA DISSO E
      *    DIVERGENCIA.
      *************************
           IF SRT-MOMENTO = 'D'
              AND WRK-ESPERADO-EXISTE-SIM
              AND SRT-REGISTRO = WRK-ESPERADO
              ADD 1 TO WRK-QTDE-REPETIDAS
              GO TO 006A-FIM
           END-IF.

           IF SRT-OPERACAO = 'X'
              AND NOT WRK-ESPERADO-EXISTE-SIM
              ADD 1 TO WRK-QTDE-REPETIDAS
              GO TO 006A-FIM
           END-IF.

           IF WRK-DATA-PROCESSADA-SIM
              ADD 1 TO WRK-QTDE-IGNORADAS
              GO TO 006A-FIM
           END-IF.

           ADD 1 TO WRK-QTDE-FORA-CADEIA.
           ADD 1 TO WRK-QTDE-DIVERGENCIAS.

           DISPLAY 'CONTA ' SRT-CONTA-NUM
                   ' IMAGEM ' SRT-MOMENTO ' OPERACAO ' SRT-OPERACAO
                   ' OPERADOR ' SRT-OPERADOR
                   ' NAO ENCADEIA NO ESTADO ESPERADO DA CONTA'.
       006A-FIM.
           EXIT.
      *************************
       006B-ASSUME-DEPOIS SECTION.
      *************************
           MOVE SRT-REGISTRO TO WRK-ESPERADO.
           MOVE 'S'          TO WRK-ESPERADO-EXISTE.
           MOVE 'S'          TO WRK-TEVE-IMAGEM.

           ADD 1 TO WRK-QTDE-APLICADAS.
       006B-FIM.
           EXIT.
      *************************
       007-CONFERE-CONTA SECTION.
      *************************
      *    CONTA PRESENTE NA NOVA GERACAO: TEM QUE EXISTIR NO ESTADO
      *    ESPERADO E SER IGUAL A ELE EM TODOS OS CAMPOS.
      *************************
           IF NOT WRK-ESPERADO-EXISTE-SIM
              ADD 1 TO WRK-QTDE-SEM-INCL
              ADD 1 TO WRK-QTDE-DIVERGENCIAS
              DISPLAY 'CONTA ' NOV-CONTA-NUM
                      ' NA NOVA GERACAO SEM IMAGEM DE INCLUSAO - '
                      NOV-NOME
              GO TO 007-FIM
           END-IF.

           IF REG-CLIENTE-NOVO = WRK-ESPERADO
              ADD 1 TO WRK-QTDE-CONFERE
              GO TO 007-FIM
           END-IF.

           ADD 1 TO WRK-QTDE-ALTERADA.
           ADD 1 TO WRK-QTDE-DIVERGENCIAS.

           DISPLAY 'CONTA ' NOV-CONTA-NUM
                   ' ALTERADA SEM IMAGEM CORRESPONDENTE - ' NOV-NOME.

           PERFORM 007A-LISTA-CAMPOS.
       007-FIM.
           EXIT.
      *************************
       007A-LISTA-CAMPOS SECTION.
      *************************
           IF NOV-NOME NOT = WRK-ESP-NOME
              MOVE 'NOME'           TO WRK-CAMPO-NOME
              MOVE WRK-ESP-NOME     TO WRK-VALOR-ESP
              MOVE NOV-NOME         TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.

           IF NOV-TIPO-CONTA NOT = WRK-ESP-TIPO-CONTA
              MOVE 'TIPO DE CONTA'  TO WRK-CAMPO-NOME
              MOVE WRK-ESP-TIPO-CONTA TO WRK-VALOR-ESP
              MOVE NOV-TIPO-CONTA   TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.

           IF NOV-SALDO NOT = WRK-ESP-SALDO
              MOVE 'SALDO'          TO WRK-CAMPO-NOME
              MOVE WRK-ESP-SALDO    TO WRK-SALDO-FMT
              MOVE WRK-SALDO-FMT    TO WRK-VALOR-ESP
              MOVE NOV-SALDO        TO WRK-SALDO-FMT
              MOVE WRK-SALDO-FMT    TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.

           IF NOV-CNPJ NOT = WRK-ESP-CNPJ
              MOVE 'DOCUMENTO'      TO WRK-CAMPO-NOME
              MOVE WRK-ESP-CNPJ     TO WRK-VALOR-ESP
              MOVE NOV-CNPJ         TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.

           IF NOV-MOEDA NOT = WRK-ESP-MOEDA
              MOVE 'MOEDA'          TO WRK-CAMPO-NOME
              MOVE WRK-ESP-MOEDA    TO WRK-VALOR-ESP
              MOVE NOV-MOEDA        TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.

           IF NOV-SITUACAO NOT = WRK-ESP-SITUACAO
              MOVE 'SITUACAO'       TO WRK-CAMPO-NOME
              MOVE WRK-ESP-SITUACAO TO WRK-VALOR-ESP
              MOVE NOV-SITUACAO     TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.

           IF NOV-DATA-ENCER NOT = WRK-ESP-DATA-ENCER
              MOVE 'DATA ENCERRAM.' TO WRK-CAMPO-NOME
              MOVE WRK-ESP-DATA-ENCER TO WRK-VALOR-ESP
              MOVE NOV-DATA-ENCER   TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.

           IF NOV-LIMITE NOT = WRK-ESP-LIMITE
              MOVE 'LIMITE'         TO WRK-CAMPO-NOME
              MOVE WRK-ESP-LIMITE   TO WRK-VALOR-ESP
              MOVE NOV-LIMITE       TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.

           IF NOV-META-POUP NOT = WRK-ESP-META-POUP
              MOVE 'META POUPANCA'  TO WRK-CAMPO-NOME
              MOVE WRK-ESP-META-POUP TO WRK-VALOR-ESP
              MOVE NOV-META-POUP    TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.

           IF NOV-DATA-ULT-MOV NOT = WRK-ESP-DATA-ULT-MOV
              MOVE 'ULT MOVIMENTO'  TO WRK-CAMPO-NOME
              MOVE WRK-ESP-DATA-ULT-MOV TO WRK-VALOR-ESP
              MOVE NOV-DATA-ULT-MOV TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.

           IF NOV-TIPO-DOC NOT = WRK-ESP-TIPO-DOC
              MOVE 'TIPO DOCUMENTO' TO WRK-CAMPO-NOME
              MOVE WRK-ESP-TIPO-DOC TO WRK-VALOR-ESP
              MOVE NOV-TIPO-DOC     TO WRK-VALOR-ENC
              PERFORM 007B-LISTA-CAMPO
           END-IF.
       007A-FIM.
           EXIT.
      *************************
       007B-LISTA-CAMPO SECTION.
      *************************
           DISPLAY '      ' WRK-CAMPO-NOME
                   ' ESPERADO [' WRK-VALOR-ESP ']'
                   ' ENCONTRADO [' WRK-VALOR-ENC ']'.
       007B-FIM.
           EXIT.
      *************************
       008-LE-MASTER SECTION.
      *************************
      *    REGISTROS DE CONTROLE (HDR/TRL) DA GERACAO ANTERIOR SAO
      *    PULADOS. A GERACAO ANTIGA E NORMALIZADA COMO NO CLIDORM E
      *    NO CLIMANUT, QUE GRAVAM A CONTA JA NORMALIZADA.
      *************************
       008-LE.
           READ CLIENTE-MASTER
               AT END
                   MOVE WRK-CHAVE-FIM TO WRK-CHAVE-MST
                   GO TO 008-FIM
           END-READ.

           IF MST-CTL-CONTROLE
              GO TO 008-LE
           END-IF.

           ADD 1 TO WRK-QTDE-LIDOS-MST.

           MOVE CLI-CONTA-NUM TO WRK-CHAVE-MST.

           IF WRK-CHAVE-MST NOT > WRK-CHAVE-MST-ANT
              AND WRK-QTDE-LIDOS-MST > 1
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

           IF CLI-DATA-ENCER IS NOT NUMERIC
              MOVE ZEROS TO CLI-DATA-ENCER
           END-IF.

           IF CLI-LIMITE IS NOT NUMERIC
              MOVE ZEROS TO CLI-LIMITE
           END-IF.

           IF CLI-META-POUP IS NOT NUMERIC
              MOVE ZEROS TO CLI-META-POUP
           END-IF.

           IF CLI-DATA-ULT-MOV IS NOT NUMERIC
              MOVE ZEROS TO CLI-DATA-ULT-MOV
           END-IF.
       008-FIM.
           EXIT.
      *************************
       009-LE-NOVO SECTION.
      *************************
      *    O HEADER JA FOI LIDO NA INICIALIZACAO. O TRAILER TEM QUE
      *    SER O ULTIMO REGISTRO; CONTA FORA DE SEQUENCIA OU
      *    REPETIDA IMPEDE O CONFRONTO.
      *************************
       009-LE.
           READ MASTER-NOVO
               AT END
                   MOVE WRK-CHAVE-FIM TO WRK-CHAVE-NOV
                   GO TO 009-FIM
           END-READ.

           IF WRK-TEM-TRAILER-SIM
              DISPLAY 'REGISTRO DEPOIS DO TRAILER DA NOVA GERACAO'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF CTL-TRAILER
              MOVE 'S' TO WRK-TEM-TRAILER
              GO TO 009-LE
           END-IF.

           ADD 1 TO WRK-QTDE-LIDOS-NOV.

           MOVE NOV-CONTA-NUM TO WRK-CHAVE-NOV.

           IF WRK-CHAVE-NOV NOT > WRK-CHAVE-NOV-ANT
              AND WRK-QTDE-LIDOS-NOV > 1
              DISPLAY 'NOVA GERACAO FORA DE SEQUENCIA DE CONTA: '
                      NOV-CONTA-NUM
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WRK-CHAVE-NOV TO WRK-CHAVE-NOV-ANT.
       009-FIM.
           EXIT.
      *************************
       010-RETORNA-IMAGEM SECTION.
      *************************
           RETURN ARQ-SORT
               AT END
                   MOVE WRK-CHAVE-FIM TO WRK-CHAVE-IMG
                   GO TO 010-FIM
           END-RETURN.

           MOVE SRT-CONTA-NUM TO WRK-CHAVE-IMG.
       010-FIM.
           EXIT.
      *************************
       011-FINAL SECTION.
      *************************
           CLOSE MASTER-NOVO.

           IF NOT WRK-GERACAO-OK-SIM
              DISPLAY 'NOVA GERACAO DO MASTER INCOMPLETA OU DE OUTRA '
                      'DATA - RECONSTITUICAO NAO FEITA'
           END-IF.

           DISPLAY ' '.
           DISPLAY '==========================================='.
           DISPLAY 'MASTER ANTERIOR LIDOS...: ' WRK-QTDE-LIDOS-MST.
           DISPLAY 'IMAGENS NA TRILHA.......: ' WRK-QTDE-IMG-TRILHA.
           DISPLAY 'IMAGENS DO DIA..........: ' WRK-QTDE-IMG-DIA.
           DISPLAY 'OPERACOES APLICADAS.....: ' WRK-QTDE-APLICADAS.
           DISPLAY 'EXPURGOS APLICADOS......: ' WRK-QTDE-EXPURGOS.
           DISPLAY 'OPERACOES REPETIDAS.....: ' WRK-QTDE-REPETIDAS.
           DISPLAY 'EXECUCAO ANTERIOR (REPR): ' WRK-QTDE-IGNORADAS.
           DISPLAY 'NOVA GERACAO LIDOS......: ' WRK-QTDE-LIDOS-NOV.
           DISPLAY 'CONTAS CONFERIDAS.......: ' WRK-QTDE-CONFERE.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'ALTERADAS SEM IMAGEM....: ' WRK-QTDE-ALTERADA.
           DISPLAY 'INCLUIDAS SEM IMAGEM....: ' WRK-QTDE-SEM-INCL.
           DISPLAY 'EXCLUIDAS SEM IMAGEM....: ' WRK-QTDE-SEM-EXPG.
           DISPLAY 'IMAGEM DE CONTA AUSENTE.: ' WRK-QTDE-IMG-AUSENTE.
           DISPLAY 'IMAGEM FORA DA CADEIA...: ' WRK-QTDE-FORA-CADEIA.
           DISPLAY 'TOTAL DE DIVERGENCIAS...: ' WRK-QTDE-DIVERGENCIAS.
           DISPLAY '==========================================='.

           IF RETURN-CODE = 0
              DISPLAY 'NOVA GERACAO CONFERE COM A TRILHA DE IMAGENS'
           ELSE
              DISPLAY 'NOVA GERACAO NAO CONFERE - CICLO INTERROMPIDO'
           END-IF.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 014-MARCA-RUN-CONTROL.
       011-FIM.
           EXIT.
      *************************
       012-CARREGA-DATA SECTION.
      *************************
      *    A DATA DO CICLO E DAS IMAGENS VEM DO CARTAO DE DATA
      *    (DATPRM), O MESMO QUE CARIMBA A MANUTENCAO.
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

           MOVE DAT-DATA-MOVTO      TO WRK-DATA-CICLO.
           MOVE DAT-DATA-MOVTO(3:6) TO WRK-DATA-SISTEMA.

           IF DAT-REPROCESSO-SIM
              MOVE 'S' TO WRK-REPROCESSO
           END-IF.

           CLOSE ARQ-DATA.
       012-FIM.
           EXIT.
      *************************
       013-VERIFICA-RUN-CONTROL SECTION.
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
              PERFORM 013A-CONFERE-EXECUCAO UNTIL WRK-FIM-RUN-CTL-SIM
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
       013-FIM.
           EXIT.
      *************************
       013A-CONFERE-EXECUCAO SECTION.
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
       013A-FIM.
           EXIT.
      *************************
       014-MARCA-RUN-CONTROL SECTION.
      *************************
      *    CARIMBA INICIO ('I') OU FIM ('F') DESTE PROGRAMA NO
      *    RUN-CONTROL COM O HORARIO, PARA O RELATORIO DE TEMPOS
      *    DA JANELA (CLITEMPO).
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE WRK-DATA-CICLO  TO RUN-DATA-MOVTO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIRECON'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       014-FIM.
           EXIT.
      *************************
       015-PULA-SE-ENCERRADO SECTION.
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
       015-FIM.
           EXIT.
