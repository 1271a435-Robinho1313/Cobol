      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLIDORM.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  VARREDURA DE DORMENCIA. LE A GERACAO FECHADA DO MASTER
      *  (CLIMST) ANTES DA MANUTENCAO E GRAVA O MASTER VARRIDO
      *  (CLIMSTV) QUE O CLIMANUT CONSOME. CONTA ATIVA SEM
      *  MOVIMENTACAO DO CLIENTE HA N DIAS OU MAIS (CONTADOS DE
      *  CLI-DATA-ULT-MOV ATE A DATA DO DATPRM) PASSA PARA A
      *  SITUACAO 'D' (DORMENTE), COM IMAGEM ANTES/DEPOIS (OPERACAO
      *  'V') NA TRILHA DA MANUTENCAO (CLIMIMG). A POSTAGEM (CLIPOSTA)
      *  E O DESBLOQUEIO DO CLIMANUT ACORDAM A CONTA DE NOVO.
      *
      *  O PRAZO VEM DO CARTAO DORPRM, POR TIPO DE CONTA (CINCO
      *  CAMPOS DE 3 DIGITOS, TIPOS 1 A 5; 000 = TIPO ISENTO DE
      *  DORMENCIA), SEGUIDO DA ANTECEDENCIA DO AVISO EM DIAS (3
      *  DIGITOS). SEM CARTAO VALEM 180 DIAS PARA TODOS OS TIPOS E
      *  30 DIAS DE AVISO.
      *
      *  CONTA SEM DATA DE ULTIMA MOVIMENTACAO (GERACAO ANTERIOR AO
      *  CAMPO) RECEBE A DATA DO CICLO COMO PONTO DE PARTIDA, TAMBEM
      *  COM IMAGEM ANTES/DEPOIS, E NAO E VARRIDA NESTE CICLO.
      *
      *  O RELATORIO LISTA, EM ORDEM DE CONTA, AS CONTAS QUE FICARAM
      *  DORMENTES HOJE E AS QUE ESTAO A MENOS DE N DIAS DO PRAZO.
      *
      *  DATA JA ENCERRADA NO RUN-CONTROL SO RODA DE NOVO COM O
      *  INDICADOR DE REPROCESSAMENTO NO CARTAO DE DATA, COMO NO
      *  CLIMANUT.
      *
      *  RETURN-CODE:  0 = VARREDURA CONCLUIDA
      *                8 = DATA JA ENCERRADA (NADA FOI GRAVADO)
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
           SELECT MASTER-VARRIDO ASSIGN TO "CLIMSTV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VARRIDO.
           SELECT ARQ-IMAGEM ASSIGN TO "CLIMIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMAGEM.
           SELECT OPTIONAL ARQ-PARM ASSIGN TO "DORPRM"
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
       FD  MASTER-VARRIDO
           LABEL RECORD IS STANDARD.
       01  REG-CLIENTE-VARRIDO.
           05  VAR-CONTA-NUM       PIC 9(006).
           05  VAR-NOME            PIC X(030).
           05  VAR-TIPO-CONTA      PIC 9(001).
           05  VAR-SALDO           PIC S9(07).
           05  VAR-CNPJ            PIC X(014).
           05  VAR-MOEDA           PIC X(003).
           05  VAR-SITUACAO        PIC X(001).
           05  VAR-DATA-ENCER      PIC 9(008).
           05  VAR-LIMITE          PIC 9(007).
           05  VAR-META-POUP       PIC 9(007).
           05  VAR-DATA-ULT-MOV    PIC 9(008).
           05  VAR-TIPO-DOC        PIC X(001).
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
       FD  ARQ-PARM
           LABEL RECORD IS STANDARD.
       01  REG-PARM.
           05  PARM-DIAS-TIPO      PIC 9(003) OCCURS 5 TIMES.
           05  PARM-DIAS-AVISO     PIC 9(003).
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
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-CATEGORIA       PIC 9(001).
           05  SRT-CONTA-NUM       PIC 9(006).
           05  SRT-NOME            PIC X(030).
           05  SRT-TIPO-CONTA      PIC 9(001).
           05  SRT-DATA-ULT-MOV    PIC 9(008).
           05  SRT-DIAS-PARADA     PIC 9(005).
           05  SRT-DIAS-RESTANTES  PIC 9(005).
           05  SRT-SALDO           PIC S9(007).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-MASTER     PIC  X(002).
       01  WRK-FS-VARRIDO    PIC  X(002).
       01  WRK-FS-IMAGEM     PIC  X(002).
       01  WRK-FS-PARM       PIC  X(002).
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
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIDORM '.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-MASTER    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-MASTER-SIM    VALUE 'S'.
       01  WRK-FIM-SORT      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-SORT-SIM      VALUE 'S'.
       01  WRK-CHAVE-MST     PIC  9(006) VALUE ZEROS.
       01  WRK-CHAVE-MST-ANT PIC  9(006) VALUE ZEROS.
       01  WRK-OPERADOR-IMG  PIC  X(008) VALUE 'CLIDORM '.
       01  WRK-TIPO-CONTA    PIC 9.
           COPY TCCODES.
       01  WRK-SITUACAO      PIC X.
           COPY STCODES.
      *
      *  PRAZO DE DORMENCIA POR TIPO DE CONTA (DORPRM) E
      *  ANTECEDENCIA DO AVISO, EM DIAS CORRIDOS
      *
       01  WRK-IND-TIPO      PIC  9(01) COMP VALUE 0.
       01  WRK-TAB-PRAZOS.
           05  WRK-PRAZO-TIPO    PIC 9(003) COMP OCCURS 5 TIMES.
       01  WRK-DIAS-AVISO    PIC  9(003) COMP VALUE 30.
       01  WRK-PRAZO         PIC  9(003) COMP VALUE 0.
       01  WRK-DIAS-PARADA   PIC S9(007) COMP VALUE 0.
       01  WRK-DIAS-RESTANTES PIC S9(007) COMP VALUE 0.
      *
      *  CALCULO DE DIAS CORRIDOS (MESMO DESENHO DO CLIMANUT)
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
      *
      *  CONTADORES
      *
       01  WRK-QTDE-LIDOS    PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-GRAVADOS PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-ATIVAS   PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-ISENTAS  PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-INICIADAS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-DORMENTES PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-AVISO    PIC  9(06) COMP VALUE 0.
       01  WRK-SALDO-FMT     PIC  +Z.ZZZ.ZZ9,99.
       01  WRK-PRAZO-FMT     PIC  ZZ9.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.

           SORT ARQ-SORT
               ASCENDING KEY SRT-CATEGORIA SRT-CONTA-NUM
               INPUT PROCEDURE 002-VARRE-MASTER
               OUTPUT PROCEDURE 005-IMPRIME-RELATORIO.

           MOVE 0 TO RETURN-CODE.

           PERFORM 007-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
      *    A DATA E O RUN-CONTROL SAO CONFERIDOS ANTES DE ABRIR
      *    QUALQUER SAIDA, COMO NO CLIMANUT: A VARREDURA GRAVA
      *    IMAGENS NA TRILHA PERMANENTE E NAO PODE SER REAPLICADA
      *    SOBRE UMA DATA JA ENCERRADA SEM AUTORIZACAO.
      *************************
           PERFORM 010-CARREGA-DATA.
           PERFORM 015-PULA-SE-ENCERRADO.
           PERFORM 011-VERIFICA-RUN-CONTROL.
           PERFORM 012-CARREGA-PRAZOS.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 014-MARCA-RUN-CONTROL.

           DISPLAY '==========================================='.
           DISPLAY ' VARREDURA DE DORMENCIA - CLIDORM'.
           DISPLAY '==========================================='.
           DISPLAY 'DATA DO CICLO...........: ' WRK-DATA-CICLO.

           PERFORM 001A-MOSTRA-PRAZO
               VARYING WRK-IND-TIPO FROM 1 BY 1
               UNTIL WRK-IND-TIPO > 5.

           MOVE WRK-DIAS-AVISO TO WRK-PRAZO-FMT.
           DISPLAY 'AVISO COM ANTECEDENCIA..: ' WRK-PRAZO-FMT ' DIAS'.
           DISPLAY ' '.
       001-FIM.
           EXIT.
      *************************
       001A-MOSTRA-PRAZO SECTION.
      *************************
           MOVE WRK-PRAZO-TIPO(WRK-IND-TIPO) TO WRK-PRAZO-FMT.

           IF WRK-PRAZO-TIPO(WRK-IND-TIPO) = 0
              DISPLAY 'PRAZO TIPO ' WRK-IND-TIPO
                      '............: ISENTO'
           ELSE
              DISPLAY 'PRAZO TIPO ' WRK-IND-TIPO
                      '............: ' WRK-PRAZO-FMT ' DIAS'
           END-IF.
       001A-FIM.
           EXIT.
      *************************
       002-VARRE-MASTER SECTION.
      *************************
           OPEN INPUT  CLIENTE-MASTER.
           OPEN OUTPUT MASTER-VARRIDO.
      *    AS IMAGENS ANTES/DEPOIS SAO PERMANENTES: SO O EXPURGO
      *    COM RETENCAO (CLILIMPA) AS ENCURTA.
           OPEN EXTEND ARQ-IMAGEM.

           IF WRK-FS-MASTER NOT = '00'
              DISPLAY 'MASTER DE CLIENTES (CLIMST) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 008-LE-MASTER.

           PERFORM 003-PROCESSA-CONTA UNTIL WRK-FIM-MASTER-SIM.

           CLOSE CLIENTE-MASTER.
           CLOSE MASTER-VARRIDO.
           CLOSE ARQ-IMAGEM.
       002-FIM.
           EXIT.
      *************************
       003-PROCESSA-CONTA SECTION.
      *************************
      *    SO CONTA ATIVA E VARRIDA: BLOQUEADA, DORMENTE E
      *    ENCERRADA PASSAM SEM ALTERACAO.
      *************************
           MOVE CLI-SITUACAO   TO WRK-SITUACAO.
           MOVE CLI-TIPO-CONTA TO WRK-TIPO-CONTA.

           IF NOT ST-ATIVA
              GO TO 003-GRAVA
           END-IF.

           ADD 1 TO WRK-QTDE-ATIVAS.

           IF NOT (TC-CORRENTE OR TC-POUPANCA OR
                   TC-SALARIO  OR TC-INVESTIMENTO OR
                   TC-PAGAMENTO)
              ADD 1 TO WRK-QTDE-ISENTAS
              GO TO 003-GRAVA
           END-IF.

           MOVE WRK-PRAZO-TIPO(CLI-TIPO-CONTA) TO WRK-PRAZO.

           IF WRK-PRAZO = 0
              ADD 1 TO WRK-QTDE-ISENTAS
              GO TO 003-GRAVA
           END-IF.

      *    SEM DATA DE ULTIMA MOVIMENTACAO: A CONTAGEM COMECA HOJE.
           IF CLI-DATA-ULT-MOV = 0
              PERFORM 004A-GRAVA-IMAGEM-ANTES
              MOVE WRK-DATA-CICLO TO CLI-DATA-ULT-MOV
              PERFORM 004B-GRAVA-IMAGEM-DEPOIS
              ADD 1 TO WRK-QTDE-INICIADAS
              GO TO 003-GRAVA
           END-IF.

           MOVE CLI-DATA-ULT-MOV TO WRK-DATA-CALC.
           PERFORM 013-CALCULA-DIAS.

           COMPUTE WRK-DIAS-PARADA = WRK-DIAS-CICLO - WRK-DIAS-CALC.

           IF WRK-DIAS-PARADA < 0
              MOVE 0 TO WRK-DIAS-PARADA
           END-IF.

           COMPUTE WRK-DIAS-RESTANTES = WRK-PRAZO - WRK-DIAS-PARADA.

           EVALUATE TRUE
            WHEN WRK-DIAS-RESTANTES NOT > 0
               PERFORM 004-MARCA-DORMENTE
            WHEN WRK-DIAS-RESTANTES NOT > WRK-DIAS-AVISO
               ADD 1 TO WRK-QTDE-AVISO
               MOVE 2 TO SRT-CATEGORIA
               PERFORM 004C-LIBERA-RELATORIO
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
       003-GRAVA.
           MOVE REG-CLIENTE TO REG-CLIENTE-VARRIDO.

           WRITE REG-CLIENTE-VARRIDO.

           IF WRK-FS-VARRIDO NOT = '00'
              DISPLAY 'ERRO NA GRAVACAO DO MASTER VARRIDO - FS '
                      WRK-FS-VARRIDO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-GRAVADOS.

           PERFORM 008-LE-MASTER.
       003-FIM.
           EXIT.
      *************************
       004-MARCA-DORMENTE SECTION.
      *************************
           PERFORM 004A-GRAVA-IMAGEM-ANTES.

           MOVE 'D' TO CLI-SITUACAO.

           PERFORM 004B-GRAVA-IMAGEM-DEPOIS.

           ADD 1 TO WRK-QTDE-DORMENTES.

           MOVE 0 TO WRK-DIAS-RESTANTES.
           MOVE 1 TO SRT-CATEGORIA.
           PERFORM 004C-LIBERA-RELATORIO.
       004-FIM.
           EXIT.
      *************************
       004A-GRAVA-IMAGEM-ANTES SECTION.
      *************************
           MOVE 'A' TO IMG-MOMENTO.
           PERFORM 004D-MONTA-IMAGEM.
       004A-FIM.
           EXIT.
      *************************
       004B-GRAVA-IMAGEM-DEPOIS SECTION.
      *************************
           MOVE 'D' TO IMG-MOMENTO.
           PERFORM 004D-MONTA-IMAGEM.
       004B-FIM.
           EXIT.
      *************************
       004C-LIBERA-RELATORIO SECTION.
      *************************
           MOVE CLI-CONTA-NUM      TO SRT-CONTA-NUM.
           MOVE CLI-NOME           TO SRT-NOME.
           MOVE CLI-TIPO-CONTA     TO SRT-TIPO-CONTA.
           MOVE CLI-DATA-ULT-MOV   TO SRT-DATA-ULT-MOV.
           MOVE WRK-DIAS-PARADA    TO SRT-DIAS-PARADA.
           MOVE WRK-DIAS-RESTANTES TO SRT-DIAS-RESTANTES.
           MOVE CLI-SALDO          TO SRT-SALDO.

           RELEASE REG-SORT.
       004C-FIM.
           EXIT.
      *************************
       004D-MONTA-IMAGEM SECTION.
      *************************
      *    MESMO LEIAUTE DAS IMAGENS DO CLIMANUT, COM OPERACAO 'V'
      *    (VARREDURA DE DORMENCIA) E O PROPRIO PROGRAMA COMO
      *    OPERADOR E SUPERVISOR.
      *************************
           MOVE WRK-DATA-SISTEMA TO IMG-DATA.
           MOVE 'V'              TO IMG-OPERACAO.
           MOVE CLI-CONTA-NUM    TO IMG-CONTA-NUM.
           MOVE CLI-NOME         TO IMG-NOME.
           MOVE CLI-TIPO-CONTA   TO IMG-TIPO-CONTA.
           MOVE CLI-SALDO        TO IMG-SALDO.
           MOVE CLI-CNPJ         TO IMG-CNPJ.
           MOVE CLI-MOEDA        TO IMG-MOEDA.
           MOVE CLI-SITUACAO     TO IMG-SITUACAO.
           MOVE CLI-DATA-ENCER   TO IMG-DATA-ENCER.
           MOVE CLI-LIMITE       TO IMG-LIMITE.
           MOVE CLI-META-POUP    TO IMG-META-POUP.
           MOVE WRK-OPERADOR-IMG TO IMG-OPERADOR.
           MOVE WRK-OPERADOR-IMG TO IMG-SUPERVISOR.
           MOVE CLI-DATA-ULT-MOV TO IMG-DATA-ULT-MOV.
           MOVE CLI-TIPO-DOC     TO IMG-TIPO-DOC.

           WRITE REG-IMAGEM.
       004D-FIM.
           EXIT.
      *************************
       005-IMPRIME-RELATORIO SECTION.
      *************************
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

           MOVE 0 TO WRK-IND-TIPO.

           PERFORM 006-IMPRIME-LINHA UNTIL WRK-FIM-SORT-SIM.
       005-FIM.
           EXIT.
      *************************
       006-IMPRIME-LINHA SECTION.
      *************************
      *    CATEGORIA 1 = FICOU DORMENTE HOJE
      *    CATEGORIA 2 = PROXIMA DO PRAZO (DENTRO DO AVISO)
      *************************
           IF SRT-CATEGORIA NOT = WRK-IND-TIPO
              MOVE SRT-CATEGORIA TO WRK-IND-TIPO
              DISPLAY ' '
              IF SRT-CATEGORIA = 1
                 DISPLAY '--- CONTAS QUE FICARAM DORMENTES HOJE ---'
              ELSE
                 DISPLAY '--- CONTAS PROXIMAS DO PRAZO DE DORMENCIA ---'
              END-IF
           END-IF.

           MOVE SRT-SALDO TO WRK-SALDO-FMT.

           IF SRT-CATEGORIA = 1
              DISPLAY 'CONTA ' SRT-CONTA-NUM
                      ' TIPO ' SRT-TIPO-CONTA
                      ' ULT MOVIM ' SRT-DATA-ULT-MOV
                      ' PARADA ' SRT-DIAS-PARADA ' DIAS'
                      ' SALDO ' WRK-SALDO-FMT
                      ' ' SRT-NOME
           ELSE
              DISPLAY 'CONTA ' SRT-CONTA-NUM
                      ' TIPO ' SRT-TIPO-CONTA
                      ' ULT MOVIM ' SRT-DATA-ULT-MOV
                      ' FALTAM ' SRT-DIAS-RESTANTES ' DIAS'
                      ' SALDO ' WRK-SALDO-FMT
                      ' ' SRT-NOME
           END-IF.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       006-FIM.
           EXIT.
      *************************
       007-FINAL SECTION.
      *************************
           DISPLAY ' '.
           DISPLAY '==========================================='.
           DISPLAY 'MASTER LIDOS............: ' WRK-QTDE-LIDOS.
           DISPLAY 'CONTAS ATIVAS...........: ' WRK-QTDE-ATIVAS.
           DISPLAY 'ATIVAS ISENTAS..........: ' WRK-QTDE-ISENTAS.
           DISPLAY 'SEM DATA (INICIADAS)....: ' WRK-QTDE-INICIADAS.
           DISPLAY 'DORMENTES HOJE..........: ' WRK-QTDE-DORMENTES.
           DISPLAY 'PROXIMAS DO PRAZO.......: ' WRK-QTDE-AVISO.
           DISPLAY 'MASTER VARRIDO GRAVADOS.: ' WRK-QTDE-GRAVADOS.
           DISPLAY '==========================================='.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 014-MARCA-RUN-CONTROL.
       007-FIM.
           EXIT.
      *************************
       008-LE-MASTER SECTION.
      *************************
      *    REGISTROS DE CONTROLE (HDR/TRL) DA GERACAO FECHADA SAO
      *    PULADOS: O CLIMANUT GRAVA CONTROLES PROPRIOS NA NOVA
      *    GERACAO. A GERACAO ANTIGA E NORMALIZADA COMO NO CLIMANUT.
      *************************
       008-LE.
           READ CLIENTE-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
                   GO TO 008-FIM
           END-READ.

           IF MST-CTL-CONTROLE
              GO TO 008-LE
           END-IF.

           ADD 1 TO WRK-QTDE-LIDOS.

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
       010-CARREGA-DATA SECTION.
      *************************
      *    A DATA DA VARREDURA E DAS IMAGENS VEM DO CARTAO DE DATA
      *    (DATPRM), O MESMO QUE CARIMBA O BALANCETE.
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
       012-CARREGA-PRAZOS SECTION.
      *************************
      *    PRAZO EM DIAS POR TIPO DE CONTA E ANTECEDENCIA DO AVISO
      *    (DORPRM). CAMPO NAO NUMERICO MANTEM O PADRAO DE 180
      *    DIAS; 000 ISENTA O TIPO. A DATA DO CICLO JA E CONVERTIDA
      *    EM DIAS CORRIDOS PARA O CONFRONTO.
      *************************
           PERFORM 012A-PRAZO-PADRAO
               VARYING WRK-IND-TIPO FROM 1 BY 1
               UNTIL WRK-IND-TIPO > 5.

           OPEN INPUT ARQ-PARM.

           IF WRK-FS-PARM = '00'
              READ ARQ-PARM
                  NOT AT END
                      PERFORM 012B-PRAZO-CARTAO
                          VARYING WRK-IND-TIPO FROM 1 BY 1
                          UNTIL WRK-IND-TIPO > 5
                      IF PARM-DIAS-AVISO IS NUMERIC
                         MOVE PARM-DIAS-AVISO TO WRK-DIAS-AVISO
                      END-IF
              END-READ
              CLOSE ARQ-PARM
           END-IF.

           MOVE WRK-DATA-CICLO TO WRK-DATA-CALC.
           PERFORM 013-CALCULA-DIAS.
           MOVE WRK-DIAS-CALC  TO WRK-DIAS-CICLO.
       012-FIM.
           EXIT.
      *************************
       012A-PRAZO-PADRAO SECTION.
      *************************
           MOVE 180 TO WRK-PRAZO-TIPO(WRK-IND-TIPO).
       012A-FIM.
           EXIT.
      *************************
       012B-PRAZO-CARTAO SECTION.
      *************************
           IF PARM-DIAS-TIPO(WRK-IND-TIPO) IS NUMERIC
              MOVE PARM-DIAS-TIPO(WRK-IND-TIPO)
                                TO WRK-PRAZO-TIPO(WRK-IND-TIPO)
           END-IF.
       012B-FIM.
           EXIT.
      *************************
       013-CALCULA-DIAS SECTION.
      *************************
      *    CONVERTE DATA AAAAMMDD EM CONTAGEM DE DIAS CORRIDOS DO
      *    CALENDARIO GREGORIANO (ANO COMECANDO EM MARCO, COMO NO
      *    CLIMANUT), PARA COMPARAR DUAS DATAS POR SUBTRACAO.
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
       013-FIM.
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
           MOVE 'CLIDORM '      TO RUN-PROGRAMA.
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
