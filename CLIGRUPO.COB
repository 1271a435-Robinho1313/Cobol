      *  CLI-CNPJ E IMPRIME, POR CNPJ, CADA CONTA COM SEU SALDO DE
      *  FECHAMENTO E O TOTAL DO GRUPO, MARCANDO OS GRUPOS CUJA
      *  EXPOSICAO ULTRAPASSA O LIMITE DO ARQUIVO GRPPRM.
      *  TITULAR PESSOA FISICA (CLI-TIPO-DOC 'F') FORMA GRUPO PELO
      *  CPF: OS GRUPOS DE CPF SAEM ANTES DOS DE CNPJ, SOB O MESMO
      *  LIMITE.
      *  CONTA CONJUNTA: COM O CADASTRO DE TITULARES (CLITIT, EM
      *  ORDEM DE CONTA + DOCUMENTO) A CONTA ENTRA TAMBEM NO GRUPO
      *  DE CADA TITULAR PRINCIPAL OU SEGUNDO TITULAR CUJO DOCUMENTO
      *  DIFERE DO DO MASTER, COM O SALDO INTEIRO (A RESPONSABILIDADE
      *  DO TITULAR E SOLIDARIA) E A LINHA MARCADA COM O PAPEL.
      *  REPRESENTANTE LEGAL NAO RESPONDE PELA CONTA E NAO ENTRA NA
      *  EXPOSICAO. SEM O CADASTRO DE TITULARES O RELATORIO SAI SO
      *  PELO DOCUMENTO DO MASTER, COMO ANTES.
      *  PEDIDO PERMANENTE DO COMITE DE CREDITO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
           SELECT MASTER-FECHADO ASSIGN TO "CLIMSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FECHADO.
           SELECT OPTIONAL ARQ-TITULAR ASSIGN TO "CLITIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TITULAR.
           SELECT ARQ-PARM ASSIGN TO "GRPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
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
       FD  ARQ-TITULAR
           LABEL RECORD IS STANDARD.
       01  REG-TITULAR.
           05  TIT-CHAVE.
               10  TIT-CONTA-NUM   PIC 9(006).
               10  TIT-DOCUMENTO   PIC X(014).
           05  TIT-TIPO-DOC        PIC X(001).
           05  TIT-PAPEL           PIC X(001).
           05  TIT-NOME            PIC X(030).
      *----------------------------------------------------------------*
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-TIPO-DOC        PIC X(001).
           05  SRT-CNPJ            PIC X(014).
           05  SRT-CONTA-NUM       PIC 9(006).
           05  SRT-NOME            PIC X(030).
           05  SRT-TIPO-CONTA      PIC 9(001).
           05  SRT-SALDO           PIC S9(007).
           05  SRT-MOEDA           PIC X(003).
           05  SRT-PAPEL           PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-PARM
           LABEL RECORD IS STANDARD.
               88 RUN-ENCERRADO          VALUE 'F'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIGRUPO'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-CAMBIO    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CAMBIO-SIM    VALUE 'S'.
       01  WRK-QTDE-CAMBIO   PIC  9(02) COMP VALUE 0.
       01  WRK-PRIMEIRO      PIC  X(001) VALUE 'S'.
           88 WRK-PRIMEIRO-SIM      VALUE 'S'.
       01  WRK-LIMITE-GRUPO  PIC S9(009) COMP VALUE 1000000.
       01  WRK-TIPO-DOC-ANT  PIC  X(001) VALUE SPACE.
       01  WRK-CNPJ-ANT      PIC  X(014) VALUE SPACES.
       01  WRK-TOT-GRUPO     PIC S9(009) COMP VALUE 0.
       01  WRK-QTDE-CONTAS-GR PIC 9(05) COMP VALUE 0.
       01  WRK-CNPJ-VALIDO   PIC  X(001) VALUE 'N'.
       01  WRK-TIPO-CONTA    PIC 9.
           COPY TCCODES.
       01  WRK-TIPO-DOC      PIC X.
           COPY TDCODES.
       01  WRK-TIPO-DESC     PIC  X(013) VALUE SPACES.
       01  WRK-FS-TITULAR    PIC  X(002).
       01  WRK-FIM-TITULAR   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-TITULAR-SIM   VALUE 'S'.
       01  WRK-TIPO-DOC-TIT  PIC  X(001) VALUE SPACE.
       01  WRK-QTDE-VINCULOS PIC  9(06) COMP VALUE 0.
       01  WRK-PAPEL         PIC X.
           COPY PTCODES.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
           PERFORM 001-INICIALIZACAO.

           SORT ARQ-SORT
               ASCENDING KEY SRT-TIPO-DOC SRT-CNPJ
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 002-CLASSIFICA-MASTER
               OUTPUT PROCEDURE 003-IMPRIME-GRUPOS.

           IF WRK-QTDE-ACIMA > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 008-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 009-CARREGA-DATA.
           PERFORM 013-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 012-MARCA-RUN-CONTROL.
           END-IF.

           DISPLAY '==========================================='.
           DISPLAY ' EXPOSICAO POR GRUPO ECONOMICO (CNPJ/CPF)'.
           DISPLAY '==========================================='.

           MOVE WRK-LIMITE-GRUPO TO WRK-TOT-FMT.
       002-CLASSIFICA-MASTER SECTION.
      *************************
           OPEN INPUT MASTER-FECHADO.
           OPEN INPUT ARQ-TITULAR.

           IF WRK-FS-TITULAR NOT = '00'
              MOVE 'S' TO WRK-FIM-TITULAR
           ELSE
              PERFORM 002C-LE-TITULAR
           END-IF.

           READ MASTER-FECHADO
               AT END
           PERFORM 002A-LIBERA-CONTA UNTIL WRK-FIM-MASTER-SIM.

           CLOSE MASTER-FECHADO.
           CLOSE ARQ-TITULAR.
       002-FIM.
           EXIT.
      *************************

           ADD 1 TO WRK-QTDE-CONTAS.

      *    TIPO EM BRANCO (REGISTRO ANTERIOR AO INDICADOR) E CNPJ:
      *    VAI PARA O MESMO GRUPO DO 'J' DE MESMO NUMERO.
           MOVE CLI-TIPO-DOC   TO WRK-TIPO-DOC.

           IF TD-CPF
              MOVE 'F'         TO SRT-TIPO-DOC
           ELSE
              MOVE 'J'         TO SRT-TIPO-DOC
           END-IF.

           MOVE CLI-CNPJ       TO SRT-CNPJ.
           MOVE CLI-CONTA-NUM  TO SRT-CONTA-NUM.
           MOVE CLI-NOME       TO SRT-NOME.
           MOVE CLI-TIPO-CONTA TO SRT-TIPO-CONTA.
           MOVE CLI-SALDO      TO SRT-SALDO.
           MOVE CLI-MOEDA      TO SRT-MOEDA.
           MOVE SPACE          TO SRT-PAPEL.

           RELEASE REG-SORT.

           PERFORM 002B-LIBERA-TITULAR
               UNTIL WRK-FIM-TITULAR-SIM
                  OR TIT-CONTA-NUM > CLI-CONTA-NUM.
       002A-LE.
           READ MASTER-FECHADO
               AT END
           END-READ.
       002A-FIM.
           EXIT.
      *************************
       002B-LIBERA-TITULAR SECTION.
      *************************
      *    TITULAR DA CONTA CORRENTE DO MASTER: LIBERA A CONTA DE
      *    NOVO NO GRUPO DO DOCUMENTO DO TITULAR. TITULAR DE CONTA
      *    QUE NAO ESTA NO MASTER FECHADO E IGNORADO.
      *************************
           IF TIT-CONTA-NUM < CLI-CONTA-NUM
              GO TO 002B-LE
           END-IF.

           MOVE TIT-PAPEL TO WRK-PAPEL.

           IF NOT PT-TITULAR
              GO TO 002B-LE
           END-IF.

           MOVE TIT-TIPO-DOC TO WRK-TIPO-DOC.

           IF TD-CPF
              MOVE 'F'         TO WRK-TIPO-DOC-TIT
           ELSE
              MOVE 'J'         TO WRK-TIPO-DOC-TIT
           END-IF.

      *    O TITULAR CUJO DOCUMENTO E O DO MASTER JA ESTA NO GRUPO.
           IF TIT-DOCUMENTO = SRT-CNPJ
              AND WRK-TIPO-DOC-TIT = SRT-TIPO-DOC
              GO TO 002B-LE
           END-IF.

           MOVE WRK-TIPO-DOC-TIT TO SRT-TIPO-DOC.
           MOVE TIT-DOCUMENTO    TO SRT-CNPJ.
           MOVE TIT-PAPEL        TO SRT-PAPEL.

           RELEASE REG-SORT.

           ADD 1 TO WRK-QTDE-VINCULOS.

      *    DEVOLVE A CHAVE DO MASTER PARA O PROXIMO TITULAR DA CONTA.
           MOVE CLI-TIPO-DOC TO WRK-TIPO-DOC.

           IF TD-CPF
              MOVE 'F'         TO SRT-TIPO-DOC
           ELSE
              MOVE 'J'         TO SRT-TIPO-DOC
           END-IF.

           MOVE CLI-CNPJ     TO SRT-CNPJ.
       002B-LE.
           PERFORM 002C-LE-TITULAR.
       002B-FIM.
           EXIT.
      *************************
       002C-LE-TITULAR SECTION.
      *************************
           READ ARQ-TITULAR
               AT END
                   MOVE 'S' TO WRK-FIM-TITULAR
           END-READ.
       002C-FIM.
           EXIT.
      *************************
       003-IMPRIME-GRUPOS SECTION.
      *************************
              PERFORM 005-ABRE-GRUPO
           ELSE
              IF SRT-CNPJ NOT = WRK-CNPJ-ANT
                 OR SRT-TIPO-DOC NOT = WRK-TIPO-DOC-ANT
                 PERFORM 006-FECHA-GRUPO
                 PERFORM 005-ABRE-GRUPO
              END-IF
                      ' *** SEM CAMBIO - FORA DO TOTAL ***'
           END-IF.

           MOVE SRT-PAPEL TO WRK-PAPEL.

           EVALUATE TRUE
            WHEN PT-PRINCIPAL
               DISPLAY '        (CONTA CONJUNTA - TITULAR PRINCIPAL)'
            WHEN PT-SEGUNDO
               DISPLAY '        (CONTA CONJUNTA - SEGUNDO TITULAR)'
           END-EVALUATE.

           ADD 1 TO WRK-QTDE-CONTAS-GR.

           RETURN ARQ-SORT
      *************************
           ADD 1 TO WRK-QTDE-GRUPOS.

           MOVE SRT-TIPO-DOC TO WRK-TIPO-DOC-ANT.
           MOVE SRT-CNPJ     TO WRK-CNPJ-ANT.
           MOVE 0            TO WRK-TOT-GRUPO.
           MOVE 0            TO WRK-QTDE-CONTAS-GR.

           MOVE SRT-CNPJ     TO WRK-CNPJ.
           MOVE SRT-TIPO-DOC TO WRK-TIPO-DOC.

           DISPLAY ' '.

           IF TD-CPF
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
              DISPLAY 'GRUPO CPF  ' WRK-CNPJ-ALFA
           ELSE
              CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
              DISPLAY 'GRUPO CNPJ ' WRK-CNPJ-ALFA
           END-IF.
       005-FIM.
           EXIT.
      *************************
           DISPLAY ' '.
           DISPLAY '==========================================='.
           DISPLAY 'CONTAS PROCESSADAS......: ' WRK-QTDE-CONTAS.
           DISPLAY 'VINCULOS DE TITULARES...: ' WRK-QTDE-VINCULOS.
           DISPLAY 'GRUPOS (CNPJ/CPF).......: ' WRK-QTDE-GRUPOS.
           DISPLAY 'GRUPOS ACIMA DO LIMITE..: ' WRK-QTDE-ACIMA.
           DISPLAY 'CONTAS SEM CAMBIO.......: ' WRK-QTDE-SEM-CAMBIO.
           DISPLAY '==========================================='.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIGRUPO'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       012-FIM.
           EXIT.
      *************************
       013-PULA-SE-ENCERRADO SECTION.
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
       013-FIM.
           EXIT.
