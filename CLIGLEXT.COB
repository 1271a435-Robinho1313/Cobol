      *  PARA O CARREGADOR DO RAZAO CORPORATIVO:
      *    TIPO;<1-5>;<DESCRICAO>;<QTDE>;<SUBTOTAL>
      *    TOTAL;GERAL;<QTDE>;<TOTAL BRL>
      *    ENCARGO;<JUROS|IOF>;<QTDE DE CONTAS>;<TOTAL BRL>
      *      (JUROS E IOF DO CHEQUE ESPECIAL COBRADOS NO CICLO)
      *    TRL;<QTDE DE REGISTROS>;<HASH DOS VALORES>
      *  ACABA COM A REDIGITACAO MANUAL DO SYSOUT NO RAZAO.
      *----------------------------------------------------------------*
           05  CKP-QTDE-REJEITOS   PIC 9(05).
           05  CKP-QTDE-SAIDA      PIC 9(07).
           05  CKP-HASH-SAIDA      PIC S9(13).
           05  CKP-QTD-CHEQUE      PIC 9(05).
           05  CKP-TOT-JUROS-CHEQUE PIC S9(09).
           05  CKP-TOT-IOF-CHEQUE  PIC S9(09).
      *----------------------------------------------------------------*
       FD  ARQ-INTERFACE
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
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIGLEXT'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-ARQUIVO   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-SIM   VALUE 'S'.
       01  WRK-ACHOU-CKP     PIC  X(001) VALUE 'N'.
           05  ULT-QTD-SALARIO     PIC 9(05) VALUE ZEROS.
           05  ULT-QTD-INVESTIMENTO PIC 9(05) VALUE ZEROS.
           05  ULT-QTD-PAGAMENTO   PIC 9(05) VALUE ZEROS.
           05  ULT-QTD-CHEQUE      PIC 9(05) VALUE ZEROS.
           05  ULT-TOT-JUROS-CHEQUE PIC S9(09) VALUE ZEROS.
           05  ULT-TOT-IOF-CHEQUE  PIC S9(09) VALUE ZEROS.
       01  WRK-QTD-GERAL     PIC  9(06) VALUE ZEROS.
       01  WRK-QTDE-GRAVADOS PIC  9(05) COMP VALUE 0.
       01  WRK-QTDE-REG-FMT  PIC  9(005) VALUE ZEROS.
       01  WRK-QTD-FMT       PIC  9(006).
       01  WRK-TIPO-DESC     PIC  X(012) VALUE SPACES.
       01  WRK-TIPO-COD      PIC  9(001) VALUE 0.
       01  WRK-ENCARGO-DESC  PIC  X(005) VALUE SPACES.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 008-CARREGA-DATA.
           PERFORM 010-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 009-MARCA-RUN-CONTROL.
           MOVE CKP-QTD-SALARIO      TO ULT-QTD-SALARIO.
           MOVE CKP-QTD-INVESTIMENTO TO ULT-QTD-INVESTIMENTO.
           MOVE CKP-QTD-PAGAMENTO    TO ULT-QTD-PAGAMENTO.
           MOVE CKP-QTD-CHEQUE       TO ULT-QTD-CHEQUE.
           MOVE CKP-TOT-JUROS-CHEQUE TO ULT-TOT-JUROS-CHEQUE.
           MOVE CKP-TOT-IOF-CHEQUE   TO ULT-TOT-IOF-CHEQUE.

           READ ARQ-CHECKPOINT
               AT END
           PERFORM 004-GRAVA-TIPO.

           PERFORM 005-GRAVA-TOTAL.

           MOVE 'JUROS'              TO WRK-ENCARGO-DESC.
           MOVE ULT-QTD-CHEQUE       TO WRK-QTD-FMT.
           MOVE ULT-TOT-JUROS-CHEQUE TO WRK-VALOR-FMT.
           ADD  ULT-TOT-JUROS-CHEQUE TO WRK-HASH-VALORES.
           PERFORM 005A-GRAVA-ENCARGO.

           MOVE 'IOF'                TO WRK-ENCARGO-DESC.
           MOVE ULT-QTD-CHEQUE       TO WRK-QTD-FMT.
           MOVE ULT-TOT-IOF-CHEQUE   TO WRK-VALOR-FMT.
           ADD  ULT-TOT-IOF-CHEQUE   TO WRK-HASH-VALORES.
           PERFORM 005A-GRAVA-ENCARGO.

           PERFORM 006-GRAVA-TRAILER.
       003-FIM.
           EXIT.
           ADD 1 TO WRK-QTDE-GRAVADOS.
       005-FIM.
           EXIT.
      *************************
       005A-GRAVA-ENCARGO SECTION.
      *************************
           MOVE SPACES TO REG-INTERFACE.

           STRING 'ENCARGO;'       DELIMITED BY SIZE
                  WRK-ENCARGO-DESC DELIMITED BY SPACE
                  ';'              DELIMITED BY SIZE
                  WRK-QTD-FMT      DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WRK-VALOR-FMT    DELIMITED BY SIZE
               INTO REG-INTERFACE.

           WRITE REG-INTERFACE.

           ADD 1 TO WRK-QTDE-GRAVADOS.
       005A-FIM.
           EXIT.
      *************************
       006-GRAVA-TRAILER SECTION.
      *************************
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIGLEXT'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       009-FIM.
           EXIT.
      *************************
       010-PULA-SE-ENCERRADO SECTION.
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
       010-FIM.
           EXIT.
