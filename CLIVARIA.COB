           05  CKP-QTDE-REJEITOS   PIC 9(05).
           05  CKP-QTDE-SAIDA      PIC 9(07).
           05  CKP-HASH-SAIDA      PIC S9(13).
           05  CKP-QTD-CHEQUE      PIC 9(05).
           05  CKP-TOT-JUROS-CHEQUE PIC S9(09).
           05  CKP-TOT-IOF-CHEQUE  PIC S9(09).
      *----------------------------------------------------------------*
       FD  ARQ-HISTORICO
           LABEL RECORD IS STANDARD.
               88 RUN-ENCERRADO          VALUE 'F'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIVARIA'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-CKP       PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CKP-SIM       VALUE 'S'.
       01  WRK-FIM-HIST      PIC  X(001) VALUE 'N'.
           PERFORM 003-LE-HISTORICO.
           PERFORM 004-COMPARA-CICLOS.
           PERFORM 005-GRAVA-HISTORICO.

           IF WRK-DENTRO-TOL-SIM
              MOVE 0 TO RETURN-CODE
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 006-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.

           CLOSE ARQ-DATA.

           PERFORM 008-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 007-MARCA-RUN-CONTROL.

           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIVARIA'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       007-FIM.
           EXIT.
      *************************
       008-PULA-SE-ENCERRADO SECTION.
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
       008-FIM.
           EXIT.
