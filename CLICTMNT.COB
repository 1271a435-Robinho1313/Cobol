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
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLICTMNT'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-CHAVE-CTT     PIC  9(006) VALUE ZEROS.
       01  WRK-CHAVE-MOV     PIC  9(006) VALUE ZEROS.
       01  WRK-CHAVE-MOV-ANT PIC  9(006) VALUE ZEROS.
           PERFORM 002-CONFRONTA
               UNTIL WRK-FIM-CONTATO-SIM
                 AND WRK-FIM-MOVIMENTO-SIM.

           IF WRK-QTDE-REJEITOS > 0
              MOVE 4 TO RETURN-CODE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 010-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 011-CARREGA-DATA.
           PERFORM 013-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 012-MARCA-RUN-CONTROL.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLICTMNT'      TO RUN-PROGRAMA.
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
