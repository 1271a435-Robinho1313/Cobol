      *    - REJEITOS DO BALANCETE (CLIREJ) CONTADOS CONTRA O
      *      CHECKPOINT; REJEITOS DA CRITICA (CLIEREJ) RELATADOS
      *    - INTERFACE CONTABIL (GLIFACE): QUANTIDADE E HASH DO
      *      TRAILER CONTRA AS LINHAS E OS TOTAIS DO CHECKPOINT,
      *      INCLUSIVE OS ENCARGOS DO CHEQUE ESPECIAL (JUROS/IOF)
      *    - RUN-CONTROL (CLIRUNC): 'I' E 'F' DA DATA DO DATPRM
      *  IMPRIME O CERTIFICADO DE UMA PAGINA E DEVOLVE RETURN-CODE
      *  NAO ZERO PARA BARRAR O STEP CICLO QUANDO ALGO NAO FECHA.
           05  FEC-DATA-ENCER      PIC 9(008).
           05  FEC-LIMITE          PIC 9(007).
           05  FEC-META-POUP       PIC 9(007).
           05  FEC-DATA-ULT-MOV    PIC 9(008).
           05  FEC-TIPO-DOC        PIC X(001).
       01  REG-FECHADO-CTL.
           05  FEC-CTL-ID          PIC X(003).
               88 FEC-CTL-HEADER         VALUE 'HDR'.
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
           05  ULT-QTDE-REJEITOS   PIC 9(05) VALUE ZEROS.
           05  ULT-QTDE-SAIDA      PIC 9(07) VALUE ZEROS.
           05  ULT-HASH-SAIDA      PIC S9(013) VALUE ZEROS.
           05  ULT-QTD-CHEQUE      PIC 9(05) VALUE ZEROS.
           05  ULT-TOT-JUROS-CHEQUE PIC S9(09) VALUE ZEROS.
           05  ULT-TOT-IOF-CHEQUE  PIC S9(09) VALUE ZEROS.
       01  WRK-QTD-CONTADAS  PIC  9(007) VALUE ZEROS.
       01  WRK-HASH-ESPERADO PIC S9(013) VALUE ZEROS.
      *
           88 WRK-RUN-TEM-F-SIM     VALUE 'S'.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIFECHA'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
           PERFORM 005-CONTA-REJEITOS.
           PERFORM 006-LE-RUN-CONTROL.
           PERFORM 007-CRUZA-TOTAIS.

           IF WRK-CICLO-OK-SIM
              MOVE 0 TO RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 008-CERTIFICADO.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.

           CLOSE ARQ-DATA.

           PERFORM 011-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 010-MARCA-RUN-CONTROL.
       001-FIM.
           MOVE CKP-QTDE-REJEITOS    TO ULT-QTDE-REJEITOS.
           MOVE CKP-QTDE-SAIDA       TO ULT-QTDE-SAIDA.
           MOVE CKP-HASH-SAIDA       TO ULT-HASH-SAIDA.
           MOVE CKP-QTD-CHEQUE       TO ULT-QTD-CHEQUE.
           MOVE CKP-TOT-JUROS-CHEQUE TO ULT-TOT-JUROS-CHEQUE.
           MOVE CKP-TOT-IOF-CHEQUE   TO ULT-TOT-IOF-CHEQUE.

           READ ARQ-CHECKPOINT
               AT END
               ADD 1 TO WRK-GLI-QTDE-VAL
            WHEN REG-INTERFACE(1:6) = 'TOTAL;'
               ADD 1 TO WRK-GLI-QTDE-VAL
            WHEN REG-INTERFACE(1:8) = 'ENCARGO;'
               ADD 1 TO WRK-GLI-QTDE-VAL
            WHEN OTHER
               MOVE 'LINHA ESTRANHA NA INTERFACE CONTABIL'
                                        TO WRK-MOTIVO-DIV
       007B-CRUZA-INTERFACE SECTION.
      *************************
      *    O HASH DO TRAILER DA INTERFACE E A SOMA DOS SUBTOTAIS
      *    POR TIPO MAIS O TOTAL GERAL E OS ENCARGOS DO CHEQUE
      *    ESPECIAL, COMO O CLIGLEXT O APURA.
      *************************
           IF WRK-GLI-TRL-QTDE NOT = WRK-GLI-QTDE-VAL
              MOVE 'QTDE DO TRAILER DA INTERFACE NAO CONFERE'
                                     + ULT-TOT-SALARIO
                                     + ULT-TOT-INVESTIMENTO
                                     + ULT-TOT-PAGAMENTO
                                     + ULT-TOT-GERAL
                                     + ULT-TOT-JUROS-CHEQUE
                                     + ULT-TOT-IOF-CHEQUE.

           IF WRK-GLI-TRL-HASH NOT = WRK-HASH-ESPERADO
              MOVE 'HASH DA INTERFACE DIFERE DO CHECKPOINT'
           DISPLAY 'REJEITOS DA CRITICA.....: ' WRK-QTDE-REJ-EDT.
           DISPLAY 'INTERFACE CONTABIL......: ' WRK-GLI-QTDE-VAL
                   ' LINHAS  HASH ' WRK-GLI-TRL-HASH.
           DISPLAY 'CHEQUE ESPECIAL.........: ' ULT-QTD-CHEQUE
                   ' CONTAS  JUROS ' ULT-TOT-JUROS-CHEQUE
                   '  IOF ' ULT-TOT-IOF-CHEQUE.
           DISPLAY 'RUN-CONTROL I/F.........: '
                   WRK-RUN-TEM-I '/' WRK-RUN-TEM-F.
           DISPLAY '-------------------------------------------'.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIFECHA'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       010-FIM.
           EXIT.
      *************************
       011-PULA-SE-ENCERRADO SECTION.
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
       011-FIM.
           EXIT.
