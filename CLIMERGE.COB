      *----------------------------------------------------------------*
       FD  ARQ-PARTICAO-1
           LABEL RECORD IS STANDARD.
       01  REG-PARTICAO-1          PIC X(093).
      *----------------------------------------------------------------*
       FD  ARQ-PARTICAO-2
           LABEL RECORD IS STANDARD.
       01  REG-PARTICAO-2          PIC X(093).
      *----------------------------------------------------------------*
       FD  ARQ-PARTICAO-3
           LABEL RECORD IS STANDARD.
       01  REG-PARTICAO-3          PIC X(093).
      *----------------------------------------------------------------*
       FD  ARQ-PARTICAO-4
           LABEL RECORD IS STANDARD.
       01  REG-PARTICAO-4          PIC X(093).
      *----------------------------------------------------------------*
       FD  ARQ-CKP-1
           LABEL RECORD IS STANDARD.
       01  REG-CKP-1               PIC X(158).
      *----------------------------------------------------------------*
       FD  ARQ-CKP-2
           LABEL RECORD IS STANDARD.
       01  REG-CKP-2               PIC X(158).
      *----------------------------------------------------------------*
       FD  ARQ-CKP-3
           LABEL RECORD IS STANDARD.
       01  REG-CKP-3               PIC X(158).
      *----------------------------------------------------------------*
       FD  ARQ-CKP-4
           LABEL RECORD IS STANDARD.
       01  REG-CKP-4               PIC X(158).
      *----------------------------------------------------------------*
       FD  ARQ-REJ-1
           LABEL RECORD IS STANDARD.
      *----------------------------------------------------------------*
       FD  ARQ-MASTER-SAIDA
           LABEL RECORD IS STANDARD.
       01  REG-CLIENTE-SAIDA       PIC X(093).
       01  REG-CONTROLE-SAIDA.
           05  SAI-CTL-ID          PIC X(003).
           05  SAI-CTL-DATA        PIC 9(006).
           05  CKP-QTDE-REJEITOS   PIC 9(05).
           05  CKP-QTDE-SAIDA      PIC 9(07).
           05  CKP-HASH-SAIDA      PIC S9(13).
           05  CKP-QTD-CHEQUE      PIC 9(05).
           05  CKP-TOT-JUROS-CHEQUE PIC S9(09).
           05  CKP-TOT-IOF-CHEQUE  PIC S9(09).
      *----------------------------------------------------------------*
       FD  ARQ-REJEITO
           LABEL RECORD IS STANDARD.
               88 RUN-ENCERRADO          VALUE 'F'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           88 WRK-PART-PRESENTE-SIM VALUE 'S'.
       01  WRK-FIM-PARTICAO  PIC  X(001) VALUE 'N'.
           88 WRK-FIM-PARTICAO-SIM  VALUE 'S'.
       01  WRK-BUFFER        PIC  X(158) VALUE SPACES.
      *
      *  REGISTRO DE CONTROLE (HDR/TRL) E DE DADOS DA PARTICAO
      *
           05  WRK-CLI-CONTA       PIC 9(006).
           05  FILLER              PIC X(031).
           05  WRK-CLI-SALDO       PIC S9(007).
           05  FILLER              PIC X(049).
      *
      *  APURADO NA PARTICAO CORRENTE E TOTAIS DA FUSAO
      *
           05  WRK-CKP-QTD-REJ     PIC 9(05).
           05  WRK-CKP-QTDE-SAIDA  PIC 9(07).
           05  WRK-CKP-HASH-SAIDA  PIC S9(13).
           05  WRK-CKP-QTD-CHEQUE  PIC 9(05).
           05  WRK-CKP-TOT-JUROS   PIC S9(09).
           05  WRK-CKP-TOT-IOF     PIC S9(09).
       01  WRK-CONSOLIDADO.
           05  CON-CONTADOR        PIC 9(006) VALUE ZEROS.
           05  CON-ULTIMA          PIC 9(006) VALUE ZEROS.
           05  CON-QTD-REJ         PIC 9(05) VALUE ZEROS.
           05  CON-QTDE-SAIDA      PIC 9(07) VALUE ZEROS.
           05  CON-HASH-SAIDA      PIC S9(13) VALUE ZEROS.
           05  CON-QTD-CHEQUE      PIC 9(05) VALUE ZEROS.
           05  CON-TOT-JUROS       PIC S9(09) VALUE ZEROS.
           05  CON-TOT-IOF         PIC S9(09) VALUE ZEROS.
      *
      *  REUNIAO DE REJEITOS E EXTRATOS
      *
           PERFORM 005-REUNE-REJEITOS.
           PERFORM 006-REUNE-EXTRATOS.
           PERFORM 007-CRUZA-TOTAIS.

           IF WRK-FUSAO-OK-SIM
              MOVE 0 TO RETURN-CODE
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 008-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
       003B-COPIA-DADO SECTION.
      *************************
           MOVE WRK-BUFFER(1:93) TO WRK-REG-CLIENTE.

      *    A ORDEM GLOBAL DE CONTA TEM QUE SOBREVIVER A FUSAO:
      *    AS FAIXAS DO CORTE SAO ASCENDENTES E CADA PARTICAO
           ADD WRK-CLI-SALDO TO WRK-PAR-HASH.
           ADD WRK-CLI-SALDO TO WRK-TOT-HASH.

           MOVE WRK-BUFFER(1:93) TO REG-CLIENTE-SAIDA.

           WRITE REG-CLIENTE-SAIDA.
       003B-FIM.
           MOVE CON-QTD-REJ    TO CKP-QTDE-REJEITOS.
           MOVE CON-QTDE-SAIDA TO CKP-QTDE-SAIDA.
           MOVE CON-HASH-SAIDA TO CKP-HASH-SAIDA.
           MOVE CON-QTD-CHEQUE TO CKP-QTD-CHEQUE.
           MOVE CON-TOT-JUROS  TO CKP-TOT-JUROS-CHEQUE.
           MOVE CON-TOT-IOF    TO CKP-TOT-IOF-CHEQUE.

           WRITE REG-CHECKPOINT.

           ADD WRK-CKP-QTD-REJ    TO CON-QTD-REJ.
           ADD WRK-CKP-QTDE-SAIDA TO CON-QTDE-SAIDA.
           ADD WRK-CKP-HASH-SAIDA TO CON-HASH-SAIDA.
           ADD WRK-CKP-QTD-CHEQUE TO CON-QTD-CHEQUE.
           ADD WRK-CKP-TOT-JUROS  TO CON-TOT-JUROS.
           ADD WRK-CKP-TOT-IOF    TO CON-TOT-IOF.

           IF WRK-CKP-ULTIMA > CON-ULTIMA
              MOVE WRK-CKP-ULTIMA TO CON-ULTIMA
       004B-GUARDA-ULTIMO-CKP SECTION.
      *************************
           MOVE 'S'              TO WRK-ACHOU-CKP.
           MOVE WRK-BUFFER(1:158) TO WRK-REG-CKP.

           PERFORM 013A-LE-CKP.
       004B-FIM.
                   AT END
                       MOVE 'S' TO WRK-FIM-PARTICAO
                   NOT AT END
                       MOVE REG-PARTICAO-1 TO WRK-BUFFER(1:93)
               END-READ
            WHEN 2
               READ ARQ-PARTICAO-2
                   AT END
                       MOVE 'S' TO WRK-FIM-PARTICAO
                   NOT AT END
                       MOVE REG-PARTICAO-2 TO WRK-BUFFER(1:93)
               END-READ
            WHEN 3
               READ ARQ-PARTICAO-3
                   AT END
                       MOVE 'S' TO WRK-FIM-PARTICAO
                   NOT AT END
                       MOVE REG-PARTICAO-3 TO WRK-BUFFER(1:93)
               END-READ
            WHEN 4
               READ ARQ-PARTICAO-4
                   AT END
                       MOVE 'S' TO WRK-FIM-PARTICAO
                   NOT AT END
                       MOVE REG-PARTICAO-4 TO WRK-BUFFER(1:93)
               END-READ
           END-EVALUATE.
       010-FIM.
                   AT END
                       MOVE 'S' TO WRK-FIM-CKP
                   NOT AT END
                       MOVE REG-CKP-1 TO WRK-BUFFER(1:158)
               END-READ
            WHEN 2
               READ ARQ-CKP-2
                   AT END
                       MOVE 'S' TO WRK-FIM-CKP
                   NOT AT END
                       MOVE REG-CKP-2 TO WRK-BUFFER(1:158)
               END-READ
            WHEN 3
               READ ARQ-CKP-3
                   AT END
                       MOVE 'S' TO WRK-FIM-CKP
                   NOT AT END
                       MOVE REG-CKP-3 TO WRK-BUFFER(1:158)
               END-READ
            WHEN 4
               READ ARQ-CKP-4
                   AT END
                       MOVE 'S' TO WRK-FIM-CKP
                   NOT AT END
                       MOVE REG-CKP-4 TO WRK-BUFFER(1:158)
               END-READ
           END-EVALUATE.
       013A-FIM.
           MOVE WRK-RUN-STATUS   TO RUN-STATUS.
           MOVE WRK-NOME-CARIMBO TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

