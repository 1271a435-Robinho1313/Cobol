           05  CLI-DATA-ENCER      PIC 9(008).
           05  CLI-LIMITE          PIC 9(007).
           05  CLI-META-POUP       PIC 9(007).
           05  CLI-DATA-ULT-MOV    PIC 9(008).
           05  CLI-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-FAIXAS
           LABEL RECORD IS STANDARD.
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
       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD.
               88 RUN-ENCERRADO          VALUE 'F'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-RUN-STATUS   TO RUN-STATUS.
           MOVE WRK-NOME-CARIMBO TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

