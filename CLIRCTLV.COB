      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLIRCTLV.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  CONFERE NO RUN-CONTROL (CLIRUNC) SE O PROGRAMA CHAMADOR JA
      *  TERMINOU NA DATA DO CICLO, PARA O REINICIO DO JOB CLIRUN A
      *  PARTIR DO PRIMEIRO STEP DEPOIS DE UM ABEND.
      *
      *  SO VALE O CARIMBO DE FIM ('F') DO PROPRIO PROGRAMA GRAVADO
      *  DEPOIS DA ULTIMA ABERTURA DO CICLO ('A', GRAVADA PELO STEP
      *  REINICIO - CLIREINI) PARA A MESMA DATA: UM CICLO NOVO DA
      *  DATA (REPROCESSAMENTO) COMECA COM OUTRA ABERTURA E NAO
      *  APROVEITA O QUE RODOU ANTES DELA, E O PROGRAMA RODADO FORA
      *  DO CLIRUN (SEM ABERTURA) NUNCA E PULADO.
      *
      *  STEP JA ENCERRADO VOLTA COM O RC GRAVADO NO SEU 'F' E FICA
      *  CARIMBADO COMO PULADO ('S') COM ESSE MESMO RC, PARA O
      *  RESUMO DO REINICIO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-RUN-CTL ASSIGN TO "CLIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN-CTL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
        FILE SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-RUN-CTL
           LABEL RECORD IS STANDARD.
       01  REG-RUN-CTL.
           05  RUN-DATA-MOVTO      PIC 9(008).
           05  RUN-STATUS          PIC X(001).
               88 RUN-ENCERRADO          VALUE 'F'.
               88 RUN-ABERTURA           VALUE 'A'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-FIM-RUN-CTL   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-RUN-CTL-SIM   VALUE 'S'.
       01  WRK-TEM-ABERTURA  PIC  X(001) VALUE 'N'.
           88 WRK-TEM-ABERTURA-SIM  VALUE 'S'.
       01  WRK-ENCERRADO     PIC  X(001) VALUE 'N'.
           88 WRK-ENCERRADO-SIM     VALUE 'S'.
       01  WRK-RC-GRAVADO    PIC  9(004) VALUE 0.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE 0.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      * LK-DATA-MOVTO     - DATA DO CICLO (DATPRM) DO CHAMADOR
      * LK-PROGRAMA       - NOME DO PROGRAMA COMO CARIMBADO NO
      *                     RUN-CONTROL
      * LK-ENCERRADO      - 'S' SE O PROGRAMA JA TERMINOU NA DATA
      *                     DENTRO DO CICLO ABERTO, 'N' SENAO
      * LK-RC-ANTERIOR    - RC DO CARIMBO DE FIM, QUANDO ENCERRADO
      *----------------------------------------------------------------*
       01  LK-DATA-MOVTO    PIC   9(008).
       01  LK-PROGRAMA      PIC   X(008).
       01  LK-ENCERRADO     PIC   X(001).
       01  LK-RC-ANTERIOR   PIC   9(004).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-DATA-MOVTO
                                 LK-PROGRAMA
                                 LK-ENCERRADO
                                 LK-RC-ANTERIOR.
      *----------------------------------------------------------------*
           MOVE 'N' TO WRK-FIM-RUN-CTL.
           MOVE 'N' TO WRK-TEM-ABERTURA.
           MOVE 'N' TO WRK-ENCERRADO.
           MOVE 0   TO WRK-RC-GRAVADO.

           PERFORM 001-LE-RUN-CONTROL.

           IF WRK-ENCERRADO-SIM
              PERFORM 003-MARCA-PULADO
           END-IF.

           MOVE WRK-ENCERRADO  TO LK-ENCERRADO.
           MOVE WRK-RC-GRAVADO TO LK-RC-ANTERIOR.

           MOVE 0 TO RETURN-CODE.

           GOBACK.
      *************************
       001-LE-RUN-CONTROL SECTION.
      *************************
           OPEN INPUT ARQ-RUN-CTL.

           IF WRK-FS-RUN-CTL = '00' OR '05'
              READ ARQ-RUN-CTL
                  AT END
                      MOVE 'S' TO WRK-FIM-RUN-CTL
              END-READ
              PERFORM 002-CONFERE-CARIMBO UNTIL WRK-FIM-RUN-CTL-SIM
              CLOSE ARQ-RUN-CTL
           END-IF.
       001-FIM.
           EXIT.
      *************************
       002-CONFERE-CARIMBO SECTION.
      *************************
      *    CADA ABERTURA DA DATA ZERA O QUE FOI ACHADO ANTES DELA;
      *    O ULTIMO 'F' DO PROGRAMA DENTRO DO CICLO ABERTO DA O RC.
      *************************
           IF RUN-DATA-MOVTO NOT = LK-DATA-MOVTO
              GO TO 002-LE
           END-IF.

           IF RUN-ABERTURA
              MOVE 'S' TO WRK-TEM-ABERTURA
              MOVE 'N' TO WRK-ENCERRADO
              MOVE 0   TO WRK-RC-GRAVADO
              GO TO 002-LE
           END-IF.

           IF WRK-TEM-ABERTURA-SIM
              AND RUN-ENCERRADO
              AND RUN-PROGRAMA = LK-PROGRAMA
              MOVE 'S' TO WRK-ENCERRADO
              IF RUN-RC IS NUMERIC
                 MOVE RUN-RC TO WRK-RC-GRAVADO
              ELSE
                 MOVE 0      TO WRK-RC-GRAVADO
              END-IF
           END-IF.
       002-LE.
           READ ARQ-RUN-CTL
               AT END
                   MOVE 'S' TO WRK-FIM-RUN-CTL
           END-READ.
       002-FIM.
           EXIT.
      *************************
       003-MARCA-PULADO SECTION.
      *************************
      *    CARIMBA O STEP PULADO ('S') COM O RC DEVOLVIDO, PARA O
      *    RESUMO DO REINICIO MOSTRAR O QUE RODOU E O QUE FOI PULADO.
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE LK-DATA-MOVTO   TO RUN-DATA-MOVTO.
           MOVE 'S'             TO RUN-STATUS.
           MOVE LK-PROGRAMA     TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE WRK-RC-GRAVADO  TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       003-FIM.
           EXIT.
