      *  VIRAM MOVIMENTO (CLIMOVC) QUE O STEP PREMOV FUNDE NO
      *  MOVIMENTO DO PROXIMO CICLO: ALTERACAO PARA ORIGEM B,
      *  INCLUSAO PARA ORIGEM E. PENDENCIA COM MAIS DE N CICLOS
      *  (RECPRM, PADRAO 5) SAI NO RELATORIO DE COBRANCA. O
      *  DOCUMENTO DA CORRECAO E CONFERIDO PELO TIPO (COR-TIPO-DOC,
      *  NA POSICAO DE CLI-TIPO-DOC): CPF PELO CPFVALID, CNPJ (OU
      *  TIPO EM BRANCO) PELO CNPJALFA.
      *
      *  RETURN-CODE:  0 = SEM PENDENCIA VENCIDA
      *                4 = HA PENDENCIA COM MAIS DE N CICLOS
           05  COR-DATA-ENCER      PIC 9(008).
           05  COR-LIMITE          PIC 9(007).
           05  COR-META-POUP       PIC 9(007).
           05  FILLER              PIC X(008).
           05  COR-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-MOV-CORRECAO
           LABEL RECORD IS STANDARD.
           05  MVC-LIMITE          PIC 9(007).
           05  MVC-META-POUP       PIC 9(007).
           05  MVC-OPERADOR        PIC X(008).
           05  MVC-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-DATA
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
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIRECIC'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-REJEITO   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-REJEITO-SIM  VALUE 'S'.
       01  WRK-FIM-REJ-EDIT  PIC  X(001) VALUE 'N'.
           88 WRK-CNPJ-VALIDO-SIM   VALUE 'S'.
       01  WRK-TIPO-CONTA    PIC 9.
           COPY TCCODES.
       01  WRK-TIPO-DOC      PIC X.
           COPY TDCODES.
       01  WRK-SITUACAO      PIC X.
           COPY STCODES.
      *
           PERFORM 009-ACUMULA-REJEITOS-EDIT.
           PERFORM 004-APLICA-CORRECOES.
           PERFORM 007-GRAVA-PENDENTES.

           IF WRK-QTDE-VENCIDA > 0
              MOVE 4 TO RETURN-CODE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 008-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.

           CLOSE ARQ-DATA.

           PERFORM 011-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 010-MARCA-RUN-CONTROL.

           MOVE COR-SALDO      TO MVC-SALDO.
           MOVE COR-CNPJ       TO MVC-CNPJ.
           MOVE COR-MOEDA      TO MVC-MOEDA.
           MOVE COR-TIPO-DOC   TO MVC-TIPO-DOC.

      *    LIMITE E META EM BRANCO NA CORRECAO VIRAM ZEROS, COMO NA
      *    CRITICA DE MOVIMENTO DO CLIMANUT.
              GO TO 006-FIM
           END-IF.

      *    O DOCUMENTO E CONFERIDO PELO SEU TIPO (BRANCO = CNPJ),
      *    COM A MESMA ROTINA DA CRITICA DO CLIMANUT.
           IF COR-TIPO-DOC = SPACE
              MOVE 'J' TO COR-TIPO-DOC
           END-IF.

           MOVE COR-TIPO-DOC TO WRK-TIPO-DOC.

           IF NOT TD-VALIDO
              MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WRK-MOTIVO-REJ
              GO TO 006-FIM
           END-IF.

           MOVE COR-CNPJ TO WRK-CNPJ.

           IF TD-CPF
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
              IF NOT WRK-CNPJ-VALIDO-SIM
                 MOVE 'CPF COM DIGITO VERIFICADOR INVALIDO'
                                       TO WRK-MOTIVO-REJ
              END-IF
              GO TO 006-FIM
           END-IF.

           CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA WRK-CNPJ-VALIDO.

           IF NOT WRK-CNPJ-VALIDO-SIM
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIRECIC'      TO RUN-PROGRAMA.
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
