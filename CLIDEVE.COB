      *  CUJO SALDO EXCEDE O LIMITE CONTRATADO DE CHEQUE ESPECIAL
      *  (EXCESSO = SALDO + LIMITE NAO POSITIVO; CONTA SEM LIMITE E
      *  DEVEDORA EM SALDO ZERO OU NEGATIVO, COMO ANTES), ORDENA DO
      *  MAIOR EXCESSO PARA O MENOR E IMPRIME CONTA, NOME, CNPJ/CPF,
      *  TIPO, SALDO, LIMITE E EXCESSO, AGRUPANDO EM FAIXAS DE
      *  GRAVIDADE SOBRE O EXCESSO (DEVPRM: DOIS LIMITES ABSOLUTOS,
      *  PADRAO 1.000 E 10.000), COM QUANTIDADE E TOTAL POR FAIXA.
           05  CLI-DATA-ENCER      PIC 9(008).
           05  CLI-LIMITE          PIC 9(007).
           05  CLI-META-POUP       PIC 9(007).
           05  CLI-DATA-ULT-MOV    PIC 9(008).
           05  CLI-TIPO-DOC        PIC X(001).
       01  REG-MASTER-CTL.
           05  MST-CTL-ID          PIC X(003).
               88 MST-CTL-CONTROLE       VALUE 'HDR' 'TRL'.
           05  SRT-NOME            PIC X(030).
           05  SRT-TIPO-CONTA      PIC 9(001).
           05  SRT-CNPJ            PIC X(014).
           05  SRT-TIPO-DOC        PIC X(001).
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
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIDEVE '.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-MASTER    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-MASTER-SIM    VALUE 'S'.
       01  WRK-FIM-SORT      PIC  X(001) VALUE 'N'.
       01  WRK-CNPJ          PIC  X(014) VALUE SPACES.
       01  WRK-CNPJ-ALFA     PIC  X(018) VALUE SPACES.
       01  WRK-CNPJ-VALIDO   PIC  X(001) VALUE 'N'.
       01  WRK-TIPO-DOC      PIC  X(001) VALUE SPACE.
           COPY TDCODES.
       01  WRK-TIPO-CONTA    PIC 9.
           COPY TCCODES.
       01  WRK-SITUACAO      PIC X.
               OUTPUT PROCEDURE 003-IMPRIME-LISTA.

           PERFORM 006-RESUMO-BANDAS.

           IF WRK-QTDE-DEVEDORAS > 0
              MOVE 4 TO RETURN-CODE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 007-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 008-CARREGA-DATA.
           PERFORM 010-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 009-MARCA-RUN-CONTROL.
           MOVE CLI-NOME       TO SRT-NOME.
           MOVE CLI-TIPO-CONTA TO SRT-TIPO-CONTA.
           MOVE CLI-CNPJ       TO SRT-CNPJ.
           MOVE CLI-TIPO-DOC   TO SRT-TIPO-DOC.

           RELEASE REG-SORT.
       002A-LE.

           MOVE SRT-CNPJ TO WRK-CNPJ.

           MOVE SRT-TIPO-DOC TO WRK-TIPO-DOC.

           IF TD-CPF
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           ELSE
              CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           END-IF.

           MOVE SRT-TIPO-CONTA TO WRK-TIPO-CONTA.

           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIDEVE '      TO RUN-PROGRAMA.
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
