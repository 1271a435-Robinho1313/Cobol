      *  CRITICA DE ENTRADA DO MASTER DE CLIENTES. LE O MASTER COM
      *  REGISTROS DE CONTROLE (CLIMSTE), CONFERE HEADER E TRAILER
      *  (QUANTIDADE E HASH TOTAL DE CLI-SALDO), SEQUENCIA ASCENDENTE
      *  DE CONTA, CHAVE DUPLICADA E CRITICA DE CAMPOS (CPF PELO
      *  DIGITO VERIFICADOR, NO CPFVALID), E GRAVA O
      *  ARQUIVO CERTIFICADO (CLIMOK) SO COM REGISTROS DE DADOS BONS.
      *
      *  RETURN-CODE:  0 = ARQUIVO LIMPO
           05  ENT-DATA-ENCER      PIC 9(008).
           05  ENT-LIMITE          PIC 9(007).
           05  ENT-META-POUP       PIC 9(007).
           05  ENT-DATA-ULT-MOV    PIC 9(008).
           05  ENT-TIPO-DOC        PIC X(001).
       01  REG-ENTRADA-CTL.
           05  ENT-CTL-ID          PIC X(003).
               88 ENT-CTL-HEADER         VALUE 'HDR'.
           05  CRT-DATA-ENCER      PIC 9(008).
           05  CRT-LIMITE          PIC 9(007).
           05  CRT-META-POUP       PIC 9(007).
           05  CRT-DATA-ULT-MOV    PIC 9(008).
           05  CRT-TIPO-DOC        PIC X(001).
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
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIEDIT '.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-ARQUIVO   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-SIM   VALUE 'S'.
       01  WRK-CONTROLE-OK   PIC  X(001) VALUE 'S'.
       01  WRK-QTDE-CERTIF   PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-REJEITOS PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-FALHAS   PIC  9(06) COMP VALUE 0.
       01  WRK-CNPJ          PIC  X(014) VALUE SPACES.
       01  WRK-CNPJ-ALFA     PIC  X(018) VALUE SPACES.
       01  WRK-CNPJ-VALIDO   PIC  X(001) VALUE 'N'.
           88 WRK-CNPJ-VALIDO-SIM   VALUE 'S'.
       01  WRK-TIPO-CONTA    PIC 9.
           COPY TCCODES.
       01  WRK-TIPO-DOC      PIC X.
           COPY TDCODES.
       01  WRK-SITUACAO      PIC X.
           COPY STCODES.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.
           PERFORM 002-CRITICA-REGISTRO UNTIL WRK-FIM-ARQUIVO-SIM.

           EVALUATE TRUE
            WHEN NOT WRK-CONTROLE-OK-SIM
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 007-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 008-CARREGA-DATA.
           PERFORM 010-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 009-MARCA-RUN-CONTROL.
              GO TO 003-FIM
           END-IF.

           MOVE ENT-TIPO-DOC TO WRK-TIPO-DOC.

           IF NOT TD-VALIDO
              MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WRK-MOTIVO-REJ
              PERFORM 005-REJEITA-REGISTRO
              GO TO 003-FIM
           END-IF.

      *    CPF E CONFERIDO PELO DIGITO VERIFICADOR, COMO NA
      *    MANUTENCAO. O CNPJ SEGUE SO COM A CRITICA DE BRANCO.
           IF TD-CPF
              MOVE ENT-CNPJ TO WRK-CNPJ
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
              IF NOT WRK-CNPJ-VALIDO-SIM
                 MOVE 'CPF COM DIGITO VERIFICADOR INVALIDO'
                                       TO WRK-MOTIVO-REJ
                 PERFORM 005-REJEITA-REGISTRO
                 GO TO 003-FIM
              END-IF
           END-IF.

           IF ENT-MOEDA = SPACES
              MOVE 'MOEDA EM BRANCO' TO WRK-MOTIVO-REJ
              PERFORM 005-REJEITA-REGISTRO
              GO TO 003-FIM
           END-IF.

           IF ENT-DATA-ULT-MOV IS NOT NUMERIC
              MOVE 'DATA DA ULTIMA MOVIMENTACAO NAO NUMERICA'
                                       TO WRK-MOTIVO-REJ
              PERFORM 005-REJEITA-REGISTRO
              GO TO 003-FIM
           END-IF.

           MOVE REG-ENTRADA TO REG-CERTIFICADO.

           WRITE REG-CERTIFICADO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIEDIT '      TO RUN-PROGRAMA.
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
