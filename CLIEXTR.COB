      *  ENDERECO PARA POSTAGEM (DO CADASTRO DE CONTATO CLICTT,
      *  LIDO EM CASAMENTO POR CONTA), DATA, LINHAS DE MOVIMENTO,
      *  SALDO DE ABERTURA E DE FECHAMENTO, COM NUMERACAO DE
      *  PAGINA E QUEBRA DE PAGINA ENTRE CLIENTES. O EXTRATO NAO
      *  TRAZ O TIPO DE DOCUMENTO: CPF E RECONHECIDO PELAS 3 ULTIMAS
      *  POSICOES DO DOCUMENTO EM BRANCO (O CNPJ PREENCHE AS 14).
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
               88 RUN-ENCERRADO          VALUE 'F'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD.
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIEXTR '.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-SORT      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-SORT-SIM      VALUE 'S'.
       01  WRK-PRIMEIRO      PIC  X(001) VALUE 'S'.
           05  FILLER              PIC X(014) VALUE 'CLIENTE.....: '.
           05  LIN-CLI-NOME        PIC X(030).
       01  LIN-CLIENTE-CNPJ.
           05  LIN-CLI-ROTULO-DOC  PIC X(014) VALUE 'CNPJ........: '.
           05  LIN-CLI-CNPJ        PIC X(018).
       01  LIN-CLIENTE-ENDER.
           05  FILLER              PIC X(014) VALUE 'ENDERECO....: '.
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 008-CARREGA-DATA.
           PERFORM 012-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 010-MARCA-RUN-CONTROL.

           MOVE SRT-CNPJ TO WRK-CNPJ.

           IF WRK-CNPJ NOT = SPACES
              AND WRK-CNPJ(12:3) = SPACES
              MOVE 'CPF.........: ' TO LIN-CLI-ROTULO-DOC
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           ELSE
              MOVE 'CNPJ........: ' TO LIN-CLI-ROTULO-DOC
              CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           END-IF.

           MOVE SRT-DATA TO WRK-DATA-AAMMDD.

           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIEXTR '      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           END-READ.
       011A-FIM.
           EXIT.
      *************************
       012-PULA-SE-ENCERRADO SECTION.
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
       012-FIM.
           EXIT.
