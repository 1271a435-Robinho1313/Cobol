       INSTALLATION.  where.
       DATE-WRITTEN.  02/08/2025.
       DATE-COMPILED. 02/08/2025.
      *----------------------------------------------------------------*
      *  VALIDACAO DO LOTE DE DOCUMENTOS DE NOVOS CADASTROS (CNPJ
      *  PELO CNPJALFA, CPF PELO CPFVALID), COM O DOCUMENTO
      *  FORMATADO E A SITUACAO DE CADA UM EM CNPJSAI.
      *
      *  CARIMBA INICIO ('I') E FIM ('F') NO RUN-CONTROL COM A DATA
      *  DO DATPRM; NO REINICIO DO CLIRUN, LOTE JA VALIDADO NA DATA
      *  NAO E REFEITO E O STEP SAI COM O RC DA PRIMEIRA EXECUCAO.
      *
      *  RETURN-CODE:  0 = TODOS VALIDOS   4 = HA DOCUMENTO INVALIDO
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
           SELECT ARQ-CNPJ-SAIDA ASSIGN TO "CNPJSAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SAIDA.

           SELECT ARQ-DATA ASSIGN TO "DATPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATA.

           SELECT OPTIONAL ARQ-RUN-CTL ASSIGN TO "CLIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN-CTL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
           05  SAI-CNPJ-ALFA       PIC X(018).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  SAI-SITUACAO        PIC X(009).

       FD  ARQ-DATA
           LABEL RECORD IS STANDARD.
       01  REG-DATA-MOVTO.
           05  DAT-DATA-MOVTO      PIC 9(008).
           05  DAT-REPROCESSO      PIC X(001).

       FD  ARQ-RUN-CTL
           LABEL RECORD IS STANDARD.
       01  REG-RUN-CTL.
           05  RUN-DATA-MOVTO      PIC 9(008).
           05  RUN-STATUS          PIC X(001).
               88 RUN-INICIADO           VALUE 'I'.
               88 RUN-ENCERRADO          VALUE 'F'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-ENTRADA    PIC  X(002).
       01  WRK-FS-SAIDA      PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CNPJLOTE'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-ARQUIVO   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-SIM   VALUE 'S'.
       01  WRK-CNPJ-ALFA     PIC  X(018) VALUE SPACES.

           PERFORM 001-INICIALIZACAO.
           PERFORM 002-PROCESSA-CNPJ UNTIL WRK-FIM-ARQUIVO-SIM.

           IF WRK-QTDE-INVALIDO > 0
              MOVE 4 TO RETURN-CODE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 003-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 004-CARREGA-DATA.
           PERFORM 006-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 005-MARCA-RUN-CONTROL.

           OPEN INPUT ARQ-CNPJ-ENTRADA.
           OPEN OUTPUT ARQ-CNPJ-SAIDA.

      *************************
           ADD 1 TO WRK-QTDE-LIDOS.

      *    CPF VEM COM OS 11 DIGITOS E AS 3 ULTIMAS POSICOES EM
      *    BRANCO; O CNPJ SEMPRE PREENCHE AS 14.
           IF ENT-CNPJ(12:3) = SPACES
              CALL 'CPFVALID' USING ENT-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           ELSE
              CALL 'CNPJALFA' USING ENT-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           END-IF.

           MOVE SPACES        TO REG-CNPJ-SAIDA.
           MOVE WRK-CNPJ-ALFA TO SAI-CNPJ-ALFA.
           CLOSE ARQ-CNPJ-SAIDA.

           DISPLAY '==========================================='.
           DISPLAY 'DOCUMENTOS LIDOS........: ' WRK-QTDE-LIDOS.
           DISPLAY 'DOCUMENTOS INVALIDOS....: ' WRK-QTDE-INVALIDO.
           DISPLAY '==========================================='.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 005-MARCA-RUN-CONTROL.
       003-FIM.
           EXIT.
      *************************
       004-CARREGA-DATA SECTION.
      *************************
      *    A DATA DE MOVIMENTO VEM DO CARTAO DE DATA (DATPRM), O
      *    MESMO DOS DEMAIS PROGRAMAS DO CICLO, PARA OS CARIMBOS
      *    DO RUN-CONTROL.
      *************************
           OPEN INPUT ARQ-DATA.

           IF WRK-FS-DATA NOT = '00'
              DISPLAY 'CARTAO DE DATA DE MOVIMENTO (DATPRM) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARQ-DATA
               AT END
                   DISPLAY 'CARTAO DE DATA DE MOVIMENTO VAZIO'
                   DISPLAY 'PROCESSAMENTO INTERROMPIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           MOVE DAT-DATA-MOVTO TO WRK-DATA-CICLO.

           CLOSE ARQ-DATA.
       004-FIM.
           EXIT.
      *************************
       005-MARCA-RUN-CONTROL SECTION.
      *************************
      *    CARIMBA INICIO ('I') OU FIM ('F') DESTE PROGRAMA NO
      *    RUN-CONTROL COM O HORARIO E O RC, PARA O RELATORIO DE
      *    TEMPOS DA JANELA (CLITEMPO) E O REINICIO DO CLIRUN.
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE WRK-DATA-CICLO  TO RUN-DATA-MOVTO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CNPJLOTE'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       005-FIM.
           EXIT.
      *************************
       006-PULA-SE-ENCERRADO SECTION.
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
       006-FIM.
           EXIT.
