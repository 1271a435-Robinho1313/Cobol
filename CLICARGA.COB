      *  - INCLUSIVE AS BUSCAS POR CNPJ E POR PREFIXO DE NOME.
      *  CARREGA TAMBEM O CADASTRO DE CONTATO (CLICTT) NO INDEXADO
      *  DE CONTATO (CLICTTI, CHAVE CONTA), PARA A CONSULTA MOSTRAR
      *  ENDERECO E TELEFONE SEM VARRER ARQUIVO. E O CADASTRO DE
      *  TITULARES DA CONTA (CLITIT) NO INDEXADO DE TITULARES
      *  (CLITITI, CHAVE CONTA + DOCUMENTO, ALTERNADA COM DUPLICATA
      *  POR DOCUMENTO), PARA A CONSULTA ACHAR A CONTA PELO
      *  DOCUMENTO DE QUALQUER TITULAR E LISTAR OS TITULARES.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTX-CONTA-NUM
               FILE STATUS IS WRK-FS-CTT-IDX.
           SELECT OPTIONAL ARQ-TITULAR ASSIGN TO "CLITIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TITULAR.
           SELECT TITULAR-INDEXADO ASSIGN TO "CLITITI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIX-CHAVE
               ALTERNATE RECORD KEY IS TIX-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-TIT-IDX.
           SELECT ARQ-DATA ASSIGN TO "DATPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATA.
           05  CLI-DATA-ENCER      PIC 9(008).
           05  CLI-LIMITE          PIC 9(007).
           05  CLI-META-POUP       PIC 9(007).
           05  CLI-DATA-ULT-MOV    PIC 9(008).
           05  CLI-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  MASTER-INDEXADO
           LABEL RECORD IS STANDARD.
           05  IDX-DATA-ENCER      PIC 9(008).
           05  IDX-LIMITE          PIC 9(007).
           05  IDX-META-POUP       PIC 9(007).
           05  IDX-DATA-ULT-MOV    PIC 9(008).
           05  IDX-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD.
           05  CTX-CEP             PIC 9(008).
           05  CTX-TELEFONE        PIC X(015).
           05  CTX-EMAIL           PIC X(040).
      *----------------------------------------------------------------*
       FD  ARQ-TITULAR
           LABEL RECORD IS STANDARD.
       01  REG-TITULAR.
           05  TIT-CHAVE.
               10  TIT-CONTA-NUM   PIC 9(006).
               10  TIT-DOCUMENTO   PIC X(014).
           05  TIT-TIPO-DOC        PIC X(001).
           05  TIT-PAPEL           PIC X(001).
           05  TIT-NOME            PIC X(030).
      *----------------------------------------------------------------*
       FD  TITULAR-INDEXADO
           LABEL RECORD IS STANDARD.
       01  REG-TITULAR-IDX.
           05  TIX-CHAVE.
               10  TIX-CONTA-NUM   PIC 9(006).
               10  TIX-DOCUMENTO   PIC X(014).
           05  TIX-TIPO-DOC        PIC X(001).
           05  TIX-PAPEL           PIC X(001).
           05  TIX-NOME            PIC X(030).
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
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLICARGA'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-ARQUIVO   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-SIM   VALUE 'S'.
       01  WRK-QTDE-LIDOS    PIC  9(06) COMP VALUE 0.
           88 WRK-FIM-CONTATO-SIM   VALUE 'S'.
       01  WRK-QTDE-CTT-LID  PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-CTT-CAR  PIC  9(06) COMP VALUE 0.
       01  WRK-FS-TITULAR    PIC  X(002).
       01  WRK-FS-TIT-IDX    PIC  X(002).
       01  WRK-FIM-TITULAR   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-TITULAR-SIM   VALUE 'S'.
       01  WRK-QTDE-TIT-LID  PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-TIT-CAR  PIC  9(06) COMP VALUE 0.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
           PERFORM 001-INICIALIZACAO.
           PERFORM 002-CARGA-REGISTRO UNTIL WRK-FIM-ARQUIVO-SIM.
           PERFORM 006-CARGA-CONTATOS.
           PERFORM 007-CARGA-TITULARES.

           IF WRK-QTDE-ERROS > 0
              MOVE 8 TO RETURN-CODE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 003-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 004-CARREGA-DATA.
           PERFORM 008-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 005-MARCA-RUN-CONTROL.
           DISPLAY 'REGISTROS CARREGADOS....: ' WRK-QTDE-CARGADOS.
           DISPLAY 'CONTATOS LIDOS..........: ' WRK-QTDE-CTT-LID.
           DISPLAY 'CONTATOS CARREGADOS.....: ' WRK-QTDE-CTT-CAR.
           DISPLAY 'TITULARES LIDOS.........: ' WRK-QTDE-TIT-LID.
           DISPLAY 'TITULARES CARREGADOS....: ' WRK-QTDE-TIT-CAR.
           DISPLAY 'ERROS DE GRAVACAO.......: ' WRK-QTDE-ERROS.
           DISPLAY '==========================================='.

           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLICARGA'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           END-READ.
       006A-FIM.
           EXIT.
      *************************
       007-CARGA-TITULARES SECTION.
      *************************
      *    CARGA DO CADASTRO DE TITULARES NO INDEXADO DE TITULARES,
      *    NO MESMO DESENHO DA CARGA DE CONTATO. O CADASTRO JA VEM
      *    EM ORDEM DE CONTA + DOCUMENTO (CLITTMNT). SEM CADASTRO
      *    DE TITULARES O INDEXADO SAI VAZIO E A CONSULTA FICA SO
      *    COM O DOCUMENTO DO MASTER.
      *************************
           OPEN INPUT ARQ-TITULAR.
           OPEN OUTPUT TITULAR-INDEXADO.

           IF WRK-FS-TIT-IDX NOT = '00'
              DISPLAY 'ERRO NA ABERTURA DO TITULAR INDEXADO - FS '
                      WRK-FS-TIT-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-FS-TITULAR NOT = '00' AND '05'
              MOVE 'S' TO WRK-FIM-TITULAR
              GO TO 007-FECHA
           END-IF.

           READ ARQ-TITULAR
               AT END
                   MOVE 'S' TO WRK-FIM-TITULAR
           END-READ.

           PERFORM 007A-CARGA-TITULAR UNTIL WRK-FIM-TITULAR-SIM.
       007-FECHA.
           CLOSE ARQ-TITULAR.
           CLOSE TITULAR-INDEXADO.
       007-FIM.
           EXIT.
      *************************
       007A-CARGA-TITULAR SECTION.
      *************************
           ADD 1 TO WRK-QTDE-TIT-LID.

           MOVE REG-TITULAR TO REG-TITULAR-IDX.

           WRITE REG-TITULAR-IDX.

           IF WRK-FS-TIT-IDX = '00' OR '02'
              ADD 1 TO WRK-QTDE-TIT-CAR
           ELSE
              ADD 1 TO WRK-QTDE-ERROS
              DISPLAY 'ERRO NA GRAVACAO DO TITULAR ' TIT-CONTA-NUM
                      ' ' TIT-DOCUMENTO ' - FS ' WRK-FS-TIT-IDX
           END-IF.

           READ ARQ-TITULAR
               AT END
                   MOVE 'S' TO WRK-FIM-TITULAR
           END-READ.
       007A-FIM.
           EXIT.
      *************************
       008-PULA-SE-ENCERRADO SECTION.
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
       008-FIM.
           EXIT.
