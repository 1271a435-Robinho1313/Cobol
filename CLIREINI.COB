      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLIREINI.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  CONTROLE DE REINICIO DO JOB CLIRUN. RODA COMO PRIMEIRO E
      *  COMO ULTIMO STEP DO JOB, CONFORME O CARTAO REIPRM:
      *
      *  'I' - INICIO DO JOB. CONFERE NO RUN-CONTROL (CLIRUNC) SE A
      *        DATA DO DATPRM TEM UM CICLO ABERTO: ABERTURA ('A')
      *        SEM O ENCERRAMENTO DO JOB ('E') DEPOIS DELA E COM
      *        ALGUM PROGRAMA JA CARIMBADO NO CICLO - OU SEJA, UMA
      *        SUBMISSAO ANTERIOR CAIU NO MEIO DO CAMINHO.
      *        - CICLO ABERTO: GRAVA O REINICIO ('R'), LISTA OS STEPS
      *          JA ENCERRADOS (QUE SE PULAM SOZINHOS PELO CLIRCTLV,
      *          COM O RC DA PRIMEIRA EXECUCAO) E OS INICIADOS SEM
      *          FIM (QUE RODAM DE NOVO) E SAI COM RC 4, QUE BARRA O
      *          CLEANUP E A ALOCACAO DAS SAIDAS: AS SAIDAS DA DATA
      *          FICAM INTACTAS PARA OS STEPS SEGUINTES.
      *        - CICLO DE OUTRA DATA AINDA ABERTO (ABERTURA SEM
      *          O ENCERRAMENTO DO JOB): NAO ABRE O CICLO DA DATA,
      *          MOSTRA A DATA PENDENTE E SAI COM RC 8, QUE BARRA O
      *          JOB INTEIRO. O CICLO PENDENTE SE TERMINA
      *          RESSUBMETENDO O JOB COM O DATPRM DAQUELA DATA.
      *        - SENAO: GRAVA A ABERTURA DE UM CICLO NOVO DA DATA
      *          ('A') E SAI COM RC 0 (CLEANUP E ALOCACAO RODAM).
      *  'F' - FIM DO JOB. IMPRIME O RESUMO DO CICLO: POR PROGRAMA,
      *        SE RODOU NESTA SUBMISSAO (COM O RC), SE FOI PULADO
      *        POR JA TER TERMINADO EM SUBMISSAO ANTERIOR (COM O RC
      *        ORIGINAL) OU SE NAO RODOU NESTA SUBMISSAO (BARRADO
      *        PELO COND). COM TODOS OS STEPS DO CICLO ENCERRADOS
      *        GRAVA O ENCERRAMENTO ('E'): A PROXIMA SUBMISSAO DA
      *        DATA ABRE UM CICLO NOVO. STEP INICIADO SEM FIM (QUE
      *        TERMINOU COM RC 16) OU BARRADO PELO COND DEIXA O
      *        CICLO ABERTO, SEM O 'E': A PROXIMA SUBMISSAO E UM
      *        REINICIO.
      *
      *  OS MARCADORES A/R/E SAO GRAVADOS COM O NOME DESTE PROGRAMA
      *  E NAO CONTAM COMO INICIO OU FIM DE STEP PARA NENHUM OUTRO
      *  PROGRAMA DO CICLO.
      *
      *  RETURN-CODE:  0 = CICLO NOVO DA DATA / CICLO ENCERRADO
      *                4 = REINICIO DE CICLO ABERTO (INICIO), FIM
      *                    SEM ABERTURA DA DATA NO RUN-CONTROL OU
      *                    FIM COM STEP SEM ENCERRAR (CICLO FICA
      *                    ABERTO PARA REINICIO)
      *                8 = CICLO DE OUTRA DATA AINDA ABERTO (INICIO)
      *               16 = CARTAO REIPRM OU DATPRM AUSENTE/INVALIDO
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARM ASSIGN TO "REIPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-DATA ASSIGN TO "DATPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATA.
           SELECT OPTIONAL ARQ-RUN-CTL ASSIGN TO "CLIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN-CTL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
        FILE SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PARM
           LABEL RECORD IS STANDARD.
       01  REG-PARM.
           05  PARM-MODO           PIC X(001).
               88 PARM-MODO-INICIO       VALUE 'I'.
               88 PARM-MODO-FIM          VALUE 'F'.
      *----------------------------------------------------------------*
       FD  ARQ-DATA
           LABEL RECORD IS STANDARD.
       01  REG-DATA-MOVTO.
           05  DAT-DATA-MOVTO      PIC 9(008).
           05  DAT-REPROCESSO      PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-RUN-CTL
           LABEL RECORD IS STANDARD.
       01  REG-RUN-CTL.
           05  RUN-DATA-MOVTO      PIC 9(008).
           05  RUN-STATUS          PIC X(001).
               88 RUN-INICIADO           VALUE 'I'.
               88 RUN-ENCERRADO          VALUE 'F'.
               88 RUN-PULADO             VALUE 'S'.
               88 RUN-ABERTURA           VALUE 'A'.
               88 RUN-REINICIO           VALUE 'R'.
               88 RUN-FIM-JOB            VALUE 'E'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-PARM       PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-FIM-RUN-CTL   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-RUN-CTL-SIM   VALUE 'S'.
       01  WRK-MODO          PIC  X(001) VALUE SPACE.
           88 WRK-MODO-INICIO       VALUE 'I'.
           88 WRK-MODO-FIM          VALUE 'F'.
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-RC-MARCA      PIC  9(004) VALUE 0.
       01  WRK-NOME-PROGRAMA PIC  X(008) VALUE 'CLIREINI'.
      *
      *  SITUACAO DO CICLO DA DATA NO RUN-CONTROL
      *
       01  WRK-TEM-ABERTURA  PIC  X(001) VALUE 'N'.
           88 WRK-TEM-ABERTURA-SIM  VALUE 'S'.
       01  WRK-CICLO-FECHADO PIC  X(001) VALUE 'N'.
           88 WRK-CICLO-FECHADO-SIM VALUE 'S'.
       01  WRK-QTDE-SUBMISSAO PIC 9(03) COMP VALUE 0.
       01  WRK-DATA-PENDENTE PIC  9(008) VALUE ZEROS.
      *
      *  PROGRAMAS CARIMBADOS NO CICLO ABERTO, NA ORDEM DO PRIMEIRO
      *  CARIMBO (A ORDEM DOS STEPS NO JOB). O SUFIXO -AGORA VALE SO
      *  PARA A SUBMISSAO CORRENTE (DEPOIS DO ULTIMO 'A' OU 'R').
      *
       01  WRK-QTDE-STEPS    PIC  9(03) COMP VALUE 0.
       01  WRK-MAX-STEPS     PIC  9(03) COMP VALUE 60.
       01  WRK-IND-STP       PIC  9(03) COMP VALUE 0.
       01  WRK-POS-STP       PIC  9(03) COMP VALUE 0.
       01  WRK-TAB-STEPS.
           05  WRK-TAB-STEP OCCURS 60 TIMES.
               10  WRK-STP-PROGRAMA     PIC X(008).
               10  WRK-STP-TEM-FIM      PIC X(001).
               10  WRK-STP-RC           PIC 9(004).
               10  WRK-STP-INI-AGORA    PIC X(001).
               10  WRK-STP-FIM-AGORA    PIC X(001).
               10  WRK-STP-PULO-AGORA   PIC X(001).
      *
      *  TOTAIS DO PLANO E DO RESUMO
      *
       01  WRK-QTDE-ENCERRADOS PIC 9(03) COMP VALUE 0.
       01  WRK-QTDE-REFAZER  PIC  9(03) COMP VALUE 0.
       01  WRK-QTDE-EXECUTADOS PIC 9(03) COMP VALUE 0.
       01  WRK-QTDE-PULADOS  PIC  9(03) COMP VALUE 0.
       01  WRK-QTDE-SEM-FIM  PIC  9(03) COMP VALUE 0.
       01  WRK-QTDE-NAO-RODOU PIC 9(03) COMP VALUE 0.
       01  WRK-RC-FMT        PIC  ZZZ9.
       01  WRK-QTDE-FMT      PIC  ZZ9.
       01  WRK-SITUACAO      PIC  X(040) VALUE SPACES.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.
           PERFORM 002-LE-RUN-CONTROL.

           IF WRK-MODO-INICIO
              PERFORM 003-ABRE-CICLO
           ELSE
              PERFORM 004-RESUMO-CICLO
           END-IF.

           MOVE WRK-RC-MARCA TO RETURN-CODE.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           OPEN INPUT ARQ-PARM.

           IF WRK-FS-PARM NOT = '00'
              DISPLAY 'CARTAO DE REINICIO (REIPRM) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ARQ-PARM
               AT END
                   DISPLAY 'CARTAO DE REINICIO VAZIO'
                   DISPLAY 'PROCESSAMENTO INTERROMPIDO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF NOT PARM-MODO-INICIO AND NOT PARM-MODO-FIM
              DISPLAY 'MODO DO CARTAO DE REINICIO INVALIDO: '
                      PARM-MODO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE PARM-MODO TO WRK-MODO.

           CLOSE ARQ-PARM.

           PERFORM 010-CARREGA-DATA.

           DISPLAY '==========================================='.
           IF WRK-MODO-INICIO
              DISPLAY ' REINICIO DO CICLO - CLIREINI (INICIO)'
           ELSE
              DISPLAY ' REINICIO DO CICLO - CLIREINI (RESUMO)'
           END-IF.
           DISPLAY '==========================================='.
           DISPLAY 'DATA DO CICLO...........: ' WRK-DATA-CICLO.
           DISPLAY ' '.
       001-FIM.
           EXIT.
      *************************
       002-LE-RUN-CONTROL SECTION.
      *************************
      *    SO OS CARIMBOS DA DATA DO CICLO INTERESSAM. CADA ABERTURA
      *    ('A') RECOMECA A TABELA; CADA REINICIO ('R') RECOMECA SO
      *    A VISAO DA SUBMISSAO CORRENTE. DAS OUTRAS DATAS SO
      *    INTERESSAM OS MARCADORES DE ABERTURA E FIM DO JOB.
      *************************
           OPEN INPUT ARQ-RUN-CTL.

           IF WRK-FS-RUN-CTL = '00' OR '05'
              READ ARQ-RUN-CTL
                  AT END
                      MOVE 'S' TO WRK-FIM-RUN-CTL
              END-READ
              PERFORM 002A-GUARDA-CARIMBO UNTIL WRK-FIM-RUN-CTL-SIM
              CLOSE ARQ-RUN-CTL
           END-IF.
       002-FIM.
           EXIT.
      *************************
       002A-GUARDA-CARIMBO SECTION.
      *************************
           IF RUN-DATA-MOVTO NOT = WRK-DATA-CICLO
              PERFORM 002D-CICLO-OUTRA-DATA
              GO TO 002A-LE
           END-IF.

           IF RUN-ABERTURA
              MOVE 'S' TO WRK-TEM-ABERTURA
              MOVE 'N' TO WRK-CICLO-FECHADO
              MOVE 1   TO WRK-QTDE-SUBMISSAO
              MOVE 0   TO WRK-QTDE-STEPS
              GO TO 002A-LE
           END-IF.

           IF RUN-REINICIO
              ADD 1 TO WRK-QTDE-SUBMISSAO
              PERFORM 002C-LIMPA-SUBMISSAO
                  VARYING WRK-IND-STP FROM 1 BY 1
                  UNTIL WRK-IND-STP > WRK-QTDE-STEPS
              GO TO 002A-LE
           END-IF.

           IF RUN-FIM-JOB
              MOVE 'S' TO WRK-CICLO-FECHADO
              GO TO 002A-LE
           END-IF.

           IF NOT WRK-TEM-ABERTURA-SIM
              OR RUN-PROGRAMA = SPACES
              OR RUN-PROGRAMA = WRK-NOME-PROGRAMA
              GO TO 002A-LE
           END-IF.

           IF NOT RUN-INICIADO AND NOT RUN-ENCERRADO
              AND NOT RUN-PULADO
              GO TO 002A-LE
           END-IF.

           MOVE 0 TO WRK-POS-STP.

           PERFORM 002B-PROCURA-STEP
               VARYING WRK-IND-STP FROM 1 BY 1
               UNTIL WRK-IND-STP > WRK-QTDE-STEPS.

           IF WRK-POS-STP = 0
              IF WRK-QTDE-STEPS = WRK-MAX-STEPS
                 DISPLAY 'CICLO COM MAIS DE 60 PROGRAMAS NO '
                         'RUN-CONTROL'
                 DISPLAY 'PROCESSAMENTO INTERROMPIDO'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WRK-QTDE-STEPS
              MOVE WRK-QTDE-STEPS TO WRK-POS-STP
              MOVE RUN-PROGRAMA   TO WRK-STP-PROGRAMA(WRK-POS-STP)
              MOVE 'N'            TO WRK-STP-TEM-FIM(WRK-POS-STP)
              MOVE 0              TO WRK-STP-RC(WRK-POS-STP)
              MOVE 'N'            TO WRK-STP-INI-AGORA(WRK-POS-STP)
              MOVE 'N'            TO WRK-STP-FIM-AGORA(WRK-POS-STP)
              MOVE 'N'            TO WRK-STP-PULO-AGORA(WRK-POS-STP)
           END-IF.

           IF RUN-INICIADO
              MOVE 'S' TO WRK-STP-INI-AGORA(WRK-POS-STP)
              GO TO 002A-LE
           END-IF.

           IF RUN-ENCERRADO
              MOVE 'S' TO WRK-STP-TEM-FIM(WRK-POS-STP)
              MOVE 'S' TO WRK-STP-FIM-AGORA(WRK-POS-STP)
           ELSE
              MOVE 'S' TO WRK-STP-PULO-AGORA(WRK-POS-STP)
           END-IF.

           IF RUN-RC IS NUMERIC
              MOVE RUN-RC TO WRK-STP-RC(WRK-POS-STP)
           ELSE
              MOVE 0      TO WRK-STP-RC(WRK-POS-STP)
           END-IF.
       002A-LE.
           READ ARQ-RUN-CTL
               AT END
                   MOVE 'S' TO WRK-FIM-RUN-CTL
           END-READ.
       002A-FIM.
           EXIT.
      *************************
       002B-PROCURA-STEP SECTION.
      *************************
           IF WRK-STP-PROGRAMA(WRK-IND-STP) = RUN-PROGRAMA
              MOVE WRK-IND-STP TO WRK-POS-STP
           END-IF.
       002B-FIM.
           EXIT.
      *************************
       002C-LIMPA-SUBMISSAO SECTION.
      *************************
           MOVE 'N' TO WRK-STP-INI-AGORA(WRK-IND-STP).
           MOVE 'N' TO WRK-STP-FIM-AGORA(WRK-IND-STP).
           MOVE 'N' TO WRK-STP-PULO-AGORA(WRK-IND-STP).
       002C-FIM.
           EXIT.
      *************************
       002D-CICLO-OUTRA-DATA SECTION.
      *************************
      *    GUARDA A PRIMEIRA OUTRA DATA COM ABERTURA ('A') QUE AINDA
      *    NAO TEVE O FIM DO JOB ('E'): O CLEANUP DO CICLO NOVO
      *    APAGARIA AS SAIDAS DELA.
      *************************
           IF RUN-PROGRAMA NOT = WRK-NOME-PROGRAMA
              GO TO 002D-FIM
           END-IF.

           IF RUN-ABERTURA AND WRK-DATA-PENDENTE = ZEROS
              MOVE RUN-DATA-MOVTO TO WRK-DATA-PENDENTE
              GO TO 002D-FIM
           END-IF.

           IF RUN-FIM-JOB AND RUN-DATA-MOVTO = WRK-DATA-PENDENTE
              MOVE ZEROS TO WRK-DATA-PENDENTE
           END-IF.
       002D-FIM.
           EXIT.
      *************************
       003-ABRE-CICLO SECTION.
      *************************
      *    CICLO ABERTO COM PROGRAMA JA CARIMBADO = REINICIO. CICLO
      *    ABERTO SEM NENHUM PROGRAMA CARIMBADO (QUEDA NO CLEANUP OU
      *    NA ALOCACAO) RECOMECA COMO CICLO NOVO. COM O CICLO DE
      *    OUTRA DATA AINDA ABERTO NAO SE ABRE CICLO NENHUM.
      *************************
           IF WRK-DATA-PENDENTE NOT = ZEROS
              DISPLAY 'CICLO DA DATA ' WRK-DATA-PENDENTE
                      ' AINDA ABERTO (SEM O FIM DO JOB)'
              DISPLAY 'TERMINAR ESSE CICLO, RESSUBMETENDO O JOB COM '
                      'O DATPRM DE ' WRK-DATA-PENDENTE ','
              DISPLAY 'ANTES DE ABRIR O CICLO DA DATA '
                      WRK-DATA-CICLO
              DISPLAY 'CICLO DA DATA...........: NAO ABERTO - JOB '
                      'BARRADO'
              DISPLAY '==========================================='
              MOVE 8 TO WRK-RC-MARCA
              GO TO 003-FIM
           END-IF.

           IF NOT WRK-TEM-ABERTURA-SIM
              OR WRK-CICLO-FECHADO-SIM
              OR WRK-QTDE-STEPS = 0
              GO TO 003-CICLO-NOVO
           END-IF.

           ADD 1 TO WRK-QTDE-SUBMISSAO.
           MOVE WRK-QTDE-SUBMISSAO TO WRK-QTDE-FMT.

           DISPLAY 'CICLO ABERTO NA DATA - REINICIO DO JOB'.
           DISPLAY 'SUBMISSAO DO CICLO......: ' WRK-QTDE-FMT.
           DISPLAY ' '.
           DISPLAY 'PROGRAMA  SITUACAO                                '
                   '   RC'.
           DISPLAY '--------  ----------------------------------------'
                   ' ----'.

           PERFORM 003A-LISTA-PLANO
               VARYING WRK-IND-STP FROM 1 BY 1
               UNTIL WRK-IND-STP > WRK-QTDE-STEPS.

           MOVE WRK-QTDE-ENCERRADOS TO WRK-QTDE-FMT.
           DISPLAY ' '.
           DISPLAY 'STEPS QUE SE PULAM......: ' WRK-QTDE-FMT.
           MOVE WRK-QTDE-REFAZER TO WRK-QTDE-FMT.
           DISPLAY 'STEPS QUE RODAM DE NOVO.: ' WRK-QTDE-FMT.
           DISPLAY 'CLEANUP E ALOCACAO......: BARRADOS (SAIDAS DA '
                   'DATA PRESERVADAS)'.
           DISPLAY '==========================================='.

           MOVE 'R' TO WRK-RUN-STATUS.
           MOVE 4   TO WRK-RC-MARCA.
           PERFORM 005-MARCA-RUN-CONTROL.

           GO TO 003-FIM.
       003-CICLO-NOVO.
           IF WRK-TEM-ABERTURA-SIM AND NOT WRK-CICLO-FECHADO-SIM
              DISPLAY 'CICLO ABERTO SEM STEP CARIMBADO - RECOMECA '
                      'DO INICIO'
           ELSE
              DISPLAY 'CICLO NOVO DA DATA'
           END-IF.
           DISPLAY 'CLEANUP E ALOCACAO......: LIBERADOS'.
           DISPLAY '==========================================='.

           MOVE 'A' TO WRK-RUN-STATUS.
           MOVE 0   TO WRK-RC-MARCA.
           PERFORM 005-MARCA-RUN-CONTROL.
       003-FIM.
           EXIT.
      *************************
       003A-LISTA-PLANO SECTION.
      *************************
           IF WRK-STP-TEM-FIM(WRK-IND-STP) = 'S'
              MOVE 'ENCERRADO - PULA COM O RC ORIGINAL'
                                       TO WRK-SITUACAO
              MOVE WRK-STP-RC(WRK-IND-STP) TO WRK-RC-FMT
              ADD 1 TO WRK-QTDE-ENCERRADOS
              DISPLAY WRK-STP-PROGRAMA(WRK-IND-STP) '  '
                      WRK-SITUACAO ' ' WRK-RC-FMT
           ELSE
              MOVE 'INICIADO SEM FIM - RODA DE NOVO'
                                       TO WRK-SITUACAO
              ADD 1 TO WRK-QTDE-REFAZER
              DISPLAY WRK-STP-PROGRAMA(WRK-IND-STP) '  '
                      WRK-SITUACAO
           END-IF.
       003A-FIM.
           EXIT.
      *************************
       004-RESUMO-CICLO SECTION.
      *************************
      *    RESUMO DA SUBMISSAO QUE ESTA TERMINANDO. SEM ABERTURA DA
      *    DATA (STEP REINICIO NAO RODOU) NAO HA CICLO PARA RESUMIR.
      *************************
           IF NOT WRK-TEM-ABERTURA-SIM OR WRK-CICLO-FECHADO-SIM
              DISPLAY 'DATA SEM CICLO ABERTO NO RUN-CONTROL - NADA '
                      'A RESUMIR'
              DISPLAY '==========================================='
              MOVE 4 TO WRK-RC-MARCA
              GO TO 004-FIM
           END-IF.

           MOVE WRK-QTDE-SUBMISSAO TO WRK-QTDE-FMT.

           DISPLAY 'SUBMISSAO DO CICLO......: ' WRK-QTDE-FMT.
           DISPLAY ' '.
           DISPLAY 'PROGRAMA  SITUACAO                                '
                   '   RC'.
           DISPLAY '--------  ----------------------------------------'
                   ' ----'.

           PERFORM 004A-LISTA-STEP
               VARYING WRK-IND-STP FROM 1 BY 1
               UNTIL WRK-IND-STP > WRK-QTDE-STEPS.

           DISPLAY ' '.
           MOVE WRK-QTDE-EXECUTADOS TO WRK-QTDE-FMT.
           DISPLAY 'EXECUTADOS..............: ' WRK-QTDE-FMT.
           MOVE WRK-QTDE-PULADOS TO WRK-QTDE-FMT.
           DISPLAY 'PULADOS (JA ENCERRADOS).: ' WRK-QTDE-FMT.
           MOVE WRK-QTDE-SEM-FIM TO WRK-QTDE-FMT.
           DISPLAY 'INICIADOS SEM FIM.......: ' WRK-QTDE-FMT.
           MOVE WRK-QTDE-NAO-RODOU TO WRK-QTDE-FMT.
           DISPLAY 'NAO RODARAM NESTA VEZ...: ' WRK-QTDE-FMT.
           DISPLAY '==========================================='.

      *    STEP QUE TERMINOU SEM O CARIMBO DE FIM (RC 16) OU QUE O
      *    COND BARROU: O CICLO FICA ABERTO E A PROXIMA SUBMISSAO
      *    DA DATA E UM REINICIO.
           IF WRK-QTDE-SEM-FIM > 0 OR WRK-QTDE-NAO-RODOU > 0
              DISPLAY 'CICLO DE ' WRK-DATA-CICLO ' FICA ABERTO PARA '
                      'REINICIO - FIM DO JOB NAO GRAVADO'
              MOVE 4 TO WRK-RC-MARCA
              GO TO 004-FIM
           END-IF.

           MOVE 'E' TO WRK-RUN-STATUS.
           MOVE 0   TO WRK-RC-MARCA.
           PERFORM 005-MARCA-RUN-CONTROL.
       004-FIM.
           EXIT.
      *************************
       004A-LISTA-STEP SECTION.
      *************************
           MOVE WRK-STP-RC(WRK-IND-STP) TO WRK-RC-FMT.

           IF WRK-STP-PULO-AGORA(WRK-IND-STP) = 'S'
              MOVE 'PULADO - ENCERRADO EM SUBMISSAO ANTERIOR'
                                       TO WRK-SITUACAO
              ADD 1 TO WRK-QTDE-PULADOS
              DISPLAY WRK-STP-PROGRAMA(WRK-IND-STP) '  '
                      WRK-SITUACAO ' ' WRK-RC-FMT
              GO TO 004A-FIM
           END-IF.

           IF WRK-STP-FIM-AGORA(WRK-IND-STP) = 'S'
              MOVE 'EXECUTADO'         TO WRK-SITUACAO
              ADD 1 TO WRK-QTDE-EXECUTADOS
              DISPLAY WRK-STP-PROGRAMA(WRK-IND-STP) '  '
                      WRK-SITUACAO ' ' WRK-RC-FMT
              GO TO 004A-FIM
           END-IF.

           IF WRK-STP-INI-AGORA(WRK-IND-STP) = 'S'
              MOVE 'INICIADO SEM FIM'  TO WRK-SITUACAO
              ADD 1 TO WRK-QTDE-SEM-FIM
           ELSE
              MOVE 'NAO RODOU NESTA SUBMISSAO (COND)'
                                       TO WRK-SITUACAO
              ADD 1 TO WRK-QTDE-NAO-RODOU
           END-IF.

           DISPLAY WRK-STP-PROGRAMA(WRK-IND-STP) '  ' WRK-SITUACAO.
       004A-FIM.
           EXIT.
      *************************
       005-MARCA-RUN-CONTROL SECTION.
      *************************
      *    MARCADOR DO CICLO: ABERTURA ('A'), REINICIO ('R') OU
      *    ENCERRAMENTO DO JOB ('E'), COM O RC DESTE STEP.
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE WRK-DATA-CICLO  TO RUN-DATA-MOVTO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE WRK-NOME-PROGRAMA TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE WRK-RC-MARCA    TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       005-FIM.
           EXIT.
      *************************
       010-CARREGA-DATA SECTION.
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

           IF DAT-DATA-MOVTO IS NOT NUMERIC
              DISPLAY 'DATA DE MOVIMENTO INVALIDA: ' DAT-DATA-MOVTO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE DAT-DATA-MOVTO TO WRK-DATA-CICLO.

           CLOSE ARQ-DATA.
       010-FIM.
           EXIT.
