      *  EXPURGO COM RETENCAO DOS ARQUIVOS PERMANENTES DO CICLO:
      *  TRILHA DE AUDITORIA (CLIAUD), IMAGENS ANTES/DEPOIS DA
      *  MANUTENCAO (CLIMIMG), IMAGENS DO CADASTRO DE CONTATO
      *  (CLICTIMG, COM A MESMA RETENCAO DAS IMAGENS DO MASTER),
      *  IMAGENS DO CADASTRO DE TITULARES (CLITTIMG, IDEM) E
      *  RUN-CONTROL (CLIRUNC). CADA REGISTRO
      *  MAIS VELHO QUE A RETENCAO EM DIAS DO CARTAO LMPPRM (TRES
      *  CAMPOS DE 3 DIGITOS: AUDITORIA, IMAGENS, RUN-CONTROL,
      *  DE COPIA DO JOB DEVOLVEM SOBRE OS VIVOS. ASSIM OS ARQUIVOS
      *  VIVOS CARREGAM SEMANAS, NAO ANOS.
      *
      *  O HISTORICO DE TRANSACOES POSTADAS (CLILHST, INDEXADO, QUE
      *  O CLIPOSTA CONSULTA CONTRA LANCAMENTO DUPLICADO) TEM
      *  RETENCAO PROPRIA NO QUARTO CAMPO DO LMPPRM (3 DIGITOS,
      *  PADRAO 180 DIAS). COMO E INDEXADO, O EXPURGO E FEITO NO
      *  PROPRIO ARQUIVO: A PERNA EXPIRADA VAI PARA O ARQUIVO MORTO
      *  DATADO (CLILHSTA) E E EXCLUIDA DO HISTORICO, SEM STEP DE
      *  COPIA.
      *
      *  CONCILIACAO POR ARQUIVO: LIDOS = MANTIDOS + MOVIDOS, E
      *  NENHUMA GRAVACAO COM FILE STATUS DIFERENTE DE '00'.
      *  QUALQUER DIFERENCA SAI COM RC 8 E OS STEPS DE COPIA NAO
           SELECT ARQ-CTI-MORTO ASSIGN TO "CLICTIGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTI-MORTO.
           SELECT OPTIONAL ARQ-TT-IMAGEM ASSIGN TO "CLITTIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TTI.
           SELECT ARQ-TTI-NOVO ASSIGN TO "CLITTIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TTI-NOVO.
           SELECT ARQ-TTI-MORTO ASSIGN TO "CLITTIGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TTI-MORTO.
           SELECT OPTIONAL ARQ-RUN-CTL ASSIGN TO "CLIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN.
           SELECT ARQ-RUN-MORTO ASSIGN TO "CLIRUNCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN-MORTO.
           SELECT OPTIONAL HISTORICO-LANCAMENTO ASSIGN TO "CLILHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WRK-FS-HST.
           SELECT ARQ-HST-MORTO ASSIGN TO "CLILHSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HST-MORTO.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
           05  PARM-RET-AUD        PIC 9(003).
           05  PARM-RET-IMG        PIC 9(003).
           05  PARM-RET-RUN        PIC 9(003).
           05  PARM-RET-HST        PIC 9(003).
      *----------------------------------------------------------------*
       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD.
           05  IMG-META-POUP       PIC 9(007).
           05  IMG-OPERADOR        PIC X(008).
           05  IMG-SUPERVISOR      PIC X(008).
           05  IMG-DATA-ULT-MOV    PIC 9(008).
           05  IMG-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-IMG-NOVO
           LABEL RECORD IS STANDARD.
       01  REG-IMG-NOVO            PIC X(117).
      *----------------------------------------------------------------*
       FD  ARQ-IMG-MORTO
           LABEL RECORD IS STANDARD.
       01  REG-IMG-MORTO           PIC X(117).
      *----------------------------------------------------------------*
       FD  ARQ-CT-IMAGEM
           LABEL RECORD IS STANDARD.
       FD  ARQ-CTI-MORTO
           LABEL RECORD IS STANDARD.
       01  REG-CTI-MORTO           PIC X(139).
      *----------------------------------------------------------------*
       FD  ARQ-TT-IMAGEM
           LABEL RECORD IS STANDARD.
       01  REG-TT-IMAGEM.
           05  TTI-DATA            PIC 9(006).
           05  FILLER              PIC X(054).
      *----------------------------------------------------------------*
       FD  ARQ-TTI-NOVO
           LABEL RECORD IS STANDARD.
       01  REG-TTI-NOVO            PIC X(060).
      *----------------------------------------------------------------*
       FD  ARQ-TTI-MORTO
           LABEL RECORD IS STANDARD.
       01  REG-TTI-MORTO           PIC X(060).
      *----------------------------------------------------------------*
       FD  ARQ-RUN-CTL
           LABEL RECORD IS STANDARD.
           05  RUN-STATUS          PIC X(001).
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
       FD  ARQ-RUN-NOVO
           LABEL RECORD IS STANDARD.
       01  REG-RUN-NOVO            PIC X(027).
      *----------------------------------------------------------------*
       FD  ARQ-RUN-MORTO
           LABEL RECORD IS STANDARD.
       01  REG-RUN-MORTO           PIC X(027).
      *----------------------------------------------------------------*
       FD  HISTORICO-LANCAMENTO
           LABEL RECORD IS STANDARD.
       01  REG-HISTORICO.
           05  HST-CHAVE.
               10  HST-ID-TRANSACAO PIC 9(009).
               10  HST-CONTA-NUM   PIC 9(006).
               10  HST-CODIGO      PIC X(001).
           05  HST-VALOR           PIC 9(007).
           05  HST-CONTA-CONTRA    PIC 9(006).
           05  HST-DATA            PIC 9(008).
           05  HST-HORA            PIC 9(008).
           05  HST-ESTORNADA       PIC X(001).
           05  HST-ID-ESTORNO      PIC 9(009).
           05  HST-DATA-ESTORNO    PIC 9(008).
           05  HST-ID-ORIGINAL     PIC 9(009).
      *----------------------------------------------------------------*
       FD  ARQ-HST-MORTO
           LABEL RECORD IS STANDARD.
       01  REG-HST-MORTO           PIC X(072).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-CTI        PIC  X(002).
       01  WRK-FS-CTI-NOVO   PIC  X(002).
       01  WRK-FS-CTI-MORTO  PIC  X(002).
       01  WRK-FS-HST        PIC  X(002).
       01  WRK-FS-HST-MORTO  PIC  X(002).
       01  WRK-FIM-HST       PIC  X(001) VALUE 'N'.
           88 WRK-FIM-HST-SIM       VALUE 'S'.
       01  WRK-HST-LIDOS     PIC  9(007) COMP VALUE 0.
       01  WRK-HST-MANTIDOS  PIC  9(007) COMP VALUE 0.
       01  WRK-HST-MOVIDOS   PIC  9(007) COMP VALUE 0.
       01  WRK-FIM-CTI       PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CTI-SIM       VALUE 'S'.
       01  WRK-CTI-LIDOS     PIC  9(007) COMP VALUE 0.
       01  WRK-CTI-MANTIDOS  PIC  9(007) COMP VALUE 0.
       01  WRK-CTI-MOVIDOS   PIC  9(007) COMP VALUE 0.
       01  WRK-FS-TTI        PIC  X(002).
       01  WRK-FS-TTI-NOVO   PIC  X(002).
       01  WRK-FS-TTI-MORTO  PIC  X(002).
       01  WRK-FIM-TTI       PIC  X(001) VALUE 'N'.
           88 WRK-FIM-TTI-SIM       VALUE 'S'.
       01  WRK-TTI-LIDOS     PIC  9(007) COMP VALUE 0.
       01  WRK-TTI-MANTIDOS  PIC  9(007) COMP VALUE 0.
       01  WRK-TTI-MOVIDOS   PIC  9(007) COMP VALUE 0.
       01  WRK-FIM-AUD       PIC  X(001) VALUE 'N'.
           88 WRK-FIM-AUD-SIM       VALUE 'S'.
       01  WRK-FIM-IMG       PIC  X(001) VALUE 'N'.
       01  WRK-RET-AUD       PIC  9(03) COMP VALUE 90.
       01  WRK-RET-IMG       PIC  9(03) COMP VALUE 90.
       01  WRK-RET-RUN       PIC  9(03) COMP VALUE 60.
       01  WRK-RET-HST       PIC  9(03) COMP VALUE 180.
       01  WRK-DIAS-CICLO    PIC  9(007) COMP VALUE 0.
       01  WRK-CORTE-AUD     PIC S9(007) COMP VALUE 0.
       01  WRK-CORTE-IMG     PIC S9(007) COMP VALUE 0.
       01  WRK-CORTE-RUN     PIC S9(007) COMP VALUE 0.
       01  WRK-CORTE-HST     PIC S9(007) COMP VALUE 0.
      *
      *  CONTADORES DE CONCILIACAO POR ARQUIVO
      *
           PERFORM 002-EXPURGA-AUDITORIA.
           PERFORM 003-EXPURGA-IMAGENS.
           PERFORM 009-EXPURGA-IMG-CONTATO.
           PERFORM 011-EXPURGA-IMG-TITULAR.
           PERFORM 004-EXPURGA-RUN-CONTROL.
           PERFORM 010-EXPURGA-HISTORICO.
           PERFORM 005-CONCILIACAO.
           PERFORM 006-FINAL.

              MOVE PARM-RET-RUN TO WRK-RET-RUN
           END-IF.

           IF PARM-RET-HST IS NUMERIC AND PARM-RET-HST > 0
              MOVE PARM-RET-HST TO WRK-RET-HST
           END-IF.

           CLOSE ARQ-PARM.

           MOVE WRK-DATA-CICLO TO WRK-DATA-CALC.
           COMPUTE WRK-CORTE-AUD = WRK-DIAS-CICLO - WRK-RET-AUD.
           COMPUTE WRK-CORTE-IMG = WRK-DIAS-CICLO - WRK-RET-IMG.
           COMPUTE WRK-CORTE-RUN = WRK-DIAS-CICLO - WRK-RET-RUN.
           COMPUTE WRK-CORTE-HST = WRK-DIAS-CICLO - WRK-RET-HST.
       001-FIM.
           EXIT.
      *************************
                      ' GRAVADOS ' WRK-SOMA-CONFERE
           END-IF.

           COMPUTE WRK-SOMA-CONFERE = WRK-TTI-MANTIDOS
                                    + WRK-TTI-MOVIDOS.

           IF WRK-SOMA-CONFERE NOT = WRK-TTI-LIDOS
              MOVE 'N' TO WRK-EXPURGO-OK
              DISPLAY 'CONCILIACAO DAS IMAGENS DE TITULAR NAO '
                      'FECHA: LIDOS ' WRK-TTI-LIDOS
                      ' GRAVADOS ' WRK-SOMA-CONFERE
           END-IF.

           COMPUTE WRK-SOMA-CONFERE = WRK-RUN-MANTIDOS
                                    + WRK-RUN-MOVIDOS.

              DISPLAY 'CONCILIACAO DO RUN-CONTROL NAO FECHA: LIDOS '
                      WRK-RUN-LIDOS ' GRAVADOS ' WRK-SOMA-CONFERE
           END-IF.

           COMPUTE WRK-SOMA-CONFERE = WRK-HST-MANTIDOS
                                    + WRK-HST-MOVIDOS.

           IF WRK-SOMA-CONFERE NOT = WRK-HST-LIDOS
              MOVE 'N' TO WRK-EXPURGO-OK
              DISPLAY 'CONCILIACAO DO HISTORICO DE LANCAMENTOS NAO '
                      'FECHA: LIDOS ' WRK-HST-LIDOS
                      ' GRAVADOS ' WRK-SOMA-CONFERE
           END-IF.
       005-FIM.
           EXIT.
      *************************
           DISPLAY 'DATA DO CICLO...........: ' WRK-DATA-CICLO.
           DISPLAY 'RETENCAO AUD/IMG/RUN....: ' WRK-RET-AUD
                   ' / ' WRK-RET-IMG ' / ' WRK-RET-RUN ' DIAS'.
           DISPLAY 'RETENCAO HIST LANCAMENTO: ' WRK-RET-HST ' DIAS'.
           DISPLAY 'AUDITORIA  LIDOS ' WRK-AUD-LIDOS
                   ' MANTIDOS ' WRK-AUD-MANTIDOS
                   ' MOVIDOS ' WRK-AUD-MOVIDOS.
           DISPLAY 'IMG CONTATO LIDOS ' WRK-CTI-LIDOS
                   ' MANTIDOS ' WRK-CTI-MANTIDOS
                   ' MOVIDOS ' WRK-CTI-MOVIDOS.
           DISPLAY 'IMG TITULAR LIDOS ' WRK-TTI-LIDOS
                   ' MANTIDOS ' WRK-TTI-MANTIDOS
                   ' MOVIDOS ' WRK-TTI-MOVIDOS.
           DISPLAY 'RUN-CONTROL LIDOS ' WRK-RUN-LIDOS
                   ' MANTIDOS ' WRK-RUN-MANTIDOS
                   ' MOVIDOS ' WRK-RUN-MOVIDOS.
           DISPLAY 'HIST LANCAM LIDOS ' WRK-HST-LIDOS
                   ' MANTIDOS ' WRK-HST-MANTIDOS
                   ' MOVIDOS ' WRK-HST-MOVIDOS.

           IF WRK-EXPURGO-OK-SIM
              DISPLAY 'EXPURGO CONCILIADO - COPIAS LIBERADAS'
           END-READ.
       009A-FIM.
           EXIT.
      *************************
       010-EXPURGA-HISTORICO SECTION.
      *************************
      *    O HISTORICO DE TRANSACOES POSTADAS E INDEXADO: A PERNA
      *    EXPIRADA E GRAVADA NO ARQUIVO MORTO E EXCLUIDA NO PROPRIO
      *    HISTORICO. SO CONTA COMO MOVIDA QUANDO AS DUAS OPERACOES
      *    DEREM CERTO; A QUE FICAR NO MEIO DERRUBA A CONCILIACAO.
      *************************
           OPEN I-O    HISTORICO-LANCAMENTO.
           OPEN OUTPUT ARQ-HST-MORTO.

           IF WRK-FS-HST NOT = '00' AND '05'
              MOVE 'S' TO WRK-FIM-HST
              GO TO 010-FECHA
           END-IF.

           READ HISTORICO-LANCAMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-HST
           END-READ.

           PERFORM 010A-CLASSIFICA-HST UNTIL WRK-FIM-HST-SIM.
       010-FECHA.
           CLOSE HISTORICO-LANCAMENTO.
           CLOSE ARQ-HST-MORTO.
       010-FIM.
           EXIT.
      *************************
       010A-CLASSIFICA-HST SECTION.
      *************************
           ADD 1 TO WRK-HST-LIDOS.

           MOVE HST-DATA TO WRK-DATA-CALC.
           PERFORM 007-CALCULA-DIAS.

           IF WRK-DIAS-CALC < WRK-CORTE-HST
              MOVE REG-HISTORICO TO REG-HST-MORTO
              WRITE REG-HST-MORTO
              IF WRK-FS-HST-MORTO = '00'
                 DELETE HISTORICO-LANCAMENTO RECORD
                 IF WRK-FS-HST = '00'
                    ADD 1 TO WRK-HST-MOVIDOS
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WRK-HST-MANTIDOS
           END-IF.

           READ HISTORICO-LANCAMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-HST
           END-READ.
       010A-FIM.
           EXIT.
      *************************
       007-CALCULA-DIAS SECTION.
      *************************
           PERFORM 007-CALCULA-DIAS.
       008-FIM.
           EXIT.
      *************************
       011-EXPURGA-IMG-TITULAR SECTION.
      *************************
      *    AS IMAGENS DO CADASTRO DE TITULARES SEGUEM A MESMA
      *    RETENCAO DAS IMAGENS DO MASTER (SEGUNDO CAMPO DO
      *    LMPPRM), COMO AS DE CONTATO.
      *************************
           OPEN INPUT  ARQ-TT-IMAGEM.
           OPEN OUTPUT ARQ-TTI-NOVO.
           OPEN OUTPUT ARQ-TTI-MORTO.

           IF WRK-FS-TTI NOT = '00' AND '05'
              MOVE 'S' TO WRK-FIM-TTI
              GO TO 011-FECHA
           END-IF.

           READ ARQ-TT-IMAGEM
               AT END
                   MOVE 'S' TO WRK-FIM-TTI
           END-READ.

           PERFORM 011A-CLASSIFICA-TTI UNTIL WRK-FIM-TTI-SIM.
       011-FECHA.
           CLOSE ARQ-TT-IMAGEM.
           CLOSE ARQ-TTI-NOVO.
           CLOSE ARQ-TTI-MORTO.
       011-FIM.
           EXIT.
      *************************
       011A-CLASSIFICA-TTI SECTION.
      *************************
           ADD 1 TO WRK-TTI-LIDOS.

           MOVE TTI-DATA TO WRK-DATA-CURTA.
           PERFORM 008-DIAS-DATA-CURTA.

           IF WRK-DIAS-CALC < WRK-CORTE-IMG
              MOVE REG-TT-IMAGEM TO REG-TTI-MORTO
              WRITE REG-TTI-MORTO
              IF WRK-FS-TTI-MORTO = '00'
                 ADD 1 TO WRK-TTI-MOVIDOS
              END-IF
           ELSE
              MOVE REG-TT-IMAGEM TO REG-TTI-NOVO
              WRITE REG-TTI-NOVO
              IF WRK-FS-TTI-NOVO = '00'
                 ADD 1 TO WRK-TTI-MANTIDOS
              END-IF
           END-IF.

           READ ARQ-TT-IMAGEM
               AT END
                   MOVE 'S' TO WRK-FIM-TTI
           END-READ.
       011A-FIM.
           EXIT.
