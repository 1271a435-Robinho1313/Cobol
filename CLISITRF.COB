      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLISITRF.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  CONFERENCIA DA SITUACAO CADASTRAL DOS CNPJ NA RECEITA
      *  FEDERAL. CARREGA O ARQUIVO PERIODICO DE SITUACAO DA RECEITA
      *  (RFBSIT: CNPJ, CODIGO DA SITUACAO E DATA DA SITUACAO) E
      *  CASA POR CNPJ COM TODAS AS CONTAS NAO ENCERRADAS DO MASTER
      *  FECHADO (CLIMST) DE TITULAR PESSOA JURIDICA. CODIGOS DA
      *  RECEITA:
      *     01 = NULA       02 = ATIVA      03 = SUSPENSA
      *     04 = INAPTA     08 = BAIXADA
      *  O RELATORIO DE EXCECAO (CLIRFBR), EM ORDEM DE CNPJ, LISTA
      *  AS CONTAS DE TITULAR QUE NAO ESTA MAIS ATIVO E AS DE CNPJ
      *  QUE NAO CONSTA NO ARQUIVO DA RECEITA. CNPJ REPETIDO NO
      *  ARQUIVO VALE PELA SITUACAO MAIS RECENTE.
      *
      *  PARA SUSPENSA, INAPTA E BAIXADA E PROPOSTO O BLOQUEIO: UM
      *  MOVIMENTO DE MANUTENCAO 'B' COM OPERADOR 'CLISITRF' E
      *  GRAVADO NO MOVIMENTO PARQUEADO SEM APROVACAO (CLIMPRQ),
      *  QUE O PREMOV DO PROXIMO CICLO FUNDE NO MOVIMENTO DO
      *  CLIMANUT. O BLOQUEIO SO E APLICADO COM A APROVACAO DE UM
      *  SUPERVISOR NO CLIAPRV (LOTE OU MOVIMENTO 'B' + CONTA), COMO
      *  QUALQUER MOVIMENTO DIGITADO; SEM APROVACAO CONTINUA
      *  PARQUEADO. NAO E PROPOSTO BLOQUEIO PARA CONTA JA BLOQUEADA
      *  NEM PARA CONTA QUE JA TEM BLOQUEIO PARQUEADO, O QUE PERMITE
      *  RODAR DE NOVO COM O MESMO ARQUIVO. CNPJ NULO SO SAI NO
      *  RELATORIO PARA ANALISE DO CADASTRO.
      *
      *  RETURN-CODE:  0 = TODOS OS TITULARES ATIVOS NA RECEITA
      *                4 = RELATORIO COM EXCECOES OU REGISTRO DA
      *                    RECEITA INVALIDO
      *               16 = RFBSIT, CLIMST OU DATPRM AUSENTE OU VAZIO
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RECEITA ASSIGN TO "RFBSIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEITA.
           SELECT MASTER-FECHADO ASSIGN TO "CLIMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTIONAL ARQ-PARQUE ASSIGN TO "CLIMPRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARQUE.
           SELECT ARQ-RELATORIO ASSIGN TO "CLIRFBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT ARQ-DATA ASSIGN TO "DATPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATA.
           SELECT OPTIONAL ARQ-RUN-CTL ASSIGN TO "CLIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN-CTL.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
        FILE SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-RECEITA
           LABEL RECORD IS STANDARD.
       01  REG-RECEITA.
           05  RFB-CNPJ            PIC X(014).
           05  RFB-SITUACAO        PIC 9(002).
           05  RFB-DATA-SITUACAO   PIC 9(008).
      *----------------------------------------------------------------*
       FD  MASTER-FECHADO
           LABEL RECORD IS STANDARD.
       01  REG-CLIENTE.
           05  CLI-CONTA-NUM       PIC 9(006).
           05  CLI-NOME            PIC X(030).
           05  CLI-TIPO-CONTA      PIC 9(001).
           05  CLI-SALDO           PIC S9(07).
           05  CLI-CNPJ            PIC X(014).
           05  CLI-MOEDA           PIC X(003).
           05  CLI-SITUACAO        PIC X(001).
           05  CLI-DATA-ENCER      PIC 9(008).
           05  CLI-LIMITE          PIC 9(007).
           05  CLI-META-POUP       PIC 9(007).
           05  CLI-DATA-ULT-MOV    PIC 9(008).
           05  CLI-TIPO-DOC        PIC X(001).
       01  REG-MASTER-CTL.
           05  MST-CTL-ID          PIC X(003).
               88 MST-CTL-HEADER         VALUE 'HDR'.
               88 MST-CTL-TRAILER        VALUE 'TRL'.
           05  FILLER              PIC X(026).
      *----------------------------------------------------------------*
      *  MOVIMENTO PARQUEADO SEM APROVACAO - LAYOUT DO CLIMOV
      *----------------------------------------------------------------*
       FD  ARQ-PARQUE
           LABEL RECORD IS STANDARD.
       01  REG-MOVIMENTO.
           05  MOV-CODIGO          PIC X(001).
               88 MOV-BLOQUEIO           VALUE 'B'.
           05  MOV-CONTA-NUM       PIC 9(006).
           05  MOV-NOME            PIC X(030).
           05  MOV-TIPO-CONTA      PIC 9(001).
           05  MOV-SALDO           PIC S9(07).
           05  MOV-CNPJ            PIC X(014).
           05  MOV-MOEDA           PIC X(003).
           05  MOV-LIMITE          PIC 9(007).
           05  MOV-META-POUP       PIC 9(007).
           05  MOV-OPERADOR        PIC X(008).
           05  MOV-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-RELATORIO
           LABEL RECORD IS STANDARD.
       01  REG-RELATORIO           PIC X(080).
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
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
      *  SITUACAO DA RECEITA (TIPO '1') E CONTAS DO MASTER (TIPO
      *  '2') JUNTAS EM ORDEM DE CNPJ: A SITUACAO MAIS RECENTE DO
      *  CNPJ CHEGA ANTES DAS CONTAS DELE.
      *----------------------------------------------------------------*
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-CNPJ            PIC X(014).
           05  SRT-TIPO            PIC X(001).
               88 SRT-RECEITA            VALUE '1'.
               88 SRT-CONTA              VALUE '2'.
           05  SRT-SITUACAO-RFB    PIC 9(002).
           05  SRT-DATA-SITUACAO   PIC 9(008).
           05  SRT-CLIENTE.
               10  SRT-CONTA-NUM       PIC 9(006).
               10  SRT-NOME            PIC X(030).
               10  SRT-TIPO-CONTA      PIC 9(001).
               10  SRT-SALDO           PIC S9(07).
               10  SRT-CNPJ-CLI        PIC X(014).
               10  SRT-MOEDA           PIC X(003).
               10  SRT-SITUACAO        PIC X(001).
               10  SRT-DATA-ENCER      PIC 9(008).
               10  SRT-LIMITE          PIC 9(007).
               10  SRT-META-POUP       PIC 9(007).
               10  SRT-DATA-ULT-MOV    PIC 9(008).
               10  SRT-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-RECEITA    PIC  X(002).
       01  WRK-FS-MASTER     PIC  X(002).
       01  WRK-FS-PARQUE     PIC  X(002).
       01  WRK-FS-RELATORIO  PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-OPERADOR      PIC  X(008) VALUE 'CLISITRF'.
       01  WRK-FIM-RECEITA   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-RECEITA-SIM   VALUE 'S'.
       01  WRK-FIM-MASTER    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-MASTER-SIM    VALUE 'S'.
       01  WRK-FIM-PARQUE    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-PARQUE-SIM    VALUE 'S'.
       01  WRK-FIM-SORT      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-SORT-SIM      VALUE 'S'.
       01  WRK-SITUACAO      PIC  X(001) VALUE SPACE.
           COPY STCODES.
       01  WRK-TIPO-DOC      PIC  X(001) VALUE SPACE.
           COPY TDCODES.
      *
      *  SITUACAO DA RECEITA DO CNPJ CORRENTE
      *
       01  WRK-CNPJ-RFB      PIC  X(014) VALUE LOW-VALUES.
       01  WRK-DATA-RFB      PIC  9(008) VALUE ZEROS.
       01  WRK-SITUACAO-RFB  PIC  9(002) VALUE ZEROS.
           88 RFB-NULA               VALUE 01.
           88 RFB-ATIVA              VALUE 02.
           88 RFB-SUSPENSA           VALUE 03.
           88 RFB-INAPTA             VALUE 04.
           88 RFB-BAIXADA            VALUE 08.
           88 RFB-VALIDA             VALUE 01 02 03 04 08.
           88 RFB-BLOQUEIA           VALUE 03 04 08.
       01  WRK-DESCR-RFB     PIC  X(008) VALUE SPACES.
      *
      *  CNPJ JA IMPRESSO NO RELATORIO E FORMATACAO DO CNPJ
      *
       01  WRK-CNPJ-IMPRESSO PIC  X(014) VALUE LOW-VALUES.
       01  WRK-CNPJ          PIC  X(014) VALUE SPACES.
       01  WRK-CNPJ-ALFA     PIC  X(018) VALUE SPACES.
       01  WRK-CNPJ-VALIDO   PIC  X(001) VALUE 'N'.
       01  WRK-ACAO          PIC  X(032) VALUE SPACES.
      *
      *  CONTAS COM BLOQUEIO JA PARQUEADO (AGUARDANDO APROVACAO)
      *
       01  WRK-QTDE-PARQUE   PIC  9(05) COMP VALUE 0.
       01  WRK-MAX-PARQUE    PIC  9(05) COMP VALUE 2000.
       01  WRK-IND-PARQUE    PIC  9(05) COMP VALUE 0.
       01  WRK-TAB-PARQUE.
           05  WRK-TAB-PRQ-CONTA   PIC 9(006) OCCURS 2000 TIMES.
       01  WRK-ACHOU-PARQUE  PIC  X(001) VALUE 'N'.
           88 WRK-ACHOU-PARQUE-SIM  VALUE 'S'.
      *
      *  CONTADORES
      *
       01  WRK-QTDE-RECEITA  PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-RFB-INVALIDO PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-RFB-REPETIDO PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-CONTAS   PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-CPF      PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-ENCERRADAS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-CONFERIDAS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-ATIVAS   PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-SEM-RFB  PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-NULAS    PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-INATIVAS PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-PROPOSTOS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-JA-BLOQ  PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-JA-PARQ  PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-EXCECOES PIC  9(07) COMP VALUE 0.
      *
      *  LINHAS DO RELATORIO DE EXCECAO
      *
       01  LIN-CABECALHO-1.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(050)
               VALUE 'SITUACAO CADASTRAL NA RECEITA - EXCECOES'.
       01  LIN-CABECALHO-2.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(018)
               VALUE 'DATA DE MOVIMENTO '.
           05  LIN-CAB-DATA        PIC 9(008).
       01  LIN-CNPJ.
           05  FILLER              PIC X(005) VALUE 'CNPJ '.
           05  LIN-CNPJ-ALFA       PIC X(018).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-CNPJ-SITUACAO   PIC X(008).
           05  LIN-CNPJ-EM         PIC X(004).
           05  LIN-CNPJ-DATA       PIC X(008).
       01  LIN-CONTA.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  LIN-CTA-CONTA       PIC 9(006).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-CTA-SITUACAO    PIC X(001).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-CTA-NOME        PIC X(030).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-CTA-ACAO        PIC X(032).
       01  LIN-SEM-EXCECAO         PIC X(060)
           VALUE 'TODOS OS TITULARES ATIVOS NA RECEITA'.
       01  LIN-TRACO               PIC X(080) VALUE ALL '-'.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.

           SORT ARQ-SORT
               ASCENDING KEY SRT-CNPJ SRT-TIPO
               DESCENDING KEY SRT-DATA-SITUACAO
               INPUT PROCEDURE 002-LIBERA-REGISTROS
               OUTPUT PROCEDURE 003-CONFRONTA-RECEITA.

           IF WRK-QTDE-EXCECOES > 0 OR WRK-QTDE-RFB-INVALIDO > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 007-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 009-CARREGA-DATA.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 010-MARCA-RUN-CONTROL.

           OPEN INPUT ARQ-RECEITA.

           IF WRK-FS-RECEITA NOT = '00'
              DISPLAY 'ARQUIVO DE SITUACAO DA RECEITA (RFBSIT) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MASTER-FECHADO.

           IF WRK-FS-MASTER NOT = '00'
              DISPLAY 'MASTER DE CLIENTES (CLIMST) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 008-CARREGA-PARQUE.

           OPEN EXTEND ARQ-PARQUE.
           OPEN OUTPUT ARQ-RELATORIO.

           MOVE WRK-DATA-CICLO TO LIN-CAB-DATA.

           WRITE REG-RELATORIO FROM LIN-CABECALHO-1.
           WRITE REG-RELATORIO FROM LIN-CABECALHO-2.
           WRITE REG-RELATORIO FROM LIN-TRACO.
       001-FIM.
           EXIT.
      *************************
       002-LIBERA-REGISTROS SECTION.
      *************************
           PERFORM 002A-LIBERA-RECEITA UNTIL WRK-FIM-RECEITA-SIM.

           IF WRK-QTDE-RECEITA = 0
              DISPLAY 'ARQUIVO DE SITUACAO DA RECEITA VAZIO'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 002B-LIBERA-CONTA UNTIL WRK-FIM-MASTER-SIM.
       002-FIM.
           EXIT.
      *************************
       002A-LIBERA-RECEITA SECTION.
      *************************
      *    CODIGO DE SITUACAO FORA DA TABELA DA RECEITA NAO ENTRA NO
      *    CONFRONTO E SAI NO SYSOUT.
      *************************
           READ ARQ-RECEITA
               AT END
                   MOVE 'S' TO WRK-FIM-RECEITA
                   GO TO 002A-FIM
           END-READ.

           ADD 1 TO WRK-QTDE-RECEITA.

           IF RFB-SITUACAO IS NUMERIC
              MOVE RFB-SITUACAO TO WRK-SITUACAO-RFB
           ELSE
              MOVE ZEROS        TO WRK-SITUACAO-RFB
           END-IF.

           IF NOT RFB-VALIDA
              OR RFB-CNPJ = SPACES
              ADD 1 TO WRK-QTDE-RFB-INVALIDO
              DISPLAY 'REGISTRO DA RECEITA INVALIDO: ' REG-RECEITA
              GO TO 002A-FIM
           END-IF.

           IF RFB-DATA-SITUACAO IS NOT NUMERIC
              MOVE ZEROS TO RFB-DATA-SITUACAO
           END-IF.

           MOVE SPACES            TO REG-SORT.
           MOVE RFB-CNPJ          TO SRT-CNPJ.
           MOVE '1'               TO SRT-TIPO.
           MOVE RFB-SITUACAO      TO SRT-SITUACAO-RFB.
           MOVE RFB-DATA-SITUACAO TO SRT-DATA-SITUACAO.

           RELEASE REG-SORT.
       002A-FIM.
           EXIT.
      *************************
       002B-LIBERA-CONTA SECTION.
      *************************
      *    SO CONTAS NAO ENCERRADAS DE TITULAR PESSOA JURIDICA. O
      *    HEADER E PULADO; O TRAILER FECHA O ARQUIVO.
      *************************
           READ MASTER-FECHADO
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
                   GO TO 002B-FIM
           END-READ.

           IF MST-CTL-TRAILER
              MOVE 'S' TO WRK-FIM-MASTER
              GO TO 002B-FIM
           END-IF.

           IF MST-CTL-HEADER
              GO TO 002B-FIM
           END-IF.

           ADD 1 TO WRK-QTDE-CONTAS.

           MOVE CLI-TIPO-DOC TO WRK-TIPO-DOC.

           IF TD-CPF
              ADD 1 TO WRK-QTDE-CPF
              GO TO 002B-FIM
           END-IF.

           MOVE CLI-SITUACAO TO WRK-SITUACAO.

           IF ST-ENCERRADA
              ADD 1 TO WRK-QTDE-ENCERRADAS
              GO TO 002B-FIM
           END-IF.

           MOVE CLI-CNPJ          TO SRT-CNPJ.
           MOVE '2'               TO SRT-TIPO.
           MOVE ZEROS             TO SRT-SITUACAO-RFB.
           MOVE ZEROS             TO SRT-DATA-SITUACAO.
           MOVE REG-CLIENTE       TO SRT-CLIENTE.

           RELEASE REG-SORT.
       002B-FIM.
           EXIT.
      *************************
       003-CONFRONTA-RECEITA SECTION.
      *************************
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

           PERFORM 003A-PROCESSA-REGISTRO UNTIL WRK-FIM-SORT-SIM.

           IF WRK-QTDE-EXCECOES = 0
              WRITE REG-RELATORIO FROM LIN-SEM-EXCECAO
           END-IF.
       003-FIM.
           EXIT.
      *************************
       003A-PROCESSA-REGISTRO SECTION.
      *************************
      *    O PRIMEIRO REGISTRO DA RECEITA DE CADA CNPJ E O MAIS
      *    RECENTE; OS OUTROS SAO SO CONTADOS.
      *************************
           IF SRT-RECEITA
              IF SRT-CNPJ = WRK-CNPJ-RFB
                 ADD 1 TO WRK-QTDE-RFB-REPETIDO
              ELSE
                 MOVE SRT-CNPJ          TO WRK-CNPJ-RFB
                 MOVE SRT-SITUACAO-RFB  TO WRK-SITUACAO-RFB
                 MOVE SRT-DATA-SITUACAO TO WRK-DATA-RFB
              END-IF
              GO TO 003A-LE
           END-IF.

           ADD 1 TO WRK-QTDE-CONFERIDAS.

           IF SRT-CNPJ NOT = WRK-CNPJ-RFB
              ADD 1 TO WRK-QTDE-SEM-RFB
              MOVE 'CNPJ NAO CONSTA NA RECEITA' TO WRK-ACAO
              PERFORM 005-LISTA-EXCECAO
              GO TO 003A-LE
           END-IF.

           EVALUATE TRUE
            WHEN RFB-ATIVA
               ADD 1 TO WRK-QTDE-ATIVAS
            WHEN RFB-NULA
               ADD 1 TO WRK-QTDE-NULAS
               MOVE 'CNPJ NULO - ANALISAR CADASTRO' TO WRK-ACAO
               PERFORM 005-LISTA-EXCECAO
            WHEN OTHER
               ADD 1 TO WRK-QTDE-INATIVAS
               PERFORM 004-PROPOE-BLOQUEIO
               PERFORM 005-LISTA-EXCECAO
           END-EVALUATE.
       003A-LE.
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       003A-FIM.
           EXIT.
      *************************
       004-PROPOE-BLOQUEIO SECTION.
      *************************
      *    CONTA JA BLOQUEADA OU COM BLOQUEIO AGUARDANDO APROVACAO
      *    NAO GANHA OUTRO MOVIMENTO.
      *************************
           MOVE SRT-SITUACAO TO WRK-SITUACAO.

           IF ST-BLOQUEADA
              ADD 1 TO WRK-QTDE-JA-BLOQ
              MOVE 'CONTA JA BLOQUEADA' TO WRK-ACAO
              GO TO 004-FIM
           END-IF.

           MOVE 'N' TO WRK-ACHOU-PARQUE.

           PERFORM 004A-PROCURA-PARQUE
               VARYING WRK-IND-PARQUE FROM 1 BY 1
               UNTIL WRK-IND-PARQUE > WRK-QTDE-PARQUE
                  OR WRK-ACHOU-PARQUE-SIM.

           IF WRK-ACHOU-PARQUE-SIM
              ADD 1 TO WRK-QTDE-JA-PARQ
              MOVE 'BLOQUEIO JA AGUARDA APROVACAO' TO WRK-ACAO
              GO TO 004-FIM
           END-IF.

           PERFORM 006-GRAVA-MOVIMENTO.

           ADD 1 TO WRK-QTDE-PROPOSTOS.
           MOVE 'BLOQUEIO PROPOSTO (APROVAR)' TO WRK-ACAO.
       004-FIM.
           EXIT.
      *************************
       004A-PROCURA-PARQUE SECTION.
      *************************
           IF WRK-TAB-PRQ-CONTA(WRK-IND-PARQUE) = SRT-CONTA-NUM
              MOVE 'S' TO WRK-ACHOU-PARQUE
           END-IF.
       004A-FIM.
           EXIT.
      *************************
       005-LISTA-EXCECAO SECTION.
      *************************
      *    UMA LINHA DE CNPJ COM A SITUACAO NA RECEITA E, ABAIXO
      *    DELA, UMA LINHA POR CONTA COM A ACAO TOMADA.
      *************************
           ADD 1 TO WRK-QTDE-EXCECOES.

           IF SRT-CNPJ NOT = WRK-CNPJ-IMPRESSO
              MOVE SRT-CNPJ TO WRK-CNPJ-IMPRESSO
              MOVE SRT-CNPJ TO WRK-CNPJ
              CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
              IF WRK-QTDE-EXCECOES > 1
                 MOVE SPACES TO REG-RELATORIO
                 WRITE REG-RELATORIO
              END-IF
              MOVE WRK-CNPJ-ALFA TO LIN-CNPJ-ALFA
              IF SRT-CNPJ = WRK-CNPJ-RFB
                 PERFORM 005A-DESCREVE-SITUACAO
                 MOVE WRK-DESCR-RFB TO LIN-CNPJ-SITUACAO
                 MOVE ' EM '        TO LIN-CNPJ-EM
                 MOVE WRK-DATA-RFB  TO LIN-CNPJ-DATA
              ELSE
                 MOVE SPACES        TO LIN-CNPJ-SITUACAO
                 MOVE SPACES        TO LIN-CNPJ-EM
                 MOVE SPACES        TO LIN-CNPJ-DATA
              END-IF
              WRITE REG-RELATORIO FROM LIN-CNPJ
           END-IF.

           MOVE SRT-CONTA-NUM TO LIN-CTA-CONTA.
           MOVE SRT-SITUACAO  TO LIN-CTA-SITUACAO.
           MOVE SRT-NOME      TO LIN-CTA-NOME.
           MOVE WRK-ACAO      TO LIN-CTA-ACAO.

           WRITE REG-RELATORIO FROM LIN-CONTA.
       005-FIM.
           EXIT.
      *************************
       005A-DESCREVE-SITUACAO SECTION.
      *************************
           EVALUATE TRUE
            WHEN RFB-NULA
               MOVE 'NULA'     TO WRK-DESCR-RFB
            WHEN RFB-ATIVA
               MOVE 'ATIVA'    TO WRK-DESCR-RFB
            WHEN RFB-SUSPENSA
               MOVE 'SUSPENSA' TO WRK-DESCR-RFB
            WHEN RFB-INAPTA
               MOVE 'INAPTA'   TO WRK-DESCR-RFB
            WHEN RFB-BAIXADA
               MOVE 'BAIXADA'  TO WRK-DESCR-RFB
           END-EVALUATE.
       005A-FIM.
           EXIT.
      *************************
       006-GRAVA-MOVIMENTO SECTION.
      *************************
      *    MOVIMENTO DE BLOQUEIO COMO O DIGITADO PELA OPERACAO, COM
      *    OS DADOS ATUAIS DA CONTA E ESTE PROGRAMA COMO OPERADOR
      *    (MAKER). O SUPERVISOR (CHECKER) APROVA NO CLIAPRV.
      *************************
           MOVE 'B'            TO MOV-CODIGO.
           MOVE SRT-CONTA-NUM  TO MOV-CONTA-NUM.
           MOVE SRT-NOME       TO MOV-NOME.
           MOVE SRT-TIPO-CONTA TO MOV-TIPO-CONTA.
           MOVE SRT-SALDO      TO MOV-SALDO.
           MOVE SRT-CNPJ-CLI   TO MOV-CNPJ.
           MOVE SRT-MOEDA      TO MOV-MOEDA.
           MOVE SRT-LIMITE     TO MOV-LIMITE.
           MOVE SRT-META-POUP  TO MOV-META-POUP.
           MOVE WRK-OPERADOR   TO MOV-OPERADOR.
           MOVE SRT-TIPO-DOC   TO MOV-TIPO-DOC.

           WRITE REG-MOVIMENTO.
       006-FIM.
           EXIT.
      *************************
       007-FINAL SECTION.
      *************************
           CLOSE ARQ-RECEITA.
           CLOSE MASTER-FECHADO.
           CLOSE ARQ-PARQUE.
           CLOSE ARQ-RELATORIO.

           DISPLAY '==========================================='.
           DISPLAY '  SITUACAO CADASTRAL NA RECEITA - CLISITRF'.
           DISPLAY '==========================================='.
           DISPLAY 'REGISTROS DA RECEITA....: ' WRK-QTDE-RECEITA.
           DISPLAY '  INVALIDOS.............: ' WRK-QTDE-RFB-INVALIDO.
           DISPLAY '  CNPJ REPETIDO.........: ' WRK-QTDE-RFB-REPETIDO.
           DISPLAY 'CONTAS NO MASTER........: ' WRK-QTDE-CONTAS.
           DISPLAY '  TITULAR CPF...........: ' WRK-QTDE-CPF.
           DISPLAY '  ENCERRADAS............: ' WRK-QTDE-ENCERRADAS.
           DISPLAY '  CONFERIDAS............: ' WRK-QTDE-CONFERIDAS.
           DISPLAY 'TITULAR ATIVO...........: ' WRK-QTDE-ATIVAS.
           DISPLAY 'CNPJ FORA DA RECEITA....: ' WRK-QTDE-SEM-RFB.
           DISPLAY 'CNPJ NULO...............: ' WRK-QTDE-NULAS.
           DISPLAY 'SUSPENSO/INAPTO/BAIXADO.: ' WRK-QTDE-INATIVAS.
           DISPLAY '  BLOQUEIOS PROPOSTOS...: ' WRK-QTDE-PROPOSTOS.
           DISPLAY '  JA BLOQUEADAS.........: ' WRK-QTDE-JA-BLOQ.
           DISPLAY '  JA AGUARDANDO APROVAC.: ' WRK-QTDE-JA-PARQ.
           DISPLAY '==========================================='.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 010-MARCA-RUN-CONTROL.
       007-FIM.
           EXIT.
      *************************
       008-CARREGA-PARQUE SECTION.
      *************************
      *    GUARDA AS CONTAS QUE JA TEM BLOQUEIO NO MOVIMENTO
      *    PARQUEADO, DIGITADO OU PROPOSTO POR UMA EXECUCAO
      *    ANTERIOR, AINDA SEM APROVACAO.
      *************************
           OPEN INPUT ARQ-PARQUE.

           IF WRK-FS-PARQUE NOT = '00' AND '05'
              GO TO 008-FIM
           END-IF.

           PERFORM 008A-GUARDA-PARQUE UNTIL WRK-FIM-PARQUE-SIM.

           CLOSE ARQ-PARQUE.
       008-FIM.
           EXIT.
      *************************
       008A-GUARDA-PARQUE SECTION.
      *************************
           READ ARQ-PARQUE
               AT END
                   MOVE 'S' TO WRK-FIM-PARQUE
                   GO TO 008A-FIM
           END-READ.

           IF NOT MOV-BLOQUEIO
              GO TO 008A-FIM
           END-IF.

           IF WRK-QTDE-PARQUE = WRK-MAX-PARQUE
              DISPLAY 'MAIS DE 2000 BLOQUEIOS PARQUEADOS - '
                      'CONTA IGNORADA: ' MOV-CONTA-NUM
              GO TO 008A-FIM
           END-IF.

           ADD 1 TO WRK-QTDE-PARQUE.
           MOVE MOV-CONTA-NUM TO WRK-TAB-PRQ-CONTA(WRK-QTDE-PARQUE).
       008A-FIM.
           EXIT.
      *************************
       009-CARREGA-DATA SECTION.
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
       009-FIM.
           EXIT.
      *************************
       010-MARCA-RUN-CONTROL SECTION.
      *************************
      *    CARIMBA INICIO ('I') OU FIM ('F') DESTE PROGRAMA NO
      *    RUN-CONTROL COM O HORARIO.
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE WRK-DATA-CICLO  TO RUN-DATA-MOVTO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLISITRF'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       010-FIM.
           EXIT.
