      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLIAGMNT.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  MANUTENCAO DO CADASTRO DE INSTRUCOES AGENDADAS (AGENDAMENTO
      *  DE TRANSFERENCIAS E PAGAMENTOS, UNICOS OU MENSAIS). MESMA
      *  DISCIPLINA DE ARQUIVO DE MOVIMENTO DO CLIMANUT: LE O
      *  CADASTRO ATUAL (CLIAGD) E O MOVIMENTO (CLIAGMOV), AMBOS EM
      *  ORDEM ASCENDENTE DE NUMERO DA INSTRUCAO, E GRAVA UMA NOVA
      *  GERACAO (CLIAGDN). MOVIMENTO INVALIDO VAI PARA O REJEITO
      *  (CLIAGREJ) E TODA OPERACAO APLICADA GERA IMAGEM
      *  ANTES/DEPOIS (CLIAGIMG, PERMANENTE COMO O CLIMIMG).
      *
      *  CODIGOS DE MOVIMENTO:
      *     I = INCLUSAO   A = ALTERACAO   E = CANCELAMENTO
      *
      *  A INSTRUCAO CANCELADA NAO SAI DO CADASTRO: FICA COM
      *  SITUACAO 'N', PARA O NUMERO NAO SER REAPROVEITADO - O
      *  IDENTIFICADOR DOS LANCAMENTOS GERADOS PELO AGENDAMENTO
      *  (CLIAGEND) E MONTADO COM O NUMERO DA INSTRUCAO E A
      *  QUANTIDADE DE EXECUCOES, E A GUARDA DE DUPLICIDADE DA
      *  POSTAGEM RECUSARIA A REPETICAO.
      *
      *  PERIODICIDADE: U = UNICA (NA DATA DE INICIO), M = MENSAL
      *  (TODO MES NO DIA DA DATA DE INICIO, ATE A DATA DE FIM; FIM
      *  ZERADO = SEM PRAZO). A DATA DE INICIO NAO PODE SER ANTERIOR
      *  A DATA DO CICLO. CONTA DE CREDITO ZERADA E PAGAMENTO (SO O
      *  DEBITO); PREENCHIDA, E TRANSFERENCIA ENTRE AS DUAS CONTAS.
      *
      *  CONTROLE DE QUATRO OLHOS COMO NO CLIMANUT: CADA MOVIMENTO
      *  TRAZ O OPERADOR QUE O DIGITOU E SO E APLICADO COM
      *  APROVACAO DE SUPERVISOR NO ARQUIVO CLIAGAPR - POR LOTE
      *  (TIPO 'L') OU POR MOVIMENTO (TIPO 'M', POR CODIGO +
      *  NUMERO DA INSTRUCAO). SUPERVISOR IGUAL AO OPERADOR NAO
      *  VALE. MOVIMENTO SEM APROVACAO FICA PARQUEADO NO ARQUIVO DE
      *  PENDENCIA (CLIAGPND), QUE VOLTA NO MOVIMENTO DO PROXIMO
      *  CICLO. O CADASTRO GUARDA O OPERADOR E O SUPERVISOR DA
      *  ULTIMA OPERACAO APLICADA.
      *
      *  RETURN-CODE:  0 = SEM REJEITO   4 = HOUVE REJEITO
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-AGENDA ASSIGN TO "CLIAGD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGENDA.
           SELECT ARQ-MOVIMENTO ASSIGN TO "CLIAGMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.
           SELECT AGENDA-NOVA ASSIGN TO "CLIAGDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGD-NOVA.
           SELECT ARQ-REJEITO ASSIGN TO "CLIAGREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITO.
           SELECT OPTIONAL ARQ-IMAGEM ASSIGN TO "CLIAGIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMAGEM.
           SELECT OPTIONAL ARQ-APROVACAO ASSIGN TO "CLIAGAPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APROVACAO.
           SELECT ARQ-MOV-PENDENTE ASSIGN TO "CLIAGPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV-PEND.
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
       FD  ARQ-AGENDA
           LABEL RECORD IS STANDARD.
       01  REG-AGENDA.
           05  AGD-NUMERO          PIC 9(005).
           05  AGD-CONTA-DEB       PIC 9(006).
           05  AGD-CONTA-CRED      PIC 9(006).
           05  AGD-VALOR           PIC 9(007).
           05  AGD-PERIODICIDADE   PIC X(001).
           05  AGD-DATA-INICIO     PIC 9(008).
           05  AGD-DATA-FIM        PIC 9(008).
           05  AGD-DESCRICAO       PIC X(020).
           05  AGD-SITUACAO        PIC X(001).
               88 AGD-ATIVA              VALUE 'A'.
           05  AGD-PROX-DATA       PIC 9(008).
           05  AGD-TENTATIVAS      PIC 9(002).
           05  AGD-QTDE-EXEC       PIC 9(003).
           05  AGD-DATA-ULT-EXEC   PIC 9(008).
           05  AGD-DATA-ULT-TENT   PIC 9(008).
           05  AGD-OPERADOR        PIC X(008).
           05  AGD-SUPERVISOR      PIC X(008).
      *----------------------------------------------------------------*
       FD  ARQ-MOVIMENTO
           LABEL RECORD IS STANDARD.
       01  REG-MOVIMENTO.
           05  AGM-CODIGO          PIC X(001).
               88 AGM-INCLUSAO           VALUE 'I'.
               88 AGM-ALTERACAO          VALUE 'A'.
               88 AGM-CANCELAMENTO       VALUE 'E'.
           05  AGM-NUMERO          PIC 9(005).
           05  AGM-CONTA-DEB       PIC 9(006).
           05  AGM-CONTA-CRED      PIC 9(006).
           05  AGM-VALOR           PIC 9(007).
           05  AGM-PERIODICIDADE   PIC X(001).
               88 AGM-PERIODO-VALIDO     VALUE 'U' 'M'.
           05  AGM-DATA-INICIO     PIC 9(008).
           05  AGM-DATA-FIM        PIC 9(008).
           05  AGM-DESCRICAO       PIC X(020).
           05  AGM-OPERADOR        PIC X(008).
      *----------------------------------------------------------------*
       FD  AGENDA-NOVA
           LABEL RECORD IS STANDARD.
       01  REG-AGENDA-NOVA.
           05  NOV-NUMERO          PIC 9(005).
           05  NOV-CONTA-DEB       PIC 9(006).
           05  NOV-CONTA-CRED      PIC 9(006).
           05  NOV-VALOR           PIC 9(007).
           05  NOV-PERIODICIDADE   PIC X(001).
           05  NOV-DATA-INICIO     PIC 9(008).
           05  NOV-DATA-FIM        PIC 9(008).
           05  NOV-DESCRICAO       PIC X(020).
           05  NOV-SITUACAO        PIC X(001).
           05  NOV-PROX-DATA       PIC 9(008).
           05  NOV-TENTATIVAS      PIC 9(002).
           05  NOV-QTDE-EXEC       PIC 9(003).
           05  NOV-DATA-ULT-EXEC   PIC 9(008).
           05  NOV-DATA-ULT-TENT   PIC 9(008).
           05  NOV-OPERADOR        PIC X(008).
           05  NOV-SUPERVISOR      PIC X(008).
      *----------------------------------------------------------------*
       FD  ARQ-REJEITO
           LABEL RECORD IS STANDARD.
       01  REG-REJEITO.
           05  REJ-CODIGO          PIC X(001).
           05  REJ-NUMERO          PIC 9(005).
           05  REJ-CONTA-DEB       PIC 9(006).
           05  REJ-MOTIVO          PIC X(040).
      *----------------------------------------------------------------*
       FD  ARQ-IMAGEM
           LABEL RECORD IS STANDARD.
       01  REG-IMAGEM.
           05  IMG-DATA            PIC 9(006).
           05  IMG-MOMENTO         PIC X(001).
               88 IMG-ANTES              VALUE 'A'.
               88 IMG-DEPOIS             VALUE 'D'.
           05  IMG-OPERACAO        PIC X(001).
           05  IMG-NUMERO          PIC 9(005).
           05  IMG-CONTA-DEB       PIC 9(006).
           05  IMG-CONTA-CRED      PIC 9(006).
           05  IMG-VALOR           PIC 9(007).
           05  IMG-PERIODICIDADE   PIC X(001).
           05  IMG-DATA-INICIO     PIC 9(008).
           05  IMG-DATA-FIM        PIC 9(008).
           05  IMG-DESCRICAO       PIC X(020).
           05  IMG-SITUACAO        PIC X(001).
           05  IMG-PROX-DATA       PIC 9(008).
           05  IMG-TENTATIVAS      PIC 9(002).
           05  IMG-QTDE-EXEC       PIC 9(003).
           05  IMG-DATA-ULT-EXEC   PIC 9(008).
           05  IMG-DATA-ULT-TENT   PIC 9(008).
           05  IMG-OPERADOR        PIC X(008).
           05  IMG-SUPERVISOR      PIC X(008).
      *----------------------------------------------------------------*
       FD  ARQ-APROVACAO
           LABEL RECORD IS STANDARD.
       01  REG-APROVACAO.
           05  APR-TIPO            PIC X(001).
               88 APR-LOTE               VALUE 'L'.
               88 APR-MOVIMENTO          VALUE 'M'.
           05  APR-CODIGO          PIC X(001).
           05  APR-NUMERO          PIC 9(005).
           05  APR-SUPERVISOR      PIC X(008).
      *----------------------------------------------------------------*
       FD  ARQ-MOV-PENDENTE
           LABEL RECORD IS STANDARD.
       01  REG-MOV-PENDENTE        PIC X(070).
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
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-AGENDA     PIC  X(002).
       01  WRK-FS-MOVIMENTO  PIC  X(002).
       01  WRK-FS-AGD-NOVA   PIC  X(002).
       01  WRK-FS-REJEITO    PIC  X(002).
       01  WRK-FS-IMAGEM     PIC  X(002).
       01  WRK-FS-APROVACAO  PIC  X(002).
       01  WRK-FS-MOV-PEND   PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-SISTEMA  PIC  9(006) VALUE ZEROS.
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIAGMNT'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-CHAVE-AGD     PIC  9(005) VALUE ZEROS.
       01  WRK-CHAVE-MOV     PIC  9(005) VALUE ZEROS.
       01  WRK-CHAVE-MOV-ANT PIC  9(005) VALUE ZEROS.
       01  WRK-FIM-AGENDA    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-AGENDA-SIM    VALUE 'S'.
       01  WRK-FIM-MOVIMENTO PIC  X(001) VALUE 'N'.
           88 WRK-FIM-MOVIMENTO-SIM VALUE 'S'.
       01  WRK-MOTIVO-REJ    PIC  X(040) VALUE SPACES.
       01  WRK-OPERACAO      PIC  X(001) VALUE SPACE.
      *
      *  CRITICA DE DATA (MES DE 1 A 12 E DIA DENTRO DO MES)
      *
       01  WRK-DATA-VALIDA   PIC  X(001) VALUE 'N'.
           88 WRK-DATA-VALIDA-SIM   VALUE 'S'.
       01  WRK-DATA-TESTE    PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-TESTE-R REDEFINES WRK-DATA-TESTE.
           05  WRK-TST-ANO   PIC 9(004).
           05  WRK-TST-MES   PIC 9(002).
           05  WRK-TST-DIA   PIC 9(002).
       01  WRK-DIAS-NO-MES   PIC  9(02) COMP VALUE 0.
       01  WRK-BIS-QUOC      PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R4        PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R100      PIC  9(04) COMP VALUE 0.
       01  WRK-BIS-R400      PIC  9(04) COMP VALUE 0.
      *
      *  CONTADORES
      *
       01  WRK-QTDE-LIDOS-AGD PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-LIDOS-MOV PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-GRAVADOS PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-INCLUSAO PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-ALTERACAO PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-CANCELA  PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-REJEITOS PIC  9(06) COMP VALUE 0.
      *
      *  CONTROLE DE QUATRO OLHOS: APROVACOES CARREGADAS DO
      *  CLIAGAPR E ESTADO DO MOVIMENTO EM CONFERENCIA
      *
       01  WRK-FIM-APROVACAO PIC  X(001) VALUE 'N'.
           88 WRK-FIM-APROVACAO-SIM VALUE 'S'.
       01  WRK-LOTE-APROVADO PIC  X(001) VALUE 'N'.
           88 WRK-LOTE-APROVADO-SIM VALUE 'S'.
       01  WRK-SUPERV-LOTE   PIC  X(008) VALUE SPACES.
       01  WRK-APROVADO      PIC  X(001) VALUE 'N'.
           88 WRK-APROVADO-SIM      VALUE 'S'.
       01  WRK-SUPERVISOR    PIC  X(008) VALUE SPACES.
       01  WRK-QTDE-APROVAC  PIC  9(03) COMP VALUE 0.
       01  WRK-MAX-APROVAC   PIC  9(03) COMP VALUE 200.
       01  WRK-IND-APR       PIC  9(03) COMP VALUE 0.
       01  WRK-QTDE-PARQUEADO PIC 9(06) COMP VALUE 0.
       01  WRK-TAB-APROVACOES.
           05  WRK-TAB-APROVACAO OCCURS 200 TIMES.
               10  WRK-APR-CODIGO       PIC X(001).
               10  WRK-APR-NUMERO       PIC 9(005).
               10  WRK-APR-SUPERVISOR   PIC X(008).
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.
           PERFORM 002-CONFRONTA
               UNTIL WRK-FIM-AGENDA-SIM
                 AND WRK-FIM-MOVIMENTO-SIM.

           IF WRK-QTDE-REJEITOS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 010-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 011-CARREGA-DATA.
           PERFORM 016-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 012-MARCA-RUN-CONTROL.

           PERFORM 013-CARREGA-APROVACOES.

           OPEN INPUT ARQ-AGENDA.
           OPEN INPUT ARQ-MOVIMENTO.
           OPEN OUTPUT AGENDA-NOVA.
           OPEN OUTPUT ARQ-REJEITO.
           OPEN OUTPUT ARQ-MOV-PENDENTE.
      *    AS IMAGENS ANTES/DEPOIS SAO PERMANENTES, COMO AS DA
      *    MANUTENCAO DO MASTER.
           OPEN EXTEND ARQ-IMAGEM.

           PERFORM 008-LE-AGENDA.
           PERFORM 009-LE-MOVIMENTO.
       001-FIM.
           EXIT.
      *************************
       002-CONFRONTA SECTION.
      *************************
           EVALUATE TRUE
            WHEN WRK-FIM-MOVIMENTO-SIM
               PERFORM 003-COPIA-AGENDA
               PERFORM 008-LE-AGENDA
            WHEN WRK-FIM-AGENDA-SIM
               PERFORM 004-MOVIMENTO-SEM-AGENDA
               PERFORM 009-LE-MOVIMENTO
            WHEN WRK-CHAVE-AGD < WRK-CHAVE-MOV
               PERFORM 003-COPIA-AGENDA
               PERFORM 008-LE-AGENDA
            WHEN WRK-CHAVE-AGD > WRK-CHAVE-MOV
               PERFORM 004-MOVIMENTO-SEM-AGENDA
               PERFORM 009-LE-MOVIMENTO
            WHEN OTHER
               PERFORM 005-MOVIMENTO-COM-AGENDA
               PERFORM 008-LE-AGENDA
               PERFORM 009-LE-MOVIMENTO
           END-EVALUATE.
       002-FIM.
           EXIT.
      *************************
       003-COPIA-AGENDA SECTION.
      *************************
           MOVE REG-AGENDA TO REG-AGENDA-NOVA.

           WRITE REG-AGENDA-NOVA.

           ADD 1 TO WRK-QTDE-GRAVADOS.
       003-FIM.
           EXIT.
      *************************
       004-MOVIMENTO-SEM-AGENDA SECTION.
      *************************
      *    NUMERO DO MOVIMENTO NAO EXISTE NO CADASTRO: SO INCLUSAO.
      *************************
           PERFORM 014-CONFERE-APROVACAO.

           IF NOT WRK-APROVADO-SIM
              PERFORM 015-PARQUEIA-MOVIMENTO
              GO TO 004-FIM
           END-IF.

           IF NOT AGM-INCLUSAO
              MOVE 'INSTRUCAO NAO CADASTRADA' TO WRK-MOTIVO-REJ
              PERFORM 006-REJEITA-MOVIMENTO
              GO TO 004-FIM
           END-IF.

           PERFORM 007-VALIDA-CAMPOS.

           IF WRK-MOTIVO-REJ NOT = SPACES
              PERFORM 006-REJEITA-MOVIMENTO
              GO TO 004-FIM
           END-IF.

           PERFORM 007C-VALIDA-INICIO.

           IF WRK-MOTIVO-REJ NOT = SPACES
              PERFORM 006-REJEITA-MOVIMENTO
              GO TO 004-FIM
           END-IF.

           MOVE AGM-NUMERO        TO NOV-NUMERO.
           PERFORM 004A-MONTA-CAMPOS.
           MOVE 'A'               TO NOV-SITUACAO.
           MOVE AGM-DATA-INICIO   TO NOV-PROX-DATA.
           MOVE ZEROS             TO NOV-TENTATIVAS.
           MOVE ZEROS             TO NOV-QTDE-EXEC.
           MOVE ZEROS             TO NOV-DATA-ULT-EXEC.
           MOVE ZEROS             TO NOV-DATA-ULT-TENT.

           MOVE 'I' TO WRK-OPERACAO.
           PERFORM 007B-GRAVA-IMAGEM-DEPOIS.

           WRITE REG-AGENDA-NOVA.

           ADD 1 TO WRK-QTDE-GRAVADOS.
           ADD 1 TO WRK-QTDE-INCLUSAO.
       004-FIM.
           EXIT.
      *************************
       004A-MONTA-CAMPOS SECTION.
      *************************
      *    CAMPOS DIGITADOS DA INSTRUCAO E CARIMBO DE QUEM FEZ E
      *    QUEM APROVOU A OPERACAO.
      *************************
           MOVE AGM-CONTA-DEB     TO NOV-CONTA-DEB.
           MOVE AGM-CONTA-CRED    TO NOV-CONTA-CRED.
           MOVE AGM-VALOR         TO NOV-VALOR.
           MOVE AGM-PERIODICIDADE TO NOV-PERIODICIDADE.
           MOVE AGM-DATA-INICIO   TO NOV-DATA-INICIO.
           MOVE AGM-DATA-FIM      TO NOV-DATA-FIM.
           MOVE AGM-DESCRICAO     TO NOV-DESCRICAO.
           MOVE AGM-OPERADOR      TO NOV-OPERADOR.
           MOVE WRK-SUPERVISOR    TO NOV-SUPERVISOR.
       004A-FIM.
           EXIT.
      *************************
       005-MOVIMENTO-COM-AGENDA SECTION.
      *************************
           PERFORM 014-CONFERE-APROVACAO.

           IF NOT WRK-APROVADO-SIM
              PERFORM 015-PARQUEIA-MOVIMENTO
              PERFORM 003-COPIA-AGENDA
              GO TO 005-FIM
           END-IF.

           EVALUATE TRUE
            WHEN AGM-INCLUSAO
               MOVE 'INSTRUCAO JA CADASTRADA' TO WRK-MOTIVO-REJ
               PERFORM 006-REJEITA-MOVIMENTO
               PERFORM 003-COPIA-AGENDA
            WHEN NOT AGD-ATIVA
               MOVE 'INSTRUCAO NAO ESTA ATIVA' TO WRK-MOTIVO-REJ
               PERFORM 006-REJEITA-MOVIMENTO
               PERFORM 003-COPIA-AGENDA
            WHEN AGM-ALTERACAO
               PERFORM 005A-ALTERA-AGENDA
            WHEN AGM-CANCELAMENTO
               PERFORM 005B-CANCELA-AGENDA
            WHEN OTHER
               MOVE 'CODIGO DE MOVIMENTO INVALIDO' TO WRK-MOTIVO-REJ
               PERFORM 006-REJEITA-MOVIMENTO
               PERFORM 003-COPIA-AGENDA
           END-EVALUATE.
       005-FIM.
           EXIT.
      *************************
       005A-ALTERA-AGENDA SECTION.
      *************************
      *    A ALTERACAO PRESERVA A CONTAGEM DE EXECUCOES (QUE COMPOE
      *    O IDENTIFICADOR DOS LANCAMENTOS). SO UMA NOVA DATA DE
      *    INICIO REPROGRAMA A PROXIMA EXECUCAO E ZERA AS
      *    TENTATIVAS; SEM ELA A AGENDA SEGUE O CURSO ATUAL.
      *************************
           PERFORM 007-VALIDA-CAMPOS.

           IF WRK-MOTIVO-REJ = SPACES
              AND AGM-DATA-INICIO NOT = AGD-DATA-INICIO
              PERFORM 007C-VALIDA-INICIO
           END-IF.

           IF WRK-MOTIVO-REJ NOT = SPACES
              PERFORM 006-REJEITA-MOVIMENTO
              PERFORM 003-COPIA-AGENDA
              GO TO 005A-FIM
           END-IF.

           MOVE 'A' TO WRK-OPERACAO.
           PERFORM 007A-GRAVA-IMAGEM-ANTES.

           MOVE REG-AGENDA TO REG-AGENDA-NOVA.
           PERFORM 004A-MONTA-CAMPOS.

           IF AGM-DATA-INICIO NOT = AGD-DATA-INICIO
              MOVE AGM-DATA-INICIO TO NOV-PROX-DATA
              MOVE ZEROS           TO NOV-TENTATIVAS
           END-IF.

           PERFORM 007B-GRAVA-IMAGEM-DEPOIS.

           WRITE REG-AGENDA-NOVA.

           ADD 1 TO WRK-QTDE-GRAVADOS.
           ADD 1 TO WRK-QTDE-ALTERACAO.
       005A-FIM.
           EXIT.
      *************************
       005B-CANCELA-AGENDA SECTION.
      *************************
      *    A INSTRUCAO CANCELADA FICA NO CADASTRO COM SITUACAO 'N':
      *    O AGENDAMENTO NAO A EXECUTA MAIS E O NUMERO NAO VOLTA A
      *    SER USADO.
      *************************
           MOVE 'E' TO WRK-OPERACAO.
           PERFORM 007A-GRAVA-IMAGEM-ANTES.

           MOVE REG-AGENDA     TO REG-AGENDA-NOVA.
           MOVE 'N'            TO NOV-SITUACAO.
           MOVE AGM-OPERADOR   TO NOV-OPERADOR.
           MOVE WRK-SUPERVISOR TO NOV-SUPERVISOR.

           PERFORM 007B-GRAVA-IMAGEM-DEPOIS.

           WRITE REG-AGENDA-NOVA.

           ADD 1 TO WRK-QTDE-GRAVADOS.
           ADD 1 TO WRK-QTDE-CANCELA.
       005B-FIM.
           EXIT.
      *************************
       006-REJEITA-MOVIMENTO SECTION.
      *************************
           ADD 1 TO WRK-QTDE-REJEITOS.

           MOVE AGM-CODIGO     TO REJ-CODIGO.
           MOVE AGM-NUMERO     TO REJ-NUMERO.
           MOVE AGM-CONTA-DEB  TO REJ-CONTA-DEB.
           MOVE WRK-MOTIVO-REJ TO REJ-MOTIVO.

           WRITE REG-REJEITO.

           MOVE SPACES TO WRK-MOTIVO-REJ.
       006-FIM.
           EXIT.
      *************************
       007-VALIDA-CAMPOS SECTION.
      *************************
           MOVE SPACES TO WRK-MOTIVO-REJ.

           IF AGM-CONTA-DEB IS NOT NUMERIC OR AGM-CONTA-DEB = ZEROS
              MOVE 'CONTA DE DEBITO INVALIDA' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

      *    CONTA DE CREDITO EM BRANCO E PAGAMENTO: NORMALIZADA PARA
      *    ZEROS, COMO O LIMITE NA MANUTENCAO DO MASTER.
           IF AGM-CONTA-CRED = SPACES
              MOVE ZEROS TO AGM-CONTA-CRED
           END-IF.

           IF AGM-CONTA-CRED IS NOT NUMERIC
              MOVE 'CONTA DE CREDITO INVALIDA' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           IF AGM-CONTA-CRED = AGM-CONTA-DEB
              MOVE 'CONTA DE CREDITO IGUAL A DE DEBITO'
                                       TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           IF AGM-VALOR IS NOT NUMERIC OR AGM-VALOR = ZEROS
              MOVE 'VALOR NAO NUMERICO OU ZERADO' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           IF NOT AGM-PERIODO-VALIDO
              MOVE 'PERIODICIDADE INVALIDA (U OU M)' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           IF AGM-DATA-INICIO IS NOT NUMERIC
              MOVE 'DATA DE INICIO INVALIDA' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           MOVE AGM-DATA-INICIO TO WRK-DATA-TESTE.
           PERFORM 007D-CONFERE-DATA.

           IF NOT WRK-DATA-VALIDA-SIM
              MOVE 'DATA DE INICIO INVALIDA' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

      *    INSTRUCAO UNICA NAO TEM DATA DE FIM; NA MENSAL, FIM EM
      *    BRANCO OU ZERADO E SEM PRAZO.
           IF AGM-PERIODICIDADE = 'U' OR AGM-DATA-FIM = SPACES
              MOVE ZEROS TO AGM-DATA-FIM
           END-IF.

           IF AGM-DATA-FIM IS NOT NUMERIC
              MOVE 'DATA DE FIM INVALIDA' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           IF AGM-DATA-FIM > ZEROS
              MOVE AGM-DATA-FIM TO WRK-DATA-TESTE
              PERFORM 007D-CONFERE-DATA
              IF NOT WRK-DATA-VALIDA-SIM
                 OR AGM-DATA-FIM < AGM-DATA-INICIO
                 MOVE 'DATA DE FIM INVALIDA' TO WRK-MOTIVO-REJ
                 GO TO 007-FIM
              END-IF
           END-IF.
       007-FIM.
           EXIT.
      *************************
       007A-GRAVA-IMAGEM-ANTES SECTION.
      *************************
           MOVE WRK-DATA-SISTEMA  TO IMG-DATA.
           MOVE 'A'               TO IMG-MOMENTO.
           MOVE WRK-OPERACAO      TO IMG-OPERACAO.
           MOVE AGD-NUMERO        TO IMG-NUMERO.
           MOVE AGD-CONTA-DEB     TO IMG-CONTA-DEB.
           MOVE AGD-CONTA-CRED    TO IMG-CONTA-CRED.
           MOVE AGD-VALOR         TO IMG-VALOR.
           MOVE AGD-PERIODICIDADE TO IMG-PERIODICIDADE.
           MOVE AGD-DATA-INICIO   TO IMG-DATA-INICIO.
           MOVE AGD-DATA-FIM      TO IMG-DATA-FIM.
           MOVE AGD-DESCRICAO     TO IMG-DESCRICAO.
           MOVE AGD-SITUACAO      TO IMG-SITUACAO.
           MOVE AGD-PROX-DATA     TO IMG-PROX-DATA.
           MOVE AGD-TENTATIVAS    TO IMG-TENTATIVAS.
           MOVE AGD-QTDE-EXEC     TO IMG-QTDE-EXEC.
           MOVE AGD-DATA-ULT-EXEC TO IMG-DATA-ULT-EXEC.
           MOVE AGD-DATA-ULT-TENT TO IMG-DATA-ULT-TENT.
           MOVE AGD-OPERADOR      TO IMG-OPERADOR.
           MOVE AGD-SUPERVISOR    TO IMG-SUPERVISOR.

           WRITE REG-IMAGEM.
       007A-FIM.
           EXIT.
      *************************
       007B-GRAVA-IMAGEM-DEPOIS SECTION.
      *************************
           MOVE WRK-DATA-SISTEMA  TO IMG-DATA.
           MOVE 'D'               TO IMG-MOMENTO.
           MOVE WRK-OPERACAO      TO IMG-OPERACAO.
           MOVE NOV-NUMERO        TO IMG-NUMERO.
           MOVE NOV-CONTA-DEB     TO IMG-CONTA-DEB.
           MOVE NOV-CONTA-CRED    TO IMG-CONTA-CRED.
           MOVE NOV-VALOR         TO IMG-VALOR.
           MOVE NOV-PERIODICIDADE TO IMG-PERIODICIDADE.
           MOVE NOV-DATA-INICIO   TO IMG-DATA-INICIO.
           MOVE NOV-DATA-FIM      TO IMG-DATA-FIM.
           MOVE NOV-DESCRICAO     TO IMG-DESCRICAO.
           MOVE NOV-SITUACAO      TO IMG-SITUACAO.
           MOVE NOV-PROX-DATA     TO IMG-PROX-DATA.
           MOVE NOV-TENTATIVAS    TO IMG-TENTATIVAS.
           MOVE NOV-QTDE-EXEC     TO IMG-QTDE-EXEC.
           MOVE NOV-DATA-ULT-EXEC TO IMG-DATA-ULT-EXEC.
           MOVE NOV-DATA-ULT-TENT TO IMG-DATA-ULT-TENT.
           MOVE NOV-OPERADOR      TO IMG-OPERADOR.
           MOVE NOV-SUPERVISOR    TO IMG-SUPERVISOR.

           WRITE REG-IMAGEM.
       007B-FIM.
           EXIT.
      *************************
       007C-VALIDA-INICIO SECTION.
      *************************
      *    A PRIMEIRA EXECUCAO NAO PODE FICAR NO PASSADO: O
      *    AGENDAMENTO A FARIA NO MESMO DIA, SEM O CLIENTE ESPERAR.
      *************************
           IF AGM-DATA-INICIO < WRK-DATA-CICLO
              MOVE 'DATA DE INICIO ANTERIOR AO CICLO'
                                       TO WRK-MOTIVO-REJ
           END-IF.
       007C-FIM.
           EXIT.
      *************************
       007D-CONFERE-DATA SECTION.
      *************************
           MOVE 'N' TO WRK-DATA-VALIDA.

           IF WRK-TST-MES < 1 OR WRK-TST-MES > 12
              GO TO 007D-FIM
           END-IF.

           PERFORM 007E-DIAS-DO-MES.

           IF WRK-TST-DIA < 1 OR WRK-TST-DIA > WRK-DIAS-NO-MES
              GO TO 007D-FIM
           END-IF.

           MOVE 'S' TO WRK-DATA-VALIDA.
       007D-FIM.
           EXIT.
      *************************
       007E-DIAS-DO-MES SECTION.
      *************************
           EVALUATE WRK-TST-MES
            WHEN 1
            WHEN 3
            WHEN 5
            WHEN 7
            WHEN 8
            WHEN 10
            WHEN 12
               MOVE 31 TO WRK-DIAS-NO-MES
            WHEN 4
            WHEN 6
            WHEN 9
            WHEN 11
               MOVE 30 TO WRK-DIAS-NO-MES
            WHEN OTHER
               MOVE 28 TO WRK-DIAS-NO-MES
               DIVIDE WRK-TST-ANO BY 4
                   GIVING WRK-BIS-QUOC REMAINDER WRK-BIS-R4
               DIVIDE WRK-TST-ANO BY 100
                   GIVING WRK-BIS-QUOC REMAINDER WRK-BIS-R100
               DIVIDE WRK-TST-ANO BY 400
                   GIVING WRK-BIS-QUOC REMAINDER WRK-BIS-R400
               IF (WRK-BIS-R4 = 0 AND WRK-BIS-R100 NOT = 0)
                  OR WRK-BIS-R400 = 0
                  MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-EVALUATE.
       007E-FIM.
           EXIT.
      *************************
       008-LE-AGENDA SECTION.
      *************************
           READ ARQ-AGENDA
               AT END
                   MOVE 'S' TO WRK-FIM-AGENDA
                   GO TO 008-FIM
           END-READ.

           ADD 1 TO WRK-QTDE-LIDOS-AGD.

           MOVE AGD-NUMERO TO WRK-CHAVE-AGD.
       008-FIM.
           EXIT.
      *************************
       009-LE-MOVIMENTO SECTION.
      *************************
           MOVE WRK-CHAVE-MOV TO WRK-CHAVE-MOV-ANT.

           READ ARQ-MOVIMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-MOVIMENTO
                   GO TO 009-FIM
           END-READ.

           ADD 1 TO WRK-QTDE-LIDOS-MOV.

           MOVE AGM-NUMERO TO WRK-CHAVE-MOV.

           IF WRK-CHAVE-MOV < WRK-CHAVE-MOV-ANT
              DISPLAY 'MOVIMENTO FORA DE SEQUENCIA DE INSTRUCAO: '
                      AGM-NUMERO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       009-FIM.
           EXIT.
      *************************
       010-FINAL SECTION.
      *************************
           CLOSE ARQ-AGENDA.
           CLOSE ARQ-MOVIMENTO.
           CLOSE AGENDA-NOVA.
           CLOSE ARQ-REJEITO.
           CLOSE ARQ-IMAGEM.
           CLOSE ARQ-MOV-PENDENTE.

           DISPLAY '==========================================='.
           DISPLAY '   MANUTENCAO DAS INSTRUCOES AGENDADAS'.
           DISPLAY '==========================================='.
           DISPLAY 'INSTRUCOES LIDAS........: ' WRK-QTDE-LIDOS-AGD.
           DISPLAY 'MOVIMENTOS LIDOS........: ' WRK-QTDE-LIDOS-MOV.
           DISPLAY 'INCLUSOES APLICADAS.....: ' WRK-QTDE-INCLUSAO.
           DISPLAY 'ALTERACOES APLICADAS....: ' WRK-QTDE-ALTERACAO.
           DISPLAY 'CANCELAMENTOS APLICADOS.: ' WRK-QTDE-CANCELA.
           DISPLAY 'SEM APROVACAO (PARQUE)..: ' WRK-QTDE-PARQUEADO.
           DISPLAY 'MOVIMENTOS REJEITADOS...: ' WRK-QTDE-REJEITOS.
           DISPLAY 'INSTRUCOES GRAVADAS.....: ' WRK-QTDE-GRAVADOS.
           DISPLAY '==========================================='.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 012-MARCA-RUN-CONTROL.
       010-FIM.
           EXIT.
      *************************
       011-CARREGA-DATA SECTION.
      *************************
      *    A DATA DAS IMAGENS E A CRITICA DA DATA DE INICIO VEM DO
      *    CARTAO DE DATA (DATPRM), O MESMO DO BALANCETE.
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

           MOVE DAT-DATA-MOVTO      TO WRK-DATA-CICLO.
           MOVE DAT-DATA-MOVTO(3:6) TO WRK-DATA-SISTEMA.

           CLOSE ARQ-DATA.
       011-FIM.
           EXIT.
      *************************
       012-MARCA-RUN-CONTROL SECTION.
      *************************
      *    CARIMBA INICIO ('I') OU FIM ('F') DESTE PROGRAMA NO
      *    RUN-CONTROL COM O HORARIO, PARA O RELATORIO DE TEMPOS
      *    DA JANELA (CLITEMPO).
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE WRK-DATA-CICLO  TO RUN-DATA-MOVTO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIAGMNT'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       012-FIM.
           EXIT.
      *************************
       013-CARREGA-APROVACOES SECTION.
      *************************
      *    CARREGA AS APROVACOES DO SUPERVISOR (CLIAGAPR): 'L'
      *    APROVA O LOTE INTEIRO, 'M' APROVA UM MOVIMENTO POR
      *    CODIGO + NUMERO DA INSTRUCAO. SEM ARQUIVO DE APROVACAO
      *    NADA E APLICADO - TUDO PARQUEIA PARA O PROXIMO CICLO.
      *************************
           OPEN INPUT ARQ-APROVACAO.

           IF WRK-FS-APROVACAO NOT = '00' AND '05'
              MOVE 'S' TO WRK-FIM-APROVACAO
              GO TO 013-FIM
           END-IF.

           READ ARQ-APROVACAO
               AT END
                   MOVE 'S' TO WRK-FIM-APROVACAO
           END-READ.

           PERFORM 013A-GUARDA-APROVACAO UNTIL WRK-FIM-APROVACAO-SIM.

           CLOSE ARQ-APROVACAO.
       013-FIM.
           EXIT.
      *************************
       013A-GUARDA-APROVACAO SECTION.
      *************************
           EVALUATE TRUE
            WHEN APR-LOTE
               MOVE 'S'            TO WRK-LOTE-APROVADO
               MOVE APR-SUPERVISOR TO WRK-SUPERV-LOTE
            WHEN APR-MOVIMENTO
               IF WRK-QTDE-APROVAC = WRK-MAX-APROVAC
                  DISPLAY 'ARQUIVO DE APROVACAO COM MAIS DE '
                          '200 MOVIMENTOS'
                  DISPLAY 'PROCESSAMENTO INTERROMPIDO'
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WRK-QTDE-APROVAC
               MOVE APR-CODIGO     TO WRK-APR-CODIGO(WRK-QTDE-APROVAC)
               MOVE APR-NUMERO     TO WRK-APR-NUMERO(WRK-QTDE-APROVAC)
               MOVE APR-SUPERVISOR
                             TO WRK-APR-SUPERVISOR(WRK-QTDE-APROVAC)
            WHEN OTHER
               DISPLAY 'APROVACAO COM TIPO INVALIDO IGNORADA: '
                       APR-TIPO
           END-EVALUATE.

           READ ARQ-APROVACAO
               AT END
                   MOVE 'S' TO WRK-FIM-APROVACAO
           END-READ.
       013A-FIM.
           EXIT.
      *************************
       014-CONFERE-APROVACAO SECTION.
      *************************
      *    QUATRO OLHOS: O MOVIMENTO SO PASSA COM SUPERVISOR
      *    DIFERENTE DO OPERADOR QUE O DIGITOU. MOVIMENTO SEM
      *    OPERADOR NAO TEM COMO SER CONFERIDO E FICA PARQUEADO.
      *************************
           MOVE 'N'    TO WRK-APROVADO.
           MOVE SPACES TO WRK-SUPERVISOR.

           IF AGM-OPERADOR = SPACES
              GO TO 014-FIM
           END-IF.

           IF WRK-LOTE-APROVADO-SIM
              AND WRK-SUPERV-LOTE NOT = AGM-OPERADOR
              AND WRK-SUPERV-LOTE NOT = SPACES
              MOVE 'S'             TO WRK-APROVADO
              MOVE WRK-SUPERV-LOTE TO WRK-SUPERVISOR
              GO TO 014-FIM
           END-IF.

           PERFORM 014A-PROCURA-APROVACAO
               VARYING WRK-IND-APR FROM 1 BY 1
               UNTIL WRK-IND-APR > WRK-QTDE-APROVAC
                  OR WRK-APROVADO-SIM.
       014-FIM.
           EXIT.
      *************************
       014A-PROCURA-APROVACAO SECTION.
      *************************
           IF WRK-APR-CODIGO(WRK-IND-APR) = AGM-CODIGO
              AND WRK-APR-NUMERO(WRK-IND-APR) = AGM-NUMERO
              AND WRK-APR-SUPERVISOR(WRK-IND-APR) NOT = AGM-OPERADOR
              AND WRK-APR-SUPERVISOR(WRK-IND-APR) NOT = SPACES
              MOVE 'S' TO WRK-APROVADO
              MOVE WRK-APR-SUPERVISOR(WRK-IND-APR) TO WRK-SUPERVISOR
           END-IF.
       014A-FIM.
           EXIT.
      *************************
       015-PARQUEIA-MOVIMENTO SECTION.
      *************************
      *    MOVIMENTO SEM APROVACAO NAO E APLICADO NEM REJEITADO:
      *    VAI PARA A PENDENCIA QUE VOLTA NO MOVIMENTO DO PROXIMO
      *    CICLO, ATE O SUPERVISOR APROVAR.
      *************************
           ADD 1 TO WRK-QTDE-PARQUEADO.

           MOVE REG-MOVIMENTO TO REG-MOV-PENDENTE.

           WRITE REG-MOV-PENDENTE.

           DISPLAY 'MOVIMENTO SEM APROVACAO PARQUEADO: '
                   AGM-CODIGO ' INSTRUCAO ' AGM-NUMERO
                   ' OPERADOR ' AGM-OPERADOR.
       015-FIM.
           EXIT.
      *************************
       016-PULA-SE-ENCERRADO SECTION.
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
       016-FIM.
           EXIT.
