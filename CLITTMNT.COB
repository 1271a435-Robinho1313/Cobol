      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLITTMNT.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  MANUTENCAO DO CADASTRO DE TITULARES DA CONTA (CONTA
      *  CONJUNTA: CASAL, SOCIOS DE PEQUENA EMPRESA). CADA REGISTRO
      *  LIGA UMA CONTA A UM TITULAR, COM O DOCUMENTO PROPRIO DELE
      *  (CNPJ OU CPF, MESMO DESENHO DO MASTER: TIPO 'J'/'F', CPF
      *  NAS 11 PRIMEIRAS POSICOES) E O PAPEL NA CONTA:
      *     P = TITULAR PRINCIPAL   S = SEGUNDO TITULAR
      *     R = REPRESENTANTE LEGAL
      *  CHAVE = CONTA + DOCUMENTO. MESMA DISCIPLINA DO CADASTRO DE
      *  CONTATO (CLICTMNT): LE O CADASTRO ATUAL (CLITIT) E O
      *  MOVIMENTO (CLITTMOV), AMBOS EM ORDEM ASCENDENTE DE CONTA +
      *  DOCUMENTO, E GRAVA UMA NOVA GERACAO (CLITITN). MOVIMENTO
      *  INVALIDO VAI PARA O REJEITO (CLITTREJ) E TODA OPERACAO
      *  APLICADA GERA IMAGEM ANTES/DEPOIS (CLITTIMG, PERMANENTE
      *  COMO O CLICTIMG - O EXPURGO E DO CLILIMPA). O DOCUMENTO DO
      *  TITULAR E CONFERIDO PELO DIGITO VERIFICADOR (CNPJALFA OU
      *  CPFVALID). OS TITULARES SAEM NA CONSULTA DA CENTRAL
      *  (CLICONS, QUE TAMBEM ACHA A CONTA PELO DOCUMENTO DE
      *  QUALQUER TITULAR) E NA EXPOSICAO POR GRUPO (CLIGRUPO).
      *
      *  CODIGOS DE MOVIMENTO:
      *     I = INCLUSAO   A = ALTERACAO   E = EXCLUSAO
      *  A ALTERACAO MUDA NOME, PAPEL E TIPO; O DOCUMENTO E CHAVE -
      *  DOCUMENTO ERRADO SE CORRIGE COM EXCLUSAO + INCLUSAO.
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
           SELECT OPTIONAL ARQ-TITULAR ASSIGN TO "CLITIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TITULAR.
           SELECT ARQ-MOVIMENTO ASSIGN TO "CLITTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.
           SELECT TITULAR-NOVO ASSIGN TO "CLITITN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TIT-NOVO.
           SELECT ARQ-REJEITO ASSIGN TO "CLITTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITO.
           SELECT OPTIONAL ARQ-IMAGEM ASSIGN TO "CLITTIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMAGEM.
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
       FD  ARQ-MOVIMENTO
           LABEL RECORD IS STANDARD.
       01  REG-MOVIMENTO.
           05  TTM-CODIGO          PIC X(001).
               88 TTM-INCLUSAO           VALUE 'I'.
               88 TTM-ALTERACAO          VALUE 'A'.
               88 TTM-EXCLUSAO           VALUE 'E'.
           05  TTM-CHAVE.
               10  TTM-CONTA-NUM   PIC 9(006).
               10  TTM-DOCUMENTO   PIC X(014).
           05  TTM-TIPO-DOC        PIC X(001).
           05  TTM-PAPEL           PIC X(001).
           05  TTM-NOME            PIC X(030).
      *----------------------------------------------------------------*
       FD  TITULAR-NOVO
           LABEL RECORD IS STANDARD.
       01  REG-TITULAR-NOVO.
           05  NOV-CHAVE.
               10  NOV-CONTA-NUM   PIC 9(006).
               10  NOV-DOCUMENTO   PIC X(014).
           05  NOV-TIPO-DOC        PIC X(001).
           05  NOV-PAPEL           PIC X(001).
           05  NOV-NOME            PIC X(030).
      *----------------------------------------------------------------*
       FD  ARQ-REJEITO
           LABEL RECORD IS STANDARD.
       01  REG-REJEITO.
           05  REJ-CODIGO          PIC X(001).
           05  REJ-CONTA-NUM       PIC 9(006).
           05  REJ-DOCUMENTO       PIC X(014).
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
           05  IMG-CONTA-NUM       PIC 9(006).
           05  IMG-DOCUMENTO       PIC X(014).
           05  IMG-TIPO-DOC        PIC X(001).
           05  IMG-PAPEL           PIC X(001).
           05  IMG-NOME            PIC X(030).
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
       01  WRK-FS-TITULAR    PIC  X(002).
       01  WRK-FS-MOVIMENTO  PIC  X(002).
       01  WRK-FS-TIT-NOVO   PIC  X(002).
       01  WRK-FS-REJEITO    PIC  X(002).
       01  WRK-FS-IMAGEM     PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-SISTEMA  PIC  9(006) VALUE ZEROS.
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLITTMNT'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-CHAVE-TIT     PIC  X(020) VALUE SPACES.
       01  WRK-CHAVE-MOV     PIC  X(020) VALUE SPACES.
       01  WRK-CHAVE-MOV-ANT PIC  X(020) VALUE SPACES.
       01  WRK-FIM-TITULAR   PIC  X(001) VALUE 'N'.
           88 WRK-FIM-TITULAR-SIM   VALUE 'S'.
       01  WRK-FIM-MOVIMENTO PIC  X(001) VALUE 'N'.
           88 WRK-FIM-MOVIMENTO-SIM VALUE 'S'.
       01  WRK-MOTIVO-REJ    PIC  X(040) VALUE SPACES.
       01  WRK-OPERACAO      PIC  X(001) VALUE SPACE.
       01  WRK-DOCUMENTO     PIC  X(014) VALUE SPACES.
       01  WRK-DOC-ALFA      PIC  X(018) VALUE SPACES.
       01  WRK-DOC-VALIDO    PIC  X(001) VALUE 'N'.
           88 WRK-DOC-VALIDO-SIM    VALUE 'S'.
       01  WRK-TIPO-DOC      PIC  X(001) VALUE SPACE.
           COPY TDCODES.
       01  WRK-PAPEL         PIC  X(001) VALUE SPACE.
           COPY PTCODES.
       01  WRK-QTDE-LIDOS-TIT PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-LIDOS-MOV PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-GRAVADOS PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-INCLUSAO PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-ALTERACAO PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-EXCLUSAO PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-REJEITOS PIC  9(06) COMP VALUE 0.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.
           PERFORM 002-CONFRONTA
               UNTIL WRK-FIM-TITULAR-SIM
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
           PERFORM 013-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 012-MARCA-RUN-CONTROL.

           OPEN INPUT ARQ-TITULAR.
           OPEN INPUT ARQ-MOVIMENTO.
           OPEN OUTPUT TITULAR-NOVO.
           OPEN OUTPUT ARQ-REJEITO.
      *    AS IMAGENS ANTES/DEPOIS SAO PERMANENTES, COMO AS DO
      *    CADASTRO DE CONTATO: SO O EXPURGO COM RETENCAO
      *    (CLILIMPA) AS ENCURTA.
           OPEN EXTEND ARQ-IMAGEM.

           PERFORM 008-LE-TITULAR.
           PERFORM 009-LE-MOVIMENTO.
       001-FIM.
           EXIT.
      *************************
       002-CONFRONTA SECTION.
      *************************
           EVALUATE TRUE
            WHEN WRK-FIM-MOVIMENTO-SIM
               PERFORM 003-COPIA-TITULAR
               PERFORM 008-LE-TITULAR
            WHEN WRK-FIM-TITULAR-SIM
               PERFORM 004-MOVIMENTO-SEM-TITULAR
               PERFORM 009-LE-MOVIMENTO
            WHEN WRK-CHAVE-TIT < WRK-CHAVE-MOV
               PERFORM 003-COPIA-TITULAR
               PERFORM 008-LE-TITULAR
            WHEN WRK-CHAVE-TIT > WRK-CHAVE-MOV
               PERFORM 004-MOVIMENTO-SEM-TITULAR
               PERFORM 009-LE-MOVIMENTO
            WHEN OTHER
               PERFORM 005-MOVIMENTO-COM-TITULAR
               PERFORM 008-LE-TITULAR
               PERFORM 009-LE-MOVIMENTO
           END-EVALUATE.
       002-FIM.
           EXIT.
      *************************
       003-COPIA-TITULAR SECTION.
      *************************
           MOVE REG-TITULAR TO REG-TITULAR-NOVO.

           WRITE REG-TITULAR-NOVO.

           ADD 1 TO WRK-QTDE-GRAVADOS.
       003-FIM.
           EXIT.
      *************************
       004-MOVIMENTO-SEM-TITULAR SECTION.
      *************************
      *    CHAVE DO MOVIMENTO NAO EXISTE NO CADASTRO: SO INCLUSAO.
      *************************
           IF NOT TTM-INCLUSAO
              MOVE 'TITULAR NAO CADASTRADO NA CONTA' TO WRK-MOTIVO-REJ
              PERFORM 006-REJEITA-MOVIMENTO
              GO TO 004-FIM
           END-IF.

           PERFORM 007-VALIDA-CAMPOS.

           IF WRK-MOTIVO-REJ NOT = SPACES
              PERFORM 006-REJEITA-MOVIMENTO
              GO TO 004-FIM
           END-IF.

           MOVE TTM-CONTA-NUM  TO NOV-CONTA-NUM.
           MOVE TTM-DOCUMENTO  TO NOV-DOCUMENTO.
           MOVE WRK-TIPO-DOC   TO NOV-TIPO-DOC.
           MOVE TTM-PAPEL      TO NOV-PAPEL.
           MOVE TTM-NOME       TO NOV-NOME.

           MOVE 'I' TO WRK-OPERACAO.
           PERFORM 007B-GRAVA-IMAGEM-DEPOIS.

           WRITE REG-TITULAR-NOVO.

           ADD 1 TO WRK-QTDE-GRAVADOS.
           ADD 1 TO WRK-QTDE-INCLUSAO.
       004-FIM.
           EXIT.
      *************************
       005-MOVIMENTO-COM-TITULAR SECTION.
      *************************
           EVALUATE TRUE
            WHEN TTM-INCLUSAO
               MOVE 'TITULAR JA CADASTRADO NA CONTA'
                                        TO WRK-MOTIVO-REJ
               PERFORM 006-REJEITA-MOVIMENTO
               PERFORM 003-COPIA-TITULAR
            WHEN TTM-ALTERACAO
               PERFORM 005A-ALTERA-TITULAR
            WHEN TTM-EXCLUSAO
               PERFORM 005B-EXCLUI-TITULAR
            WHEN OTHER
               MOVE 'CODIGO DE MOVIMENTO INVALIDO' TO WRK-MOTIVO-REJ
               PERFORM 006-REJEITA-MOVIMENTO
               PERFORM 003-COPIA-TITULAR
           END-EVALUATE.
       005-FIM.
           EXIT.
      *************************
       005A-ALTERA-TITULAR SECTION.
      *************************
           PERFORM 007-VALIDA-CAMPOS.

           IF WRK-MOTIVO-REJ NOT = SPACES
              PERFORM 006-REJEITA-MOVIMENTO
              PERFORM 003-COPIA-TITULAR
              GO TO 005A-FIM
           END-IF.

           MOVE 'A' TO WRK-OPERACAO.
           PERFORM 007A-GRAVA-IMAGEM-ANTES.

           MOVE TTM-CONTA-NUM  TO NOV-CONTA-NUM.
           MOVE TTM-DOCUMENTO  TO NOV-DOCUMENTO.
           MOVE WRK-TIPO-DOC   TO NOV-TIPO-DOC.
           MOVE TTM-PAPEL      TO NOV-PAPEL.
           MOVE TTM-NOME       TO NOV-NOME.

           PERFORM 007B-GRAVA-IMAGEM-DEPOIS.

           WRITE REG-TITULAR-NOVO.

           ADD 1 TO WRK-QTDE-GRAVADOS.
           ADD 1 TO WRK-QTDE-ALTERACAO.
       005A-FIM.
           EXIT.
      *************************
       005B-EXCLUI-TITULAR SECTION.
      *************************
      *    O TITULAR EXCLUIDO NAO VAI PARA A NOVA GERACAO; A IMAGEM
      *    ANTES FICA NA TRILHA.
      *************************
           MOVE 'E' TO WRK-OPERACAO.
           PERFORM 007A-GRAVA-IMAGEM-ANTES.

           ADD 1 TO WRK-QTDE-EXCLUSAO.
       005B-FIM.
           EXIT.
      *************************
       006-REJEITA-MOVIMENTO SECTION.
      *************************
           ADD 1 TO WRK-QTDE-REJEITOS.

           MOVE TTM-CODIGO     TO REJ-CODIGO.
           MOVE TTM-CONTA-NUM  TO REJ-CONTA-NUM.
           MOVE TTM-DOCUMENTO  TO REJ-DOCUMENTO.
           MOVE WRK-MOTIVO-REJ TO REJ-MOTIVO.

           WRITE REG-REJEITO.

           MOVE SPACES TO WRK-MOTIVO-REJ.
       006-FIM.
           EXIT.
      *************************
       007-VALIDA-CAMPOS SECTION.
      *************************
      *    TIPO EM BRANCO VALE CNPJ, COMO NO MASTER; O TIPO GRAVADO
      *    E SEMPRE 'J' OU 'F'.
      *************************
           MOVE SPACES TO WRK-MOTIVO-REJ.

           IF TTM-CONTA-NUM IS NOT NUMERIC
              OR TTM-CONTA-NUM = ZEROS
              MOVE 'CONTA NAO NUMERICA OU ZERADA' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           IF TTM-NOME = SPACES
              MOVE 'NOME DO TITULAR EM BRANCO' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           MOVE TTM-PAPEL TO WRK-PAPEL.

           IF NOT PT-VALIDO
              MOVE 'PAPEL DO TITULAR INVALIDO' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           MOVE TTM-TIPO-DOC TO WRK-TIPO-DOC.

           IF NOT TD-VALIDO
              MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           IF WRK-TIPO-DOC = SPACE
              MOVE 'J' TO WRK-TIPO-DOC
           END-IF.

           MOVE TTM-DOCUMENTO TO WRK-DOCUMENTO.

           IF TD-CPF
              CALL 'CPFVALID' USING WRK-DOCUMENTO WRK-DOC-ALFA
                                     WRK-DOC-VALIDO
              IF NOT WRK-DOC-VALIDO-SIM
                 MOVE 'CPF COM DIGITO VERIFICADOR INVALIDO'
                                        TO WRK-MOTIVO-REJ
              END-IF
           ELSE
              CALL 'CNPJALFA' USING WRK-DOCUMENTO WRK-DOC-ALFA
                                     WRK-DOC-VALIDO
              IF NOT WRK-DOC-VALIDO-SIM
                 MOVE 'CNPJ COM DIGITO VERIFICADOR INVALIDO'
                                        TO WRK-MOTIVO-REJ
              END-IF
           END-IF.
       007-FIM.
           EXIT.
      *************************
       007A-GRAVA-IMAGEM-ANTES SECTION.
      *************************
           MOVE WRK-DATA-SISTEMA TO IMG-DATA.
           MOVE 'A'              TO IMG-MOMENTO.
           MOVE WRK-OPERACAO     TO IMG-OPERACAO.
           MOVE TIT-CONTA-NUM    TO IMG-CONTA-NUM.
           MOVE TIT-DOCUMENTO    TO IMG-DOCUMENTO.
           MOVE TIT-TIPO-DOC     TO IMG-TIPO-DOC.
           MOVE TIT-PAPEL        TO IMG-PAPEL.
           MOVE TIT-NOME         TO IMG-NOME.

           WRITE REG-IMAGEM.
       007A-FIM.
           EXIT.
      *************************
       007B-GRAVA-IMAGEM-DEPOIS SECTION.
      *************************
           MOVE WRK-DATA-SISTEMA TO IMG-DATA.
           MOVE 'D'              TO IMG-MOMENTO.
           MOVE WRK-OPERACAO     TO IMG-OPERACAO.
           MOVE NOV-CONTA-NUM    TO IMG-CONTA-NUM.
           MOVE NOV-DOCUMENTO    TO IMG-DOCUMENTO.
           MOVE NOV-TIPO-DOC     TO IMG-TIPO-DOC.
           MOVE NOV-PAPEL        TO IMG-PAPEL.
           MOVE NOV-NOME         TO IMG-NOME.

           WRITE REG-IMAGEM.
       007B-FIM.
           EXIT.
      *************************
       008-LE-TITULAR SECTION.
      *************************
           READ ARQ-TITULAR
               AT END
                   MOVE 'S' TO WRK-FIM-TITULAR
                   GO TO 008-FIM
           END-READ.

           ADD 1 TO WRK-QTDE-LIDOS-TIT.

           MOVE TIT-CHAVE TO WRK-CHAVE-TIT.
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

           MOVE TTM-CHAVE TO WRK-CHAVE-MOV.

           IF WRK-CHAVE-MOV < WRK-CHAVE-MOV-ANT
              DISPLAY 'MOVIMENTO FORA DE SEQUENCIA DE CONTA + '
                      'DOCUMENTO: ' TTM-CONTA-NUM ' ' TTM-DOCUMENTO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       009-FIM.
           EXIT.
      *************************
       010-FINAL SECTION.
      *************************
           CLOSE ARQ-TITULAR.
           CLOSE ARQ-MOVIMENTO.
           CLOSE TITULAR-NOVO.
           CLOSE ARQ-REJEITO.
           CLOSE ARQ-IMAGEM.

           DISPLAY '==========================================='.
           DISPLAY '   MANUTENCAO DO CADASTRO DE TITULARES'.
           DISPLAY '==========================================='.
           DISPLAY 'TITULARES LIDOS.........: ' WRK-QTDE-LIDOS-TIT.
           DISPLAY 'MOVIMENTOS LIDOS........: ' WRK-QTDE-LIDOS-MOV.
           DISPLAY 'INCLUSOES APLICADAS.....: ' WRK-QTDE-INCLUSAO.
           DISPLAY 'ALTERACOES APLICADAS....: ' WRK-QTDE-ALTERACAO.
           DISPLAY 'EXCLUSOES APLICADAS.....: ' WRK-QTDE-EXCLUSAO.
           DISPLAY 'MOVIMENTOS REJEITADOS...: ' WRK-QTDE-REJEITOS.
           DISPLAY 'TITULARES GRAVADOS......: ' WRK-QTDE-GRAVADOS.
           DISPLAY '==========================================='.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 012-MARCA-RUN-CONTROL.
       010-FIM.
           EXIT.
      *************************
       011-CARREGA-DATA SECTION.
      *************************
      *    A DATA DAS IMAGENS VEM DO CARTAO DE DATA (DATPRM), O
      *    MESMO QUE CARIMBA A MANUTENCAO DO MASTER.
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
           MOVE 'CLITTMNT'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       012-FIM.
           EXIT.
      *************************
       013-PULA-SE-ENCERRADO SECTION.
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
       013-FIM.
           EXIT.
