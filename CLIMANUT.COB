      *  'CLIRECIC') JA PASSOU PELA CRITICA DA RECICLAGEM E E
      *  PRE-APROVADA. A IMAGEM ANTES/DEPOIS REGISTRA O OPERADOR
      *  (MAKER) E O SUPERVISOR (CHECKER) DE CADA OPERACAO.
      *
      *  CLI-DATA-ULT-MOV GUARDA A DATA DA ULTIMA MOVIMENTACAO DO
      *  CLIENTE: A INCLUSAO E O DESBLOQUEIO A CARIMBAM COM A DATA
      *  DO CICLO (A POSTAGEM CARIMBA OS LANCAMENTOS) E A VARREDURA
      *  DE DORMENCIA (CLIDORM) A USA PARA MARCAR CONTA PARADA.
      *
      *  CLI-TIPO-DOC DIZ O QUE ESTA EM CLI-CNPJ: 'J' = CNPJ,
      *  'F' = CPF (11 DIGITOS ALINHADOS A ESQUERDA). O MOVIMENTO
      *  DE INCLUSAO E ALTERACAO TRAZ O TIPO (MOV-TIPO-DOC, BRANCO
      *  = CNPJ) E O DOCUMENTO E CONFERIDO PELO DIGITO VERIFICADOR
      *  DO SEU TIPO (CNPJALFA OU CPFVALID).
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
           05  CLI-DATA-ENCER      PIC 9(008).
           05  CLI-LIMITE          PIC 9(007).
           05  CLI-META-POUP       PIC 9(007).
           05  CLI-DATA-ULT-MOV    PIC 9(008).
           05  CLI-TIPO-DOC        PIC X(001).
       01  REG-MASTER-CTL.
           05  MST-CTL-ID          PIC X(003).
               88 MST-CTL-CONTROLE       VALUE 'HDR' 'TRL'.
           05  MOV-LIMITE          PIC 9(007).
           05  MOV-META-POUP       PIC 9(007).
           05  MOV-OPERADOR        PIC X(008).
           05  MOV-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  MASTER-NOVO
           LABEL RECORD IS STANDARD.
           05  NOV-DATA-ENCER      PIC 9(008).
           05  NOV-LIMITE          PIC 9(007).
           05  NOV-META-POUP       PIC 9(007).
           05  NOV-DATA-ULT-MOV    PIC 9(008).
           05  NOV-TIPO-DOC        PIC X(001).
       01  REG-CONTROLE-NOVO.
           05  CTL-ID              PIC X(003).
           05  CTL-DATA            PIC 9(006).
           05  IMG-META-POUP       PIC 9(007).
           05  IMG-OPERADOR        PIC X(008).
           05  IMG-SUPERVISOR      PIC X(008).
           05  IMG-DATA-ULT-MOV    PIC 9(008).
           05  IMG-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-DATA
           LABEL RECORD IS STANDARD.
               88 RUN-ENCERRADO          VALUE 'F'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
       FD  ARQ-APROVACAO
           LABEL RECORD IS STANDARD.
           05  MPD-LIMITE          PIC 9(007).
           05  MPD-META-POUP       PIC 9(007).
           05  MPD-OPERADOR        PIC X(008).
           05  MPD-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           88 WRK-FIM-RUN-CTL-SIM   VALUE 'S'.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIMANUT'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-CHAVE-MST     PIC  9(006) VALUE ZEROS.
       01  WRK-CHAVE-MOV     PIC  9(006) VALUE ZEROS.
       01  WRK-CHAVE-MOV-ANT PIC  9(006) VALUE ZEROS.
           88 WRK-CNPJ-VALIDO-SIM   VALUE 'S'.
       01  WRK-TIPO-CONTA    PIC 9.
           COPY TCCODES.
       01  WRK-TIPO-DOC      PIC X.
           COPY TDCODES.
       01  WRK-SITUACAO      PIC X.
           COPY STCODES.
      *
           PERFORM 002-CONFRONTA
               UNTIL WRK-FIM-MASTER-SIM
                 AND WRK-FIM-MOVIMENTO-SIM.

           IF WRK-QTDE-REJEITOS > 0
              MOVE 4 TO RETURN-CODE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 010-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *    REAPLICADO SOBRE O MASTER JA CICLADO.
      *************************
           PERFORM 011-CARREGA-DATA.
           PERFORM 019-PULA-SE-ENCERRADO.
           PERFORM 012-VERIFICA-RUN-CONTROL.
           PERFORM 013-CARREGA-RETENCAO.

           MOVE ZEROS          TO NOV-DATA-ENCER.
           MOVE MOV-LIMITE     TO NOV-LIMITE.
           MOVE MOV-META-POUP  TO NOV-META-POUP.
           MOVE MOV-TIPO-DOC   TO NOV-TIPO-DOC.
      *    A ABERTURA CONTA COMO MOVIMENTACAO: O PRAZO DE DORMENCIA
      *    COMECA A CORRER NA DATA DA INCLUSAO.
           MOVE WRK-DATA-CICLO TO NOV-DATA-ULT-MOV.

           ADD NOV-SALDO TO WRK-HASH-SALDO.

           MOVE CLI-DATA-ENCER TO NOV-DATA-ENCER.
           MOVE MOV-LIMITE     TO NOV-LIMITE.
           MOVE MOV-META-POUP  TO NOV-META-POUP.
           MOVE MOV-TIPO-DOC   TO NOV-TIPO-DOC.
           MOVE CLI-DATA-ULT-MOV TO NOV-DATA-ULT-MOV.

           ADD NOV-SALDO TO WRK-HASH-SALDO.

       005D-DESBLOQUEIA-REGISTRO SECTION.
      *************************
      *    O DESBLOQUEIO TAMBEM ACORDA CONTA DORMENTE: NOS DOIS
      *    CASOS A CONTA VOLTA PARA A SITUACAO ATIVA E A DATA DA
      *    ULTIMA MOVIMENTACAO PASSA A SER A DO CICLO, SENAO A
      *    VARREDURA DE DORMENCIA DEVOLVERIA A CONTA PARA 'D' NO
      *    DIA SEGUINTE.
      *************************
           IF NOT (ST-BLOQUEADA OR ST-DORMENTE)
              MOVE 'CONTA NAO ESTA BLOQUEADA NEM DORMENTE'
           MOVE 'D' TO WRK-OPERACAO.
           PERFORM 007A-GRAVA-IMAGEM-ANTES.

           MOVE REG-CLIENTE    TO REG-CLIENTE-NOVO.
           MOVE 'A'            TO NOV-SITUACAO.
           MOVE WRK-DATA-CICLO TO NOV-DATA-ULT-MOV.

           ADD NOV-SALDO TO WRK-HASH-SALDO.

              GO TO 007-FIM
           END-IF.

      *    TIPO DE DOCUMENTO EM BRANCO (MOVIMENTO DIGITADO ANTES
      *    DO INDICADOR) E CNPJ, COMO SEMPRE FOI; O REGISTRO NOVO JA
      *    SAI COM O 'J' EXPLICITO.
           IF MOV-TIPO-DOC = SPACE
              MOVE 'J' TO MOV-TIPO-DOC
           END-IF.

           MOVE MOV-TIPO-DOC TO WRK-TIPO-DOC.

           IF NOT TD-VALIDO
              MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WRK-MOTIVO-REJ
              GO TO 007-FIM
           END-IF.

           MOVE MOV-CNPJ TO WRK-CNPJ.

           IF TD-CPF
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
              IF NOT WRK-CNPJ-VALIDO-SIM
                 MOVE 'CPF COM DIGITO VERIFICADOR INVALIDO'
                                       TO WRK-MOTIVO-REJ
              END-IF
              GO TO 007-FIM
           END-IF.

           CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA WRK-CNPJ-VALIDO.

           IF NOT WRK-CNPJ-VALIDO-SIM
           MOVE CLI-META-POUP    TO IMG-META-POUP.
           MOVE WRK-OPERADOR-IMG TO IMG-OPERADOR.
           MOVE WRK-SUPERV-IMG   TO IMG-SUPERVISOR.
           MOVE CLI-DATA-ULT-MOV TO IMG-DATA-ULT-MOV.
           MOVE CLI-TIPO-DOC     TO IMG-TIPO-DOC.

           WRITE REG-IMAGEM.
       007A-FIM.
           MOVE NOV-META-POUP    TO IMG-META-POUP.
           MOVE WRK-OPERADOR-IMG TO IMG-OPERADOR.
           MOVE WRK-SUPERV-IMG   TO IMG-SUPERVISOR.
           MOVE NOV-DATA-ULT-MOV TO IMG-DATA-ULT-MOV.
           MOVE NOV-TIPO-DOC     TO IMG-TIPO-DOC.

           WRITE REG-IMAGEM.
       007B-FIM.
              MOVE ZEROS TO CLI-META-POUP
           END-IF.

           IF CLI-DATA-ULT-MOV IS NOT NUMERIC
              MOVE ZEROS TO CLI-DATA-ULT-MOV
           END-IF.

           MOVE CLI-CONTA-NUM TO WRK-CHAVE-MST.
       008-FIM.
           EXIT.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIMANUT'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           MOVE MOV-LIMITE     TO MPD-LIMITE.
           MOVE MOV-META-POUP  TO MPD-META-POUP.
           MOVE MOV-OPERADOR   TO MPD-OPERADOR.
           MOVE MOV-TIPO-DOC   TO MPD-TIPO-DOC.

           WRITE REG-MOV-PENDENTE.

                   ' OPERADOR ' MOV-OPERADOR.
       018-FIM.
           EXIT.
      *************************
       019-PULA-SE-ENCERRADO SECTION.
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
       019-FIM.
           EXIT.
