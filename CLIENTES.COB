           SELECT OPTIONAL ARQ-PARTICAO ASSIGN TO "PARPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARTICAO.
           SELECT OPTIONAL ARQ-CHEQUE ASSIGN TO "CHEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQUE.
           SELECT OPTIONAL ARQ-MASTER-ONTEM ASSIGN TO "CLIMSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MST-ONTEM.
           SELECT ARQ-RENDIMENTO ASSIGN TO "CLIRDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RENDIMENTO.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
           05  CLI-DATA-ENCER      PIC 9(008).
           05  CLI-LIMITE          PIC 9(007).
           05  CLI-META-POUP       PIC 9(007).
           05  CLI-DATA-ULT-MOV    PIC 9(008).
           05  CLI-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-REJEITO
           LABEL RECORD IS STANDARD.
           05  CKP-QTDE-REJEITOS   PIC 9(05).
           05  CKP-QTDE-SAIDA      PIC 9(07).
           05  CKP-HASH-SAIDA      PIC S9(13).
           05  CKP-QTD-CHEQUE      PIC 9(05).
           05  CKP-TOT-JUROS-CHEQUE PIC S9(09).
           05  CKP-TOT-IOF-CHEQUE  PIC S9(09).
      *----------------------------------------------------------------*
       FD  ARQ-PARM
           LABEL RECORD IS STANDARD.
           05  SAI-DATA-ENCER      PIC 9(008).
           05  SAI-LIMITE          PIC 9(007).
           05  SAI-META-POUP       PIC 9(007).
           05  SAI-DATA-ULT-MOV    PIC 9(008).
           05  SAI-TIPO-DOC        PIC X(001).
       01  REG-CONTROLE-SAIDA.
           05  SAI-CTL-ID          PIC X(003).
           05  SAI-CTL-DATA        PIC 9(006).
      *----------------------------------------------------------------*
       FD  ARQ-SAIDA-ANTERIOR
           LABEL RECORD IS STANDARD.
       01  ANT-REGISTRO            PIC X(093).
       01  ANT-REGISTRO-CTL.
           05  ANT-CTL-ID          PIC X(003).
               88 ANT-CTL-HEADER         VALUE 'HDR'.
           05  FILLER              PIC X(090).
      *----------------------------------------------------------------*
       FD  ARQ-SAIDA-TRABALHO
           LABEL RECORD IS STANDARD.
       01  TRB-REGISTRO            PIC X(093).
      *----------------------------------------------------------------*
       FD  ARQ-DATA
           LABEL RECORD IS STANDARD.
               88 RUN-ENCERRADO          VALUE 'F'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
       FD  ARQ-PARTICAO
           LABEL RECORD IS STANDARD.
       01  REG-PARTICAO.
           05  PAR-NUMERO          PIC 9(001).
      *----------------------------------------------------------------*
      *  PARAMETRO DO CHEQUE ESPECIAL: 'T' = TAXA DE JUROS MENSAL (%)
      *  POR TIPO DE CONTA; 'I' = IOF DIARIO E ADICIONAL (%). VALE A
      *  VIGENCIA MAIS RECENTE QUE NAO SEJA POSTERIOR A DATA DO CICLO.
      *----------------------------------------------------------------*
       FD  ARQ-CHEQUE
           LABEL RECORD IS STANDARD.
       01  REG-CHEQUE-TAXA.
           05  CHE-TIPO-REG        PIC X(001).
               88 CHE-REG-TAXA           VALUE 'T'.
               88 CHE-REG-IOF            VALUE 'I'.
           05  CHE-DATA-VIGENCIA   PIC 9(008).
           05  CHE-TIPO-CONTA      PIC 9(001).
           05  CHE-TAXA-MES        PIC 9(003)V9(004).
       01  REG-CHEQUE-IOF.
           05  FILLER              PIC X(009).
           05  CHE-IOF-DIARIO      PIC 9(003)V9(004).
           05  CHE-IOF-ADICIONAL   PIC 9(003)V9(004).
      *----------------------------------------------------------------*
      *  GERACAO FECHADA DO CICLO ANTERIOR (CLI.CLIENTE.MASTER), LIDA
      *  EM CASAMENTO POR CONTA SO PARA SABER QUANTO DO LIMITE JA
      *  ESTAVA EM USO ONTEM (BASE DO IOF ADICIONAL).
      *----------------------------------------------------------------*
       FD  ARQ-MASTER-ONTEM
           LABEL RECORD IS STANDARD.
       01  REG-CLIENTE-ONTEM.
           05  ONT-CONTA-NUM       PIC 9(006).
           05  FILLER              PIC X(031).
           05  ONT-SALDO           PIC S9(07).
           05  FILLER              PIC X(026).
           05  ONT-LIMITE          PIC 9(007).
           05  FILLER              PIC X(016).
       01  REG-CONTROLE-ONTEM.
           05  ONT-CTL-ID          PIC X(003).
               88 ONT-CTL-HEADER         VALUE 'HDR'.
               88 ONT-CTL-TRAILER        VALUE 'TRL'.
           05  FILLER              PIC X(090).
      *----------------------------------------------------------------*
      *  RENDIMENTOS E ENCARGOS DO CICLO POR CONTA, JA CONVERTIDOS AO
      *  BRL PELA TAXA DO DIA, COM O SALDO DE FECHAMENTO E O TITULAR
      *  (NOME E CNPJ/CPF): O CLIRENDA SOMA NO ACUMULADO DO ANO QUE
      *  O INFORME DE RENDIMENTOS LE, MESMO SE A CONTA JA SAIU DO
      *  MASTER.
      *----------------------------------------------------------------*
       FD  ARQ-RENDIMENTO
           LABEL RECORD IS STANDARD.
       01  REG-RENDIMENTO-DIA.
           05  RDD-CONTA-NUM       PIC 9(006).
           05  RDD-DATA            PIC 9(008).
           05  RDD-MOEDA           PIC X(003).
           05  RDD-RENDIMENTO      PIC S9(09).
           05  RDD-TARIFA          PIC S9(09).
           05  RDD-JUROS-CHEQUE    PIC S9(09).
           05  RDD-IOF-CHEQUE      PIC S9(09).
           05  RDD-SALDO           PIC S9(09).
           05  RDD-NOME            PIC X(030).
           05  RDD-CNPJ            PIC X(014).
           05  RDD-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-PARTICAO   PIC  X(002).
       01  WRK-PARTICAO      PIC  9(001) VALUE 0.
       01  WRK-NOME-PROGRAMA PIC  X(008) VALUE 'CLIENTES'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
      *
      *  CHEQUE ESPECIAL: JUROS E IOF DIARIOS SOBRE A PARTE USADA DO
      *  LIMITE CONTRATADO (SALDO NEGATIVO ATE O LIMITE). JUROS =
      *  USADO X TAXA MENSAL DO TIPO / 30; IOF = USADO X IOF DIARIO
      *  MAIS O ACRESCIMO DE USO SOBRE ONTEM X IOF ADICIONAL.
      *
       01  WRK-FS-CHEQUE     PIC  X(002).
       01  WRK-FS-MST-ONTEM  PIC  X(002).
       01  WRK-FIM-CHEQUE    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-CHEQUE-SIM    VALUE 'S'.
       01  WRK-FIM-ONTEM     PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ONTEM-SIM     VALUE 'S'.
       01  WRK-TAB-CHEQUES.
           05  WRK-TAB-CHEQUE OCCURS 9 TIMES.
               10  WRK-CHE-VIGENCIA     PIC 9(008) VALUE ZEROS.
               10  WRK-CHE-TAXA-MES     PIC 9(003)V9(004) COMP
                                        VALUE 0.
       01  WRK-IOF-VIGENCIA  PIC  9(008) VALUE ZEROS.
       01  WRK-IOF-DIARIO    PIC  9(003)V9(004) COMP VALUE 0.
       01  WRK-IOF-ADICIONAL PIC  9(003)V9(004) COMP VALUE 0.
       01  WRK-USADO-LIMITE  PIC S9(009) COMP VALUE 0.
       01  WRK-USADO-ONTEM   PIC S9(009) COMP VALUE 0.
       01  WRK-USADO-NOVO    PIC S9(009) COMP VALUE 0.
       01  WRK-JUROS-CHEQUE  PIC S9(009) COMP VALUE 0.
       01  WRK-IOF-CHEQUE    PIC S9(009) COMP VALUE 0.
       01  WRK-ENCARGO-CONV  PIC S9(009) COMP VALUE 0.
       01  WRK-QTD-CHEQUE    PIC 9(05) COMP VALUE 0.
       01  WRK-TOT-JUROS-CHEQUE PIC S9(09) COMP VALUE 0.
       01  WRK-TOT-IOF-CHEQUE PIC S9(09) COMP VALUE 0.
      *
      *  INFORME DE RENDIMENTOS: RENDIMENTO DO CICLO = O QUE OS
      *  FATORES (MULTIPLICADOR, DIVISOR E JUROS) CREDITARAM NO
      *  SALDO; VARIACAO NEGATIVA NAO E RENDIMENTO E FICA ZERADA.
      *
       01  WRK-FS-RENDIMENTO PIC  X(002).
       01  WRK-SALDO-ANTES-FATOR PIC S9(009) COMP VALUE 0.
       01  WRK-RENDIMENTO-DIA PIC S9(009) COMP VALUE 0.
       01  WRK-TARIFA-DIA    PIC S9(009) COMP VALUE 0.
      *
      *  CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER)
      *  0 = SABADO  1 = DOMINGO  2 = SEGUNDA ... 6 = SEXTA
      *************************
           PERFORM 016-CARREGA-DATA.
           PERFORM 022-CARREGA-PARTICAO.
           PERFORM 028-PULA-SE-ENCERRADO.
           PERFORM 017-VERIFICA-CALENDARIO.
           PERFORM 018-VERIFICA-RUN-CONTROL.

              END-IF
           END-IF.

      *    NO REINICIO AS CONTAS DEPOIS DO ULTIMO CHECKPOINT SAEM DE
      *    NOVO NO ARQUIVO DE RENDIMENTOS; O CLIRENDA FICA COM A
      *    ULTIMA OCORRENCIA DE CADA CONTA.
           IF WRK-REINICIO-SIM
              OPEN EXTEND ARQ-RENDIMENTO
           ELSE
              OPEN OUTPUT ARQ-RENDIMENTO
           END-IF.

           IF NOT WRK-REINICIO-SIM
              MOVE 'HDR'            TO SAI-CTL-ID
              MOVE WRK-DATA-SISTEMA TO SAI-CTL-DATA

           PERFORM 007-CARREGA-TAXAS.
           PERFORM 013-CARREGA-CAMBIO.
           PERFORM 023-CARREGA-CHEQUE.

           OPEN INPUT ARQ-MASTER-ONTEM.
           PERFORM 024-LE-MASTER-ONTEM.

           READ CLIENTE-MASTER
               AT END
       002-CALCULADO SECTION.
      ************************
           MOVE 'S' TO WRK-REG-VALIDO.
           MOVE 0   TO WRK-JUROS-CHEQUE.
           MOVE 0   TO WRK-IOF-CHEQUE.
           MOVE 0   TO WRK-RENDIMENTO-DIA.
           MOVE 0   TO WRK-TARIFA-DIA.

           EVALUATE TRUE
            WHEN TC-CORRENTE

           IF WRK-COBRA-SIM
              SUBTRACT WRK-TAB-TARIFA(WRK-IDX-TAXA) FROM WRK-SALDO
              MOVE WRK-TAB-TARIFA(WRK-IDX-TAXA) TO WRK-TARIFA-DIA
              IF WRK-MODO-EXTRATO-SIM
                 MOVE 'TARIFA'          TO WRK-EXT-DESCRICAO
                 PERFORM 012-GRAVA-EXTRATO
              END-IF
           END-IF.

           MOVE WRK-SALDO TO WRK-SALDO-ANTES-FATOR.

           MULTIPLY WRK-SALDO BY WRK-TAB-MULT(WRK-IDX-TAXA)
                                   GIVING WRK-SALDO
               ON SIZE ERROR
                 PERFORM 012-GRAVA-EXTRATO
              END-IF
           END-IF.

           IF WRK-SALDO > WRK-SALDO-ANTES-FATOR
              COMPUTE WRK-RENDIMENTO-DIA =
                      WRK-SALDO - WRK-SALDO-ANTES-FATOR
           END-IF.

      *    CHEQUE ESPECIAL: SO O SALDO NEGATIVO DENTRO DO LIMITE
      *    CONTRATADO PAGA JUROS E IOF; O EXCEDENTE CONTINUA NA
      *    CRITICA DA 003-VERIFICACAO.
           IF WRK-SALDO < 0 AND WRK-LIMITE > 0
              PERFORM 025-COBRA-CHEQUE-ESPECIAL
              IF NOT WRK-REG-VALIDO-SIM
                 GO TO 002-FIM
              END-IF
           END-IF.
       002-FECHA.
           IF WRK-MODO-EXTRATO-SIM
              MOVE 'SALDO DE FECHAMENTO' TO WRK-EXT-DESCRICAO
              ADD 1         TO WRK-QTD-GERAL-OUTRAS
              ADD WRK-SALDO TO WRK-TOT-GERAL-OUTRAS
           END-IF.

           IF WRK-JUROS-CHEQUE > 0 OR WRK-IOF-CHEQUE > 0
              PERFORM 026-ACUMULA-CHEQUE
           END-IF.

           PERFORM 027-GRAVA-RENDIMENTO-DIA.
       002-FIM.
           EXIT.
      *************************
           CLOSE ARQ-AUDITORIA.
           CLOSE ARQ-CHECKPOINT.
           CLOSE ARQ-MASTER-SAIDA.
           CLOSE ARQ-MASTER-ONTEM.
           CLOSE ARQ-RENDIMENTO.

           IF WRK-MODO-EXTRATO-SIM
              CLOSE ARQ-EXTRATO
           DISPLAY 'ENCERRADAS RETIDAS.....: ' WRK-QTD-ENCERRADA
                   ' (FORA DOS TOTAIS)'.
           DISPLAY '==========================================='.
           MOVE WRK-TOT-JUROS-CHEQUE TO WRK-TOT-FMT.
           DISPLAY 'JUROS CHEQUE ESPECIAL..: ' WRK-TOT-FMT
                   ' QTDE: ' WRK-QTD-CHEQUE.
           MOVE WRK-TOT-IOF-CHEQUE TO WRK-TOT-FMT.
           DISPLAY 'IOF CHEQUE ESPECIAL....: ' WRK-TOT-FMT.
           DISPLAY '==========================================='.

           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           MOVE 'F'            TO RUN-STATUS.
           MOVE WRK-NOME-PROGRAMA TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           MOVE CKP-QTDE-REJEITOS TO WRK-QTDE-REJEITOS.
           MOVE CKP-QTDE-SAIDA    TO WRK-QTDE-SAIDA.
           MOVE CKP-HASH-SAIDA    TO WRK-HASH-SAIDA.
           MOVE CKP-QTD-CHEQUE    TO WRK-QTD-CHEQUE.
           MOVE CKP-TOT-JUROS-CHEQUE TO WRK-TOT-JUROS-CHEQUE.
           MOVE CKP-TOT-IOF-CHEQUE TO WRK-TOT-IOF-CHEQUE.

           READ ARQ-CHECKPOINT
               AT END
           MOVE WRK-QTDE-REJEITOS TO CKP-QTDE-REJEITOS.
           MOVE WRK-QTDE-SAIDA    TO CKP-QTDE-SAIDA.
           MOVE WRK-HASH-SAIDA    TO CKP-HASH-SAIDA.
           MOVE WRK-QTD-CHEQUE    TO CKP-QTD-CHEQUE.
           MOVE WRK-TOT-JUROS-CHEQUE TO CKP-TOT-JUROS-CHEQUE.
           MOVE WRK-TOT-IOF-CHEQUE TO CKP-TOT-IOF-CHEQUE.

           WRITE REG-CHECKPOINT.
       009D-FIM.
           MOVE CLI-DATA-ENCER TO SAI-DATA-ENCER.
           MOVE CLI-LIMITE     TO SAI-LIMITE.
           MOVE CLI-META-POUP  TO SAI-META-POUP.
           MOVE CLI-DATA-ULT-MOV TO SAI-DATA-ULT-MOV.
           MOVE CLI-TIPO-DOC   TO SAI-TIPO-DOC.

           IF WRK-REG-VALIDO-SIM
              MOVE WRK-SALDO   TO SAI-SALDO
           MOVE 'I'            TO RUN-STATUS.
           MOVE WRK-NOME-PROGRAMA TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-PARTICAO.
       022-FIM.
           EXIT.
      *************************
       023-CARREGA-CHEQUE SECTION.
      *************************
      *    CARREGA AS TAXAS DO CHEQUE ESPECIAL (JUROS MENSAL POR TIPO
      *    DE CONTA E IOF DIARIO/ADICIONAL), NO MESMO DESENHO DA
      *    CARGA DE CAMBIO: VALE A VIGENCIA MAIS RECENTE QUE NAO SEJA
      *    POSTERIOR A DATA DO CICLO. SEM O CARTAO NADA E COBRADO.
      *************************
           OPEN INPUT ARQ-CHEQUE.

           IF WRK-FS-CHEQUE NOT = '00'
              DISPLAY 'PARAMETRO DO CHEQUE ESPECIAL (CHEPRM) AUSENTE'
              DISPLAY 'JUROS E IOF DE CHEQUE ESPECIAL NAO COBRADOS'
              GO TO 023-FIM
           END-IF.

           READ ARQ-CHEQUE
               AT END
                   MOVE 'S' TO WRK-FIM-CHEQUE
           END-READ.

           PERFORM 023A-LE-PROXIMO-CHEQUE UNTIL WRK-FIM-CHEQUE-SIM.

           CLOSE ARQ-CHEQUE.
       023-FIM.
           EXIT.
      *************************
       023A-LE-PROXIMO-CHEQUE SECTION.
      *************************
           IF CHE-DATA-VIGENCIA > WRK-DATA-CICLO
              DISPLAY 'CHEQUE ESPECIAL COM VIGENCIA FUTURA IGNORADO: '
                      CHE-TIPO-REG ' ' CHE-DATA-VIGENCIA
              GO TO 023A-LE
           END-IF.

           EVALUATE TRUE
            WHEN CHE-REG-TAXA
               IF CHE-TIPO-CONTA NOT NUMERIC OR CHE-TIPO-CONTA = 0
                  DISPLAY 'TAXA DE CHEQUE ESPECIAL SEM TIPO DE CONTA'
                  GO TO 023A-LE
               END-IF
               IF CHE-DATA-VIGENCIA NOT <
                               WRK-CHE-VIGENCIA(CHE-TIPO-CONTA)
                  MOVE CHE-DATA-VIGENCIA
                               TO WRK-CHE-VIGENCIA(CHE-TIPO-CONTA)
                  MOVE CHE-TAXA-MES
                               TO WRK-CHE-TAXA-MES(CHE-TIPO-CONTA)
               END-IF
            WHEN CHE-REG-IOF
               IF CHE-DATA-VIGENCIA NOT < WRK-IOF-VIGENCIA
                  MOVE CHE-DATA-VIGENCIA TO WRK-IOF-VIGENCIA
                  MOVE CHE-IOF-DIARIO    TO WRK-IOF-DIARIO
                  MOVE CHE-IOF-ADICIONAL TO WRK-IOF-ADICIONAL
               END-IF
            WHEN OTHER
               DISPLAY 'REGISTRO DE CHEQUE ESPECIAL INVALIDO: '
                       CHE-TIPO-REG
           END-EVALUATE.
       023A-LE.
           READ ARQ-CHEQUE
               AT END
                   MOVE 'S' TO WRK-FIM-CHEQUE
           END-READ.
       023A-FIM.
           EXIT.
      *************************
       024-LE-MASTER-ONTEM SECTION.
      *************************
      *    LE O PROXIMO REGISTRO DE CONTA DA GERACAO DE ONTEM,
      *    PULANDO O HEADER E O TRAILER. SEM O ARQUIVO (PRIMEIRO
      *    CICLO) TODO USO DO LIMITE CONTA COMO NOVO.
      *************************
       024-LE.
           READ ARQ-MASTER-ONTEM
               AT END
                   MOVE 'S' TO WRK-FIM-ONTEM
                   GO TO 024-FIM
           END-READ.

           IF ONT-CTL-HEADER OR ONT-CTL-TRAILER
              GO TO 024-LE
           END-IF.
       024-FIM.
           EXIT.
      *************************
       025-COBRA-CHEQUE-ESPECIAL SECTION.
      *************************
      *    COBRA OS JUROS E O IOF DO DIA SOBRE A PARTE USADA DO
      *    LIMITE, CADA UM COM A SUA LINHA NO EXTRATO. O IOF
      *    ADICIONAL SO INCIDE SOBRE O QUE O USO CRESCEU DESDE O
      *    FECHAMENTO DE ONTEM.
      *************************
           COMPUTE WRK-USADO-LIMITE = WRK-SALDO * -1.

           IF WRK-USADO-LIMITE > WRK-LIMITE
              MOVE WRK-LIMITE TO WRK-USADO-LIMITE
           END-IF.

           PERFORM 024-LE-MASTER-ONTEM
               UNTIL WRK-FIM-ONTEM-SIM
                  OR ONT-CONTA-NUM NOT < WRK-CONTA-NUM.

           MOVE 0 TO WRK-USADO-ONTEM.

           IF NOT WRK-FIM-ONTEM-SIM
              AND ONT-CONTA-NUM = WRK-CONTA-NUM
              AND ONT-SALDO < 0
              COMPUTE WRK-USADO-ONTEM = ONT-SALDO * -1
              IF WRK-USADO-ONTEM > ONT-LIMITE
                 MOVE ONT-LIMITE TO WRK-USADO-ONTEM
              END-IF
           END-IF.

           COMPUTE WRK-USADO-NOVO = WRK-USADO-LIMITE - WRK-USADO-ONTEM.

           IF WRK-USADO-NOVO < 0
              MOVE 0 TO WRK-USADO-NOVO
           END-IF.

           COMPUTE WRK-JUROS-CHEQUE ROUNDED =
                   WRK-USADO-LIMITE
                 * WRK-CHE-TAXA-MES(WRK-TIPO-CONTA) / 3000.

           COMPUTE WRK-IOF-CHEQUE ROUNDED =
                   (WRK-USADO-LIMITE * WRK-IOF-DIARIO
                  + WRK-USADO-NOVO   * WRK-IOF-ADICIONAL) / 100.

           IF WRK-JUROS-CHEQUE > 0
              SUBTRACT WRK-JUROS-CHEQUE FROM WRK-SALDO
                  ON SIZE ERROR
                      MOVE 'N' TO WRK-REG-VALIDO
                      MOVE 'JUROS CHEQUE ESPECIAL ESTOUROU SALDO'
                                               TO WRK-MOTIVO-REJ
                      PERFORM 006-REJEITA-REGISTRO
                      GO TO 025-FIM
              END-SUBTRACT
              IF WRK-MODO-EXTRATO-SIM
                 MOVE 'JUROS CHEQ ESPECIAL' TO WRK-EXT-DESCRICAO
                 PERFORM 012-GRAVA-EXTRATO
              END-IF
           END-IF.

           IF WRK-IOF-CHEQUE > 0
              SUBTRACT WRK-IOF-CHEQUE FROM WRK-SALDO
                  ON SIZE ERROR
                      MOVE 'N' TO WRK-REG-VALIDO
                      MOVE 'IOF CHEQUE ESPECIAL ESTOUROU SALDO'
                                               TO WRK-MOTIVO-REJ
                      PERFORM 006-REJEITA-REGISTRO
                      GO TO 025-FIM
              END-SUBTRACT
              IF WRK-MODO-EXTRATO-SIM
                 MOVE 'IOF'             TO WRK-EXT-DESCRICAO
                 PERFORM 012-GRAVA-EXTRATO
              END-IF
           END-IF.
       025-FIM.
           EXIT.
      *************************
       026-ACUMULA-CHEQUE SECTION.
      *************************
      *    OS TOTAIS DE JUROS E IOF DO CHEQUE ESPECIAL VAO PARA O
      *    CHECKPOINT EM BRL, COMO OS SUBTOTAIS POR TIPO.
      *************************
           ADD 1 TO WRK-QTD-CHEQUE.

           IF WRK-MOEDA-BRL
              ADD WRK-JUROS-CHEQUE TO WRK-TOT-JUROS-CHEQUE
              ADD WRK-IOF-CHEQUE   TO WRK-TOT-IOF-CHEQUE
           ELSE
              COMPUTE WRK-ENCARGO-CONV ROUNDED =
                      WRK-JUROS-CHEQUE
                    * WRK-TAB-CAM-TAXA(WRK-IDX-CAMBIO)
              ADD WRK-ENCARGO-CONV TO WRK-TOT-JUROS-CHEQUE
              COMPUTE WRK-ENCARGO-CONV ROUNDED =
                      WRK-IOF-CHEQUE
                    * WRK-TAB-CAM-TAXA(WRK-IDX-CAMBIO)
              ADD WRK-ENCARGO-CONV TO WRK-TOT-IOF-CHEQUE
           END-IF.
       026-FIM.
           EXIT.
      *************************
       027-GRAVA-RENDIMENTO-DIA SECTION.
      *************************
      *    RENDIMENTO, TARIFA, JUROS E IOF DO CHEQUE ESPECIAL E SALDO
      *    DE FECHAMENTO DA CONTA NO CICLO, EM BRL (CONTA EM OUTRA
      *    MOEDA CONVERTE PELA TAXA DO DIA, COMO O 026), PARA O
      *    ACUMULADO DO ANO DO INFORME DE RENDIMENTOS. LEVA O NOME E
      *    O CNPJ/CPF DO TITULAR PARA O INFORME DA CONTA QUE FOR
      *    ENCERRADA E EXPURGADA DO MASTER ANTES DA VIRADA.
      *************************
           MOVE WRK-CONTA-NUM    TO RDD-CONTA-NUM.
           MOVE WRK-DATA-CICLO   TO RDD-DATA.
           MOVE WRK-MOEDA        TO RDD-MOEDA.
           MOVE WRK-SALDO-CONV   TO RDD-SALDO.
           MOVE WRK-NOME         TO RDD-NOME.
           MOVE WRK-CNPJ         TO RDD-CNPJ.
           MOVE CLI-TIPO-DOC     TO RDD-TIPO-DOC.

           IF WRK-MOEDA-BRL
              MOVE WRK-RENDIMENTO-DIA TO RDD-RENDIMENTO
              MOVE WRK-TARIFA-DIA     TO RDD-TARIFA
              MOVE WRK-JUROS-CHEQUE   TO RDD-JUROS-CHEQUE
              MOVE WRK-IOF-CHEQUE     TO RDD-IOF-CHEQUE
           ELSE
              COMPUTE RDD-RENDIMENTO ROUNDED =
                      WRK-RENDIMENTO-DIA
                    * WRK-TAB-CAM-TAXA(WRK-IDX-CAMBIO)
              COMPUTE RDD-TARIFA ROUNDED =
                      WRK-TARIFA-DIA
                    * WRK-TAB-CAM-TAXA(WRK-IDX-CAMBIO)
              COMPUTE RDD-JUROS-CHEQUE ROUNDED =
                      WRK-JUROS-CHEQUE
                    * WRK-TAB-CAM-TAXA(WRK-IDX-CAMBIO)
              COMPUTE RDD-IOF-CHEQUE ROUNDED =
                      WRK-IOF-CHEQUE
                    * WRK-TAB-CAM-TAXA(WRK-IDX-CAMBIO)
           END-IF.

           WRITE REG-RENDIMENTO-DIA.
       027-FIM.
           EXIT.
      *************************
       028-PULA-SE-ENCERRADO SECTION.
      *************************
      *    REINICIO DO CLIRUN: STEP JA TERMINADO NA DATA DENTRO DO
      *    CICLO ABERTO (CARIMBO 'F' NO RUN-CONTROL) NAO REFAZ O
      *    PROCESSAMENTO E SAI COM O RC DA PRIMEIRA EXECUCAO, PARA O
      *    COND DOS STEPS SEGUINTES CONTINUAR VALENDO.
      *************************
           CALL 'CLIRCTLV' USING WRK-DATA-CICLO
                                 WRK-NOME-PROGRAMA
                                 WRK-STEP-ENCERRADO
                                 WRK-RC-ANTERIOR.

           IF WRK-STEP-ENCERRADO-SIM
              DISPLAY 'STEP JA ENCERRADO NA DATA ' WRK-DATA-CICLO
                      ' - PROCESSAMENTO PULADO (REINICIO)'
              DISPLAY 'RC DA EXECUCAO ANTERIOR.: ' WRK-RC-ANTERIOR
              MOVE WRK-RC-ANTERIOR TO RETURN-CODE
              STOP RUN
           END-IF.
       028-FIM.
           EXIT.
