      *  DO BALANCETE) PARA APARECER NO EXTRATO DO CLIENTE.
      *
      *  LEIAUTE DO LANCAMENTO:
      *     CONTA, CODIGO (D = DEBITO / C = CREDITO / E = ESTORNO),
      *     VALOR, CONTA CONTRAPARTIDA (SO EM TRANSFERENCIA, SENAO
      *     ZEROS), IDENTIFICADOR UNICO DA TRANSACAO E, SO NO
      *     ESTORNO, O IDENTIFICADOR DA TRANSACAO ORIGINAL.
      *
      *  ESTORNO: O LANCAMENTO 'E' VEM NA CONTA DE UMA DAS PERNAS DA
      *  TRANSACAO ORIGINAL. A PRIMEIRA PASSADA PROCURA A ORIGINAL
      *  NO HISTORICO E MONTA O CONTRARIO EXATO DE CADA PERNA
      *  (INCLUSIVE AS DUAS PERNAS DE UMA TRANSFERENCIA), QUE ENTRA
      *  NO CONFRONTO EM ORDEM DE CONTA JUNTO COM O ARQUIVO. CADA
      *  PERNA ESTORNADA SAI NO EXTRATO COMO 'ESTORNO' SEGUIDO DO
      *  IDENTIFICADOR ORIGINAL E MARCA A PERNA ORIGINAL COMO
      *  ESTORNADA NO HISTORICO. ESTORNO DE TRANSACAO DESCONHECIDA,
      *  JA ESTORNADA OU DE CONTA QUE NAO PARTICIPOU DELA VAI PARA O
      *  CLIPREJ SEM POSTAR NADA. A PERNA ESTORNADA NAO E
      *  MOVIMENTACAO DO CLIENTE: NAO CARIMBA A ULTIMA MOVIMENTACAO
      *  NEM ACORDA CONTA DORMENTE.
      *
      *  ANTES DE POSTAR QUALQUER COISA O LOTE INTEIRO E CONFERIDO:
      *  A SOMA DOS CREDITOS DE TRANSFERENCIA MENOS A SOMA DOS
      *  LANCAMENTO DE CONTA INEXISTENTE OU QUE ESTOURA O SALDO VAI
      *  PARA O ARQUIVO DE REJEITOS (CLIPREJ).
      *
      *  GUARDA CONTRA DUPLICIDADE ENTRE CICLOS: TODA PERNA POSTADA
      *  (IDENTIFICADOR DA TRANSACAO + CONTA + CODIGO) FICA NO
      *  HISTORICO PERMANENTE INDEXADO (CLILHST), EXPURGADO COM
      *  RETENCAO PROPRIA PELO CLILIMPA. PERNA QUE JA CONSTA NO
      *  HISTORICO DE OUTRO CICLO, OU QUE SE REPETE NO PROPRIO
      *  LOTE, VAI PARA O CLIPREJ COMO TRANSACAO DUPLICADA. A
      *  PRIMEIRA PASSADA CONTA AS DUPLICADAS DO LOTE INTEIRO: SE
      *  PASSAREM DO PERCENTUAL DO CARTAO DUPPRM (3 DIGITOS, PADRAO
      *  010 = 10%) O LOTE E RECUSADO COMO REENVIO DE ARQUIVO, SEM
      *  TOCAR NO MASTER. O REPROCESSAMENTO DA MESMA DATA NAO CONTA
      *  COMO DUPLICIDADE: PERNA GRAVADA NO HISTORICO COM A PROPRIA
      *  DATA DO CICLO POR UMA EXECUCAO ANTERIOR E POSTADA DE NOVO
      *  SOBRE O MESMO MASTER CERTIFICADO.
      *
      *  TODO LANCAMENTO APLICADO CARIMBA A DATA DO CICLO EM
      *  CLI-DATA-ULT-MOV (ULTIMA MOVIMENTACAO DO CLIENTE) E ACORDA
      *  A CONTA DORMENTE.
      *
      *  O FECHAMENTO EM ZERO E CONFERIDO DE NOVO DEPOIS DA
      *  POSTAGEM: PERNA DE TRANSFERENCIA REJEITADA NO MEIO DO
      *  CAMINHO (CONTA BLOQUEADA, ENCERRADA, INEXISTENTE, SALDO
      *
      *  RETURN-CODE:  0 = LOTE POSTADO SEM REJEITO
      *                4 = HA LANCAMENTOS REJEITADOS (EQUILIBRADOS)
      *                8 = LOTE RECUSADO (TRANSFERENCIAS NAO FECHAM
      *                    OU DUPLICADAS ACIMA DO PERCENTUAL)
      *                    OU PERNA DE TRANSFERENCIA REJEITADA SEM
      *                    A PERNA IRMA (POSTAGEM DESEQUILIBRADA)
      *----------------------------------------------------------------*
           SELECT ARQ-EXTRATO ASSIGN TO "CLIEXTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT OPTIONAL HISTORICO-LANCAMENTO ASSIGN TO "CLILHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT OPTIONAL ARQ-PARM-DUP ASSIGN TO "DUPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM-DUP.
           SELECT ARQ-DATA ASSIGN TO "DATPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATA.
           05  CLI-DATA-ENCER      PIC 9(008).
           05  CLI-LIMITE          PIC 9(007).
           05  CLI-META-POUP       PIC 9(007).
           05  CLI-DATA-ULT-MOV    PIC 9(008).
           05  CLI-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-LANCAMENTO
           LABEL RECORD IS STANDARD.
       01  REG-LANCAMENTO-ARQ      PIC X(038).
      *----------------------------------------------------------------*
       FD  MASTER-POSTADO
           LABEL RECORD IS STANDARD.
           05  PST-DATA-ENCER      PIC 9(008).
           05  PST-LIMITE          PIC 9(007).
           05  PST-META-POUP       PIC 9(007).
           05  PST-DATA-ULT-MOV    PIC 9(008).
           05  PST-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-REJEITO
           LABEL RECORD IS STANDARD.
           05  EXT-VALOR-FMT-ALT   PIC X(016).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  EXT-CNPJ            PIC X(014).
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
               88 HST-ESTORNADA-SIM      VALUE 'S'.
           05  HST-ID-ESTORNO      PIC 9(009).
           05  HST-DATA-ESTORNO    PIC 9(008).
           05  HST-ID-ORIGINAL     PIC 9(009).
      *----------------------------------------------------------------*
       FD  ARQ-PARM-DUP
           LABEL RECORD IS STANDARD.
       01  REG-PARM-DUP.
           05  PARM-PCT-DUPLICADA  PIC 9(003).
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
       01  WRK-FS-EXTRATO    PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-FS-HISTORICO  PIC  X(002).
       01  WRK-FS-PARM-DUP   PIC  X(002).
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIPOSTA'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-DATA-SISTEMA  PIC  9(006) VALUE ZEROS.
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-CHAVE-MST     PIC  9(006) VALUE ZEROS.
       01  WRK-CHAVE-LAN     PIC  9(006) VALUE ZEROS.
       01  WRK-CHAVE-LAN-ANT PIC  9(006) VALUE ZEROS.
      *
      *  LANCAMENTO CORRENTE DO CONFRONTO (DO ARQUIVO OU PERNA DE
      *  ESTORNO MONTADA NA PRIMEIRA PASSADA) E O PROXIMO REGISTRO
      *  DO ARQUIVO, LIDO ANTECIPADAMENTE PARA A INTERCALACAO.
      *
       01  REG-LANCAMENTO.
           05  LAN-CONTA-NUM       PIC 9(006).
           05  LAN-CODIGO          PIC X(001).
               88 LAN-DEBITO             VALUE 'D'.
               88 LAN-CREDITO            VALUE 'C'.
               88 LAN-ESTORNO            VALUE 'E'.
           05  LAN-VALOR           PIC 9(007).
           05  LAN-CONTA-CONTRA    PIC 9(006).
           05  LAN-ID-TRANSACAO    PIC 9(009).
           05  LAN-ID-ORIGINAL     PIC 9(009).
       01  WRK-LAN-ARQ.
           05  ARQ-CONTA-NUM       PIC 9(006).
           05  ARQ-CODIGO          PIC X(001).
               88 ARQ-ESTORNO            VALUE 'E'.
           05  FILLER              PIC X(031).
       01  WRK-FIM-ARQ-LANC  PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ARQ-LANC-SIM  VALUE 'S'.
       01  WRK-PERNA-ESTORNO PIC  X(001) VALUE 'N'.
           88 WRK-PERNA-ESTORNO-SIM VALUE 'S'.
       01  WRK-FIM-MASTER    PIC  X(001) VALUE 'N'.
           88 WRK-FIM-MASTER-SIM    VALUE 'S'.
       01  WRK-FIM-LANC      PIC  X(001) VALUE 'N'.
      *
       01  WRK-NET-REJ-TRANSF PIC S9(013) COMP VALUE 0.
       01  WRK-QTDE-REJ-TRANSF PIC 9(007) COMP VALUE 0.
      *
      *  GUARDA DE DUPLICIDADE: A HORA DE INICIO DESTA EXECUCAO
      *  MARCA AS PERNAS GRAVADAS NO HISTORICO, PARA SEPARAR A
      *  REPETICAO DENTRO DO LOTE DO REPROCESSAMENTO DA DATA.
      *
       01  WRK-HORA-EXECUCAO PIC  9(008) VALUE ZEROS.
       01  WRK-HST-ACHADO    PIC  X(001) VALUE 'N'.
           88 WRK-HST-ACHADO-SIM    VALUE 'S'.
       01  WRK-PCT-DUPLICADA PIC  9(003) COMP VALUE 10.
       01  WRK-QTDE-LOTE     PIC  9(007) COMP VALUE 0.
       01  WRK-QTDE-DUP-LOTE PIC  9(007) COMP VALUE 0.
       01  WRK-QTDE-DUPLICADAS PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-HISTORICO PIC 9(06) COMP VALUE 0.
      *
      *  ESTORNOS: PEDIDOS DO LOTE NA ORDEM DO ARQUIVO (MOTIVO EM
      *  BRANCO = ACEITO NA PRIMEIRA PASSADA) E PERNAS CONTRARIAS
      *  MONTADAS A PARTIR DO HISTORICO, EM ORDEM DE CONTA.
      *
       01  WRK-QTDE-PED      PIC  9(04) COMP VALUE 0.
       01  WRK-MAX-PED       PIC  9(04) COMP VALUE 500.
       01  WRK-IND-PED       PIC  9(04) COMP VALUE 0.
       01  WRK-IND-AUX       PIC  9(04) COMP VALUE 0.
       01  WRK-TAB-PEDIDOS.
           05  WRK-TAB-PED OCCURS 500 TIMES.
               10  WRK-PED-ID           PIC 9(009).
               10  WRK-PED-ID-ORIGINAL  PIC 9(009).
               10  WRK-PED-MOTIVO       PIC X(040).
       01  WRK-QTDE-EST      PIC  9(04) COMP VALUE 0.
       01  WRK-MAX-EST       PIC  9(04) COMP VALUE 1000.
       01  WRK-IND-EST       PIC  9(04) COMP VALUE 0.
       01  WRK-IND-POS       PIC  9(04) COMP VALUE 0.
       01  WRK-POSICAO-OK    PIC  X(001) VALUE 'N'.
           88 WRK-POSICAO-OK-SIM    VALUE 'S'.
       01  WRK-TAB-ESTORNOS.
           05  WRK-TAB-EST OCCURS 1000 TIMES.
               10  WRK-EST-CONTA        PIC 9(006).
               10  WRK-EST-CODIGO       PIC X(001).
               10  WRK-EST-VALOR        PIC 9(007).
               10  WRK-EST-CONTRA       PIC 9(006).
               10  WRK-EST-ID           PIC 9(009).
               10  WRK-EST-ID-ORIGINAL  PIC 9(009).
       01  WRK-EST-TROCA               PIC X(038).
      *
      *  PERNAS DA TRANSACAO ORIGINAL LIDAS DO HISTORICO PARA UM
      *  PEDIDO DE ESTORNO, ANTES DE ENTRAREM NA TABELA.
      *
       01  WRK-QTDE-ORIG     PIC  9(02) COMP VALUE 0.
       01  WRK-MAX-ORIG      PIC  9(02) COMP VALUE 20.
       01  WRK-IND-ORIG      PIC  9(02) COMP VALUE 0.
       01  WRK-TAB-ORIGINAIS.
           05  WRK-TAB-ORIG OCCURS 20 TIMES.
               10  WRK-ORIG-CONTA       PIC 9(006).
               10  WRK-ORIG-CODIGO      PIC X(001).
               10  WRK-ORIG-VALOR       PIC 9(007).
               10  WRK-ORIG-CONTRA      PIC 9(006).
       01  WRK-FIM-ORIG      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ORIG-SIM      VALUE 'S'.
       01  WRK-CONTA-NA-ORIG PIC  X(001) VALUE 'N'.
           88 WRK-CONTA-NA-ORIG-SIM VALUE 'S'.
       01  WRK-MOTIVO-EST    PIC  X(040) VALUE SPACES.
       01  WRK-DESC-ESTORNO.
           05  FILLER              PIC X(008) VALUE 'ESTORNO '.
           05  WRK-DESC-EST-ID     PIC 9(009).
           05  FILLER              PIC X(003) VALUE SPACES.
       01  WRK-QTDE-ESTORNOS PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-PERNAS-EST PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-LIDOS-MST PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-LIDOS-LAN PIC 9(06) COMP VALUE 0.
       01  WRK-QTDE-GRAVADOS PIC  9(06) COMP VALUE 0.
           PERFORM 003-CONFRONTA
               UNTIL WRK-FIM-MASTER-SIM
                 AND WRK-FIM-LANC-SIM.

           EVALUATE TRUE
            WHEN WRK-NET-REJ-TRANSF NOT = 0
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 010-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 011-CARREGA-DATA.
           PERFORM 016-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 012-MARCA-RUN-CONTROL.
           MOVE WRK-HORA-SISTEMA TO WRK-HORA-EXECUCAO.

           PERFORM 013-CARREGA-PARM-DUP.

           OPEN I-O HISTORICO-LANCAMENTO.

           IF WRK-FS-HISTORICO NOT = '00' AND '05'
              DISPLAY 'ERRO NA ABERTURA DO HISTORICO DE LANCAMENTOS'
                      ' - FS ' WRK-FS-HISTORICO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 002-CONFERE-TRANSFERENCIAS.

           OPEN OUTPUT ARQ-REJEITO.
           OPEN OUTPUT ARQ-EXTRATO.

           MOVE 1 TO WRK-IND-EST.
           MOVE 0 TO WRK-IND-PED.

           PERFORM 008-LE-MASTER.
           PERFORM 009C-LE-ARQUIVO.
           PERFORM 009-LE-LANCAMENTO.
       001-FIM.
           EXIT.
              STOP RUN
           END-IF.

           READ ARQ-LANCAMENTO INTO REG-LANCAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-LANC
           END-READ.
              STOP RUN
           END-IF.

      *    PARCELA DE DUPLICADAS ACIMA DO PERCENTUAL DO DUPPRM E
      *    REENVIO DE ARQUIVO (OU REPLAY DE CANAL): RECUSA O LOTE.
           IF WRK-QTDE-DUP-LOTE > 0
              AND (WRK-QTDE-DUP-LOTE * 100) >
                  (WRK-PCT-DUPLICADA * WRK-QTDE-LOTE)
              DISPLAY 'LOTE COM TRANSACOES JA POSTADAS EM OUTRO CICLO'
              DISPLAY '  LANCAMENTOS DO LOTE....: ' WRK-QTDE-LOTE
              DISPLAY '  DUPLICADOS.............: ' WRK-QTDE-DUP-LOTE
              DISPLAY '  PERCENTUAL ACEITO......: ' WRK-PCT-DUPLICADA
              DISPLAY 'REENVIO DE ARQUIVO - LOTE RECUSADO - NADA FOI '
                      'POSTADO'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WRK-FIM-LANC.
       002-FIM.
           EXIT.
      *************************
       002A-SOMA-TRANSFERENCIA SECTION.
      *************************
           ADD 1 TO WRK-QTDE-LOTE.

           PERFORM 014-CONSULTA-HISTORICO.

           IF WRK-HST-ACHADO-SIM
              AND HST-DATA NOT = WRK-DATA-CICLO
              ADD 1 TO WRK-QTDE-DUP-LOTE
           END-IF.

           IF LAN-ESTORNO
              PERFORM 002B-PREPARA-ESTORNO
           END-IF.

           IF LAN-CONTA-CONTRA > 0
              AND (LAN-DEBITO OR LAN-CREDITO)
              ADD 1 TO WRK-QTDE-TRANSF
              END-IF
           END-IF.

           READ ARQ-LANCAMENTO INTO REG-LANCAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-LANC
           END-READ.
       002A-FIM.
           EXIT.
      *************************
       002B-PREPARA-ESTORNO SECTION.
      *************************
      *    CONFERE O PEDIDO DE ESTORNO CONTRA O HISTORICO E, SE
      *    ACEITO, MONTA O CONTRARIO DE CADA PERNA DA ORIGINAL. O
      *    MOTIVO DE RECUSA FICA GUARDADO NA ORDEM DO ARQUIVO PARA
      *    O REJEITO SAIR QUANDO O PEDIDO CHEGAR AO CONFRONTO.
      *************************
           IF WRK-QTDE-PED = WRK-MAX-PED
              DISPLAY 'LOTE COM MAIS DE 500 PEDIDOS DE ESTORNO'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-PED.
           MOVE LAN-ID-TRANSACAO TO WRK-PED-ID(WRK-QTDE-PED).
           MOVE SPACES           TO WRK-MOTIVO-EST.

           IF LAN-ID-ORIGINAL IS NOT NUMERIC
              OR LAN-ID-ORIGINAL = 0
              MOVE ZEROS TO WRK-PED-ID-ORIGINAL(WRK-QTDE-PED)
              MOVE 'ESTORNO SEM TRANSACAO ORIGINAL' TO WRK-MOTIVO-EST
              GO TO 002B-GUARDA
           END-IF.

           MOVE LAN-ID-ORIGINAL TO WRK-PED-ID-ORIGINAL(WRK-QTDE-PED).

      *    O PROPRIO PEDIDO JA POSTADO EM OUTRO CICLO E DUPLICADO.
           IF WRK-HST-ACHADO-SIM
              AND HST-DATA NOT = WRK-DATA-CICLO
              MOVE 'TRANSACAO DUPLICADA - JA POSTADA' TO WRK-MOTIVO-EST
              GO TO 002B-GUARDA
           END-IF.

      *    A MESMA ORIGINAL PEDIDA DUAS VEZES NO LOTE.
           PERFORM 002C-PEDIDO-REPETIDO
               VARYING WRK-IND-PED FROM 1 BY 1
               UNTIL WRK-IND-PED NOT < WRK-QTDE-PED.

           IF WRK-MOTIVO-EST NOT = SPACES
              GO TO 002B-GUARDA
           END-IF.

           PERFORM 002D-LE-ORIGINAL.

           IF WRK-MOTIVO-EST NOT = SPACES
              GO TO 002B-GUARDA
           END-IF.

           PERFORM 002E-INCLUI-PERNA
               VARYING WRK-IND-ORIG FROM 1 BY 1
               UNTIL WRK-IND-ORIG > WRK-QTDE-ORIG.
       002B-GUARDA.
           MOVE WRK-MOTIVO-EST TO WRK-PED-MOTIVO(WRK-QTDE-PED).
       002B-FIM.
           EXIT.
      *************************
       002C-PEDIDO-REPETIDO SECTION.
      *************************
           IF WRK-PED-ID-ORIGINAL(WRK-IND-PED) = LAN-ID-ORIGINAL
              AND WRK-PED-MOTIVO(WRK-IND-PED) = SPACES
              MOVE 'TRANSACAO JA ESTORNADA NESTE LOTE'
                                               TO WRK-MOTIVO-EST
           END-IF.
       002C-FIM.
           EXIT.
      *************************
       002D-LE-ORIGINAL SECTION.
      *************************
      *    POSICIONA NO HISTORICO NA PRIMEIRA PERNA DA ORIGINAL E LE
      *    TODAS AS PERNAS DELA. O REGISTRO DO PROPRIO PEDIDO DE
      *    ESTORNO (CODIGO 'E') NAO E PERNA. PERNA ESTORNADA POR
      *    ESTE MESMO PEDIDO NA MESMA DATA E REPROCESSAMENTO, NAO
      *    ESTORNO REPETIDO.
      *************************
           MOVE 0               TO WRK-QTDE-ORIG.
           MOVE 'N'             TO WRK-FIM-ORIG.
           MOVE 'N'             TO WRK-CONTA-NA-ORIG.
           MOVE LAN-ID-ORIGINAL TO HST-ID-TRANSACAO.
           MOVE ZEROS           TO HST-CONTA-NUM.
           MOVE LOW-VALUES      TO HST-CODIGO.

           START HISTORICO-LANCAMENTO
               KEY IS NOT LESS THAN HST-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ORIG
           END-START.

           IF NOT WRK-FIM-ORIG-SIM
              READ HISTORICO-LANCAMENTO NEXT RECORD
                  AT END
                      MOVE 'S' TO WRK-FIM-ORIG
              END-READ
           END-IF.

           PERFORM 002F-GUARDA-ORIGINAL UNTIL WRK-FIM-ORIG-SIM.

           EVALUATE TRUE
            WHEN WRK-MOTIVO-EST NOT = SPACES
               CONTINUE
            WHEN WRK-QTDE-ORIG = 0
               MOVE 'TRANSACAO ORIGINAL NAO ENCONTRADA'
                                               TO WRK-MOTIVO-EST
            WHEN NOT WRK-CONTA-NA-ORIG-SIM
               MOVE 'CONTA NAO PARTICIPA DA TRANSACAO ORIGINAL'
                                               TO WRK-MOTIVO-EST
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
       002D-FIM.
           EXIT.
      *************************
       002E-INCLUI-PERNA SECTION.
      *************************
      *    A PERNA CONTRARIA ENTRA NO FIM DA TABELA E SOBE ATE A
      *    POSICAO DA SUA CONTA, MANTENDO A TABELA EM ORDEM DE
      *    CONTA (E NA ORDEM DE CHEGADA DENTRO DA MESMA CONTA).
      *************************
           IF WRK-QTDE-EST = WRK-MAX-EST
              DISPLAY 'LOTE COM MAIS DE 1000 PERNAS DE ESTORNO'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-EST.
           MOVE WRK-QTDE-EST TO WRK-IND-POS.

           MOVE WRK-ORIG-CONTA(WRK-IND-ORIG)
                                 TO WRK-EST-CONTA(WRK-IND-POS).
           MOVE WRK-ORIG-VALOR(WRK-IND-ORIG)
                                 TO WRK-EST-VALOR(WRK-IND-POS).
           MOVE WRK-ORIG-CONTRA(WRK-IND-ORIG)
                                 TO WRK-EST-CONTRA(WRK-IND-POS).
           MOVE LAN-ID-TRANSACAO TO WRK-EST-ID(WRK-IND-POS).
           MOVE LAN-ID-ORIGINAL  TO WRK-EST-ID-ORIGINAL(WRK-IND-POS).

           IF WRK-ORIG-CODIGO(WRK-IND-ORIG) = 'D'
              MOVE 'C' TO WRK-EST-CODIGO(WRK-IND-POS)
           ELSE
              MOVE 'D' TO WRK-EST-CODIGO(WRK-IND-POS)
           END-IF.

           MOVE 'N' TO WRK-POSICAO-OK.

           PERFORM 002G-SOBE-PERNA UNTIL WRK-POSICAO-OK-SIM.
       002E-FIM.
           EXIT.
      *************************
       002F-GUARDA-ORIGINAL SECTION.
      *************************
           IF HST-ID-TRANSACAO NOT = LAN-ID-ORIGINAL
              MOVE 'S' TO WRK-FIM-ORIG
              GO TO 002F-FIM
           END-IF.

           IF HST-CODIGO = 'D' OR 'C'
              IF HST-ESTORNADA-SIM
                 AND (HST-ID-ESTORNO NOT = LAN-ID-TRANSACAO
                      OR HST-DATA-ESTORNO NOT = WRK-DATA-CICLO)
                 MOVE 'TRANSACAO ORIGINAL JA ESTORNADA'
                                               TO WRK-MOTIVO-EST
              END-IF
              IF WRK-QTDE-ORIG = WRK-MAX-ORIG
                 MOVE 'TRANSACAO ORIGINAL COM PERNAS DEMAIS'
                                               TO WRK-MOTIVO-EST
              ELSE
                 ADD 1 TO WRK-QTDE-ORIG
                 MOVE HST-CONTA-NUM    TO WRK-ORIG-CONTA(WRK-QTDE-ORIG)
                 MOVE HST-CODIGO      TO WRK-ORIG-CODIGO(WRK-QTDE-ORIG)
                 MOVE HST-VALOR        TO WRK-ORIG-VALOR(WRK-QTDE-ORIG)
                 MOVE HST-CONTA-CONTRA TO WRK-ORIG-CONTRA(WRK-QTDE-ORIG)
                 IF HST-CONTA-NUM = LAN-CONTA-NUM
                    MOVE 'S' TO WRK-CONTA-NA-ORIG
                 END-IF
              END-IF
           END-IF.

           READ HISTORICO-LANCAMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ORIG
           END-READ.
       002F-FIM.
           EXIT.
      *************************
       002G-SOBE-PERNA SECTION.
      *************************
           IF WRK-IND-POS = 1
              MOVE 'S' TO WRK-POSICAO-OK
              GO TO 002G-FIM
           END-IF.

           COMPUTE WRK-IND-AUX = WRK-IND-POS - 1.

           IF WRK-EST-CONTA(WRK-IND-AUX) > WRK-EST-CONTA(WRK-IND-POS)
              MOVE WRK-TAB-EST(WRK-IND-AUX) TO WRK-EST-TROCA
              MOVE WRK-TAB-EST(WRK-IND-POS) TO WRK-TAB-EST(WRK-IND-AUX)
              MOVE WRK-EST-TROCA            TO WRK-TAB-EST(WRK-IND-POS)
              MOVE WRK-IND-AUX              TO WRK-IND-POS
           ELSE
              MOVE 'S' TO WRK-POSICAO-OK
           END-IF.
       002G-FIM.
           EXIT.
      *************************
       003-CONFRONTA SECTION.
      *************************
               CONTINUE
            WHEN LAN-CREDITO
               CONTINUE
            WHEN LAN-ESTORNO
               PERFORM 005B-CONFIRMA-ESTORNO
               GO TO 005-FIM
            WHEN OTHER
               MOVE 'CODIGO DE LANCAMENTO INVALIDO' TO WRK-MOTIVO-REJ
               PERFORM 006-REJEITA-LANCAMENTO
               GO TO 005-FIM
           END-EVALUATE.

      *    PERNA JA POSTADA EM OUTRO CICLO, OU REPETIDA NESTE LOTE
      *    (GRAVADA PELA PROPRIA EXECUCAO), NAO E APLICADA DE NOVO.
           PERFORM 014-CONSULTA-HISTORICO.

           IF WRK-HST-ACHADO-SIM
              IF HST-DATA NOT = WRK-DATA-CICLO
                 OR HST-HORA = WRK-HORA-EXECUCAO
                 MOVE 'TRANSACAO DUPLICADA - JA POSTADA'
                                               TO WRK-MOTIVO-REJ
                 ADD 1 TO WRK-QTDE-DUPLICADAS
                 PERFORM 006-REJEITA-LANCAMENTO
                 GO TO 005-FIM
              END-IF
           END-IF.

           MOVE CLI-SITUACAO TO WRK-SITUACAO.

           IF ST-ENCERRADA

           MOVE WRK-SALDO-NOVO TO CLI-SALDO.

           PERFORM 015-REGISTRA-HISTORICO.

      *    A PERNA ESTORNADA MARCA A ORIGINAL E SAI NO EXTRATO COM O
      *    IDENTIFICADOR DELA; NAO E MOVIMENTACAO DO CLIENTE.
           IF WRK-PERNA-ESTORNO-SIM
              PERFORM 015A-MARCA-ORIGINAL
              ADD 1 TO WRK-QTDE-PERNAS-EST
              MOVE LAN-ID-ORIGINAL  TO WRK-DESC-EST-ID
              MOVE WRK-DESC-ESTORNO TO WRK-EXT-DESCRICAO
              GO TO 005-EXTRATO
           END-IF.

      *    LANCAMENTO POSTADO E MOVIMENTACAO DO CLIENTE: A DATA DO
      *    CICLO VIRA A DATA DA ULTIMA MOVIMENTACAO, QUE A
      *    VARREDURA DE DORMENCIA (CLIDORM) CONFERE.
           MOVE WRK-DATA-CICLO TO CLI-DATA-ULT-MOV.

      *    MOVIMENTACAO EM CONTA DORMENTE A REATIVA.
           IF ST-DORMENTE
              MOVE 'A' TO CLI-SITUACAO
               ADD 1 TO WRK-QTDE-DEBITOS
               MOVE 'SAQUE'              TO WRK-EXT-DESCRICAO
           END-EVALUATE.
       005-EXTRATO.
           IF LAN-CREDITO
              MOVE LAN-VALOR TO WRK-VALOR-EXT
           ELSE
           PERFORM 007-GRAVA-EXTRATO.
       005-FIM.
           EXIT.
      *************************
       005B-CONFIRMA-ESTORNO SECTION.
      *************************
      *    O PEDIDO DE ESTORNO EM SI NAO MEXE NO SALDO: AS PERNAS
      *    CONTRARIAS CHEGAM AO CONFRONTO POR CONTA PROPRIA. AQUI O
      *    PEDIDO RECUSADO NA PRIMEIRA PASSADA VAI PARA O REJEITO E
      *    O ACEITO ENTRA NO HISTORICO (GUARDA DE DUPLICIDADE).
      *************************
           IF WRK-PED-MOTIVO(WRK-IND-PED) NOT = SPACES
              IF WRK-PED-MOTIVO(WRK-IND-PED) =
                 'TRANSACAO DUPLICADA - JA POSTADA'
                 ADD 1 TO WRK-QTDE-DUPLICADAS
              END-IF
              MOVE WRK-PED-MOTIVO(WRK-IND-PED) TO WRK-MOTIVO-REJ
              PERFORM 006-REJEITA-LANCAMENTO
              GO TO 005B-FIM
           END-IF.

           PERFORM 014-CONSULTA-HISTORICO.
           PERFORM 015-REGISTRA-HISTORICO.

           ADD 1 TO WRK-QTDE-ESTORNOS.
       005B-FIM.
           EXIT.
      *************************
       006-REJEITA-LANCAMENTO SECTION.
      *************************

           ADD 1 TO WRK-QTDE-LIDOS-MST.

           IF CLI-DATA-ULT-MOV IS NOT NUMERIC
              MOVE ZEROS TO CLI-DATA-ULT-MOV
           END-IF.

           MOVE CLI-CONTA-NUM TO WRK-CHAVE-MST.
       008-FIM.
           EXIT.
      *************************
       009-LE-LANCAMENTO SECTION.
      *************************
      *    INTERCALA O ARQUIVO DE LANCAMENTOS COM AS PERNAS DE
      *    ESTORNO MONTADAS NA PRIMEIRA PASSADA, EM ORDEM DE CONTA.
      *    NA MESMA CONTA O ARQUIVO VEM ANTES DA PERNA DE ESTORNO.
      *************************
           MOVE 'N' TO WRK-PERNA-ESTORNO.

           EVALUATE TRUE
            WHEN WRK-FIM-ARQ-LANC-SIM
             AND WRK-IND-EST > WRK-QTDE-EST
               MOVE 'S' TO WRK-FIM-LANC
               GO TO 009-FIM
            WHEN WRK-FIM-ARQ-LANC-SIM
               PERFORM 009B-ENTREGA-PERNA
            WHEN WRK-IND-EST > WRK-QTDE-EST
               PERFORM 009A-ENTREGA-ARQUIVO
            WHEN WRK-EST-CONTA(WRK-IND-EST) < ARQ-CONTA-NUM
               PERFORM 009B-ENTREGA-PERNA
            WHEN OTHER
               PERFORM 009A-ENTREGA-ARQUIVO
           END-EVALUATE.

           MOVE LAN-CONTA-NUM TO WRK-CHAVE-LAN.
       009-FIM.
           EXIT.
      *************************
       009A-ENTREGA-ARQUIVO SECTION.
      *************************
      *    O PEDIDO DE ESTORNO AVANCA O PONTEIRO DOS PEDIDOS, QUE
      *    ESTAO NA MESMA ORDEM DO ARQUIVO.
      *************************
           MOVE WRK-LAN-ARQ TO REG-LANCAMENTO.

           IF LAN-ESTORNO
              ADD 1 TO WRK-IND-PED
           END-IF.

           PERFORM 009C-LE-ARQUIVO.
       009A-FIM.
           EXIT.
      *************************
       009B-ENTREGA-PERNA SECTION.
      *************************
           MOVE WRK-EST-CONTA(WRK-IND-EST)   TO LAN-CONTA-NUM.
           MOVE WRK-EST-CODIGO(WRK-IND-EST)  TO LAN-CODIGO.
           MOVE WRK-EST-VALOR(WRK-IND-EST)   TO LAN-VALOR.
           MOVE WRK-EST-CONTRA(WRK-IND-EST)  TO LAN-CONTA-CONTRA.
           MOVE WRK-EST-ID(WRK-IND-EST)      TO LAN-ID-TRANSACAO.
           MOVE WRK-EST-ID-ORIGINAL(WRK-IND-EST)
                                             TO LAN-ID-ORIGINAL.
           MOVE 'S' TO WRK-PERNA-ESTORNO.

           ADD 1 TO WRK-IND-EST.
       009B-FIM.
           EXIT.
      *************************
       009C-LE-ARQUIVO SECTION.
      *************************
           READ ARQ-LANCAMENTO INTO WRK-LAN-ARQ
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ-LANC
                   GO TO 009C-FIM
           END-READ.

           ADD 1 TO WRK-QTDE-LIDOS-LAN.

           IF ARQ-CONTA-NUM < WRK-CHAVE-LAN-ANT
              DISPLAY 'LANCAMENTO FORA DE SEQUENCIA DE CONTA: '
                      ARQ-CONTA-NUM
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE ARQ-CONTA-NUM TO WRK-CHAVE-LAN-ANT.
       009C-FIM.
           EXIT.
      *************************
       010-FINAL SECTION.
           CLOSE MASTER-POSTADO.
           CLOSE ARQ-REJEITO.
           CLOSE ARQ-EXTRATO.
           CLOSE HISTORICO-LANCAMENTO.

           DISPLAY '==========================================='.
           DISPLAY '   POSTAGEM DE LANCAMENTOS - CLIPOSTA'.
           DISPLAY 'PERNAS DE TRANSFERENCIA.: ' WRK-QTDE-TRANSF.
           DISPLAY 'DORMENTES REATIVADAS....: ' WRK-QTDE-ACORDADA.
           DISPLAY 'LANCAMENTOS REJEITADOS..: ' WRK-QTDE-REJEITOS.
           DISPLAY 'DUPLICADAS REJEITADAS...: ' WRK-QTDE-DUPLICADAS.
           DISPLAY 'ESTORNOS ACEITOS........: ' WRK-QTDE-ESTORNOS.
           DISPLAY 'PERNAS ESTORNADAS.......: ' WRK-QTDE-PERNAS-EST.
           DISPLAY 'PERNAS NO HISTORICO.....: ' WRK-QTDE-HISTORICO.
           DISPLAY 'PERNAS TRANSF REJEITADAS: ' WRK-QTDE-REJ-TRANSF.
           DISPLAY 'MASTER POSTADO GRAVADOS.: ' WRK-QTDE-GRAVADOS.

           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIPOSTA'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       012-FIM.
           EXIT.
      *************************
       013-CARREGA-PARM-DUP SECTION.
      *************************
      *    PERCENTUAL MAXIMO DE DUPLICADAS NO LOTE (DUPPRM, 3
      *    DIGITOS). SEM CARTAO OU CAMPO NAO NUMERICO VALE 10%.
      *************************
           OPEN INPUT ARQ-PARM-DUP.

           IF WRK-FS-PARM-DUP = '00'
              READ ARQ-PARM-DUP
                  NOT AT END
                      IF PARM-PCT-DUPLICADA IS NUMERIC
                         MOVE PARM-PCT-DUPLICADA TO WRK-PCT-DUPLICADA
                      END-IF
              END-READ
              CLOSE ARQ-PARM-DUP
           END-IF.
       013-FIM.
           EXIT.
      *************************
       014-CONSULTA-HISTORICO SECTION.
      *************************
      *    PROCURA A PERNA DO LANCAMENTO CORRENTE NO HISTORICO DE
      *    TRANSACOES POSTADAS (CHAVE TRANSACAO + CONTA + CODIGO).
      *************************
           MOVE 'N'              TO WRK-HST-ACHADO.
           MOVE LAN-ID-TRANSACAO TO HST-ID-TRANSACAO.
           MOVE LAN-CONTA-NUM    TO HST-CONTA-NUM.
           MOVE LAN-CODIGO       TO HST-CODIGO.

           READ HISTORICO-LANCAMENTO
               KEY IS HST-CHAVE
               INVALID KEY
                   GO TO 014-FIM
           END-READ.

           IF WRK-FS-HISTORICO = '00'
              MOVE 'S' TO WRK-HST-ACHADO
           END-IF.
       014-FIM.
           EXIT.
      *************************
       015-REGISTRA-HISTORICO SECTION.
      *************************
      *    PERNA POSTADA ENTRA NO HISTORICO COM A DATA DO CICLO E A
      *    HORA DESTA EXECUCAO. NO REPROCESSAMENTO DA DATA A CHAVE
      *    JA EXISTE E E REGRAVADA. FALHA DE GRAVACAO DEIXARIA A
      *    GUARDA CEGA PARA ESTA PERNA, ENTAO INTERROMPE A POSTAGEM.
      *************************
           MOVE LAN-ID-TRANSACAO  TO HST-ID-TRANSACAO.
           MOVE LAN-CONTA-NUM     TO HST-CONTA-NUM.
           MOVE LAN-CODIGO        TO HST-CODIGO.
           MOVE LAN-VALOR         TO HST-VALOR.
           MOVE LAN-CONTA-CONTRA  TO HST-CONTA-CONTRA.
           MOVE WRK-DATA-CICLO    TO HST-DATA.
           MOVE WRK-HORA-EXECUCAO TO HST-HORA.

           IF LAN-ESTORNO OR WRK-PERNA-ESTORNO-SIM
              MOVE LAN-ID-ORIGINAL TO HST-ID-ORIGINAL
           ELSE
              MOVE ZEROS           TO HST-ID-ORIGINAL
           END-IF.

      *    A REGRAVACAO DO REPROCESSAMENTO PRESERVA A MARCA DE
      *    ESTORNO QUE A PERNA JA TENHA RECEBIDO.
           IF WRK-HST-ACHADO-SIM
              REWRITE REG-HISTORICO
           ELSE
              MOVE 'N'   TO HST-ESTORNADA
              MOVE ZEROS TO HST-ID-ESTORNO
              MOVE ZEROS TO HST-DATA-ESTORNO
              WRITE REG-HISTORICO
           END-IF.

           IF WRK-FS-HISTORICO NOT = '00'
              DISPLAY 'ERRO NA GRAVACAO DO HISTORICO DE LANCAMENTOS'
                      ' - TRANSACAO ' LAN-ID-TRANSACAO
                      ' CONTA ' LAN-CONTA-NUM
                      ' - FS ' WRK-FS-HISTORICO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WRK-QTDE-HISTORICO.
       015-FIM.
           EXIT.
      *************************
       015A-MARCA-ORIGINAL SECTION.
      *************************
      *    A PERNA ORIGINAL (MESMA CONTA, CODIGO CONTRARIO AO DA
      *    PERNA ESTORNADA) FICA MARCADA COM O ESTORNO E A DATA, E
      *    NAO PODE SER ESTORNADA DE NOVO.
      *************************
           MOVE LAN-ID-ORIGINAL TO HST-ID-TRANSACAO.
           MOVE LAN-CONTA-NUM   TO HST-CONTA-NUM.

           IF LAN-DEBITO
              MOVE 'C' TO HST-CODIGO
           ELSE
              MOVE 'D' TO HST-CODIGO
           END-IF.

           READ HISTORICO-LANCAMENTO
               KEY IS HST-CHAVE
               INVALID KEY
                   DISPLAY 'PERNA ORIGINAL SUMIU DO HISTORICO - '
                           'TRANSACAO ' LAN-ID-ORIGINAL
                           ' CONTA ' LAN-CONTA-NUM
                   GO TO 015A-FIM
           END-READ.

           MOVE 'S'              TO HST-ESTORNADA.
           MOVE LAN-ID-TRANSACAO TO HST-ID-ESTORNO.
           MOVE WRK-DATA-CICLO   TO HST-DATA-ESTORNO.

           REWRITE REG-HISTORICO.

           IF WRK-FS-HISTORICO NOT = '00'
              DISPLAY 'ERRO NA MARCA DE ESTORNO DO HISTORICO'
                      ' - TRANSACAO ' LAN-ID-ORIGINAL
                      ' CONTA ' LAN-CONTA-NUM
                      ' - FS ' WRK-FS-HISTORICO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       015A-FIM.
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
