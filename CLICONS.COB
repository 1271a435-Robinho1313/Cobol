      *  PEDIDO DO CONSPRM TRAZ O TIPO DE BUSCA:
      *     BRANCO OU C = PELO NUMERO DA CONTA (COMO SEMPRE)
      *     J = TODAS AS CONTAS DO CNPJ (CHAVE ALTERNADA)
      *     F = TODAS AS CONTAS DO CPF (MESMA CHAVE ALTERNADA, COM
      *         OS 11 DIGITOS NAS PRIMEIRAS POSICOES DE PED-CNPJ)
      *     N = CONTAS CUJO NOME COMECA PELO PREFIXO INFORMADO
      *  AS BUSCAS POR DOCUMENTO E NOME USAM AS CHAVES ALTERNADAS DO
      *  MASTER INDEXADO (CLIMSTI) E MOSTRAM CADA CONTA ENCONTRADA
      *  COM O MESMO DETALHE DA CONSULTA POR CONTA, MAIS AS ULTIMAS
      *  OCORRENCIAS DE CADA CONTA. AS BUSCAS POR DOCUMENTO (J/F)
      *  ACHAM TAMBEM AS CONTAS EM QUE O DOCUMENTO E DE UM DOS
      *  TITULARES DA CONTA CONJUNTA (INDEXADO DE TITULARES CLITITI,
      *  CHAVE ALTERNADA POR DOCUMENTO), E TODA CONTA MOSTRADA LISTA
      *  SEUS TITULARES COM O PAPEL DE CADA UM
      *  NA AUDITORIA INDEXADA (CLIAUDI, CHAVE CONTA + DATA + SEQ,
      *  CARREGADA PELO CLIAUDX APOS CADA BALANCETE): A CONSULTA LE
      *  SO AS CHAVES DA CONTA PEDIDA, SEM VARRER A TRILHA INTEIRA.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTX-CONTA-NUM
               FILE STATUS IS WRK-FS-CTT-IDX.
           SELECT OPTIONAL TITULAR-INDEXADO ASSIGN TO "CLITITI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIX-CHAVE
               ALTERNATE RECORD KEY IS TIX-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-TIT-IDX.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
           05  IDX-DATA-ENCER      PIC 9(008).
           05  IDX-LIMITE          PIC 9(007).
           05  IDX-META-POUP       PIC 9(007).
           05  IDX-DATA-ULT-MOV    PIC 9(008).
           05  IDX-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-PEDIDOS
           LABEL RECORD IS STANDARD.
           05  PED-TIPO            PIC X(001).
               88 PED-POR-CONTA          VALUE 'C' ' '.
               88 PED-POR-CNPJ           VALUE 'J'.
               88 PED-POR-CPF            VALUE 'F'.
               88 PED-POR-NOME           VALUE 'N'.
           05  PED-CNPJ            PIC X(014).
           05  PED-NOME            PIC X(030).
           05  CTX-CEP             PIC 9(008).
           05  CTX-TELEFONE        PIC X(015).
           05  CTX-EMAIL           PIC X(040).
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
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-CNPJ-VALIDO   PIC  X(001) VALUE 'N'.
       01  WRK-TIPO-CONTA    PIC 9.
           COPY TCCODES.
       01  WRK-TIPO-DOC      PIC X.
           COPY TDCODES.
       01  WRK-SITUACAO      PIC X.
           COPY STCODES.
       01  WRK-PAPEL         PIC X.
           COPY PTCODES.
       01  WRK-FS-TIT-IDX    PIC  X(002).
       01  WRK-TIT-ABERTO    PIC  X(001) VALUE 'N'.
           88 WRK-TIT-ABERTO-SIM    VALUE 'S'.
       01  WRK-FIM-TIT       PIC  X(001) VALUE 'N'.
           88 WRK-FIM-TIT-SIM       VALUE 'S'.
      *
      *  CONTAS EM QUE O DOCUMENTO PEDIDO E DE UM TITULAR (GUARDADAS
      *  ANTES DE MOSTRAR, PORQUE A LISTA DE TITULARES DE CADA CONTA
      *  REPOSICIONA O INDEXADO DE TITULARES)
      *
       01  WRK-QTDE-TIT-ACH  PIC  9(02) COMP VALUE 0.
       01  WRK-MAX-TIT-ACH   PIC  9(02) COMP VALUE 20.
       01  WRK-IND-TIT       PIC  9(02) COMP VALUE 0.
       01  WRK-TAB-TITULARES.
           05  WRK-TAB-TIT OCCURS 20 TIMES.
               10  WRK-TAB-TIT-CONTA    PIC 9(006).
               10  WRK-TAB-TIT-PAPEL    PIC X(001).
      *
      *  ULTIMAS OCORRENCIAS DE AUDITORIA DA CONTA CONSULTADA
      *  (TABELA CIRCULANTE COM AS 5 MAIS RECENTES)
              MOVE 'S' TO WRK-CTT-ABERTO
           END-IF.

      *    O TITULAR INDEXADO TAMBEM E OPCIONAL: SEM ELE A BUSCA
      *    POR DOCUMENTO FICA SO NO DOCUMENTO DO MASTER.
           OPEN INPUT TITULAR-INDEXADO.

           IF WRK-FS-TIT-IDX = '00'
              MOVE 'S' TO WRK-TIT-ABERTO
           END-IF.

           OPEN INPUT ARQ-PEDIDOS.

           READ ARQ-PEDIDOS
               DISPLAY 'CONSULTA PELO CNPJ ' PED-CNPJ
               DISPLAY '==========================================='
               PERFORM 007-CONSULTA-CNPJ
            WHEN PED-POR-CPF
               DISPLAY 'CONSULTA PELO CPF ' PED-CNPJ
               DISPLAY '==========================================='
               PERFORM 007-CONSULTA-CNPJ
            WHEN PED-POR-NOME
               DISPLAY 'CONSULTA PELO NOME ' PED-NOME
               DISPLAY '==========================================='
      *************************
       007-CONSULTA-CNPJ SECTION.
      *************************
      *    TODAS AS CONTAS DO CNPJ OU DO CPF, PELA CHAVE ALTERNADA
      *    IDX-CNPJ (O CPF FICA NO MESMO CAMPO, ALINHADO A ESQUERDA).
      *************************
           MOVE 'N'      TO WRK-FIM-BUSCA.
           MOVE PED-CNPJ TO IDX-CNPJ.
           END-START.

           IF WRK-FIM-BUSCA-SIM
              GO TO 007-TITULARES
           END-IF.

           READ MASTER-INDEXADO NEXT
           END-READ.

           PERFORM 007A-PROXIMA-DO-CNPJ UNTIL WRK-FIM-BUSCA-SIM.
       007-TITULARES.
           PERFORM 007B-BUSCA-TITULARES.
       007-FIM.
           EXIT.
      *************************
              GO TO 007A-FIM
           END-IF.

      *    SO MOSTRA A CONTA CUJO TIPO DE DOCUMENTO E O PEDIDO.
           MOVE IDX-TIPO-DOC TO WRK-TIPO-DOC.

           IF (PED-POR-CPF AND TD-CPF)
              OR (PED-POR-CNPJ AND NOT TD-CPF)
              PERFORM 010-MOSTRA-ACHADO
           END-IF.

           READ MASTER-INDEXADO NEXT
               AT END
           END-READ.
       007A-FIM.
           EXIT.
      *************************
       007B-BUSCA-TITULARES SECTION.
      *************************
      *    CONTAS EM QUE O DOCUMENTO PEDIDO E DE UM TITULAR DA CONTA
      *    CONJUNTA, PELA CHAVE ALTERNADA TIX-DOCUMENTO. A CONTA CUJO
      *    DOCUMENTO DO MASTER JA E O PEDIDO SAIU NA BUSCA ACIMA E
      *    NAO SE REPETE.
      *************************
           MOVE 0   TO WRK-QTDE-TIT-ACH.
           MOVE 'N' TO WRK-FIM-TIT.

           IF NOT WRK-TIT-ABERTO-SIM
              GO TO 007B-FIM
           END-IF.

           MOVE PED-CNPJ TO TIX-DOCUMENTO.

           START TITULAR-INDEXADO
               KEY NOT LESS THAN TIX-DOCUMENTO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TIT
           END-START.

           IF WRK-FIM-TIT-SIM
              GO TO 007B-FIM
           END-IF.

           READ TITULAR-INDEXADO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TIT
           END-READ.

           PERFORM 007C-PROXIMO-TITULAR UNTIL WRK-FIM-TIT-SIM.

           PERFORM 007D-MOSTRA-DO-TITULAR
               VARYING WRK-IND-TIT FROM 1 BY 1
               UNTIL WRK-IND-TIT > WRK-QTDE-TIT-ACH.
       007B-FIM.
           EXIT.
      *************************
       007C-PROXIMO-TITULAR SECTION.
      *************************
           IF TIX-DOCUMENTO NOT = PED-CNPJ
              MOVE 'S' TO WRK-FIM-TIT
              GO TO 007C-FIM
           END-IF.

           MOVE TIX-TIPO-DOC TO WRK-TIPO-DOC.

           IF ((PED-POR-CPF AND TD-CPF)
              OR (PED-POR-CNPJ AND NOT TD-CPF))
              AND WRK-QTDE-TIT-ACH < WRK-MAX-TIT-ACH
              ADD 1 TO WRK-QTDE-TIT-ACH
              MOVE TIX-CONTA-NUM TO WRK-TAB-TIT-CONTA(WRK-QTDE-TIT-ACH)
              MOVE TIX-PAPEL     TO WRK-TAB-TIT-PAPEL(WRK-QTDE-TIT-ACH)
           END-IF.

           READ TITULAR-INDEXADO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TIT
           END-READ.
       007C-FIM.
           EXIT.
      *************************
       007D-MOSTRA-DO-TITULAR SECTION.
      *************************
           MOVE WRK-TAB-TIT-CONTA(WRK-IND-TIT) TO IDX-CONTA-NUM.

           READ MASTER-INDEXADO
               KEY IS IDX-CONTA-NUM
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WRK-FS-INDEXADO NOT = '00'
              GO TO 007D-FIM
           END-IF.

           MOVE IDX-TIPO-DOC TO WRK-TIPO-DOC.

           IF IDX-CNPJ = PED-CNPJ
              AND ((PED-POR-CPF AND TD-CPF)
                OR (PED-POR-CNPJ AND NOT TD-CPF))
              GO TO 007D-FIM
           END-IF.

           MOVE WRK-TAB-TIT-PAPEL(WRK-IND-TIT) TO WRK-PAPEL.

           DISPLAY ' '.

           EVALUATE TRUE
            WHEN PT-PRINCIPAL
               DISPLAY '*** DOCUMENTO E TITULAR PRINCIPAL DA CONTA'
            WHEN PT-SEGUNDO
               DISPLAY '*** DOCUMENTO E SEGUNDO TITULAR DA CONTA'
            WHEN OTHER
               DISPLAY '*** DOCUMENTO E REPRESENTANTE LEGAL DA CONTA'
           END-EVALUATE.

           PERFORM 010-MOSTRA-ACHADO.
       007D-FIM.
           EXIT.
      *************************
       008-CONSULTA-NOME SECTION.
      *************************
           MOVE IDX-CONTA-NUM TO WRK-CONTA-BUSCA.

           PERFORM 003-MOSTRA-CONTA.
           PERFORM 012-MOSTRA-TITULARES.
           PERFORM 011-MOSTRA-CONTATO.
           PERFORM 004-BUSCA-AUDITORIA.
           PERFORM 005-MOSTRA-AUDITORIA.
           END-IF.
       011-FIM.
           EXIT.
      *************************
       012-MOSTRA-TITULARES SECTION.
      *************************
      *    TITULARES DA CONTA (CLITITI), POSICIONANDO NA PRIMEIRA
      *    CHAVE DA CONTA E LENDO PARA FRENTE ENQUANTO A CONTA
      *    CONFERE. CONTA SEM TITULAR CADASTRADO NAO MOSTRA NADA.
      *************************
           MOVE 'N' TO WRK-FIM-TIT.

           IF NOT WRK-TIT-ABERTO-SIM
              GO TO 012-FIM
           END-IF.

           MOVE WRK-CONTA-BUSCA TO TIX-CONTA-NUM.
           MOVE LOW-VALUES      TO TIX-DOCUMENTO.

           START TITULAR-INDEXADO
               KEY NOT LESS THAN TIX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TIT
           END-START.

           IF WRK-FIM-TIT-SIM
              GO TO 012-FIM
           END-IF.

           READ TITULAR-INDEXADO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TIT
           END-READ.

           PERFORM 012A-MOSTRA-TITULAR UNTIL WRK-FIM-TIT-SIM.
       012-FIM.
           EXIT.
      *************************
       012A-MOSTRA-TITULAR SECTION.
      *************************
           IF TIX-CONTA-NUM NOT = WRK-CONTA-BUSCA
              MOVE 'S' TO WRK-FIM-TIT
              GO TO 012A-FIM
           END-IF.

           MOVE TIX-DOCUMENTO TO WRK-CNPJ.
           MOVE TIX-TIPO-DOC  TO WRK-TIPO-DOC.

           IF TD-CPF
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           ELSE
              CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           END-IF.

           MOVE TIX-PAPEL TO WRK-PAPEL.

           EVALUATE TRUE
            WHEN PT-PRINCIPAL
               DISPLAY 'TITULAR.....: P ' WRK-CNPJ-ALFA ' ' TIX-NOME
            WHEN PT-SEGUNDO
               DISPLAY 'TITULAR.....: S ' WRK-CNPJ-ALFA ' ' TIX-NOME
            WHEN OTHER
               DISPLAY 'REPRESENT...: R ' WRK-CNPJ-ALFA ' ' TIX-NOME
           END-EVALUATE.

           READ TITULAR-INDEXADO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-TIT
           END-READ.
       012A-FIM.
           EXIT.
      *************************
       003-MOSTRA-CONTA SECTION.
      *************************
           MOVE IDX-CNPJ     TO WRK-CNPJ.
           MOVE IDX-TIPO-DOC TO WRK-TIPO-DOC.

           IF TD-CPF
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           ELSE
              CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           END-IF.

           MOVE IDX-TIPO-CONTA TO WRK-TIPO-CONTA.
           MOVE IDX-SALDO      TO WRK-SALDO-FMT.

           DISPLAY 'CONTA.......: ' IDX-CONTA-NUM.
           DISPLAY 'NOME........: ' IDX-NOME.

           IF TD-CPF
              DISPLAY 'CPF.........: ' WRK-CNPJ-ALFA
           ELSE
              DISPLAY 'CNPJ........: ' WRK-CNPJ-ALFA
           END-IF.

           EVALUATE TRUE
            WHEN TC-CORRENTE
            WHEN OTHER
               DISPLAY 'SITUACAO....: A - ATIVA'
           END-EVALUATE.

           IF IDX-DATA-ULT-MOV IS NUMERIC
              AND IDX-DATA-ULT-MOV > 0
              DISPLAY 'ULTIMA MOVIM: ' IDX-DATA-ULT-MOV
           END-IF.
       003-FIM.
           EXIT.
      *************************
              CLOSE CONTATO-INDEXADO
           END-IF.

           IF WRK-TIT-ABERTO-SIM
              CLOSE TITULAR-INDEXADO
           END-IF.

           CLOSE ARQ-PEDIDOS.

           DISPLAY ' '.
