      *    - ENTRADA DO REGISTRO SEM CONTA DE CLIENTE
      *    - CLIENTE COM CNPJ MARCADO INVALIDO NO REGISTRO
      *  CONFERENCIA TRIMESTRAL DE COMPLIANCE.
      *  TITULAR PESSOA FISICA (CLI-TIPO-DOC 'F') E CONFRONTADO PELO
      *  CPF: NO REGISTRO O CPF VEM FORMATADO PELO CPFVALID
      *  (999.999.999-99) E VOLTA PARA OS 11 DIGITOS ALINHADOS A
      *  ESQUERDA, COMO NO MASTER, ANTES DA CLASSIFICACAO.
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
           05  SRT1-CNPJ           PIC X(014).
           05  SRT1-CONTA-NUM      PIC 9(006).
           05  SRT1-NOME           PIC X(030).
           05  SRT1-TIPO-DOC       PIC X(001).
      *----------------------------------------------------------------*
       SD  ARQ-SORT-REG.
       01  REG-SORT-REG.
           05  SRT2-CNPJ           PIC X(014).
           05  SRT2-SITUACAO       PIC X(009).
           05  SRT2-TIPO-DOC       PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-MST-ORD
           LABEL RECORD IS STANDARD.
           05  ORD1-CNPJ           PIC X(014).
           05  ORD1-CONTA-NUM      PIC 9(006).
           05  ORD1-NOME           PIC X(030).
           05  ORD1-TIPO-DOC       PIC X(001).
      *----------------------------------------------------------------*
       FD  ARQ-REG-ORD
           LABEL RECORD IS STANDARD.
       01  REG-REG-ORD.
           05  ORD2-CNPJ           PIC X(014).
           05  ORD2-SITUACAO       PIC X(009).
           05  ORD2-TIPO-DOC       PIC X(001).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-CNPJ          PIC  X(014) VALUE SPACES.
       01  WRK-CNPJ-ALFA     PIC  X(018) VALUE SPACES.
       01  WRK-CNPJ-VALIDO   PIC  X(001) VALUE 'N'.
       01  WRK-TIPO-DOC      PIC  X(001) VALUE SPACE.
           COPY TDCODES.
       01  WRK-QTDE-CLIENTES PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-REGISTRO PIC  9(06) COMP VALUE 0.
       01  WRK-QTDE-SEM-REG  PIC  9(06) COMP VALUE 0.
           MOVE CLI-CNPJ      TO SRT1-CNPJ.
           MOVE CLI-CONTA-NUM TO SRT1-CONTA-NUM.
           MOVE CLI-NOME      TO SRT1-NOME.
           MOVE CLI-TIPO-DOC  TO SRT1-TIPO-DOC.

           RELEASE REG-SORT-MST.
       001A-LE.
       002A-LIBERA-REGISTRO SECTION.
      *************************
      *    DESMONTA A PONTUACAO DO CNPJ FORMATADO (99.999.999/
      *    9999-99) PARA RECUPERAR OS 14 CARACTERES DA CHAVE. O CPF
      *    FORMATADO (999.999.999-99) OCUPA SO 14 DAS 18 POSICOES E
      *    VOLTA PARA OS 11 DIGITOS SEGUIDOS DE BRANCOS.
      *************************
           ADD 1 TO WRK-QTDE-REGISTRO.

           MOVE SAI-SITUACAO         TO SRT2-SITUACAO.

           IF SAI-CNPJ-ALFA(15:4) = SPACES
              MOVE SPACES               TO SRT2-CNPJ
              MOVE SAI-CNPJ-ALFA(1:3)   TO SRT2-CNPJ(1:3)
              MOVE SAI-CNPJ-ALFA(5:3)   TO SRT2-CNPJ(4:3)
              MOVE SAI-CNPJ-ALFA(9:3)   TO SRT2-CNPJ(7:3)
              MOVE SAI-CNPJ-ALFA(13:2)  TO SRT2-CNPJ(10:2)
              MOVE 'F'                  TO SRT2-TIPO-DOC
              GO TO 002A-LIBERA
           END-IF.

           MOVE 'J'                  TO SRT2-TIPO-DOC.
           MOVE SAI-CNPJ-ALFA(1:2)   TO SRT2-CNPJ(1:2).
           MOVE SAI-CNPJ-ALFA(4:3)   TO SRT2-CNPJ(3:3).
           MOVE SAI-CNPJ-ALFA(8:3)   TO SRT2-CNPJ(6:3).
           MOVE SAI-CNPJ-ALFA(12:4)  TO SRT2-CNPJ(9:4).
           MOVE SAI-CNPJ-ALFA(17:2)  TO SRT2-CNPJ(13:2).
       002A-LIBERA.
           RELEASE REG-SORT-REG.

           READ ARQ-REGISTRO
           OPEN INPUT ARQ-REG-ORD.

           DISPLAY '==========================================='.
           DISPLAY ' CONFRONTO MASTER X REGISTRO DE CNPJ/CPF'.
           DISPLAY '==========================================='.

           PERFORM 005-LE-MST-ORD.
               IF ORD2-SITUACAO = 'INVALIDO'
                  ADD 1 TO WRK-QTDE-INVALIDO
                  PERFORM 007-FORMATA-CNPJ-MST
                  DISPLAY 'DOCUMENTO INVALIDO....: CONTA '
                          ORD1-CONTA-NUM ' ' ORD1-NOME
                          ' ' WRK-CNPJ-ALFA
               END-IF
      *************************
       007-FORMATA-CNPJ-MST SECTION.
      *************************
           MOVE ORD1-CNPJ     TO WRK-CNPJ.
           MOVE ORD1-TIPO-DOC TO WRK-TIPO-DOC.

           PERFORM 010-FORMATA-DOCUMENTO.
       007-FIM.
           EXIT.
      *************************
       008-FORMATA-CNPJ-REG SECTION.
      *************************
           MOVE ORD2-CNPJ     TO WRK-CNPJ.
           MOVE ORD2-TIPO-DOC TO WRK-TIPO-DOC.

           PERFORM 010-FORMATA-DOCUMENTO.
       008-FIM.
           EXIT.
      *************************
           DISPLAY 'ENTRADAS NO REGISTRO....: ' WRK-QTDE-REGISTRO.
           DISPLAY 'CLIENTES SEM REGISTRO...: ' WRK-QTDE-SEM-REG.
           DISPLAY 'REGISTROS SEM CONTA.....: ' WRK-QTDE-SEM-CONTA.
           DISPLAY 'CLIENTES COM DOCUMENTO INVALIDO NO REGISTRO: '
                   WRK-QTDE-INVALIDO.
           DISPLAY '==========================================='.
       009-FIM.
           EXIT.
      *************************
       010-FORMATA-DOCUMENTO SECTION.
      *************************
      *    FORMATA O DOCUMENTO PELO TIPO: CPF PELO CPFVALID, CNPJ
      *    (OU TIPO EM BRANCO) PELO CNPJALFA.
      *************************
           IF TD-CPF
              CALL 'CPFVALID' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           ELSE
              CALL 'CNPJALFA' USING WRK-CNPJ WRK-CNPJ-ALFA
                                     WRK-CNPJ-VALIDO
           END-IF.
       010-FIM.
           EXIT.
