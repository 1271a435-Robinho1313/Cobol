      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CPFVALID.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  FORMATACAO E VALIDACAO DE CPF, NA MESMA INTERFACE DO
      *  CNPJALFA PARA O CHAMADOR SO TROCAR O PROGRAMA PELO TIPO DE
      *  DOCUMENTO DO TITULAR. O CPF OCUPA AS 11 PRIMEIRAS POSICOES
      *  DO CAMPO DE DOCUMENTO (X(14)), COM AS 3 ULTIMAS EM BRANCO.
      *  OS DOIS DIGITOS VERIFICADORES SAO CALCULADOS POR MODULO 11:
      *  O 1o COM PESOS 10 A 2 SOBRE A BASE (9 DIGITOS), O 2o COM
      *  PESOS 11 A 2 SOBRE A BASE MAIS O 1o DV. CARACTERE NAO
      *  NUMERICO, POSICAO 12-14 PREENCHIDA OU OS 11 DIGITOS IGUAIS
      *  (000.000.000-00, 111.111.111-11 ... QUE FECHAM O MODULO
      *  11 MAS NAO SAO EMITIDOS) INVALIDAM A ENTRADA.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
        FILE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  CPF-ENTRADA      PIC   X(014) VALUE SPACES.
       01  CPF-CARACTERES REDEFINES CPF-ENTRADA.
           05  CPF-CHAR     PIC X(001) OCCURS 14 TIMES.
       01  CPF-FORMATADO    PIC   X(018) VALUE SPACES.

      * PESOS DO MODULO 11 - 1o E 2o DIGITO VERIFICADOR DO CPF
       01  TAB-PESO1-VALORES.
           05  FILLER PIC 9(2) VALUE 10.
           05  FILLER PIC 9(2) VALUE 09.
           05  FILLER PIC 9(2) VALUE 08.
           05  FILLER PIC 9(2) VALUE 07.
           05  FILLER PIC 9(2) VALUE 06.
           05  FILLER PIC 9(2) VALUE 05.
           05  FILLER PIC 9(2) VALUE 04.
           05  FILLER PIC 9(2) VALUE 03.
           05  FILLER PIC 9(2) VALUE 02.
       01  TAB-PESO1 REDEFINES TAB-PESO1-VALORES.
           05  PESO1        PIC 9(2) OCCURS 9 TIMES.

       01  TAB-PESO2-VALORES.
           05  FILLER PIC 9(2) VALUE 11.
           05  FILLER PIC 9(2) VALUE 10.
           05  FILLER PIC 9(2) VALUE 09.
           05  FILLER PIC 9(2) VALUE 08.
           05  FILLER PIC 9(2) VALUE 07.
           05  FILLER PIC 9(2) VALUE 06.
           05  FILLER PIC 9(2) VALUE 05.
           05  FILLER PIC 9(2) VALUE 04.
           05  FILLER PIC 9(2) VALUE 03.
           05  FILLER PIC 9(2) VALUE 02.
       01  TAB-PESO2 REDEFINES TAB-PESO2-VALORES.
           05  PESO2        PIC 9(2) OCCURS 10 TIMES.

      * VALOR DE CADA DIGITO DA BASE (1-9) E DO DV1 (10)
       01  WRK-VALORES.
           05  WRK-VALOR    PIC 9(001) OCCURS 10 TIMES.
       01  WRK-DV1          PIC 9(001) VALUE 0.
       01  WRK-DV2          PIC 9(001) VALUE 0.
       01  WRK-DIG-DV       PIC 9(001) VALUE 0.
       01  WRK-SOMA         PIC 9(004) COMP VALUE 0.
       01  WRK-QUOCIENTE    PIC 9(004) COMP VALUE 0.
       01  WRK-RESTO        PIC 9(002) COMP VALUE 0.
       01  WRK-IND          PIC 9(002) COMP VALUE 0.
       01  WRK-CARACTERES-OK PIC X(001) VALUE 'S'.
           88 WRK-CARACTERES-OK-SIM  VALUE 'S'.
       01  WRK-DIGITOS-IGUAIS PIC X(001) VALUE 'S'.
           88 WRK-DIGITOS-IGUAIS-SIM VALUE 'S'.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      * LK-CPF-ENTRADA    - 14 CARACTERES: BASE (9) + DV (2) + BRANCOS
      * LK-CPF-FORMATADO  - CPF FORMATADO COM PONTUACAO (999.999.999-
      *                     99) NAS 14 PRIMEIRAS POSICOES
      * LK-CPF-VALIDO     - 'S' SE OS DV INFORMADOS CONFEREM, 'N' SENAO
      *----------------------------------------------------------------*
       01  LK-CPF-ENTRADA   PIC   X(014).
       01  LK-CPF-FORMATADO PIC   X(018).
       01  LK-CPF-VALIDO    PIC   X(001).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-CPF-ENTRADA
                                 LK-CPF-FORMATADO
                                 LK-CPF-VALIDO.
      *----------------------------------------------------------------*
           MOVE LK-CPF-ENTRADA TO CPF-ENTRADA.
           MOVE 'S'            TO WRK-CARACTERES-OK.
           MOVE 'S'            TO WRK-DIGITOS-IGUAIS.

           PERFORM 005-VALOR-DIGITO
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 9.

           PERFORM 001-CALCULA-DV1.
           PERFORM 002-CALCULA-DV2.
           PERFORM 003-MONTA-FORMATADO.
           PERFORM 004-VALIDA-ENTRADA.

           MOVE CPF-FORMATADO TO LK-CPF-FORMATADO.

           GOBACK.
      ****************************
       001-CALCULA-DV1 SECTION.
      ****************************
           MOVE 0 TO WRK-SOMA.

           PERFORM 001A-SOMA-PESO1
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 9.

           DIVIDE WRK-SOMA BY 11
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.

           IF WRK-RESTO < 2
              MOVE 0 TO WRK-DV1
           ELSE
              COMPUTE WRK-DV1 = 11 - WRK-RESTO
           END-IF.
       001-FIM.
           EXIT.
      ****************************
       001A-SOMA-PESO1 SECTION.
      ****************************
           COMPUTE WRK-SOMA = WRK-SOMA +
                   (WRK-VALOR(WRK-IND) * PESO1(WRK-IND)).
       001A-FIM.
           EXIT.
      ****************************
       002-CALCULA-DV2 SECTION.
      ****************************
           MOVE 0 TO WRK-SOMA.

           MOVE WRK-DV1 TO WRK-VALOR(10).

           PERFORM 002B-SOMA-PESO2
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 10.

           DIVIDE WRK-SOMA BY 11
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.

           IF WRK-RESTO < 2
              MOVE 0 TO WRK-DV2
           ELSE
              COMPUTE WRK-DV2 = 11 - WRK-RESTO
           END-IF.
       002-FIM.
           EXIT.
      ****************************
       002B-SOMA-PESO2 SECTION.
      ****************************
           COMPUTE WRK-SOMA = WRK-SOMA +
                   (WRK-VALOR(WRK-IND) * PESO2(WRK-IND)).
       002B-FIM.
           EXIT.
      ****************************
       003-MONTA-FORMATADO SECTION.
      ****************************
           MOVE SPACES                TO CPF-FORMATADO.
           MOVE CPF-ENTRADA(1:3)      TO CPF-FORMATADO(1:3).
           MOVE '.'                   TO CPF-FORMATADO(4:1).
           MOVE CPF-ENTRADA(4:3)      TO CPF-FORMATADO(5:3).
           MOVE '.'                   TO CPF-FORMATADO(8:1).
           MOVE CPF-ENTRADA(7:3)      TO CPF-FORMATADO(9:3).
           MOVE '-'                   TO CPF-FORMATADO(12:1).
           MOVE CPF-ENTRADA(10:2)     TO CPF-FORMATADO(13:2).
       003-FIM.
           EXIT.
      ****************************
       004-VALIDA-ENTRADA SECTION.
      ****************************
           MOVE 'N' TO LK-CPF-VALIDO.

           IF NOT WRK-CARACTERES-OK-SIM
              GO TO 004-FIM
           END-IF.

           IF CPF-ENTRADA(12:3) NOT = SPACES
              GO TO 004-FIM
           END-IF.

           IF CPF-CHAR(10) IS NOT NUMERIC
              OR CPF-CHAR(11) IS NOT NUMERIC
              GO TO 004-FIM
           END-IF.

           IF WRK-DIGITOS-IGUAIS-SIM
              AND CPF-CHAR(10) = CPF-CHAR(1)
              AND CPF-CHAR(11) = CPF-CHAR(1)
              GO TO 004-FIM
           END-IF.

           MOVE CPF-CHAR(10) TO WRK-DIG-DV.

           IF WRK-DIG-DV NOT = WRK-DV1
              GO TO 004-FIM
           END-IF.

           MOVE CPF-CHAR(11) TO WRK-DIG-DV.

           IF WRK-DIG-DV NOT = WRK-DV2
              GO TO 004-FIM
           END-IF.

           MOVE 'S' TO LK-CPF-VALIDO.
       004-FIM.
           EXIT.
      ****************************
       005-VALOR-DIGITO SECTION.
      ****************************
      *    VALOR DO DIGITO DA POSICAO WRK-IND DA BASE. CARACTERE NAO
      *    NUMERICO INVALIDA A ENTRADA; DIGITO DIFERENTE DO PRIMEIRO
      *    DESFAZ A SEQUENCIA DE DIGITOS IGUAIS.
      ****************************
           MOVE 0 TO WRK-VALOR(WRK-IND).

           IF CPF-CHAR(WRK-IND) IS NOT NUMERIC
              MOVE 'N' TO WRK-CARACTERES-OK
              GO TO 005-FIM
           END-IF.

           MOVE CPF-CHAR(WRK-IND) TO WRK-VALOR(WRK-IND).

           IF CPF-CHAR(WRK-IND) NOT = CPF-CHAR(1)
              MOVE 'N' TO WRK-DIGITOS-IGUAIS
           END-IF.
       005-FIM.
           EXIT.
