      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLIRENDA.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  ACUMULADO DO ANO PARA O INFORME DE RENDIMENTOS. CLASSIFICA
      *  POR CONTA OS RENDIMENTOS E ENCARGOS DO CICLO GRAVADOS PELO
      *  BALANCETE (CLIRDD: RENDIMENTO CREDITADO, TARIFA, JUROS E
      *  IOF DO CHEQUE ESPECIAL E SALDO DE FECHAMENTO, EM BRL) E
      *  CASA COM O ACUMULADO ATUAL (CLIRDA), GRAVANDO O NOVO
      *  ACUMULADO (CLIRDAN) QUE O STEP RDACOPY DEVOLVE SOBRE
      *  CLI.CLIENTE.RENDIMENTO.ACUMULADO.
      *  - A MESMA CONTA REPETIDA NO CLIRDD (REINICIO DO BALANCETE
      *    DEPOIS DO ULTIMO CHECKPOINT) VALE PELA ULTIMA OCORRENCIA.
      *  - CICLO JA ACUMULADO NA CONTA (DATA DO CICLO NAO POSTERIOR A
      *    DATA DA ULTIMA SOMA - REPROCESSAMENTO) E SO CONTADO.
      *  - VIRADA DO ANO: NO PRIMEIRO CICLO DO ANO NOVO OS TOTAIS DO
      *    ANO QUE FECHOU, COM O SALDO DO ULTIMO CICLO DELE (SALDO EM
      *    31/12), PASSAM PARA O BLOCO DO ANO-BASE QUE O INFORME
      *    (CLIINFRD) IMPRIME, E O ANO CORRENTE RECOMECA ZERADO. A
      *    VIRADA VALE TAMBEM PARA A CONTA SEM CICLO NO DIA
      *    (ENCERRADA OU REJEITADA NO BALANCETE).
      *  - O ACUMULADO GUARDA O NOME E O CNPJ/CPF DO TITULAR DO
      *    ULTIMO CICLO DA CONTA, PARA O INFORME SAIR TAMBEM PARA A
      *    CONTA JA EXPURGADA DO MASTER.
      *  RENDIMENTO DE OUTRA DATA NO CLIRDD E ARQUIVO VELHO: RC 16.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RENDIMENTO ASSIGN TO "CLIRDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RENDIMENTO.
           SELECT OPTIONAL ARQ-ACUMULADO ASSIGN TO "CLIRDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACUMULADO.
           SELECT ARQ-ACUMULADO-NOVO ASSIGN TO "CLIRDAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACUM-NOVO.
           SELECT ARQ-SORT ASSIGN TO "SORTWK01".
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
       FD  ARQ-RENDIMENTO
           LABEL RECORD IS STANDARD.
       01  REG-RENDIMENTO-DIA      PIC X(107).
      *----------------------------------------------------------------*
       SD  ARQ-SORT.
       01  REG-SORT.
           05  SRT-CONTA-NUM       PIC 9(006).
           05  SRT-DATA            PIC 9(008).
           05  SRT-MOEDA           PIC X(003).
           05  SRT-RENDIMENTO      PIC S9(09).
           05  SRT-TARIFA          PIC S9(09).
           05  SRT-JUROS-CHEQUE    PIC S9(09).
           05  SRT-IOF-CHEQUE      PIC S9(09).
           05  SRT-SALDO           PIC S9(09).
           05  SRT-NOME            PIC X(030).
           05  SRT-CNPJ            PIC X(014).
           05  SRT-TIPO-DOC        PIC X(001).
      *----------------------------------------------------------------*
      *  ACUMULADO POR CONTA: ANO CORRENTE E ANO-BASE (O ANO QUE
      *  FECHOU NA ULTIMA VIRADA), EM BRL, E O TITULAR DA CONTA.
      *----------------------------------------------------------------*
       FD  ARQ-ACUMULADO
           LABEL RECORD IS STANDARD.
       01  REG-ACUMULADO.
           05  RDA-CONTA-NUM       PIC 9(006).
           05  FILLER              PIC X(154).
      *----------------------------------------------------------------*
       FD  ARQ-ACUMULADO-NOVO
           LABEL RECORD IS STANDARD.
       01  REG-ACUMULADO-NOVO      PIC X(160).
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
       01  WRK-FS-RENDIMENTO PIC  X(002).
       01  WRK-FS-ACUMULADO  PIC  X(002).
       01  WRK-FS-ACUM-NOVO  PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-DATA-CICLO-R REDEFINES WRK-DATA-CICLO.
           05  WRK-ANO-CICLO       PIC 9(004).
           05  WRK-MMDD-CICLO      PIC 9(004).
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-NOME-STEP     PIC  X(008) VALUE 'CLIRENDA'.
       01  WRK-STEP-ENCERRADO PIC X(001) VALUE 'N'.
           88 WRK-STEP-ENCERRADO-SIM VALUE 'S'.
       01  WRK-RC-ANTERIOR   PIC  9(004) VALUE 0.
       01  WRK-FIM-SORT      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-SORT-SIM      VALUE 'S'.
       01  WRK-FIM-ACUMULADO PIC  X(001) VALUE 'N'.
           88 WRK-FIM-ACUMULADO-SIM VALUE 'S'.
       01  WRK-ACUMULADO-ABERTO PIC X(001) VALUE 'N'.
           88 WRK-ACUMULADO-ABERTO-SIM VALUE 'S'.
       01  WRK-CONTA-ACUM    PIC  9(006) VALUE ZEROS.
      *
      *  OCORRENCIA PENDENTE DA CONTA EM CURSO NO CLIRDD: SO E
      *  APLICADA QUANDO A CONTA MUDA, PARA A ULTIMA REPETICAO VALER.
      *
       01  WRK-PENDENTE      PIC  X(001) VALUE 'N'.
           88 WRK-PENDENTE-SIM      VALUE 'S'.
       01  WRK-DIA.
           05  DIA-CONTA-NUM       PIC 9(006).
           05  DIA-DATA            PIC 9(008).
           05  DIA-MOEDA           PIC X(003).
           05  DIA-RENDIMENTO      PIC S9(09).
           05  DIA-TARIFA          PIC S9(09).
           05  DIA-JUROS-CHEQUE    PIC S9(09).
           05  DIA-IOF-CHEQUE      PIC S9(09).
           05  DIA-SALDO           PIC S9(09).
           05  DIA-NOME            PIC X(030).
           05  DIA-CNPJ            PIC X(014).
           05  DIA-TIPO-DOC        PIC X(001).
      *
      *  ACUMULADO DA CONTA EM CURSO (ANO CORRENTE E ANO-BASE, O ANO
      *  QUE FECHOU NA ULTIMA VIRADA), EM BRL, COM O TITULAR DO
      *  ULTIMO CICLO. MONTADO FORA DO REGISTRO DE LEITURA, QUE JA
      *  PODE TRAZER A CONTA SEGUINTE.
      *
       01  WRK-ACUMULADO.
           05  ACU-CONTA-NUM       PIC 9(006).
           05  ACU-MOEDA           PIC X(003).
           05  ACU-DATA-ULT        PIC 9(008).
           05  ACU-ANO             PIC 9(004).
           05  ACU-RENDIMENTO      PIC S9(09).
           05  ACU-TARIFA          PIC S9(09).
           05  ACU-JUROS-CHEQUE    PIC S9(09).
           05  ACU-IOF-CHEQUE      PIC S9(09).
           05  ACU-SALDO           PIC S9(09).
           05  ACU-ANO-BASE        PIC 9(004).
           05  ACU-BAS-RENDIMENTO  PIC S9(09).
           05  ACU-BAS-TARIFA      PIC S9(09).
           05  ACU-BAS-JUROS-CHEQUE PIC S9(09).
           05  ACU-BAS-IOF-CHEQUE  PIC S9(09).
           05  ACU-BAS-SALDO       PIC S9(09).
           05  ACU-NOME            PIC X(030).
           05  ACU-CNPJ            PIC X(014).
           05  ACU-TIPO-DOC        PIC X(001).
       01  WRK-QTDE-DIA      PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-REPETIDA PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-ANTERIOR PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-SOMADA   PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-JA-SOMADA PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-NOVA     PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-VIRADA   PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-GRAVADA  PIC  9(07) COMP VALUE 0.
       01  WRK-TOT-RENDIMENTO PIC S9(11) COMP VALUE 0.
       01  WRK-TOT-TARIFA    PIC S9(11) COMP VALUE 0.
       01  WRK-TOT-JUROS-CHEQUE PIC S9(11) COMP VALUE 0.
       01  WRK-TOT-IOF-CHEQUE PIC S9(11) COMP VALUE 0.
       01  WRK-TOT-FMT       PIC +ZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.

           SORT ARQ-SORT
               ASCENDING KEY SRT-CONTA-NUM
               WITH DUPLICATES IN ORDER
               USING ARQ-RENDIMENTO
               OUTPUT PROCEDURE 002-ACUMULA-RENDIMENTOS.

           PERFORM 009-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 008-CARREGA-DATA.
           PERFORM 011-PULA-SE-ENCERRADO.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 010-MARCA-RUN-CONTROL.

           OPEN OUTPUT ARQ-ACUMULADO-NOVO.

      *    PRIMEIRA RODADA: SEM ACUMULADO, TODA CONTA DO DIA ENTRA
      *    COMO NOVA.
           OPEN INPUT ARQ-ACUMULADO.

           IF WRK-FS-ACUMULADO = '00' OR '05'
              MOVE 'S' TO WRK-ACUMULADO-ABERTO
              PERFORM 007-LE-ACUMULADO
           ELSE
              MOVE 'S' TO WRK-FIM-ACUMULADO
              MOVE 999999 TO WRK-CONTA-ACUM
           END-IF.
       001-FIM.
           EXIT.
      *************************
       002-ACUMULA-RENDIMENTOS SECTION.
      *************************
           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

           PERFORM 003-PROCESSA-DIA UNTIL WRK-FIM-SORT-SIM.

           IF WRK-PENDENTE-SIM
              PERFORM 004-APLICA-DIA
           END-IF.

      *    CONTAS DO ACUMULADO QUE NAO TIVERAM CICLO NO DIA.
           PERFORM 005-COPIA-ACUMULADO UNTIL WRK-FIM-ACUMULADO-SIM.
       002-FIM.
           EXIT.
      *************************
       003-PROCESSA-DIA SECTION.
      *************************
           ADD 1 TO WRK-QTDE-DIA.

           IF SRT-DATA NOT = WRK-DATA-CICLO
              DISPLAY 'RENDIMENTO DE OUTRA DATA NO CLIRDD: '
                      SRT-DATA ' CONTA ' SRT-CONTA-NUM
              DISPLAY 'DATA DO CICLO (DATPRM).......: '
                      WRK-DATA-CICLO
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WRK-PENDENTE-SIM
              IF SRT-CONTA-NUM = DIA-CONTA-NUM
                 ADD 1 TO WRK-QTDE-REPETIDA
              ELSE
                 PERFORM 004-APLICA-DIA
              END-IF
           END-IF.

           MOVE REG-SORT TO WRK-DIA.
           MOVE 'S'      TO WRK-PENDENTE.

           RETURN ARQ-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       003-FIM.
           EXIT.
      *************************
       004-APLICA-DIA SECTION.
      *************************
      *    CASA A CONTA DO DIA COM O ACUMULADO (AMBOS EM ORDEM DE
      *    CONTA): AS CONTAS MENORES DO ACUMULADO PASSAM COMO ESTAO.
      *************************
           PERFORM 005-COPIA-ACUMULADO
               UNTIL WRK-CONTA-ACUM NOT < DIA-CONTA-NUM.

           IF WRK-CONTA-ACUM = DIA-CONTA-NUM
              MOVE REG-ACUMULADO TO WRK-ACUMULADO
              PERFORM 006-VIRA-ANO
              IF DIA-DATA > ACU-DATA-ULT
                 PERFORM 004A-SOMA-DIA
                 ADD 1 TO WRK-QTDE-SOMADA
              ELSE
                 ADD 1 TO WRK-QTDE-JA-SOMADA
              END-IF
              PERFORM 005A-GRAVA-ACUMULADO
              PERFORM 007-LE-ACUMULADO
           ELSE
              PERFORM 004B-ABRE-CONTA
              PERFORM 004A-SOMA-DIA
              ADD 1 TO WRK-QTDE-NOVA
              PERFORM 005A-GRAVA-ACUMULADO
           END-IF.

           MOVE 'N' TO WRK-PENDENTE.
       004-FIM.
           EXIT.
      *************************
       004A-SOMA-DIA SECTION.
      *************************
           ADD DIA-RENDIMENTO   TO ACU-RENDIMENTO.
           ADD DIA-TARIFA       TO ACU-TARIFA.
           ADD DIA-JUROS-CHEQUE TO ACU-JUROS-CHEQUE.
           ADD DIA-IOF-CHEQUE   TO ACU-IOF-CHEQUE.
           MOVE DIA-SALDO       TO ACU-SALDO.
           MOVE DIA-MOEDA       TO ACU-MOEDA.
           MOVE DIA-DATA        TO ACU-DATA-ULT.
           MOVE DIA-NOME        TO ACU-NOME.
           MOVE DIA-CNPJ        TO ACU-CNPJ.
           MOVE DIA-TIPO-DOC    TO ACU-TIPO-DOC.

           ADD DIA-RENDIMENTO   TO WRK-TOT-RENDIMENTO.
           ADD DIA-TARIFA       TO WRK-TOT-TARIFA.
           ADD DIA-JUROS-CHEQUE TO WRK-TOT-JUROS-CHEQUE.
           ADD DIA-IOF-CHEQUE   TO WRK-TOT-IOF-CHEQUE.
       004A-FIM.
           EXIT.
      *************************
       004B-ABRE-CONTA SECTION.
      *************************
      *    CONTA SEM ACUMULADO (ABERTA NO ANO OU PRIMEIRA RODADA):
      *    COMECA NO ANO DO CICLO, SEM ANO-BASE.
      *************************
           MOVE DIA-CONTA-NUM   TO ACU-CONTA-NUM.
           MOVE DIA-MOEDA       TO ACU-MOEDA.
           MOVE ZEROS           TO ACU-DATA-ULT.
           MOVE WRK-ANO-CICLO   TO ACU-ANO.
           MOVE ZEROS           TO ACU-RENDIMENTO.
           MOVE ZEROS           TO ACU-TARIFA.
           MOVE ZEROS           TO ACU-JUROS-CHEQUE.
           MOVE ZEROS           TO ACU-IOF-CHEQUE.
           MOVE ZEROS           TO ACU-SALDO.
           MOVE ZEROS           TO ACU-ANO-BASE.
           MOVE ZEROS           TO ACU-BAS-RENDIMENTO.
           MOVE ZEROS           TO ACU-BAS-TARIFA.
           MOVE ZEROS           TO ACU-BAS-JUROS-CHEQUE.
           MOVE ZEROS           TO ACU-BAS-IOF-CHEQUE.
           MOVE ZEROS           TO ACU-BAS-SALDO.
           MOVE DIA-NOME        TO ACU-NOME.
           MOVE DIA-CNPJ        TO ACU-CNPJ.
           MOVE DIA-TIPO-DOC    TO ACU-TIPO-DOC.
       004B-FIM.
           EXIT.
      *************************
       005-COPIA-ACUMULADO SECTION.
      *************************
           MOVE REG-ACUMULADO TO WRK-ACUMULADO.
           PERFORM 006-VIRA-ANO.
           PERFORM 005A-GRAVA-ACUMULADO.
           PERFORM 007-LE-ACUMULADO.
       005-FIM.
           EXIT.
      *************************
       005A-GRAVA-ACUMULADO SECTION.
      *************************
           WRITE REG-ACUMULADO-NOVO FROM WRK-ACUMULADO.

           ADD 1 TO WRK-QTDE-GRAVADA.
       005A-FIM.
           EXIT.
      *************************
       006-VIRA-ANO SECTION.
      *************************
      *    ANO DO ACUMULADO ANTERIOR AO DO CICLO: O ANO QUE FECHOU
      *    VIRA O ANO-BASE DO INFORME, COM O SALDO DO SEU ULTIMO
      *    CICLO, E O ANO CORRENTE RECOMECA SO COM O SALDO.
      *************************
           IF ACU-ANO NOT < WRK-ANO-CICLO
              GO TO 006-FIM
           END-IF.

           MOVE ACU-ANO          TO ACU-ANO-BASE.
           MOVE ACU-RENDIMENTO   TO ACU-BAS-RENDIMENTO.
           MOVE ACU-TARIFA       TO ACU-BAS-TARIFA.
           MOVE ACU-JUROS-CHEQUE TO ACU-BAS-JUROS-CHEQUE.
           MOVE ACU-IOF-CHEQUE   TO ACU-BAS-IOF-CHEQUE.
           MOVE ACU-SALDO        TO ACU-BAS-SALDO.

           MOVE WRK-ANO-CICLO    TO ACU-ANO.
           MOVE ZEROS            TO ACU-RENDIMENTO.
           MOVE ZEROS            TO ACU-TARIFA.
           MOVE ZEROS            TO ACU-JUROS-CHEQUE.
           MOVE ZEROS            TO ACU-IOF-CHEQUE.

           ADD 1 TO WRK-QTDE-VIRADA.
       006-FIM.
           EXIT.
      *************************
       007-LE-ACUMULADO SECTION.
      *************************
           READ ARQ-ACUMULADO
               AT END
                   MOVE 'S'    TO WRK-FIM-ACUMULADO
                   MOVE 999999 TO WRK-CONTA-ACUM
                   GO TO 007-FIM
           END-READ.

           ADD 1 TO WRK-QTDE-ANTERIOR.

           IF RDA-CONTA-NUM NOT > WRK-CONTA-ACUM
              AND WRK-QTDE-ANTERIOR > 1
              DISPLAY 'ACUMULADO FORA DE SEQUENCIA NA CONTA '
                      RDA-CONTA-NUM
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE RDA-CONTA-NUM TO WRK-CONTA-ACUM.
       007-FIM.
           EXIT.
      *************************
       008-CARREGA-DATA SECTION.
      *************************
      *    A DATA DE MOVIMENTO VEM DO CARTAO DE DATA (DATPRM), O
      *    MESMO DO BALANCETE QUE GRAVOU O CLIRDD.
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
       008-FIM.
           EXIT.
      *************************
       009-FINAL SECTION.
      *************************
           CLOSE ARQ-ACUMULADO-NOVO.

           IF WRK-ACUMULADO-ABERTO-SIM
              CLOSE ARQ-ACUMULADO
           END-IF.

           DISPLAY '==========================================='.
           DISPLAY '   ACUMULADO DE RENDIMENTOS - CLIRENDA'.
           DISPLAY '==========================================='.
           DISPLAY 'DATA DO CICLO...........: ' WRK-DATA-CICLO.
           DISPLAY 'REGISTROS DO DIA LIDOS..: ' WRK-QTDE-DIA.
           DISPLAY 'REPETIDOS (REINICIO)....: ' WRK-QTDE-REPETIDA.
           DISPLAY 'ACUMULADO ANTERIOR......: ' WRK-QTDE-ANTERIOR.
           DISPLAY 'CONTAS SOMADAS..........: ' WRK-QTDE-SOMADA.
           DISPLAY 'CONTAS NOVAS............: ' WRK-QTDE-NOVA.
           DISPLAY 'CICLO JA ACUMULADO......: ' WRK-QTDE-JA-SOMADA.
           DISPLAY 'VIRADAS DE ANO..........: ' WRK-QTDE-VIRADA.
           DISPLAY 'ACUMULADO GRAVADO.......: ' WRK-QTDE-GRAVADA.
           DISPLAY '-------------------------------------------'.
           MOVE WRK-TOT-RENDIMENTO   TO WRK-TOT-FMT.
           DISPLAY 'RENDIMENTOS DO DIA (BRL): ' WRK-TOT-FMT.
           MOVE WRK-TOT-TARIFA       TO WRK-TOT-FMT.
           DISPLAY 'TARIFAS DO DIA (BRL)....: ' WRK-TOT-FMT.
           MOVE WRK-TOT-JUROS-CHEQUE TO WRK-TOT-FMT.
           DISPLAY 'JUROS CHEQUE ESPECIAL...: ' WRK-TOT-FMT.
           MOVE WRK-TOT-IOF-CHEQUE   TO WRK-TOT-FMT.
           DISPLAY 'IOF CHEQUE ESPECIAL.....: ' WRK-TOT-FMT.
           DISPLAY '==========================================='.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 010-MARCA-RUN-CONTROL.
       009-FIM.
           EXIT.
      *************************
       010-MARCA-RUN-CONTROL SECTION.
      *************************
      *    CARIMBA INICIO ('I') OU FIM ('F') DESTE PROGRAMA NO
      *    RUN-CONTROL COM O HORARIO, PARA O RELATORIO DE TEMPOS
      *    DA JANELA (CLITEMPO).
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE WRK-DATA-CICLO  TO RUN-DATA-MOVTO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLIRENDA'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       010-FIM.
           EXIT.
      *************************
       011-PULA-SE-ENCERRADO SECTION.
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
       011-FIM.
           EXIT.
