      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. CLICTQUA.
       AUTHOR. ROBSON BORGES DOS SANTOS.
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------------*
      *  CONCILIACAO SEMANAL DA QUALIDADE DO CADASTRO DE CONTATO.
      *  CASA POR CONTA O MASTER FECHADO (CLIMST) COM O CADASTRO DE
      *  CONTATO (CLICTT) E MONTA A LISTA DE TRABALHO DA AREA DE
      *  CADASTRO (CLICTQR), EM ORDEM DE CONTA, COM AS PENDENCIAS:
      *    01 CONTA ATIVA OU BLOQUEADA SEM CADASTRO DE CONTATO
      *    02 CONTATO DE CONTA ENCERRADA
      *    03 CONTATO DE CONTA QUE NAO ESTA NO MASTER
      *    04 CEP NAO NUMERICO
      *    05 CEP FORA DA FAIXA DA UF (OU UF INEXISTENTE)
      *    06 E-MAIL MALFORMADO: EXATAMENTE UM '@' COM TEXTO ANTES,
      *       DOMINIO COM PONTO, SEM BRANCO NO MEIO, SEM PONTO NAS
      *       PONTAS, SEM PONTOS SEGUIDOS OU COLADOS NO '@' E SEM
      *       , ; : ( ) < > [ ] OU BARRA
      *    07 TELEFONE MALFORMADO: SO DIGITOS, BRANCO, ( ) - E '+';
      *       DDD + NUMERO (10 OU 11 DIGITOS), OU 12 E 13 COM '+'
      *       (CODIGO DO PAIS)
      *    08 ENDERECO (LOGRADOURO + CIDADE + UF) COMPARTILHADO
      *    09 E-MAIL COMPARTILHADO
      *  E-MAIL E TELEFONE EM BRANCO NAO SAO PENDENCIA (NAO SAO
      *  OBRIGATORIOS NO CLICTMNT). CEP, E-MAIL E TELEFONE SO SAO
      *  CONFERIDOS NO CONTATO DE CONTA ABERTA DO MASTER.
      *
      *  COMPARTILHADO: O MESMO ENDERECO OU E-MAIL (SEM DIFERENCA DE
      *  MAIUSCULAS) EM CONTAS ABERTAS DE N OU MAIS TITULARES
      *  DISTINTOS, PELA RAIZ DO DOCUMENTO (8 POSICOES DO CNPJ, 11
      *  DO CPF) - FILIAIS DA MESMA EMPRESA NAO CONTAM. N VEM DO
      *  CARTAO CTQPRM (PADRAO 3).
      *
      *  AS QUANTIDADES POR PENDENCIA DE CADA EXECUCAO SAO GRAVADAS
      *  NO HISTORICO PERMANENTE (CLICTQH, CHAVEADO PELA DATA DO
      *  DATPRM, COMO O CLIHIST DO CLIVARIA) E O RESUMO COMPARA A
      *  SEMANA COM A EXECUCAO ANTERIOR (MAIOR DATA ANTERIOR A DE
      *  HOJE) PARA ACOMPANHAR A MELHORA DO CADASTRO.
      *
      *  RETURN-CODE:  0 = CADASTRO SEM PENDENCIA
      *                4 = LISTA DE TRABALHO COM PENDENCIAS
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FECHADO ASSIGN TO "CLIMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTIONAL ARQ-CONTATO ASSIGN TO "CLICTT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTATO.
           SELECT ARQ-RELATORIO ASSIGN TO "CLICTQR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "CLICTQH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT OPTIONAL ARQ-PARM ASSIGN TO "CTQPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-DATA ASSIGN TO "DATPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATA.
           SELECT OPTIONAL ARQ-RUN-CTL ASSIGN TO "CLIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN-CTL.
           SELECT ARQ-SORT-CHV ASSIGN TO "SORTWK01".
           SELECT ARQ-SORT-PEN ASSIGN TO "SORTWK01".
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
        FILE SECTION.
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
       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD.
       01  REG-CONTATO.
           05  CTT-CONTA-NUM       PIC 9(006).
           05  CTT-ENDERECO        PIC X(040).
           05  CTT-CIDADE          PIC X(020).
           05  CTT-UF              PIC X(002).
           05  CTT-CEP             PIC 9(008).
           05  CTT-CEP-X REDEFINES CTT-CEP
                                   PIC X(008).
           05  CTT-TELEFONE        PIC X(015).
           05  CTT-EMAIL           PIC X(040).
      *----------------------------------------------------------------*
       FD  ARQ-RELATORIO
           LABEL RECORD IS STANDARD.
       01  REG-RELATORIO           PIC X(080).
      *----------------------------------------------------------------*
       FD  ARQ-HISTORICO
           LABEL RECORD IS STANDARD.
       01  REG-HISTORICO.
           05  HQL-DATA-MOVTO      PIC 9(008).
           05  HQL-QTDE-CONTAS     PIC 9(007).
           05  HQL-QTDE-CONTATOS   PIC 9(007).
           05  HQL-QTDE-PENDENCIAS PIC 9(007).
           05  HQL-CAT-QTDE        PIC 9(007) OCCURS 9 TIMES.
      *----------------------------------------------------------------*
       FD  ARQ-PARM
           LABEL RECORD IS STANDARD.
       01  REG-PARM.
           05  PARM-MINIMO-TITULARES PIC 9(003).
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
      *  CHAVES DE ENDERECO E E-MAIL DAS CONTAS ABERTAS, EM ORDEM DE
      *  CHAVE E RAIZ DO DOCUMENTO DO TITULAR
      *----------------------------------------------------------------*
       SD  ARQ-SORT-CHV.
       01  REG-SORT-CHV.
           05  SCH-CODIGO          PIC 9(002).
           05  SCH-CHAVE           PIC X(062).
           05  SCH-RAIZ            PIC X(011).
           05  SCH-CONTA-NUM       PIC 9(006).
           05  SCH-NOME            PIC X(030).
           05  SCH-SITUACAO        PIC X(001).
      *----------------------------------------------------------------*
      *  PENDENCIAS DA LISTA DE TRABALHO, EM ORDEM DE CONTA
      *----------------------------------------------------------------*
       SD  ARQ-SORT-PEN.
       01  REG-SORT-PEN.
           05  SPE-CONTA-NUM       PIC 9(006).
           05  SPE-CODIGO          PIC 9(002).
           05  SPE-NOME            PIC X(030).
           05  SPE-SITUACAO        PIC X(001).
           05  SPE-DETALHE         PIC X(060).
      *----------------------------------------------------------------*
        WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WRK-FS-MASTER     PIC  X(002).
       01  WRK-FS-CONTATO    PIC  X(002).
       01  WRK-FS-RELATORIO  PIC  X(002).
       01  WRK-FS-HISTORICO  PIC  X(002).
       01  WRK-FS-PARM       PIC  X(002).
       01  WRK-FS-DATA       PIC  X(002).
       01  WRK-FS-RUN-CTL    PIC  X(002).
       01  WRK-DATA-CICLO    PIC  9(008) VALUE ZEROS.
       01  WRK-HORA-SISTEMA  PIC  9(008) VALUE ZEROS.
       01  WRK-RUN-STATUS    PIC  X(001) VALUE SPACE.
       01  WRK-MINIMO-TITULARES PIC 9(03) COMP VALUE 3.
      *
      *  CASAMENTO MASTER X CONTATO (CHAVE 9999999 = FIM)
      *
       01  WRK-PASSADA       PIC  9(001) VALUE 1.
           88 WRK-PASSADA-CHAVES    VALUE 1.
           88 WRK-PASSADA-PENDENCIAS VALUE 2.
       01  WRK-CHAVE-FIM     PIC  9(007) VALUE 9999999.
       01  WRK-CHAVE-MST     PIC  9(007) VALUE ZEROS.
       01  WRK-CHAVE-CTT     PIC  9(007) VALUE ZEROS.
       01  WRK-CONTATO-ABERTO PIC X(001) VALUE 'N'.
           88 WRK-CONTATO-ABERTO-SIM VALUE 'S'.
       01  WRK-SITUACAO      PIC  X(001) VALUE SPACE.
           COPY STCODES.
       01  WRK-TIPO-DOC      PIC  X(001) VALUE SPACE.
           COPY TDCODES.
       01  WRK-FIM-SORT      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-SORT-SIM      VALUE 'S'.
       01  WRK-FIM-HIST      PIC  X(001) VALUE 'N'.
           88 WRK-FIM-HIST-SIM      VALUE 'S'.
       01  WRK-ACHOU-ANT     PIC  X(001) VALUE 'N'.
           88 WRK-ACHOU-ANT-SIM     VALUE 'S'.
       01  WRK-PRIMEIRO      PIC  X(001) VALUE 'S'.
           88 WRK-PRIMEIRO-SIM      VALUE 'S'.
      *
      *  PENDENCIA A LIBERAR PARA A LISTA
      *
       01  WRK-CODIGO        PIC  9(002) VALUE ZEROS.
       01  WRK-DETALHE       PIC  X(060) VALUE SPACES.
      *
      *  CONFERENCIA DO CEP PELA FAIXA DA UF
      *
       01  WRK-UF            PIC  X(002) VALUE SPACES.
       01  WRK-CEP           PIC  9(008) VALUE ZEROS.
       01  WRK-CEP-R REDEFINES WRK-CEP.
           05  WRK-CEP-PREFIXO     PIC 9(005).
           05  WRK-CEP-SUFIXO      PIC 9(003).
       01  WRK-ACHOU-FAIXA   PIC  X(001) VALUE 'N'.
           88 WRK-ACHOU-FAIXA-SIM   VALUE 'S'.
       01  WRK-IND-FAIXA     PIC  9(03) COMP VALUE 0.
      *
      *  FAIXAS DE CEP (5 PRIMEIROS DIGITOS) POR UF, DOS CORREIOS.
      *  AM, DF E GO TEM DUAS FAIXAS.
      *
       01  WRK-QTDE-FAIXAS   PIC  9(03) COMP VALUE 30.
       01  WRK-TAB-FAIXAS-VAL.
           05  FILLER              PIC X(012) VALUE 'SP0100019999'.
           05  FILLER              PIC X(012) VALUE 'RJ2000028999'.
           05  FILLER              PIC X(012) VALUE 'ES2900029999'.
           05  FILLER              PIC X(012) VALUE 'MG3000039999'.
           05  FILLER              PIC X(012) VALUE 'BA4000048999'.
           05  FILLER              PIC X(012) VALUE 'SE4900049999'.
           05  FILLER              PIC X(012) VALUE 'PE5000056999'.
           05  FILLER              PIC X(012) VALUE 'AL5700057999'.
           05  FILLER              PIC X(012) VALUE 'PB5800058999'.
           05  FILLER              PIC X(012) VALUE 'RN5900059999'.
           05  FILLER              PIC X(012) VALUE 'CE6000063999'.
           05  FILLER              PIC X(012) VALUE 'PI6400064999'.
           05  FILLER              PIC X(012) VALUE 'MA6500065999'.
           05  FILLER              PIC X(012) VALUE 'PA6600068899'.
           05  FILLER              PIC X(012) VALUE 'AP6890068999'.
           05  FILLER              PIC X(012) VALUE 'AM6900069299'.
           05  FILLER              PIC X(012) VALUE 'RR6930069399'.
           05  FILLER              PIC X(012) VALUE 'AM6940069899'.
           05  FILLER              PIC X(012) VALUE 'AC6990069999'.
           05  FILLER              PIC X(012) VALUE 'DF7000072799'.
           05  FILLER              PIC X(012) VALUE 'GO7280072999'.
           05  FILLER              PIC X(012) VALUE 'DF7300073699'.
           05  FILLER              PIC X(012) VALUE 'GO7370076799'.
           05  FILLER              PIC X(012) VALUE 'RO7680076999'.
           05  FILLER              PIC X(012) VALUE 'TO7700077999'.
           05  FILLER              PIC X(012) VALUE 'MT7800078899'.
           05  FILLER              PIC X(012) VALUE 'MS7900079999'.
           05  FILLER              PIC X(012) VALUE 'PR8000087999'.
           05  FILLER              PIC X(012) VALUE 'SC8800089999'.
           05  FILLER              PIC X(012) VALUE 'RS9000099999'.
       01  WRK-TAB-FAIXAS REDEFINES WRK-TAB-FAIXAS-VAL.
           05  WRK-TAB-FAIXA-ITEM OCCURS 30 TIMES.
               10  WRK-TAB-FAIXA-UF     PIC X(002).
               10  WRK-TAB-FAIXA-INICIO PIC 9(005).
               10  WRK-TAB-FAIXA-FIM    PIC 9(005).
      *
      *  CONFERENCIA DO E-MAIL E DO TELEFONE, CARACTER A CARACTER
      *
       01  WRK-EMAIL         PIC  X(040) VALUE SPACES.
       01  WRK-TELEFONE      PIC  X(015) VALUE SPACES.
       01  WRK-IND-CAR       PIC  9(03) COMP VALUE 0.
       01  WRK-CARACTER      PIC  X(001) VALUE SPACE.
       01  WRK-CARACTER-ANT  PIC  X(001) VALUE SPACE.
       01  WRK-QTDE-ARROBA   PIC  9(03) COMP VALUE 0.
       01  WRK-POS-ARROBA    PIC  9(03) COMP VALUE 0.
       01  WRK-POS-PONTO     PIC  9(03) COMP VALUE 0.
       01  WRK-POS-ULTIMO    PIC  9(03) COMP VALUE 0.
       01  WRK-QTDE-DIGITOS  PIC  9(03) COMP VALUE 0.
       01  WRK-TEM-MAIS      PIC  X(001) VALUE 'N'.
           88 WRK-TEM-MAIS-SIM      VALUE 'S'.
       01  WRK-VIU-BRANCO    PIC  X(001) VALUE 'N'.
           88 WRK-VIU-BRANCO-SIM    VALUE 'S'.
       01  WRK-MALFORMADO    PIC  X(001) VALUE 'N'.
           88 WRK-MALFORMADO-SIM    VALUE 'S'.
      *
      *  APURACAO DAS CHAVES COMPARTILHADAS: CONTAS DO GRUPO DA
      *  CHAVE CORRENTE E CONTAS JA APURADAS COMO COMPARTILHADAS
      *
       01  WRK-CODIGO-GRUPO  PIC  9(002) VALUE ZEROS.
       01  WRK-CHAVE-GRUPO   PIC  X(062) VALUE SPACES.
       01  WRK-RAIZ-ANT      PIC  X(011) VALUE SPACES.
       01  WRK-QTDE-RAIZES   PIC  9(05) COMP VALUE 0.
       01  WRK-QTDE-GRUPO    PIC  9(05) COMP VALUE 0.
       01  WRK-IND-GRUPO     PIC  9(05) COMP VALUE 0.
       01  WRK-MAX-GRUPO     PIC  9(05) COMP VALUE 200.
       01  WRK-TAB-GRUPO.
           05  WRK-TAB-GRU-ITEM OCCURS 200 TIMES.
               10  WRK-TAB-GRU-CONTA    PIC 9(006).
               10  WRK-TAB-GRU-NOME     PIC X(030).
               10  WRK-TAB-GRU-SITUACAO PIC X(001).
       01  WRK-QTDE-COMPART  PIC  9(05) COMP VALUE 0.
       01  WRK-IND-COMPART   PIC  9(05) COMP VALUE 0.
       01  WRK-MAX-COMPART   PIC  9(05) COMP VALUE 500.
       01  WRK-TAB-COMPARTILHADOS.
           05  WRK-TAB-CMP-ITEM OCCURS 500 TIMES.
               10  WRK-TAB-CMP-CONTA    PIC 9(006).
               10  WRK-TAB-CMP-CODIGO   PIC 9(002).
               10  WRK-TAB-CMP-NOME     PIC X(030).
               10  WRK-TAB-CMP-SITUACAO PIC X(001).
               10  WRK-TAB-CMP-DETALHE  PIC X(060).
       01  WRK-QTDE-RAIZES-FMT PIC 9(003).
      *
      *  PENDENCIAS POR CATEGORIA: SEMANA DE HOJE E EXECUCAO ANTERIOR
      *
       01  WRK-TAB-CATEGORIAS-VAL.
           05  FILLER              PIC X(034)
               VALUE 'CONTA SEM CADASTRO DE CONTATO'.
           05  FILLER              PIC X(034)
               VALUE 'CONTATO DE CONTA ENCERRADA'.
           05  FILLER              PIC X(034)
               VALUE 'CONTATO DE CONTA FORA DO MASTER'.
           05  FILLER              PIC X(034)
               VALUE 'CEP NAO NUMERICO'.
           05  FILLER              PIC X(034)
               VALUE 'CEP FORA DA FAIXA DA UF'.
           05  FILLER              PIC X(034)
               VALUE 'E-MAIL MALFORMADO'.
           05  FILLER              PIC X(034)
               VALUE 'TELEFONE MALFORMADO'.
           05  FILLER              PIC X(034)
               VALUE 'ENDERECO COMPARTILHADO'.
           05  FILLER              PIC X(034)
               VALUE 'E-MAIL COMPARTILHADO'.
       01  WRK-TAB-CATEGORIAS REDEFINES WRK-TAB-CATEGORIAS-VAL.
           05  WRK-CAT-DESCRICAO   PIC X(034) OCCURS 9 TIMES.
       01  WRK-QTDE-CATEGORIAS PIC 9(03) COMP VALUE 9.
       01  WRK-IND-CAT       PIC  9(03) COMP VALUE 0.
       01  WRK-TAB-QTDE-HOJE.
           05  HOJ-CAT-QTDE        PIC 9(007) OCCURS 9 TIMES.
       01  WRK-ANTERIOR.
           05  ANT-DATA-MOVTO      PIC 9(008) VALUE ZEROS.
           05  ANT-QTDE-CONTAS     PIC 9(007) VALUE ZEROS.
           05  ANT-QTDE-CONTATOS   PIC 9(007) VALUE ZEROS.
           05  ANT-QTDE-PENDENCIAS PIC 9(007) VALUE ZEROS.
           05  ANT-CAT-QTDE        PIC 9(007) OCCURS 9 TIMES.
       01  WRK-QTDE-CONTAS   PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-CONTATOS PIC  9(07) COMP VALUE 0.
       01  WRK-QTDE-PENDENCIAS PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-CONTAS-PEND PIC 9(07) COMP VALUE 0.
       01  WRK-QTDE-IGNORADAS PIC 9(07) COMP VALUE 0.
       01  WRK-CONTA-ANT     PIC  9(006) VALUE ZEROS.
       01  WRK-DIFERENCA     PIC S9(007) VALUE ZEROS.
      *
      *  LINHAS DA LISTA DE TRABALHO E DO RESUMO SEMANAL
      *
       01  LIN-CABECALHO-1.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(050)
               VALUE 'CADASTRO DE CONTATO - LISTA DE TRABALHO SEMANAL'.
       01  LIN-CABECALHO-2.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  FILLER              PIC X(018)
               VALUE 'DATA DE MOVIMENTO '.
           05  LIN-CAB-DATA        PIC 9(008).
           05  FILLER              PIC X(025)
               VALUE '   MINIMO DE TITULARES: '.
           05  LIN-CAB-MINIMO      PIC ZZ9.
       01  LIN-CONTA.
           05  FILLER              PIC X(006) VALUE 'CONTA '.
           05  LIN-CTA-CONTA       PIC 9(006).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-CTA-SITUACAO    PIC X(001).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-CTA-NOME        PIC X(030).
       01  LIN-PENDENCIA.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  FILLER              PIC X(002) VALUE '- '.
           05  LIN-PEN-CODIGO      PIC 9(002).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-PEN-DESCRICAO   PIC X(034).
       01  LIN-DETALHE.
           05  FILLER              PIC X(010) VALUE SPACES.
           05  LIN-DET-TEXTO       PIC X(060).
       01  LIN-RESUMO-CAB.
           05  FILLER              PIC X(037)
               VALUE 'PENDENCIA'.
           05  FILLER              PIC X(011) VALUE '       HOJE'.
           05  FILLER              PIC X(011) VALUE '   ANTERIOR'.
           05  FILLER              PIC X(011) VALUE '   VARIACAO'.
       01  LIN-RESUMO.
           05  LIN-RES-CODIGO      PIC 9(002).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-RES-DESCRICAO   PIC X(034).
           05  LIN-RES-HOJE        PIC ZZZ.ZZZ.ZZ9.
           05  LIN-RES-ANTERIOR    PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  LIN-RES-VARIACAO    PIC ++.+++.++9.
       01  LIN-ANTERIOR.
           05  FILLER              PIC X(030)
               VALUE 'EXECUCAO ANTERIOR DO DATPRM '.
           05  LIN-ANT-DATA        PIC 9(008).
       01  LIN-SEM-ANTERIOR        PIC X(060)
           VALUE 'SEM EXECUCAO ANTERIOR NO HISTORICO - SEM COMPARACAO'.
       01  LIN-SEM-PENDENCIA       PIC X(060)
           VALUE 'NENHUMA PENDENCIA NO CADASTRO DE CONTATO'.
       01  LIN-TRACO               PIC X(080) VALUE ALL '-'.
      *----------------------------------------------------------------*
        LINKAGE SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 001-INICIALIZACAO.

           SORT ARQ-SORT-CHV
               ASCENDING KEY SCH-CODIGO SCH-CHAVE SCH-RAIZ
                             SCH-CONTA-NUM
               INPUT PROCEDURE 002-LIBERA-CHAVES
               OUTPUT PROCEDURE 003-APURA-COMPARTILHADOS.

           SORT ARQ-SORT-PEN
               ASCENDING KEY SPE-CONTA-NUM SPE-CODIGO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 004-LIBERA-PENDENCIAS
               OUTPUT PROCEDURE 007-IMPRIME-LISTA.

           PERFORM 008-LE-HISTORICO.
           PERFORM 009-RESUMO-SEMANAL.
           PERFORM 010-GRAVA-HISTORICO.

           IF WRK-QTDE-PENDENCIAS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 011-FINAL.

           STOP RUN.
      *************************
       001-INICIALIZACAO SECTION.
      *************************
           PERFORM 012-CARREGA-DATA.

           MOVE 'I' TO WRK-RUN-STATUS.
           PERFORM 013-MARCA-RUN-CONTROL.

           OPEN INPUT ARQ-PARM.

           IF WRK-FS-PARM = '00'
              READ ARQ-PARM
                  NOT AT END
                      IF PARM-MINIMO-TITULARES IS NUMERIC
                         AND PARM-MINIMO-TITULARES > 1
                         MOVE PARM-MINIMO-TITULARES
                                          TO WRK-MINIMO-TITULARES
                      END-IF
              END-READ
              CLOSE ARQ-PARM
           END-IF.

           MOVE ZEROS TO WRK-TAB-QTDE-HOJE.
           MOVE ZEROS TO WRK-ANTERIOR.

           OPEN OUTPUT ARQ-RELATORIO.

           MOVE WRK-DATA-CICLO       TO LIN-CAB-DATA.
           MOVE WRK-MINIMO-TITULARES TO LIN-CAB-MINIMO.

           WRITE REG-RELATORIO FROM LIN-CABECALHO-1.
           WRITE REG-RELATORIO FROM LIN-CABECALHO-2.
           WRITE REG-RELATORIO FROM LIN-TRACO.
       001-FIM.
           EXIT.
      *************************
       002-LIBERA-CHAVES SECTION.
      *************************
      *    PRIMEIRA PASSADA: LIBERA O ENDERECO E O E-MAIL DO CONTATO
      *    DE CADA CONTA ABERTA DO MASTER, COM A RAIZ DO DOCUMENTO.
      *************************
           MOVE 1 TO WRK-PASSADA.

           PERFORM 014-ABRE-CADASTROS.

           PERFORM 005-CASA-CADASTROS
               UNTIL WRK-CHAVE-MST = WRK-CHAVE-FIM
                 AND WRK-CHAVE-CTT = WRK-CHAVE-FIM.

           PERFORM 014A-FECHA-CADASTROS.
       002-FIM.
           EXIT.
      *************************
       003-APURA-COMPARTILHADOS SECTION.
      *************************
      *    AS CHAVES CHEGAM AGRUPADAS POR TIPO E CHAVE, EM ORDEM DE
      *    RAIZ: CADA MUDANCA DE RAIZ E UM TITULAR A MAIS. O GRUPO
      *    COM O MINIMO DE TITULARES TEM TODAS AS SUAS CONTAS
      *    GUARDADAS PARA A LISTA.
      *************************
           MOVE 'N' TO WRK-FIM-SORT.
           MOVE 'S' TO WRK-PRIMEIRO.

           RETURN ARQ-SORT-CHV
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

           PERFORM 003A-PROCESSA-CHAVE UNTIL WRK-FIM-SORT-SIM.

           IF NOT WRK-PRIMEIRO-SIM
              PERFORM 003B-FECHA-GRUPO
           END-IF.
       003-FIM.
           EXIT.
      *************************
       003A-PROCESSA-CHAVE SECTION.
      *************************
           IF WRK-PRIMEIRO-SIM
              OR SCH-CODIGO NOT = WRK-CODIGO-GRUPO
              OR SCH-CHAVE  NOT = WRK-CHAVE-GRUPO
              IF NOT WRK-PRIMEIRO-SIM
                 PERFORM 003B-FECHA-GRUPO
              END-IF
              MOVE 'N'        TO WRK-PRIMEIRO
              MOVE SCH-CODIGO TO WRK-CODIGO-GRUPO
              MOVE SCH-CHAVE  TO WRK-CHAVE-GRUPO
              MOVE LOW-VALUES TO WRK-RAIZ-ANT
              MOVE 0          TO WRK-QTDE-RAIZES
              MOVE 0          TO WRK-QTDE-GRUPO
           END-IF.

           IF SCH-RAIZ NOT = WRK-RAIZ-ANT
              ADD 1 TO WRK-QTDE-RAIZES
              MOVE SCH-RAIZ TO WRK-RAIZ-ANT
           END-IF.

           IF WRK-QTDE-GRUPO < WRK-MAX-GRUPO
              ADD 1 TO WRK-QTDE-GRUPO
              MOVE SCH-CONTA-NUM TO WRK-TAB-GRU-CONTA(WRK-QTDE-GRUPO)
              MOVE SCH-NOME      TO WRK-TAB-GRU-NOME(WRK-QTDE-GRUPO)
              MOVE SCH-SITUACAO  TO
                                  WRK-TAB-GRU-SITUACAO(WRK-QTDE-GRUPO)
           ELSE
              DISPLAY 'MAIS DE 200 CONTAS NA MESMA CHAVE - '
                      'CONTA IGNORADA: ' SCH-CONTA-NUM
              ADD 1 TO WRK-QTDE-IGNORADAS
           END-IF.

           RETURN ARQ-SORT-CHV
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       003A-FIM.
           EXIT.
      *************************
       003B-FECHA-GRUPO SECTION.
      *************************
           IF WRK-QTDE-RAIZES < WRK-MINIMO-TITULARES
              GO TO 003B-FIM
           END-IF.

           MOVE WRK-QTDE-RAIZES TO WRK-QTDE-RAIZES-FMT.
           MOVE SPACES          TO WRK-DETALHE.

           IF WRK-CODIGO-GRUPO = 8
              STRING WRK-QTDE-RAIZES-FMT    DELIMITED BY SIZE
                     ' TITULARES: '         DELIMITED BY SIZE
                     WRK-CHAVE-GRUPO(1:40)  DELIMITED BY '  '
                     ' - '                  DELIMITED BY SIZE
                     WRK-CHAVE-GRUPO(41:20) DELIMITED BY '  '
                     '/'                    DELIMITED BY SIZE
                     WRK-CHAVE-GRUPO(61:2)  DELIMITED BY SIZE
                  INTO WRK-DETALHE
           ELSE
              STRING WRK-QTDE-RAIZES-FMT    DELIMITED BY SIZE
                     ' TITULARES: '         DELIMITED BY SIZE
                     WRK-CHAVE-GRUPO(1:40)  DELIMITED BY '  '
                  INTO WRK-DETALHE
           END-IF.

           PERFORM 003C-GUARDA-COMPARTILHADO
               VARYING WRK-IND-GRUPO FROM 1 BY 1
               UNTIL WRK-IND-GRUPO > WRK-QTDE-GRUPO.
       003B-FIM.
           EXIT.
      *************************
       003C-GUARDA-COMPARTILHADO SECTION.
      *************************
           IF WRK-QTDE-COMPART = WRK-MAX-COMPART
              DISPLAY 'MAIS DE 500 CONTAS COM CHAVE COMPARTILHADA - '
                      'CONTA IGNORADA: '
                      WRK-TAB-GRU-CONTA(WRK-IND-GRUPO)
              ADD 1 TO WRK-QTDE-IGNORADAS
              GO TO 003C-FIM
           END-IF.

           ADD 1 TO WRK-QTDE-COMPART.

           MOVE WRK-TAB-GRU-CONTA(WRK-IND-GRUPO)
                                TO WRK-TAB-CMP-CONTA(WRK-QTDE-COMPART).
           MOVE WRK-CODIGO-GRUPO
                                TO WRK-TAB-CMP-CODIGO(WRK-QTDE-COMPART).
           MOVE WRK-TAB-GRU-NOME(WRK-IND-GRUPO)
                                TO WRK-TAB-CMP-NOME(WRK-QTDE-COMPART).
           MOVE WRK-TAB-GRU-SITUACAO(WRK-IND-GRUPO)
                              TO WRK-TAB-CMP-SITUACAO(WRK-QTDE-COMPART).
           MOVE WRK-DETALHE
                              TO WRK-TAB-CMP-DETALHE(WRK-QTDE-COMPART).
       003C-FIM.
           EXIT.
      *************************
       004-LIBERA-PENDENCIAS SECTION.
      *************************
      *    SEGUNDA PASSADA: LIBERA AS CONTAS COM CHAVE COMPARTILHADA
      *    JA APURADAS E CASA DE NOVO MASTER E CONTATO PARA AS
      *    DEMAIS PENDENCIAS.
      *************************
           PERFORM 004A-LIBERA-COMPARTILHADO
               VARYING WRK-IND-COMPART FROM 1 BY 1
               UNTIL WRK-IND-COMPART > WRK-QTDE-COMPART.

           MOVE 2 TO WRK-PASSADA.

           PERFORM 014-ABRE-CADASTROS.

           PERFORM 005-CASA-CADASTROS
               UNTIL WRK-CHAVE-MST = WRK-CHAVE-FIM
                 AND WRK-CHAVE-CTT = WRK-CHAVE-FIM.

           PERFORM 014A-FECHA-CADASTROS.
       004-FIM.
           EXIT.
      *************************
       004A-LIBERA-COMPARTILHADO SECTION.
      *************************
           MOVE WRK-TAB-CMP-CONTA(WRK-IND-COMPART)    TO SPE-CONTA-NUM.
           MOVE WRK-TAB-CMP-CODIGO(WRK-IND-COMPART)   TO SPE-CODIGO.
           MOVE WRK-TAB-CMP-NOME(WRK-IND-COMPART)     TO SPE-NOME.
           MOVE WRK-TAB-CMP-SITUACAO(WRK-IND-COMPART) TO SPE-SITUACAO.
           MOVE WRK-TAB-CMP-DETALHE(WRK-IND-COMPART)  TO SPE-DETALHE.

           RELEASE REG-SORT-PEN.
       004A-FIM.
           EXIT.
      *************************
       005-CASA-CADASTROS SECTION.
      *************************
      *    CASAMENTO POR CONTA. NA PRIMEIRA PASSADA SO INTERESSAM AS
      *    CONTAS COM CONTATO; NA SEGUNDA, TODAS AS SITUACOES.
      *************************
           EVALUATE TRUE
            WHEN WRK-CHAVE-MST < WRK-CHAVE-CTT
               IF WRK-PASSADA-PENDENCIAS
                  PERFORM 005B-CONFERE-SEM-CONTATO
               END-IF
               PERFORM 015-LE-MASTER
            WHEN WRK-CHAVE-MST > WRK-CHAVE-CTT
               IF WRK-PASSADA-PENDENCIAS
                  PERFORM 005J-CONFERE-SEM-MASTER
               END-IF
               PERFORM 016-LE-CONTATO
            WHEN OTHER
               IF WRK-PASSADA-CHAVES
                  PERFORM 005A-LIBERA-CHAVES-CONTA
               ELSE
                  PERFORM 005C-CONFERE-CONTATO
               END-IF
               PERFORM 015-LE-MASTER
               PERFORM 016-LE-CONTATO
           END-EVALUATE.
       005-FIM.
           EXIT.
      *************************
       005A-LIBERA-CHAVES-CONTA SECTION.
      *************************
      *    CONTATO DE CONTA ENCERRADA NAO ENTRA NA APURACAO. A CHAVE
      *    VAI EM MAIUSCULAS PARA O MESMO ENDERECO OU E-MAIL DIGITADO
      *    DE FORMAS DIFERENTES CAIR NO MESMO GRUPO.
      *************************
           MOVE CLI-SITUACAO TO WRK-SITUACAO.

           IF ST-ENCERRADA
              GO TO 005A-FIM
           END-IF.

           MOVE CLI-TIPO-DOC TO WRK-TIPO-DOC.

           IF TD-CPF
              MOVE CLI-CNPJ(1:11) TO SCH-RAIZ
           ELSE
              MOVE CLI-CNPJ(1:8)  TO SCH-RAIZ
           END-IF.

           MOVE CLI-CONTA-NUM TO SCH-CONTA-NUM.
           MOVE CLI-NOME      TO SCH-NOME.
           MOVE CLI-SITUACAO  TO SCH-SITUACAO.

           IF CTT-ENDERECO NOT = SPACES
              MOVE 8            TO SCH-CODIGO
              MOVE SPACES       TO SCH-CHAVE
              MOVE CTT-ENDERECO TO SCH-CHAVE(1:40)
              MOVE CTT-CIDADE   TO SCH-CHAVE(41:20)
              MOVE CTT-UF       TO SCH-CHAVE(61:2)
              INSPECT SCH-CHAVE CONVERTING
                      'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              RELEASE REG-SORT-CHV
           END-IF.

           IF CTT-EMAIL NOT = SPACES
              MOVE 9            TO SCH-CODIGO
              MOVE SPACES       TO SCH-CHAVE
              MOVE CTT-EMAIL    TO SCH-CHAVE(1:40)
              INSPECT SCH-CHAVE CONVERTING
                      'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              RELEASE REG-SORT-CHV
           END-IF.
       005A-FIM.
           EXIT.
      *************************
       005B-CONFERE-SEM-CONTATO SECTION.
      *************************
      *    CONTA ATIVA OU BLOQUEADA SEM CONTATO NAO RECEBE EXTRATO.
      *************************
           MOVE CLI-SITUACAO TO WRK-SITUACAO.

           IF NOT ST-ATIVA AND NOT ST-BLOQUEADA
              GO TO 005B-FIM
           END-IF.

           MOVE CLI-CONTA-NUM TO SPE-CONTA-NUM.
           MOVE CLI-NOME      TO SPE-NOME.
           MOVE CLI-SITUACAO  TO SPE-SITUACAO.
           MOVE 1             TO WRK-CODIGO.
           MOVE SPACES        TO WRK-DETALHE.

           PERFORM 006-LIBERA-PENDENCIA.
       005B-FIM.
           EXIT.
      *************************
       005C-CONFERE-CONTATO SECTION.
      *************************
           MOVE CLI-CONTA-NUM TO SPE-CONTA-NUM.
           MOVE CLI-NOME      TO SPE-NOME.
           MOVE CLI-SITUACAO  TO SPE-SITUACAO.
           MOVE CLI-SITUACAO  TO WRK-SITUACAO.

           IF ST-ENCERRADA
              MOVE 2          TO WRK-CODIGO
              MOVE SPACES     TO WRK-DETALHE
              STRING 'ENCERRADA EM ' DELIMITED BY SIZE
                     CLI-DATA-ENCER  DELIMITED BY SIZE
                  INTO WRK-DETALHE
              PERFORM 006-LIBERA-PENDENCIA
              GO TO 005C-FIM
           END-IF.

           PERFORM 005D-CONFERE-CEP.
           PERFORM 005F-CONFERE-EMAIL.
           PERFORM 005H-CONFERE-TELEFONE.
       005C-FIM.
           EXIT.
      *************************
       005D-CONFERE-CEP SECTION.
      *************************
           IF CTT-CEP IS NOT NUMERIC
              MOVE 4          TO WRK-CODIGO
              MOVE SPACES     TO WRK-DETALHE
              STRING 'CEP ['   DELIMITED BY SIZE
                     CTT-CEP-X DELIMITED BY SIZE
                     ']'       DELIMITED BY SIZE
                  INTO WRK-DETALHE
              PERFORM 006-LIBERA-PENDENCIA
              GO TO 005D-FIM
           END-IF.

           MOVE CTT-UF  TO WRK-UF.
           INSPECT WRK-UF CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE CTT-CEP TO WRK-CEP.
           MOVE 'N'     TO WRK-ACHOU-FAIXA.

           PERFORM 005E-PROCURA-FAIXA
               VARYING WRK-IND-FAIXA FROM 1 BY 1
               UNTIL WRK-IND-FAIXA > WRK-QTDE-FAIXAS
                  OR WRK-ACHOU-FAIXA-SIM.

           IF NOT WRK-ACHOU-FAIXA-SIM
              MOVE 5          TO WRK-CODIGO
              MOVE SPACES     TO WRK-DETALHE
              STRING 'UF '    DELIMITED BY SIZE
                     CTT-UF   DELIMITED BY SIZE
                     ' CEP '  DELIMITED BY SIZE
                     CTT-CEP  DELIMITED BY SIZE
                  INTO WRK-DETALHE
              PERFORM 006-LIBERA-PENDENCIA
           END-IF.
       005D-FIM.
           EXIT.
      *************************
       005E-PROCURA-FAIXA SECTION.
      *************************
           IF WRK-TAB-FAIXA-UF(WRK-IND-FAIXA) = WRK-UF
              AND WRK-CEP-PREFIXO NOT <
                                  WRK-TAB-FAIXA-INICIO(WRK-IND-FAIXA)
              AND WRK-CEP-PREFIXO NOT >
                                  WRK-TAB-FAIXA-FIM(WRK-IND-FAIXA)
              MOVE 'S' TO WRK-ACHOU-FAIXA
           END-IF.
       005E-FIM.
           EXIT.
      *************************
       005F-CONFERE-EMAIL SECTION.
      *************************
           IF CTT-EMAIL = SPACES
              GO TO 005F-FIM
           END-IF.

           MOVE CTT-EMAIL TO WRK-EMAIL.
           MOVE 0         TO WRK-QTDE-ARROBA.
           MOVE 0         TO WRK-POS-ARROBA.
           MOVE 0         TO WRK-POS-PONTO.
           MOVE 0         TO WRK-POS-ULTIMO.
           MOVE SPACE     TO WRK-CARACTER-ANT.
           MOVE 'N'       TO WRK-VIU-BRANCO.
           MOVE 'N'       TO WRK-MALFORMADO.

           PERFORM 005G-EXAMINA-CARACTER-EMAIL
               VARYING WRK-IND-CAR FROM 1 BY 1
               UNTIL WRK-IND-CAR > 40.

           EVALUATE TRUE
            WHEN WRK-QTDE-ARROBA NOT = 1
            WHEN WRK-POS-ARROBA = 1
            WHEN WRK-POS-ARROBA = WRK-POS-ULTIMO
            WHEN WRK-EMAIL(1:1) = '.'
            WHEN WRK-EMAIL(WRK-POS-ULTIMO:1) = '.'
            WHEN WRK-POS-PONTO < WRK-POS-ARROBA + 2
               MOVE 'S' TO WRK-MALFORMADO
           END-EVALUATE.

           IF WRK-MALFORMADO-SIM
              MOVE 6          TO WRK-CODIGO
              MOVE SPACES     TO WRK-DETALHE
              STRING '['       DELIMITED BY SIZE
                     CTT-EMAIL DELIMITED BY '  '
                     ']'       DELIMITED BY SIZE
                  INTO WRK-DETALHE
              PERFORM 006-LIBERA-PENDENCIA
           END-IF.
       005F-FIM.
           EXIT.
      *************************
       005G-EXAMINA-CARACTER-EMAIL SECTION.
      *************************
      *    BRANCO SEGUIDO DE OUTRO CARACTER E BRANCO NO MEIO.
      *************************
           MOVE WRK-EMAIL(WRK-IND-CAR:1) TO WRK-CARACTER.

           IF WRK-CARACTER = SPACE
              MOVE 'S' TO WRK-VIU-BRANCO
              GO TO 005G-GUARDA
           END-IF.

           IF WRK-VIU-BRANCO-SIM
              MOVE 'S' TO WRK-MALFORMADO
           END-IF.

           MOVE WRK-IND-CAR TO WRK-POS-ULTIMO.

           EVALUATE WRK-CARACTER
            WHEN '@'
               ADD 1 TO WRK-QTDE-ARROBA
               MOVE WRK-IND-CAR TO WRK-POS-ARROBA
               IF WRK-CARACTER-ANT = '.'
                  MOVE 'S' TO WRK-MALFORMADO
               END-IF
            WHEN '.'
               IF WRK-CARACTER-ANT = '.' OR '@'
                  MOVE 'S' TO WRK-MALFORMADO
               END-IF
               MOVE WRK-IND-CAR TO WRK-POS-PONTO
            WHEN ',' WHEN ';' WHEN ':' WHEN '(' WHEN ')'
            WHEN '<' WHEN '>' WHEN '[' WHEN ']' WHEN '/' WHEN '\'
            WHEN '"'
               MOVE 'S' TO WRK-MALFORMADO
           END-EVALUATE.
       005G-GUARDA.
           MOVE WRK-CARACTER TO WRK-CARACTER-ANT.
       005G-FIM.
           EXIT.
      *************************
       005H-CONFERE-TELEFONE SECTION.
      *************************
           IF CTT-TELEFONE = SPACES
              GO TO 005H-FIM
           END-IF.

           MOVE CTT-TELEFONE TO WRK-TELEFONE.
           MOVE 0            TO WRK-QTDE-DIGITOS.
           MOVE 'N'          TO WRK-TEM-MAIS.
           MOVE 'N'          TO WRK-MALFORMADO.

           PERFORM 005I-EXAMINA-CARACTER-TELEFONE
               VARYING WRK-IND-CAR FROM 1 BY 1
               UNTIL WRK-IND-CAR > 15.

           IF WRK-TEM-MAIS-SIM
              IF WRK-QTDE-DIGITOS < 12 OR WRK-QTDE-DIGITOS > 13
                 MOVE 'S' TO WRK-MALFORMADO
              END-IF
           ELSE
              IF WRK-QTDE-DIGITOS < 10 OR WRK-QTDE-DIGITOS > 11
                 MOVE 'S' TO WRK-MALFORMADO
              END-IF
           END-IF.

           IF WRK-MALFORMADO-SIM
              MOVE 7            TO WRK-CODIGO
              MOVE SPACES       TO WRK-DETALHE
              STRING '['          DELIMITED BY SIZE
                     CTT-TELEFONE DELIMITED BY '  '
                     ']'          DELIMITED BY SIZE
                  INTO WRK-DETALHE
              PERFORM 006-LIBERA-PENDENCIA
           END-IF.
       005H-FIM.
           EXIT.
      *************************
       005I-EXAMINA-CARACTER-TELEFONE SECTION.
      *************************
           MOVE WRK-TELEFONE(WRK-IND-CAR:1) TO WRK-CARACTER.

           EVALUATE WRK-CARACTER
            WHEN '0' THRU '9'
               ADD 1 TO WRK-QTDE-DIGITOS
            WHEN '+'
               IF WRK-TEM-MAIS-SIM OR WRK-QTDE-DIGITOS > 0
                  MOVE 'S' TO WRK-MALFORMADO
               END-IF
               MOVE 'S' TO WRK-TEM-MAIS
            WHEN SPACE WHEN '(' WHEN ')' WHEN '-'
               CONTINUE
            WHEN OTHER
               MOVE 'S' TO WRK-MALFORMADO
           END-EVALUATE.
       005I-FIM.
           EXIT.
      *************************
       005J-CONFERE-SEM-MASTER SECTION.
      *************************
      *    CONTATO QUE FICOU PARA TRAS DE CONTA JA EXPURGADA.
      *************************
           MOVE CTT-CONTA-NUM TO SPE-CONTA-NUM.
           MOVE SPACES        TO SPE-NOME.
           MOVE SPACE         TO SPE-SITUACAO.
           MOVE 3             TO WRK-CODIGO.
           MOVE SPACES        TO WRK-DETALHE.

           STRING CTT-ENDERECO DELIMITED BY '  '
                  ' - '        DELIMITED BY SIZE
                  CTT-CIDADE   DELIMITED BY '  '
               INTO WRK-DETALHE.

           PERFORM 006-LIBERA-PENDENCIA.
       005J-FIM.
           EXIT.
      *************************
       006-LIBERA-PENDENCIA SECTION.
      *************************
      *    CONTA, NOME E SITUACAO JA ESTAO NO REGISTRO DA LISTA.
      *************************
           MOVE WRK-CODIGO  TO SPE-CODIGO.
           MOVE WRK-DETALHE TO SPE-DETALHE.

           RELEASE REG-SORT-PEN.
       006-FIM.
           EXIT.
      *************************
       007-IMPRIME-LISTA SECTION.
      *************************
           MOVE 'N' TO WRK-FIM-SORT.
           MOVE 'S' TO WRK-PRIMEIRO.

           RETURN ARQ-SORT-PEN
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

           PERFORM 007A-IMPRIME-PENDENCIA UNTIL WRK-FIM-SORT-SIM.

           IF WRK-QTDE-PENDENCIAS = 0
              WRITE REG-RELATORIO FROM LIN-SEM-PENDENCIA
           END-IF.
       007-FIM.
           EXIT.
      *************************
       007A-IMPRIME-PENDENCIA SECTION.
      *************************
      *    UMA LINHA POR CONTA E, ABAIXO DELA, UMA POR PENDENCIA.
      *    CONTATO SEM MASTER NAO TEM NOME NEM SITUACAO.
      *************************
           IF WRK-PRIMEIRO-SIM
              OR SPE-CONTA-NUM NOT = WRK-CONTA-ANT
              IF NOT WRK-PRIMEIRO-SIM
                 MOVE SPACES TO REG-RELATORIO
                 WRITE REG-RELATORIO
              END-IF
              MOVE 'N'           TO WRK-PRIMEIRO
              MOVE SPE-CONTA-NUM TO WRK-CONTA-ANT
              ADD 1 TO WRK-QTDE-CONTAS-PEND
              MOVE SPE-CONTA-NUM TO LIN-CTA-CONTA
              MOVE SPE-SITUACAO  TO LIN-CTA-SITUACAO
              MOVE SPE-NOME      TO LIN-CTA-NOME
              WRITE REG-RELATORIO FROM LIN-CONTA
           END-IF.

           ADD 1 TO WRK-QTDE-PENDENCIAS.
           ADD 1 TO HOJ-CAT-QTDE(SPE-CODIGO).

           MOVE SPE-CODIGO                    TO LIN-PEN-CODIGO.
           MOVE WRK-CAT-DESCRICAO(SPE-CODIGO) TO LIN-PEN-DESCRICAO.
           WRITE REG-RELATORIO FROM LIN-PENDENCIA.

           IF SPE-DETALHE NOT = SPACES
              MOVE SPE-DETALHE TO LIN-DET-TEXTO
              WRITE REG-RELATORIO FROM LIN-DETALHE
           END-IF.

           RETURN ARQ-SORT-PEN
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       007A-FIM.
           EXIT.
      *************************
       008-LE-HISTORICO SECTION.
      *************************
      *    PROCURA A EXECUCAO ANTERIOR: O REGISTRO DE HISTORICO COM
      *    A MAIOR DATA ESTRITAMENTE ANTERIOR A DATA DE HOJE. UMA
      *    REEXECUCAO NA MESMA DATA NAO SE COMPARA CONSIGO MESMA.
      *************************
           OPEN INPUT ARQ-HISTORICO.

           IF WRK-FS-HISTORICO NOT = '00' AND '05'
              GO TO 008-FIM
           END-IF.

           READ ARQ-HISTORICO
               AT END
                   MOVE 'S' TO WRK-FIM-HIST
           END-READ.

           PERFORM 008A-GUARDA-ANTERIOR UNTIL WRK-FIM-HIST-SIM.

           CLOSE ARQ-HISTORICO.
       008-FIM.
           EXIT.
      *************************
       008A-GUARDA-ANTERIOR SECTION.
      *************************
           IF HQL-DATA-MOVTO < WRK-DATA-CICLO
              AND HQL-DATA-MOVTO NOT < ANT-DATA-MOVTO
              MOVE 'S'            TO WRK-ACHOU-ANT
              MOVE REG-HISTORICO  TO WRK-ANTERIOR
           END-IF.

           READ ARQ-HISTORICO
               AT END
                   MOVE 'S' TO WRK-FIM-HIST
           END-READ.
       008A-FIM.
           EXIT.
      *************************
       009-RESUMO-SEMANAL SECTION.
      *************************
           WRITE REG-RELATORIO FROM LIN-TRACO.

           IF WRK-ACHOU-ANT-SIM
              MOVE ANT-DATA-MOVTO TO LIN-ANT-DATA
              WRITE REG-RELATORIO FROM LIN-ANTERIOR
           ELSE
              WRITE REG-RELATORIO FROM LIN-SEM-ANTERIOR
           END-IF.

           WRITE REG-RELATORIO FROM LIN-RESUMO-CAB.

           PERFORM 009A-MOSTRA-CATEGORIA
               VARYING WRK-IND-CAT FROM 1 BY 1
               UNTIL WRK-IND-CAT > WRK-QTDE-CATEGORIAS.

           MOVE 0                      TO LIN-RES-CODIGO.
           MOVE 'TOTAL DE PENDENCIAS'  TO LIN-RES-DESCRICAO.
           MOVE WRK-QTDE-PENDENCIAS    TO LIN-RES-HOJE.
           MOVE ANT-QTDE-PENDENCIAS    TO LIN-RES-ANTERIOR.
           COMPUTE WRK-DIFERENCA = WRK-QTDE-PENDENCIAS
                                 - ANT-QTDE-PENDENCIAS.
           MOVE WRK-DIFERENCA          TO LIN-RES-VARIACAO.
           WRITE REG-RELATORIO FROM LIN-RESUMO.

           WRITE REG-RELATORIO FROM LIN-TRACO.
       009-FIM.
           EXIT.
      *************************
       009A-MOSTRA-CATEGORIA SECTION.
      *************************
           MOVE WRK-IND-CAT                    TO LIN-RES-CODIGO.
           MOVE WRK-CAT-DESCRICAO(WRK-IND-CAT) TO LIN-RES-DESCRICAO.
           MOVE HOJ-CAT-QTDE(WRK-IND-CAT)      TO LIN-RES-HOJE.
           MOVE ANT-CAT-QTDE(WRK-IND-CAT)      TO LIN-RES-ANTERIOR.

           COMPUTE WRK-DIFERENCA = HOJ-CAT-QTDE(WRK-IND-CAT)
                                 - ANT-CAT-QTDE(WRK-IND-CAT).

           MOVE WRK-DIFERENCA                  TO LIN-RES-VARIACAO.

           WRITE REG-RELATORIO FROM LIN-RESUMO.
       009A-FIM.
           EXIT.
      *************************
       010-GRAVA-HISTORICO SECTION.
      *************************
           OPEN EXTEND ARQ-HISTORICO.

           MOVE WRK-DATA-CICLO      TO HQL-DATA-MOVTO.
           MOVE WRK-QTDE-CONTAS     TO HQL-QTDE-CONTAS.
           MOVE WRK-QTDE-CONTATOS   TO HQL-QTDE-CONTATOS.
           MOVE WRK-QTDE-PENDENCIAS TO HQL-QTDE-PENDENCIAS.

           PERFORM 010A-MOVE-CATEGORIA
               VARYING WRK-IND-CAT FROM 1 BY 1
               UNTIL WRK-IND-CAT > WRK-QTDE-CATEGORIAS.

           WRITE REG-HISTORICO.

           CLOSE ARQ-HISTORICO.
       010-FIM.
           EXIT.
      *************************
       010A-MOVE-CATEGORIA SECTION.
      *************************
           MOVE HOJ-CAT-QTDE(WRK-IND-CAT) TO HQL-CAT-QTDE(WRK-IND-CAT).
       010A-FIM.
           EXIT.
      *************************
       011-FINAL SECTION.
      *************************
           CLOSE ARQ-RELATORIO.

           DISPLAY '==========================================='.
           DISPLAY '  QUALIDADE DO CADASTRO DE CONTATO - CLICTQUA'.
           DISPLAY '==========================================='.
           DISPLAY 'CONTAS NO MASTER........: ' WRK-QTDE-CONTAS.
           DISPLAY 'CONTATOS LIDOS..........: ' WRK-QTDE-CONTATOS.
           DISPLAY 'CONTAS COM PENDENCIA....: ' WRK-QTDE-CONTAS-PEND.
           DISPLAY 'PENDENCIAS NA LISTA.....: ' WRK-QTDE-PENDENCIAS.
           DISPLAY 'CONTAS COMPARTILHADAS...: ' WRK-QTDE-COMPART.
           DISPLAY 'IGNORADAS (TABELA CHEIA): ' WRK-QTDE-IGNORADAS.
           DISPLAY '==========================================='.

           MOVE 'F' TO WRK-RUN-STATUS.
           PERFORM 013-MARCA-RUN-CONTROL.
       011-FIM.
           EXIT.
      *************************
       012-CARREGA-DATA SECTION.
      *************************
      *    A DATA DE MOVIMENTO DO DATPRM CHAVEIA O HISTORICO.
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
       012-FIM.
           EXIT.
      *************************
       013-MARCA-RUN-CONTROL SECTION.
      *************************
      *    CARIMBA INICIO ('I') OU FIM ('F') DESTE PROGRAMA NO
      *    RUN-CONTROL COM O HORARIO.
      *************************
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-RUN-CTL.

           MOVE WRK-DATA-CICLO  TO RUN-DATA-MOVTO.
           MOVE WRK-RUN-STATUS  TO RUN-STATUS.
           MOVE 'CLICTQUA'      TO RUN-PROGRAMA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RUN-HORA.
           MOVE RETURN-CODE     TO RUN-RC.

           WRITE REG-RUN-CTL.

           CLOSE ARQ-RUN-CTL.
       013-FIM.
           EXIT.
      *************************
       014-ABRE-CADASTROS SECTION.
      *************************
      *    ABRE O MASTER E O CONTATO E LE O PRIMEIRO DE CADA UM.
      *    SEM CADASTRO DE CONTATO, TODA CONTA ABERTA E PENDENCIA.
      *************************
           OPEN INPUT MASTER-FECHADO.

           IF WRK-FS-MASTER NOT = '00'
              DISPLAY 'MASTER DE CLIENTES (CLIMST) AUSENTE'
              DISPLAY 'PROCESSAMENTO INTERROMPIDO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ARQ-CONTATO.

           IF WRK-FS-CONTATO = '00' OR '05'
              MOVE 'S' TO WRK-CONTATO-ABERTO
              PERFORM 016-LE-CONTATO
           ELSE
              MOVE 'N' TO WRK-CONTATO-ABERTO
              MOVE WRK-CHAVE-FIM TO WRK-CHAVE-CTT
           END-IF.

           PERFORM 015-LE-MASTER.
       014-FIM.
           EXIT.
      *************************
       014A-FECHA-CADASTROS SECTION.
      *************************
           CLOSE MASTER-FECHADO.

           IF WRK-CONTATO-ABERTO-SIM
              CLOSE ARQ-CONTATO
           END-IF.
       014A-FIM.
           EXIT.
      *************************
       015-LE-MASTER SECTION.
      *************************
      *    O HEADER E PULADO; O TRAILER FECHA O ARQUIVO. SITUACAO
      *    INVALIDA DE REGISTRO ANTIGO VALE COMO ATIVA, COMO NO
      *    CLIDORM.
      *************************
       015-LE.
           READ MASTER-FECHADO
               AT END
                   MOVE WRK-CHAVE-FIM TO WRK-CHAVE-MST
                   GO TO 015-FIM
           END-READ.

           IF MST-CTL-TRAILER
              MOVE WRK-CHAVE-FIM TO WRK-CHAVE-MST
              GO TO 015-FIM
           END-IF.

           IF MST-CTL-HEADER
              GO TO 015-LE
           END-IF.

           MOVE CLI-CONTA-NUM TO WRK-CHAVE-MST.
           MOVE CLI-SITUACAO  TO WRK-SITUACAO.

           IF NOT ST-VALIDA
              MOVE 'A' TO CLI-SITUACAO
           END-IF.

           IF WRK-PASSADA-PENDENCIAS
              ADD 1 TO WRK-QTDE-CONTAS
           END-IF.
       015-FIM.
           EXIT.
      *************************
       016-LE-CONTATO SECTION.
      *************************
           READ ARQ-CONTATO
               AT END
                   MOVE WRK-CHAVE-FIM TO WRK-CHAVE-CTT
                   GO TO 016-FIM
           END-READ.

           MOVE CTT-CONTA-NUM TO WRK-CHAVE-CTT.

           IF WRK-PASSADA-PENDENCIAS
              ADD 1 TO WRK-QTDE-CONTATOS
           END-IF.
       016-FIM.
           EXIT.
