      *  ORCAMENTO NO CICLO MAIS RECENTE SAI COM AVISO E RC 4.
      *
      *  OS REGISTROS ANTIGOS DO RUN-CONTROL (SEM NOME DE PROGRAMA
      *  NEM HORARIO) SAO PULADOS E APENAS CONTADOS. AS MARCAS DE
      *  CONTROLE DO REINICIO DO CLIRUN (CLIREINI E STEPS PULADOS)
      *  SAO IGNORADAS.
      *
      *  RETURN-CODE:  0 = DENTRO DO ORCAMENTO
      *                4 = STEP ACIMA DO ORCAMENTO NO ULTIMO CICLO
               88 RUN-ENCERRADO          VALUE 'F'.
           05  RUN-PROGRAMA        PIC X(008).
           05  RUN-HORA            PIC 9(006).
           05  RUN-RC              PIC 9(004).
      *----------------------------------------------------------------*
       FD  ARQ-PARM
           LABEL RECORD IS STANDARD.
      *************************
      *    REGISTRO ANTIGO (SEM NOME DE PROGRAMA) NAO TEM HORARIO
      *    E FICA FORA DO RELATORIO, APENAS CONTADO. DE CADA STEP
      *    FICA O PRIMEIRO 'I' E O ULTIMO 'F' DO CICLO. AS MARCAS DO
      *    REINICIO (ABERTURA, REINICIO, FIM DO JOB E STEP PULADO)
      *    NAO SAO TEMPO DE STEP E NAO ENTRAM NA CONTA.
      *************************
           IF NOT RUN-INICIADO AND NOT RUN-ENCERRADO
              GO TO 002A-LE
           END-IF.

           IF RUN-PROGRAMA = SPACES
              ADD 1 TO WRK-QTDE-LEGADO
              GO TO 002A-LE
