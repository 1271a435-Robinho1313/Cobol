      *----------------------------------------------------------------*
      *  TDCODES    - CONDICOES DO TIPO DE DOCUMENTO DO TITULAR
      *               J = CNPJ (PESSOA JURIDICA)
      *               F = CPF  (PESSOA FISICA - 11 DIGITOS NAS
      *                         PRIMEIRAS POSICOES DO CAMPO DE
      *                         DOCUMENTO, RESTO EM BRANCO)
      *               BRANCO = REGISTRO ANTERIOR AO INDICADOR,
      *                        TRATADO COMO CNPJ
      *----------------------------------------------------------------*
           88  TD-CNPJ                 VALUE 'J' ' '.
           88  TD-CPF                  VALUE 'F'.
           88  TD-VALIDO               VALUE 'J' 'F' ' '.
