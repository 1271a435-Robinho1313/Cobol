      *----------------------------------------------------------------*
      *  PTCODES    - CONDICOES DO PAPEL DO TITULAR NA CONTA
      *               P = TITULAR PRINCIPAL
      *               S = SEGUNDO TITULAR (CONTA CONJUNTA)
      *               R = REPRESENTANTE LEGAL (NAO RESPONDE PELA
      *                   EXPOSICAO DA CONTA)
      *----------------------------------------------------------------*
           88  PT-PRINCIPAL            VALUE 'P'.
           88  PT-SEGUNDO              VALUE 'S'.
           88  PT-REPRESENTANTE        VALUE 'R'.
           88  PT-TITULAR              VALUE 'P' 'S'.
           88  PT-VALIDO               VALUE 'P' 'S' 'R'.
