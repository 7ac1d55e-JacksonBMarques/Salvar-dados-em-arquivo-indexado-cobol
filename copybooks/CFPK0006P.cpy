      ******************************************************************
      * Copybook: CFPK0006P
      * Parametros de cobranca das mensalidades (arquivo CFP006P1.DAT,
      * registro unico mantido pela opcao 6 do MENSALID)
      * PAR-DIA-VENCTO  : dia do mes de vencimento da competencia (em
      *                   mes mais curto vale o ultimo dia do mes)
      * PAR-PC-MULTA    : multa por atraso, em % do valor, cobrada uma
      *                   vez
      * PAR-PC-JUROS-DIA: juros de mora, em % do valor por dia
      *                   corrido de atraso
      ******************************************************************
       01 REG-PARAM-COBRANCA.
          03 PAR-DIA-VENCTO           PIC 9(02).
          03 PAR-PC-MULTA             PIC 9(02)V9(02).
          03 PAR-PC-JUROS-DIA         PIC 9(01)V9(04).
          03 PAR-DT-ALTERACAO         PIC 9(08).
