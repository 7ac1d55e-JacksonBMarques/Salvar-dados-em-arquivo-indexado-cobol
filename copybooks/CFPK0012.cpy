      ******************************************************************
      * Copybook: CFPK0012
      * Layout do registro da grade curricular (arquivo CFP012S1.DAT)
      * Chave: turma + disciplina; cada registro diz que a turma tem
      * a disciplina e qual operador professor (OPER-CODIGO do
      * CFP009S1.DAT) a leciona
      ******************************************************************
       01 REG-CURRICULO.
          03 CURR-CHAVE.
             05 CURR-TURMA            PIC X(10).
             05 CURR-DISCIPLINA       PIC X(10).
          03 CURR-PROFESSOR           PIC X(08).
