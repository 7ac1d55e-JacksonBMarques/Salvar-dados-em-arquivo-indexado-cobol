      ******************************************************************
      * Copybook: CFPK0011
      * Layout do registro de disciplina (arquivo CFP011S1.DAT)
      * Cadastro mestre das disciplinas: o codigo e o que se usa em
      * NOTA-DISCIPLINA e FREQ-DISCIPLINA e na grade curricular
      * DISC-CARGA-HORARIA: numero de aulas previstas no ano letivo
      ******************************************************************
       01 REG-DISCIPLINA.
          03 DISC-CODIGO              PIC X(10).
          03 DISC-NOME                PIC X(30).
          03 DISC-CARGA-HORARIA       PIC 9(03).
          03 DISC-STATUS              PIC X(01).
             88 DISC-ATIVA                VALUE 'A'.
             88 DISC-INATIVA              VALUE 'I'.
