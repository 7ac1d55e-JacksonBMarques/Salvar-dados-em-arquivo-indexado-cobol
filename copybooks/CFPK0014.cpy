      ******************************************************************
      * Copybook: CFPK0014
      * Layout do registro da chamada diaria (arquivo CFP014S1.DAT)
      * Chave: turma + disciplina + data da aula + matricula; um
      * registro por aluno ativo da turma em cada chamada feita pelo
      * CHAMADA; o CHAMCONS consolida os registros nos totais por
      * bimestre do CFP004S1.DAT
      ******************************************************************
       01 REG-CHAMADA.
          03 CHAM-CHAVE.
             05 CHAM-TURMA            PIC X(10).
             05 CHAM-DISCIPLINA       PIC X(10).
             05 CHAM-DATA             PIC 9(08).
             05 CHAM-ID-ALUNO         PIC 9(05).
          03 CHAM-SITUACAO            PIC X(01).
             88 CHAM-PRESENTE             VALUE 'P'.
             88 CHAM-FALTA                VALUE 'F'.
          03 CHAM-OPERADOR            PIC X(08).
