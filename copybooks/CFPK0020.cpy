      ******************************************************************
      * Copybook: CFPK0020
      * Layout do registro da grade horaria (arquivo CFP020S1.DAT)
      * Chave: turma + dia da semana + periodo; cada registro e uma
      * aula da turma, com a disciplina (da grade curricular da
      * turma), o professor (OPER-CODIGO do CFP009S1.DAT) e a sala
      * HOR-DIA    : 2 = segunda ... 7 = sabado
      * HOR-PERIODO: 01 a 06 = manha, 07 a 12 = tarde,
      *              13 a 16 = noite (conforme TURNO-TURMA)
      ******************************************************************
       01 REG-HORARIO.
          03 HOR-CHAVE.
             05 HOR-TURMA             PIC X(10).
             05 HOR-DIA               PIC 9(01).
             05 HOR-PERIODO           PIC 9(02).
          03 HOR-DISCIPLINA           PIC X(10).
          03 HOR-PROFESSOR            PIC X(08).
          03 HOR-SALA                 PIC X(06).
