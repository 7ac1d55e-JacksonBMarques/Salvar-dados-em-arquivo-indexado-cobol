      ******************************************************************
      * Copybook: VALGRDLK
      * Area de comunicacao com a rotina VALGRADE, que confere se a
      * disciplina faz parte da grade curricular da turma do aluno e,
      * para operador de perfil professor, se e ele quem a leciona
      * GRADE-PERFIL: perfil do operador (LOGON-PERFIL); espaco
      *               dispensa a conferencia do professor
      * GRADE-PROFESSOR: devolve o professor da grade curricular
      ******************************************************************
       01 GRADE-AREA.
          03 GRADE-TURMA               PIC X(10).
          03 GRADE-DISCIPLINA          PIC X(10).
          03 GRADE-OPERADOR            PIC X(08).
          03 GRADE-PERFIL              PIC X(01).
          03 GRADE-PROFESSOR           PIC X(08).
          03 GRADE-RESULTADO           PIC X(01).
             88 GRADE-OK                  VALUE '0'.
             88 GRADE-FORA-CURRICULO      VALUE '1'.
             88 GRADE-OUTRO-PROFESSOR     VALUE '2'.
             88 GRADE-AUSENTE             VALUE '3'.
             88 GRADE-SEM-TURMA           VALUE '4'.
