      ******************************************************************
      * Copybook: CFPK0018
      * Layout do arquivo de exportacao do censo escolar
      * (CFP018S1.TXT), posicoes fixas de 100 bytes; o tipo do
      * registro abre cada linha e a ordem no arquivo e 00, os 20,
      * os 60, os 70 e o 99 de fechamento
      * CENS-TIPO: 00 = escola
      *            20 = turma (turno e capacidade)
      *            60 = aluno matriculado na data de referencia
      *            70 = movimento do periodo de referencia
      *            99 = fechamento com as quantidades
      * CENS-70-TIPO-MOV: N = nova matricula (sem turma de origem)
      *                   T = troca de turma
      *                   D = desligamento (sem turma de destino:
      *                       abandono ou transferencia para fora)
      ******************************************************************
       01 REG-CENSO.
          03 CENS-TIPO                PIC X(02).
             88 CENS-ESCOLA               VALUE '00'.
             88 CENS-TURMA                VALUE '20'.
             88 CENS-ALUNO                VALUE '60'.
             88 CENS-MOVIMENTO            VALUE '70'.
             88 CENS-FECHAMENTO           VALUE '99'.
          03 CENS-INEP                PIC 9(08).
          03 CENS-DADOS               PIC X(90).

       01 REG-CENSO-00.
          03 FILLER                   PIC X(10).
          03 CENS-00-NOME             PIC X(50).
          03 CENS-00-MUNICIPIO        PIC 9(07).
          03 CENS-00-UF               PIC X(02).
          03 CENS-00-DT-REFERENCIA    PIC 9(08).
          03 CENS-00-DT-INICIO        PIC 9(08).
          03 CENS-00-DT-GERACAO       PIC 9(08).
          03 FILLER                   PIC X(07).

       01 REG-CENSO-20.
          03 FILLER                   PIC X(10).
          03 CENS-20-TURMA            PIC X(10).
          03 CENS-20-DESCRICAO        PIC X(30).
          03 CENS-20-TURNO            PIC X(01).
          03 CENS-20-CAPACIDADE       PIC 9(03).
          03 CENS-20-QT-ALUNOS        PIC 9(03).
          03 FILLER                   PIC X(43).

       01 REG-CENSO-60.
          03 FILLER                   PIC X(10).
          03 CENS-60-ID-ALUNO         PIC 9(05).
          03 CENS-60-NOME             PIC X(20).
          03 CENS-60-DT-NASC          PIC 9(08).
          03 CENS-60-TURMA            PIC X(10).
          03 CENS-60-DT-MATRICULA     PIC 9(08).
          03 FILLER                   PIC X(39).

       01 REG-CENSO-70.
          03 FILLER                   PIC X(10).
          03 CENS-70-ID-ALUNO         PIC 9(05).
          03 CENS-70-TIPO-MOV         PIC X(01).
          03 CENS-70-TURMA-ORIGEM     PIC X(10).
          03 CENS-70-TURMA-DESTINO    PIC X(10).
          03 CENS-70-DATA             PIC 9(08).
          03 FILLER                   PIC X(56).

       01 REG-CENSO-99.
          03 FILLER                   PIC X(10).
          03 CENS-99-QT-TURMAS        PIC 9(05).
          03 CENS-99-QT-ALUNOS        PIC 9(05).
          03 CENS-99-QT-MOVIMENTOS    PIC 9(07).
          03 CENS-99-QT-REGISTROS     PIC 9(07).
          03 FILLER                   PIC X(66).
