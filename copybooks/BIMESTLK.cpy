      ******************************************************************
      * Copybook: BIMESTLK
      * Area de comunicacao com a rotina BIMESTRE, que consulta o
      * calendario letivo CFP013S1.DAT
      * BIMEST-FUNCAO: S = situacao do bimestre BIMEST-NUMERO
      *                D = bimestre em que cai a data BIMEST-DATA
      * BIMEST-ANO: ano letivo; zero = ano letivo corrente, que a
      *             rotina devolve preenchido
      * BIMEST-RESULTADO: sem calendario cadastrado o bimestre e
      *                   tratado como aberto pelos chamadores
      ******************************************************************
       01 BIMEST-AREA.
          03 BIMEST-FUNCAO             PIC X(01).
             88 BIMEST-SITUACAO           VALUE 'S'.
             88 BIMEST-DA-DATA            VALUE 'D'.
          03 BIMEST-ANO                PIC 9(04).
          03 BIMEST-NUMERO             PIC 9(01).
          03 BIMEST-DATA               PIC 9(08).
          03 BIMEST-RESULTADO          PIC X(01).
             88 BIMEST-ABERTO             VALUE 'A'.
             88 BIMEST-FECHADO            VALUE 'F'.
             88 BIMEST-SEM-CALENDARIO     VALUE 'N'.
             88 BIMEST-FORA-PERIODO       VALUE 'X'.
