      ******************************************************************
      * Copybook: CFPK0006O
      * Layout anterior a inclusao do vencimento e dos valores da
      * baixa, mantido apenas para a conversao MENCONV ler o
      * CFP006S1.DAT existente.
      ******************************************************************
       01 REG-MENSAL-ANTIGO.
          03 MENS-CHAVE-O.
             05 MENS-ID-ALUNO-O       PIC 9(05).
             05 MENS-COMPET-O         PIC 9(06).
          03 MENS-TURMA-O             PIC X(10).
          03 MENS-VALOR-O             PIC 9(05)V9(02).
          03 MENS-STATUS-O            PIC X(01).
             88 MENS-ABERTA-O             VALUE 'A'.
             88 MENS-PAGA-O               VALUE 'P'.
          03 MENS-DT-GERACAO-O        PIC 9(08).
          03 MENS-DT-PAGTO-O          PIC 9(08).
