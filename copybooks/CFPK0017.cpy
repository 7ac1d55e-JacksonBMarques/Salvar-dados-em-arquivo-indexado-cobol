      ******************************************************************
      * Copybook: CFPK0017
      * Layout do registro do arquivo de suspensos (CFP017X1.DAT)
      * Linhas de nota (CFP003S1) e de frequencia (CFP004S1) de aluno
      * arquivado ou inexistente retiradas pela correcao do INTEGRA;
      * SUSP-DADOS guarda o registro original inteiro, no layout do
      * arquivo de SUSP-ARQUIVO, para devolucao manual se preciso
      * SUSP-MOTIVO: H = aluno arquivado no CFP001H1.DAT
      *              X = aluno inexistente (cadastro e arquivo morto)
      ******************************************************************
       01 REG-SUSPENSO.
          03 SUSP-ARQUIVO             PIC X(08).
          03 SUSP-ID-ALUNO            PIC 9(05).
          03 SUSP-MOTIVO              PIC X(01).
             88 SUSP-ARQUIVADO            VALUE 'H'.
             88 SUSP-INEXISTENTE          VALUE 'X'.
          03 SUSP-DATA                PIC 9(08).
          03 SUSP-OPERADOR            PIC X(08).
          03 SUSP-DADOS               PIC X(60).
