      ******************************************************************
      * Copybook: CFPK0003H
      * Layout do registro do historico de notas (arquivos
      * CFP003H1.AAAA.DAT, um por ano letivo encerrado), gravado pelo
      * fechamento do ano (PROMALUN) a partir do CFP003S1.DAT
      ******************************************************************
       01 REG-HISTNOTA.
          05 HIST-ANO                 PIC 9(04).
          05 HIST-ID-ALUNO            PIC 9(05).
          05 HIST-DISCIPLINA          PIC X(10).
          05 HIST-BIM-1               PIC 9(02)V9(01).
          05 HIST-BIM-2               PIC 9(02)V9(01).
          05 HIST-BIM-3               PIC 9(02)V9(01).
          05 HIST-BIM-4               PIC 9(02)V9(01).
