      ******************************************************************
      * Copybook: CFPK0004H
      * Layout do registro do historico de frequencia (arquivos
      * CFP004H1.AAAA.DAT, um por ano letivo encerrado), gravado pelo
      * fechamento do ano (PROMALUN) a partir do CFP004S1.DAT
      ******************************************************************
       01 REG-HISTFREQ.
          05 HFRQ-ANO                 PIC 9(04).
          05 HFRQ-ID-ALUNO            PIC 9(05).
          05 HFRQ-DISCIPLINA          PIC X(10).
          05 HFRQ-PRES-BIM-1          PIC 9(03).
          05 HFRQ-FALT-BIM-1          PIC 9(03).
          05 HFRQ-PRES-BIM-2          PIC 9(03).
          05 HFRQ-FALT-BIM-2          PIC 9(03).
          05 HFRQ-PRES-BIM-3          PIC 9(03).
          05 HFRQ-FALT-BIM-3          PIC 9(03).
          05 HFRQ-PRES-BIM-4          PIC 9(03).
          05 HFRQ-FALT-BIM-4          PIC 9(03).
