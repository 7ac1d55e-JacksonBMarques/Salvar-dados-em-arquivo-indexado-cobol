      ******************************************************************
      * Copybook: CFPK0005
      * Layout do registro de resultado anual (arquivos
      * CFP005H1.AAAA.DAT, um por ano letivo encerrado), gravado pelo
      * fechamento do ano (PROMALUN) para cada aluno avaliado, com a
      * turma cursada no ano e o resultado final
      ******************************************************************
       01 REG-HISTRES.
          05 HRES-ANO                 PIC 9(04).
          05 HRES-ID-ALUNO            PIC 9(05).
          05 HRES-TURMA               PIC X(10).
          05 HRES-MEDIA               PIC 9(02)V9(01).
          05 HRES-RESULTADO           PIC X(01).
             88 HRES-APROVADO             VALUE 'A'.
             88 HRES-RETIDO               VALUE 'R'.
