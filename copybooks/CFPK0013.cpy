      ******************************************************************
      * Copybook: CFPK0013
      * Layout do registro do calendario letivo (arquivo CFP013S1.DAT)
      * Chave: ano letivo + bimestre (1 a 4), com as datas de inicio
      * e fim do bimestre e a situacao: fechado, o bimestre nao
      * aceita mais alteracao de notas nem de frequencia
      * CAL-DT-FECHA/CAL-OPER-FECHA: ultimo fechamento
      * CAL-DT-REABRE/CAL-OPER-REABRE: ultima reabertura
      ******************************************************************
       01 REG-CALENDARIO.
          03 CAL-CHAVE.
             05 CAL-ANO               PIC 9(04).
             05 CAL-BIMESTRE          PIC 9(01).
          03 CAL-DT-INICIO            PIC 9(08).
          03 CAL-DT-FIM               PIC 9(08).
          03 CAL-SITUACAO             PIC X(01).
             88 CAL-ABERTO                VALUE 'A'.
             88 CAL-FECHADO               VALUE 'F'.
          03 CAL-DT-FECHA             PIC 9(08).
          03 CAL-OPER-FECHA           PIC X(08).
          03 CAL-DT-REABRE            PIC 9(08).
          03 CAL-OPER-REABRE          PIC X(08).
