      ******************************************************************
      * Copybook: CFPK0016
      * Layout do registro de aviso emitido (arquivo CFP016S1.DAT)
      * Chave: matricula do aluno + tipo do aviso + referencia; a
      * chave impede que o mesmo aviso saia duas vezes
      * AVIS-REFERENCIA: frequencia = ano letivo e bimestre (AAAA0B)
      *                  mensalidade = competencia (AAAAMM)
      ******************************************************************
       01 REG-AVISO.
          03 AVIS-CHAVE.
             05 AVIS-ID-ALUNO         PIC 9(05).
             05 AVIS-TIPO             PIC X(01).
                88 AVIS-FREQUENCIA        VALUE 'F'.
                88 AVIS-MENSALIDADE       VALUE 'M'.
             05 AVIS-REFERENCIA       PIC 9(06).
          03 AVIS-DT-EMISSAO          PIC 9(08).
          03 AVIS-RESP-SEQ            PIC 9(01).
          03 AVIS-RESP-NOME           PIC X(30).
          03 AVIS-PCT-FREQ            PIC 9(03).
          03 AVIS-VL-DEVIDO           PIC 9(06)V9(02).
