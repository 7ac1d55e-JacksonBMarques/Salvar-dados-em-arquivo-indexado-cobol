      ******************************************************************
      * Copybook: CFPK0015
      * Layout do registro de responsavel (arquivo CFP015S1.DAT)
      * Chave: matricula do aluno + sequencia do responsavel (1 a 9)
      * RESP-PRINCIPAL: responsavel que recebe os avisos da escola;
      * sem principal marcado, os avisos vao para o de menor
      * sequencia
      ******************************************************************
       01 REG-RESPONSAVEL.
          03 RESP-CHAVE.
             05 RESP-ID-ALUNO         PIC 9(05).
             05 RESP-SEQ              PIC 9(01).
          03 RESP-NOME                PIC X(30).
          03 RESP-PARENTESCO          PIC X(12).
          03 RESP-CPF                 PIC 9(11).
          03 RESP-ENDERECO.
             05 RESP-LOGRADOURO       PIC X(40).
             05 RESP-BAIRRO           PIC X(20).
             05 RESP-CIDADE           PIC X(20).
             05 RESP-UF               PIC X(02).
             05 RESP-CEP              PIC 9(08).
          03 RESP-TELEFONE            PIC 9(11).
          03 RESP-EMAIL               PIC X(40).
          03 RESP-PRINCIPAL           PIC X(01).
             88 RESP-E-PRINCIPAL          VALUE 'S'.
