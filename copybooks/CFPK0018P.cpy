      ******************************************************************
      * Copybook: CFPK0018P
      * Dados da escola para o censo escolar (arquivo CFP018P1.DAT,
      * registro unico mantido pela opcao 1 do CENSO)
      * ESC-INEP     : codigo INEP da escola
      * ESC-MUNICIPIO: codigo IBGE do municipio
      ******************************************************************
       01 REG-ESCOLA.
          03 ESC-INEP                 PIC 9(08).
          03 ESC-NOME                 PIC X(50).
          03 ESC-MUNICIPIO            PIC 9(07).
          03 ESC-UF                   PIC X(02).
          03 ESC-DT-ALTERACAO         PIC 9(08).
