      ******************************************************************
      * Copybook: CFPK0019
      * Layout do registro de documento emitido (arquivo CFP019S1.DAT)
      * Chave: numero de controle, sequencial, tirado do CFP019N1.DAT
      * pelo DECLARA; nome e turma ficam gravados como estavam na
      * emissao, para a verificacao continuar valendo depois de
      * troca de turma, exclusao ou arquivamento do aluno
      * DOC-CODIGO: codigo de verificacao impresso no documento
      * DOC-RESUMO: o que foi declarado (ano, frequencia, quantidade
      *             de mensalidades quitadas)
      ******************************************************************
       01 REG-DOCUMENTO.
          03 DOC-NUMERO               PIC 9(07).
          03 DOC-TIPO                 PIC X(01).
             88 DOC-MATRICULA             VALUE 'M'.
             88 DOC-FREQUENCIA            VALUE 'F'.
             88 DOC-QUITACAO              VALUE 'Q'.
          03 DOC-ID-ALUNO             PIC 9(05).
          03 DOC-NM-ALUNO             PIC X(20).
          03 DOC-TURMA                PIC X(10).
          03 DOC-DT-EMISSAO           PIC 9(08).
          03 DOC-HORA-EMISSAO         PIC 9(08).
          03 DOC-OPERADOR             PIC X(08).
          03 DOC-CODIGO               PIC 9(04).
          03 DOC-RESUMO               PIC X(40).
