      * Chave: matricula do aluno + competencia (AAAAMM); a turma
      * gravada e a da geracao da cobranca, para a inadimplencia
      * continuar visivel mesmo apos exclusao ou troca de turma
      * O vencimento sai do dia de vencimento dos parametros de
      * cobranca (CFP006P1.DAT); na baixa ficam a data e o valor
      * efetivamente pagos e a parte do valor que foi multa e juros
      * por atraso (rotina ENCARGOS)
      ******************************************************************
       01 REG-MENSAL.
          03 MENS-CHAVE.
             88 MENS-PAGA                 VALUE 'P'.
          03 MENS-DT-GERACAO          PIC 9(08).
          03 MENS-DT-PAGTO            PIC 9(08).
          03 MENS-DT-VENCTO           PIC 9(08).
          03 MENS-VL-PAGO             PIC 9(06)V9(02).
          03 MENS-VL-ENCARGOS         PIC 9(05)V9(02).
          03 MENS-ORIGEM-BAIXA        PIC X(01).
             88 MENS-BAIXA-MANUAL         VALUE 'M'.
             88 MENS-BAIXA-BANCO          VALUE 'B'.
