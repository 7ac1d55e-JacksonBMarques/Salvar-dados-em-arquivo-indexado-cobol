      ******************************************************************
      * Copybook: ENCARGLK
      * Area de comunicacao com a rotina ENCARGOS
      * ENC-FUNCAO: V = devolve em ENC-DT-VENCTO o vencimento da
      *                 competencia ENC-COMPET
      *             C = calcula multa e juros de ENC-VALOR vencido em
      *                 ENC-DT-VENCTO e pago (ou devido) em
      *                 ENC-DT-REFERENCIA
      * Sem o arquivo de parametros vale o dia 10 e nao ha encargos
      ******************************************************************
       01 ENC-AREA.
          03 ENC-FUNCAO                PIC X(01).
             88 ENC-VENCIMENTO            VALUE 'V'.
             88 ENC-CALCULO               VALUE 'C'.
          03 ENC-COMPET                PIC 9(06).
          03 ENC-DT-VENCTO             PIC 9(08).
          03 ENC-DT-REFERENCIA         PIC 9(08).
          03 ENC-VALOR                 PIC 9(05)V9(02).
          03 ENC-DIAS-ATRASO           PIC 9(05).
          03 ENC-VL-MULTA              PIC 9(05)V9(02).
          03 ENC-VL-JUROS              PIC 9(05)V9(02).
          03 ENC-VL-ENCARGOS           PIC 9(05)V9(02).
          03 ENC-VL-TOTAL              PIC 9(06)V9(02).
          03 ENC-RESULTADO             PIC X(01).
             88 ENC-OK                    VALUE '0'.
             88 ENC-SEM-PARAMETRO         VALUE '1'.
