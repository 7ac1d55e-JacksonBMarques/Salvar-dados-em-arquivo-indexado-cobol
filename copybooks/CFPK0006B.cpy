      ******************************************************************
      * Copybook: CFPK0006B
      * Layout do arquivo de retorno diario do banco (CFP006B1.DAT),
      * registros de 80 posicoes
      * RET-TIPO: 0 = header (data do arquivo e banco)
      *           1 = pagamento (aluno, competencia, data e valor)
      *           9 = trailer (quantidade de pagamentos e valor total)
      ******************************************************************
       01 REG-RETORNO.
          03 RET-TIPO                  PIC X(01).
             88 RET-HEADER                VALUE '0'.
             88 RET-PAGAMENTO             VALUE '1'.
             88 RET-TRAILER               VALUE '9'.
          03 RET-DADOS-PAGAMENTO.
             05 RET-ID-ALUNO           PIC 9(05).
             05 RET-COMPET             PIC 9(06).
             05 RET-DT-PAGTO           PIC 9(08).
             05 RET-VL-PAGO            PIC 9(06)V9(02).
             05 RET-NOSSO-NUMERO       PIC X(20).
             05 FILLER                 PIC X(32).
          03 RET-DADOS-HEADER REDEFINES RET-DADOS-PAGAMENTO.
             05 RET-DT-ARQUIVO         PIC 9(08).
             05 RET-CD-BANCO           PIC 9(03).
             05 RET-NM-BANCO           PIC X(20).
             05 FILLER                 PIC X(48).
          03 RET-DADOS-TRAILER REDEFINES RET-DADOS-PAGAMENTO.
             05 RET-QT-PAGAMENTOS      PIC 9(07).
             05 RET-VL-TOTAL           PIC 9(09)V9(02).
             05 FILLER                 PIC X(61).
