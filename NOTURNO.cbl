      * Author: Breno Marques
      * Date: 02/09/2026
      * Purpose: condutor da rotina noturna: executa em sequencia
      *          CADLOTE, SAVALUN, CONCILIA, ESTALUN, EXPALUN e
      *          CHAMCONS (consolidacao da chamada diaria),
      *          registrando inicio, fim e resultado de cada passo no
      *          arquivo de controle CFP010C1.DAT; recusa um passo
      *          cujo antecessor nao terminou (inclusive carga
          88 FILER-OK                 VALUE 0.
       77 WS-FIM-CTL                  PIC X VALUE 'N'.
          88 FIM-CTL                  VALUE 'S'.
       77 WS-QT-PASSOS                PIC 9(02) VALUE 6.
       77 WS-P                        PIC 9(02) VALUE 0.
       77 WS-CADEIA-OK                PIC X VALUE 'S'.
          88 CADEIA-OK                VALUE 'S'.
          05 FILLER                   PIC 9(02).

       01 WS-PASSO-TABELA.
          05 WS-PT-ITEM OCCURS 6 TIMES.
             10 WS-PT-PROGRAMA        PIC X(08).
             10 WS-PT-INICIADO        PIC X(01).
             10 WS-PT-CONCLUIDO       PIC X(01).
            MOVE 'CONCILIA'             TO WS-PT-PROGRAMA(3)
            MOVE 'ESTALUN'              TO WS-PT-PROGRAMA(4)
            MOVE 'EXPALUN'              TO WS-PT-PROGRAMA(5)
            MOVE 'CHAMCONS'             TO WS-PT-PROGRAMA(6)

            PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-QT-PASSOS
                    CALL 'ESTALUN'
                WHEN 5
                    CALL 'EXPALUN'
                WHEN 6
                    CALL 'CHAMCONS'
            END-EVALUATE
            .

