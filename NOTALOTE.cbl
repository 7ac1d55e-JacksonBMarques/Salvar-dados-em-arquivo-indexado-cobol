      * Purpose: carga em lote de notas a partir do arquivo delimitado
      *          CFP003L1.DAT (matricula;disciplina;bimestre;nota)
      *          entregue pelos professores: valida cada linha como o
      *          CADNOTA (aluno existente e ativo, nota de 0 a 10,
      *          disciplina na grade curricular da turma do aluno e,
      *          para o professor identificado no LOGON, so as
      *          disciplinas que ele leciona, bimestre aberto no
      *          calendario letivo),
      *          inclui ou altera o bimestre certo em CFP003S1.DAT,
      *          grava as linhas invalidas em CFP003E1.DAT com o
      *          motivo e imprime o resumo de lancadas, alteradas e
      *             DIS = disciplina em branco
      *             BIM = bimestre fora de 1 a 4
      *             NTA = nota fora de 0 a 10
      *             CUR = disciplina fora da grade curricular da
      *                   turma do aluno (ou aluno sem turma)
      *             PRF = disciplina lecionada por outro professor
      *             BFE = bimestre fechado no calendario letivo
      *             ERR = erro de gravacao
       FD REJEITO.
       01 REG-REJNOTA.
       77 WS-ALTERADAS                PIC 9(07) VALUE 0.
       77 WS-REJEITADAS               PIC 9(07) VALUE 0.

          COPY LOGONLK.
          COPY VALGRDLK.
          COPY BIMESTLK.

       01 WS-CAL-TAB.
          05 WS-CAL-SITUACAO OCCURS 4 TIMES
                                      PIC X(01).
             88 BIM-FECHADO           VALUE 'F'.

       01 WS-DISC-TABELA.
          05 WS-DT-QTD                PIC 9(03) VALUE 0.
          05 WS-DT-ESTOURO            PIC X VALUE 'N'.

            PERFORM P00-AMBIENTE

            MOVE SPACES                 TO LOGON-PERFIL-MINIMO
            CALL 'LOGON' USING LOGON-AREA

            IF NOT LOGON-OK THEN
                STOP RUN
            END-IF

            PERFORM P9-CARREGA-CALENDARIO

            OPEN INPUT LOTE-NOTA

            IF NOT FILET-OK THEN
                                        TO WS-BIM
                        MOVE FUNCTION NUMVAL(WS-NOTA-TXT)
                                        TO WS-NOTA
                        IF BIM-FECHADO(WS-BIM) THEN
                            MOVE 'BFE'  TO WS-MOTIVO-REJEITO
                        ELSE
                            PERFORM P4A-VALIDA-ALUNO
                        END-IF
                END-EVALUATE
            END-IF

                NOT INVALID KEY
                    IF ALUNO-INATIVO THEN
                        MOVE 'INA'      TO WS-MOTIVO-REJEITO
                    ELSE
                        PERFORM P4B-VALIDA-GRADE
                    END-IF
            END-READ
            .

      * a planilha de um professor so pode trazer as disciplinas
      * que a grade curricular atribui a ele
       P4B-VALIDA-GRADE.
            MOVE TURMA-ALUNO            TO GRADE-TURMA
            MOVE WS-DISCIPLINA          TO GRADE-DISCIPLINA
            MOVE LOGON-OPERADOR         TO GRADE-OPERADOR
            MOVE LOGON-PERFIL           TO GRADE-PERFIL
            CALL 'VALGRADE' USING GRADE-AREA

            IF GRADE-OUTRO-PROFESSOR THEN
                MOVE 'PRF'              TO WS-MOTIVO-REJEITO
            ELSE
                IF NOT GRADE-OK THEN
                    MOVE 'CUR'          TO WS-MOTIVO-REJEITO
                END-IF
            END-IF
            .

       P5-APLICA-NOTA.
            MOVE WS-ID-ALUNO            TO NOTA-ID-ALUNO
            MOVE WS-DISCIPLINA          TO NOTA-DISCIPLINA
            DISPLAY WS-DET-RESUMO
            .

      * situacao dos 4 bimestres do ano letivo corrente, lida uma
      * vez para a carga toda; sem calendario cadastrado nenhum
      * bimestre fica bloqueado
       P9-CARREGA-CALENDARIO.
            MOVE 0                      TO WS-BIM
            PERFORM P9A-SITUACAO-BIMESTRE 4 TIMES
            .

       P9A-SITUACAO-BIMESTRE.
            ADD 1                       TO WS-BIM

            SET BIMEST-SITUACAO         TO TRUE
            MOVE 0                      TO BIMEST-ANO
            MOVE WS-BIM                 TO BIMEST-NUMERO
            CALL 'BIMESTRE' USING BIMEST-AREA

            MOVE BIMEST-RESULTADO       TO WS-CAL-SITUACAO(WS-BIM)

            IF BIM-FECHADO(WS-BIM) THEN
                DISPLAY 'Bimestre ' WS-BIM ' de ' BIMEST-ANO
                        ' fechado: linhas rejeitadas (BFE).'
            END-IF
            .

      * resolve o ambiente e o diretorio dos arquivos de dados
      * na partida, para rodar contra um ambiente de teste sem
      * recompilar nada
