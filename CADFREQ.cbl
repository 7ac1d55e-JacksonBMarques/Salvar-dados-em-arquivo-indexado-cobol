      * Purpose: lancar, consultar, alterar e excluir as presencas e
      *          faltas por bimestre dos alunos (arquivo CFP004S1.DAT),
      *          validando que o aluno existe e esta ativo no cadastro
      *          e que a disciplina consta na grade curricular da
      *          turma do aluno (VALGRADE); o professor so lanca nas
      *          disciplinas que leciona; bimestre fechado no
      *          calendario letivo (BIMESTRE) nao aceita lancamento,
      *          alteracao nem exclusao de frequencia
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
       77 WS-DISCIPLINA               PIC X(10) VALUE SPACES.
       77 WS-ALUNO-OK                 PIC X VALUE 'N'.
          88 ALUNO-OK                 VALUE 'S'.
       77 WS-TURMA-ALUNO              PIC X(10) VALUE SPACES.
       77 WS-GRADE-VALIDA             PIC X VALUE 'N'.
          88 GRADE-VALIDA             VALUE 'S'.
       77 WS-TEM-FECHADO              PIC X VALUE 'N'.
          88 TEM-FECHADO              VALUE 'S'.
       77 WS-BIM                      PIC 9(01) VALUE 0.
       77 WS-PRES                     PIC 9(03) VALUE 0.
       77 WS-FALT                     PIC 9(03) VALUE 0.
       77 WS-QT-ACHADAS               PIC 9(03) VALUE 0.

          COPY LOGONLK.
          COPY VALGRDLK.
          COPY BIMESTLK.

       01 WS-FREQ-BIM-TAB.
          05 WS-FREQ-BIM OCCURS 4 TIMES.
             10 WS-FB-PRES            PIC 9(03).
             10 WS-FB-FALT            PIC 9(03).

       01 WS-CAL-TAB.
          05 WS-CAL-SITUACAO OCCURS 4 TIMES
                                      PIC X(01).
             88 BIM-FECHADO           VALUE 'F'.

       01 WS-FREQ-DETALHE.
          05 WS-FDET-DISCIPLINA       PIC X(10).
          05 FILLER                   PIC X(03) VALUE ' P='.

            PERFORM P7-VALIDA-ALUNO

            MOVE 'N'                    TO WS-GRADE-VALIDA

            IF ALUNO-OK THEN
                PERFORM P9-PEDE-DISCIPLINA
                PERFORM P7A-VALIDA-GRADE
            END-IF

            IF GRADE-VALIDA THEN
                INITIALIZE WS-FREQ-BIM-TAB
                PERFORM P8-PEDE-FREQUENCIAS

                OPEN I-O FREQUENCIA
            ACCEPT WS-ID-ALUNO

            PERFORM P9-PEDE-DISCIPLINA
            PERFORM P7B-TURMA-ALUNO
            PERFORM P7A-VALIDA-GRADE

            IF GRADE-VALIDA THEN
                OPEN I-O FREQUENCIA

                IF FILEF-OK THEN
                    MOVE WS-ID-ALUNO        TO FREQ-ID-ALUNO
                    MOVE WS-DISCIPLINA      TO FREQ-DISCIPLINA

                    READ FREQUENCIA
                        INVALID KEY
                            DISPLAY 'FREQUENCIA NAO ENCONTRADA PARA O '
                                    'ALUNO E DISCIPLINA INFORMADOS!'
                        NOT INVALID KEY
                            DISPLAY 'Presencas atuais : '
                               FREQ-PRES-BIM-1 ' ' FREQ-PRES-BIM-2 ' '
                               FREQ-PRES-BIM-3 ' ' FREQ-PRES-BIM-4
                            DISPLAY 'Faltas atuais    : '
                               FREQ-FALT-BIM-1 ' ' FREQ-FALT-BIM-2 ' '
                               FREQ-FALT-BIM-3 ' ' FREQ-FALT-BIM-4

                            PERFORM P6D-GUARDA-ATUAIS
                            PERFORM P8-PEDE-FREQUENCIAS

                            MOVE WS-FB-PRES(1)  TO FREQ-PRES-BIM-1
                            MOVE WS-FB-FALT(1)  TO FREQ-FALT-BIM-1
                            MOVE WS-FB-PRES(2)  TO FREQ-PRES-BIM-2
                            MOVE WS-FB-FALT(2)  TO FREQ-FALT-BIM-2
                            MOVE WS-FB-PRES(3)  TO FREQ-PRES-BIM-3
                            MOVE WS-FB-FALT(3)  TO FREQ-FALT-BIM-3
                            MOVE WS-FB-PRES(4)  TO FREQ-PRES-BIM-4
                            MOVE WS-FB-FALT(4)  TO FREQ-FALT-BIM-4

                            REWRITE REG-FREQ
                                INVALID KEY
                                    DISPLAY 'ERRO AO ALTERAR A '
                                            'FREQUENCIA!'
                                NOT INVALID KEY
                                    DISPLAY 'Frequencia alterada com '
                                            'sucesso!'
                            END-REWRITE
                    END-READ

                    CLOSE FREQUENCIA
                ELSE
                    DISPLAY 'NENHUMA FREQUENCIA LANCADA.'
                END-IF
            END-IF
            .
       P3-FIM.

            PERFORM P9-PEDE-DISCIPLINA

      * o supervisor exclui qualquer lancamento, inclusive os de
      * disciplinas digitadas antes do cadastro de disciplinas
            IF LOGON-SUPERVISOR THEN
                SET GRADE-VALIDA        TO TRUE
            ELSE
                PERFORM P7B-TURMA-ALUNO
                PERFORM P7A-VALIDA-GRADE
            END-IF

            IF GRADE-VALIDA THEN
                OPEN I-O FREQUENCIA

                IF FILEF-OK THEN
                    MOVE WS-ID-ALUNO        TO FREQ-ID-ALUNO
                    MOVE WS-DISCIPLINA      TO FREQ-DISCIPLINA

                    READ FREQUENCIA
                        INVALID KEY
                            DISPLAY 'FREQUENCIA NAO ENCONTRADA PARA O '
                                    'ALUNO E DISCIPLINA INFORMADOS!'
                        NOT INVALID KEY
                            PERFORM P6B-CONFERE-FECHADOS

                            IF TEM-FECHADO THEN
                                DISPLAY 'HA FREQUENCIA EM BIMESTRE '
                                        'FECHADO! EXCLUSAO NAO '
                                        'PERMITIDA.'
                            ELSE
                                DELETE FREQUENCIA RECORD
                                    INVALID KEY
                                        DISPLAY 'ERRO AO EXCLUIR A '
                                                'FREQUENCIA!'
                                    NOT INVALID KEY
                                        DISPLAY 'Frequencia '
                                                'excluida!'
                                END-DELETE
                            END-IF
                    END-READ

                    CLOSE FREQUENCIA
                ELSE
                    DISPLAY 'NENHUMA FREQUENCIA LANCADA.'
                END-IF
            END-IF
            .
       P4-FIM.

      * situacao dos 4 bimestres do ano letivo corrente; sem
      * calendario cadastrado nenhum bimestre fica bloqueado
       P6-CARREGA-CALENDARIO.
            MOVE 0                      TO WS-BIM
            PERFORM P6A-SITUACAO-BIMESTRE 4 TIMES
            .

       P6A-SITUACAO-BIMESTRE.
            ADD 1                       TO WS-BIM

            SET BIMEST-SITUACAO         TO TRUE
            MOVE 0                      TO BIMEST-ANO
            MOVE WS-BIM                 TO BIMEST-NUMERO
            CALL 'BIMESTRE' USING BIMEST-AREA

            MOVE BIMEST-RESULTADO       TO WS-CAL-SITUACAO(WS-BIM)
            .

      * a exclusao apagaria tambem os bimestres fechados: so e
      * aceita se nao ha frequencia lancada em nenhum deles
       P6B-CONFERE-FECHADOS.
            PERFORM P6-CARREGA-CALENDARIO
            PERFORM P6D-GUARDA-ATUAIS

            MOVE 'N'                    TO WS-TEM-FECHADO
            MOVE 0                      TO WS-BIM
            PERFORM P6C-CONFERE-BIMESTRE 4 TIMES
            .

       P6C-CONFERE-BIMESTRE.
            ADD 1                       TO WS-BIM

            IF BIM-FECHADO(WS-BIM)
               AND WS-FB-PRES(WS-BIM) + WS-FB-FALT(WS-BIM) > 0 THEN
                SET TEM-FECHADO         TO TRUE
            END-IF
            .

       P6D-GUARDA-ATUAIS.
            MOVE FREQ-PRES-BIM-1        TO WS-FB-PRES(1)
            MOVE FREQ-FALT-BIM-1        TO WS-FB-FALT(1)
            MOVE FREQ-PRES-BIM-2        TO WS-FB-PRES(2)
            MOVE FREQ-FALT-BIM-2        TO WS-FB-FALT(2)
            MOVE FREQ-PRES-BIM-3        TO WS-FB-PRES(3)
            MOVE FREQ-FALT-BIM-3        TO WS-FB-FALT(3)
            MOVE FREQ-PRES-BIM-4        TO WS-FB-PRES(4)
            MOVE FREQ-FALT-BIM-4        TO WS-FB-FALT(4)
            .

       P7-VALIDA-ALUNO.
            SET FILES-OK                      TO TRUE
            MOVE 'N'                    TO WS-ALUNO-OK
                            DISPLAY 'ALUNO INATIVO (excluido)!'
                        ELSE
                            DISPLAY 'Aluno: ' NM-ALUNO
                            MOVE TURMA-ALUNO  TO WS-TURMA-ALUNO
                            SET ALUNO-OK      TO TRUE
                        END-IF
                END-READ
            END-IF
            .

      * confere a disciplina na grade curricular da turma do aluno e,
      * para o professor, se a disciplina naquela turma e dele
       P7A-VALIDA-GRADE.
            MOVE 'N'                    TO WS-GRADE-VALIDA

            MOVE WS-TURMA-ALUNO         TO GRADE-TURMA
            MOVE WS-DISCIPLINA          TO GRADE-DISCIPLINA
            MOVE LOGON-OPERADOR         TO GRADE-OPERADOR
            MOVE LOGON-PERFIL           TO GRADE-PERFIL
            CALL 'VALGRADE' USING GRADE-AREA

            EVALUATE TRUE
                WHEN GRADE-OK
                    SET GRADE-VALIDA    TO TRUE
                WHEN GRADE-FORA-CURRICULO
                    DISPLAY 'DISCIPLINA ' WS-DISCIPLINA
                            ' NAO CONSTA NA GRADE DA TURMA '
                            WS-TURMA-ALUNO '!'
                WHEN GRADE-OUTRO-PROFESSOR
                    DISPLAY 'DISCIPLINA LECIONADA NA TURMA PELO '
                            'PROFESSOR ' GRADE-PROFESSOR '!'
                WHEN GRADE-SEM-TURMA
                    DISPLAY 'ALUNO SEM TURMA! NAO HA GRADE '
                            'CURRICULAR PARA CONFERIR.'
                WHEN OTHER
                    DISPLAY 'GRADE CURRICULAR AUSENTE. CADASTRE A '
                            'GRADE DAS TURMAS PELO CADCURR.'
            END-EVALUATE
            .

      * alterar e excluir nao exigem aluno ativo, mas precisam da
      * turma dele para conferir a grade curricular
       P7B-TURMA-ALUNO.
            SET FILES-OK                      TO TRUE
            MOVE SPACES                 TO WS-TURMA-ALUNO

            OPEN INPUT ALUNO

            IF FILES-OK THEN
                MOVE WS-ID-ALUNO        TO ID-ALUNO

                READ ALUNO
                    INVALID KEY
                        DISPLAY 'ALUNO NAO ENCONTRADO!'
                    NOT INVALID KEY
                        MOVE TURMA-ALUNO    TO WS-TURMA-ALUNO
                END-READ

                CLOSE ALUNO
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
                DISPLAY 'FILE STATUS: ' WS-FILES
            END-IF
            .

      * bimestre fechado nao e pedido: fica o que ja estava em
      * WS-FREQ-BIM (zero no lancamento)
       P8-PEDE-FREQUENCIAS.
            PERFORM P6-CARREGA-CALENDARIO

            MOVE 0                      TO WS-BIM
            PERFORM P8A-PEDE-UM-BIMESTRE 4 TIMES
            .
       P8A-PEDE-UM-BIMESTRE.
            ADD 1                       TO WS-BIM

            IF BIM-FECHADO(WS-BIM) THEN
                DISPLAY 'Bimestre ' WS-BIM ' fechado: frequencia '
                        'mantida.'
            ELSE
                DISPLAY 'Presencas do bimestre ' WS-BIM ': '
                ACCEPT WS-PRES
                DISPLAY 'Faltas do bimestre ' WS-BIM ': '
                ACCEPT WS-FALT

                MOVE WS-PRES            TO WS-FB-PRES(WS-BIM)
                MOVE WS-FALT            TO WS-FB-FALT(WS-BIM)
            END-IF
            .

       P9-PEDE-DISCIPLINA.
