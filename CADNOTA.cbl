      *          que o aluno existe e esta ativo no cadastro, com
      *          identificacao do operador pelo LOGON, alterar e
      *          excluir restritos ao corpo docente e auditoria das
      *          operacoes no CADLOG.DAT; a disciplina tem que constar
      *          na grade curricular da turma do aluno (VALGRADE) e o
      *          professor so lanca nas disciplinas que leciona;
      *          bimestre fechado no calendario letivo (BIMESTRE) nao
      *          aceita lancamento, alteracao nem exclusao de nota
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
       77 WS-NOTA-TXT                 PIC X(05) VALUE SPACES.
       77 WS-NOTA                     PIC 9(06)V9(02) VALUE 0.
       77 WS-NOTA-VALIDA              PIC X VALUE 'N'.
       77 WS-QT-ACHADAS               PIC 9(03) VALUE 0.

          COPY LOGONLK.
          COPY VALGRDLK.
          COPY BIMESTLK.

       01 WS-NOTA-BIM-TAB.
          05 WS-NOTA-BIM OCCURS 4 TIMES
                                      PIC 9(02)V9(01).

       01 WS-CAL-TAB.
          05 WS-CAL-SITUACAO OCCURS 4 TIMES
                                      PIC X(01).
             88 BIM-FECHADO        VALUE 'F'.

       01 WS-NOTA-DETALHE.
          05 WS-NDET-DISCIPLINA       PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.

            PERFORM P7-VALIDA-ALUNO

            MOVE 'N'                    TO WS-GRADE-VALIDA

            IF ALUNO-OK THEN
                PERFORM P9-PEDE-DISCIPLINA
                PERFORM P7A-VALIDA-GRADE
            END-IF

            IF GRADE-VALIDA THEN
                INITIALIZE WS-NOTA-BIM-TAB
                PERFORM P8-PEDE-NOTAS

                OPEN I-O NOTA
            ACCEPT WS-ID-ALUNO

            PERFORM P9-PEDE-DISCIPLINA
            PERFORM P7B-TURMA-ALUNO
            PERFORM P7A-VALIDA-GRADE

            IF GRADE-VALIDA THEN
                OPEN I-O NOTA

                IF FILEG-OK THEN
                    MOVE WS-ID-ALUNO        TO NOTA-ID-ALUNO
                    MOVE WS-DISCIPLINA      TO NOTA-DISCIPLINA

                    READ NOTA
                        INVALID KEY
                            DISPLAY 'NOTAS NAO ENCONTRADAS PARA O '
                                    'ALUNO E DISCIPLINA INFORMADOS!'
                        NOT INVALID KEY
                            MOVE NOTA-BIM-1     TO WS-NDET-B1
                            MOVE NOTA-BIM-2     TO WS-NDET-B2
                            MOVE NOTA-BIM-3     TO WS-NDET-B3
                            MOVE NOTA-BIM-4     TO WS-NDET-B4
                            DISPLAY 'Notas atuais: ' WS-NDET-B1 ' '
                               WS-NDET-B2 ' ' WS-NDET-B3 ' '
                               WS-NDET-B4

                            MOVE NOTA-BIM-1     TO WS-NOTA-BIM(1)
                            MOVE NOTA-BIM-2     TO WS-NOTA-BIM(2)
                            MOVE NOTA-BIM-3     TO WS-NOTA-BIM(3)
                            MOVE NOTA-BIM-4     TO WS-NOTA-BIM(4)

                            PERFORM P8-PEDE-NOTAS

                            MOVE WS-NOTA-BIM(1) TO NOTA-BIM-1
                            MOVE WS-NOTA-BIM(2) TO NOTA-BIM-2
                            MOVE WS-NOTA-BIM(3) TO NOTA-BIM-3
                            MOVE WS-NOTA-BIM(4) TO NOTA-BIM-4

                            REWRITE REG-NOTA
                                INVALID KEY
                                    DISPLAY 'ERRO AO ALTERAR AS '
                                            'NOTAS!'
                                NOT INVALID KEY
                                    DISPLAY 'Notas alteradas com '
                                            'sucesso!'
                                    MOVE 'NOTA-ALT'
                                       TO WS-LOG-OPERACAO
                                    PERFORM P9-GRAVA-LOG
                            END-REWRITE
                    END-READ

                    CLOSE NOTA
                ELSE
                    DISPLAY 'NENHUMA NOTA LANCADA.'
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
                OPEN I-O NOTA

                IF FILEG-OK THEN
                    MOVE WS-ID-ALUNO        TO NOTA-ID-ALUNO
                    MOVE WS-DISCIPLINA      TO NOTA-DISCIPLINA

                    READ NOTA
                        INVALID KEY
                            DISPLAY 'NOTAS NAO ENCONTRADAS PARA O '
                                    'ALUNO E DISCIPLINA INFORMADOS!'
                        NOT INVALID KEY
                            PERFORM P6B-CONFERE-FECHADOS

                            IF TEM-FECHADO THEN
                                DISPLAY 'HA NOTA EM BIMESTRE FECHADO! '
                                        'EXCLUSAO NAO PERMITIDA.'
                            ELSE
                                DELETE NOTA RECORD
                                    INVALID KEY
                                        DISPLAY 'ERRO AO EXCLUIR AS '
                                                'NOTAS!'
                                    NOT INVALID KEY
                                        DISPLAY 'Notas excluidas!'
                                        MOVE 'NOTA-EXC'
                                           TO WS-LOG-OPERACAO
                                        PERFORM P9-GRAVA-LOG
                                END-DELETE
                            END-IF
                    END-READ

                    CLOSE NOTA
                ELSE
                    DISPLAY 'NENHUMA NOTA LANCADA.'
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
      * aceita se nao ha nota lancada em nenhum deles
       P6B-CONFERE-FECHADOS.
            PERFORM P6-CARREGA-CALENDARIO

            MOVE 'N'                    TO WS-TEM-FECHADO
            MOVE NOTA-BIM-1             TO WS-NOTA-BIM(1)
            MOVE NOTA-BIM-2             TO WS-NOTA-BIM(2)
            MOVE NOTA-BIM-3             TO WS-NOTA-BIM(3)
            MOVE NOTA-BIM-4             TO WS-NOTA-BIM(4)

            MOVE 0                      TO WS-BIM
            PERFORM P6C-CONFERE-BIMESTRE 4 TIMES
            .

       P6C-CONFERE-BIMESTRE.
            ADD 1                       TO WS-BIM

            IF BIM-FECHADO(WS-BIM) AND WS-NOTA-BIM(WS-BIM) > 0 THEN
                SET TEM-FECHADO         TO TRUE
            END-IF
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

      * bimestre fechado nao e pedido: fica a nota que ja estava
      * em WS-NOTA-BIM (zero no lancamento)
       P8-PEDE-NOTAS.
            PERFORM P6-CARREGA-CALENDARIO

            MOVE 0                      TO WS-BIM
            PERFORM P8A-PEDE-UMA-NOTA 4 TIMES
            .
       P8A-PEDE-UMA-NOTA.
            ADD 1                       TO WS-BIM

            IF BIM-FECHADO(WS-BIM) THEN
                DISPLAY 'Bimestre ' WS-BIM ' fechado: nota mantida.'
            ELSE
                MOVE 'N'                TO WS-NOTA-VALIDA
                PERFORM UNTIL NOTA-VALIDA
                    DISPLAY 'Nota do bimestre ' WS-BIM
                            ' (0 a 10, ex: 7,5): '
                    MOVE SPACES         TO WS-NOTA-TXT
                    ACCEPT WS-NOTA-TXT
                    MOVE FUNCTION NUMVAL(WS-NOTA-TXT) TO WS-NOTA
                    IF WS-NOTA > 10 THEN
                        DISPLAY 'NOTA INVALIDA! INFORME DE 0 A 10.'
                    ELSE
                        SET NOTA-VALIDA TO TRUE
                    END-IF
                END-PERFORM

                MOVE WS-NOTA            TO WS-NOTA-BIM(WS-BIM)
            END-IF
            .

       P9-PEDE-DISCIPLINA.
