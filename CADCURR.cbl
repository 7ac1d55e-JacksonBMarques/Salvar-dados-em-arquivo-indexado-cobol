      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: manutencao da grade curricular das turmas: quais
      *          disciplinas do CFP011S1.DAT cada turma do
      *          CFP002S1.DAT cursa e qual professor do CFP009S1.DAT
      *          leciona cada uma (incluir, consultar a grade da
      *          turma, trocar professor, excluir e listar por
      *          professor); a grade e conferida pela rotina VALGRADE
      *          no lancamento de notas e frequencia; a troca de
      *          professor passa para as aulas da disciplina na grade
      *          horaria (CFP020S1.DAT) e a exclusao e recusada
      *          enquanto a disciplina tiver aulas nela; alteracoes
      *          restritas ao supervisor e auditadas no CADLOG.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCURR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CURRICULO ASSIGN TO WS-ARQ-CURRICULO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CURR-CHAVE
                FILE STATUS IS WS-FILEC.

                SELECT TURMA ASSIGN TO WS-ARQ-TURMA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS CD-TURMA
                FILE STATUS IS WS-FILET.

                SELECT DISCIPLINA ASSIGN TO WS-ARQ-DISCIPLINA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS DISC-CODIGO
                FILE STATUS IS WS-FILED.

                SELECT OPERADOR ASSIGN TO WS-ARQ-OPERADOR
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS OPER-CODIGO
                FILE STATUS IS WS-FILEO.

                SELECT HORARIO ASSIGN TO WS-ARQ-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS HOR-CHAVE
                FILE STATUS IS WS-FILEH.

                SELECT CADLOG ASSIGN TO WS-ARQ-CADLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEL.

       DATA DIVISION.
       FILE SECTION.
       FD CURRICULO.
          COPY CFPK0012.

       FD TURMA.
          COPY CFPK0002.

       FD DISCIPLINA.
          COPY CFPK0011.

       FD OPERADOR.
          COPY CFPK0009.

       FD HORARIO.
          COPY CFPK0020.

       FD CADLOG.
          COPY CADLOG.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-CURRICULO        PIC X(66) VALUE SPACES.
       77 WS-ARQ-TURMA            PIC X(66) VALUE SPACES.
       77 WS-ARQ-DISCIPLINA       PIC X(66) VALUE SPACES.
       77 WS-ARQ-OPERADOR         PIC X(66) VALUE SPACES.
       77 WS-ARQ-HORARIO          PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADLOG           PIC X(66) VALUE SPACES.

       77 WS-FILEC                    PIC 99.
          88 FILEC-OK                 VALUE 0.
       77 WS-FILET                    PIC 99.
          88 FILET-OK                 VALUE 0.
       77 WS-FILED                    PIC 99.
          88 FILED-OK                 VALUE 0.
       77 WS-FILEO                    PIC 99.
          88 FILEO-OK                 VALUE 0.
       77 WS-FILEH                    PIC 99.
          88 FILEH-OK                 VALUE 0.
       77 WS-FILEL                    PIC 99.
          88 FILEL-OK                 VALUE 0.
       77 WS-OPERADOR                 PIC X(08) VALUE SPACES.
       77 WS-LOG-OPERACAO             PIC X(08).
       77 WS-EXIT                     PIC X.
          88 EXIT-OK                  VALUE 'F' '0' FALSE 'N'.
       77 WS-OPCAO                    PIC X.
       77 WS-CD-TURMA                 PIC X(10) VALUE SPACES.
       77 WS-DISC-CODIGO              PIC X(10) VALUE SPACES.
       77 WS-PROFESSOR                PIC X(08) VALUE SPACES.
       77 WS-QT-LISTADOS              PIC 9(03) VALUE 0.
       77 WS-VALIDO                   PIC X VALUE 'N'.
          88 VALIDO                   VALUE 'S'.
       77 WS-FIM-CURRICULO            PIC X VALUE 'N'.
          88 FIM-CURRICULO            VALUE 'S'.
       77 WS-FIM-HORARIO              PIC X VALUE 'N'.
          88 FIM-HORARIO              VALUE 'S'.
       77 WS-HOR-ABERTO               PIC X VALUE 'N'.
          88 HOR-ABERTO               VALUE 'S'.
       77 WS-QT-AULAS                 PIC 9(03) VALUE 0.
       77 WS-QT-CONFLITOS             PIC 9(03) VALUE 0.
       77 WS-QT-ATUALIZADAS           PIC 9(03) VALUE 0.
       77 WS-A                        PIC 9(03) VALUE 0.

          COPY LOGONLK.

      * dias e periodos das aulas da disciplina na grade horaria da
      * turma (no maximo 6 dias x 16 periodos)
       01 WS-AULAS-DISCIPLINA.
          05 WS-AULA OCCURS 96 TIMES.
             10 WS-AULA-DIA           PIC 9(01).
             10 WS-AULA-PERIODO       PIC 9(02).

       01 WS-DIAS-VALORES.
          05 FILLER                   PIC X(08) VALUE 'SEGUNDA'.
          05 FILLER                   PIC X(08) VALUE 'TERCA'.
          05 FILLER                   PIC X(08) VALUE 'QUARTA'.
          05 FILLER                   PIC X(08) VALUE 'QUINTA'.
          05 FILLER                   PIC X(08) VALUE 'SEXTA'.
          05 FILLER                   PIC X(08) VALUE 'SABADO'.
       01 WS-DIAS-TABELA REDEFINES WS-DIAS-VALORES.
          05 WS-DIA-NOME OCCURS 6 TIMES
                                      PIC X(08).

       01 WS-CNF-DETALHE.
          05 WS-CNF-DIA               PIC X(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-CNF-PERIODO           PIC 9(02).
          05 FILLER                   PIC X(33) VALUE
             '  PROFESSOR JA TEM AULA NA TURMA '.
          05 WS-CNF-TURMA             PIC X(10).

       01 WS-LST-DETALHE.
          05 WS-LST-TURMA             PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-DISCIPLINA        PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-NOME              PIC X(30).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-PROFESSOR         PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Grade Curricular das Turmas'

            PERFORM P00-AMBIENTE

            SET EXIT-OK                   TO FALSE

            MOVE SPACES                 TO LOGON-PERFIL-MINIMO
            CALL 'LOGON' USING LOGON-AREA

            IF NOT LOGON-OK THEN
                STOP RUN
            END-IF

            MOVE LOGON-OPERADOR         TO WS-OPERADOR

            PERFORM P0-MENU           THRU P0-MENU-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P0-MENU.
            DISPLAY ' '
            DISPLAY '1-Incluir disciplina na turma 2-Consultar grade'
            DISPLAY '3-Trocar professor 4-Excluir disciplina da turma'
            DISPLAY '5-Listar por professor 0-Sair'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                WHEN '3'
                WHEN '4'
                    IF LOGON-SUPERVISOR THEN
                        EVALUATE WS-OPCAO
                            WHEN '1'
                                PERFORM P1-INCLUI    THRU P1-FIM
                            WHEN '3'
                                PERFORM P3-TROCA     THRU P3-FIM
                            WHEN '4'
                                PERFORM P4-EXCLUI    THRU P4-FIM
                        END-EVALUATE
                    ELSE
                        DISPLAY 'MANUTENCAO DA GRADE RESTRITA AO '
                                'SUPERVISOR!'
                    END-IF
                WHEN '2'
                    PERFORM P2-CONSULTA    THRU P2-FIM
                WHEN '5'
                    PERFORM P5-LISTA       THRU P5-FIM
                WHEN '0'
                WHEN 'F'
                WHEN 'f'
                    SET EXIT-OK            TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P0-MENU-FIM.

       P1-INCLUI.
            DISPLAY 'INCLUIR DISCIPLINA NA GRADE DA TURMA'
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-CD-TURMA

            PERFORM P6-VALIDA-TURMA

            IF VALIDO THEN
                DISPLAY 'Informe o codigo da disciplina: '
                ACCEPT WS-DISC-CODIGO
                PERFORM P7-VALIDA-DISCIPLINA
            END-IF

            IF VALIDO THEN
                DISPLAY 'Informe o codigo do professor: '
                ACCEPT WS-PROFESSOR
                PERFORM P8-VALIDA-PROFESSOR
            END-IF

            IF VALIDO THEN
                PERFORM P1A-GRAVA
            END-IF
            .
       P1-FIM.

       P1A-GRAVA.
            SET FILEC-OK                      TO TRUE

            OPEN I-O CURRICULO

            IF WS-FILEC EQUAL 35 THEN
                OPEN OUTPUT CURRICULO
            END-IF

            IF FILEC-OK THEN
                INITIALIZE REG-CURRICULO
                MOVE WS-CD-TURMA          TO CURR-TURMA
                MOVE WS-DISC-CODIGO       TO CURR-DISCIPLINA
                MOVE WS-PROFESSOR         TO CURR-PROFESSOR

                WRITE REG-CURRICULO
                    INVALID KEY
                        DISPLAY 'DISCIPLINA JA CONSTA NA GRADE DA '
                                'TURMA!'
                    NOT INVALID KEY
                        DISPLAY 'Disciplina incluida na grade!'
                        MOVE 'CURR-INC'   TO WS-LOG-OPERACAO
                        PERFORM P9-GRAVA-LOG
                END-WRITE
            ELSE
                DISPLAY 'ERRO AO ABRIR A GRADE CURRICULAR'
                DISPLAY 'FILE STATUS: ' WS-FILEC
            END-IF

            CLOSE CURRICULO
            .

       P2-CONSULTA.
            SET FILEC-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-CURRICULO
            MOVE 0                      TO WS-QT-LISTADOS

            DISPLAY 'CONSULTAR GRADE DA TURMA'
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-CD-TURMA

            OPEN INPUT CURRICULO

            IF FILEC-OK THEN
                OPEN INPUT DISCIPLINA

                DISPLAY 'TURMA      DISCIPLINA NOME'
                        '                           PROFESSOR'
                MOVE WS-CD-TURMA        TO CURR-TURMA
                MOVE LOW-VALUES         TO CURR-DISCIPLINA
                START CURRICULO KEY NOT LESS CURR-CHAVE
                    INVALID KEY
                        SET FIM-CURRICULO TO TRUE
                END-START

                PERFORM P2A-LE-CURRICULO
                PERFORM P2B-MOSTRA  THRU P2B-FIM UNTIL FIM-CURRICULO

                IF WS-QT-LISTADOS = 0 THEN
                    DISPLAY 'TURMA SEM GRADE CURRICULAR CADASTRADA.'
                END-IF

                CLOSE DISCIPLINA
            ELSE
                DISPLAY 'GRADE CURRICULAR NAO CADASTRADA.'
            END-IF

            CLOSE CURRICULO
            .
       P2-FIM.

       P2A-LE-CURRICULO.
            READ CURRICULO NEXT RECORD
                AT END
                    SET FIM-CURRICULO    TO TRUE
            END-READ

            IF NOT FIM-CURRICULO AND CURR-TURMA NOT = WS-CD-TURMA THEN
                SET FIM-CURRICULO        TO TRUE
            END-IF
            .

       P2B-MOSTRA.
            PERFORM P5C-DETALHE

            PERFORM P2A-LE-CURRICULO
            .
       P2B-FIM.

       P3-TROCA.
            SET FILEC-OK                      TO TRUE
            MOVE 'N'                    TO WS-HOR-ABERTO

            DISPLAY 'TROCAR PROFESSOR DA DISCIPLINA NA TURMA'
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-CD-TURMA
            DISPLAY 'Informe o codigo da disciplina: '
            ACCEPT WS-DISC-CODIGO

            OPEN I-O CURRICULO

            IF FILEC-OK THEN
                MOVE WS-CD-TURMA          TO CURR-TURMA
                MOVE WS-DISC-CODIGO       TO CURR-DISCIPLINA

                READ CURRICULO
                    INVALID KEY
                        DISPLAY 'DISCIPLINA NAO CONSTA NA GRADE DA '
                                'TURMA!'
                    NOT INVALID KEY
                        DISPLAY 'Professor atual: ' CURR-PROFESSOR
                        DISPLAY 'Informe o novo professor: '
                        ACCEPT WS-PROFESSOR

                        PERFORM P8-VALIDA-PROFESSOR

                        IF VALIDO THEN
                            PERFORM P3A-CONFERE-HORARIO
                        END-IF

                        IF VALIDO THEN
                            MOVE WS-PROFESSOR TO CURR-PROFESSOR

                            REWRITE REG-CURRICULO
                                INVALID KEY
                                    DISPLAY 'ERRO AO TROCAR O '
                                            'PROFESSOR!'
                                NOT INVALID KEY
                                    DISPLAY 'Professor trocado com '
                                            'sucesso!'
                                    MOVE 'CURR-PRF'
                                       TO WS-LOG-OPERACAO
                                    PERFORM P9-GRAVA-LOG
                                    PERFORM P3C-ATUALIZA-HORARIO
                            END-REWRITE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'GRADE CURRICULAR NAO CADASTRADA.'
            END-IF

            IF HOR-ABERTO THEN
                CLOSE HORARIO
            END-IF

            CLOSE CURRICULO
            .
       P3-FIM.

      * as aulas da disciplina na grade horaria passam para o novo
      * professor; a troca e recusada se ele ja tiver aula em outra
      * turma no mesmo dia e periodo de alguma delas (mesma regra do
      * CADHORA). Sem grade horaria cadastrada nao ha o que conferir
       P3A-CONFERE-HORARIO.
            SET FILEH-OK                      TO TRUE
            MOVE 0                      TO WS-QT-AULAS
            MOVE 0                      TO WS-QT-CONFLITOS

            OPEN I-O HORARIO

            EVALUATE TRUE
                WHEN FILEH-OK
                    SET HOR-ABERTO        TO TRUE
                    PERFORM P10-AULAS-DISCIPLINA
                WHEN WS-FILEH = 35
                    SET FILEH-OK          TO TRUE
                WHEN OTHER
                    MOVE 'N'              TO WS-VALIDO
                    DISPLAY 'ERRO AO ABRIR A GRADE HORARIA'
                    DISPLAY 'FILE STATUS: ' WS-FILEH
            END-EVALUATE

            IF WS-QT-AULAS > 0 THEN
                MOVE 'N'                TO WS-FIM-HORARIO
                MOVE LOW-VALUES         TO HOR-TURMA
                MOVE 0                  TO HOR-DIA
                MOVE 0                  TO HOR-PERIODO
                START HORARIO KEY NOT LESS HOR-CHAVE
                    INVALID KEY
                        SET FIM-HORARIO TO TRUE
                END-START

                IF NOT FILEH-OK THEN
                    SET FIM-HORARIO     TO TRUE
                    SET FILEH-OK        TO TRUE
                END-IF

                PERFORM P3B-LE-CONFLITO UNTIL FIM-HORARIO
            END-IF

            IF WS-QT-CONFLITOS > 0 THEN
                MOVE 'N'                TO WS-VALIDO
                DISPLAY 'TROCA RECUSADA: O NOVO PROFESSOR JA TEM AULA '
                        'NOS HORARIOS ACIMA. AJUSTE A GRADE HORARIA '
                        'PELO CADHORA.'
            END-IF
            .

       P3B-LE-CONFLITO.
            READ HORARIO NEXT RECORD
                AT END
                    SET FIM-HORARIO     TO TRUE
                NOT AT END
                    IF HOR-PROFESSOR = WS-PROFESSOR
                       AND HOR-TURMA NOT = WS-CD-TURMA THEN
                        PERFORM P3D-COMPARA
                           VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A > WS-QT-AULAS
                    END-IF
            END-READ

            IF NOT FILEH-OK THEN
                SET FIM-HORARIO         TO TRUE
                SET FILEH-OK            TO TRUE
            END-IF
            .

      * chamado so depois da troca gravada na grade curricular, com
      * a grade horaria ja aberta e conferida pelo P3A
       P3C-ATUALIZA-HORARIO.
            MOVE 0                      TO WS-QT-ATUALIZADAS

            IF WS-QT-AULAS > 0 THEN
                MOVE 'N'                TO WS-FIM-HORARIO
                MOVE WS-CD-TURMA        TO HOR-TURMA
                MOVE 0                  TO HOR-DIA
                MOVE 0                  TO HOR-PERIODO
                START HORARIO KEY NOT LESS HOR-CHAVE
                    INVALID KEY
                        SET FIM-HORARIO TO TRUE
                END-START

                IF NOT FILEH-OK THEN
                    SET FIM-HORARIO     TO TRUE
                    SET FILEH-OK        TO TRUE
                END-IF

                PERFORM P3E-REGRAVA-AULA UNTIL FIM-HORARIO

                DISPLAY 'Aulas da grade horaria passadas ao novo '
                        'professor: ' WS-QT-ATUALIZADAS
            END-IF
            .

       P3D-COMPARA.
            IF HOR-DIA = WS-AULA-DIA(WS-A)
               AND HOR-PERIODO = WS-AULA-PERIODO(WS-A) THEN
                MOVE SPACES             TO WS-CNF-DIA
                IF HOR-DIA >= 2 AND HOR-DIA <= 7 THEN
                    MOVE WS-DIA-NOME(HOR-DIA - 1)
                                        TO WS-CNF-DIA
                END-IF
                MOVE HOR-PERIODO        TO WS-CNF-PERIODO
                MOVE HOR-TURMA          TO WS-CNF-TURMA

                DISPLAY WS-CNF-DETALHE
                ADD 1                   TO WS-QT-CONFLITOS
            END-IF
            .

       P3E-REGRAVA-AULA.
            READ HORARIO NEXT RECORD
                AT END
                    SET FIM-HORARIO     TO TRUE
                NOT AT END
                    IF HOR-TURMA NOT = WS-CD-TURMA THEN
                        SET FIM-HORARIO TO TRUE
                    ELSE
                        IF HOR-DISCIPLINA = WS-DISC-CODIGO THEN
                            MOVE WS-PROFESSOR TO HOR-PROFESSOR

                            REWRITE REG-HORARIO
                                INVALID KEY
                                    DISPLAY 'ERRO AO ALTERAR A AULA '
                                            'DA GRADE HORARIA!'
                                    DISPLAY 'FILE STATUS: ' WS-FILEH
                                NOT INVALID KEY
                                    ADD 1 TO WS-QT-ATUALIZADAS
                                    MOVE 'HORA-PRF'
                                       TO WS-LOG-OPERACAO
                                    PERFORM P9-GRAVA-LOG
                            END-REWRITE
                        END-IF
                    END-IF
            END-READ

            IF NOT FILEH-OK THEN
                SET FIM-HORARIO         TO TRUE
                SET FILEH-OK            TO TRUE
            END-IF
            .

      * notas e frequencia ja lancadas para a disciplina na turma
      * continuam nos seus arquivos; a exclusao so impede novos
      * lancamentos
       P4-EXCLUI.
            SET FILEC-OK                      TO TRUE

            DISPLAY 'EXCLUIR DISCIPLINA DA GRADE DA TURMA'
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-CD-TURMA
            DISPLAY 'Informe o codigo da disciplina: '
            ACCEPT WS-DISC-CODIGO

            OPEN I-O CURRICULO

            IF FILEC-OK THEN
                MOVE WS-CD-TURMA          TO CURR-TURMA
                MOVE WS-DISC-CODIGO       TO CURR-DISCIPLINA

                READ CURRICULO
                    INVALID KEY
                        DISPLAY 'DISCIPLINA NAO CONSTA NA GRADE DA '
                                'TURMA!'
                    NOT INVALID KEY
                        PERFORM P4A-CONFERE-HORARIO

                        IF VALIDO THEN
                            DELETE CURRICULO RECORD
                                INVALID KEY
                                    DISPLAY 'ERRO AO EXCLUIR DA '
                                            'GRADE!'
                                NOT INVALID KEY
                                    DISPLAY 'Disciplina excluida da '
                                            'grade da turma!'
                                    MOVE 'CURR-EXC'
                                       TO WS-LOG-OPERACAO
                                    PERFORM P9-GRAVA-LOG
                            END-DELETE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'GRADE CURRICULAR NAO CADASTRADA.'
            END-IF

            CLOSE CURRICULO
            .
       P4-FIM.

      * aula na grade horaria de disciplina que saiu da grade
      * curricular ficaria sem professor valido: as aulas sao
      * retiradas antes pelo CADHORA
       P4A-CONFERE-HORARIO.
            SET FILEH-OK                      TO TRUE
            MOVE 'N'                    TO WS-VALIDO
            MOVE 0                      TO WS-QT-AULAS

            OPEN INPUT HORARIO

            EVALUATE TRUE
                WHEN FILEH-OK
                    PERFORM P10-AULAS-DISCIPLINA
                    CLOSE HORARIO
                    IF WS-QT-AULAS > 0 THEN
                        DISPLAY 'DISCIPLINA TEM AULAS NA GRADE '
                                'HORARIA! EXCLUA AS AULAS PELO '
                                'CADHORA.'
                    ELSE
                        SET VALIDO        TO TRUE
                    END-IF
                WHEN WS-FILEH = 35
                    SET VALIDO            TO TRUE
                WHEN OTHER
                    DISPLAY 'ERRO AO ABRIR A GRADE HORARIA'
                    DISPLAY 'FILE STATUS: ' WS-FILEH
            END-EVALUATE
            .

      * a grade e chaveada por turma: a lista por professor le o
      * arquivo inteiro
       P5-LISTA.
            SET FILEC-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-CURRICULO
            MOVE 0                      TO WS-QT-LISTADOS

            DISPLAY 'LISTAR GRADE POR PROFESSOR'
            DISPLAY 'Informe o codigo do professor: '
            ACCEPT WS-PROFESSOR

            OPEN INPUT CURRICULO

            IF FILEC-OK THEN
                OPEN INPUT DISCIPLINA

                DISPLAY 'TURMA      DISCIPLINA NOME'
                        '                           PROFESSOR'
                PERFORM P5A-LE-CURRICULO
                PERFORM P5B-MOSTRA  THRU P5B-FIM UNTIL FIM-CURRICULO

                IF WS-QT-LISTADOS = 0 THEN
                    DISPLAY 'NENHUMA DISCIPLINA PARA O PROFESSOR.'
                END-IF

                CLOSE DISCIPLINA
            ELSE
                DISPLAY 'GRADE CURRICULAR NAO CADASTRADA.'
            END-IF

            CLOSE CURRICULO
            .
       P5-FIM.

       P5A-LE-CURRICULO.
            READ CURRICULO NEXT RECORD
                AT END
                    SET FIM-CURRICULO    TO TRUE
            END-READ
            .

       P5B-MOSTRA.
            IF CURR-PROFESSOR = WS-PROFESSOR THEN
                PERFORM P5C-DETALHE
            END-IF

            PERFORM P5A-LE-CURRICULO
            .
       P5B-FIM.

       P5C-DETALHE.
            MOVE CURR-TURMA             TO WS-LST-TURMA
            MOVE CURR-DISCIPLINA        TO WS-LST-DISCIPLINA
            MOVE CURR-PROFESSOR         TO WS-LST-PROFESSOR
            MOVE CURR-DISCIPLINA        TO DISC-CODIGO

            READ DISCIPLINA
                INVALID KEY
                    MOVE '(DISCIPLINA NAO CADASTRADA)'
                                        TO WS-LST-NOME
                NOT INVALID KEY
                    MOVE DISC-NOME      TO WS-LST-NOME
            END-READ

            DISPLAY WS-LST-DETALHE
            ADD 1                       TO WS-QT-LISTADOS
            .

       P6-VALIDA-TURMA.
            SET FILET-OK                      TO TRUE
            MOVE 'N'                    TO WS-VALIDO

            OPEN INPUT TURMA

            IF FILET-OK THEN
                MOVE WS-CD-TURMA          TO CD-TURMA

                READ TURMA
                    INVALID KEY
                        DISPLAY 'TURMA NAO CADASTRADA!'
                    NOT INVALID KEY
                        IF TURMA-INATIVA THEN
                            DISPLAY 'TURMA INATIVA!'
                        ELSE
                            SET VALIDO    TO TRUE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'CADASTRO DE TURMAS AUSENTE. CADASTRE AS '
                        'TURMAS PELO CADTURM.'
            END-IF

            CLOSE TURMA
            .

       P7-VALIDA-DISCIPLINA.
            SET FILED-OK                      TO TRUE
            MOVE 'N'                    TO WS-VALIDO

            OPEN INPUT DISCIPLINA

            IF FILED-OK THEN
                MOVE WS-DISC-CODIGO       TO DISC-CODIGO

                READ DISCIPLINA
                    INVALID KEY
                        DISPLAY 'DISCIPLINA NAO CADASTRADA!'
                    NOT INVALID KEY
                        IF DISC-INATIVA THEN
                            DISPLAY 'DISCIPLINA INATIVA!'
                        ELSE
                            SET VALIDO    TO TRUE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'CADASTRO DE DISCIPLINAS AUSENTE. CADASTRE '
                        'AS DISCIPLINAS PELO CADDISC.'
            END-IF

            CLOSE DISCIPLINA
            .

      * o professor da grade tem que ser operador ativo com perfil
      * de docencia (professor ou supervisor)
       P8-VALIDA-PROFESSOR.
            SET FILEO-OK                      TO TRUE
            MOVE 'N'                    TO WS-VALIDO

            OPEN INPUT OPERADOR

            IF FILEO-OK THEN
                MOVE WS-PROFESSOR         TO OPER-CODIGO

                READ OPERADOR
                    INVALID KEY
                        DISPLAY 'PROFESSOR NAO CADASTRADO!'
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN OPER-INATIVO
                                DISPLAY 'OPERADOR DESATIVADO!'
                            WHEN PERFIL-OPERADOR
                                DISPLAY 'OPERADOR SEM PERFIL DE '
                                        'PROFESSOR!'
                            WHEN OTHER
                                SET VALIDO TO TRUE
                        END-EVALUATE
                END-READ
            ELSE
                DISPLAY 'CADASTRO DE OPERADORES AUSENTE. CADASTRE '
                        'OS PROFESSORES PELO CADOPER.'
            END-IF

            CLOSE OPERADOR
            .

      * o log de auditoria e por aluno; operacoes da grade entram
      * com matricula zero, como as de turma
       P9-GRAVA-LOG.
            SET FILEL-OK                      TO TRUE

            OPEN EXTEND CADLOG

            IF WS-FILEL EQUAL 35 THEN
                OPEN OUTPUT CADLOG
            END-IF

            IF FILEL-OK THEN
                MOVE 0                     TO LOG-ID-ALUNO
                MOVE WS-LOG-OPERACAO       TO LOG-OPERACAO
                MOVE WS-OPERADOR           TO LOG-OPERADOR
                ACCEPT LOG-DATA            FROM DATE YYYYMMDD
                ACCEPT LOG-HORA            FROM TIME

                WRITE REG-LOG
            ELSE
                DISPLAY 'ERRO AO GRAVAR O LOG DE AUDITORIA'
                DISPLAY 'FILE STATUS: ' WS-FILEL
            END-IF

            CLOSE CADLOG
            .

      * guarda em WS-AULA os dias e periodos das aulas de
      * WS-DISC-CODIGO na grade horaria de WS-CD-TURMA (HORARIO ja
      * aberto pelo chamador)
       P10-AULAS-DISCIPLINA.
            MOVE 'N'                    TO WS-FIM-HORARIO
            MOVE 0                      TO WS-QT-AULAS

            MOVE WS-CD-TURMA            TO HOR-TURMA
            MOVE 0                      TO HOR-DIA
            MOVE 0                      TO HOR-PERIODO
            START HORARIO KEY NOT LESS HOR-CHAVE
                INVALID KEY
                    SET FIM-HORARIO     TO TRUE
            END-START

            IF NOT FILEH-OK THEN
                SET FIM-HORARIO         TO TRUE
                SET FILEH-OK            TO TRUE
            END-IF

            PERFORM P10A-LE-AULA UNTIL FIM-HORARIO
            .

       P10A-LE-AULA.
            READ HORARIO NEXT RECORD
                AT END
                    SET FIM-HORARIO     TO TRUE
                NOT AT END
                    IF HOR-TURMA NOT = WS-CD-TURMA THEN
                        SET FIM-HORARIO TO TRUE
                    ELSE
                        IF HOR-DISCIPLINA = WS-DISC-CODIGO
                           AND WS-QT-AULAS < 96 THEN
                            ADD 1       TO WS-QT-AULAS
                            MOVE HOR-DIA
                              TO WS-AULA-DIA(WS-QT-AULAS)
                            MOVE HOR-PERIODO
                              TO WS-AULA-PERIODO(WS-QT-AULAS)
                        END-IF
                    END-IF
            END-READ

            IF NOT FILEH-OK THEN
                SET FIM-HORARIO         TO TRUE
                SET FILEH-OK            TO TRUE
            END-IF
            .

       P0-FIM.
            STOP RUN.
      * resolve o ambiente e o diretorio dos arquivos de dados
      * na partida, para rodar contra um ambiente de teste sem
      * recompilar nada
       P00-AMBIENTE.
            CALL 'AMBIENTE' USING AMB-AREA

            DISPLAY 'Ambiente: ' AMB-NOME

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP012S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CURRICULO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP002S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-TURMA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP011S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-DISCIPLINA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP009S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-OPERADOR
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP020S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-HORARIO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CADLOG.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CADLOG
            END-STRING
            .

       END PROGRAM CADCURR.
