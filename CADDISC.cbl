      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: manutencao do cadastro de disciplinas (incluir,
      *          consultar, alterar, desativar e listar), base da
      *          grade curricular das turmas mantida pelo CADCURR e
      *          usada no lancamento de notas e frequencia, com
      *          identificacao do operador pelo LOGON, desativacao
      *          restrita ao supervisor e auditoria no CADLOG.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDISC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT DISCIPLINA ASSIGN TO WS-ARQ-DISCIPLINA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS DISC-CODIGO
                FILE STATUS IS WS-FILED.

                SELECT CURRICULO ASSIGN TO WS-ARQ-CURRICULO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CURR-CHAVE
                FILE STATUS IS WS-FILEC.

                SELECT CADLOG ASSIGN TO WS-ARQ-CADLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEL.

       DATA DIVISION.
       FILE SECTION.
       FD DISCIPLINA.
          COPY CFPK0011.

       FD CURRICULO.
          COPY CFPK0012.

       FD CADLOG.
          COPY CADLOG.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-DISCIPLINA       PIC X(66) VALUE SPACES.
       77 WS-ARQ-CURRICULO        PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADLOG           PIC X(66) VALUE SPACES.

       77 WS-FILED                    PIC 99.
          88 FILED-OK                 VALUE 0.
       77 WS-FILEC                    PIC 99.
          88 FILEC-OK                 VALUE 0.
       77 WS-FILEL                    PIC 99.
          88 FILEL-OK                 VALUE 0.
       77 WS-OPERADOR                 PIC X(08) VALUE SPACES.
       77 WS-LOG-OPERACAO             PIC X(08).
       77 WS-EXIT                     PIC X.
          88 EXIT-OK                  VALUE 'F' '0' FALSE 'N'.
       77 WS-OPCAO                    PIC X.
       77 WS-DISC-CODIGO              PIC X(10) VALUE SPACES.
       77 WS-DISC-NOME                PIC X(30) VALUE SPACES.
       77 WS-DISC-CARGA               PIC 9(03) VALUE 0.
       77 WS-QT-TURMAS                PIC 9(03) VALUE 0.
       77 WS-FIM-DISCIPLINA           PIC X VALUE 'N'.
          88 FIM-DISCIPLINA           VALUE 'S'.
       77 WS-FIM-CURRICULO            PIC X VALUE 'N'.
          88 FIM-CURRICULO            VALUE 'S'.

          COPY LOGONLK.

       01 WS-LST-DETALHE.
          05 WS-LST-CODIGO            PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-NOME              PIC X(30).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-CARGA             PIC ZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-STATUS            PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Cadastro de Disciplinas'

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
            DISPLAY '1-Incluir 2-Consultar 3-Alterar 4-Desativar'
            DISPLAY '5-Listar  0-Sair'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P1-CADASTRA    THRU P1-FIM
                WHEN '2'
                    PERFORM P2-CONSULTA    THRU P2-FIM
                WHEN '3'
                    PERFORM P3-ALTERA      THRU P3-FIM
                WHEN '4'
                    IF LOGON-SUPERVISOR THEN
                        PERFORM P4-DESATIVA THRU P4-FIM
                    ELSE
                        DISPLAY 'DESATIVACAO RESTRITA AO '
                                'SUPERVISOR!'
                    END-IF
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

       P1-CADASTRA.
            SET FILED-OK                      TO TRUE

            DISPLAY 'PARA REGISTRAR UMA DISCIPLINA, INFORME: '

            MOVE SPACES                 TO WS-DISC-CODIGO
            PERFORM P6-PEDE-CODIGO UNTIL WS-DISC-CODIGO NOT = SPACES

            PERFORM P7-PEDE-NOME
            PERFORM P8-PEDE-CARGA

            OPEN I-O DISCIPLINA

            IF WS-FILED EQUAL 35 THEN
                OPEN OUTPUT DISCIPLINA
            END-IF

            IF FILED-OK THEN
                     INITIALIZE REG-DISCIPLINA
                     MOVE WS-DISC-CODIGO       TO DISC-CODIGO
                     MOVE WS-DISC-NOME         TO DISC-NOME
                     MOVE WS-DISC-CARGA        TO DISC-CARGA-HORARIA
                     SET DISC-ATIVA            TO TRUE

                              WRITE REG-DISCIPLINA
                           INVALID KEY
                              DISPLAY 'DISCIPLINA JA CADASTRADA!'
                           NOT INVALID KEY
                              DISPLAY 'Disciplina cadastrada com '
                                      'sucesso!'
                              MOVE 'DISC-INC'   TO WS-LOG-OPERACAO
                              PERFORM P9-GRAVA-LOG
                     END-WRITE
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS'
                DISPLAY 'FILE STATUS: ' WS-FILED
            END-IF

            CLOSE DISCIPLINA
            .
       P1-FIM.

       P2-CONSULTA.
            SET FILED-OK                      TO TRUE

            DISPLAY 'CONSULTAR DISCIPLINA'
            DISPLAY 'Informe o codigo da disciplina: '
            ACCEPT WS-DISC-CODIGO

            OPEN I-O DISCIPLINA

            IF WS-FILED EQUAL 35 THEN
                OPEN OUTPUT DISCIPLINA
                CLOSE DISCIPLINA
                OPEN I-O DISCIPLINA
            END-IF

            IF FILED-OK THEN
                MOVE WS-DISC-CODIGO       TO DISC-CODIGO

                READ DISCIPLINA
                    INVALID KEY
                        DISPLAY 'DISCIPLINA NAO ENCONTRADA!'
                    NOT INVALID KEY
                        DISPLAY 'Nome          : ' DISC-NOME
                        DISPLAY 'Carga horaria : ' DISC-CARGA-HORARIA
                        IF DISC-INATIVA THEN
                            DISPLAY 'Status        : INATIVA'
                        ELSE
                            DISPLAY 'Status        : ATIVA'
                        END-IF
                        PERFORM P4A-CONTA-TURMAS THRU P4A-FIM
                        DISPLAY 'Turmas na grade: ' WS-QT-TURMAS
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS'
                DISPLAY 'FILE STATUS: ' WS-FILED
            END-IF

            CLOSE DISCIPLINA
            .
       P2-FIM.

       P3-ALTERA.
            SET FILED-OK                      TO TRUE

            DISPLAY 'ALTERAR DISCIPLINA'
            DISPLAY 'Informe o codigo da disciplina: '
            ACCEPT WS-DISC-CODIGO

            OPEN I-O DISCIPLINA

            IF WS-FILED EQUAL 35 THEN
                OPEN OUTPUT DISCIPLINA
                CLOSE DISCIPLINA
                OPEN I-O DISCIPLINA
            END-IF

            IF FILED-OK THEN
                MOVE WS-DISC-CODIGO       TO DISC-CODIGO

                READ DISCIPLINA
                    INVALID KEY
                        DISPLAY 'DISCIPLINA NAO ENCONTRADA!'
                    NOT INVALID KEY
                        IF DISC-INATIVA THEN
                            DISPLAY 'DISCIPLINA INATIVA! NAO PODE SER '
                                    'ALTERADA.'
                        ELSE
                            DISPLAY 'Nome atual: ' DISC-NOME
                            PERFORM P7-PEDE-NOME

                            DISPLAY 'Carga horaria atual: '
                                    DISC-CARGA-HORARIA
                            PERFORM P8-PEDE-CARGA

                            MOVE WS-DISC-NOME     TO DISC-NOME
                            MOVE WS-DISC-CARGA    TO DISC-CARGA-HORARIA

                            REWRITE REG-DISCIPLINA
                                INVALID KEY
                                    DISPLAY 'ERRO AO ALTERAR A '
                                            'DISCIPLINA!'
                                NOT INVALID KEY
                                    DISPLAY 'Disciplina alterada com '
                                            'sucesso!'
                                    MOVE 'DISC-ALT'
                                       TO WS-LOG-OPERACAO
                                    PERFORM P9-GRAVA-LOG
                            END-REWRITE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS'
                DISPLAY 'FILE STATUS: ' WS-FILED
            END-IF

            CLOSE DISCIPLINA
            .
       P3-FIM.

       P4-DESATIVA.
            SET FILED-OK                      TO TRUE

            DISPLAY 'DESATIVAR DISCIPLINA'
            DISPLAY 'Informe o codigo da disciplina: '
            ACCEPT WS-DISC-CODIGO

            OPEN I-O DISCIPLINA

            IF WS-FILED EQUAL 35 THEN
                OPEN OUTPUT DISCIPLINA
                CLOSE DISCIPLINA
                OPEN I-O DISCIPLINA
            END-IF

            IF FILED-OK THEN
                MOVE WS-DISC-CODIGO       TO DISC-CODIGO

                READ DISCIPLINA
                    INVALID KEY
                        DISPLAY 'DISCIPLINA NAO ENCONTRADA!'
                    NOT INVALID KEY
                        IF DISC-INATIVA THEN
                            DISPLAY 'DISCIPLINA JA ESTA DESATIVADA!'
                        ELSE
                            PERFORM P4A-CONTA-TURMAS THRU P4A-FIM
                            IF WS-QT-TURMAS > 0 THEN
                                DISPLAY 'DISCIPLINA NA GRADE DE '
                                   WS-QT-TURMAS ' TURMAS! RETIRE-A '
                                   'PELO CADCURR ANTES DE DESATIVAR.'
                            ELSE
                                SET DISC-INATIVA      TO TRUE

                                REWRITE REG-DISCIPLINA
                                    INVALID KEY
                                        DISPLAY 'ERRO AO DESATIVAR A '
                                                'DISCIPLINA!'
                                    NOT INVALID KEY
                                        DISPLAY 'Disciplina '
                                                'desativada!'
                                        MOVE 'DISC-DES'
                                           TO WS-LOG-OPERACAO
                                        PERFORM P9-GRAVA-LOG
                                END-REWRITE
                            END-IF
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS'
                DISPLAY 'FILE STATUS: ' WS-FILED
            END-IF

            CLOSE DISCIPLINA
            .
       P4-FIM.

      * a grade e chaveada por turma: para saber em quantas turmas a
      * disciplina aparece e preciso ler o arquivo inteiro
       P4A-CONTA-TURMAS.
            SET FILEC-OK                      TO TRUE
            MOVE 0                      TO WS-QT-TURMAS
            MOVE 'N'                    TO WS-FIM-CURRICULO

            OPEN INPUT CURRICULO

            IF FILEC-OK THEN
                PERFORM P4B-LE-CURRICULO
                PERFORM P4C-CONTA  THRU P4C-FIM UNTIL FIM-CURRICULO
            END-IF

            CLOSE CURRICULO
            .
       P4A-FIM.

       P4B-LE-CURRICULO.
            READ CURRICULO NEXT RECORD
                AT END
                    SET FIM-CURRICULO    TO TRUE
            END-READ
            .

       P4C-CONTA.
            IF CURR-DISCIPLINA = WS-DISC-CODIGO THEN
                ADD 1                   TO WS-QT-TURMAS
            END-IF

            PERFORM P4B-LE-CURRICULO
            .
       P4C-FIM.

       P5-LISTA.
            SET FILED-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-DISCIPLINA

            OPEN INPUT DISCIPLINA

            IF FILED-OK THEN
                DISPLAY 'CODIGO     NOME                           CH'
                MOVE LOW-VALUES         TO DISC-CODIGO
                START DISCIPLINA KEY NOT LESS DISC-CODIGO
                    INVALID KEY
                        SET FIM-DISCIPLINA TO TRUE
                END-START

                PERFORM P5A-LE-DISCIPLINA
                PERFORM P5B-MOSTRA  THRU P5B-FIM UNTIL FIM-DISCIPLINA
            ELSE
                DISPLAY 'NENHUMA DISCIPLINA CADASTRADA.'
            END-IF

            CLOSE DISCIPLINA
            .
       P5-FIM.

       P5A-LE-DISCIPLINA.
            READ DISCIPLINA NEXT RECORD
                AT END
                    SET FIM-DISCIPLINA   TO TRUE
            END-READ
            .

       P5B-MOSTRA.
            MOVE DISC-CODIGO            TO WS-LST-CODIGO
            MOVE DISC-NOME              TO WS-LST-NOME
            MOVE DISC-CARGA-HORARIA     TO WS-LST-CARGA
            IF DISC-INATIVA THEN
                MOVE 'INATIVA'          TO WS-LST-STATUS
            ELSE
                MOVE 'ATIVA'            TO WS-LST-STATUS
            END-IF

            DISPLAY WS-LST-DETALHE

            PERFORM P5A-LE-DISCIPLINA
            .
       P5B-FIM.

       P6-PEDE-CODIGO.
            DISPLAY 'Um codigo para a disciplina: '
            ACCEPT WS-DISC-CODIGO
            IF WS-DISC-CODIGO = SPACES THEN
                DISPLAY 'CODIGO INVALIDO! NAO PODE SER EM BRANCO.'
            END-IF
            .

       P7-PEDE-NOME.
            MOVE SPACES                 TO WS-DISC-NOME
            PERFORM P7A-ACEITA-NOME UNTIL WS-DISC-NOME NOT = SPACES
            .

       P7A-ACEITA-NOME.
            DISPLAY 'Nome da disciplina: '
            ACCEPT WS-DISC-NOME
            IF WS-DISC-NOME = SPACES THEN
                DISPLAY 'NOME INVALIDO! NAO PODE SER EM BRANCO.'
            END-IF
            .

       P8-PEDE-CARGA.
            MOVE 0                      TO WS-DISC-CARGA
            PERFORM P8A-ACEITA-CARGA UNTIL WS-DISC-CARGA > 0
            .

       P8A-ACEITA-CARGA.
            DISPLAY 'Carga horaria anual (numero de aulas): '
            ACCEPT WS-DISC-CARGA
            IF WS-DISC-CARGA = 0 THEN
                DISPLAY 'CARGA HORARIA INVALIDA! NAO PODE SER ZERO.'
            END-IF
            .

      * o log de auditoria e por aluno; operacoes de disciplina entram
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
                   'CFP011S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-DISCIPLINA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP012S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CURRICULO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CADLOG.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CADLOG
            END-STRING
            .

       END PROGRAM CADDISC.
