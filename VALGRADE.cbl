      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: rotina comum de conferencia da grade curricular,
      *          chamada pelos programas que lancam notas e
      *          frequencia: confere no CFP012S1.DAT se a disciplina
      *          pertence a grade da turma do aluno e, quando o
      *          operador tem perfil professor, se a disciplina
      *          daquela turma e lecionada por ele
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALGRADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CURRICULO ASSIGN TO WS-ARQ-CURRICULO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS CURR-CHAVE
                FILE STATUS IS WS-FILEC.

       DATA DIVISION.
       FILE SECTION.
       FD CURRICULO.
          COPY CFPK0012.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-CURRICULO        PIC X(66) VALUE SPACES.

       77 WS-FILEC                    PIC 99.
          88 FILEC-OK                 VALUE 0.
       77 WS-AMBIENTE-LIDO            PIC X VALUE 'N'.
          88 AMBIENTE-LIDO            VALUE 'S'.

       LINKAGE SECTION.
          COPY VALGRDLK.

       PROCEDURE DIVISION USING GRADE-AREA.
       MAIN-PROCEDURE.

      * a carga em lote chama a rotina uma vez por linha: o nome do
      * arquivo so e montado na primeira chamada
            IF NOT AMBIENTE-LIDO THEN
                PERFORM P00-AMBIENTE
                SET AMBIENTE-LIDO       TO TRUE
            END-IF

            MOVE SPACES                 TO GRADE-PROFESSOR

            IF GRADE-TURMA = SPACES THEN
                SET GRADE-SEM-TURMA     TO TRUE
            ELSE
                PERFORM P1-CONFERE
            END-IF

            GOBACK
            .

       P1-CONFERE.
            SET FILEC-OK                      TO TRUE

            OPEN INPUT CURRICULO

            IF NOT FILEC-OK THEN
                SET GRADE-AUSENTE       TO TRUE
            ELSE
                MOVE GRADE-TURMA        TO CURR-TURMA
                MOVE GRADE-DISCIPLINA   TO CURR-DISCIPLINA

                READ CURRICULO
                    INVALID KEY
                        SET GRADE-FORA-CURRICULO TO TRUE
                    NOT INVALID KEY
                        MOVE CURR-PROFESSOR TO GRADE-PROFESSOR
      * o supervisor lanca para qualquer turma; o professor so para
      * as disciplinas que a grade curricular atribui a ele
                        IF GRADE-PERFIL = 'P'
                           AND CURR-PROFESSOR NOT = GRADE-OPERADOR
                           THEN
                            SET GRADE-OUTRO-PROFESSOR TO TRUE
                        ELSE
                            SET GRADE-OK        TO TRUE
                        END-IF
                END-READ

                CLOSE CURRICULO
            END-IF
            .

      * resolve o diretorio dos arquivos de dados do ambiente; sem
      * exibir o nome, que o programa chamador ja mostrou
       P00-AMBIENTE.
            CALL 'AMBIENTE' USING AMB-AREA

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP012S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CURRICULO
            END-STRING
            .

       END PROGRAM VALGRADE.
