      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: manutencao dos responsaveis dos alunos (incluir,
      *          consultar, alterar e excluir) no CFP015S1.DAT, com
      *          nome, parentesco, CPF com digito verificador,
      *          endereco, telefone e e-mail, e a indicacao do
      *          responsavel que recebe os avisos da escola; consulta
      *          tambem os avisos ja emitidos para a familia
      *          (CFP016S1.DAT, gerados pelo AVISOS); chamado pela
      *          opcao 8 do CADALUN com o operador ja identificado,
      *          exclusao restrita ao supervisor e auditoria no
      *          CADLOG.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRESP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT RESPONSAVEL ASSIGN TO WS-ARQ-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS RESP-CHAVE
                FILE STATUS IS WS-FILEP.

                SELECT ALUNO ASSIGN TO WS-ARQ-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                FILE STATUS IS WS-FILES.

                SELECT AVISO ASSIGN TO WS-ARQ-AVISO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS AVIS-CHAVE
                FILE STATUS IS WS-FILEA.

                SELECT CADLOG ASSIGN TO WS-ARQ-CADLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEL.

       DATA DIVISION.
       FILE SECTION.
       FD RESPONSAVEL.
          COPY CFPK0015.

       FD ALUNO.
          COPY CFPK0001.

       FD AVISO.
          COPY CFPK0016.

       FD CADLOG.
          COPY CADLOG.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-RESPONSAVEL      PIC X(66) VALUE SPACES.
       77 WS-ARQ-ALUNO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-AVISO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADLOG           PIC X(66) VALUE SPACES.

       77 WS-FILEP                    PIC 99.
          88 FILEP-OK                 VALUE 0.
       77 WS-FILES                    PIC 99.
          88 FILES-OK                 VALUE 0.
       77 WS-FILEA                    PIC 99.
          88 FILEA-OK                 VALUE 0.
       77 WS-FILEL                    PIC 99.
          88 FILEL-OK                 VALUE 0.
       77 WS-AMBIENTE-LIDO            PIC X VALUE 'N'.
          88 AMBIENTE-LIDO            VALUE 'S'.
       77 WS-OPERADOR                 PIC X(08) VALUE SPACES.
       77 WS-LOG-OPERACAO             PIC X(08).
       77 WS-EXIT                     PIC X.
          88 EXIT-OK                  VALUE 'F' '0' FALSE 'N'.
       77 WS-OPCAO                    PIC X.
       77 WS-ID-ALUNO                 PIC 9(05) VALUE 0.
       77 WS-SEQ                      PIC 9(01) VALUE 0.
       77 WS-PROX-SEQ                 PIC 9(02) VALUE 0.
       77 WS-QT-RESP                  PIC 9(02) VALUE 0.
       77 WS-QT-AVISOS                PIC 9(05) VALUE 0.
       77 WS-ALUNO-OK                 PIC X VALUE 'N'.
          88 ALUNO-OK                 VALUE 'S'.
       77 WS-CAMPO-OK                 PIC X VALUE 'N'.
          88 CAMPO-OK                 VALUE 'S'.
       77 WS-FIM-RESP                 PIC X VALUE 'N'.
          88 FIM-RESP                 VALUE 'S'.
       77 WS-FIM-AVISO                PIC X VALUE 'N'.
          88 FIM-AVISO                VALUE 'S'.
       77 WS-ENTRADA                  PIC X(40) VALUE SPACES.
       77 WS-RESPOSTA                 PIC X VALUE 'N'.
       77 WS-QT-ARROBA                PIC 9(02) VALUE 0.
       77 WS-I                        PIC 9(02) VALUE 0.
       77 WS-QT-IGUAIS                PIC 9(02) VALUE 0.
       77 WS-CPF-SOMA                 PIC 9(04) VALUE 0.
       77 WS-CPF-QUOC                 PIC 9(04) VALUE 0.
       77 WS-CPF-RESTO                PIC 9(02) VALUE 0.
       77 WS-CPF-DV                   PIC 9(02) VALUE 0.
       77 WS-CPF-VALIDO               PIC X VALUE 'N'.
          88 CPF-VALIDO               VALUE 'S'.
       77 WS-EXIGE-ATIVO              PIC X VALUE 'N'.
          88 EXIGE-ATIVO              VALUE 'S'.
       77 WS-ADET-VL                  PIC ZZZ.ZZ9,99.

      * area de digitacao do responsavel, com o layout do registro:
      * na alteracao vem carregada com os dados atuais e o campo
      * deixado em branco fica como esta
       01 WS-RESPONSAVEL.
          03 WS-RESP-NOME             PIC X(30).
          03 WS-RESP-PARENTESCO       PIC X(12).
          03 WS-RESP-CPF              PIC 9(11).
          03 WS-RESP-LOGRADOURO       PIC X(40).
          03 WS-RESP-BAIRRO           PIC X(20).
          03 WS-RESP-CIDADE           PIC X(20).
          03 WS-RESP-UF               PIC X(02).
          03 WS-RESP-CEP              PIC 9(08).
          03 WS-RESP-TELEFONE         PIC 9(11).
          03 WS-RESP-EMAIL            PIC X(40).
          03 WS-RESP-PRINCIPAL        PIC X(01).

       01 WS-CPF                      PIC 9(11) VALUE 0.
       01 FILLER REDEFINES WS-CPF.
          05 WS-CPF-DIG OCCURS 11 TIMES
                                      PIC 9(01).
       01 WS-CPF-TXT REDEFINES WS-CPF PIC X(11).

       01 WS-AVISO-DETALHE.
          05 WS-ADET-DATA             PIC 9(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-ADET-TIPO             PIC X(11).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-ADET-REFER            PIC 9(06).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-ADET-VALOR            PIC X(11).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-ADET-RESP             PIC X(30).

       01 WS-ADET-PCT.
          05 WS-ADET-PCT-NUM          PIC ZZ9.
          05 FILLER                   PIC X(01) VALUE '%'.

       LINKAGE SECTION.
          COPY LOGONLK.

       PROCEDURE DIVISION USING LOGON-AREA.
       MAIN-PROCEDURE.

            DISPLAY '*** Responsaveis dos Alunos'

            IF NOT AMBIENTE-LIDO THEN
                PERFORM P00-AMBIENTE
                SET AMBIENTE-LIDO       TO TRUE
            END-IF

            MOVE LOGON-OPERADOR         TO WS-OPERADOR

            SET EXIT-OK                   TO FALSE

            PERFORM P0-MENU           THRU P0-MENU-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P0-MENU.
            DISPLAY ' '
            DISPLAY '1-Incluir 2-Consultar 3-Alterar 4-Excluir'
            DISPLAY '5-Avisos emitidos 0-Voltar'
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
                        PERFORM P4-EXCLUI  THRU P4-FIM
                    ELSE
                        DISPLAY 'EXCLUSAO RESTRITA AO SUPERVISOR!'
                    END-IF
                WHEN '5'
                    PERFORM P5-AVISOS      THRU P5-FIM
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
            SET FILEP-OK                      TO TRUE

            DISPLAY 'PARA REGISTRAR UM RESPONSAVEL, INFORME: '
            DISPLAY 'Matricula do aluno: '
            ACCEPT WS-ID-ALUNO

            MOVE 'S'                    TO WS-EXIGE-ATIVO
            PERFORM P6-VALIDA-ALUNO

            IF ALUNO-OK THEN
                OPEN I-O RESPONSAVEL

                IF WS-FILEP EQUAL 35 THEN
                    OPEN OUTPUT RESPONSAVEL
                    CLOSE RESPONSAVEL
                    OPEN I-O RESPONSAVEL
                END-IF

                IF FILEP-OK THEN
                    PERFORM P1A-PROXIMA-SEQ THRU P1A-FIM

                    IF WS-PROX-SEQ > 9 THEN
                        DISPLAY 'ALUNO JA TEM 9 RESPONSAVEIS '
                                'CADASTRADOS!'
                    ELSE
                        INITIALIZE WS-RESPONSAVEL
                        PERFORM P7-PEDE-DADOS

                        IF WS-QT-RESP = 0 THEN
                            MOVE 'S'      TO WS-RESP-PRINCIPAL
                        END-IF

                        INITIALIZE REG-RESPONSAVEL
                        MOVE WS-ID-ALUNO      TO RESP-ID-ALUNO
                        MOVE WS-PROX-SEQ      TO RESP-SEQ
                        MOVE WS-PROX-SEQ      TO WS-SEQ
                        PERFORM P1B-MONTA-REGISTRO

                        WRITE REG-RESPONSAVEL
                            INVALID KEY
                                DISPLAY 'RESPONSAVEL JA CADASTRADO!'
                            NOT INVALID KEY
                                DISPLAY 'Responsavel ' WS-SEQ
                                        ' cadastrado com sucesso!'
                                MOVE 'RESP-INC' TO WS-LOG-OPERACAO
                                PERFORM P9-GRAVA-LOG
                                IF RESP-E-PRINCIPAL THEN
                                    PERFORM P8-DESMARCA-PRINCIPAL
                                       THRU P8-FIM
                                END-IF
                        END-WRITE
                    END-IF
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESPONSAVEIS'
                    DISPLAY 'FILE STATUS: ' WS-FILEP
                END-IF

                CLOSE RESPONSAVEL
            END-IF
            .
       P1-FIM.

      * a sequencia do novo responsavel e a seguinte a maior ja
      * usada pelo aluno
       P1A-PROXIMA-SEQ.
            MOVE 1                      TO WS-PROX-SEQ
            MOVE 0                      TO WS-QT-RESP
            PERFORM P2A-POSICIONA

            PERFORM P1C-CONTA      THRU P1C-FIM UNTIL FIM-RESP
            .
       P1A-FIM.

       P1B-MONTA-REGISTRO.
            MOVE WS-RESP-NOME           TO RESP-NOME
            MOVE WS-RESP-PARENTESCO     TO RESP-PARENTESCO
            MOVE WS-RESP-CPF            TO RESP-CPF
            MOVE WS-RESP-LOGRADOURO     TO RESP-LOGRADOURO
            MOVE WS-RESP-BAIRRO         TO RESP-BAIRRO
            MOVE WS-RESP-CIDADE         TO RESP-CIDADE
            MOVE WS-RESP-UF             TO RESP-UF
            MOVE WS-RESP-CEP            TO RESP-CEP
            MOVE WS-RESP-TELEFONE       TO RESP-TELEFONE
            MOVE WS-RESP-EMAIL          TO RESP-EMAIL
            MOVE WS-RESP-PRINCIPAL      TO RESP-PRINCIPAL
            .

       P1C-CONTA.
            ADD 1                       TO WS-QT-RESP
            COMPUTE WS-PROX-SEQ = RESP-SEQ + 1

            PERFORM P2B-LE-RESP
            .
       P1C-FIM.

       P2-CONSULTA.
            SET FILEP-OK                      TO TRUE

            DISPLAY 'CONSULTAR RESPONSAVEIS'
            DISPLAY 'Informe a matricula do aluno: '
            ACCEPT WS-ID-ALUNO

            MOVE 'N'                    TO WS-EXIGE-ATIVO
            PERFORM P6-VALIDA-ALUNO

            IF ALUNO-OK THEN
                OPEN INPUT RESPONSAVEL

                IF FILEP-OK THEN
                    MOVE 0              TO WS-QT-RESP
                    PERFORM P2A-POSICIONA
                    PERFORM P2C-MOSTRA THRU P2C-FIM UNTIL FIM-RESP

                    IF WS-QT-RESP = 0 THEN
                        DISPLAY 'NENHUM RESPONSAVEL CADASTRADO PARA '
                                'O ALUNO.'
                    END-IF
                ELSE
                    DISPLAY 'NENHUM RESPONSAVEL CADASTRADO.'
                END-IF

                CLOSE RESPONSAVEL
            END-IF
            .
       P2-FIM.

      * posiciona no primeiro responsavel do aluno WS-ID-ALUNO e ja
      * le o registro; FIM-RESP ao passar para outro aluno
       P2A-POSICIONA.
            MOVE 'N'                    TO WS-FIM-RESP
            MOVE WS-ID-ALUNO            TO RESP-ID-ALUNO
            MOVE 0                      TO RESP-SEQ

            START RESPONSAVEL KEY NOT LESS RESP-CHAVE
                INVALID KEY
                    SET FIM-RESP        TO TRUE
            END-START

            IF NOT FIM-RESP THEN
                PERFORM P2B-LE-RESP
            END-IF
            .

       P2B-LE-RESP.
            READ RESPONSAVEL NEXT RECORD
                AT END
                    SET FIM-RESP         TO TRUE
            END-READ

            IF NOT FILEP-OK THEN
                SET FIM-RESP             TO TRUE
            END-IF

            IF NOT FIM-RESP AND RESP-ID-ALUNO NOT = WS-ID-ALUNO THEN
                SET FIM-RESP             TO TRUE
            END-IF
            .

       P2C-MOSTRA.
            ADD 1                       TO WS-QT-RESP

            DISPLAY ' '
            IF RESP-E-PRINCIPAL THEN
                DISPLAY 'Responsavel ' RESP-SEQ
                        ' (recebe os avisos da escola)'
            ELSE
                DISPLAY 'Responsavel ' RESP-SEQ
            END-IF
            DISPLAY 'Nome       : ' RESP-NOME
            DISPLAY 'Parentesco : ' RESP-PARENTESCO
            DISPLAY 'CPF        : ' RESP-CPF
            DISPLAY 'Endereco   : ' RESP-LOGRADOURO
            DISPLAY '             ' RESP-BAIRRO ' ' RESP-CIDADE
                    ' ' RESP-UF ' CEP ' RESP-CEP
            DISPLAY 'Telefone   : ' RESP-TELEFONE
            DISPLAY 'E-mail     : ' RESP-EMAIL

            PERFORM P2B-LE-RESP
            .
       P2C-FIM.

       P3-ALTERA.
            SET FILEP-OK                      TO TRUE

            DISPLAY 'ALTERAR RESPONSAVEL'
            DISPLAY 'Informe a matricula do aluno: '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Informe a sequencia do responsavel: '
            ACCEPT WS-SEQ

            OPEN I-O RESPONSAVEL

            IF WS-FILEP EQUAL 35 THEN
                OPEN OUTPUT RESPONSAVEL
                CLOSE RESPONSAVEL
                OPEN I-O RESPONSAVEL
            END-IF

            IF FILEP-OK THEN
                MOVE WS-ID-ALUNO          TO RESP-ID-ALUNO
                MOVE WS-SEQ               TO RESP-SEQ

                READ RESPONSAVEL
                    INVALID KEY
                        DISPLAY 'RESPONSAVEL NAO ENCONTRADO!'
                    NOT INVALID KEY
                        DISPLAY 'Responsavel atual: ' RESP-NOME
                        DISPLAY 'Deixe em branco o que nao muda.'

                        MOVE RESP-NOME        TO WS-RESP-NOME
                        MOVE RESP-PARENTESCO  TO WS-RESP-PARENTESCO
                        MOVE RESP-CPF         TO WS-RESP-CPF
                        MOVE RESP-LOGRADOURO  TO WS-RESP-LOGRADOURO
                        MOVE RESP-BAIRRO      TO WS-RESP-BAIRRO
                        MOVE RESP-CIDADE      TO WS-RESP-CIDADE
                        MOVE RESP-UF          TO WS-RESP-UF
                        MOVE RESP-CEP         TO WS-RESP-CEP
                        MOVE RESP-TELEFONE    TO WS-RESP-TELEFONE
                        MOVE RESP-EMAIL       TO WS-RESP-EMAIL
                        MOVE RESP-PRINCIPAL   TO WS-RESP-PRINCIPAL

                        PERFORM P7-PEDE-DADOS
                        PERFORM P1B-MONTA-REGISTRO

                        REWRITE REG-RESPONSAVEL
                            INVALID KEY
                                DISPLAY 'ERRO AO ALTERAR O '
                                        'RESPONSAVEL!'
                            NOT INVALID KEY
                                DISPLAY 'Responsavel alterado com '
                                        'sucesso!'
                                MOVE 'RESP-ALT' TO WS-LOG-OPERACAO
                                PERFORM P9-GRAVA-LOG
                                IF RESP-E-PRINCIPAL THEN
                                    PERFORM P8-DESMARCA-PRINCIPAL
                                       THRU P8-FIM
                                END-IF
                        END-REWRITE
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESPONSAVEIS'
                DISPLAY 'FILE STATUS: ' WS-FILEP
            END-IF

            CLOSE RESPONSAVEL
            .
       P3-FIM.

       P4-EXCLUI.
            SET FILEP-OK                      TO TRUE

            DISPLAY 'EXCLUIR RESPONSAVEL'
            DISPLAY 'Informe a matricula do aluno: '
            ACCEPT WS-ID-ALUNO
            DISPLAY 'Informe a sequencia do responsavel: '
            ACCEPT WS-SEQ

            OPEN I-O RESPONSAVEL

            IF WS-FILEP EQUAL 35 THEN
                OPEN OUTPUT RESPONSAVEL
                CLOSE RESPONSAVEL
                OPEN I-O RESPONSAVEL
            END-IF

            IF FILEP-OK THEN
                MOVE WS-ID-ALUNO          TO RESP-ID-ALUNO
                MOVE WS-SEQ               TO RESP-SEQ

                READ RESPONSAVEL
                    INVALID KEY
                        DISPLAY 'RESPONSAVEL NAO ENCONTRADO!'
                    NOT INVALID KEY
                        DISPLAY 'Responsavel: ' RESP-NOME
                        DISPLAY 'Confirma a exclusao? (S/N): '
                        ACCEPT WS-RESPOSTA

                        IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's' THEN
                            DELETE RESPONSAVEL
                                INVALID KEY
                                    DISPLAY 'ERRO AO EXCLUIR O '
                                            'RESPONSAVEL!'
                                NOT INVALID KEY
                                    DISPLAY 'Responsavel excluido!'
                                    MOVE 'RESP-EXC'
                                       TO WS-LOG-OPERACAO
                                    PERFORM P9-GRAVA-LOG
                            END-DELETE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RESPONSAVEIS'
                DISPLAY 'FILE STATUS: ' WS-FILEP
            END-IF

            CLOSE RESPONSAVEL
            .
       P4-FIM.

      * avisos de frequencia e de mensalidade ja emitidos para a
      * familia do aluno, do mais antigo para o mais recente de
      * cada tipo
       P5-AVISOS.
            SET FILEA-OK                      TO TRUE

            DISPLAY 'AVISOS EMITIDOS'
            DISPLAY 'Informe a matricula do aluno: '
            ACCEPT WS-ID-ALUNO

            MOVE 'N'                    TO WS-EXIGE-ATIVO
            PERFORM P6-VALIDA-ALUNO

            IF ALUNO-OK THEN
                MOVE 0                  TO WS-QT-AVISOS
                MOVE 'N'                TO WS-FIM-AVISO

                OPEN INPUT AVISO

                IF FILEA-OK THEN
                    MOVE WS-ID-ALUNO    TO AVIS-ID-ALUNO
                    MOVE LOW-VALUES     TO AVIS-TIPO
                    MOVE 0              TO AVIS-REFERENCIA

                    START AVISO KEY NOT LESS AVIS-CHAVE
                        INVALID KEY
                            SET FIM-AVISO TO TRUE
                    END-START

                    IF NOT FIM-AVISO THEN
                        DISPLAY 'EMISSAO TIPO        REFER  '
                                'VALOR       RESPONSAVEL'
                        PERFORM P5A-LE-AVISO
                    END-IF

                    PERFORM P5B-MOSTRA THRU P5B-FIM UNTIL FIM-AVISO
                END-IF

                CLOSE AVISO

                IF WS-QT-AVISOS = 0 THEN
                    DISPLAY 'NENHUM AVISO EMITIDO PARA O ALUNO.'
                ELSE
                    DISPLAY 'Total de avisos: ' WS-QT-AVISOS
                END-IF
            END-IF
            .
       P5-FIM.

       P5A-LE-AVISO.
            READ AVISO NEXT RECORD
                AT END
                    SET FIM-AVISO        TO TRUE
            END-READ

            IF NOT FILEA-OK THEN
                SET FIM-AVISO            TO TRUE
            END-IF

            IF NOT FIM-AVISO AND AVIS-ID-ALUNO NOT = WS-ID-ALUNO THEN
                SET FIM-AVISO            TO TRUE
            END-IF
            .

       P5B-MOSTRA.
            ADD 1                       TO WS-QT-AVISOS

            MOVE AVIS-DT-EMISSAO        TO WS-ADET-DATA
            MOVE AVIS-REFERENCIA        TO WS-ADET-REFER
            MOVE AVIS-RESP-NOME         TO WS-ADET-RESP

            IF AVIS-FREQUENCIA THEN
                MOVE 'FREQUENCIA'       TO WS-ADET-TIPO
                MOVE AVIS-PCT-FREQ      TO WS-ADET-PCT-NUM
                MOVE WS-ADET-PCT        TO WS-ADET-VALOR
            ELSE
                MOVE 'MENSALIDADE'      TO WS-ADET-TIPO
                MOVE AVIS-VL-DEVIDO     TO WS-ADET-VL
                MOVE WS-ADET-VL         TO WS-ADET-VALOR
            END-IF

            DISPLAY WS-AVISO-DETALHE

            PERFORM P5A-LE-AVISO
            .
       P5B-FIM.

      * o responsavel so e cadastrado para aluno ativo (EXIGE-ATIVO);
      * as consultas aceitam tambem o aluno inativo
       P6-VALIDA-ALUNO.
            SET FILES-OK                      TO TRUE
            MOVE 'N'                    TO WS-ALUNO-OK

            OPEN INPUT ALUNO

            IF FILES-OK THEN
                MOVE WS-ID-ALUNO        TO ID-ALUNO

                READ ALUNO
                    INVALID KEY
                        DISPLAY 'ALUNO NAO ENCONTRADO!'
                    NOT INVALID KEY
                        DISPLAY 'Aluno: ' NM-ALUNO
                        IF ALUNO-INATIVO AND EXIGE-ATIVO THEN
                            DISPLAY 'ALUNO INATIVO! NAO PODE RECEBER '
                                    'RESPONSAVEL.'
                        ELSE
                            SET ALUNO-OK  TO TRUE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
                DISPLAY 'FILE STATUS: ' WS-FILES
            END-IF

            CLOSE ALUNO
            .

      * digitacao dos dados do responsavel em WS-RESPONSAVEL; nome,
      * CPF, logradouro, cidade e UF sao obrigatorios
       P7-PEDE-DADOS.
            MOVE 'N'                    TO WS-CAMPO-OK
            PERFORM P7A-NOME UNTIL CAMPO-OK

            MOVE 'N'                    TO WS-CAMPO-OK
            PERFORM P7B-PARENTESCO UNTIL CAMPO-OK

            MOVE 'N'                    TO WS-CAMPO-OK
            PERFORM P7C-CPF UNTIL CAMPO-OK

            MOVE 'N'                    TO WS-CAMPO-OK
            PERFORM P7D-LOGRADOURO UNTIL CAMPO-OK

            DISPLAY 'Bairro: ' WS-RESP-BAIRRO
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA
            IF WS-ENTRADA NOT = SPACES THEN
                MOVE WS-ENTRADA         TO WS-RESP-BAIRRO
            END-IF

            MOVE 'N'                    TO WS-CAMPO-OK
            PERFORM P7E-CIDADE UNTIL CAMPO-OK

            MOVE 'N'                    TO WS-CAMPO-OK
            PERFORM P7F-UF UNTIL CAMPO-OK

            MOVE 'N'                    TO WS-CAMPO-OK
            PERFORM P7G-CEP UNTIL CAMPO-OK

            MOVE 'N'                    TO WS-CAMPO-OK
            PERFORM P7H-TELEFONE UNTIL CAMPO-OK

            MOVE 'N'                    TO WS-CAMPO-OK
            PERFORM P7I-EMAIL UNTIL CAMPO-OK

            DISPLAY 'Recebe os avisos da escola? (S/N): '
                    WS-RESP-PRINCIPAL
            MOVE SPACES                 TO WS-RESPOSTA
            ACCEPT WS-RESPOSTA
            EVALUATE WS-RESPOSTA
                WHEN 'S'
                WHEN 's'
                    MOVE 'S'            TO WS-RESP-PRINCIPAL
                WHEN 'N'
                WHEN 'n'
                    MOVE 'N'            TO WS-RESP-PRINCIPAL
            END-EVALUATE
            .

       P7A-NOME.
            DISPLAY 'Nome do responsavel: ' WS-RESP-NOME
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA
            IF WS-ENTRADA NOT = SPACES THEN
                MOVE WS-ENTRADA         TO WS-RESP-NOME
            END-IF

            IF WS-RESP-NOME = SPACES THEN
                DISPLAY 'NOME INVALIDO! NAO PODE SER EM BRANCO.'
            ELSE
                SET CAMPO-OK            TO TRUE
            END-IF
            .

       P7B-PARENTESCO.
            DISPLAY 'Parentesco (MAE, PAI, AVO, TUTOR...): '
                    WS-RESP-PARENTESCO
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA
            IF WS-ENTRADA NOT = SPACES THEN
                MOVE WS-ENTRADA         TO WS-RESP-PARENTESCO
            END-IF

            IF WS-RESP-PARENTESCO = SPACES THEN
                DISPLAY 'PARENTESCO INVALIDO! NAO PODE SER EM BRANCO.'
            ELSE
                SET CAMPO-OK            TO TRUE
            END-IF
            .

       P7C-CPF.
            DISPLAY 'CPF (11 digitos, sem pontos): ' WS-RESP-CPF
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA

            IF WS-ENTRADA = SPACES THEN
                MOVE WS-RESP-CPF        TO WS-CPF
            ELSE
                IF WS-ENTRADA(1:11) IS NUMERIC
                   AND WS-ENTRADA(12:) = SPACES THEN
                    MOVE WS-ENTRADA(1:11) TO WS-CPF
                ELSE
                    MOVE 0              TO WS-CPF
                END-IF
            END-IF

            PERFORM P7J-VALIDA-CPF

            IF CPF-VALIDO THEN
                MOVE WS-CPF             TO WS-RESP-CPF
                SET CAMPO-OK            TO TRUE
            ELSE
                DISPLAY 'CPF INVALIDO! CONFIRA OS DIGITOS.'
            END-IF
            .

       P7D-LOGRADOURO.
            DISPLAY 'Endereco (rua, numero, complemento): '
                    WS-RESP-LOGRADOURO
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA
            IF WS-ENTRADA NOT = SPACES THEN
                MOVE WS-ENTRADA         TO WS-RESP-LOGRADOURO
            END-IF

            IF WS-RESP-LOGRADOURO = SPACES THEN
                DISPLAY 'ENDERECO INVALIDO! NAO PODE SER EM BRANCO.'
            ELSE
                SET CAMPO-OK            TO TRUE
            END-IF
            .

       P7E-CIDADE.
            DISPLAY 'Cidade: ' WS-RESP-CIDADE
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA
            IF WS-ENTRADA NOT = SPACES THEN
                MOVE WS-ENTRADA         TO WS-RESP-CIDADE
            END-IF

            IF WS-RESP-CIDADE = SPACES THEN
                DISPLAY 'CIDADE INVALIDA! NAO PODE SER EM BRANCO.'
            ELSE
                SET CAMPO-OK            TO TRUE
            END-IF
            .

       P7F-UF.
            DISPLAY 'UF: ' WS-RESP-UF
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA
            IF WS-ENTRADA NOT = SPACES THEN
                MOVE FUNCTION UPPER-CASE(WS-ENTRADA(1:2))
                                        TO WS-RESP-UF
            END-IF

            IF WS-RESP-UF IS ALPHABETIC-UPPER
               AND WS-RESP-UF(2:1) NOT = SPACE THEN
                SET CAMPO-OK            TO TRUE
            ELSE
                DISPLAY 'UF INVALIDA! INFORME A SIGLA (EX: SP).'
                MOVE SPACES             TO WS-RESP-UF
            END-IF
            .

       P7G-CEP.
            DISPLAY 'CEP (8 digitos): ' WS-RESP-CEP
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA

            IF WS-ENTRADA NOT = SPACES THEN
                IF WS-ENTRADA(1:8) IS NUMERIC
                   AND WS-ENTRADA(9:) = SPACES THEN
                    MOVE WS-ENTRADA(1:8) TO WS-RESP-CEP
                ELSE
                    MOVE 0              TO WS-RESP-CEP
                END-IF
            END-IF

            IF WS-RESP-CEP < 1000000 THEN
                DISPLAY 'CEP INVALIDO! INFORME 8 DIGITOS.'
            ELSE
                SET CAMPO-OK            TO TRUE
            END-IF
            .

      * telefone com DDD: 10 digitos (fixo) ou 11 (celular)
       P7H-TELEFONE.
            DISPLAY 'Telefone com DDD (10 ou 11 digitos): '
                    WS-RESP-TELEFONE
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA

            IF WS-ENTRADA NOT = SPACES THEN
                MOVE 0                  TO WS-RESP-TELEFONE
                IF WS-ENTRADA(1:10) IS NUMERIC
                   AND WS-ENTRADA(12:) = SPACES THEN
                    IF WS-ENTRADA(11:1) = SPACE THEN
                        MOVE WS-ENTRADA(1:10) TO WS-RESP-TELEFONE
                    ELSE
                        IF WS-ENTRADA(11:1) IS NUMERIC THEN
                            MOVE WS-ENTRADA(1:11)
                                        TO WS-RESP-TELEFONE
                        END-IF
                    END-IF
                END-IF
            END-IF

            IF WS-RESP-TELEFONE < 1000000000 THEN
                DISPLAY 'TELEFONE INVALIDO! INFORME DDD E NUMERO.'
            ELSE
                SET CAMPO-OK            TO TRUE
            END-IF
            .

      * e-mail e opcional; se informado, precisa ter uma arroba
       P7I-EMAIL.
            DISPLAY 'E-mail (opcional): ' WS-RESP-EMAIL
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA
            IF WS-ENTRADA NOT = SPACES THEN
                MOVE WS-ENTRADA         TO WS-RESP-EMAIL
            END-IF

            MOVE 0                      TO WS-QT-ARROBA
            INSPECT WS-RESP-EMAIL TALLYING WS-QT-ARROBA FOR ALL '@'

            IF WS-RESP-EMAIL NOT = SPACES AND WS-QT-ARROBA NOT = 1
               THEN
                DISPLAY 'E-MAIL INVALIDO!'
                MOVE SPACES             TO WS-RESP-EMAIL
            ELSE
                SET CAMPO-OK            TO TRUE
            END-IF
            .

      * digitos verificadores do CPF (modulo 11, pesos 10 a 2 para o
      * primeiro e 11 a 2 para o segundo); CPF com os onze digitos
      * iguais passa na conta mas nao existe
       P7J-VALIDA-CPF.
            MOVE 'N'                    TO WS-CPF-VALIDO
            MOVE 0                      TO WS-QT-IGUAIS
            INSPECT WS-CPF-TXT TALLYING WS-QT-IGUAIS
               FOR ALL WS-CPF-TXT(1:1)

            IF WS-QT-IGUAIS < 11 THEN
                MOVE 0                  TO WS-CPF-SOMA
                PERFORM P7K-SOMA-DV1
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
                PERFORM P7M-CALCULA-DV

                IF WS-CPF-DV = WS-CPF-DIG(10) THEN
                    MOVE 0              TO WS-CPF-SOMA
                    PERFORM P7L-SOMA-DV2
                       VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
                    PERFORM P7M-CALCULA-DV

                    IF WS-CPF-DV = WS-CPF-DIG(11) THEN
                        SET CPF-VALIDO  TO TRUE
                    END-IF
                END-IF
            END-IF
            .

       P7K-SOMA-DV1.
            COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                    WS-CPF-DIG(WS-I) * (11 - WS-I)
            .

       P7L-SOMA-DV2.
            COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                    WS-CPF-DIG(WS-I) * (12 - WS-I)
            .

       P7M-CALCULA-DV.
            DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOC
                   REMAINDER WS-CPF-RESTO

            IF WS-CPF-RESTO < 2 THEN
                MOVE 0                  TO WS-CPF-DV
            ELSE
                COMPUTE WS-CPF-DV = 11 - WS-CPF-RESTO
            END-IF
            .

      * so um responsavel por aluno recebe os avisos: ao marcar um,
      * os demais do mesmo aluno sao desmarcados
       P8-DESMARCA-PRINCIPAL.
            PERFORM P2A-POSICIONA
            PERFORM P8A-DESMARCA   THRU P8A-FIM UNTIL FIM-RESP
            .
       P8-FIM.

       P8A-DESMARCA.
            IF RESP-SEQ NOT = WS-SEQ AND RESP-E-PRINCIPAL THEN
                MOVE 'N'                TO RESP-PRINCIPAL

                REWRITE REG-RESPONSAVEL
                    INVALID KEY
                        DISPLAY 'ERRO AO DESMARCAR O RESPONSAVEL '
                                RESP-SEQ
                END-REWRITE
            END-IF

            PERFORM P2B-LE-RESP
            .
       P8A-FIM.

       P9-GRAVA-LOG.
            SET FILEL-OK                      TO TRUE

            OPEN EXTEND CADLOG

            IF WS-FILEL EQUAL 35 THEN
                OPEN OUTPUT CADLOG
            END-IF

            IF FILEL-OK THEN
                MOVE WS-ID-ALUNO           TO LOG-ID-ALUNO
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
            GOBACK.
      * resolve o diretorio dos arquivos de dados do ambiente; sem
      * exibir o nome, que o CADALUN ja mostrou
       P00-AMBIENTE.
            CALL 'AMBIENTE' USING AMB-AREA

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP015S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RESPONSAVEL
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP001S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-ALUNO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP016S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-AVISO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CADLOG.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CADLOG
            END-STRING
            .

       END PROGRAM CADRESP.
