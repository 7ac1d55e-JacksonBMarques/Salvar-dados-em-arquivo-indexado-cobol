            DISPLAY ' '
            DISPLAY '1-Incluir 2-Consultar 3-Alterar 4-Excluir'
            DISPLAY '5-Listar  6-Consultar por Nome'
            DISPLAY '7-Fila de Espera 8-Responsaveis 0-Sair'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                    PERFORM P6-CONSULTA-NOME THRU P6-FIM
                WHEN '7'
                    PERFORM PF-FILA-ESPERA THRU PF-FIM
                WHEN '8'
                    CALL 'CADRESP' USING LOGON-AREA
                WHEN '0'
                WHEN 'F'
                WHEN 'f'
