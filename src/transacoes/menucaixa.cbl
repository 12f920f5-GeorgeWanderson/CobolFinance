           DISPLAY ' 5 - Saque'
           DISPLAY ' 6 - Transferência'
           DISPLAY ' 7 - Pagamento'
           DISPLAY ' 8 - Ordem de pagamento'
           DISPLAY ' 9 - Cheque administrativo'
           DISPLAY ' 0 - Sair'
           DISPLAY 'Opção: '
           ACCEPT WS-OpcaoMenu
                    WS-OpcaoMenu = '4' OR WS-OpcaoMenu = '4 ' OR
                    WS-OpcaoMenu = '5' OR WS-OpcaoMenu = '5 ' OR
                    WS-OpcaoMenu = '6' OR WS-OpcaoMenu = '6 ' OR
                    WS-OpcaoMenu = '7' OR WS-OpcaoMenu = '7 ' OR
                    WS-OpcaoMenu = '8' OR WS-OpcaoMenu = '8 ' OR
                    WS-OpcaoMenu = '9' OR WS-OpcaoMenu = '9 ')
               DISPLAY 'Perfil de consulta: operação bloqueada.'
           ELSE
           EVALUATE WS-OpcaoMenu
               WHEN '7'
               WHEN '7 '
                   CALL 'TransacaoPagamento'
               WHEN '8'
               WHEN '8 '
                   CALL 'TransacaoOrdemPagamento'
               WHEN '9'
               WHEN '9 '
                   CALL 'TransacaoChequeAdministrativo'
               WHEN '0'
               WHEN '0 '
                   MOVE 'Y' TO WS-ExitFlag
