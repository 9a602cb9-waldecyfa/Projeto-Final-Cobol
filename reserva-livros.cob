                   IF LEI-STATUS NOT = 'A'
                       DISPLAY 'LEITOR INATIVO OU SUSPENSO - NAO '
                           'PODE RESERVAR!'
                   ELSE
                   IF LEI-DATA-VALIDADE NOT = ZERO AND
                           LEI-DATA-VALIDADE < WS-DATA-HOJE
                       DISPLAY 'CADASTRO DO LEITOR VENCIDO EM '
                           LEI-DATA-VALIDADE ' - NAO PODE RESERVAR!'
                   ELSE
                       PERFORM INCLUIR-GRAVAR
                   END-IF
                   END-IF
           END-READ.

       INCLUIR-GRAVAR.
