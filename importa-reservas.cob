                       MOVE 'S' TO WS-REJEITADO
                       MOVE 'LEITOR INATIVO OU SUSPENSO'
                           TO WS-MOTIVO
                   ELSE
                   IF LEI-DATA-VALIDADE NOT = ZERO AND
                           LEI-DATA-VALIDADE < WS-DATA-HOJE
                       MOVE 'S' TO WS-REJEITADO
                       MOVE 'CADASTRO DO LEITOR VENCIDO'
                           TO WS-MOTIVO
                   END-IF
                   END-IF
           END-READ.

