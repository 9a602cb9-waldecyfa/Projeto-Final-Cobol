      *===  DATA: XX/XX/2026
      *===  OBJETIVO: EXTRATO DE CONTA DO LEITOR NO BALCAO:
      *===  EMPRESTIMOS ATIVOS COM TITULO E DATA PREVISTA,
      *===  ATRASOS SINALIZADOS, DEVOLUCOES RECENTES E AVISOS
      *===  SMS/EMAIL NAO ENTREGUES PELO GATEWAY, COM ACESSO
      *===  DIRETO POR CODIGO DO LEITOR.
      *==========================================


               RECORD KEY IS PAR-DATA-VIGENCIA
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-AVISOS ASSIGN TO 'AVISOS-LEITORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
               ALTERNATE RECORD KEY IS AVI-LEI-CODIGO WITH DUPLICATES
               ALTERNATE RECORD KEY IS AVI-MENSAGEM WITH DUPLICATES
               FILE STATUS IS WS-FS-AVISO.

           SELECT ARQ-CONTROLE ASSIGN TO 'CONTROLE-LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD ARQ-PARAMETROS.
           COPY REG-PARAMETRO.

       FD ARQ-AVISOS.
           COPY REG-AVISO.

       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       01 WS-FS-EMPREST         PIC XX.
       01 WS-FS-LEITOR          PIC XX.
       01 WS-FS-LIVROS          PIC XX.
       01 WS-FS-AVISO           PIC XX.
       01 WS-AVISOS-EXISTE      PIC X.
       01 WS-OPCAO              PIC X.
       01 WS-CONTINUA           PIC X.
       01 WS-EOF                PIC X.
       01 WS-DIAS-RECENTE       PIC 9(3) VALUE 90.
       01 WS-QTD-ATIVOS         PIC 9(5).
       01 WS-QTD-RECENTES       PIC 9(5).
       01 WS-QTD-FALHAS         PIC 9(5).
       01 WS-INT-AVISO          PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-FS-LIVROS NOT = '00'
               DISPLAY 'LIVROS.DAT NAO ENCONTRADO OU INACESSIVEL!'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-AVISOS
           IF WS-FS-AVISO = '00'
               MOVE 'S' TO WS-AVISOS-EXISTE
           ELSE
               MOVE 'N' TO WS-AVISOS-EXISTE
           END-IF.

       VERIFICAR-JANELA-LOTE.
                   DISPLAY 'STATUS: ' LEI-STATUS
                   PERFORM LISTAR-ATIVOS
                   PERFORM LISTAR-RECENTES
                   IF WS-AVISOS-EXISTE = 'S'
                       PERFORM LISTAR-AVISOS-FALHA
                   END-IF
           END-READ
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.
               DISPLAY '------------------------'
           END-IF.

      *===  AVISOS DO GATEWAY DEVOLVIDOS COMO NAO ENTREGUES, NA
      *===  MESMA JANELA DAS DEVOLUCOES RECENTES.
       LISTAR-AVISOS-FALHA.
           MOVE ZERO TO WS-QTD-FALHAS
           MOVE 'N' TO WS-EOF
           MOVE WS-LEI-CODIGO TO AVI-LEI-CODIGO
           START ARQ-AVISOS KEY IS = AVI-LEI-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-AVISOS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AVI-LEI-CODIGO NOT = WS-LEI-CODIGO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF AVI-SITUACAO = 'F'
                               PERFORM AVALIAR-AVISO-FALHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTD-FALHAS > ZERO
               DISPLAY 'CONFIRA O CONTATO DO LEITOR NO CADASTRO.'
           END-IF.

       AVALIAR-AVISO-FALHA.
           COMPUTE WS-INT-AVISO =
               FUNCTION INTEGER-OF-DATE(AVI-DATA-GERACAO)
           IF WS-INT-HOJE - WS-INT-AVISO <= WS-DIAS-RECENTE
               IF WS-QTD-FALHAS = ZERO
                   DISPLAY ' '
                   DISPLAY '--- AVISOS NAO ENTREGUES (SMS/EMAIL) ---'
               END-IF
               ADD 1 TO WS-QTD-FALHAS
               EVALUATE AVI-TIPO
                   WHEN 'L'
                       DISPLAY 'AVISO: LEMBRETE DE VENCIMENTO - '
                           'EMPRESTIMO ' AVI-DOCUMENTO
                   WHEN 'R'
                       DISPLAY 'AVISO: RESERVA DISPONIVEL - '
                           'RESERVA ' AVI-DOCUMENTO
                   WHEN OTHER
                       DISPLAY 'AVISO: ULTIMO DIA DE RETIRADA - '
                           'RESERVA ' AVI-DOCUMENTO
               END-EVALUATE
               DISPLAY 'ENVIADO EM: ' AVI-DATA-GERACAO
                   '  RETORNO EM: ' AVI-DATA-RETORNO
               DISPLAY 'MOTIVO: ' AVI-MOTIVO
               DISPLAY '------------------------'
           END-IF.

       BUSCAR-TITULO.
           MOVE EMP-LIV-CODIGO TO LIV-CODIGO
           READ ARQ-LIVROS
       FINALIZAR.
           CLOSE ARQ-EMPRESTIMOS
           CLOSE ARQ-LEITORES
           CLOSE ARQ-LIVROS
           IF WS-AVISOS-EXISTE = 'S'
               CLOSE ARQ-AVISOS
           END-IF.
