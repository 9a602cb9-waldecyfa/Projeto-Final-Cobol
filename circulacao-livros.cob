               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT ARQ-CALENDARIO ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-FS-CALEND.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LIVROS.
       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       FD ARQ-CALENDARIO.
           COPY REG-CALENDARIO.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-EOF-CONTROLE       PIC X.
       01 WS-FS-PARAM           PIC XX.
       01 WS-EOF-PARAM          PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-LEITOR-VENCIDO     PIC X.
       01 WS-FS-ESTOQUE         PIC XX.
       01 WS-FILIAL             PIC 9(2).
       01 WS-FIL-DEVOL          PIC 9(2).
       01 WS-LIMITE-MULTAS      PIC 9(3)V99 VALUE 10.00.
       01 WS-MULTAS-BLOQUEIA    PIC X.
       01 WS-MULTA-EXIBE        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FS-CALEND          PIC XX.
       01 WS-CAL-DISPONIVEL     PIC X.
       01 WS-CAL-FILIAL         PIC 9(2).
       01 WS-CAL-DATA           PIC 9(8).
       01 WS-CAL-INTEIRO        PIC 9(9).
       01 WS-CAL-INT-FIM        PIC 9(9).
       01 WS-CAL-FECHADO        PIC X.
       01 WS-CAL-PASSOS         PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   STOP RUN
               END-IF
           END-IF
           PERFORM ABRIR-CALENDARIO
           PERFORM OBTER-PROXIMA-MULTA.

       ABRIR-CALENDARIO.
           OPEN INPUT ARQ-CALENDARIO
           IF WS-FS-CALEND = '00'
               MOVE 'S' TO WS-CAL-DISPONIVEL
           ELSE
               MOVE 'N' TO WS-CAL-DISPONIVEL
               DISPLAY 'CALENDARIO.DAT AUSENTE - TODOS OS DIAS '
                   'CONSIDERADOS ABERTOS.'
           END-IF.

       ESCOLHER-FILIAL.
           DISPLAY 'FILIAL DE ATENDIMENTO (01-CENTRAL / 02-ANEXO): '
           ACCEPT WS-FILIAL
                   IF LEI-STATUS NOT = 'A'
                       DISPLAY 'LEITOR INATIVO OU SUSPENSO - NAO '
                           'PODE EMPRESTAR!'
                   ELSE
                   IF LEI-DATA-VALIDADE NOT = ZERO AND
                           LEI-DATA-VALIDADE < WS-DATA-HOJE
                       DISPLAY 'CADASTRO DO LEITOR VENCIDO EM '
                           LEI-DATA-VALIDADE ' - NAO PODE EMPRESTAR!'
                       DISPLAY 'RECADASTRE O LEITOR NO CADASTRO DE '
                           'LEITORES.'
                   ELSE
                       PERFORM VERIFICAR-MULTAS-ABERTAS
                       IF WS-MULTAS-BLOQUEIA = 'S'
                           END-IF
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       EMPRESTAR-AVALIAR-FILIAL.
           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EMPREST) + WS-PRAZO-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
               TO WS-CAL-DATA
           MOVE WS-FILIAL TO WS-CAL-FILIAL
           PERFORM AJUSTAR-DIA-ABERTO
           MOVE WS-CAL-DATA TO WS-DATA-PREVISTA
           MOVE WS-NUMERO        TO EMP-NUMERO
           MOVE WS-LIV-CODIGO    TO EMP-LIV-CODIGO
           MOVE WS-LEI-CODIGO    TO EMP-LEI-CODIGO
               FUNCTION INTEGER-OF-DATE(WS-DATA-DEVOL)
           COMPUTE WS-INT-PREVISTA =
               FUNCTION INTEGER-OF-DATE(EMP-DATA-PREVISTA)
           MOVE ZERO TO WS-DIAS-ATRASO
           IF WS-INT-DEVOL > WS-INT-PREVISTA
               MOVE WS-FIL-DEVOL TO WS-CAL-FILIAL
               MOVE WS-INT-DEVOL TO WS-CAL-INT-FIM
               PERFORM CONTAR-DIAS-ABERTOS
           END-IF
           IF WS-DIAS-ATRASO > ZERO
               COMPUTE WS-VALOR-MULTA ROUNDED =
                   WS-DIAS-ATRASO * WS-VALOR-MULTA-DIA
               MOVE WS-PROX-MULTA     TO MUL-NUMERO
                   WS-MAX-RENOVACOES ')!'
           ELSE
               PERFORM RENOVAR-OBTER-CATEGORIA
               IF WS-LEITOR-VENCIDO = 'S'
                   DISPLAY 'CADASTRO DO LEITOR VENCIDO - NAO PODE '
                       'RENOVAR!'
               ELSE
                   PERFORM RENOVAR-VERIFICAR-DATA
               END-IF
           END-IF.

       RENOVAR-VERIFICAR-DATA.
           DISPLAY 'DATA DA RENOVACAO (AAAAMMDD): '
           ACCEPT WS-DATA-RENOVACAO
           COMPUTE WS-INT-RENOVACAO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-RENOVACAO)
           COMPUTE WS-INT-PREVISTA =
               FUNCTION INTEGER-OF-DATE(EMP-DATA-PREVISTA)
           IF WS-INT-RENOVACAO > WS-INT-PREVISTA
               DISPLAY 'EMPRESTIMO EM ATRASO - NAO PODE RENOVAR!'
           ELSE
               PERFORM RENOVAR-EFETIVAR
           END-IF.

       RENOVAR-OBTER-CATEGORIA.
           MOVE 'N' TO WS-LEITOR-VENCIDO
           MOVE EMP-LEI-CODIGO TO LEI-CODIGO
           READ ARQ-LEITORES
               INVALID KEY
                   MOVE 'A' TO LEI-CATEGORIA
               NOT INVALID KEY
                   IF LEI-DATA-VALIDADE NOT = ZERO AND
                           LEI-DATA-VALIDADE < WS-DATA-HOJE
                       MOVE 'S' TO WS-LEITOR-VENCIDO
                   END-IF
           END-READ
           PERFORM DEFINIR-CATEGORIA.

           COMPUTE WS-DATA-INTEIRO =
               WS-INT-PREVISTA + WS-PRAZO-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
               TO WS-CAL-DATA
           MOVE EMP-FIL-CODIGO TO WS-CAL-FILIAL
           IF WS-CAL-FILIAL = ZERO
               MOVE WS-FILIAL TO WS-CAL-FILIAL
           END-IF
           PERFORM AJUSTAR-DIA-ABERTO
           MOVE WS-CAL-DATA TO EMP-DATA-PREVISTA
           ADD 1 TO EMP-QTD-RENOVACOES
           REWRITE REG-EMPRESTIMO
           DISPLAY 'EMPRESTIMO RENOVADO COM SUCESSO!'
           DISPLAY 'RENOVACOES JA REALIZADAS: ' EMP-QTD-RENOVACOES
           DISPLAY 'NOVA DEVOLUCAO PREVISTA: ' EMP-DATA-PREVISTA.

       AJUSTAR-DIA-ABERTO.
           MOVE 'S' TO WS-CAL-FECHADO
           MOVE ZERO TO WS-CAL-PASSOS
           PERFORM UNTIL WS-CAL-FECHADO = 'N' OR WS-CAL-PASSOS > 60
               PERFORM VERIFICAR-DIA-FECHADO
               IF WS-CAL-FECHADO = 'S'
                   COMPUTE WS-CAL-INTEIRO =
                       FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INTEIRO)
                       TO WS-CAL-DATA
                   ADD 1 TO WS-CAL-PASSOS
               END-IF
           END-PERFORM.

       VERIFICAR-DIA-FECHADO.
           MOVE 'N' TO WS-CAL-FECHADO
           IF WS-CAL-DISPONIVEL = 'S'
               MOVE WS-CAL-FILIAL TO CAL-FIL-CODIGO
               MOVE WS-CAL-DATA   TO CAL-DATA
               READ ARQ-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CAL-FECHADO
               END-READ
           END-IF.

       CONTAR-DIAS-ABERTOS.
           MOVE ZERO TO WS-DIAS-ATRASO
           COMPUTE WS-CAL-INTEIRO = WS-INT-PREVISTA + 1
           PERFORM UNTIL WS-CAL-INTEIRO > WS-CAL-INT-FIM
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INTEIRO)
                   TO WS-CAL-DATA
               PERFORM VERIFICAR-DIA-FECHADO
               IF WS-CAL-FECHADO = 'N'
                   ADD 1 TO WS-DIAS-ATRASO
               END-IF
               ADD 1 TO WS-CAL-INTEIRO
           END-PERFORM.

       LISTAR.
           DISPLAY ' '
           DISPLAY '*** LISTAGEM DE EMPRESTIMOS ***'
           CLOSE ARQ-LEITORES
           CLOSE ARQ-RESERVAS
           CLOSE ARQ-MULTAS
           CLOSE ARQ-ESTOQUE
           IF WS-CAL-DISPONIVEL = 'S'
               CLOSE ARQ-CALENDARIO
           END-IF.
