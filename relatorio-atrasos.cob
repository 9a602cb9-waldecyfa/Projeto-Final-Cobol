               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAS.

           SELECT ARQ-CALENDARIO ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-FS-CALEND.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESTIMOS.
           RECORDING MODE IS F.
       01 LINHA-CARTA           PIC X(100).

       FD ARQ-CALENDARIO.
           COPY REG-CALENDARIO.

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPREST         PIC XX.
       01 WS-FS-LEITOR          PIC XX.
       01 WS-TOTAL-CARTA        PIC 9(9)V99.
       01 WS-TOTAL-CARTAS       PIC 9(5) VALUE ZERO.
       01 WS-PRIMEIRA-CARTA     PIC X.
       01 WS-FS-CALEND          PIC XX.
       01 WS-CAL-DISPONIVEL     PIC X.
       01 WS-CAL-FILIAL         PIC 9(2).
       01 WS-CAL-DATA           PIC 9(8).
       01 WS-CAL-INTEIRO        PIC 9(9).
       01 WS-CAL-INT-FIM        PIC 9(9).
       01 WS-CAL-FECHADO        PIC X.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(35) VALUE
           OPEN INPUT ARQ-LIVROS
           OPEN OUTPUT ARQ-RELATORIO
           OPEN OUTPUT ARQ-CARTAS
           PERFORM ABRIR-CALENDARIO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-3.

       ABRIR-CALENDARIO.
           OPEN INPUT ARQ-CALENDARIO
           IF WS-FS-CALEND = '00'
               MOVE 'S' TO WS-CAL-DISPONIVEL
           ELSE
               MOVE 'N' TO WS-CAL-DISPONIVEL
               DISPLAY 'CALENDARIO.DAT AUSENTE - TODOS OS DIAS '
                   'CONSIDERADOS ABERTOS.'
           END-IF.

       PROCESSAR-EMPRESTIMOS.
           MOVE 'N' TO WS-EOF
           START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-NUMERO
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
               COMPUTE WS-INT-PREVISTA =
                   FUNCTION INTEGER-OF-DATE(EMP-DATA-PREVISTA)
               MOVE ZERO TO WS-DIAS-ATRASO
               IF WS-INT-BASE > WS-INT-PREVISTA
                   MOVE EMP-FIL-CODIGO TO WS-CAL-FILIAL
                   IF WS-CAL-FILIAL = ZERO
                       MOVE 1 TO WS-CAL-FILIAL
                   END-IF
                   MOVE WS-INT-BASE TO WS-CAL-INT-FIM
                   PERFORM CONTAR-DIAS-ABERTOS
               END-IF
               IF WS-DIAS-ATRASO > ZERO
                   COMPUTE WS-VALOR-MULTA ROUNDED =
                       WS-DIAS-ATRASO * WS-VALOR-MULTA-DIA
                   PERFORM ESCREVER-DETALHE
               END-IF
           END-IF.

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

       GUARDAR-ATRASO.
           IF WS-QTD-TAB-ATRASO < WS-MAX-TAB-ATRASOS
               ADD 1 TO WS-QTD-TAB-ATRASO
           CLOSE ARQ-LIVROS
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-CARTAS
           IF WS-CAL-DISPONIVEL = 'S'
               CLOSE ARQ-CALENDARIO
           END-IF
           DISPLAY 'RELATORIO GERADO EM ATRASOS.LST'
           DISPLAY 'CARTAS GERADAS EM CARTAS-ATRASO.LST: '
               WS-TOTAL-CARTAS.
