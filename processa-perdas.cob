               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT ARQ-CALENDARIO ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-FS-CALEND.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESTIMOS.
       FD ARQ-ESTOQUE.
           COPY REG-ESTOQUE-FILIAL.

       FD ARQ-CALENDARIO.
           COPY REG-CALENDARIO.

       WORKING-STORAGE SECTION.
       01 WS-FS-ESTOQUE         PIC XX.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-TOTAL-LIDOS        PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-PERDAS       PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-COBRADO      PIC 9(9)V99 VALUE ZERO.
       01 WS-FS-CALEND          PIC XX.
       01 WS-CAL-DISPONIVEL     PIC X.
       01 WS-CAL-FILIAL         PIC 9(2).
       01 WS-CAL-DATA           PIC 9(8).
       01 WS-CAL-INTEIRO        PIC 9(9).
       01 WS-CAL-INT-FIM        PIC 9(9).
       01 WS-CAL-FECHADO        PIC X.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(40) VALUE
               END-IF
           END-IF
           PERFORM OBTER-PROXIMA-MULTA
           PERFORM ABRIR-CALENDARIO
           OPEN OUTPUT ARQ-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
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

       REGISTRAR-INICIO-LOTE.
           OPEN I-O ARQ-CONTROLE
           IF WS-FS-CONTROLE = '35'
               COMPUTE WS-INT-PREVISTA =
                   FUNCTION INTEGER-OF-DATE(EMP-DATA-PREVISTA)
               IF WS-INT-HOJE > WS-INT-PREVISTA
                   MOVE EMP-FIL-CODIGO TO WS-CAL-FILIAL
                   IF WS-CAL-FILIAL = ZERO
                       MOVE 1 TO WS-CAL-FILIAL
                   END-IF
                   MOVE WS-INT-HOJE TO WS-CAL-INT-FIM
                   PERFORM CONTAR-DIAS-ABERTOS
                   IF WS-DIAS-ATRASO > WS-DIAS-PERDA
                       PERFORM BAIXAR-PERDA
                   END-IF
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

       BAIXAR-PERDA.
           MOVE 'P' TO EMP-STATUS
           REWRITE REG-EMPRESTIMO
           CLOSE ARQ-MULTAS
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-RELATORIO
           IF WS-CAL-DISPONIVEL = 'S'
               CLOSE ARQ-CALENDARIO
           END-IF
           PERFORM REGISTRAR-FIM-LOTE
           DISPLAY 'PROCESSAMENTO DE PERDAS CONCLUIDO.'
           DISPLAY 'BAIXADOS POR PERDA: ' WS-TOTAL-PERDAS
