       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIZA-CAIXA.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: LANCAMENTO DIARIO PARA A TESOURARIA - LE AS
      *===  SESSOES DE CAIXA FECHADAS E SEUS RECIBOS, SEPARA A
      *===  RECEITA DE MULTA POR ATRASO DA RECEITA DE REPOSICAO
      *===  (COBRANCA GERADA PELO PROCESSA-PERDAS, EMPRESTIMO COM
      *===  STATUS P) E GRAVA TESOURARIA-LANCAMENTOS.DAT. LISTA A
      *===  PARTE AS ISENCOES E AS DIFERENCAS DE CAIXA. A SESSAO
      *===  LANCADA PASSA A STATUS C E NAO E LANCADA DE NOVO.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SESSOES ASSIGN TO 'SESSOES-CAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS WS-FS-SESSAO.

           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS-CAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-RECIBO
               ALTERNATE RECORD KEY IS PAG-SES-NUMERO WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGTO.

           SELECT ARQ-MULTAS ASSIGN TO 'MULTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUL-NUMERO
               ALTERNATE RECORD KEY IS MUL-LEI-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-MULTA.

           SELECT ARQ-EMPRESTIMOS ASSIGN TO 'EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-LEI-CODIGO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-LIV-CODIGO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.

           SELECT ARQ-LANCAMENTOS ASSIGN TO
               'TESOURARIA-LANCAMENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCTO.

           SELECT ARQ-RELATORIO ASSIGN TO 'TESOURARIA-CAIXA.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

           SELECT ARQ-CONTROLE ASSIGN TO 'CONTROLE-LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SESSOES.
           COPY REG-SESSAO.

       FD ARQ-PAGAMENTOS.
           COPY REG-PAGAMENTO.

       FD ARQ-MULTAS.
           COPY REG-MULTA.

       FD ARQ-EMPRESTIMOS.
           COPY REG-EMPRESTIMO.

       FD ARQ-LANCAMENTOS.
           COPY REG-LANCAMENTO-TESOURARIA.

       FD ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO       PIC X(132).

       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-EOF-CONTROLE       PIC X.
       01 WS-JOB-NOME           PIC X(20) VALUE 'CONTABILIZA-CAIXA'.
       01 WS-JA-CONCLUIDO       PIC X.
       01 WS-MEU-EM-EXECUCAO    PIC X.
       01 WS-CONFLITO           PIC X.
       01 WS-CONFLITO-JOB       PIC X(20).
       01 WS-CONFLITO-DATA      PIC 9(8).
       01 WS-RESPOSTA           PIC X.
       01 WS-FS-SESSAO          PIC XX.
       01 WS-FS-PAGTO           PIC XX.
       01 WS-FS-MULTA           PIC XX.
       01 WS-FS-EMPREST         PIC XX.
       01 WS-FS-LANCTO          PIC XX.
       01 WS-FS-RELAT           PIC XX.
       01 WS-EOF                PIC X.
       01 WS-EOF-PAGTO          PIC X.
       01 WS-EMPREST-EXISTE     PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-REPOSICAO          PIC X.
       01 WS-SES-ATRASO         PIC 9(9)V99.
       01 WS-SES-REPOSICAO      PIC 9(9)V99.
       01 WS-SES-ISENTO         PIC 9(9)V99.
       01 WS-SES-QTD-ATRASO     PIC 9(5).
       01 WS-SES-QTD-REPOSICAO  PIC 9(5).
       01 WS-DIFERENCA          PIC S9(9)V99.
       01 WS-TOTAL-SESSOES      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ABERTAS      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-LANCAMENTOS  PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ATRASO       PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-REPOSICAO    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ISENTO       PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DIFERENCA    PIC S9(9)V99 VALUE ZERO.

       01 WS-MAX-ISENCOES       PIC 9(4) VALUE 500.
       01 WS-TAB-ISENCOES.
           05 WS-QTD-ISENCOES   PIC 9(4) VALUE ZERO.
           05 WS-ITEM-ISENCAO OCCURS 500 TIMES.
               10 TI-RECIBO     PIC 9(6).
               10 TI-SESSAO     PIC 9(6).
               10 TI-MULTA      PIC 9(6).
               10 TI-LEITOR     PIC 9(5).
               10 TI-VALOR      PIC 9(7)V99.
               10 TI-OPERADOR   PIC 9(5).
       01 WS-ISENCOES-ESTOURO   PIC X VALUE 'N'.

       01 WS-MAX-DIFERENCAS     PIC 9(4) VALUE 200.
       01 WS-TAB-DIFERENCAS.
           05 WS-QTD-DIFERENCAS PIC 9(4) VALUE ZERO.
           05 WS-ITEM-DIFERENCA OCCURS 200 TIMES.
               10 TD-SESSAO     PIC 9(6).
               10 TD-OPERADOR   PIC 9(5).
               10 TD-REGISTRADO PIC 9(9)V99.
               10 TD-CONTADO    PIC 9(9)V99.
               10 TD-DIFERENCA  PIC S9(9)V99.
       01 WS-DIFERENCAS-ESTOURO PIC X VALUE 'N'.
       01 WS-IND                PIC 9(4).

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(50) VALUE
               'LANCAMENTO DE CAIXA PARA A TESOURARIA'.
           05 FILLER            PIC X(19) VALUE 'DATA DO MOVIMENTO: '.
           05 WS-CAB-DATA       PIC 9(8).
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(8) VALUE 'SESSAO'.
           05 FILLER            PIC X(10) VALUE 'FECHO'.
           05 FILLER            PIC X(7) VALUE 'OPER'.
           05 FILLER            PIC X(16) VALUE 'MULTA ATRASO'.
           05 FILLER            PIC X(16) VALUE 'REPOSICAO'.
           05 FILLER            PIC X(16) VALUE 'TOTAL PAGO'.
           05 FILLER            PIC X(16) VALUE 'CONTADO'.
           05 FILLER            PIC X(16) VALUE 'DIFERENCA'.

       01 WS-LINHA-SESSAO.
           05 WD-SESSAO         PIC ZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-FECHO          PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-OPERADOR       PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-ATRASO         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-REPOSICAO      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-PAGO           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-CONTADO        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-DIFERENCA      PIC +ZZZ,ZZZ,ZZ9.99.

       01 WS-TITULO-SECAO       PIC X(60).
       01 WS-CAB-ISENCOES.
           05 FILLER            PIC X(9) VALUE 'RECIBO'.
           05 FILLER            PIC X(9) VALUE 'SESSAO'.
           05 FILLER            PIC X(9) VALUE 'MULTA'.
           05 FILLER            PIC X(8) VALUE 'LEITOR'.
           05 FILLER            PIC X(14) VALUE 'VALOR'.
           05 FILLER            PIC X(8) VALUE 'OPER'.
       01 WS-LINHA-ISENCAO.
           05 WI-RECIBO         PIC ZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WI-SESSAO         PIC ZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WI-MULTA          PIC ZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WI-LEITOR         PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WI-VALOR          PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WI-OPERADOR       PIC 9(5).
       01 WS-CAB-DIFERENCAS.
           05 FILLER            PIC X(9) VALUE 'SESSAO'.
           05 FILLER            PIC X(8) VALUE 'OPER'.
           05 FILLER            PIC X(16) VALUE 'REGISTRADO'.
           05 FILLER            PIC X(16) VALUE 'CONTADO'.
           05 FILLER            PIC X(16) VALUE 'DIFERENCA'.
       01 WS-LINHA-DIF.
           05 WF-SESSAO         PIC ZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WF-OPERADOR       PIC 9(5).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WF-REGISTRADO     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WF-CONTADO        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WF-DIFERENCA      PIC +ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO      PIC X(40).
           05 WT-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LINHA-TOTAL-DIF.
           05 FILLER            PIC X(39) VALUE
               'DIFERENCA LIQUIDA DE CAIXA:'.
           05 WT-DIFERENCA      PIC +ZZZ,ZZZ,ZZ9.99.
       01 WS-LINHA-QTD.
           05 WQ-DESCRICAO      PIC X(40).
           05 WQ-QTD            PIC ZZZZ9.
       01 WS-LINHA-AVISO        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM PROCESSAR-SESSOES
           PERFORM ESCREVER-ISENCOES
           PERFORM ESCREVER-DIFERENCAS
           PERFORM ESCREVER-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM REGISTRAR-INICIO-LOTE
           OPEN I-O ARQ-SESSOES
           IF WS-FS-SESSAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR SESSOES-CAIXA.DAT - STATUS: '
                   WS-FS-SESSAO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-PAGAMENTOS
           IF WS-FS-PAGTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGAMENTOS-CAIXA.DAT - STATUS: '
                   WS-FS-PAGTO
               STOP RUN
           END-IF
           OPEN INPUT ARQ-MULTAS
           IF WS-FS-MULTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR MULTAS.DAT - STATUS: '
                   WS-FS-MULTA
               STOP RUN
           END-IF
           OPEN INPUT ARQ-EMPRESTIMOS
           IF WS-FS-EMPREST = '00'
               MOVE 'S' TO WS-EMPREST-EXISTE
           ELSE
               MOVE 'N' TO WS-EMPREST-EXISTE
           END-IF
           IF WS-MEU-EM-EXECUCAO = 'S'
               OPEN EXTEND ARQ-LANCAMENTOS
               IF WS-FS-LANCTO = '35'
                   OPEN OUTPUT ARQ-LANCAMENTOS
               END-IF
           ELSE
               OPEN OUTPUT ARQ-LANCAMENTOS
           END-IF
      *=== NO REINICIO O RELATORIO DA EXECUCAO INTERROMPIDA CONTINUA
      *=== NO ARQUIVO, JUNTO COM OS LANCAMENTOS QUE JA FORAM GRAVADOS.
           IF WS-MEU-EM-EXECUCAO = 'S'
               OPEN EXTEND ARQ-RELATORIO
               IF WS-FS-RELAT = '35'
                   OPEN OUTPUT ARQ-RELATORIO
               END-IF
           ELSE
               OPEN OUTPUT ARQ-RELATORIO
           END-IF
           MOVE WS-DATA-HOJE TO WS-CAB-DATA
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

       REGISTRAR-INICIO-LOTE.
           OPEN I-O ARQ-CONTROLE
           IF WS-FS-CONTROLE = '35'
               OPEN OUTPUT ARQ-CONTROLE
               CLOSE ARQ-CONTROLE
               OPEN I-O ARQ-CONTROLE
           ELSE
               IF WS-FS-CONTROLE NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CONTROLE-LOTES.DAT'
                       ' - STATUS: ' WS-FS-CONTROLE
                   STOP RUN
               END-IF
           END-IF
           PERFORM AVALIAR-CONTROLE-LOTE
           IF WS-JA-CONCLUIDO = 'S'
               DISPLAY 'LOTE JA CONCLUIDO NESTA DATA - '
                   'EXECUCAO RECUSADA.'
               CLOSE ARQ-CONTROLE
               STOP RUN
           END-IF
           IF WS-CONFLITO = 'S'
               DISPLAY 'LOTE CONFLITANTE EM EXECUCAO: '
                   WS-CONFLITO-JOB
               DISPLAY 'DATA DO MOVIMENTO: ' WS-CONFLITO-DATA
               DISPLAY 'PROSSEGUIR MESMO ASSIM (S/N)? '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT = 'S'
                   CLOSE ARQ-CONTROLE
                   STOP RUN
               END-IF
           END-IF
           IF WS-MEU-EM-EXECUCAO = 'S'
               DISPLAY 'LOTE CONSTA EM EXECUCAO NESTA DATA '
                   '(POSSIVEL ABORTO ANTERIOR).'
               DISPLAY 'ASSUMIR REINICIO (S/N)? '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT = 'S'
                   CLOSE ARQ-CONTROLE
                   STOP RUN
               END-IF
               MOVE WS-JOB-NOME  TO CTL-JOB
               MOVE WS-DATA-HOJE TO CTL-DATA-MOV
               READ ARQ-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION CURRENT-DATE(9:6)
                           TO CTL-HORA-INICIO
                       REWRITE REG-CONTROLE-LOTE
               END-READ
           ELSE
               MOVE WS-JOB-NOME  TO CTL-JOB
               MOVE WS-DATA-HOJE TO CTL-DATA-MOV
               MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA-INICIO
               MOVE ZEROES TO CTL-HORA-FIM
               MOVE ZERO   TO CTL-CHECKPOINT
               MOVE 'E'    TO CTL-SITUACAO
               WRITE REG-CONTROLE-LOTE
           END-IF.

       AVALIAR-CONTROLE-LOTE.
           MOVE 'N' TO WS-JA-CONCLUIDO
           MOVE 'N' TO WS-MEU-EM-EXECUCAO
           MOVE 'N' TO WS-CONFLITO
           MOVE 'N' TO WS-EOF-CONTROLE
           MOVE SPACES TO CTL-JOB
           MOVE ZEROES TO CTL-DATA-MOV
           START ARQ-CONTROLE KEY IS NOT LESS THAN CTL-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF-CONTROLE
           END-START
           PERFORM UNTIL WS-EOF-CONTROLE = 'Y'
               READ ARQ-CONTROLE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-CONTROLE
                   NOT AT END
                       IF CTL-JOB = WS-JOB-NOME AND
                               CTL-DATA-MOV = WS-DATA-HOJE
                           IF CTL-SITUACAO = 'C'
                               MOVE 'S' TO WS-JA-CONCLUIDO
                           ELSE
                               MOVE 'S' TO WS-MEU-EM-EXECUCAO
                           END-IF
                       ELSE
                           IF CTL-SITUACAO = 'E' AND
                                   CTL-DATA-MOV = WS-DATA-HOJE
                               MOVE 'S' TO WS-CONFLITO
                               MOVE CTL-JOB      TO WS-CONFLITO-JOB
                               MOVE CTL-DATA-MOV TO WS-CONFLITO-DATA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGISTRAR-FIM-LOTE.
           MOVE WS-JOB-NOME  TO CTL-JOB
           MOVE WS-DATA-HOJE TO CTL-DATA-MOV
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA-FIM
                   MOVE 'C' TO CTL-SITUACAO
                   REWRITE REG-CONTROLE-LOTE
           END-READ
           CLOSE ARQ-CONTROLE.

      *===  SO ENTRAM SESSOES FECHADAS (F). AS JA LANCADAS FICAM
      *===  COM STATUS C E AS ABERTAS ENTRAM NO DIA DO FECHAMENTO.
       PROCESSAR-SESSOES.
           MOVE 'N' TO WS-EOF
           MOVE ZEROES TO SES-NUMERO
           START ARQ-SESSOES KEY IS NOT LESS THAN SES-NUMERO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-SESSOES NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE SES-STATUS
                           WHEN 'F'
                               PERFORM CONTABILIZAR-SESSAO
                           WHEN 'A'
                               ADD 1 TO WS-TOTAL-ABERTAS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       CONTABILIZAR-SESSAO.
           ADD 1 TO WS-TOTAL-SESSOES
           MOVE ZERO TO WS-SES-ATRASO
           MOVE ZERO TO WS-SES-REPOSICAO
           MOVE ZERO TO WS-SES-ISENTO
           MOVE ZERO TO WS-SES-QTD-ATRASO
           MOVE ZERO TO WS-SES-QTD-REPOSICAO
           PERFORM LER-RECIBOS-SESSAO
           COMPUTE WS-DIFERENCA =
               SES-VALOR-CONTADO - SES-TOTAL-PAGO
           IF WS-SES-QTD-ATRASO > ZERO
               MOVE 'MA'              TO LCT-RUBRICA
               MOVE WS-SES-QTD-ATRASO TO LCT-QTD-RECIBOS
               MOVE '+'               TO LCT-SINAL
               MOVE WS-SES-ATRASO     TO LCT-VALOR
               PERFORM GRAVAR-LANCAMENTO
           END-IF
           IF WS-SES-QTD-REPOSICAO > ZERO
               MOVE 'RP'                 TO LCT-RUBRICA
               MOVE WS-SES-QTD-REPOSICAO TO LCT-QTD-RECIBOS
               MOVE '+'                  TO LCT-SINAL
               MOVE WS-SES-REPOSICAO     TO LCT-VALOR
               PERFORM GRAVAR-LANCAMENTO
           END-IF
           IF WS-DIFERENCA NOT = ZERO
               MOVE 'DC' TO LCT-RUBRICA
               MOVE ZERO TO LCT-QTD-RECIBOS
               IF WS-DIFERENCA < ZERO
                   MOVE '-' TO LCT-SINAL
                   COMPUTE LCT-VALOR = ZERO - WS-DIFERENCA
               ELSE
                   MOVE '+' TO LCT-SINAL
                   MOVE WS-DIFERENCA TO LCT-VALOR
               END-IF
               PERFORM GRAVAR-LANCAMENTO
               PERFORM GUARDAR-DIFERENCA
           END-IF
           ADD WS-SES-ATRASO    TO WS-TOTAL-ATRASO
           ADD WS-SES-REPOSICAO TO WS-TOTAL-REPOSICAO
           ADD WS-SES-ISENTO    TO WS-TOTAL-ISENTO
           ADD WS-DIFERENCA     TO WS-TOTAL-DIFERENCA
           PERFORM ESCREVER-SESSAO
           MOVE 'C' TO SES-STATUS
           REWRITE REG-SESSAO.

       LER-RECIBOS-SESSAO.
           MOVE 'N' TO WS-EOF-PAGTO
           MOVE SES-NUMERO TO PAG-SES-NUMERO
           START ARQ-PAGAMENTOS KEY IS = PAG-SES-NUMERO
               INVALID KEY MOVE 'Y' TO WS-EOF-PAGTO
           END-START
           PERFORM UNTIL WS-EOF-PAGTO = 'Y'
               READ ARQ-PAGAMENTOS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-PAGTO
                   NOT AT END
                       IF PAG-SES-NUMERO NOT = SES-NUMERO
                           MOVE 'Y' TO WS-EOF-PAGTO
                       ELSE
                           PERFORM CLASSIFICAR-RECIBO
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFICAR-RECIBO.
           IF PAG-TIPO = 'I'
               ADD PAG-VALOR TO WS-SES-ISENTO
               PERFORM GUARDAR-ISENCAO
           ELSE
               PERFORM VERIFICAR-REPOSICAO
               IF WS-REPOSICAO = 'S'
                   ADD PAG-VALOR TO WS-SES-REPOSICAO
                   ADD 1 TO WS-SES-QTD-REPOSICAO
               ELSE
                   ADD PAG-VALOR TO WS-SES-ATRASO
                   ADD 1 TO WS-SES-QTD-ATRASO
               END-IF
           END-IF.

      *===  A COBRANCA DE REPOSICAO E A MULTA CUJO EMPRESTIMO FOI
      *===  BAIXADO COMO PERDA (STATUS P) PELO PROCESSA-PERDAS.
       VERIFICAR-REPOSICAO.
           MOVE 'N' TO WS-REPOSICAO
           MOVE PAG-MUL-NUMERO TO MUL-NUMERO
           READ ARQ-MULTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-EMPREST-EXISTE = 'S'
                       MOVE MUL-EMP-NUMERO TO EMP-NUMERO
                       READ ARQ-EMPRESTIMOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF EMP-STATUS = 'P'
                                   MOVE 'S' TO WS-REPOSICAO
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       GRAVAR-LANCAMENTO.
           MOVE WS-DATA-HOJE   TO LCT-DATA-MOVIMENTO
           MOVE SES-NUMERO     TO LCT-SES-NUMERO
           MOVE SES-DATA-FECHO TO LCT-DATA-CAIXA
           MOVE SES-OPERADOR   TO LCT-OPERADOR
           WRITE REG-LANCAMENTO-TESOURARIA
           ADD 1 TO WS-TOTAL-LANCAMENTOS.

       GUARDAR-ISENCAO.
           IF WS-QTD-ISENCOES < WS-MAX-ISENCOES
               ADD 1 TO WS-QTD-ISENCOES
               MOVE PAG-RECIBO     TO TI-RECIBO (WS-QTD-ISENCOES)
               MOVE PAG-SES-NUMERO TO TI-SESSAO (WS-QTD-ISENCOES)
               MOVE PAG-MUL-NUMERO TO TI-MULTA (WS-QTD-ISENCOES)
               MOVE PAG-LEI-CODIGO TO TI-LEITOR (WS-QTD-ISENCOES)
               MOVE PAG-VALOR      TO TI-VALOR (WS-QTD-ISENCOES)
               MOVE PAG-OPERADOR   TO TI-OPERADOR (WS-QTD-ISENCOES)
           ELSE
               MOVE 'S' TO WS-ISENCOES-ESTOURO
           END-IF.

       GUARDAR-DIFERENCA.
           IF WS-QTD-DIFERENCAS < WS-MAX-DIFERENCAS
               ADD 1 TO WS-QTD-DIFERENCAS
               MOVE SES-NUMERO TO TD-SESSAO (WS-QTD-DIFERENCAS)
               MOVE SES-OPERADOR TO TD-OPERADOR (WS-QTD-DIFERENCAS)
               MOVE SES-TOTAL-PAGO
                   TO TD-REGISTRADO (WS-QTD-DIFERENCAS)
               MOVE SES-VALOR-CONTADO
                   TO TD-CONTADO (WS-QTD-DIFERENCAS)
               MOVE WS-DIFERENCA TO TD-DIFERENCA (WS-QTD-DIFERENCAS)
           ELSE
               MOVE 'S' TO WS-DIFERENCAS-ESTOURO
           END-IF.

       ESCREVER-SESSAO.
           MOVE SES-NUMERO        TO WD-SESSAO
           MOVE SES-DATA-FECHO    TO WD-FECHO
           MOVE SES-OPERADOR      TO WD-OPERADOR
           MOVE WS-SES-ATRASO     TO WD-ATRASO
           MOVE WS-SES-REPOSICAO  TO WD-REPOSICAO
           MOVE SES-TOTAL-PAGO    TO WD-PAGO
           MOVE SES-VALOR-CONTADO TO WD-CONTADO
           MOVE WS-DIFERENCA      TO WD-DIFERENCA
           WRITE LINHA-RELATORIO FROM WS-LINHA-SESSAO.

       ESCREVER-ISENCOES.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'ISENCOES CONCEDIDAS (NAO GERAM RECEITA)'
               TO WS-TITULO-SECAO
           WRITE LINHA-RELATORIO FROM WS-TITULO-SECAO
           WRITE LINHA-RELATORIO FROM WS-CAB-ISENCOES
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-ISENCOES
               MOVE TI-RECIBO (WS-IND)   TO WI-RECIBO
               MOVE TI-SESSAO (WS-IND)   TO WI-SESSAO
               MOVE TI-MULTA (WS-IND)    TO WI-MULTA
               MOVE TI-LEITOR (WS-IND)   TO WI-LEITOR
               MOVE TI-VALOR (WS-IND)    TO WI-VALOR
               MOVE TI-OPERADOR (WS-IND) TO WI-OPERADOR
               WRITE LINHA-RELATORIO FROM WS-LINHA-ISENCAO
           END-PERFORM
           IF WS-QTD-ISENCOES = ZERO
               MOVE '  NENHUMA ISENCAO NAS SESSOES LANCADAS.'
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           END-IF
           IF WS-ISENCOES-ESTOURO = 'S'
               MOVE 'AVISO: MAIS DE 500 ISENCOES - LISTA INCOMPLETA.'
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           END-IF.

       ESCREVER-DIFERENCAS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'DIFERENCAS DE CAIXA (CONTADO - REGISTRADO)'
               TO WS-TITULO-SECAO
           WRITE LINHA-RELATORIO FROM WS-TITULO-SECAO
           WRITE LINHA-RELATORIO FROM WS-CAB-DIFERENCAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-DIFERENCAS
               MOVE TD-SESSAO (WS-IND)     TO WF-SESSAO
               MOVE TD-OPERADOR (WS-IND)   TO WF-OPERADOR
               MOVE TD-REGISTRADO (WS-IND) TO WF-REGISTRADO
               MOVE TD-CONTADO (WS-IND)    TO WF-CONTADO
               MOVE TD-DIFERENCA (WS-IND)  TO WF-DIFERENCA
               WRITE LINHA-RELATORIO FROM WS-LINHA-DIF
           END-PERFORM
           IF WS-QTD-DIFERENCAS = ZERO
               MOVE '  NENHUMA DIFERENCA NAS SESSOES LANCADAS.'
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           END-IF
           IF WS-DIFERENCAS-ESTOURO = 'S'
               MOVE 'AVISO: MAIS DE 200 DIFERENCAS - LISTA INCOMPLETA.'
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           END-IF.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'SESSOES LANCADAS:' TO WQ-DESCRICAO
           MOVE WS-TOTAL-SESSOES TO WQ-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-QTD
           MOVE 'REGISTROS GRAVADOS PARA A TESOURARIA:'
               TO WQ-DESCRICAO
           MOVE WS-TOTAL-LANCAMENTOS TO WQ-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-QTD
           MOVE 'RECEITA DE MULTA POR ATRASO:' TO WT-DESCRICAO
           MOVE WS-TOTAL-ATRASO TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'RECEITA DE REPOSICAO DE EXEMPLAR:' TO WT-DESCRICAO
           MOVE WS-TOTAL-REPOSICAO TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'ISENCOES (NAO LANCADAS):' TO WT-DESCRICAO
           MOVE WS-TOTAL-ISENTO TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE WS-TOTAL-DIFERENCA TO WT-DIFERENCA
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-DIF
           IF WS-TOTAL-ABERTAS > ZERO
               MOVE 'SESSOES AINDA ABERTAS (NAO LANCADAS):'
                   TO WQ-DESCRICAO
               MOVE WS-TOTAL-ABERTAS TO WQ-QTD
               WRITE LINHA-RELATORIO FROM WS-LINHA-QTD
           END-IF.

       FINALIZAR.
           CLOSE ARQ-SESSOES
           CLOSE ARQ-PAGAMENTOS
           CLOSE ARQ-MULTAS
           IF WS-EMPREST-EXISTE = 'S'
               CLOSE ARQ-EMPRESTIMOS
           END-IF
           CLOSE ARQ-LANCAMENTOS
           CLOSE ARQ-RELATORIO
           PERFORM REGISTRAR-FIM-LOTE
           DISPLAY 'LANCAMENTO CONCLUIDO. VER TESOURARIA-CAIXA.LST'
           DISPLAY 'SESSOES LANCADAS: ' WS-TOTAL-SESSOES.
