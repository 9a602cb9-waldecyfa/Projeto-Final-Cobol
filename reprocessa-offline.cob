       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPROCESSA-OFFLINE.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: APLICA AOS ARQUIVOS DE CIRCULACAO OS
      *===  MOVIMENTOS CAPTURADOS FORA DO AR (MOVIMENTO-OFFLINE.DAT)
      *===  NA ORDEM DE CAPTURA, COM AS MESMAS REGRAS DO BALCAO:
      *===  SITUACAO DO LEITOR, LIMITE DA CATEGORIA, BLOQUEIO POR
      *===  MULTAS, EXEMPLAR NA FILIAL, RESERVA SEPARADA, REPASSE
      *===  DA RESERVA NA DEVOLUCAO E MULTA PELA DATA REAL DA
      *===  DEVOLUCAO. O QUE NAO PASSA VAI PARA A LISTAGEM DE
      *===  EXCECOES (OFFLINE-EXCECOES.LST). CADA MOVIMENTO LIDO
      *===  E GUARDADO COM O RESULTADO EM MOVIMENTO-OFFLINE-HIST.DAT
      *===  E, AO FINAL, SAEM DO ARQUIVO DE CAPTURA OS MOVIMENTOS
      *===  APLICADOS, PARA NAO SEREM APLICADOS DE NOVO; O QUE UMA
      *===  CAPTURA AINDA ABERTA GRAVOU DEPOIS DA LEITURA FICA PARA
      *===  O PROXIMO REPROCESSAMENTO.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OFFLINE ASSIGN TO 'MOVIMENTO-OFFLINE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OFFLINE.

           SELECT ARQ-OFL-TRAB ASSIGN TO 'MOVIMENTO-OFFLINE.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OFL-TRAB.

           SELECT ARQ-OFL-HIST ASSIGN TO 'MOVIMENTO-OFFLINE-HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OFL-HIST.

           SELECT ARQ-LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIV-CODIGO
               ALTERNATE RECORD KEY IS LIV-TITULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIV-AUTOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIV-ISBN WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIV-EDITORA WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIV-ANO WITH DUPLICATES
               FILE STATUS IS WS-FS-LIVROS.

           SELECT ARQ-EMPRESTIMOS ASSIGN TO 'EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-LEI-CODIGO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-LIV-CODIGO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.

           SELECT ARQ-LEITORES ASSIGN TO 'LEITORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEI-CODIGO
               FILE STATUS IS WS-FS-LEITOR.

           SELECT ARQ-RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-NUMERO
               ALTERNATE RECORD KEY IS RES-LIV-CODIGO WITH DUPLICATES
               ALTERNATE RECORD KEY IS RES-LEI-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-RESERVA.

           SELECT ARQ-MULTAS ASSIGN TO 'MULTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUL-NUMERO
               ALTERNATE RECORD KEY IS MUL-LEI-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-MULTA.

           SELECT ARQ-PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-DATA-VIGENCIA
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-OPERADORES ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE-FILIAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WS-FS-ESTOQUE.

           SELECT ARQ-CALENDARIO ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-FS-CALEND.

           SELECT ARQ-RELATORIO ASSIGN TO 'OFFLINE-EXCECOES.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

           SELECT ARQ-CONTROLE ASSIGN TO 'CONTROLE-LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OFFLINE.
           COPY REG-MOV-OFFLINE.

       FD ARQ-OFL-TRAB.
       01 REG-OFL-TRAB          PIC X(38).

       FD ARQ-OFL-HIST
           RECORDING MODE IS F.
       01 REG-OFL-HIST.
           05 HOF-MOVIMENTO         PIC X(38).
           05 HOF-DATA-REPROC       PIC 9(8).
           05 HOF-SITUACAO          PIC X(1).
           05 HOF-MOTIVO            PIC X(30).

       FD ARQ-LIVROS.
           COPY REG-LIVRO.

       FD ARQ-EMPRESTIMOS.
           COPY REG-EMPRESTIMO.

       FD ARQ-LEITORES.
           COPY REG-LEITOR.

       FD ARQ-RESERVAS.
           COPY REG-RESERVA.

       FD ARQ-MULTAS.
           COPY REG-MULTA.

       FD ARQ-PARAMETROS.
           COPY REG-PARAMETRO.

       FD ARQ-OPERADORES.
           COPY REG-OPERADOR.

       FD ARQ-ESTOQUE.
           COPY REG-ESTOQUE-FILIAL.

       FD ARQ-CALENDARIO.
           COPY REG-CALENDARIO.

       FD ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO       PIC X(120).

       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-EOF-CONTROLE       PIC X.
       01 WS-JOB-NOME           PIC X(20) VALUE 'REPROCESSA-OFFLINE'.
       01 WS-JA-CONCLUIDO       PIC X.
       01 WS-MEU-EM-EXECUCAO    PIC X.
       01 WS-CONFLITO           PIC X.
       01 WS-CONFLITO-JOB       PIC X(20).
       01 WS-CONFLITO-DATA      PIC 9(8).
       01 WS-RESPOSTA           PIC X.
       01 WS-CHECKPOINT-INICIAL PIC 9(7).
       01 WS-FS-OFFLINE         PIC XX.
       01 WS-FS-OFL-HIST        PIC XX.
       01 WS-FS-OFL-TRAB        PIC XX.
       01 WS-ERRO-OFL-TRAB      PIC X.
       01 WS-QTD-RELIDOS        PIC 9(7).
       01 WS-QTD-RESTANTES      PIC 9(7).
       01 WS-FS-LIVROS          PIC XX.
       01 WS-FS-EMPREST         PIC XX.
       01 WS-FS-LEITOR          PIC XX.
       01 WS-FS-RESERVA         PIC XX.
       01 WS-FS-MULTA           PIC XX.
       01 WS-FS-PARAM           PIC XX.
       01 WS-FS-OPERADOR        PIC XX.
       01 WS-FS-ESTOQUE         PIC XX.
       01 WS-FS-CALEND          PIC XX.
       01 WS-FS-RELAT           PIC XX.
       01 WS-EOF                PIC X.
       01 WS-EOF-PARAM          PIC X.
       01 WS-EOF-EMPREST        PIC X.
       01 WS-EOF-RESERVA        PIC X.
       01 WS-EOF-MULTA          PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-REJEITADO          PIC X.
       01 WS-MOTIVO-REJEITO     PIC X(30).
       01 WS-PRAZO-DIAS         PIC 9(3) VALUE 14.
       01 WS-LIMITE-EMPRESTIMOS PIC 9(2) VALUE 5.
       01 WS-PRAZO-ESTUDANTE    PIC 9(3) VALUE 7.
       01 WS-LIMITE-ESTUDANTE   PIC 9(2) VALUE 3.
       01 WS-PRAZO-ADULTO       PIC 9(3) VALUE 14.
       01 WS-LIMITE-ADULTO      PIC 9(2) VALUE 5.
       01 WS-PRAZO-FUNCIONARIO  PIC 9(3) VALUE 30.
       01 WS-LIMITE-FUNCIONARIO PIC 9(2) VALUE 10.
       01 WS-PRAZO-RETIRADA     PIC 9(3) VALUE 3.
       01 WS-MAX-RENOVACOES     PIC 9(2) VALUE 2.
       01 WS-VALOR-MULTA-DIA    PIC 9(3)V99 VALUE 0.50.
       01 WS-LIMITE-MULTAS      PIC 9(3)V99 VALUE 10.00.
       01 WS-QTD-ATIVOS-LEITOR  PIC 9(3).
       01 WS-TOTAL-MULTAS-LEI   PIC 9(9)V99.
       01 WS-RESERVA-OBRIGATORIA PIC X.
       01 WS-RESERVA-ACHADA     PIC X.
       01 WS-RESERVA-NUMERO     PIC 9(6).
       01 WS-RES-FILIAL         PIC 9(2).
       01 WS-RES-PROXIMA        PIC 9(6).
       01 WS-RES-MENOR-POS      PIC 9(3).
       01 WS-DISP-FILIAL        PIC 9(3).
       01 WS-FIL-DEVOL          PIC 9(2).
       01 WS-PROX-MULTA         PIC 9(6).
       01 WS-DATA-INTEIRO       PIC 9(9).
       01 WS-INT-PREVISTA       PIC 9(9).
       01 WS-INT-DEVOL          PIC 9(9).
       01 WS-INT-LIMITE         PIC 9(9).
       01 WS-DIAS-ATRASO        PIC 9(5).
       01 WS-VALOR-MULTA        PIC 9(7)V99.
       01 WS-CAL-DISPONIVEL     PIC X.
       01 WS-CAL-FILIAL         PIC 9(2).
       01 WS-CAL-DATA           PIC 9(8).
       01 WS-CAL-INTEIRO        PIC 9(9).
       01 WS-CAL-INT-FIM        PIC 9(9).
       01 WS-CAL-FECHADO        PIC X.
       01 WS-CAL-PASSOS         PIC 9(3).
       01 WS-TOTAL-LIDOS        PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-PULADOS      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-EMPRESTIMOS  PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-DEVOLUCOES   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-RENOVACOES   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-MULTAS-GER   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REJEITADOS   PIC 9(7) VALUE ZERO.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(60) VALUE
               'EXCECOES DO REPROCESSAMENTO DE MOVIMENTOS FORA DO AR'.
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(19) VALUE 'DATA DO MOVIMENTO: '.
           05 WS-CAB-DATA       PIC 9(8).
       01 WS-CABECALHO-3.
           05 FILLER            PIC X(5) VALUE 'TIPO'.
           05 FILLER            PIC X(10) VALUE 'DATA'.
           05 FILLER            PIC X(8) VALUE 'HORA'.
           05 FILLER            PIC X(4) VALUE 'FIL'.
           05 FILLER            PIC X(7) VALUE 'OPER'.
           05 FILLER            PIC X(9) VALUE 'EMPREST'.
           05 FILLER            PIC X(7) VALUE 'LIVRO'.
           05 FILLER            PIC X(8) VALUE 'LEITOR'.
           05 FILLER            PIC X(30) VALUE 'MOTIVO'.

       01 WS-LINHA-DETALHE.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-TIPO           PIC X(1).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-DATA           PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-HORA           PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-FILIAL         PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-OPERADOR       PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-EMPRESTIMO     PIC ZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-LIVRO          PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-LEITOR         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-MOTIVO         PIC X(30).

       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO      PIC X(30).
           05 WT-VALOR          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM PROCESSAR-MOVIMENTOS
           PERFORM ESCREVER-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM REGISTRAR-INICIO-LOTE
           PERFORM LER-PARAMETROS
           MOVE WS-DATA-HOJE TO WS-CAB-DATA
           OPEN INPUT ARQ-OFFLINE
           IF WS-FS-OFFLINE NOT = '00'
               DISPLAY 'MOVIMENTO-OFFLINE.DAT AUSENTE - NADA A '
                   'REPROCESSAR.'
               PERFORM REGISTRAR-FIM-LOTE
               STOP RUN
           END-IF
           OPEN EXTEND ARQ-OFL-HIST
           IF WS-FS-OFL-HIST = '35'
               OPEN OUTPUT ARQ-OFL-HIST
               CLOSE ARQ-OFL-HIST
               OPEN EXTEND ARQ-OFL-HIST
           ELSE
               IF WS-FS-OFL-HIST NOT = '00'
                   DISPLAY 'ERRO AO ABRIR MOVIMENTO-OFFLINE-HIST.DAT'
                       ' - STATUS: ' WS-FS-OFL-HIST
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ARQ-LIVROS
           IF WS-FS-LIVROS NOT = '00'
               DISPLAY 'LIVROS.DAT NAO ENCONTRADO OU INACESSIVEL!'
               STOP RUN
           END-IF
           OPEN I-O ARQ-EMPRESTIMOS
           IF WS-FS-EMPREST = '35'
               OPEN OUTPUT ARQ-EMPRESTIMOS
               CLOSE ARQ-EMPRESTIMOS
               OPEN I-O ARQ-EMPRESTIMOS
           ELSE
               IF WS-FS-EMPREST NOT = '00'
                   DISPLAY 'ERRO AO ABRIR EMPRESTIMOS.DAT - STATUS: '
                       WS-FS-EMPREST
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ARQ-LEITORES
           IF WS-FS-LEITOR NOT = '00'
               DISPLAY 'ERRO AO ABRIR LEITORES.DAT - STATUS: '
                   WS-FS-LEITOR
               STOP RUN
           END-IF
           OPEN I-O ARQ-RESERVAS
           IF WS-FS-RESERVA = '35'
               OPEN OUTPUT ARQ-RESERVAS
               CLOSE ARQ-RESERVAS
               OPEN I-O ARQ-RESERVAS
           ELSE
               IF WS-FS-RESERVA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RESERVAS.DAT - STATUS: '
                       WS-FS-RESERVA
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ARQ-MULTAS
           IF WS-FS-MULTA = '35'
               OPEN OUTPUT ARQ-MULTAS
               CLOSE ARQ-MULTAS
               OPEN I-O ARQ-MULTAS
           ELSE
               IF WS-FS-MULTA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR MULTAS.DAT - STATUS: '
                       WS-FS-MULTA
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ARQ-ESTOQUE
           IF WS-FS-ESTOQUE = '35'
               OPEN OUTPUT ARQ-ESTOQUE
               CLOSE ARQ-ESTOQUE
               OPEN I-O ARQ-ESTOQUE
           ELSE
               IF WS-FS-ESTOQUE NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ESTOQUE-FILIAIS.DAT'
                       ' - STATUS: ' WS-FS-ESTOQUE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ARQ-OPERADORES
           IF WS-FS-OPERADOR NOT = '00'
               DISPLAY 'OPERADORES.DAT AUSENTE OU INACESSIVEL!'
               STOP RUN
           END-IF
           PERFORM ABRIR-CALENDARIO
           PERFORM OBTER-PROXIMA-MULTA
           OPEN OUTPUT ARQ-RELATORIO
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
           MOVE ZERO TO WS-CHECKPOINT-INICIAL
           IF WS-MEU-EM-EXECUCAO = 'S'
               PERFORM RETOMAR-LOTE-ABORTADO
           ELSE
               MOVE WS-JOB-NOME  TO CTL-JOB
               MOVE WS-DATA-HOJE TO CTL-DATA-MOV
               MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA-INICIO
               MOVE ZEROES TO CTL-HORA-FIM
               MOVE ZERO   TO CTL-CHECKPOINT
               MOVE 'E'    TO CTL-SITUACAO
               WRITE REG-CONTROLE-LOTE
           END-IF.

       RETOMAR-LOTE-ABORTADO.
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
                   MOVE CTL-CHECKPOINT TO WS-CHECKPOINT-INICIAL
                   MOVE FUNCTION CURRENT-DATE(9:6)
                       TO CTL-HORA-INICIO
                   REWRITE REG-CONTROLE-LOTE
           END-READ
           DISPLAY 'REINICIANDO APOS O REGISTRO: '
               WS-CHECKPOINT-INICIAL.

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

       ATUALIZAR-CHECKPOINT.
           MOVE WS-JOB-NOME  TO CTL-JOB
           MOVE WS-DATA-HOJE TO CTL-DATA-MOV
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TOTAL-LIDOS TO CTL-CHECKPOINT
                   REWRITE REG-CONTROLE-LOTE
           END-READ.

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

       LER-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS
           IF WS-FS-PARAM NOT = '00'
               DISPLAY 'PARAMETROS.DAT AUSENTE - USANDO VALORES '
                   'PADRAO.'
           ELSE
               MOVE 'N' TO WS-EOF-PARAM
               MOVE ZEROES TO PAR-DATA-VIGENCIA
               START ARQ-PARAMETROS KEY IS NOT LESS THAN
                       PAR-DATA-VIGENCIA
                   INVALID KEY MOVE 'Y' TO WS-EOF-PARAM
               END-START
               PERFORM UNTIL WS-EOF-PARAM = 'Y'
                   READ ARQ-PARAMETROS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-PARAM
                       NOT AT END
                           IF PAR-DATA-VIGENCIA > WS-DATA-HOJE
                               MOVE 'Y' TO WS-EOF-PARAM
                           ELSE
                               PERFORM APLICAR-PARAMETROS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARAMETROS
           END-IF.

       APLICAR-PARAMETROS.
           MOVE PAR-VALOR-MULTA-DIA   TO WS-VALOR-MULTA-DIA
           MOVE PAR-LIMITE-MULTAS     TO WS-LIMITE-MULTAS
           MOVE PAR-MAX-RENOVACOES    TO WS-MAX-RENOVACOES
           MOVE PAR-PRAZO-RETIRADA    TO WS-PRAZO-RETIRADA
           MOVE PAR-PRAZO-ESTUDANTE   TO WS-PRAZO-ESTUDANTE
           MOVE PAR-LIMITE-ESTUDANTE  TO WS-LIMITE-ESTUDANTE
           MOVE PAR-PRAZO-ADULTO      TO WS-PRAZO-ADULTO
           MOVE PAR-LIMITE-ADULTO     TO WS-LIMITE-ADULTO
           MOVE PAR-PRAZO-FUNCIONARIO TO WS-PRAZO-FUNCIONARIO
           MOVE PAR-LIMITE-FUNCIONARIO
               TO WS-LIMITE-FUNCIONARIO.

       OBTER-PROXIMA-MULTA.
           MOVE 1 TO WS-PROX-MULTA
           MOVE 'N' TO WS-EOF-MULTA
           MOVE ZEROES TO MUL-NUMERO
           START ARQ-MULTAS KEY IS NOT LESS THAN MUL-NUMERO
               INVALID KEY MOVE 'Y' TO WS-EOF-MULTA
           END-START
           PERFORM UNTIL WS-EOF-MULTA = 'Y'
               READ ARQ-MULTAS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-MULTA
                   NOT AT END
                       COMPUTE WS-PROX-MULTA = MUL-NUMERO + 1
               END-READ
           END-PERFORM.

       PROCESSAR-MOVIMENTOS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-OFFLINE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF WS-TOTAL-LIDOS <= WS-CHECKPOINT-INICIAL
                           ADD 1 TO WS-TOTAL-PULADOS
                       ELSE
                           PERFORM APLICAR-MOVIMENTO
                           PERFORM GUARDAR-HISTORICO
                           PERFORM ATUALIZAR-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.

       APLICAR-MOVIMENTO.
           MOVE 'N' TO WS-REJEITADO
           MOVE SPACES TO WS-MOTIVO-REJEITO
           PERFORM VALIDAR-CABECALHO
           IF WS-REJEITADO = 'N'
               EVALUATE OFL-TIPO
                   WHEN 'E' PERFORM APLICAR-EMPRESTIMO
                   WHEN 'D' PERFORM APLICAR-DEVOLUCAO
                   WHEN 'R' PERFORM APLICAR-RENOVACAO
               END-EVALUATE
           END-IF
           IF WS-REJEITADO = 'Y'
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM ESCREVER-EXCECAO
           END-IF.

       VALIDAR-CABECALHO.
           IF OFL-TIPO NOT = 'E' AND OFL-TIPO NOT = 'D' AND
                   OFL-TIPO NOT = 'R'
               MOVE 'Y' TO WS-REJEITADO
               MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WS-MOTIVO-REJEITO
           END-IF
           IF WS-REJEITADO = 'N'
               IF FUNCTION TEST-DATE-YYYYMMDD(OFL-DATA) NOT = ZERO
                       OR OFL-DATA > WS-DATA-HOJE
                   MOVE 'Y' TO WS-REJEITADO
                   MOVE 'DATA DO ATENDIMENTO INVALIDA'
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF
           IF WS-REJEITADO = 'N'
               IF OFL-FIL-CODIGO NOT = 1 AND OFL-FIL-CODIGO NOT = 2
                   MOVE 'Y' TO WS-REJEITADO
                   MOVE 'FILIAL INVALIDA' TO WS-MOTIVO-REJEITO
               END-IF
           END-IF
           IF WS-REJEITADO = 'N'
               MOVE OFL-OPERADOR TO OPE-CODIGO
               READ ARQ-OPERADORES
                   INVALID KEY
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'OPERADOR NAO CADASTRADO'
                           TO WS-MOTIVO-REJEITO
                   NOT INVALID KEY
                       IF OPE-STATUS NOT = 'A'
                           MOVE 'Y' TO WS-REJEITADO
                           MOVE 'OPERADOR INATIVO'
                               TO WS-MOTIVO-REJEITO
                       END-IF
               END-READ
           END-IF.

       APLICAR-EMPRESTIMO.
           MOVE OFL-EMP-NUMERO TO EMP-NUMERO
           READ ARQ-EMPRESTIMOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REJEITADO
                   MOVE 'NUMERO DE EMPRESTIMO JA EXISTE'
                       TO WS-MOTIVO-REJEITO
           END-READ
           IF WS-REJEITADO = 'N'
               MOVE OFL-LEI-CODIGO TO LEI-CODIGO
               READ ARQ-LEITORES
                   INVALID KEY
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'LEITOR NAO CADASTRADO'
                           TO WS-MOTIVO-REJEITO
                   NOT INVALID KEY
                       IF LEI-STATUS NOT = 'A'
                           MOVE 'Y' TO WS-REJEITADO
                           MOVE 'LEITOR INATIVO OU SUSPENSO'
                               TO WS-MOTIVO-REJEITO
                       ELSE
                       IF LEI-DATA-VALIDADE NOT = ZERO AND
                               LEI-DATA-VALIDADE < OFL-DATA
                           MOVE 'Y' TO WS-REJEITADO
                           MOVE 'CADASTRO DO LEITOR VENCIDO'
                               TO WS-MOTIVO-REJEITO
                       END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-REJEITADO = 'N'
               PERFORM VERIFICAR-MULTAS-ABERTAS
               IF WS-TOTAL-MULTAS-LEI > WS-LIMITE-MULTAS
                   MOVE 'Y' TO WS-REJEITADO
                   MOVE 'LEITOR COM MULTAS EM ABERTO'
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF
           IF WS-REJEITADO = 'N'
               PERFORM DEFINIR-CATEGORIA
               PERFORM CONTAR-EMPRESTIMOS-LEITOR
               IF WS-QTD-ATIVOS-LEITOR >= WS-LIMITE-EMPRESTIMOS
                   MOVE 'Y' TO WS-REJEITADO
                   MOVE 'LIMITE DA CATEGORIA ATINGIDO'
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF
           IF WS-REJEITADO = 'N'
               MOVE OFL-LIV-CODIGO TO LIV-CODIGO
               READ ARQ-LIVROS
                   INVALID KEY
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'LIVRO NAO CADASTRADO'
                           TO WS-MOTIVO-REJEITO
               END-READ
           END-IF
           IF WS-REJEITADO = 'N'
               PERFORM AVALIAR-EXEMPLAR
           END-IF
           IF WS-REJEITADO = 'N'
               PERFORM EFETIVAR-EMPRESTIMO
           END-IF.

       DEFINIR-CATEGORIA.
           EVALUATE LEI-CATEGORIA
               WHEN 'E'
                   MOVE WS-PRAZO-ESTUDANTE  TO WS-PRAZO-DIAS
                   MOVE WS-LIMITE-ESTUDANTE TO WS-LIMITE-EMPRESTIMOS
               WHEN 'F'
                   MOVE WS-PRAZO-FUNCIONARIO
                       TO WS-PRAZO-DIAS
                   MOVE WS-LIMITE-FUNCIONARIO
                       TO WS-LIMITE-EMPRESTIMOS
               WHEN OTHER
                   MOVE WS-PRAZO-ADULTO  TO WS-PRAZO-DIAS
                   MOVE WS-LIMITE-ADULTO TO WS-LIMITE-EMPRESTIMOS
           END-EVALUATE.

       CONTAR-EMPRESTIMOS-LEITOR.
           MOVE ZERO TO WS-QTD-ATIVOS-LEITOR
           MOVE 'N' TO WS-EOF-EMPREST
           MOVE OFL-LEI-CODIGO TO EMP-LEI-CODIGO
           START ARQ-EMPRESTIMOS KEY IS = EMP-LEI-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF-EMPREST
           END-START
           PERFORM UNTIL WS-EOF-EMPREST = 'Y'
               READ ARQ-EMPRESTIMOS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-EMPREST
                   NOT AT END
                       IF EMP-LEI-CODIGO NOT = OFL-LEI-CODIGO
                           MOVE 'Y' TO WS-EOF-EMPREST
                       ELSE
                           IF EMP-STATUS = 'A'
                               ADD 1 TO WS-QTD-ATIVOS-LEITOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICAR-MULTAS-ABERTAS.
           MOVE ZERO TO WS-TOTAL-MULTAS-LEI
           MOVE 'N' TO WS-EOF-MULTA
           MOVE OFL-LEI-CODIGO TO MUL-LEI-CODIGO
           START ARQ-MULTAS KEY IS = MUL-LEI-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF-MULTA
           END-START
           PERFORM UNTIL WS-EOF-MULTA = 'Y'
               READ ARQ-MULTAS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-MULTA
                   NOT AT END
                       IF MUL-LEI-CODIGO NOT = OFL-LEI-CODIGO
                           MOVE 'Y' TO WS-EOF-MULTA
                       ELSE
                           IF MUL-STATUS = 'A'
                               ADD MUL-VALOR TO WS-TOTAL-MULTAS-LEI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AVALIAR-EXEMPLAR.
           IF LIV-QTD-DISPONIVEL = 0
               MOVE 'S' TO WS-RESERVA-OBRIGATORIA
           ELSE
               MOVE 'N' TO WS-RESERVA-OBRIGATORIA
           END-IF
           MOVE ZERO TO WS-DISP-FILIAL
           MOVE OFL-LIV-CODIGO TO EST-LIV-CODIGO
           MOVE OFL-FIL-CODIGO TO EST-FIL-CODIGO
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EST-QTD-DISPONIVEL TO WS-DISP-FILIAL
           END-READ
           PERFORM BUSCAR-RESERVA-SEPARADA
           IF WS-RESERVA-ACHADA = 'S' AND WS-RES-FILIAL = ZERO
               MOVE 1 TO WS-RES-FILIAL
           END-IF
           IF WS-RESERVA-ACHADA = 'S' AND
                   WS-RES-FILIAL NOT = OFL-FIL-CODIGO
               MOVE 'Y' TO WS-REJEITADO
               MOVE 'EXEMPLAR SEPARADO EM OUTRA FIL.'
                   TO WS-MOTIVO-REJEITO
           ELSE
           IF WS-RESERVA-ACHADA = 'N' AND
                   WS-RESERVA-OBRIGATORIA = 'S'
               MOVE 'Y' TO WS-REJEITADO
               MOVE 'NENHUM EXEMPLAR DISPONIVEL'
                   TO WS-MOTIVO-REJEITO
           ELSE
           IF WS-RESERVA-ACHADA = 'N' AND WS-DISP-FILIAL = ZERO
               MOVE 'Y' TO WS-REJEITADO
               MOVE 'SEM EXEMPLAR NA FILIAL'
                   TO WS-MOTIVO-REJEITO
           END-IF
           END-IF
           END-IF.

       BUSCAR-RESERVA-SEPARADA.
           MOVE 'N' TO WS-RESERVA-ACHADA
           MOVE ZERO TO WS-RESERVA-NUMERO
           MOVE ZERO TO WS-RES-FILIAL
           MOVE 'N' TO WS-EOF-RESERVA
           MOVE OFL-LIV-CODIGO TO RES-LIV-CODIGO
           START ARQ-RESERVAS KEY IS = RES-LIV-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF-RESERVA
           END-START
           PERFORM UNTIL WS-EOF-RESERVA = 'Y'
               READ ARQ-RESERVAS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-RESERVA
                   NOT AT END
                       IF RES-LIV-CODIGO NOT = OFL-LIV-CODIGO
                           MOVE 'Y' TO WS-EOF-RESERVA
                       ELSE
                           IF RES-STATUS = 'S' AND
                                   RES-LEI-CODIGO = OFL-LEI-CODIGO
                               MOVE 'S' TO WS-RESERVA-ACHADA
                               MOVE RES-NUMERO TO WS-RESERVA-NUMERO
                               MOVE RES-FIL-CODIGO TO WS-RES-FILIAL
                               MOVE 'Y' TO WS-EOF-RESERVA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EFETIVAR-EMPRESTIMO.
           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(OFL-DATA) + WS-PRAZO-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
               TO WS-CAL-DATA
           MOVE OFL-FIL-CODIGO TO WS-CAL-FILIAL
           PERFORM AJUSTAR-DIA-ABERTO
           MOVE OFL-EMP-NUMERO   TO EMP-NUMERO
           MOVE OFL-LIV-CODIGO   TO EMP-LIV-CODIGO
           MOVE OFL-LEI-CODIGO   TO EMP-LEI-CODIGO
           MOVE OFL-DATA         TO EMP-DATA-EMPRESTIMO
           MOVE WS-CAL-DATA      TO EMP-DATA-PREVISTA
           MOVE ZEROES           TO EMP-DATA-DEVOLUCAO
           MOVE ZERO             TO EMP-QTD-RENOVACOES
           MOVE 'A'              TO EMP-STATUS
           MOVE OFL-FIL-CODIGO   TO EMP-FIL-CODIGO
           WRITE REG-EMPRESTIMO
               INVALID KEY
                   MOVE 'Y' TO WS-REJEITADO
                   MOVE 'NUMERO DE EMPRESTIMO JA EXISTE'
                       TO WS-MOTIVO-REJEITO
               NOT INVALID KEY
                   IF WS-RESERVA-ACHADA = 'S'
                       PERFORM CONSUMIR-RESERVA
                   ELSE
                       SUBTRACT 1 FROM LIV-QTD-DISPONIVEL
                       REWRITE REG-LIVRO
                       PERFORM BAIXAR-ESTOQUE-FILIAL
                   END-IF
                   ADD 1 TO WS-TOTAL-EMPRESTIMOS
           END-WRITE.

       BAIXAR-ESTOQUE-FILIAL.
           MOVE OFL-LIV-CODIGO TO EST-LIV-CODIGO
           MOVE OFL-FIL-CODIGO TO EST-FIL-CODIGO
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EST-QTD-DISPONIVEL > ZERO
                       SUBTRACT 1 FROM EST-QTD-DISPONIVEL
                       REWRITE REG-ESTOQUE-FILIAL
                   END-IF
           END-READ.

       CONSUMIR-RESERVA.
           MOVE WS-RESERVA-NUMERO TO RES-NUMERO
           READ ARQ-RESERVAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO RES-STATUS
                   MOVE ZEROES TO RES-DATA-LIMITE
                   MOVE ZEROES TO RES-FIL-CODIGO
                   REWRITE REG-RESERVA
           END-READ.

       APLICAR-DEVOLUCAO.
           MOVE OFL-EMP-NUMERO TO EMP-NUMERO
           READ ARQ-EMPRESTIMOS
               INVALID KEY
                   MOVE 'Y' TO WS-REJEITADO
                   MOVE 'EMPRESTIMO NAO ENCONTRADO'
                       TO WS-MOTIVO-REJEITO
               NOT INVALID KEY
                   IF EMP-STATUS = 'D'
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'EMPRESTIMO JA FOI DEVOLVIDO'
                           TO WS-MOTIVO-REJEITO
                   ELSE
                   IF EMP-STATUS = 'P'
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'EMPRESTIMO BAIXADO COMO PERDA'
                           TO WS-MOTIVO-REJEITO
                   ELSE
                   IF OFL-DATA < EMP-DATA-EMPRESTIMO
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'DEVOLUCAO ANTES DO EMPRESTIMO'
                           TO WS-MOTIVO-REJEITO
                   END-IF
                   END-IF
                   END-IF
           END-READ
           IF WS-REJEITADO = 'N'
               PERFORM EFETIVAR-DEVOLUCAO
           END-IF.

       EFETIVAR-DEVOLUCAO.
           MOVE OFL-DATA TO EMP-DATA-DEVOLUCAO
           MOVE 'D' TO EMP-STATUS
           MOVE EMP-FIL-CODIGO TO WS-FIL-DEVOL
           IF WS-FIL-DEVOL = ZERO
               MOVE OFL-FIL-CODIGO TO WS-FIL-DEVOL
           END-IF
           REWRITE REG-EMPRESTIMO
           ADD 1 TO WS-TOTAL-DEVOLUCOES
           PERFORM DEVOLVER-GERAR-MULTA
           PERFORM DEVOLVER-VERIFICAR-RESERVA
           IF WS-RES-PROXIMA NOT = ZERO
               PERFORM DEVOLVER-SEPARAR-EXEMPLAR
           ELSE
               PERFORM DEVOLVER-ATUALIZAR-ACERVO
           END-IF.

       DEVOLVER-GERAR-MULTA.
           COMPUTE WS-INT-DEVOL =
               FUNCTION INTEGER-OF-DATE(OFL-DATA)
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
               MOVE EMP-NUMERO        TO MUL-EMP-NUMERO
               MOVE EMP-LEI-CODIGO    TO MUL-LEI-CODIGO
               MOVE WS-VALOR-MULTA    TO MUL-VALOR
               MOVE OFL-DATA          TO MUL-DATA-GERACAO
               MOVE ZEROES            TO MUL-DATA-BAIXA
               MOVE 'A'               TO MUL-STATUS
               WRITE REG-MULTA
               ADD 1 TO WS-PROX-MULTA
               ADD 1 TO WS-TOTAL-MULTAS-GER
           END-IF.

       DEVOLVER-VERIFICAR-RESERVA.
           MOVE ZERO TO WS-RES-PROXIMA
           MOVE 999  TO WS-RES-MENOR-POS
           MOVE 'N' TO WS-EOF-RESERVA
           MOVE EMP-LIV-CODIGO TO RES-LIV-CODIGO
           START ARQ-RESERVAS KEY IS = RES-LIV-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF-RESERVA
           END-START
           PERFORM UNTIL WS-EOF-RESERVA = 'Y'
               READ ARQ-RESERVAS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-RESERVA
                   NOT AT END
                       IF RES-LIV-CODIGO NOT = EMP-LIV-CODIGO
                           MOVE 'Y' TO WS-EOF-RESERVA
                       ELSE
                           IF RES-STATUS = 'P' AND
                                   RES-POSICAO < WS-RES-MENOR-POS
                               MOVE RES-NUMERO  TO WS-RES-PROXIMA
                               MOVE RES-POSICAO TO WS-RES-MENOR-POS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DEVOLVER-SEPARAR-EXEMPLAR.
           MOVE WS-RES-PROXIMA TO RES-NUMERO
           READ ARQ-RESERVAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO RES-STATUS
                   MOVE ZERO TO RES-POSICAO
                   COMPUTE WS-INT-LIMITE =
                       FUNCTION INTEGER-OF-DATE(OFL-DATA)
                       + WS-PRAZO-RETIRADA
                   MOVE FUNCTION DATE-OF-INTEGER(WS-INT-LIMITE)
                       TO RES-DATA-LIMITE
                   MOVE WS-FIL-DEVOL TO RES-FIL-CODIGO
                   REWRITE REG-RESERVA
                   PERFORM RENUMERAR-FILA-RESERVA
           END-READ.

       RENUMERAR-FILA-RESERVA.
           MOVE 'N' TO WS-EOF-RESERVA
           MOVE EMP-LIV-CODIGO TO RES-LIV-CODIGO
           START ARQ-RESERVAS KEY IS = RES-LIV-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF-RESERVA
           END-START
           PERFORM UNTIL WS-EOF-RESERVA = 'Y'
               READ ARQ-RESERVAS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-RESERVA
                   NOT AT END
                       IF RES-LIV-CODIGO NOT = EMP-LIV-CODIGO
                           MOVE 'Y' TO WS-EOF-RESERVA
                       ELSE
                           IF RES-STATUS = 'P' AND
                                   RES-POSICAO > WS-RES-MENOR-POS
                               SUBTRACT 1 FROM RES-POSICAO
                               REWRITE REG-RESERVA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DEVOLVER-ATUALIZAR-ACERVO.
           MOVE EMP-LIV-CODIGO TO LIV-CODIGO
           READ ARQ-LIVROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LIV-QTD-DISPONIVEL < LIV-QTD-TOTAL
                       ADD 1 TO LIV-QTD-DISPONIVEL
                       REWRITE REG-LIVRO
                   END-IF
           END-READ
           MOVE EMP-LIV-CODIGO TO EST-LIV-CODIGO
           MOVE WS-FIL-DEVOL   TO EST-FIL-CODIGO
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EST-QTD-DISPONIVEL < EST-QTD-TOTAL
                       ADD 1 TO EST-QTD-DISPONIVEL
                       REWRITE REG-ESTOQUE-FILIAL
                   END-IF
           END-READ.

       APLICAR-RENOVACAO.
           MOVE OFL-EMP-NUMERO TO EMP-NUMERO
           READ ARQ-EMPRESTIMOS
               INVALID KEY
                   MOVE 'Y' TO WS-REJEITADO
                   MOVE 'EMPRESTIMO NAO ENCONTRADO'
                       TO WS-MOTIVO-REJEITO
               NOT INVALID KEY
                   IF EMP-STATUS = 'D'
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'EMPRESTIMO JA FOI DEVOLVIDO'
                           TO WS-MOTIVO-REJEITO
                   ELSE
                   IF EMP-STATUS = 'P'
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'EMPRESTIMO BAIXADO COMO PERDA'
                           TO WS-MOTIVO-REJEITO
                   ELSE
                   IF EMP-QTD-RENOVACOES >= WS-MAX-RENOVACOES
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'LIMITE DE RENOVACOES ATINGIDO'
                           TO WS-MOTIVO-REJEITO
                   ELSE
                   IF OFL-DATA > EMP-DATA-PREVISTA
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'EMPRESTIMO EM ATRASO'
                           TO WS-MOTIVO-REJEITO
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ
           IF WS-REJEITADO = 'N'
               MOVE EMP-LEI-CODIGO TO LEI-CODIGO
               READ ARQ-LEITORES
                   INVALID KEY
                       MOVE 'A' TO LEI-CATEGORIA
                   NOT INVALID KEY
                       IF LEI-DATA-VALIDADE NOT = ZERO AND
                               LEI-DATA-VALIDADE < OFL-DATA
                           MOVE 'Y' TO WS-REJEITADO
                           MOVE 'CADASTRO DO LEITOR VENCIDO'
                               TO WS-MOTIVO-REJEITO
                       END-IF
               END-READ
           END-IF
           IF WS-REJEITADO = 'N'
               PERFORM EFETIVAR-RENOVACAO
           END-IF.

       EFETIVAR-RENOVACAO.
           PERFORM DEFINIR-CATEGORIA
           COMPUTE WS-DATA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(EMP-DATA-PREVISTA)
               + WS-PRAZO-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRO)
               TO WS-CAL-DATA
           MOVE EMP-FIL-CODIGO TO WS-CAL-FILIAL
           IF WS-CAL-FILIAL = ZERO
               MOVE OFL-FIL-CODIGO TO WS-CAL-FILIAL
           END-IF
           PERFORM AJUSTAR-DIA-ABERTO
           MOVE WS-CAL-DATA TO EMP-DATA-PREVISTA
           ADD 1 TO EMP-QTD-RENOVACOES
           REWRITE REG-EMPRESTIMO
           ADD 1 TO WS-TOTAL-RENOVACOES.

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

       GUARDAR-HISTORICO.
           MOVE REG-MOV-OFFLINE TO HOF-MOVIMENTO
           MOVE WS-DATA-HOJE    TO HOF-DATA-REPROC
           IF WS-REJEITADO = 'Y'
               MOVE 'R' TO HOF-SITUACAO
               MOVE WS-MOTIVO-REJEITO TO HOF-MOTIVO
           ELSE
               MOVE 'A' TO HOF-SITUACAO
               MOVE SPACES TO HOF-MOTIVO
           END-IF
           WRITE REG-OFL-HIST.

       ESCREVER-EXCECAO.
           MOVE OFL-TIPO          TO WD-TIPO
           MOVE OFL-DATA          TO WD-DATA
           MOVE OFL-HORA          TO WD-HORA
           MOVE OFL-FIL-CODIGO    TO WD-FILIAL
           MOVE OFL-OPERADOR      TO WD-OPERADOR
           MOVE OFL-EMP-NUMERO    TO WD-EMPRESTIMO
           MOVE OFL-LIV-CODIGO    TO WD-LIVRO
           MOVE OFL-LEI-CODIGO    TO WD-LEITOR
           MOVE WS-MOTIVO-REJEITO TO WD-MOTIVO
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'MOVIMENTOS LIDOS: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-LIDOS TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'EMPRESTIMOS APLICADOS: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-EMPRESTIMOS TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'DEVOLUCOES APLICADAS: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-DEVOLUCOES TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'RENOVACOES APLICADAS: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-RENOVACOES TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'MULTAS GERADAS: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-MULTAS-GER TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'EXCECOES PARA O SUPERVISOR: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-REJEITADOS TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           IF WS-TOTAL-PULADOS > ZERO
               MOVE 'PULADOS (REINICIO): ' TO WT-DESCRICAO
               MOVE WS-TOTAL-PULADOS TO WT-VALOR
               WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           END-IF.

       FINALIZAR.
           CLOSE ARQ-OFFLINE
           CLOSE ARQ-OFL-HIST
           CLOSE ARQ-LIVROS
           CLOSE ARQ-EMPRESTIMOS
           CLOSE ARQ-LEITORES
           CLOSE ARQ-RESERVAS
           CLOSE ARQ-MULTAS
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-OPERADORES
           IF WS-CAL-DISPONIVEL = 'S'
               CLOSE ARQ-CALENDARIO
           END-IF
           CLOSE ARQ-RELATORIO
           PERFORM ESVAZIAR-CAPTURA
           PERFORM REGISTRAR-FIM-LOTE
           DISPLAY 'REPROCESSAMENTO FORA DO AR CONCLUIDO.'
           DISPLAY 'EXCECOES: ' WS-TOTAL-REJEITADOS
           DISPLAY 'LISTAGEM EM OFFLINE-EXCECOES.LST'.

      *===  TIRA DO ARQUIVO DE CAPTURA OS WS-TOTAL-LIDOS MOVIMENTOS
      *===  JA APLICADOS E MANTEM OS GRAVADOS DEPOIS DA LEITURA.
      *===  SE O ARQUIVO DE TRABALHO FALHAR, NADA E ESVAZIADO E O
      *===  LOTE FICA EM EXECUCAO: O REINICIO PULA OS APLICADOS
      *===  PELO CHECKPOINT E REPETE ESTA ETAPA.
       ESVAZIAR-CAPTURA.
           MOVE 'N' TO WS-ERRO-OFL-TRAB
           MOVE ZERO TO WS-QTD-RELIDOS
           MOVE ZERO TO WS-QTD-RESTANTES
           OPEN OUTPUT ARQ-OFL-TRAB
           IF WS-FS-OFL-TRAB NOT = '00'
               MOVE 'S' TO WS-ERRO-OFL-TRAB
           ELSE
               OPEN INPUT ARQ-OFFLINE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-OFFLINE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-QTD-RELIDOS
                           IF WS-QTD-RELIDOS > WS-TOTAL-LIDOS
                               WRITE REG-OFL-TRAB FROM REG-MOV-OFFLINE
                               IF WS-FS-OFL-TRAB NOT = '00'
                                   MOVE 'S' TO WS-ERRO-OFL-TRAB
                                   MOVE 'Y' TO WS-EOF
                               END-IF
                               ADD 1 TO WS-QTD-RESTANTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-OFFLINE
               CLOSE ARQ-OFL-TRAB
           END-IF
           IF WS-ERRO-OFL-TRAB = 'S'
               DISPLAY 'ERRO AO GRAVAR MOVIMENTO-OFFLINE.TMP - STATUS: '
                   WS-FS-OFL-TRAB
               DISPLAY 'ARQUIVO DE CAPTURA NAO ESVAZIADO - O LOTE FICA '
                   'EM EXECUCAO PARA REINICIO.'
               CLOSE ARQ-CONTROLE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-TOTAL-LIDOS
           PERFORM ATUALIZAR-CHECKPOINT
           OPEN OUTPUT ARQ-OFFLINE
           IF WS-QTD-RESTANTES > ZERO
               OPEN INPUT ARQ-OFL-TRAB
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-OFL-TRAB
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE REG-MOV-OFFLINE FROM REG-OFL-TRAB
                   END-READ
               END-PERFORM
               CLOSE ARQ-OFL-TRAB
               DISPLAY 'MOVIMENTOS CAPTURADOS DURANTE O '
                   'REPROCESSAMENTO: ' WS-QTD-RESTANTES
               DISPLAY 'FICAM PARA O PROXIMO REPROCESSAMENTO.'
           END-IF
           CLOSE ARQ-OFFLINE.
