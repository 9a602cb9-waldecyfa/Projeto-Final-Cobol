       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMENTO-LEITORES.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: LOTE MENSAL DE VENCIMENTO DE CADASTRO DOS
      *===  LEITORES: CALCULA A VALIDADE DOS CADASTROS AINDA SEM
      *===  DATA (CICLO CONTADO DA DATA DE CADASTRO), MARCA COMO
      *===  VENCIDO (STATUS V) O LEITOR ATIVO COM VALIDADE
      *===  EXPIRADA, LISTA OS CADASTROS QUE VENCEM EM ATE 30
      *===  DIAS COM O CONTATO PARA O RECADASTRAMENTO E OS
      *===  VENCIDOS QUE AINDA TEM EMPRESTIMO OU MULTA EM ABERTO
      *===  (VENCIMENTO-LEITORES.LST).
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LEITORES ASSIGN TO 'LEITORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEI-CODIGO
               FILE STATUS IS WS-FS-LEITOR.

           SELECT ARQ-EMPRESTIMOS ASSIGN TO 'EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-LEI-CODIGO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-LIV-CODIGO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.

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

           SELECT ARQ-RELATORIO ASSIGN TO 'VENCIMENTO-LEITORES.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

           SELECT ARQ-CONTROLE ASSIGN TO 'CONTROLE-LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LEITORES.
           COPY REG-LEITOR.

       FD ARQ-EMPRESTIMOS.
           COPY REG-EMPRESTIMO.

       FD ARQ-MULTAS.
           COPY REG-MULTA.

       FD ARQ-PARAMETROS.
           COPY REG-PARAMETRO.

       FD ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO       PIC X(132).

       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-EOF-CONTROLE       PIC X.
       01 WS-JOB-NOME           PIC X(20)
                                VALUE 'VENCIMENTO-LEITORES'.
       01 WS-JA-CONCLUIDO       PIC X.
       01 WS-MEU-EM-EXECUCAO    PIC X.
       01 WS-CONFLITO           PIC X.
       01 WS-CONFLITO-JOB       PIC X(20).
       01 WS-CONFLITO-DATA      PIC 9(8).
       01 WS-RESPOSTA           PIC X.
       01 WS-FS-LEITOR          PIC XX.
       01 WS-FS-EMPREST         PIC XX.
       01 WS-FS-MULTA           PIC XX.
       01 WS-FS-PARAM           PIC XX.
       01 WS-FS-RELAT           PIC XX.
       01 WS-EOF                PIC X.
       01 WS-EOF-PARAM          PIC X.
       01 WS-EOF-EMPREST        PIC X.
       01 WS-EOF-MULTA          PIC X.
       01 WS-EMPREST-EXISTE     PIC X.
       01 WS-MULTAS-EXISTE      PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-DATA-AVISO         PIC 9(8).
       01 WS-DIAS-AVISO         PIC 9(3) VALUE 30.
       01 WS-INT-AVISO          PIC 9(9).
       01 WS-VALIDADE-ESTUDANTE PIC 9(3) VALUE 12.
       01 WS-VALIDADE-ADULTO    PIC 9(3) VALUE 24.
       01 WS-VALIDADE-FUNCIONARIO PIC 9(3) VALUE ZERO.
       01 WS-VAL-MESES          PIC 9(3).
       01 WS-VAL-DATA           PIC 9(8).
       01 WS-VAL-DATA-R REDEFINES WS-VAL-DATA.
           05 WS-VAL-ANO        PIC 9(4).
           05 WS-VAL-MES        PIC 9(2).
           05 WS-VAL-DIA        PIC 9(2).
       01 WS-VAL-TOTAL-MESES    PIC 9(6).
       01 WS-VAL-RESTO          PIC 9(2).
       01 WS-QTD-ATIVOS-LEITOR  PIC 9(3).
       01 WS-TOTAL-MULTAS-LEI   PIC 9(9)V99.
       01 WS-TOTAL-LIDOS        PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-INICIADOS    PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-MARCADOS     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-A-VENCER     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-PENDENTES    PIC 9(7) VALUE ZERO.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(45) VALUE
               'VENCIMENTO DE CADASTRO DE LEITORES'.
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(19) VALUE 'DATA DO MOVIMENTO: '.
           05 WS-CAB-DATA       PIC 9(8).
           05 FILLER            PIC X(20) VALUE '  AVISO ATE: '.
           05 WS-CAB-AVISO      PIC 9(8).
       01 WS-TITULO-SECAO       PIC X(60).
       01 WS-CABECALHO-3.
           05 FILLER            PIC X(8) VALUE 'LEITOR'.
           05 FILLER            PIC X(42) VALUE 'NOME'.
           05 FILLER            PIC X(32) VALUE 'CONTATO'.
           05 FILLER            PIC X(5) VALUE 'CAT'.
           05 FILLER            PIC X(10) VALUE 'VALIDADE'.
           05 FILLER            PIC X(7) VALUE 'EMPR'.
           05 FILLER            PIC X(14) VALUE 'MULTAS'.

       01 WS-LINHA-DETALHE.
           05 WD-LEITOR         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-NOME           PIC X(40).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-CONTATO        PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-CATEGORIA      PIC X(1).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WD-VALIDADE       PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-EMPRESTIMOS    PIC ZZZZ.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-MULTAS         PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO      PIC X(40).
           05 WT-VALOR          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM MARCAR-VENCIDOS
           PERFORM LISTAR-A-VENCER
           PERFORM LISTAR-VENCIDOS-PENDENTES
           PERFORM ESCREVER-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           COMPUTE WS-INT-AVISO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-DIAS-AVISO
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-AVISO)
               TO WS-DATA-AVISO
           PERFORM REGISTRAR-INICIO-LOTE
           PERFORM LER-PARAMETROS
           MOVE WS-DATA-HOJE  TO WS-CAB-DATA
           MOVE WS-DATA-AVISO TO WS-CAB-AVISO
           OPEN I-O ARQ-LEITORES
           IF WS-FS-LEITOR NOT = '00'
               DISPLAY 'ERRO AO ABRIR LEITORES.DAT - STATUS: '
                   WS-FS-LEITOR
               STOP RUN
           END-IF
           OPEN INPUT ARQ-EMPRESTIMOS
           IF WS-FS-EMPREST = '00'
               MOVE 'S' TO WS-EMPREST-EXISTE
           ELSE
               MOVE 'N' TO WS-EMPREST-EXISTE
           END-IF
           OPEN INPUT ARQ-MULTAS
           IF WS-FS-MULTA = '00'
               MOVE 'S' TO WS-MULTAS-EXISTE
           ELSE
               MOVE 'N' TO WS-MULTAS-EXISTE
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
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
           MOVE PAR-VALIDADE-ESTUDANTE   TO WS-VALIDADE-ESTUDANTE
           MOVE PAR-VALIDADE-ADULTO      TO WS-VALIDADE-ADULTO
           MOVE PAR-VALIDADE-FUNCIONARIO
               TO WS-VALIDADE-FUNCIONARIO.

       ABRIR-SECAO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-TITULO-SECAO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-3.

       MARCAR-VENCIDOS.
           MOVE 'CADASTROS VENCIDOS MARCADOS NESTA EXECUCAO (STATUS V)'
               TO WS-TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO WS-EOF
           MOVE ZEROES TO LEI-CODIGO
           START ARQ-LEITORES KEY IS NOT LESS THAN LEI-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LEITORES NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF LEI-STATUS NOT = 'I'
                           PERFORM AVALIAR-LEITOR
                       END-IF
               END-READ
           END-PERFORM.

       AVALIAR-LEITOR.
           IF LEI-DATA-VALIDADE = ZERO
               PERFORM INICIAR-VALIDADE
           END-IF
           IF LEI-STATUS = 'A' AND LEI-DATA-VALIDADE NOT = ZERO AND
                   LEI-DATA-VALIDADE < WS-DATA-HOJE
               MOVE 'V' TO LEI-STATUS
               REWRITE REG-LEITOR
               ADD 1 TO WS-TOTAL-MARCADOS
               MOVE ZERO TO WS-QTD-ATIVOS-LEITOR
               MOVE ZERO TO WS-TOTAL-MULTAS-LEI
               PERFORM ESCREVER-DETALHE
           END-IF.

      *===  CADASTRO ANTERIOR A VALIDADE: O CICLO CONTA DA DATA DE
      *===  CADASTRO E AVANCA ATE O PRIMEIRO VENCIMENTO A PARTIR DE
      *===  HOJE, PARA NINGUEM VENCER SEM AVISO NA PRIMEIRA RODADA.
       INICIAR-VALIDADE.
           EVALUATE LEI-CATEGORIA
               WHEN 'E'
                   MOVE WS-VALIDADE-ESTUDANTE TO WS-VAL-MESES
               WHEN 'F'
                   MOVE WS-VALIDADE-FUNCIONARIO TO WS-VAL-MESES
               WHEN OTHER
                   MOVE WS-VALIDADE-ADULTO TO WS-VAL-MESES
           END-EVALUATE
           IF WS-VAL-MESES NOT = ZERO
               MOVE LEI-DATA-CADASTRO TO WS-VAL-DATA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-VAL-DATA) NOT = ZERO
                   MOVE WS-DATA-HOJE TO WS-VAL-DATA
               END-IF
               PERFORM SOMAR-MESES
               PERFORM UNTIL WS-VAL-DATA >= WS-DATA-HOJE
                   PERFORM SOMAR-MESES
               END-PERFORM
               MOVE WS-VAL-DATA TO LEI-DATA-VALIDADE
               REWRITE REG-LEITOR
               ADD 1 TO WS-TOTAL-INICIADOS
           END-IF.

       SOMAR-MESES.
           COMPUTE WS-VAL-TOTAL-MESES =
               WS-VAL-ANO * 12 + WS-VAL-MES - 1 + WS-VAL-MESES
           DIVIDE WS-VAL-TOTAL-MESES BY 12
               GIVING WS-VAL-ANO REMAINDER WS-VAL-RESTO
           COMPUTE WS-VAL-MES = WS-VAL-RESTO + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-VAL-DATA)
                   = ZERO
               SUBTRACT 1 FROM WS-VAL-DIA
           END-PERFORM.

       LISTAR-A-VENCER.
           MOVE 'CADASTROS QUE VENCEM NOS PROXIMOS 30 DIAS'
               TO WS-TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO WS-EOF
           MOVE ZEROES TO LEI-CODIGO
           START ARQ-LEITORES KEY IS NOT LESS THAN LEI-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LEITORES NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LEI-STATUS NOT = 'I' AND
                               LEI-DATA-VALIDADE >= WS-DATA-HOJE AND
                               LEI-DATA-VALIDADE <= WS-DATA-AVISO
                           ADD 1 TO WS-TOTAL-A-VENCER
                           MOVE ZERO TO WS-QTD-ATIVOS-LEITOR
                           MOVE ZERO TO WS-TOTAL-MULTAS-LEI
                           PERFORM ESCREVER-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

       LISTAR-VENCIDOS-PENDENTES.
           MOVE 'VENCIDOS COM EMPRESTIMO OU MULTA EM ABERTO'
               TO WS-TITULO-SECAO
           PERFORM ABRIR-SECAO
           MOVE 'N' TO WS-EOF
           MOVE ZEROES TO LEI-CODIGO
           START ARQ-LEITORES KEY IS NOT LESS THAN LEI-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LEITORES NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LEI-STATUS NOT = 'I' AND
                               LEI-DATA-VALIDADE NOT = ZERO AND
                               LEI-DATA-VALIDADE < WS-DATA-HOJE
                           PERFORM AVALIAR-PENDENCIAS
                       END-IF
               END-READ
           END-PERFORM.

       AVALIAR-PENDENCIAS.
           PERFORM CONTAR-EMPRESTIMOS-LEITOR
           PERFORM VERIFICAR-MULTAS-ABERTAS
           IF WS-QTD-ATIVOS-LEITOR > ZERO OR
                   WS-TOTAL-MULTAS-LEI > ZERO
               ADD 1 TO WS-TOTAL-PENDENTES
               PERFORM ESCREVER-DETALHE
           END-IF.

       CONTAR-EMPRESTIMOS-LEITOR.
           MOVE ZERO TO WS-QTD-ATIVOS-LEITOR
           IF WS-EMPREST-EXISTE = 'S'
               MOVE 'N' TO WS-EOF-EMPREST
               MOVE LEI-CODIGO TO EMP-LEI-CODIGO
               START ARQ-EMPRESTIMOS KEY IS = EMP-LEI-CODIGO
                   INVALID KEY MOVE 'Y' TO WS-EOF-EMPREST
               END-START
               PERFORM UNTIL WS-EOF-EMPREST = 'Y'
                   READ ARQ-EMPRESTIMOS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-EMPREST
                       NOT AT END
                           IF EMP-LEI-CODIGO NOT = LEI-CODIGO
                               MOVE 'Y' TO WS-EOF-EMPREST
                           ELSE
                               IF EMP-STATUS = 'A'
                                   ADD 1 TO WS-QTD-ATIVOS-LEITOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       VERIFICAR-MULTAS-ABERTAS.
           MOVE ZERO TO WS-TOTAL-MULTAS-LEI
           IF WS-MULTAS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF-MULTA
               MOVE LEI-CODIGO TO MUL-LEI-CODIGO
               START ARQ-MULTAS KEY IS = MUL-LEI-CODIGO
                   INVALID KEY MOVE 'Y' TO WS-EOF-MULTA
               END-START
               PERFORM UNTIL WS-EOF-MULTA = 'Y'
                   READ ARQ-MULTAS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-MULTA
                       NOT AT END
                           IF MUL-LEI-CODIGO NOT = LEI-CODIGO
                               MOVE 'Y' TO WS-EOF-MULTA
                           ELSE
                               IF MUL-STATUS = 'A'
                                   ADD MUL-VALOR TO WS-TOTAL-MULTAS-LEI
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ESCREVER-DETALHE.
           MOVE LEI-CODIGO           TO WD-LEITOR
           MOVE LEI-NOME             TO WD-NOME
           MOVE LEI-CONTATO          TO WD-CONTATO
           MOVE LEI-CATEGORIA        TO WD-CATEGORIA
           MOVE LEI-DATA-VALIDADE    TO WD-VALIDADE
           MOVE WS-QTD-ATIVOS-LEITOR TO WD-EMPRESTIMOS
           MOVE WS-TOTAL-MULTAS-LEI  TO WD-MULTAS
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'LEITORES LIDOS: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-LIDOS TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'VALIDADE CALCULADA PELA 1A VEZ: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-INICIADOS TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'MARCADOS COMO VENCIDOS: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-MARCADOS TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'A VENCER EM ATE 30 DIAS: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-A-VENCER TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'VENCIDOS COM PENDENCIAS: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-PENDENTES TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.

       FINALIZAR.
           CLOSE ARQ-LEITORES
           IF WS-EMPREST-EXISTE = 'S'
               CLOSE ARQ-EMPRESTIMOS
           END-IF
           IF WS-MULTAS-EXISTE = 'S'
               CLOSE ARQ-MULTAS
           END-IF
           CLOSE ARQ-RELATORIO
           PERFORM REGISTRAR-FIM-LOTE
           DISPLAY 'VENCIMENTO DE CADASTROS CONCLUIDO.'
           DISPLAY 'MARCADOS COMO VENCIDOS: ' WS-TOTAL-MARCADOS
           DISPLAY 'RELATORIO EM VENCIMENTO-LEITORES.LST'.
