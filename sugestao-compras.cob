       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGESTAO-COMPRAS.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: LOTE MENSAL DE SUGESTAO DE COMPRAS POR
      *===  DEMANDA. PARA CADA TITULO/FILIAL DO ESTOQUE-FILIAIS
      *===  SOMA AS RESERVAS ABERTAS E OS EMPRESTIMOS RECENTES
      *===  (ATIVOS E HISTORICO), DIVIDE PELOS EXEMPLARES DA
      *===  FILIAL E CLASSIFICA OS QUE PASSAM DO LIMIAR, COM O
      *===  CUSTO ESTIMADO PELO VALOR DE REPOSICAO CONTRA O
      *===  ORCAMENTO INFORMADO NA EXECUCAO. GERA O RELATORIO
      *===  SUGESTAO-COMPRAS.LST E O ARQUIVO SUGESTOES-COMPRA.DAT
      *===  PARA APROVACAO NO APROVA-COMPRAS.
      *===  RESERVAS NA FILA (SEM FILIAL) CONTAM PARA A CENTRAL,
      *===  QUE RECEBE AS AQUISICOES.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE-FILIAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WS-FS-ESTOQUE.

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

           SELECT ARQ-RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-NUMERO
               ALTERNATE RECORD KEY IS RES-LIV-CODIGO WITH DUPLICATES
               ALTERNATE RECORD KEY IS RES-LEI-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-RESERVA.

           SELECT ARQ-EMPRESTIMOS ASSIGN TO 'EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-LEI-CODIGO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-LIV-CODIGO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.

           SELECT ARQ-HISTORICO ASSIGN TO 'EMPRESTIMOS-HISTORICO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

           SELECT ARQ-SUGESTOES ASSIGN TO 'SUGESTOES-COMPRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUGEST.

           SELECT ARQ-RELATORIO ASSIGN TO 'SUGESTAO-COMPRAS.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ESTOQUE.
           COPY REG-ESTOQUE-FILIAL.

       FD ARQ-LIVROS.
           COPY REG-LIVRO.

       FD ARQ-RESERVAS.
           COPY REG-RESERVA.

       FD ARQ-EMPRESTIMOS.
           COPY REG-EMPRESTIMO.

       FD ARQ-HISTORICO.
           COPY REG-EMP-HISTORICO.

       FD ARQ-SUGESTOES.
           COPY REG-SUGESTAO-COMPRA.

       FD ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-ESTOQUE         PIC XX.
       01 WS-FS-LIVROS          PIC XX.
       01 WS-FS-RESERVA         PIC XX.
       01 WS-FS-EMPREST         PIC XX.
       01 WS-FS-HIST            PIC XX.
       01 WS-FS-SUGEST          PIC XX.
       01 WS-FS-RELAT           PIC XX.
       01 WS-EOF                PIC X.
       01 WS-RESERVAS-EXISTE    PIC X.
       01 WS-EMPREST-EXISTE     PIC X.
       01 WS-HISTORICO-EXISTE   PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-DATA-CORTE         PIC 9(8).
       01 WS-INT-CORTE          PIC 9(9).
       01 WS-DIAS-RECENTES      PIC 9(3).
       01 WS-LIMIAR             PIC 9(2)V99.
       01 WS-ORCAMENTO          PIC 9(7)V99.
       01 WS-VALOR-ACUMULADO    PIC 9(9)V99 VALUE ZERO.
       01 WS-VALOR-SUGERIDO     PIC 9(9)V99 VALUE ZERO.
       01 WS-VALOR-ITEM         PIC 9(9)V99.
       01 WS-BUSCA-LIV          PIC 9(5).
       01 WS-BUSCA-FIL          PIC 9(2).
       01 WS-DEMANDA            PIC 9(6).
       01 WS-DIVISOR            PIC 9(3).
       01 WS-NECESSARIOS-DEC    PIC 9(6)V99.
       01 WS-NECESSARIOS        PIC 9(6).
       01 WS-SUGERIDA           PIC 9(6).

       01 WS-MAX-TABELA         PIC 9(4) VALUE 3000.
       01 WS-TAB-DEMANDA.
           05 WS-QTD-TAB-DEMANDA PIC 9(4) VALUE ZERO.
           05 WS-ITEM-DEMANDA OCCURS 3000 TIMES.
               10 TD-LIV-CODIGO PIC 9(5).
               10 TD-FIL-CODIGO PIC 9(2).
               10 TD-EXEMPLARES PIC 9(3).
               10 TD-RESERVAS   PIC 9(5).
               10 TD-EMPRESTIMOS PIC 9(5).
               10 TD-RAZAO      PIC 9(3)V99.
               10 TD-SUGERIDA   PIC 9(3).
       01 WS-IND                PIC 9(4).
       01 WS-IND-ACHADO         PIC 9(4).
       01 WS-IND-MAIOR          PIC 9(4).
       01 WS-TABELA-ESTOURO     PIC X VALUE 'N'.
       01 WS-POSICAO-RANK       PIC 9(4) VALUE ZERO.
       01 WS-FIM-RANK           PIC X.
       01 WS-TOTAL-DENTRO       PIC 9(5) VALUE ZERO.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(50) VALUE
               'SUGESTAO DE COMPRAS POR DEMANDA'.
           05 FILLER            PIC X(19) VALUE 'DATA DO MOVIMENTO: '.
           05 WS-CAB-DATA       PIC 9(8).
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(28) VALUE
               'EMPRESTIMOS DESDE: '.
           05 WS-CAB-CORTE      PIC 9(8).
           05 FILLER            PIC X(22) VALUE
               '   LIMIAR DEMANDA/EX: '.
           05 WS-CAB-LIMIAR     PIC Z9.99.
           05 FILLER            PIC X(15) VALUE
               '   ORCAMENTO: '.
           05 WS-CAB-ORCAMENTO  PIC Z,ZZZ,ZZ9.99.
       01 WS-CABECALHO-3.
           05 FILLER            PIC X(6) VALUE 'RANK'.
           05 FILLER            PIC X(7) VALUE 'LIVRO'.
           05 FILLER            PIC X(42) VALUE 'TITULO'.
           05 FILLER            PIC X(4) VALUE 'FIL'.
           05 FILLER            PIC X(7) VALUE 'RESERV'.
           05 FILLER            PIC X(7) VALUE 'EMPR'.
           05 FILLER            PIC X(5) VALUE 'EXEM'.
           05 FILLER            PIC X(8) VALUE 'RAZAO'.
           05 FILLER            PIC X(5) VALUE 'QTD'.
           05 FILLER            PIC X(11) VALUE 'UNITARIO'.
           05 FILLER            PIC X(14) VALUE 'TOTAL'.
           05 FILLER            PIC X(5) VALUE 'ORC'.

       01 WS-LINHA-DETALHE.
           05 WD-RANK           PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-LIVRO          PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-TITULO         PIC X(40).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-FILIAL         PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-RESERVAS       PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-EMPRESTIMOS    PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-EXEMPLARES     PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-RAZAO          PIC ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-QTD            PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-UNITARIO       PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-TOTAL          PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-DENTRO         PIC X(1).

       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO      PIC X(40).
           05 WT-QTD            PIC ZZZZ9.
       01 WS-LINHA-VALOR.
           05 WV-DESCRICAO      PIC X(40).
           05 WV-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LINHA-AVISO        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-ESTOQUE
           PERFORM CONTAR-RESERVAS
           PERFORM CONTAR-EMPRESTIMOS
           PERFORM CONTAR-HISTORICO
           PERFORM CALCULAR-RAZOES
           PERFORM CLASSIFICAR-SUGESTOES
           PERFORM ESCREVER-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           DISPLAY 'DIAS DE EMPRESTIMOS RECENTES (3 DIG, '
               'ENTER = 090): '
           ACCEPT WS-DIAS-RECENTES
           IF WS-DIAS-RECENTES = ZERO
               MOVE 90 TO WS-DIAS-RECENTES
           END-IF
           DISPLAY 'LIMIAR DE DEMANDA POR EXEMPLAR, SEM VIRGULA '
               '(EX: 0200 = 2,00; ENTER = 2,00): '
           ACCEPT WS-LIMIAR
           IF WS-LIMIAR = ZERO
               MOVE 2 TO WS-LIMIAR
           END-IF
           DISPLAY 'ORCAMENTO PARA COMPRA, SEM VIRGULA '
               '(9 DIG, EX: 000500000 = 5.000,00): '
           ACCEPT WS-ORCAMENTO
           COMPUTE WS-INT-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - WS-DIAS-RECENTES
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-CORTE)
               TO WS-DATA-CORTE
           OPEN INPUT ARQ-ESTOQUE
           IF WS-FS-ESTOQUE NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESTOQUE-FILIAIS.DAT - STATUS: '
                   WS-FS-ESTOQUE
               STOP RUN
           END-IF
           OPEN INPUT ARQ-LIVROS
           IF WS-FS-LIVROS NOT = '00'
               DISPLAY 'LIVROS.DAT NAO ENCONTRADO OU INACESSIVEL!'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-RESERVAS
           IF WS-FS-RESERVA = '00'
               MOVE 'S' TO WS-RESERVAS-EXISTE
           ELSE
               MOVE 'N' TO WS-RESERVAS-EXISTE
           END-IF
           OPEN INPUT ARQ-EMPRESTIMOS
           IF WS-FS-EMPREST = '00'
               MOVE 'S' TO WS-EMPREST-EXISTE
           ELSE
               MOVE 'N' TO WS-EMPREST-EXISTE
           END-IF
           OPEN OUTPUT ARQ-SUGESTOES
           OPEN OUTPUT ARQ-RELATORIO
           MOVE WS-DATA-HOJE  TO WS-CAB-DATA
           MOVE WS-DATA-CORTE TO WS-CAB-CORTE
           MOVE WS-LIMIAR     TO WS-CAB-LIMIAR
           MOVE WS-ORCAMENTO  TO WS-CAB-ORCAMENTO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-3.

       CARREGAR-ESTOQUE.
           MOVE 'N' TO WS-EOF
           MOVE ZEROES TO EST-CHAVE
           START ARQ-ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-ESTOQUE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE EST-LIV-CODIGO TO WS-BUSCA-LIV
                       MOVE EST-FIL-CODIGO TO WS-BUSCA-FIL
                       PERFORM LOCALIZAR-ITEM
                       IF WS-IND-ACHADO > ZERO
                           MOVE EST-QTD-TOTAL
                               TO TD-EXEMPLARES (WS-IND-ACHADO)
                       END-IF
               END-READ
           END-PERFORM.

      *===  PROCURA O PAR TITULO/FILIAL NA TABELA E INCLUI SE NAO
      *===  EXISTIR (DEMANDA EM FILIAL SEM EXEMPLAR TAMBEM CONTA).
       LOCALIZAR-ITEM.
           MOVE ZERO TO WS-IND-ACHADO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-TAB-DEMANDA
                   OR WS-IND-ACHADO > ZERO
               IF TD-LIV-CODIGO (WS-IND) = WS-BUSCA-LIV AND
                       TD-FIL-CODIGO (WS-IND) = WS-BUSCA-FIL
                   MOVE WS-IND TO WS-IND-ACHADO
               END-IF
           END-PERFORM
           IF WS-IND-ACHADO = ZERO
               IF WS-QTD-TAB-DEMANDA < WS-MAX-TABELA
                   ADD 1 TO WS-QTD-TAB-DEMANDA
                   MOVE WS-QTD-TAB-DEMANDA TO WS-IND-ACHADO
                   MOVE WS-BUSCA-LIV TO TD-LIV-CODIGO (WS-IND-ACHADO)
                   MOVE WS-BUSCA-FIL TO TD-FIL-CODIGO (WS-IND-ACHADO)
                   MOVE ZERO TO TD-EXEMPLARES (WS-IND-ACHADO)
                   MOVE ZERO TO TD-RESERVAS (WS-IND-ACHADO)
                   MOVE ZERO TO TD-EMPRESTIMOS (WS-IND-ACHADO)
                   MOVE ZERO TO TD-RAZAO (WS-IND-ACHADO)
                   MOVE ZERO TO TD-SUGERIDA (WS-IND-ACHADO)
               ELSE
                   MOVE 'S' TO WS-TABELA-ESTOURO
               END-IF
           END-IF.

       CONTAR-RESERVAS.
           IF WS-RESERVAS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO RES-NUMERO
               START ARQ-RESERVAS KEY IS NOT LESS THAN RES-NUMERO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-RESERVAS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RES-STATUS = 'P' OR RES-STATUS = 'S'
                               PERFORM ACUMULAR-RESERVA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ACUMULAR-RESERVA.
           MOVE RES-LIV-CODIGO TO WS-BUSCA-LIV
           IF RES-STATUS = 'S' AND RES-FIL-CODIGO > ZERO
               MOVE RES-FIL-CODIGO TO WS-BUSCA-FIL
           ELSE
               MOVE 1 TO WS-BUSCA-FIL
           END-IF
           PERFORM LOCALIZAR-ITEM
           IF WS-IND-ACHADO > ZERO
               ADD 1 TO TD-RESERVAS (WS-IND-ACHADO)
           END-IF.

       CONTAR-EMPRESTIMOS.
           IF WS-EMPREST-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO EMP-NUMERO
               START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-NUMERO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-EMPRESTIMOS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EMP-DATA-EMPRESTIMO >= WS-DATA-CORTE
                               PERFORM ACUMULAR-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CONTAR-HISTORICO.
           OPEN INPUT ARQ-HISTORICO
           IF WS-FS-HIST = '00'
               MOVE 'S' TO WS-HISTORICO-EXISTE
           ELSE
               MOVE 'N' TO WS-HISTORICO-EXISTE
           END-IF
           IF WS-HISTORICO-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-HISTORICO
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HST-DATA-EMPRESTIMO >= WS-DATA-CORTE
                               MOVE HST-LIV-CODIGO TO EMP-LIV-CODIGO
                               MOVE HST-FIL-CODIGO TO EMP-FIL-CODIGO
                               PERFORM ACUMULAR-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.

       ACUMULAR-EMPRESTIMO.
           MOVE EMP-LIV-CODIGO TO WS-BUSCA-LIV
           IF EMP-FIL-CODIGO > ZERO
               MOVE EMP-FIL-CODIGO TO WS-BUSCA-FIL
           ELSE
               MOVE 1 TO WS-BUSCA-FIL
           END-IF
           PERFORM LOCALIZAR-ITEM
           IF WS-IND-ACHADO > ZERO
               ADD 1 TO TD-EMPRESTIMOS (WS-IND-ACHADO)
           END-IF.

      *===  RAZAO = DEMANDA / EXEMPLARES DA FILIAL (FILIAL SEM
      *===  EXEMPLAR CONTA COMO UM). A SUGESTAO E O NUMERO DE
      *===  EXEMPLARES QUE TRAZ A RAZAO DE VOLTA AO LIMIAR.
       CALCULAR-RAZOES.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-TAB-DEMANDA
               COMPUTE WS-DEMANDA = TD-RESERVAS (WS-IND)
                   + TD-EMPRESTIMOS (WS-IND)
               IF TD-EXEMPLARES (WS-IND) > ZERO
                   MOVE TD-EXEMPLARES (WS-IND) TO WS-DIVISOR
               ELSE
                   MOVE 1 TO WS-DIVISOR
               END-IF
               COMPUTE TD-RAZAO (WS-IND) ROUNDED =
                   WS-DEMANDA / WS-DIVISOR
                   ON SIZE ERROR
                       MOVE 999.99 TO TD-RAZAO (WS-IND)
               END-COMPUTE
               IF TD-RAZAO (WS-IND) > WS-LIMIAR
                   COMPUTE WS-NECESSARIOS-DEC =
                       WS-DEMANDA / WS-LIMIAR
                   MOVE WS-NECESSARIOS-DEC TO WS-NECESSARIOS
                   IF WS-NECESSARIOS < WS-NECESSARIOS-DEC
                       ADD 1 TO WS-NECESSARIOS
                   END-IF
                   IF WS-NECESSARIOS > TD-EXEMPLARES (WS-IND)
                       COMPUTE WS-SUGERIDA =
                           WS-NECESSARIOS - TD-EXEMPLARES (WS-IND)
                   ELSE
                       MOVE 1 TO WS-SUGERIDA
                   END-IF
                   IF WS-SUGERIDA > 999
                       MOVE 999 TO WS-SUGERIDA
                   END-IF
                   MOVE WS-SUGERIDA TO TD-SUGERIDA (WS-IND)
               ELSE
                   MOVE ZERO TO TD-RAZAO (WS-IND)
               END-IF
           END-PERFORM.

       CLASSIFICAR-SUGESTOES.
           MOVE 'N' TO WS-FIM-RANK
           PERFORM UNTIL WS-FIM-RANK = 'S'
               MOVE ZERO TO WS-IND-MAIOR
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-TAB-DEMANDA
                   IF TD-RAZAO (WS-IND) > ZERO AND
                           (WS-IND-MAIOR = ZERO OR
                           TD-RAZAO (WS-IND) >
                               TD-RAZAO (WS-IND-MAIOR))
                       MOVE WS-IND TO WS-IND-MAIOR
                   END-IF
               END-PERFORM
               IF WS-IND-MAIOR = ZERO
                   MOVE 'S' TO WS-FIM-RANK
               ELSE
                   PERFORM GRAVAR-SUGESTAO
                   MOVE ZERO TO TD-RAZAO (WS-IND-MAIOR)
               END-IF
           END-PERFORM.

       GRAVAR-SUGESTAO.
           ADD 1 TO WS-POSICAO-RANK
           MOVE TD-LIV-CODIGO (WS-IND-MAIOR) TO LIV-CODIGO
           READ ARQ-LIVROS
               INVALID KEY
                   MOVE 'TITULO NAO CADASTRADO' TO LIV-TITULO
                   MOVE SPACES TO LIV-ISBN
                   MOVE ZERO TO LIV-VALOR-REPOSICAO
           END-READ
           COMPUTE WS-VALOR-ITEM =
               TD-SUGERIDA (WS-IND-MAIOR) * LIV-VALOR-REPOSICAO
           ADD WS-VALOR-ITEM TO WS-VALOR-SUGERIDO
           MOVE WS-POSICAO-RANK              TO SUG-RANKING
           MOVE TD-LIV-CODIGO (WS-IND-MAIOR) TO SUG-LIV-CODIGO
           MOVE TD-FIL-CODIGO (WS-IND-MAIOR) TO SUG-FIL-CODIGO
           MOVE LIV-TITULO                   TO SUG-TITULO
           MOVE LIV-ISBN                     TO SUG-ISBN
           MOVE TD-RESERVAS (WS-IND-MAIOR)   TO SUG-RESERVAS
           MOVE TD-EMPRESTIMOS (WS-IND-MAIOR) TO SUG-EMPRESTIMOS
           MOVE TD-EXEMPLARES (WS-IND-MAIOR) TO SUG-EXEMPLARES
           MOVE TD-RAZAO (WS-IND-MAIOR)      TO SUG-RAZAO
           MOVE TD-SUGERIDA (WS-IND-MAIOR)   TO SUG-QTD-SUGERIDA
           MOVE LIV-VALOR-REPOSICAO          TO SUG-VALOR-UNITARIO
           MOVE WS-VALOR-ITEM                TO SUG-VALOR-TOTAL
           IF WS-VALOR-ACUMULADO + WS-VALOR-ITEM <= WS-ORCAMENTO
               ADD WS-VALOR-ITEM TO WS-VALOR-ACUMULADO
               ADD 1 TO WS-TOTAL-DENTRO
               MOVE 'S' TO SUG-DENTRO-ORCAMENTO
           ELSE
               MOVE 'N' TO SUG-DENTRO-ORCAMENTO
           END-IF
           MOVE WS-DATA-HOJE                 TO SUG-DATA-GERACAO
           MOVE WS-ORCAMENTO                 TO SUG-ORCAMENTO
           WRITE REG-SUGESTAO-COMPRA
           MOVE SUG-RANKING          TO WD-RANK
           MOVE SUG-LIV-CODIGO       TO WD-LIVRO
           MOVE SUG-TITULO           TO WD-TITULO
           MOVE SUG-FIL-CODIGO       TO WD-FILIAL
           MOVE SUG-RESERVAS         TO WD-RESERVAS
           MOVE SUG-EMPRESTIMOS      TO WD-EMPRESTIMOS
           MOVE SUG-EXEMPLARES       TO WD-EXEMPLARES
           MOVE SUG-RAZAO            TO WD-RAZAO
           MOVE SUG-QTD-SUGERIDA     TO WD-QTD
           MOVE SUG-VALOR-UNITARIO   TO WD-UNITARIO
           MOVE SUG-VALOR-TOTAL      TO WD-TOTAL
           MOVE SUG-DENTRO-ORCAMENTO TO WD-DENTRO
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'TITULOS/FILIAIS ACIMA DO LIMIAR:' TO WT-DESCRICAO
           MOVE WS-POSICAO-RANK TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'DENTRO DO ORCAMENTO:' TO WT-DESCRICAO
           MOVE WS-TOTAL-DENTRO TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'CUSTO TOTAL DAS SUGESTOES:' TO WV-DESCRICAO
           MOVE WS-VALOR-SUGERIDO TO WV-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-VALOR
           MOVE 'CUSTO DENTRO DO ORCAMENTO:' TO WV-DESCRICAO
           MOVE WS-VALOR-ACUMULADO TO WV-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-VALOR
           MOVE 'SALDO DO ORCAMENTO:' TO WV-DESCRICAO
           COMPUTE WV-VALOR = WS-ORCAMENTO - WS-VALOR-ACUMULADO
           WRITE LINHA-RELATORIO FROM WS-LINHA-VALOR
           IF WS-TABELA-ESTOURO = 'S'
               MOVE 'AVISO: MAIS DE 3000 TITULOS/FILIAIS - DEMANDA '
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
               MOVE 'INCOMPLETA PARA OS EXCEDENTES.'
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           END-IF.

       FINALIZAR.
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-LIVROS
           IF WS-RESERVAS-EXISTE = 'S'
               CLOSE ARQ-RESERVAS
           END-IF
           IF WS-EMPREST-EXISTE = 'S'
               CLOSE ARQ-EMPRESTIMOS
           END-IF
           CLOSE ARQ-SUGESTOES
           CLOSE ARQ-RELATORIO
           DISPLAY 'SUGESTOES DE COMPRA: ' WS-POSICAO-RANK
           DISPLAY 'RELATORIO EM SUGESTAO-COMPRAS.LST'
           DISPLAY 'APROVACAO PELO APROVA-COMPRAS.'.
