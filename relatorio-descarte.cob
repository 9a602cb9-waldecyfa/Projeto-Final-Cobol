       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-DESCARTE.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: RELATORIO ANUAL DE CANDIDATOS A DESCARTE DO
      *===  ACERVO, POR FILIAL E EDITORA. A PARTIR DOS EMPRESTIMOS
      *===  ATIVOS E DO HISTORICO, APONTA TITULOS SEM CIRCULACAO
      *===  HA N ANOS, EDICOES ANTERIORES AO ANO DE CORTE E
      *===  EXEMPLARES EXCEDENTES NA FILIAL (MAIS EXEMPLARES QUE
      *===  EMPRESTIMOS NOS ULTIMOS 12 MESES). SO CONTA EXEMPLARES
      *===  DISPONIVEIS NA ESTANTE. GRAVA DESCARTE-CANDIDATOS.DAT
      *===  PARA A APROVACAO; AS LINHAS APROVADAS VAO PARA O
      *===  BAIXA-DESCARTE EM DESCARTE-APROVADOS.DAT.
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

           SELECT ARQ-CANDIDATOS ASSIGN TO 'DESCARTE-CANDIDATOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CANDIDATO.

           SELECT ARQ-RELATORIO ASSIGN TO 'DESCARTE-CANDIDATOS.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ESTOQUE.
           COPY REG-ESTOQUE-FILIAL.

       FD ARQ-LIVROS.
           COPY REG-LIVRO.

       FD ARQ-EMPRESTIMOS.
           COPY REG-EMPRESTIMO.

       FD ARQ-HISTORICO.
           COPY REG-EMP-HISTORICO.

       FD ARQ-CANDIDATOS.
           COPY REG-DESCARTE.

       FD ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-ESTOQUE         PIC XX.
       01 WS-FS-LIVROS          PIC XX.
       01 WS-FS-EMPREST         PIC XX.
       01 WS-FS-HIST            PIC XX.
       01 WS-FS-CANDIDATO       PIC XX.
       01 WS-FS-RELAT           PIC XX.
       01 WS-EOF                PIC X.
       01 WS-EMPREST-EXISTE     PIC X.
       01 WS-HISTORICO-EXISTE   PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-ANO-ATUAL          PIC 9(4).
       01 WS-ANOS-SEM-CIRC      PIC 9(2).
       01 WS-ANO-CORTE          PIC 9(4).
       01 WS-DATA-CORTE         PIC 9(8).
       01 WS-ANO-SEM-CIRC       PIC 9(4).
       01 WS-DATA-12-MESES      PIC 9(8).
       01 WS-BUSCA-LIV          PIC 9(5).
       01 WS-BUSCA-FIL          PIC 9(2).
       01 WS-DATA-EMP           PIC 9(8).
       01 WS-EMP-ATIVO          PIC X.
       01 WS-FIL-ATUAL          PIC 9(2).
       01 WS-FIL-TEM-ESTOQUE    PIC X.
       01 WS-ULTIMA-TITULO      PIC 9(8).
       01 WS-ATIVOS-TITULO      PIC 9(5).
       01 WS-EMP-JANELA-TITULO  PIC 9(5).
       01 WS-MANTER             PIC 9(5).
       01 WS-QTD-DESCARTE       PIC 9(3).
       01 WS-MOTIVO             PIC X(1).
       01 WS-EDITORA-ANTERIOR   PIC X(30).
       01 WS-QTD-EDITORA        PIC 9(5).
       01 WS-QTD-FILIAL         PIC 9(5).
       01 WS-TOTAL-LINHAS       PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-EXEMPLARES   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-SEM-CIRC     PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ANTIGOS      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-EXCEDENTES   PIC 9(5) VALUE ZERO.

       01 WS-MAX-TABELA         PIC 9(4) VALUE 3000.
       01 WS-TAB-ESTOQUE.
           05 WS-QTD-TAB-ESTOQUE PIC 9(4) VALUE ZERO.
           05 WS-ITEM-ESTOQUE OCCURS 3000 TIMES.
               10 TE-LIV-CODIGO PIC 9(5).
               10 TE-FIL-CODIGO PIC 9(2).
               10 TE-QTD-TOTAL  PIC 9(3).
               10 TE-QTD-DISP   PIC 9(3).
               10 TE-ATIVOS     PIC 9(5).
               10 TE-EMP-JANELA PIC 9(5).
               10 TE-EMP-12-MESES PIC 9(5).
               10 TE-ULTIMA     PIC 9(8).
       01 WS-IND                PIC 9(4).
       01 WS-IND-ACHADO         PIC 9(4).
       01 WS-TABELA-ESTOURO     PIC X VALUE 'N'.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(50) VALUE
               'CANDIDATOS A DESCARTE DO ACERVO'.
           05 FILLER            PIC X(19) VALUE 'DATA DO MOVIMENTO: '.
           05 WS-CAB-DATA       PIC 9(8).
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(27) VALUE
               'SEM CIRCULACAO DESDE: '.
           05 WS-CAB-CORTE      PIC 9(8).
           05 FILLER            PIC X(24) VALUE
               '   EDICAO ANTERIOR A: '.
           05 WS-CAB-ANO        PIC 9(4).
       01 WS-CABECALHO-3.
           05 FILLER            PIC X(7) VALUE 'LIVRO'.
           05 FILLER            PIC X(42) VALUE 'TITULO'.
           05 FILLER            PIC X(6) VALUE 'ANO'.
           05 FILLER            PIC X(6) VALUE 'TOTAL'.
           05 FILLER            PIC X(6) VALUE 'DISP'.
           05 FILLER            PIC X(7) VALUE 'EMPR'.
           05 FILLER            PIC X(10) VALUE 'ULT.CIRC'.
           05 FILLER            PIC X(6) VALUE 'DESC'.
           05 FILLER            PIC X(20) VALUE 'MOTIVO'.
       01 WS-LINHA-FILIAL.
           05 FILLER            PIC X(8) VALUE 'FILIAL: '.
           05 WF-FILIAL         PIC 99.
           05 FILLER            PIC X(3) VALUE ' - '.
           05 WF-NOME           PIC X(10).
       01 WS-LINHA-EDITORA.
           05 FILLER            PIC X(11) VALUE '  EDITORA: '.
           05 WE-EDITORA        PIC X(30).

       01 WS-LINHA-DETALHE.
           05 WD-LIVRO          PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-TITULO         PIC X(40).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ANO            PIC 9(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-TOTAL          PIC ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-DISP           PIC ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-EMPRESTIMOS    PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ULTIMA         PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-DESCARTE       PIC ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-MOTIVO         PIC X(20).

       01 WS-LINHA-SUBTOTAL.
           05 WS-SUB-ROTULO     PIC X(30).
           05 WS-SUB-QTD        PIC ZZZZ9.

       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO      PIC X(40).
           05 WT-QTD            PIC ZZZZZZ9.
       01 WS-LINHA-AVISO        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-ESTOQUE
           PERFORM PROCESSAR-EMPRESTIMOS
           PERFORM PROCESSAR-HISTORICO
           PERFORM PROCESSAR-FILIAIS
           PERFORM ESCREVER-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL
           DISPLAY 'ANOS SEM CIRCULACAO (2 DIG, ENTER = 05): '
           ACCEPT WS-ANOS-SEM-CIRC
           IF WS-ANOS-SEM-CIRC = ZERO
               MOVE 5 TO WS-ANOS-SEM-CIRC
           END-IF
           DISPLAY 'ANO DE CORTE DA EDICAO (AAAA, ENTER = 30 ANOS '
               'ATRAS): '
           ACCEPT WS-ANO-CORTE
           IF WS-ANO-CORTE = ZERO
               COMPUTE WS-ANO-CORTE = WS-ANO-ATUAL - 30
           END-IF
           COMPUTE WS-DATA-CORTE =
               WS-DATA-HOJE - WS-ANOS-SEM-CIRC * 10000
           COMPUTE WS-ANO-SEM-CIRC = WS-ANO-ATUAL - WS-ANOS-SEM-CIRC
           COMPUTE WS-DATA-12-MESES = WS-DATA-HOJE - 10000
           OPEN INPUT ARQ-ESTOQUE
           IF WS-FS-ESTOQUE NOT = '00'
               DISPLAY 'ESTOQUE-FILIAIS.DAT NAO ENCONTRADO!'
               DISPLAY 'EXECUTE A RECARGA PARA GERAR O ESTOQUE '
                   'POR FILIAL.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-LIVROS
           IF WS-FS-LIVROS NOT = '00'
               DISPLAY 'LIVROS.DAT NAO ENCONTRADO OU INACESSIVEL!'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-EMPRESTIMOS
           IF WS-FS-EMPREST = '00'
               MOVE 'S' TO WS-EMPREST-EXISTE
           ELSE
               MOVE 'N' TO WS-EMPREST-EXISTE
           END-IF
           OPEN OUTPUT ARQ-CANDIDATOS
           OPEN OUTPUT ARQ-RELATORIO
           MOVE WS-DATA-HOJE  TO WS-CAB-DATA
           MOVE WS-DATA-CORTE TO WS-CAB-CORTE
           MOVE WS-ANO-CORTE  TO WS-CAB-ANO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2.

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
                       IF WS-QTD-TAB-ESTOQUE < WS-MAX-TABELA
                           ADD 1 TO WS-QTD-TAB-ESTOQUE
                           MOVE WS-QTD-TAB-ESTOQUE TO WS-IND
                           MOVE EST-LIV-CODIGO TO TE-LIV-CODIGO (WS-IND)
                           MOVE EST-FIL-CODIGO TO TE-FIL-CODIGO (WS-IND)
                           MOVE EST-QTD-TOTAL  TO TE-QTD-TOTAL (WS-IND)
                           MOVE EST-QTD-DISPONIVEL
                               TO TE-QTD-DISP (WS-IND)
                           MOVE ZERO TO TE-ATIVOS (WS-IND)
                           MOVE ZERO TO TE-EMP-JANELA (WS-IND)
                           MOVE ZERO TO TE-EMP-12-MESES (WS-IND)
                           MOVE ZERO TO TE-ULTIMA (WS-IND)
                       ELSE
                           MOVE 'S' TO WS-TABELA-ESTOURO
                       END-IF
               END-READ
           END-PERFORM.

       LOCALIZAR-ITEM.
           MOVE ZERO TO WS-IND-ACHADO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-TAB-ESTOQUE
                   OR WS-IND-ACHADO > ZERO
               IF TE-LIV-CODIGO (WS-IND) = WS-BUSCA-LIV AND
                       TE-FIL-CODIGO (WS-IND) = WS-BUSCA-FIL
                   MOVE WS-IND TO WS-IND-ACHADO
               END-IF
           END-PERFORM.

       PROCESSAR-EMPRESTIMOS.
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
                           MOVE EMP-LIV-CODIGO TO WS-BUSCA-LIV
                           MOVE EMP-FIL-CODIGO TO WS-BUSCA-FIL
                           MOVE EMP-DATA-EMPRESTIMO TO WS-DATA-EMP
                           IF EMP-STATUS = 'A'
                               MOVE 'S' TO WS-EMP-ATIVO
                           ELSE
                               MOVE 'N' TO WS-EMP-ATIVO
                           END-IF
                           PERFORM ACUMULAR-CIRCULACAO
                   END-READ
               END-PERFORM
           END-IF.

       PROCESSAR-HISTORICO.
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
                           MOVE HST-LIV-CODIGO TO WS-BUSCA-LIV
                           MOVE HST-FIL-CODIGO TO WS-BUSCA-FIL
                           MOVE HST-DATA-EMPRESTIMO TO WS-DATA-EMP
                           MOVE 'N' TO WS-EMP-ATIVO
                           PERFORM ACUMULAR-CIRCULACAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.

       ACUMULAR-CIRCULACAO.
           IF WS-BUSCA-FIL = ZERO
               MOVE 1 TO WS-BUSCA-FIL
           END-IF
           PERFORM LOCALIZAR-ITEM
           IF WS-IND-ACHADO > ZERO
               IF WS-EMP-ATIVO = 'S'
                   ADD 1 TO TE-ATIVOS (WS-IND-ACHADO)
               END-IF
               IF WS-DATA-EMP >= WS-DATA-CORTE
                   ADD 1 TO TE-EMP-JANELA (WS-IND-ACHADO)
               END-IF
               IF WS-DATA-EMP >= WS-DATA-12-MESES
                   ADD 1 TO TE-EMP-12-MESES (WS-IND-ACHADO)
               END-IF
               IF WS-DATA-EMP > TE-ULTIMA (WS-IND-ACHADO)
                   MOVE WS-DATA-EMP TO TE-ULTIMA (WS-IND-ACHADO)
               END-IF
           END-IF.

       PROCESSAR-FILIAIS.
           PERFORM VARYING WS-FIL-ATUAL FROM 1 BY 1
                   UNTIL WS-FIL-ATUAL > 98
               MOVE 'N' TO WS-FIL-TEM-ESTOQUE
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-TAB-ESTOQUE
                       OR WS-FIL-TEM-ESTOQUE = 'S'
                   IF TE-FIL-CODIGO (WS-IND) = WS-FIL-ATUAL AND
                           TE-QTD-DISP (WS-IND) > ZERO
                       MOVE 'S' TO WS-FIL-TEM-ESTOQUE
                   END-IF
               END-PERFORM
               IF WS-FIL-TEM-ESTOQUE = 'S'
                   PERFORM PROCESSAR-FILIAL
               END-IF
           END-PERFORM.

      *===  PERCORRE O CATALOGO PELA CHAVE DE EDITORA PARA O
      *===  RELATORIO SAIR AGRUPADO POR EDITORA DENTRO DA FILIAL.
       PROCESSAR-FILIAL.
           MOVE ZERO TO WS-QTD-FILIAL
           MOVE ZERO TO WS-QTD-EDITORA
           MOVE HIGH-VALUES TO WS-EDITORA-ANTERIOR
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-FIL-ATUAL TO WF-FILIAL
           EVALUATE WS-FIL-ATUAL
               WHEN 1
                   MOVE 'CENTRAL' TO WF-NOME
               WHEN 2
                   MOVE 'ANEXO' TO WF-NOME
               WHEN OTHER
                   MOVE SPACES TO WF-NOME
           END-EVALUATE
           WRITE LINHA-RELATORIO FROM WS-LINHA-FILIAL
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-3
           MOVE 'N' TO WS-EOF
           MOVE SPACES TO LIV-EDITORA
           START ARQ-LIVROS KEY IS NOT LESS THAN LIV-EDITORA
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LIVROS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM AVALIAR-TITULO-FILIAL
               END-READ
           END-PERFORM
           IF WS-QTD-EDITORA > ZERO
               PERFORM ESCREVER-SUBTOTAL-EDITORA
           END-IF
           MOVE 'TOTAL DE EXEMPLARES DA FILIAL:' TO WS-SUB-ROTULO
           MOVE WS-QTD-FILIAL TO WS-SUB-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-SUBTOTAL.

       AVALIAR-TITULO-FILIAL.
           MOVE LIV-CODIGO   TO WS-BUSCA-LIV
           MOVE WS-FIL-ATUAL TO WS-BUSCA-FIL
           PERFORM LOCALIZAR-ITEM
           IF WS-IND-ACHADO > ZERO
               IF TE-QTD-DISP (WS-IND-ACHADO) > ZERO
                   PERFORM APURAR-TITULO
                   PERFORM APLICAR-CRITERIOS
               END-IF
           END-IF.

      *===  CIRCULACAO DO TITULO EM TODAS AS FILIAIS: SO E "SEM
      *===  CIRCULACAO" SE NENHUMA FILIAL EMPRESTOU NO PERIODO.
       APURAR-TITULO.
           MOVE ZERO TO WS-ULTIMA-TITULO
           MOVE ZERO TO WS-ATIVOS-TITULO
           MOVE ZERO TO WS-EMP-JANELA-TITULO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-TAB-ESTOQUE
               IF TE-LIV-CODIGO (WS-IND) = LIV-CODIGO
                   ADD TE-ATIVOS (WS-IND) TO WS-ATIVOS-TITULO
                   ADD TE-EMP-JANELA (WS-IND) TO WS-EMP-JANELA-TITULO
                   IF TE-ULTIMA (WS-IND) > WS-ULTIMA-TITULO
                       MOVE TE-ULTIMA (WS-IND) TO WS-ULTIMA-TITULO
                   END-IF
               END-IF
           END-PERFORM.

      *===  TITULO NUNCA EMPRESTADO SO E "SEM CIRCULACAO" QUANDO A
      *===  EDICAO JA TEM O PERIODO TODO; ACERVO NOVO AINDA SEM
      *===  EMPRESTIMO PASSA PARA OS OUTROS CRITERIOS.
       APLICAR-CRITERIOS.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO TO WS-QTD-DESCARTE
           IF WS-ATIVOS-TITULO = ZERO AND
                   ((WS-ULTIMA-TITULO > ZERO AND
                     WS-ULTIMA-TITULO < WS-DATA-CORTE) OR
                    (WS-ULTIMA-TITULO = ZERO AND
                     LIV-ANO <= WS-ANO-SEM-CIRC))
               MOVE 'C' TO WS-MOTIVO
               MOVE TE-QTD-DISP (WS-IND-ACHADO) TO WS-QTD-DESCARTE
           ELSE
               IF LIV-ANO < WS-ANO-CORTE
                   MOVE 'A' TO WS-MOTIVO
                   MOVE TE-QTD-DISP (WS-IND-ACHADO) TO WS-QTD-DESCARTE
               ELSE
                   PERFORM APURAR-EXCEDENTE
               END-IF
           END-IF
           IF WS-QTD-DESCARTE > ZERO
               PERFORM GRAVAR-CANDIDATO
           END-IF.

      *===  A FILIAL MANTEM TANTOS EXEMPLARES QUANTOS EMPRESTOU NOS
      *===  ULTIMOS 12 MESES (NO MINIMO UM); O RESTO E EXCEDENTE,
      *===  LIMITADO AOS EXEMPLARES NA ESTANTE.
       APURAR-EXCEDENTE.
           IF TE-EMP-12-MESES (WS-IND-ACHADO) > 1
               MOVE TE-EMP-12-MESES (WS-IND-ACHADO) TO WS-MANTER
           ELSE
               MOVE 1 TO WS-MANTER
           END-IF
           IF TE-QTD-TOTAL (WS-IND-ACHADO) > WS-MANTER
               MOVE 'E' TO WS-MOTIVO
               COMPUTE WS-QTD-DESCARTE =
                   TE-QTD-TOTAL (WS-IND-ACHADO) - WS-MANTER
               IF WS-QTD-DESCARTE > TE-QTD-DISP (WS-IND-ACHADO)
                   MOVE TE-QTD-DISP (WS-IND-ACHADO) TO WS-QTD-DESCARTE
               END-IF
           END-IF.

       GRAVAR-CANDIDATO.
           IF LIV-EDITORA NOT = WS-EDITORA-ANTERIOR
               IF WS-QTD-EDITORA > ZERO
                   PERFORM ESCREVER-SUBTOTAL-EDITORA
               END-IF
               MOVE LIV-EDITORA TO WS-EDITORA-ANTERIOR
               MOVE LIV-EDITORA TO WE-EDITORA
               WRITE LINHA-RELATORIO FROM WS-LINHA-EDITORA
           END-IF
           ADD WS-QTD-DESCARTE TO WS-QTD-EDITORA
           ADD WS-QTD-DESCARTE TO WS-QTD-FILIAL
           ADD WS-QTD-DESCARTE TO WS-TOTAL-EXEMPLARES
           ADD 1 TO WS-TOTAL-LINHAS
           MOVE LIV-CODIGO                    TO WD-LIVRO
           MOVE LIV-TITULO                    TO WD-TITULO
           MOVE LIV-ANO                       TO WD-ANO
           MOVE TE-QTD-TOTAL (WS-IND-ACHADO)  TO WD-TOTAL
           MOVE TE-QTD-DISP (WS-IND-ACHADO)   TO WD-DISP
           MOVE WS-ULTIMA-TITULO              TO WD-ULTIMA
           MOVE WS-QTD-DESCARTE               TO WD-DESCARTE
           EVALUATE WS-MOTIVO
               WHEN 'C'
                   MOVE WS-EMP-JANELA-TITULO  TO WD-EMPRESTIMOS
                   MOVE 'SEM CIRCULACAO' TO WD-MOTIVO
                   ADD 1 TO WS-TOTAL-SEM-CIRC
               WHEN 'A'
                   MOVE WS-EMP-JANELA-TITULO  TO WD-EMPRESTIMOS
                   MOVE 'EDICAO ANTIGA' TO WD-MOTIVO
                   ADD 1 TO WS-TOTAL-ANTIGOS
               WHEN OTHER
                   MOVE TE-EMP-12-MESES (WS-IND-ACHADO)
                       TO WD-EMPRESTIMOS
                   MOVE 'EXCEDENTE NA FILIAL' TO WD-MOTIVO
                   ADD 1 TO WS-TOTAL-EXCEDENTES
           END-EVALUATE
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
           MOVE LIV-CODIGO       TO DSC-LIV-CODIGO
           MOVE WS-FIL-ATUAL     TO DSC-FIL-CODIGO
           MOVE WS-QTD-DESCARTE  TO DSC-QTD
           MOVE WS-MOTIVO        TO DSC-MOTIVO
           MOVE WS-ULTIMA-TITULO TO DSC-ULTIMA-CIRCULACAO
           MOVE WS-DATA-HOJE     TO DSC-DATA-GERACAO
           MOVE LIV-TITULO       TO DSC-TITULO
           WRITE REG-DESCARTE.

       ESCREVER-SUBTOTAL-EDITORA.
           MOVE '  EXEMPLARES DA EDITORA:' TO WS-SUB-ROTULO
           MOVE WS-QTD-EDITORA TO WS-SUB-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-SUBTOTAL
           MOVE ZERO TO WS-QTD-EDITORA.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'LINHAS CANDIDATAS (TITULO/FILIAL):' TO WT-DESCRICAO
           MOVE WS-TOTAL-LINHAS TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE '  SEM CIRCULACAO:' TO WT-DESCRICAO
           MOVE WS-TOTAL-SEM-CIRC TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE '  EDICAO ANTIGA:' TO WT-DESCRICAO
           MOVE WS-TOTAL-ANTIGOS TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE '  EXCEDENTE NA FILIAL:' TO WT-DESCRICAO
           MOVE WS-TOTAL-EXCEDENTES TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'EXEMPLARES CANDIDATOS A DESCARTE:' TO WT-DESCRICAO
           MOVE WS-TOTAL-EXEMPLARES TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           IF WS-TABELA-ESTOURO = 'S'
               MOVE 'AVISO: MAIS DE 3000 POSICOES DE ESTOQUE - '
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
               MOVE 'AS EXCEDENTES NAO FORAM AVALIADAS.'
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           END-IF.

       FINALIZAR.
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-LIVROS
           IF WS-EMPREST-EXISTE = 'S'
               CLOSE ARQ-EMPRESTIMOS
           END-IF
           CLOSE ARQ-CANDIDATOS
           CLOSE ARQ-RELATORIO
           DISPLAY 'RELATORIO EM DESCARTE-CANDIDATOS.LST'
           DISPLAY 'LINHAS APROVADAS DEVEM SER GRAVADAS EM '
               'DESCARTE-APROVADOS.DAT PARA O BAIXA-DESCARTE.'.
