       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-DUPLICADOS.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: RELATORIO BATCH DE PROVAVEIS LEITORES
      *===  CADASTRADOS EM DUPLICIDADE (LEITORES-DUPLICADOS.LST).
      *===  PROVAVEL: MESMO CONTATO E NOME PARECIDO (MESMO
      *===  PRIMEIRO NOME, OU PRIMEIRO NOME COM AS MESMAS 3
      *===  LETRAS INICIAIS E MESMO ULTIMO SOBRENOME).
      *===  POSSIVEL: MESMO NOME COMPLETO COM CONTATO DIFERENTE.
      *===  LEITORES INATIVOS (JA UNIFICADOS) FICAM DE FORA.
      *===  SO LEITURA - A UNIFICACAO E FEITA PELO SUPERVISOR
      *===  NO CADASTRO-LEITORES.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LEITORES ASSIGN TO 'LEITORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEI-CODIGO
               FILE STATUS IS WS-FS-LEITOR.

           SELECT ARQ-RELATORIO ASSIGN TO 'LEITORES-DUPLICADOS.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LEITORES.
           COPY REG-LEITOR.

       FD ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-LEITOR          PIC XX.
       01 WS-FS-RELAT           PIC XX.
       01 WS-EOF                PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-NOME-NORM          PIC X(50).
       01 WS-PALAVRAS.
           05 WS-PALAVRA        PIC X(20) OCCURS 10 TIMES.
       01 WS-QTD-PALAVRAS       PIC 9(2).
       01 WS-MAX-TAB-LEITORES   PIC 9(5) VALUE 5000.
       01 WS-TAB-LEITORES.
           05 WS-QTD-TAB-LEITOR PIC 9(5) VALUE ZERO.
           05 WS-ITEM-LEITOR OCCURS 5000 TIMES.
               10 TB-CODIGO     PIC 9(5).
               10 TB-NOME       PIC X(50).
               10 TB-NOME-NORM  PIC X(50).
               10 TB-CONTATO    PIC X(30).
               10 TB-CONTATO-NORM PIC X(30).
               10 TB-PRIMEIRO   PIC X(20).
               10 TB-ULTIMO     PIC X(20).
               10 TB-DATA-CAD   PIC 9(8).
               10 TB-STATUS     PIC X(1).
               10 TB-CATEGORIA  PIC X(1).
       01 WS-TAB-ESTOURO        PIC X VALUE 'N'.
       01 WS-IND                PIC 9(5).
       01 WS-IND-2              PIC 9(5).
       01 WS-IND-INICIO         PIC 9(5).
       01 WS-CRITERIO           PIC X(30).
       01 WS-TOTAL-LIDOS        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-PROVAVEIS    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-POSSIVEIS    PIC 9(5) VALUE ZERO.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(45) VALUE
               'RELATORIO DE PROVAVEIS LEITORES DUPLICADOS'.
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(15) VALUE 'DATA: '.
           05 WS-CAB-DATA       PIC 9(8).
       01 WS-CABECALHO-3.
           05 FILLER            PIC X(8) VALUE 'LEITOR'.
           05 FILLER            PIC X(52) VALUE 'NOME'.
           05 FILLER            PIC X(32) VALUE 'CONTATO'.
           05 FILLER            PIC X(10) VALUE 'CADASTRO'.
           05 FILLER            PIC X(4) VALUE 'ST'.
           05 FILLER            PIC X(3) VALUE 'CAT'.

       01 WS-LINHA-PAR.
           05 FILLER            PIC X(4) VALUE 'PAR '.
           05 WP-NUMERO         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE ' - '.
           05 WP-CRITERIO       PIC X(30).

       01 WS-LINHA-DETALHE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-LEITOR         PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WD-NOME           PIC X(50).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-CONTATO        PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-DATA-CAD       PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-STATUS         PIC X(1).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-CATEGORIA      PIC X(1).

       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO      PIC X(35).
           05 WT-VALOR          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM CARREGAR-LEITORES
           PERFORM COMPARAR-LEITORES
           PERFORM ESCREVER-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-CAB-DATA
           OPEN INPUT ARQ-LEITORES
           IF WS-FS-LEITOR NOT = '00'
               DISPLAY 'ERRO AO ABRIR LEITORES.DAT - STATUS: '
                   WS-FS-LEITOR
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-3.

       CARREGAR-LEITORES.
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
                           PERFORM GUARDAR-LEITOR
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-LEITOR.
           IF WS-QTD-TAB-LEITOR < WS-MAX-TAB-LEITORES
               ADD 1 TO WS-QTD-TAB-LEITOR
               MOVE WS-QTD-TAB-LEITOR TO WS-IND
               MOVE LEI-CODIGO    TO TB-CODIGO (WS-IND)
               MOVE LEI-NOME      TO TB-NOME (WS-IND)
               MOVE LEI-CONTATO   TO TB-CONTATO (WS-IND)
               MOVE LEI-DATA-CADASTRO TO TB-DATA-CAD (WS-IND)
               MOVE LEI-STATUS    TO TB-STATUS (WS-IND)
               MOVE LEI-CATEGORIA TO TB-CATEGORIA (WS-IND)
               MOVE FUNCTION UPPER-CASE(LEI-CONTATO)
                   TO TB-CONTATO-NORM (WS-IND)
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LEI-NOME LEADING))
                   TO WS-NOME-NORM
               MOVE WS-NOME-NORM  TO TB-NOME-NORM (WS-IND)
               PERFORM SEPARAR-PALAVRAS
               MOVE WS-PALAVRA (1) TO TB-PRIMEIRO (WS-IND)
               IF WS-QTD-PALAVRAS > ZERO
                   MOVE WS-PALAVRA (WS-QTD-PALAVRAS)
                       TO TB-ULTIMO (WS-IND)
               ELSE
                   MOVE SPACES TO TB-ULTIMO (WS-IND)
               END-IF
           ELSE
               MOVE 'S' TO WS-TAB-ESTOURO
           END-IF.

       SEPARAR-PALAVRAS.
           MOVE SPACES TO WS-PALAVRAS
           MOVE ZERO TO WS-QTD-PALAVRAS
           UNSTRING WS-NOME-NORM DELIMITED BY ALL SPACE
               INTO WS-PALAVRA (1) WS-PALAVRA (2) WS-PALAVRA (3)
                    WS-PALAVRA (4) WS-PALAVRA (5) WS-PALAVRA (6)
                    WS-PALAVRA (7) WS-PALAVRA (8) WS-PALAVRA (9)
                    WS-PALAVRA (10)
           END-UNSTRING
           PERFORM VARYING WS-IND-2 FROM 1 BY 1 UNTIL WS-IND-2 > 10
               IF WS-PALAVRA (WS-IND-2) NOT = SPACES
                   MOVE WS-IND-2 TO WS-QTD-PALAVRAS
               END-IF
           END-PERFORM.

       COMPARAR-LEITORES.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= WS-QTD-TAB-LEITOR
               COMPUTE WS-IND-INICIO = WS-IND + 1
               PERFORM VARYING WS-IND-2 FROM WS-IND-INICIO BY 1
                       UNTIL WS-IND-2 > WS-QTD-TAB-LEITOR
                   PERFORM AVALIAR-PAR
               END-PERFORM
           END-PERFORM
           IF WS-TAB-ESTOURO = 'S'
               DISPLAY 'AVISO: MAIS DE 5000 LEITORES ATIVOS - '
                   'COMPARACAO INCOMPLETA.'
           END-IF.

       AVALIAR-PAR.
           MOVE SPACES TO WS-CRITERIO
           IF TB-CONTATO-NORM (WS-IND) NOT = SPACES AND
                   TB-CONTATO-NORM (WS-IND) =
                   TB-CONTATO-NORM (WS-IND-2)
               IF TB-PRIMEIRO (WS-IND) NOT = SPACES AND
                       TB-PRIMEIRO (WS-IND) = TB-PRIMEIRO (WS-IND-2)
                   MOVE 'PROVAVEL - CONTATO E NOME' TO WS-CRITERIO
               ELSE
               IF TB-PRIMEIRO (WS-IND) (1:3) =
                       TB-PRIMEIRO (WS-IND-2) (1:3) AND
                       TB-ULTIMO (WS-IND) NOT = SPACES AND
                       TB-ULTIMO (WS-IND) = TB-ULTIMO (WS-IND-2)
                   MOVE 'PROVAVEL - CONTATO E NOME' TO WS-CRITERIO
               END-IF
               END-IF
               IF WS-CRITERIO NOT = SPACES
                   ADD 1 TO WS-TOTAL-PROVAVEIS
               END-IF
           ELSE
               IF TB-NOME-NORM (WS-IND) NOT = SPACES AND
                       TB-NOME-NORM (WS-IND) = TB-NOME-NORM (WS-IND-2)
                   MOVE 'POSSIVEL - NOME IGUAL' TO WS-CRITERIO
                   ADD 1 TO WS-TOTAL-POSSIVEIS
               END-IF
           END-IF
           IF WS-CRITERIO NOT = SPACES
               PERFORM ESCREVER-PAR
           END-IF.

       ESCREVER-PAR.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           COMPUTE WP-NUMERO = WS-TOTAL-PROVAVEIS + WS-TOTAL-POSSIVEIS
           MOVE WS-CRITERIO TO WP-CRITERIO
           WRITE LINHA-RELATORIO FROM WS-LINHA-PAR
           MOVE TB-CODIGO (WS-IND)    TO WD-LEITOR
           MOVE TB-NOME (WS-IND)      TO WD-NOME
           MOVE TB-CONTATO (WS-IND)   TO WD-CONTATO
           MOVE TB-DATA-CAD (WS-IND)  TO WD-DATA-CAD
           MOVE TB-STATUS (WS-IND)    TO WD-STATUS
           MOVE TB-CATEGORIA (WS-IND) TO WD-CATEGORIA
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
           MOVE TB-CODIGO (WS-IND-2)    TO WD-LEITOR
           MOVE TB-NOME (WS-IND-2)      TO WD-NOME
           MOVE TB-CONTATO (WS-IND-2)   TO WD-CONTATO
           MOVE TB-DATA-CAD (WS-IND-2)  TO WD-DATA-CAD
           MOVE TB-STATUS (WS-IND-2)    TO WD-STATUS
           MOVE TB-CATEGORIA (WS-IND-2) TO WD-CATEGORIA
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'LEITORES LIDOS: ' TO WT-DESCRICAO
           MOVE WS-TOTAL-LIDOS TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'PARES PROVAVEIS (CONTATO E NOME): ' TO WT-DESCRICAO
           MOVE WS-TOTAL-PROVAVEIS TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'PARES POSSIVEIS (NOME IGUAL): ' TO WT-DESCRICAO
           MOVE WS-TOTAL-POSSIVEIS TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.

       FINALIZAR.
           CLOSE ARQ-LEITORES
           CLOSE ARQ-RELATORIO
           DISPLAY 'RELATORIO GERADO EM LEITORES-DUPLICADOS.LST'
           DISPLAY 'PARES PROVAVEIS: ' WS-TOTAL-PROVAVEIS
           DISPLAY 'PARES POSSIVEIS: ' WS-TOTAL-POSSIVEIS.
