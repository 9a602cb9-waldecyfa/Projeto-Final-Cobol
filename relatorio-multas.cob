       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-MULTAS.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: RELATORIO DE FECHAMENTO DO MES DAS MULTAS A
      *===  RECEBER - ANTIGUIDADE DAS MULTAS ABERTAS NAS FAIXAS
      *===  0-30, 31-90, 91-180 E ACIMA DE 180 DIAS POR CATEGORIA
      *===  DE LEITOR, E LISTA DOS LEITORES COM DEBITO ACIMA DO
      *===  LIMITE DE MULTAS DOS PARAMETROS (PAR-LIMITE-MULTAS).
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MULTAS ASSIGN TO 'MULTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUL-NUMERO
               ALTERNATE RECORD KEY IS MUL-LEI-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-MULTA.

           SELECT ARQ-LEITORES ASSIGN TO 'LEITORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEI-CODIGO
               FILE STATUS IS WS-FS-LEITOR.

           SELECT ARQ-PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-DATA-VIGENCIA
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-RELATORIO ASSIGN TO 'MULTAS-ANTIGUIDADE.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MULTAS.
           COPY REG-MULTA.

       FD ARQ-LEITORES.
           COPY REG-LEITOR.

       FD ARQ-PARAMETROS.
           COPY REG-PARAMETRO.

       FD ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-MULTA           PIC XX.
       01 WS-FS-LEITOR          PIC XX.
       01 WS-FS-PARAM           PIC XX.
       01 WS-FS-RELAT           PIC XX.
       01 WS-EOF                PIC X.
       01 WS-EOF-PARAM          PIC X.
       01 WS-LEITORES-EXISTE    PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-DATA-BASE          PIC 9(8).
       01 WS-LIMITE-MULTAS      PIC 9(3)V99 VALUE 10.00.
       01 WS-DIAS               PIC S9(7).
       01 WS-FAIXA              PIC 9(1).
       01 WS-CAT                PIC 9(1).
       01 WS-LEI-ATUAL          PIC 9(5).
       01 WS-LEI-QTD            PIC 9(5).
       01 WS-LEI-TOTAL          PIC 9(9)V99.
       01 WS-LEI-MAIS-ANTIGA    PIC 9(8).
       01 WS-TOTAL-ABERTAS      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-VALOR        PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ACIMA        PIC 9(5) VALUE ZERO.
       01 WS-VALOR-ACIMA        PIC 9(9)V99 VALUE ZERO.

      *===  LINHAS: 1=ESTUDANTE 2=ADULTO 3=FUNCIONARIO 4=OUTROS
      *===  COLUNAS: FAIXAS DE 0-30, 31-90, 91-180 E +180 DIAS
       01 WS-TAB-ANTIGUIDADE.
           05 WS-LINHA-CAT OCCURS 4 TIMES.
               10 WS-CEL-FAIXA OCCURS 4 TIMES.
                   15 TA-QTD    PIC 9(5).
                   15 TA-VALOR  PIC 9(9)V99.
       01 WS-IND-CAT            PIC 9(1).
       01 WS-IND-FAIXA          PIC 9(1).
       01 WS-SOMA-QTD           PIC 9(7).
       01 WS-SOMA-VALOR         PIC 9(9)V99.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(50) VALUE
               'MULTAS A RECEBER - FECHAMENTO DO MES'.
           05 FILLER            PIC X(15) VALUE 'DATA BASE: '.
           05 WS-CAB-DATA       PIC 9(8).
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(40) VALUE
               'LEITORES ACIMA DO LIMITE DE MULTAS: '.
           05 WS-CAB-LIMITE     PIC ZZ9.99.
       01 WS-CABECALHO-3.
           05 FILLER            PIC X(8) VALUE 'LEITOR'.
           05 FILLER            PIC X(42) VALUE 'NOME'.
           05 FILLER            PIC X(5) VALUE 'CAT'.
           05 FILLER            PIC X(32) VALUE 'CONTATO'.
           05 FILLER            PIC X(8) VALUE 'MULTAS'.
           05 FILLER            PIC X(16) VALUE 'VALOR ABERTO'.
           05 FILLER            PIC X(10) VALUE 'DESDE'.
       01 WS-LINHA-LEITOR.
           05 WL-CODIGO         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WL-NOME           PIC X(40).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WL-CATEGORIA      PIC X(1).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WL-CONTATO        PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WL-QTD            PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WL-VALOR          PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WL-DESDE          PIC 9(8).

       01 WS-CAB-ANTIGUIDADE-1.
           05 FILLER            PIC X(50) VALUE
               'ANTIGUIDADE DAS MULTAS ABERTAS POR CATEGORIA'.
       01 WS-CAB-ANTIGUIDADE-2.
           05 FILLER            PIC X(19) VALUE 'CATEGORIA'.
           05 FILLER            PIC X(17) VALUE '       0-30 DIAS'.
           05 FILLER            PIC X(17) VALUE '      31-90 DIAS'.
           05 FILLER            PIC X(17) VALUE '     91-180 DIAS'.
           05 FILLER            PIC X(17) VALUE '   + 180 DIAS'.
           05 FILLER            PIC X(17) VALUE '        TOTAL'.
       01 WS-LINHA-FAIXAS.
           05 WF-CATEGORIA      PIC X(12).
           05 WF-TIPO           PIC X(6).
           05 WF-COLUNA OCCURS 5 TIMES.
               10 FILLER        PIC X(3).
               10 WF-VALOR      PIC ZZ,ZZZ,ZZ9.99.
       01 WS-LINHA-FAIXAS-QTD.
           05 FILLER            PIC X(12).
           05 WF-TIPO-QTD       PIC X(6).
           05 WF-COLUNA-QTD OCCURS 5 TIMES.
               10 FILLER        PIC X(8).
               10 WF-QTD        PIC ZZZZZZ9.
               10 FILLER        PIC X(1).

       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO      PIC X(40).
           05 WT-QTD            PIC ZZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WT-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LINHA-AVISO        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM PROCESSAR-MULTAS
           PERFORM ESCREVER-ANTIGUIDADE
           PERFORM ESCREVER-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           DISPLAY 'DATA BASE DO FECHAMENTO (AAAAMMDD, ENTER = '
               'HOJE): '
           ACCEPT WS-DATA-BASE
           IF WS-DATA-BASE = ZERO
               MOVE WS-DATA-HOJE TO WS-DATA-BASE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-BASE) NOT = ZERO
               DISPLAY 'DATA BASE INVALIDA - RELATORIO NAO EMITIDO!'
               STOP RUN
           END-IF
           IF WS-DATA-BASE > WS-DATA-HOJE
               DISPLAY 'DATA BASE FUTURA - RELATORIO NAO EMITIDO!'
               STOP RUN
           END-IF
           PERFORM LER-PARAMETROS
           INITIALIZE WS-TAB-ANTIGUIDADE
           OPEN INPUT ARQ-MULTAS
           IF WS-FS-MULTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR MULTAS.DAT - STATUS: '
                   WS-FS-MULTA
               STOP RUN
           END-IF
           OPEN INPUT ARQ-LEITORES
           IF WS-FS-LEITOR = '00'
               MOVE 'S' TO WS-LEITORES-EXISTE
           ELSE
               MOVE 'N' TO WS-LEITORES-EXISTE
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           MOVE WS-DATA-BASE     TO WS-CAB-DATA
           MOVE WS-LIMITE-MULTAS TO WS-CAB-LIMITE
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-3.

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
                           IF PAR-DATA-VIGENCIA > WS-DATA-BASE
                               MOVE 'Y' TO WS-EOF-PARAM
                           ELSE
                               MOVE PAR-LIMITE-MULTAS
                                   TO WS-LIMITE-MULTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARAMETROS
           END-IF.

      *===  LEITURA PELA CHAVE DE LEITOR PARA TOTALIZAR O DEBITO
      *===  DE CADA LEITOR NA QUEBRA DE CODIGO. ENTRA A MULTA QUE
      *===  ESTAVA ABERTA NA DATA BASE: AINDA ABERTA OU BAIXADA
      *===  (PAGA OU ISENTA) DEPOIS DELA.
       PROCESSAR-MULTAS.
           MOVE ZERO TO WS-LEI-ATUAL
           MOVE ZERO TO WS-LEI-QTD
           MOVE 'N' TO WS-EOF
           MOVE ZEROES TO MUL-LEI-CODIGO
           START ARQ-MULTAS KEY IS NOT LESS THAN MUL-LEI-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-MULTAS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MUL-DATA-GERACAO <= WS-DATA-BASE AND
                               (MUL-STATUS = 'A' OR
                                MUL-DATA-BAIXA > WS-DATA-BASE)
                           IF MUL-LEI-CODIGO NOT = WS-LEI-ATUAL
                               PERFORM FECHAR-LEITOR
                               PERFORM ABRIR-LEITOR
                           END-IF
                           PERFORM ACUMULAR-MULTA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FECHAR-LEITOR.

       ABRIR-LEITOR.
           MOVE MUL-LEI-CODIGO TO WS-LEI-ATUAL
           MOVE ZERO TO WS-LEI-QTD
           MOVE ZERO TO WS-LEI-TOTAL
           MOVE 99999999 TO WS-LEI-MAIS-ANTIGA
           IF WS-LEITORES-EXISTE = 'S'
               MOVE WS-LEI-ATUAL TO LEI-CODIGO
               READ ARQ-LEITORES
                   INVALID KEY
                       MOVE 'LEITOR NAO CADASTRADO' TO LEI-NOME
                       MOVE SPACES TO LEI-CONTATO
                       MOVE SPACES TO LEI-CATEGORIA
               END-READ
           ELSE
               MOVE 'LEITOR NAO CADASTRADO' TO LEI-NOME
               MOVE SPACES TO LEI-CONTATO
               MOVE SPACES TO LEI-CATEGORIA
           END-IF
           EVALUATE LEI-CATEGORIA
               WHEN 'E'
                   MOVE 1 TO WS-CAT
               WHEN 'A'
                   MOVE 2 TO WS-CAT
               WHEN 'F'
                   MOVE 3 TO WS-CAT
               WHEN OTHER
                   MOVE 4 TO WS-CAT
           END-EVALUATE.

       ACUMULAR-MULTA.
           IF MUL-DATA-GERACAO > 16010101
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BASE) -
                   FUNCTION INTEGER-OF-DATE(MUL-DATA-GERACAO)
           ELSE
               MOVE 9999 TO WS-DIAS
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS <= 30
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS <= 90
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS <= 180
                   MOVE 3 TO WS-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-FAIXA
           END-EVALUATE
           ADD 1         TO TA-QTD (WS-CAT, WS-FAIXA)
           ADD MUL-VALOR TO TA-VALOR (WS-CAT, WS-FAIXA)
           ADD 1         TO WS-TOTAL-ABERTAS
           ADD MUL-VALOR TO WS-TOTAL-VALOR
           ADD 1         TO WS-LEI-QTD
           ADD MUL-VALOR TO WS-LEI-TOTAL
           IF MUL-DATA-GERACAO < WS-LEI-MAIS-ANTIGA
               MOVE MUL-DATA-GERACAO TO WS-LEI-MAIS-ANTIGA
           END-IF.

       FECHAR-LEITOR.
           IF WS-LEI-QTD > ZERO AND WS-LEI-TOTAL > WS-LIMITE-MULTAS
               ADD 1 TO WS-TOTAL-ACIMA
               ADD WS-LEI-TOTAL TO WS-VALOR-ACIMA
               MOVE WS-LEI-ATUAL       TO WL-CODIGO
               MOVE LEI-NOME           TO WL-NOME
               MOVE LEI-CATEGORIA      TO WL-CATEGORIA
               MOVE LEI-CONTATO        TO WL-CONTATO
               MOVE WS-LEI-QTD         TO WL-QTD
               MOVE WS-LEI-TOTAL       TO WL-VALOR
               MOVE WS-LEI-MAIS-ANTIGA TO WL-DESDE
               WRITE LINHA-RELATORIO FROM WS-LINHA-LEITOR
           END-IF
           MOVE ZERO TO WS-LEI-QTD.

       ESCREVER-ANTIGUIDADE.
           IF WS-TOTAL-ACIMA = ZERO
               MOVE '  NENHUM LEITOR ACIMA DO LIMITE.'
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CAB-ANTIGUIDADE-1
           WRITE LINHA-RELATORIO FROM WS-CAB-ANTIGUIDADE-2
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT > 4
               PERFORM ESCREVER-CATEGORIA
           END-PERFORM.

       ESCREVER-CATEGORIA.
           MOVE SPACES TO WS-LINHA-FAIXAS
           MOVE SPACES TO WS-LINHA-FAIXAS-QTD
           EVALUATE WS-IND-CAT
               WHEN 1
                   MOVE 'ESTUDANTE'   TO WF-CATEGORIA
               WHEN 2
                   MOVE 'ADULTO'      TO WF-CATEGORIA
               WHEN 3
                   MOVE 'FUNCIONARIO' TO WF-CATEGORIA
               WHEN OTHER
                   MOVE 'OUTROS'      TO WF-CATEGORIA
           END-EVALUATE
           MOVE 'VALOR' TO WF-TIPO
           MOVE 'QTD'   TO WF-TIPO-QTD
           MOVE ZERO TO WS-SOMA-QTD
           MOVE ZERO TO WS-SOMA-VALOR
           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA > 4
               MOVE TA-VALOR (WS-IND-CAT, WS-IND-FAIXA)
                   TO WF-VALOR (WS-IND-FAIXA)
               MOVE TA-QTD (WS-IND-CAT, WS-IND-FAIXA)
                   TO WF-QTD (WS-IND-FAIXA)
               ADD TA-VALOR (WS-IND-CAT, WS-IND-FAIXA)
                   TO WS-SOMA-VALOR
               ADD TA-QTD (WS-IND-CAT, WS-IND-FAIXA)
                   TO WS-SOMA-QTD
           END-PERFORM
           MOVE WS-SOMA-VALOR TO WF-VALOR (5)
           MOVE WS-SOMA-QTD   TO WF-QTD (5)
           WRITE LINHA-RELATORIO FROM WS-LINHA-FAIXAS
           WRITE LINHA-RELATORIO FROM WS-LINHA-FAIXAS-QTD.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'MULTAS ABERTAS NA DATA BASE:' TO WT-DESCRICAO
           MOVE WS-TOTAL-ABERTAS TO WT-QTD
           MOVE WS-TOTAL-VALOR   TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'LEITORES ACIMA DO LIMITE:' TO WT-DESCRICAO
           MOVE WS-TOTAL-ACIMA TO WT-QTD
           MOVE WS-VALOR-ACIMA TO WT-VALOR
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.

       FINALIZAR.
           CLOSE ARQ-MULTAS
           IF WS-LEITORES-EXISTE = 'S'
               CLOSE ARQ-LEITORES
           END-IF
           CLOSE ARQ-RELATORIO
           DISPLAY 'RELATORIO EM MULTAS-ANTIGUIDADE.LST'
           DISPLAY 'MULTAS ABERTAS: ' WS-TOTAL-ABERTAS.
