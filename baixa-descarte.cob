       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-DESCARTE.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: BAIXA DOS EXEMPLARES APROVADOS PARA DESCARTE
      *===  (DESCARTE-APROVADOS.DAT, GERADO A PARTIR DO RELATORIO-
      *===  DESCARTE). RESTRITO AO SUPERVISOR. REDUZ O ESTOQUE DA
      *===  FILIAL E O CATALOGO GERAL, RECUSA A LINHA QUANDO OS
      *===  EXEMPLARES ESTAO EMPRESTADOS, SEPARADOS PARA RESERVA OU
      *===  EM TRANSITO, GRAVA WITHDRAW NA TRILHA DE AUDITORIA E
      *===  EMITE O MANIFESTO DE DESCARTE PARA O PATRIMONIO
      *===  MUNICIPAL. REINICIO APOS ABORTO PELO CHECKPOINT.
      *===  AO TERMINAR ESVAZIA O DESCARTE-APROVADOS.DAT, PARA QUE
      *===  A MESMA LINHA NAO SEJA BAIXADA DUAS VEZES.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-APROVADOS ASSIGN TO 'DESCARTE-APROVADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APROVADO.

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

           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE-FILIAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WS-FS-ESTOQUE.

           SELECT ARQ-EMPRESTIMOS ASSIGN TO 'EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-LEI-CODIGO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-LIV-CODIGO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.

           SELECT ARQ-RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-NUMERO
               ALTERNATE RECORD KEY IS RES-LIV-CODIGO WITH DUPLICATES
               ALTERNATE RECORD KEY IS RES-LEI-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-RESERVA.

           SELECT ARQ-TRANSFERENCIAS ASSIGN TO 'TRANSFERENCIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-NUMERO
               ALTERNATE RECORD KEY IS TRF-LIV-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-TRANSF.

           SELECT ARQ-LOG ASSIGN TO 'LOG-TRANSACOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT ARQ-MANIFESTO ASSIGN TO 'DESCARTE-MANIFESTO.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MANIFESTO.

           SELECT ARQ-REJEITOS ASSIGN TO 'DESCARTE-REJEITOS.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITO.

           SELECT ARQ-OPERADORES ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT ARQ-CONTROLE ASSIGN TO 'CONTROLE-LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-APROVADOS.
           COPY REG-DESCARTE.

       FD ARQ-LIVROS.
           COPY REG-LIVRO.

       FD ARQ-ESTOQUE.
           COPY REG-ESTOQUE-FILIAL.

       FD ARQ-EMPRESTIMOS.
           COPY REG-EMPRESTIMO.

       FD ARQ-RESERVAS.
           COPY REG-RESERVA.

       FD ARQ-TRANSFERENCIAS.
           COPY REG-TRANSFERENCIA.

       FD ARQ-LOG.
           COPY REG-LOG.

       FD ARQ-MANIFESTO
           RECORDING MODE IS F.
       01 LINHA-MANIFESTO       PIC X(132).

       FD ARQ-REJEITOS
           RECORDING MODE IS F.
       01 LINHA-REJEITO         PIC X(120).

       FD ARQ-OPERADORES.
           COPY REG-OPERADOR.

       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-EOF-CONTROLE       PIC X.
       01 WS-JOB-NOME           PIC X(20) VALUE 'BAIXA-DESCARTE'.
       01 WS-JA-CONCLUIDO       PIC X.
       01 WS-MEU-EM-EXECUCAO    PIC X.
       01 WS-CONFLITO           PIC X.
       01 WS-CONFLITO-JOB       PIC X(20).
       01 WS-CONFLITO-DATA      PIC 9(8).
       01 WS-RESPOSTA           PIC X.
       01 WS-CHECKPOINT-INICIAL PIC 9(7).
       01 WS-FS-OPERADOR        PIC XX.
       01 WS-OPE-CODIGO         PIC 9(5) VALUE ZERO.
       01 WS-OPE-SENHA          PIC X(8).
       01 WS-OPE-NIVEL          PIC 9(1).
       01 WS-OPE-VALIDO         PIC X.
       01 WS-TENTATIVAS         PIC 9(1).
       01 WS-FS-APROVADO        PIC XX.
       01 WS-FS-LIVROS          PIC XX.
       01 WS-FS-ESTOQUE         PIC XX.
       01 WS-FS-EMPREST         PIC XX.
       01 WS-FS-RESERVA         PIC XX.
       01 WS-FS-TRANSF          PIC XX.
       01 WS-FS-LOG             PIC XX.
       01 WS-FS-MANIFESTO       PIC XX.
       01 WS-FS-REJEITO         PIC XX.
       01 WS-EOF                PIC X.
       01 WS-EOF-EMPREST        PIC X.
       01 WS-EOF-RESERVA        PIC X.
       01 WS-EOF-TRANSF         PIC X.
       01 WS-EMPREST-EXISTE     PIC X.
       01 WS-RESERVAS-EXISTE    PIC X.
       01 WS-TRANSF-EXISTE      PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-LIV-ATUAL          PIC 9(5).
       01 WS-FIL-ATUAL          PIC 9(2).
       01 WS-FIL-EMPREST        PIC 9(2).
       01 WS-FIL-RESERVA        PIC 9(2).
       01 WS-QTD-BAIXA          PIC 9(3).
       01 WS-QTD-EMPRESTADOS    PIC 9(5).
       01 WS-QTD-SEPARADOS      PIC 9(5).
       01 WS-QTD-NA-FILA        PIC 9(5).
       01 WS-QTD-TRANSITO       PIC 9(5).
       01 WS-REJEITADO          PIC X.
       01 WS-MOTIVO-REJEITO     PIC X(40).
       01 WS-VALOR-LINHA        PIC 9(7)V99.
       01 WS-TOTAL-LIDOS        PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-PULADOS      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-BAIXADAS     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REJEITADAS   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-EXEMPLARES   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-VALOR        PIC 9(9)V99 VALUE ZERO.

       01 WS-CAB-MANIFESTO-1.
           05 FILLER            PIC X(50) VALUE
               'MANIFESTO DE DESCARTE - ACERVO BIBLIOGRAFICO'.
           05 FILLER            PIC X(12) VALUE 'MANIFESTO: '.
           05 WM-NUMERO         PIC 9(8).
       01 WS-CAB-MANIFESTO-2.
           05 FILLER            PIC X(19) VALUE 'DATA DA BAIXA: '.
           05 WM-DATA           PIC 9(8).
           05 FILLER            PIC X(13) VALUE '   OPERADOR: '.
           05 WM-OPERADOR       PIC 9(5).
       01 WS-CAB-MANIFESTO-3.
           05 FILLER            PIC X(7) VALUE 'LIVRO'.
           05 FILLER            PIC X(32) VALUE 'TITULO'.
           05 FILLER            PIC X(22) VALUE 'AUTOR'.
           05 FILLER            PIC X(15) VALUE 'ISBN'.
           05 FILLER            PIC X(6) VALUE 'ANO'.
           05 FILLER            PIC X(4) VALUE 'FIL'.
           05 FILLER            PIC X(5) VALUE 'QTD'.
           05 FILLER            PIC X(12) VALUE 'VLR UNIT'.
           05 FILLER            PIC X(14) VALUE 'VLR TOTAL'.

       01 WS-LINHA-MANIFESTO.
           05 WM-LIVRO          PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-TITULO         PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-AUTOR          PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-ISBN           PIC X(13).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-ANO            PIC 9(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-FILIAL         PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-QTD            PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-VALOR-UNIT     PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WM-VALOR-TOTAL    PIC Z,ZZZ,ZZ9.99.
      *===  LINHA DO MANIFESTO RELIDA NO REINICIO (MESMO LAYOUT)
       01 WS-LINHA-MAN-LIDA.
           05 FILLER            PIC X(86).
           05 WL-QTD            PIC ZZ9.
           05 FILLER            PIC X(13).
           05 WL-VALOR-TOTAL    PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(18).
       01 WS-LINHA-EDITORA-MAN.
           05 FILLER            PIC X(7) VALUE SPACES.
           05 FILLER            PIC X(9) VALUE 'EDITORA: '.
           05 WM-EDITORA        PIC X(30).

       01 WS-LINHA-TOTAL-MAN.
           05 WT-DESCRICAO      PIC X(40).
           05 WT-QTD            PIC ZZZZZZ9.
       01 WS-LINHA-VALOR-MAN.
           05 FILLER            PIC X(40) VALUE
               'VALOR TOTAL DOS BENS BAIXADOS:'.
           05 WT-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LINHA-ASSINATURA   PIC X(80).

       01 WS-CAB-REJEITOS.
           05 FILLER            PIC X(50) VALUE
               'LINHAS DE DESCARTE RECUSADAS'.
           05 FILLER            PIC X(19) VALUE 'DATA DO MOVIMENTO: '.
           05 WR-CAB-DATA       PIC 9(8).
       01 WS-LINHA-REJEITO.
           05 FILLER            PIC X(7) VALUE 'LINHA: '.
           05 WR-LINHA          PIC ZZZZZZ9.
           05 FILLER            PIC X(8) VALUE ' LIVRO: '.
           05 WR-LIVRO          PIC ZZZZ9.
           05 FILLER            PIC X(9) VALUE ' FILIAL: '.
           05 WR-FILIAL         PIC 99.
           05 FILLER            PIC X(6) VALUE ' QTD: '.
           05 WR-QTD            PIC ZZ9.
           05 FILLER            PIC X(3) VALUE ' - '.
           05 WR-MOTIVO         PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM PROCESSAR-APROVADOS
           PERFORM ESCREVER-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM VALIDAR-OPERADOR
           IF WS-OPE-NIVEL < 2
               DISPLAY 'BAIXA DE DESCARTE RESTRITA AO SUPERVISOR.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-APROVADOS
           IF WS-FS-APROVADO NOT = '00'
               DISPLAY 'DESCARTE-APROVADOS.DAT NAO ENCONTRADO!'
               DISPLAY 'GRAVE AS LINHAS APROVADAS DO RELATORIO DE '
                   'CANDIDATOS A DESCARTE.'
               STOP RUN
           END-IF
           PERFORM REGISTRAR-INICIO-LOTE
           OPEN I-O ARQ-LIVROS
           IF WS-FS-LIVROS NOT = '00'
               DISPLAY 'LIVROS.DAT NAO ENCONTRADO OU INACESSIVEL!'
               STOP RUN
           END-IF
           OPEN I-O ARQ-ESTOQUE
           IF WS-FS-ESTOQUE NOT = '00'
               DISPLAY 'ESTOQUE-FILIAIS.DAT NAO ENCONTRADO!'
               DISPLAY 'EXECUTE A RECARGA PARA GERAR O ESTOQUE '
                   'POR FILIAL.'
               STOP RUN
           END-IF
           OPEN INPUT ARQ-EMPRESTIMOS
           IF WS-FS-EMPREST = '00'
               MOVE 'S' TO WS-EMPREST-EXISTE
           ELSE
               MOVE 'N' TO WS-EMPREST-EXISTE
           END-IF
           OPEN INPUT ARQ-RESERVAS
           IF WS-FS-RESERVA = '00'
               MOVE 'S' TO WS-RESERVAS-EXISTE
           ELSE
               MOVE 'N' TO WS-RESERVAS-EXISTE
           END-IF
           OPEN INPUT ARQ-TRANSFERENCIAS
           IF WS-FS-TRANSF = '00'
               MOVE 'S' TO WS-TRANSF-EXISTE
           ELSE
               MOVE 'N' TO WS-TRANSF-EXISTE
           END-IF
           OPEN EXTEND ARQ-LOG
           IF WS-FS-LOG = '35'
               OPEN OUTPUT ARQ-LOG
               CLOSE ARQ-LOG
               OPEN EXTEND ARQ-LOG
           ELSE
               IF WS-FS-LOG NOT = '00'
                   DISPLAY 'ERRO AO ABRIR LOG-TRANSACOES.DAT'
                       ' - STATUS: ' WS-FS-LOG
                   STOP RUN
               END-IF
           END-IF
           IF WS-CHECKPOINT-INICIAL > ZERO
               PERFORM RECOMPOR-TOTAIS
               OPEN EXTEND ARQ-MANIFESTO
               OPEN EXTEND ARQ-REJEITOS
           ELSE
               OPEN OUTPUT ARQ-MANIFESTO
               OPEN OUTPUT ARQ-REJEITOS
               MOVE WS-DATA-HOJE  TO WM-NUMERO
               MOVE WS-DATA-HOJE  TO WM-DATA
               MOVE WS-OPE-CODIGO TO WM-OPERADOR
               WRITE LINHA-MANIFESTO FROM WS-CAB-MANIFESTO-1
               WRITE LINHA-MANIFESTO FROM WS-CAB-MANIFESTO-2
               MOVE SPACES TO LINHA-MANIFESTO
               WRITE LINHA-MANIFESTO
               WRITE LINHA-MANIFESTO FROM WS-CAB-MANIFESTO-3
               MOVE WS-DATA-HOJE TO WR-CAB-DATA
               WRITE LINHA-REJEITO FROM WS-CAB-REJEITOS
               MOVE SPACES TO LINHA-REJEITO
               WRITE LINHA-REJEITO
           END-IF.

      *===  NO REINICIO O MANIFESTO E A LISTA DE RECUSADAS CONTINUAM
      *===  DE ONDE PARARAM; OS TOTAIS SAO REFEITOS A PARTIR DAS
      *===  LINHAS JA GRAVADAS PARA FECHAREM COM O DOCUMENTO.
       RECOMPOR-TOTAIS.
           OPEN INPUT ARQ-MANIFESTO
           IF WS-FS-MANIFESTO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-MANIFESTO INTO WS-LINHA-MAN-LIDA
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LINHA-MANIFESTO(5:1) IS NUMERIC
                               ADD 1 TO WS-TOTAL-BAIXADAS
                               MOVE WL-QTD TO WS-QTD-BAIXA
                               ADD WS-QTD-BAIXA TO WS-TOTAL-EXEMPLARES
                               MOVE WL-VALOR-TOTAL TO WS-VALOR-LINHA
                               ADD WS-VALOR-LINHA TO WS-TOTAL-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MANIFESTO
           END-IF
           OPEN INPUT ARQ-REJEITOS
           IF WS-FS-REJEITO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-REJEITOS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LINHA-REJEITO(1:7) = 'LINHA: '
                               ADD 1 TO WS-TOTAL-REJEITADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REJEITOS
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

       VALIDAR-OPERADOR.
           OPEN INPUT ARQ-OPERADORES
           IF WS-FS-OPERADOR NOT = '00'
               DISPLAY 'OPERADORES.DAT AUSENTE OU INACESSIVEL!'
               DISPLAY 'EXECUTE O CADASTRO DE OPERADORES.'
               STOP RUN
           END-IF
           MOVE ZERO TO WS-TENTATIVAS
           MOVE 'N' TO WS-OPE-VALIDO
           PERFORM VALIDAR-OPERADOR-TENTAR
               UNTIL WS-OPE-VALIDO = 'S' OR WS-TENTATIVAS >= 3
           CLOSE ARQ-OPERADORES
           IF WS-OPE-VALIDO NOT = 'S'
               DISPLAY 'ACESSO NEGADO!'
               STOP RUN
           END-IF.

       VALIDAR-OPERADOR-TENTAR.
           ADD 1 TO WS-TENTATIVAS
           DISPLAY 'CODIGO DO OPERADOR: '
           ACCEPT WS-OPE-CODIGO
           DISPLAY 'SENHA: '
           ACCEPT WS-OPE-SENHA
           MOVE WS-OPE-CODIGO TO OPE-CODIGO
           READ ARQ-OPERADORES
               INVALID KEY
                   DISPLAY 'OPERADOR OU SENHA INVALIDOS!'
               NOT INVALID KEY
                   IF OPE-SENHA = WS-OPE-SENHA AND OPE-STATUS = 'A'
                       MOVE 'S' TO WS-OPE-VALIDO
                       MOVE OPE-NIVEL TO WS-OPE-NIVEL
                       DISPLAY 'BEM-VINDO, ' OPE-NOME
                   ELSE
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS!'
                   END-IF
           END-READ.

       PROCESSAR-APROVADOS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-APROVADOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF WS-TOTAL-LIDOS <= WS-CHECKPOINT-INICIAL
                           ADD 1 TO WS-TOTAL-PULADOS
                       ELSE
                           PERFORM VALIDAR-E-BAIXAR
                           PERFORM ATUALIZAR-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.

       VALIDAR-E-BAIXAR.
           MOVE 'N' TO WS-REJEITADO
           MOVE SPACES TO WS-MOTIVO-REJEITO
           MOVE DSC-LIV-CODIGO TO WS-LIV-ATUAL
           MOVE DSC-QTD        TO WS-QTD-BAIXA
           IF DSC-FIL-CODIGO > ZERO
               MOVE DSC-FIL-CODIGO TO WS-FIL-ATUAL
           ELSE
               MOVE 1 TO WS-FIL-ATUAL
           END-IF
           IF WS-QTD-BAIXA = ZERO
               MOVE 'Y' TO WS-REJEITADO
               MOVE 'QUANTIDADE ZERADA' TO WS-MOTIVO-REJEITO
           END-IF
           IF WS-REJEITADO = 'N'
               MOVE WS-LIV-ATUAL TO LIV-CODIGO
               READ ARQ-LIVROS
                   INVALID KEY
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'TITULO NAO CADASTRADO'
                           TO WS-MOTIVO-REJEITO
               END-READ
           END-IF
           IF WS-REJEITADO = 'N'
               MOVE WS-LIV-ATUAL TO EST-LIV-CODIGO
               MOVE WS-FIL-ATUAL TO EST-FIL-CODIGO
               READ ARQ-ESTOQUE
                   INVALID KEY
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'TITULO SEM ESTOQUE NA FILIAL'
                           TO WS-MOTIVO-REJEITO
               END-READ
           END-IF
           IF WS-REJEITADO = 'N'
               PERFORM VERIFICAR-EXEMPLARES
           END-IF
           IF WS-REJEITADO = 'N'
               PERFORM BAIXAR-EXEMPLARES
           ELSE
               PERFORM ESCREVER-REJEITO
           END-IF.

      *===  SO SAEM DO ACERVO EXEMPLARES QUE ESTAO NA ESTANTE: O
      *===  DISPONIVEL DA FILIAL JA EXCLUI EMPRESTADOS E SEPARADOS;
      *===  TRANSFERENCIA PENDENTE NA FILIAL TRAVA A LINHA INTEIRA.
       VERIFICAR-EXEMPLARES.
           PERFORM CONTAR-EMPRESTADOS-FILIAL
           PERFORM CONTAR-RESERVAS-TITULO
           PERFORM CONTAR-TRANSITO-FILIAL
           IF WS-QTD-TRANSITO > ZERO
               MOVE 'Y' TO WS-REJEITADO
               MOVE 'EXEMPLARES EM TRANSITO NA FILIAL'
                   TO WS-MOTIVO-REJEITO
           END-IF
           IF WS-REJEITADO = 'N' AND
                   WS-QTD-BAIXA > EST-QTD-DISPONIVEL
               MOVE 'Y' TO WS-REJEITADO
               IF WS-QTD-EMPRESTADOS > ZERO
                   MOVE 'EXEMPLARES EMPRESTADOS'
                       TO WS-MOTIVO-REJEITO
               ELSE
                   IF WS-QTD-SEPARADOS > ZERO
                       MOVE 'EXEMPLARES SEPARADOS PARA RESERVA'
                           TO WS-MOTIVO-REJEITO
                   ELSE
                       MOVE 'QUANTIDADE ACIMA DO DISPONIVEL'
                           TO WS-MOTIVO-REJEITO
                   END-IF
               END-IF
           END-IF
           IF WS-REJEITADO = 'N' AND WS-QTD-NA-FILA > ZERO AND
                   WS-QTD-BAIXA >= LIV-QTD-TOTAL
               MOVE 'Y' TO WS-REJEITADO
               MOVE 'ULTIMOS EXEMPLARES COM RESERVA NA FILA'
                   TO WS-MOTIVO-REJEITO
           END-IF.

       CONTAR-EMPRESTADOS-FILIAL.
           MOVE ZERO TO WS-QTD-EMPRESTADOS
           IF WS-EMPREST-EXISTE = 'S'
               MOVE 'N' TO WS-EOF-EMPREST
               MOVE WS-LIV-ATUAL TO EMP-LIV-CODIGO
               START ARQ-EMPRESTIMOS KEY IS = EMP-LIV-CODIGO
                   INVALID KEY MOVE 'Y' TO WS-EOF-EMPREST
               END-START
               PERFORM UNTIL WS-EOF-EMPREST = 'Y'
                   READ ARQ-EMPRESTIMOS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-EMPREST
                       NOT AT END
                           IF EMP-LIV-CODIGO NOT = WS-LIV-ATUAL
                               MOVE 'Y' TO WS-EOF-EMPREST
                           ELSE
                               IF EMP-FIL-CODIGO > ZERO
                                   MOVE EMP-FIL-CODIGO
                                       TO WS-FIL-EMPREST
                               ELSE
                                   MOVE 1 TO WS-FIL-EMPREST
                               END-IF
                               IF EMP-STATUS = 'A' AND
                                       WS-FIL-EMPREST = WS-FIL-ATUAL
                                   ADD 1 TO WS-QTD-EMPRESTADOS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CONTAR-RESERVAS-TITULO.
           MOVE ZERO TO WS-QTD-SEPARADOS
           MOVE ZERO TO WS-QTD-NA-FILA
           IF WS-RESERVAS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF-RESERVA
               MOVE WS-LIV-ATUAL TO RES-LIV-CODIGO
               START ARQ-RESERVAS KEY IS = RES-LIV-CODIGO
                   INVALID KEY MOVE 'Y' TO WS-EOF-RESERVA
               END-START
               PERFORM UNTIL WS-EOF-RESERVA = 'Y'
                   READ ARQ-RESERVAS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-RESERVA
                       NOT AT END
                           IF RES-LIV-CODIGO NOT = WS-LIV-ATUAL
                               MOVE 'Y' TO WS-EOF-RESERVA
                           ELSE
                               IF RES-FIL-CODIGO > ZERO
                                   MOVE RES-FIL-CODIGO
                                       TO WS-FIL-RESERVA
                               ELSE
                                   MOVE 1 TO WS-FIL-RESERVA
                               END-IF
                               IF RES-STATUS = 'S' AND
                                       WS-FIL-RESERVA = WS-FIL-ATUAL
                                   ADD 1 TO WS-QTD-SEPARADOS
                               END-IF
                               IF RES-STATUS = 'P'
                                   ADD 1 TO WS-QTD-NA-FILA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CONTAR-TRANSITO-FILIAL.
           MOVE ZERO TO WS-QTD-TRANSITO
           IF WS-TRANSF-EXISTE = 'S'
               MOVE 'N' TO WS-EOF-TRANSF
               MOVE WS-LIV-ATUAL TO TRF-LIV-CODIGO
               START ARQ-TRANSFERENCIAS KEY IS = TRF-LIV-CODIGO
                   INVALID KEY MOVE 'Y' TO WS-EOF-TRANSF
               END-START
               PERFORM UNTIL WS-EOF-TRANSF = 'Y'
                   READ ARQ-TRANSFERENCIAS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-TRANSF
                       NOT AT END
                           IF TRF-LIV-CODIGO NOT = WS-LIV-ATUAL
                               MOVE 'Y' TO WS-EOF-TRANSF
                           ELSE
                               IF TRF-STATUS = 'T' AND
                                       (TRF-FIL-ORIGEM = WS-FIL-ATUAL
                                       OR TRF-FIL-DESTINO =
                                       WS-FIL-ATUAL)
                                   ADD TRF-QTD TO WS-QTD-TRANSITO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       BAIXAR-EXEMPLARES.
           SUBTRACT WS-QTD-BAIXA FROM EST-QTD-TOTAL
           SUBTRACT WS-QTD-BAIXA FROM EST-QTD-DISPONIVEL
           REWRITE REG-ESTOQUE-FILIAL
           MOVE LIV-QTD-TOTAL      TO LOG-QTD-TOTAL-ANTES
           MOVE LIV-QTD-DISPONIVEL TO LOG-QTD-DISP-ANTES
           IF LIV-QTD-TOTAL >= WS-QTD-BAIXA
               SUBTRACT WS-QTD-BAIXA FROM LIV-QTD-TOTAL
           ELSE
               MOVE ZERO TO LIV-QTD-TOTAL
           END-IF
           IF LIV-QTD-DISPONIVEL >= WS-QTD-BAIXA
               SUBTRACT WS-QTD-BAIXA FROM LIV-QTD-DISPONIVEL
           ELSE
               MOVE ZERO TO LIV-QTD-DISPONIVEL
           END-IF
           REWRITE REG-LIVRO
           PERFORM GRAVAR-LOG-DESCARTE
           PERFORM ESCREVER-MANIFESTO
           ADD 1 TO WS-TOTAL-BAIXADAS
           ADD WS-QTD-BAIXA TO WS-TOTAL-EXEMPLARES.

       GRAVAR-LOG-DESCARTE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-DATA-HORA
           MOVE 'WITHDRAW'      TO LOG-OPERACAO
           MOVE LIV-CODIGO      TO LOG-CODIGO
           MOVE LIV-TITULO      TO LOG-TITULO-ANTES
           MOVE LIV-TITULO      TO LOG-TITULO-DEPOIS
           MOVE LIV-AUTOR       TO LOG-AUTOR-ANTES
           MOVE LIV-AUTOR       TO LOG-AUTOR-DEPOIS
           MOVE LIV-ANO         TO LOG-ANO-ANTES
           MOVE LIV-ANO         TO LOG-ANO-DEPOIS
           MOVE LIV-EDITORA     TO LOG-EDITORA-ANTES
           MOVE LIV-EDITORA     TO LOG-EDITORA-DEPOIS
           MOVE LIV-ISBN        TO LOG-ISBN-ANTES
           MOVE LIV-ISBN        TO LOG-ISBN-DEPOIS
           MOVE LIV-QTD-TOTAL      TO LOG-QTD-TOTAL-DEPOIS
           MOVE LIV-QTD-DISPONIVEL TO LOG-QTD-DISP-DEPOIS
           MOVE WS-OPE-CODIGO   TO LOG-OPERADOR
           WRITE REG-LOG.

       ESCREVER-MANIFESTO.
           COMPUTE WS-VALOR-LINHA = LIV-VALOR-REPOSICAO * WS-QTD-BAIXA
           ADD WS-VALOR-LINHA TO WS-TOTAL-VALOR
           MOVE LIV-CODIGO          TO WM-LIVRO
           MOVE LIV-TITULO          TO WM-TITULO
           MOVE LIV-AUTOR           TO WM-AUTOR
           MOVE LIV-ISBN            TO WM-ISBN
           MOVE LIV-ANO             TO WM-ANO
           MOVE WS-FIL-ATUAL        TO WM-FILIAL
           MOVE WS-QTD-BAIXA        TO WM-QTD
           MOVE LIV-VALOR-REPOSICAO TO WM-VALOR-UNIT
           MOVE WS-VALOR-LINHA      TO WM-VALOR-TOTAL
           WRITE LINHA-MANIFESTO FROM WS-LINHA-MANIFESTO
           MOVE LIV-EDITORA         TO WM-EDITORA
           WRITE LINHA-MANIFESTO FROM WS-LINHA-EDITORA-MAN.

       ESCREVER-REJEITO.
           ADD 1 TO WS-TOTAL-REJEITADAS
           MOVE WS-TOTAL-LIDOS    TO WR-LINHA
           MOVE WS-LIV-ATUAL      TO WR-LIVRO
           MOVE WS-FIL-ATUAL      TO WR-FILIAL
           MOVE WS-QTD-BAIXA      TO WR-QTD
           MOVE WS-MOTIVO-REJEITO TO WR-MOTIVO
           WRITE LINHA-REJEITO FROM WS-LINHA-REJEITO.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO
           MOVE 'LINHAS LIDAS:' TO WT-DESCRICAO
           MOVE WS-TOTAL-LIDOS TO WT-QTD
           WRITE LINHA-MANIFESTO FROM WS-LINHA-TOTAL-MAN
           IF WS-TOTAL-PULADOS > ZERO
               MOVE 'LINHAS PULADAS (REINICIO):' TO WT-DESCRICAO
               MOVE WS-TOTAL-PULADOS TO WT-QTD
               WRITE LINHA-MANIFESTO FROM WS-LINHA-TOTAL-MAN
           END-IF
           MOVE 'LINHAS BAIXADAS:' TO WT-DESCRICAO
           MOVE WS-TOTAL-BAIXADAS TO WT-QTD
           WRITE LINHA-MANIFESTO FROM WS-LINHA-TOTAL-MAN
           MOVE 'LINHAS RECUSADAS:' TO WT-DESCRICAO
           MOVE WS-TOTAL-REJEITADAS TO WT-QTD
           WRITE LINHA-MANIFESTO FROM WS-LINHA-TOTAL-MAN
           MOVE 'EXEMPLARES BAIXADOS:' TO WT-DESCRICAO
           MOVE WS-TOTAL-EXEMPLARES TO WT-QTD
           WRITE LINHA-MANIFESTO FROM WS-LINHA-TOTAL-MAN
           MOVE WS-TOTAL-VALOR TO WT-VALOR
           WRITE LINHA-MANIFESTO FROM WS-LINHA-VALOR-MAN
           MOVE SPACES TO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO
           MOVE 'RESPONSAVEL PELA BIBLIOTECA: ____________________'
               TO WS-LINHA-ASSINATURA
           WRITE LINHA-MANIFESTO FROM WS-LINHA-ASSINATURA
           MOVE SPACES TO LINHA-MANIFESTO
           WRITE LINHA-MANIFESTO
           MOVE 'SETOR DE PATRIMONIO MUNICIPAL: __________________'
               TO WS-LINHA-ASSINATURA
           WRITE LINHA-MANIFESTO FROM WS-LINHA-ASSINATURA.

       FINALIZAR.
           CLOSE ARQ-APROVADOS
           OPEN OUTPUT ARQ-APROVADOS
           CLOSE ARQ-APROVADOS
           CLOSE ARQ-LIVROS
           CLOSE ARQ-ESTOQUE
           IF WS-EMPREST-EXISTE = 'S'
               CLOSE ARQ-EMPRESTIMOS
           END-IF
           IF WS-RESERVAS-EXISTE = 'S'
               CLOSE ARQ-RESERVAS
           END-IF
           IF WS-TRANSF-EXISTE = 'S'
               CLOSE ARQ-TRANSFERENCIAS
           END-IF
           CLOSE ARQ-LOG
           CLOSE ARQ-MANIFESTO
           CLOSE ARQ-REJEITOS
           PERFORM REGISTRAR-FIM-LOTE
           DISPLAY 'BAIXA DE DESCARTE CONCLUIDA. VER '
               'DESCARTE-MANIFESTO.LST'
           DISPLAY 'LINHAS BAIXADAS: ' WS-TOTAL-BAIXADAS
           DISPLAY 'LINHAS RECUSADAS: ' WS-TOTAL-REJEITADAS.
