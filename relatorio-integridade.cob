       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-INTEGRIDADE.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: VERIFICACAO SEMANAL DA INTEGRIDADE ENTRE OS
      *===  ARQUIVOS (SOMENTE LEITURA) - EMPRESTIMOS, LEITORES,
      *===  LIVROS, MULTAS, PAGAMENTOS-CAIXA, SESSOES-CAIXA,
      *===  RESERVAS, TRANSFERENCIAS E ESTOQUE-FILIAIS. LISTA AS
      *===  REFERENCIAS QUEBRADAS AGRUPADAS POR TIPO DE ERRO, COM
      *===  AS CHAVES DE CADA OCORRENCIA E A QUANTIDADE POR TIPO.
      *===  NENHUM ARQUIVO E ALTERADO.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-LEITORES ASSIGN TO 'LEITORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEI-CODIGO
               FILE STATUS IS WS-FS-LEITOR.

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

           SELECT ARQ-MULTAS ASSIGN TO 'MULTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUL-NUMERO
               ALTERNATE RECORD KEY IS MUL-LEI-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-MULTA.

           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS-CAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-RECIBO
               ALTERNATE RECORD KEY IS PAG-SES-NUMERO WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGTO.

           SELECT ARQ-SESSOES ASSIGN TO 'SESSOES-CAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS WS-FS-SESSAO.

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

           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE-FILIAIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WS-FS-ESTOQUE.

           SELECT ARQ-RELATORIO ASSIGN TO 'INTEGRIDADE-EXCECOES.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESTIMOS.
           COPY REG-EMPRESTIMO.

       FD ARQ-HISTORICO.
           COPY REG-EMP-HISTORICO.

       FD ARQ-LEITORES.
           COPY REG-LEITOR.

       FD ARQ-LIVROS.
           COPY REG-LIVRO.

       FD ARQ-MULTAS.
           COPY REG-MULTA.

       FD ARQ-PAGAMENTOS.
           COPY REG-PAGAMENTO.

       FD ARQ-SESSOES.
           COPY REG-SESSAO.

       FD ARQ-RESERVAS.
           COPY REG-RESERVA.

       FD ARQ-TRANSFERENCIAS.
           COPY REG-TRANSFERENCIA.

       FD ARQ-ESTOQUE.
           COPY REG-ESTOQUE-FILIAL.

       FD ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPREST         PIC XX.
       01 WS-FS-HIST            PIC XX.
       01 WS-FS-LEITOR          PIC XX.
       01 WS-FS-LIVROS          PIC XX.
       01 WS-FS-MULTA           PIC XX.
       01 WS-FS-PAGTO           PIC XX.
       01 WS-FS-SESSAO          PIC XX.
       01 WS-FS-RESERVA         PIC XX.
       01 WS-FS-TRANSF          PIC XX.
       01 WS-FS-ESTOQUE         PIC XX.
       01 WS-FS-RELAT           PIC XX.
       01 WS-EOF                PIC X.
       01 WS-EOF-HIST           PIC X.
       01 WS-EMPREST-EXISTE     PIC X.
       01 WS-LEITORES-EXISTE    PIC X.
       01 WS-LIVROS-EXISTE      PIC X.
       01 WS-MULTAS-EXISTE      PIC X.
       01 WS-PAGTOS-EXISTE      PIC X.
       01 WS-SESSOES-EXISTE     PIC X.
       01 WS-RESERVAS-EXISTE    PIC X.
       01 WS-TRANSF-EXISTE      PIC X.
       01 WS-ESTOQUE-EXISTE     PIC X.
       01 WS-ACHOU              PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-DIAS               PIC S9(7).
       01 WS-DIAS-ABERTA        PIC 9(4).
       01 WS-COD-LEITOR         PIC 9(5).
       01 WS-COD-LIVRO          PIC 9(5).
       01 WS-COD-EMPRESTIMO     PIC 9(6).
       01 WS-COD-MULTA          PIC 9(6).
       01 WS-COD-SESSAO         PIC 9(6).
       01 WS-COD-FILIAL         PIC 9(2).
       01 WS-TOTAL-OCORRENCIAS  PIC 9(7) VALUE ZERO.

      *===  TIPOS DE ERRO: DESCRICAO E QUANTIDADE DE OCORRENCIAS
       01 WS-MAX-TIPOS          PIC 9(2) VALUE 16.
       01 WS-TIPO-ATUAL         PIC 9(2).
       01 WS-IND-TIPO           PIC 9(2).
       01 WS-TAB-TIPOS.
           05 WS-ITEM-TIPO OCCURS 16 TIMES.
               10 TT-DESCRICAO  PIC X(50).
               10 TT-QTD        PIC 9(7).

      *===  MULTAS SEM EMPRESTIMO NO ARQUIVO ATIVO, A CONFERIR NO
      *===  HISTORICO (O ARQUIVAMENTO ANUAL TIRA OS DEVOLVIDOS).
       01 WS-MAX-PENDENTES      PIC 9(4) VALUE 500.
       01 WS-QTD-PENDENTES      PIC 9(4) VALUE ZERO.
       01 WS-PENDENTES-ESTOURO  PIC X VALUE 'N'.
       01 WS-IND-PEND           PIC 9(4).
       01 WS-TAB-PENDENTES.
           05 WS-ITEM-PENDENTE OCCURS 500 TIMES.
               10 TP-MUL-NUMERO PIC 9(6).
               10 TP-EMP-NUMERO PIC 9(6).
               10 TP-LEI-CODIGO PIC 9(5).
               10 TP-STATUS     PIC X(1).
               10 TP-NO-HISTORICO PIC X.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(50) VALUE
               'VERIFICACAO DE INTEGRIDADE ENTRE ARQUIVOS'.
           05 FILLER            PIC X(10) VALUE 'DATA: '.
           05 WS-CAB-DATA       PIC 9(8).
       01 WS-CAB-TIPO.
           05 FILLER            PIC X(5) VALUE 'TIPO '.
           05 WC-TIPO           PIC 99.
           05 FILLER            PIC X(3) VALUE ' - '.
           05 WC-DESCRICAO      PIC X(50).

      *===  LINHA DE OCORRENCIA: ATE TRES CHAVES COM O SEU ROTULO
      *===  E UMA OBSERVACAO.
       01 WS-LINHA-DETALHE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WD-ROTULO-1       PIC X(11).
           05 WD-CHAVE-1        PIC ZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-ROTULO-2       PIC X(11).
           05 WD-CHAVE-2        PIC ZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-ROTULO-3       PIC X(11).
           05 WD-CHAVE-3        PIC ZZZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-OBS            PIC X(40).

       01 WS-LINHA-QTD-TIPO.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE 'OCORRENCIAS NO TIPO:'.
           05 WQ-QTD            PIC ZZZZZZ9.

       01 WS-CAB-RESUMO.
           05 FILLER            PIC X(50) VALUE
               'RESUMO POR TIPO DE ERRO'.
       01 WS-LINHA-RESUMO.
           05 WR-TIPO           PIC 99.
           05 FILLER            PIC X(3) VALUE ' - '.
           05 WR-DESCRICAO      PIC X(50).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WR-QTD            PIC ZZZZZZ9.
       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO      PIC X(55).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WT-QTD            PIC ZZZZZZ9.
       01 WS-LINHA-AVISO        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM VERIFICAR-EMP-LEITOR
           PERFORM VERIFICAR-EMP-LIVRO
           PERFORM VERIFICAR-MULTA-EMPRESTIMO
           PERFORM VERIFICAR-MULTA-LEITOR
           PERFORM VERIFICAR-PAGTO-MULTA
           PERFORM VERIFICAR-PAGTO-ABERTA
           PERFORM VERIFICAR-PAGTO-SESSAO
           PERFORM VERIFICAR-SESSAO-ABERTA
           PERFORM VERIFICAR-RESERVA-LEITOR
           PERFORM VERIFICAR-RESERVA-LIVRO
           PERFORM VERIFICAR-RESERVA-ESTOQUE
           PERFORM VERIFICAR-TRANSF-LIVRO
           PERFORM VERIFICAR-TRANSF-ESTOQUE
           PERFORM VERIFICAR-ESTOQUE-LIVRO
           PERFORM VERIFICAR-LIVRO-ESTOQUE
           PERFORM VERIFICAR-EMP-ESTOQUE
           PERFORM ESCREVER-RESUMO
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           INITIALIZE WS-TAB-TIPOS
           MOVE 'EMPRESTIMO DE LEITOR INEXISTENTE' TO TT-DESCRICAO(1)
           MOVE 'EMPRESTIMO DE LIVRO INEXISTENTE' TO TT-DESCRICAO(2)
           MOVE 'MULTA DE EMPRESTIMO INEXISTENTE' TO TT-DESCRICAO(3)
           MOVE 'MULTA DE LEITOR INEXISTENTE' TO TT-DESCRICAO(4)
           MOVE 'PAGAMENTO DE MULTA INEXISTENTE' TO TT-DESCRICAO(5)
           MOVE 'PAGAMENTO DE MULTA AINDA ABERTA' TO TT-DESCRICAO(6)
           MOVE 'PAGAMENTO DE SESSAO INEXISTENTE' TO TT-DESCRICAO(7)
           MOVE 'SESSAO DE CAIXA ABERTA HA DIAS' TO TT-DESCRICAO(8)
           MOVE 'RESERVA DE LEITOR INEXISTENTE' TO TT-DESCRICAO(9)
           MOVE 'RESERVA DE LIVRO INEXISTENTE' TO TT-DESCRICAO(10)
           MOVE 'RESERVA SEPARADA SEM ESTOQUE NA FILIAL'
               TO TT-DESCRICAO(11)
           MOVE 'TRANSFERENCIA DE LIVRO INEXISTENTE'
               TO TT-DESCRICAO(12)
           MOVE 'TRANSFERENCIA SEM ESTOQUE NA FILIAL DE ORIGEM'
               TO TT-DESCRICAO(13)
           MOVE 'ESTOQUE DE FILIAL DE LIVRO INEXISTENTE'
               TO TT-DESCRICAO(14)
           MOVE 'LIVRO SEM ESTOQUE NAS FILIAIS' TO TT-DESCRICAO(15)
           MOVE 'EMPRESTIMO ATIVO SEM ESTOQUE NA FILIAL'
               TO TT-DESCRICAO(16)
           PERFORM ABRIR-ARQUIVOS
           OPEN OUTPUT ARQ-RELATORIO
           MOVE WS-DATA-HOJE TO WS-CAB-DATA
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.

      *===  ARQUIVO AUSENTE NAO INTERROMPE A VERIFICACAO: COMO
      *===  ORIGEM NAO TEM O QUE CONFERIR; COMO REFERENCIA, TODA
      *===  CHAVE APONTADA PARA ELE E INEXISTENTE.
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-EMPRESTIMOS
           IF WS-FS-EMPREST = '00'
               MOVE 'S' TO WS-EMPREST-EXISTE
           ELSE
               MOVE 'N' TO WS-EMPREST-EXISTE
               DISPLAY 'EMPRESTIMOS.DAT AUSENTE - STATUS: '
                   WS-FS-EMPREST
           END-IF
           OPEN INPUT ARQ-LEITORES
           IF WS-FS-LEITOR = '00'
               MOVE 'S' TO WS-LEITORES-EXISTE
           ELSE
               MOVE 'N' TO WS-LEITORES-EXISTE
               DISPLAY 'LEITORES.DAT AUSENTE - STATUS: '
                   WS-FS-LEITOR
           END-IF
           OPEN INPUT ARQ-LIVROS
           IF WS-FS-LIVROS = '00'
               MOVE 'S' TO WS-LIVROS-EXISTE
           ELSE
               MOVE 'N' TO WS-LIVROS-EXISTE
               DISPLAY 'LIVROS.DAT AUSENTE - STATUS: ' WS-FS-LIVROS
           END-IF
           OPEN INPUT ARQ-MULTAS
           IF WS-FS-MULTA = '00'
               MOVE 'S' TO WS-MULTAS-EXISTE
           ELSE
               MOVE 'N' TO WS-MULTAS-EXISTE
               DISPLAY 'MULTAS.DAT AUSENTE - STATUS: ' WS-FS-MULTA
           END-IF
           OPEN INPUT ARQ-PAGAMENTOS
           IF WS-FS-PAGTO = '00'
               MOVE 'S' TO WS-PAGTOS-EXISTE
           ELSE
               MOVE 'N' TO WS-PAGTOS-EXISTE
               DISPLAY 'PAGAMENTOS-CAIXA.DAT AUSENTE - STATUS: '
                   WS-FS-PAGTO
           END-IF
           OPEN INPUT ARQ-SESSOES
           IF WS-FS-SESSAO = '00'
               MOVE 'S' TO WS-SESSOES-EXISTE
           ELSE
               MOVE 'N' TO WS-SESSOES-EXISTE
               DISPLAY 'SESSOES-CAIXA.DAT AUSENTE - STATUS: '
                   WS-FS-SESSAO
           END-IF
           OPEN INPUT ARQ-RESERVAS
           IF WS-FS-RESERVA = '00'
               MOVE 'S' TO WS-RESERVAS-EXISTE
           ELSE
               MOVE 'N' TO WS-RESERVAS-EXISTE
               DISPLAY 'RESERVAS.DAT AUSENTE - STATUS: '
                   WS-FS-RESERVA
           END-IF
           OPEN INPUT ARQ-TRANSFERENCIAS
           IF WS-FS-TRANSF = '00'
               MOVE 'S' TO WS-TRANSF-EXISTE
           ELSE
               MOVE 'N' TO WS-TRANSF-EXISTE
               DISPLAY 'TRANSFERENCIAS.DAT AUSENTE - STATUS: '
                   WS-FS-TRANSF
           END-IF
           OPEN INPUT ARQ-ESTOQUE
           IF WS-FS-ESTOQUE = '00'
               MOVE 'S' TO WS-ESTOQUE-EXISTE
           ELSE
               MOVE 'N' TO WS-ESTOQUE-EXISTE
               DISPLAY 'ESTOQUE-FILIAIS.DAT AUSENTE - STATUS: '
                   WS-FS-ESTOQUE
           END-IF.

      *===  CONSULTAS AS CHAVES DE REFERENCIA (WS-ACHOU = S/N)
       BUSCAR-LEITOR.
           MOVE 'N' TO WS-ACHOU
           IF WS-LEITORES-EXISTE = 'S'
               MOVE WS-COD-LEITOR TO LEI-CODIGO
               READ ARQ-LEITORES
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
               END-READ
           END-IF.

       BUSCAR-LIVRO.
           MOVE 'N' TO WS-ACHOU
           IF WS-LIVROS-EXISTE = 'S'
               MOVE WS-COD-LIVRO TO LIV-CODIGO
               READ ARQ-LIVROS
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
               END-READ
           END-IF.

       BUSCAR-EMPRESTIMO.
           MOVE 'N' TO WS-ACHOU
           IF WS-EMPREST-EXISTE = 'S'
               MOVE WS-COD-EMPRESTIMO TO EMP-NUMERO
               READ ARQ-EMPRESTIMOS
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
               END-READ
           END-IF.

       BUSCAR-MULTA.
           MOVE 'N' TO WS-ACHOU
           IF WS-MULTAS-EXISTE = 'S'
               MOVE WS-COD-MULTA TO MUL-NUMERO
               READ ARQ-MULTAS
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
               END-READ
           END-IF.

       BUSCAR-SESSAO.
           MOVE 'N' TO WS-ACHOU
           IF WS-SESSOES-EXISTE = 'S'
               MOVE WS-COD-SESSAO TO SES-NUMERO
               READ ARQ-SESSOES
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
               END-READ
           END-IF.

       BUSCAR-ESTOQUE.
           MOVE 'N' TO WS-ACHOU
           IF WS-ESTOQUE-EXISTE = 'S'
               MOVE WS-COD-LIVRO  TO EST-LIV-CODIGO
               MOVE WS-COD-FILIAL TO EST-FIL-CODIGO
               READ ARQ-ESTOQUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
               END-READ
           END-IF.

      *===  QUALQUER LINHA DE ESTOQUE DO TITULO, EM QUALQUER FILIAL
       BUSCAR-ESTOQUE-TITULO.
           MOVE 'N' TO WS-ACHOU
           IF WS-ESTOQUE-EXISTE = 'S'
               MOVE WS-COD-LIVRO TO EST-LIV-CODIGO
               MOVE ZERO         TO EST-FIL-CODIGO
               START ARQ-ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ARQ-ESTOQUE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF EST-LIV-CODIGO = WS-COD-LIVRO
                                   MOVE 'S' TO WS-ACHOU
                               END-IF
                       END-READ
               END-START
           END-IF.

      *===  CABECALHO, LINHA E QUANTIDADE DE CADA TIPO DE ERRO
       INICIAR-TIPO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TIPO-ATUAL TO WC-TIPO
           MOVE TT-DESCRICAO(WS-TIPO-ATUAL) TO WC-DESCRICAO
           WRITE LINHA-RELATORIO FROM WS-CAB-TIPO
           MOVE SPACES TO WD-ROTULO-1
           MOVE SPACES TO WD-ROTULO-2
           MOVE SPACES TO WD-ROTULO-3
           MOVE SPACES TO WD-OBS.

       ESCREVER-OCORRENCIA.
           ADD 1 TO TT-QTD(WS-TIPO-ATUAL)
           ADD 1 TO WS-TOTAL-OCORRENCIAS
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       FECHAR-TIPO.
           IF TT-QTD(WS-TIPO-ATUAL) = ZERO
               MOVE '    NENHUMA OCORRENCIA.' TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           ELSE
               MOVE TT-QTD(WS-TIPO-ATUAL) TO WQ-QTD
               WRITE LINHA-RELATORIO FROM WS-LINHA-QTD-TIPO
           END-IF.

      *===  01 - EMPRESTIMOS (QUALQUER SITUACAO) CUJO LEITOR NAO
      *===  EXISTE MAIS NO CADASTRO.
       VERIFICAR-EMP-LEITOR.
           MOVE 1 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
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
                           MOVE EMP-LEI-CODIGO TO WS-COD-LEITOR
                           PERFORM BUSCAR-LEITOR
                           IF WS-ACHOU = 'N'
                               PERFORM LISTAR-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

      *===  02 - EMPRESTIMOS CUJO TITULO FOI EXCLUIDO DO CATALOGO
       VERIFICAR-EMP-LIVRO.
           MOVE 2 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
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
                           MOVE EMP-LIV-CODIGO TO WS-COD-LIVRO
                           PERFORM BUSCAR-LIVRO
                           IF WS-ACHOU = 'N'
                               PERFORM LISTAR-EMPRESTIMO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

       LISTAR-EMPRESTIMO.
           MOVE 'EMPRESTIMO:'    TO WD-ROTULO-1
           MOVE EMP-NUMERO       TO WD-CHAVE-1
           MOVE 'LEITOR:'        TO WD-ROTULO-2
           MOVE EMP-LEI-CODIGO   TO WD-CHAVE-2
           MOVE 'LIVRO:'         TO WD-ROTULO-3
           MOVE EMP-LIV-CODIGO   TO WD-CHAVE-3
           MOVE SPACES TO WD-OBS
           STRING 'SITUACAO ' EMP-STATUS '  PREVISTA '
               EMP-DATA-PREVISTA DELIMITED BY SIZE INTO WD-OBS
           PERFORM ESCREVER-OCORRENCIA.

      *===  03 - MULTAS CUJO MUL-EMP-NUMERO NAO ESTA NO ARQUIVO DE
      *===  EMPRESTIMOS NEM NO HISTORICO DE ARQUIVADOS.
       VERIFICAR-MULTA-EMPRESTIMO.
           MOVE 3 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
           IF WS-MULTAS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO MUL-NUMERO
               START ARQ-MULTAS KEY IS NOT LESS THAN MUL-NUMERO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-MULTAS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE MUL-EMP-NUMERO TO WS-COD-EMPRESTIMO
                           PERFORM BUSCAR-EMPRESTIMO
                           IF WS-ACHOU = 'N'
                               PERFORM GUARDAR-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CONFERIR-HISTORICO
               PERFORM VARYING WS-IND-PEND FROM 1 BY 1
                       UNTIL WS-IND-PEND > WS-QTD-PENDENTES
                   IF TP-NO-HISTORICO(WS-IND-PEND) = 'N'
                       MOVE 'MULTA:'      TO WD-ROTULO-1
                       MOVE TP-MUL-NUMERO(WS-IND-PEND) TO WD-CHAVE-1
                       MOVE 'EMPRESTIMO:' TO WD-ROTULO-2
                       MOVE TP-EMP-NUMERO(WS-IND-PEND) TO WD-CHAVE-2
                       MOVE 'LEITOR:'     TO WD-ROTULO-3
                       MOVE TP-LEI-CODIGO(WS-IND-PEND) TO WD-CHAVE-3
                       MOVE SPACES TO WD-OBS
                       STRING 'SITUACAO DA MULTA '
                           TP-STATUS(WS-IND-PEND)
                           DELIMITED BY SIZE INTO WD-OBS
                       PERFORM ESCREVER-OCORRENCIA
                   END-IF
               END-PERFORM
               IF WS-PENDENTES-ESTOURO = 'S'
                   MOVE '    AVISO: MAIS DE 500 MULTAS SEM EMPRESTIMO '
                       TO WS-LINHA-AVISO
                   WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
                   MOVE '    ATIVO - LISTA INCOMPLETA.'
                       TO WS-LINHA-AVISO
                   WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
               END-IF
           END-IF
           PERFORM FECHAR-TIPO.

       GUARDAR-PENDENTE.
           IF WS-QTD-PENDENTES < WS-MAX-PENDENTES
               ADD 1 TO WS-QTD-PENDENTES
               MOVE MUL-NUMERO     TO TP-MUL-NUMERO(WS-QTD-PENDENTES)
               MOVE MUL-EMP-NUMERO TO TP-EMP-NUMERO(WS-QTD-PENDENTES)
               MOVE MUL-LEI-CODIGO TO TP-LEI-CODIGO(WS-QTD-PENDENTES)
               MOVE MUL-STATUS     TO TP-STATUS(WS-QTD-PENDENTES)
               MOVE 'N' TO TP-NO-HISTORICO(WS-QTD-PENDENTES)
           ELSE
               MOVE 'S' TO WS-PENDENTES-ESTOURO
           END-IF.

       CONFERIR-HISTORICO.
           IF WS-QTD-PENDENTES > ZERO
               OPEN INPUT ARQ-HISTORICO
               IF WS-FS-HIST = '00'
                   MOVE 'N' TO WS-EOF-HIST
                   PERFORM UNTIL WS-EOF-HIST = 'Y'
                       READ ARQ-HISTORICO
                           AT END
                               MOVE 'Y' TO WS-EOF-HIST
                           NOT AT END
                               PERFORM MARCAR-NO-HISTORICO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-HISTORICO
               END-IF
           END-IF.

       MARCAR-NO-HISTORICO.
           PERFORM VARYING WS-IND-PEND FROM 1 BY 1
                   UNTIL WS-IND-PEND > WS-QTD-PENDENTES
               IF TP-EMP-NUMERO(WS-IND-PEND) = HST-NUMERO
                   MOVE 'S' TO TP-NO-HISTORICO(WS-IND-PEND)
               END-IF
           END-PERFORM.

      *===  04 - MULTAS DE LEITOR EXCLUIDO DO CADASTRO
       VERIFICAR-MULTA-LEITOR.
           MOVE 4 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
           IF WS-MULTAS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO MUL-NUMERO
               START ARQ-MULTAS KEY IS NOT LESS THAN MUL-NUMERO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-MULTAS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE MUL-LEI-CODIGO TO WS-COD-LEITOR
                           PERFORM BUSCAR-LEITOR
                           IF WS-ACHOU = 'N'
                               MOVE 'MULTA:'       TO WD-ROTULO-1
                               MOVE MUL-NUMERO     TO WD-CHAVE-1
                               MOVE 'LEITOR:'      TO WD-ROTULO-2
                               MOVE MUL-LEI-CODIGO TO WD-CHAVE-2
                               MOVE 'EMPRESTIMO:'  TO WD-ROTULO-3
                               MOVE MUL-EMP-NUMERO TO WD-CHAVE-3
                               MOVE SPACES TO WD-OBS
                               STRING 'SITUACAO DA MULTA ' MUL-STATUS
                                   DELIMITED BY SIZE INTO WD-OBS
                               PERFORM ESCREVER-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

      *===  05 - RECIBOS DO CAIXA CUJA MULTA NAO EXISTE
       VERIFICAR-PAGTO-MULTA.
           MOVE 5 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
           IF WS-PAGTOS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO PAG-RECIBO
               START ARQ-PAGAMENTOS KEY IS NOT LESS THAN PAG-RECIBO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-PAGAMENTOS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE PAG-MUL-NUMERO TO WS-COD-MULTA
                           PERFORM BUSCAR-MULTA
                           IF WS-ACHOU = 'N'
                               PERFORM LISTAR-PAGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

      *===  06 - RECIBOS (PAGAMENTO OU ISENCAO) CUJA MULTA CONTINUA
      *===  ABERTA, ISTO E, A BAIXA NAO CHEGOU A MULTAS.DAT.
       VERIFICAR-PAGTO-ABERTA.
           MOVE 6 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
           IF WS-PAGTOS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO PAG-RECIBO
               START ARQ-PAGAMENTOS KEY IS NOT LESS THAN PAG-RECIBO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-PAGAMENTOS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE PAG-MUL-NUMERO TO WS-COD-MULTA
                           PERFORM BUSCAR-MULTA
                           IF WS-ACHOU = 'S' AND MUL-STATUS = 'A'
                               PERFORM LISTAR-PAGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

      *===  07 - RECIBOS AMARRADOS A SESSAO DE CAIXA INEXISTENTE
       VERIFICAR-PAGTO-SESSAO.
           MOVE 7 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
           IF WS-PAGTOS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO PAG-RECIBO
               START ARQ-PAGAMENTOS KEY IS NOT LESS THAN PAG-RECIBO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-PAGAMENTOS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE PAG-SES-NUMERO TO WS-COD-SESSAO
                           PERFORM BUSCAR-SESSAO
                           IF WS-ACHOU = 'N'
                               PERFORM LISTAR-PAGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

       LISTAR-PAGAMENTO.
           MOVE 'RECIBO:'        TO WD-ROTULO-1
           MOVE PAG-RECIBO       TO WD-CHAVE-1
           MOVE 'MULTA:'         TO WD-ROTULO-2
           MOVE PAG-MUL-NUMERO   TO WD-CHAVE-2
           MOVE 'SESSAO:'        TO WD-ROTULO-3
           MOVE PAG-SES-NUMERO   TO WD-CHAVE-3
           MOVE SPACES TO WD-OBS
           STRING 'TIPO ' PAG-TIPO '  DATA ' PAG-DATA
               '  LEITOR ' PAG-LEI-CODIGO
               DELIMITED BY SIZE INTO WD-OBS
           PERFORM ESCREVER-OCORRENCIA.

      *===  08 - SESSOES AINDA ABERTAS DESDE DIA ANTERIOR (O CAIXA
      *===  NAO FOI FECHADO E OS RECIBOS NAO SAO CONTABILIZADOS).
       VERIFICAR-SESSAO-ABERTA.
           MOVE 8 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
           IF WS-SESSOES-EXISTE = 'S'
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
                           IF SES-STATUS = 'A' AND
                                   SES-DATA-ABERTURA < WS-DATA-HOJE
                               PERFORM LISTAR-SESSAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

       LISTAR-SESSAO.
           IF SES-DATA-ABERTURA > 16010101
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(SES-DATA-ABERTURA)
           ELSE
               MOVE ZERO TO WS-DIAS
           END-IF
           MOVE WS-DIAS TO WS-DIAS-ABERTA
           MOVE 'SESSAO:'          TO WD-ROTULO-1
           MOVE SES-NUMERO         TO WD-CHAVE-1
           MOVE 'OPERADOR:'        TO WD-ROTULO-2
           MOVE SES-OPERADOR       TO WD-CHAVE-2
           MOVE 'ABERTURA:'        TO WD-ROTULO-3
           MOVE SES-DATA-ABERTURA  TO WD-CHAVE-3
           MOVE SPACES TO WD-OBS
           STRING 'ABERTA HA ' WS-DIAS-ABERTA ' DIAS  RECIBOS '
               SES-QTD-PAGAMENTOS
               DELIMITED BY SIZE INTO WD-OBS
           PERFORM ESCREVER-OCORRENCIA.

      *===  09 - RESERVAS NA FILA OU SEPARADAS DE LEITOR EXCLUIDO
       VERIFICAR-RESERVA-LEITOR.
           MOVE 9 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
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
                               MOVE RES-LEI-CODIGO TO WS-COD-LEITOR
                               PERFORM BUSCAR-LEITOR
                               IF WS-ACHOU = 'N'
                                   PERFORM LISTAR-RESERVA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

      *===  10 - RESERVAS NA FILA OU SEPARADAS DE TITULO EXCLUIDO
       VERIFICAR-RESERVA-LIVRO.
           MOVE 10 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
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
                               MOVE RES-LIV-CODIGO TO WS-COD-LIVRO
                               PERFORM BUSCAR-LIVRO
                               IF WS-ACHOU = 'N'
                                   PERFORM LISTAR-RESERVA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

      *===  11 - RESERVAS SEPARADAS (S) SEM LINHA DE ESTOQUE DO
      *===  TITULO NA FILIAL ONDE O EXEMPLAR AGUARDA RETIRADA
      *===  (FILIAL ZERO DAS RESERVAS ANTIGAS = 01 CENTRAL).
       VERIFICAR-RESERVA-ESTOQUE.
           MOVE 11 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
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
                           IF RES-STATUS = 'S'
                               MOVE RES-LIV-CODIGO TO WS-COD-LIVRO
                               IF RES-FIL-CODIGO > ZERO
                                   MOVE RES-FIL-CODIGO
                                       TO WS-COD-FILIAL
                               ELSE
                                   MOVE 1 TO WS-COD-FILIAL
                               END-IF
                               PERFORM BUSCAR-ESTOQUE
                               IF WS-ACHOU = 'N'
                                   PERFORM LISTAR-RESERVA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

       LISTAR-RESERVA.
           MOVE 'RESERVA:'       TO WD-ROTULO-1
           MOVE RES-NUMERO       TO WD-CHAVE-1
           MOVE 'LEITOR:'        TO WD-ROTULO-2
           MOVE RES-LEI-CODIGO   TO WD-CHAVE-2
           MOVE 'LIVRO:'         TO WD-ROTULO-3
           MOVE RES-LIV-CODIGO   TO WD-CHAVE-3
           MOVE SPACES TO WD-OBS
           STRING 'SITUACAO ' RES-STATUS '  FILIAL ' RES-FIL-CODIGO
               '  LIMITE ' RES-DATA-LIMITE
               DELIMITED BY SIZE INTO WD-OBS
           PERFORM ESCREVER-OCORRENCIA.

      *===  12 - TRANSFERENCIAS EM TRANSITO DE TITULO EXCLUIDO
       VERIFICAR-TRANSF-LIVRO.
           MOVE 12 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
           IF WS-TRANSF-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO TRF-NUMERO
               START ARQ-TRANSFERENCIAS KEY IS NOT LESS THAN TRF-NUMERO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-TRANSFERENCIAS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TRF-STATUS = 'T'
                               MOVE TRF-LIV-CODIGO TO WS-COD-LIVRO
                               PERFORM BUSCAR-LIVRO
                               IF WS-ACHOU = 'N'
                                   PERFORM LISTAR-TRANSFERENCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

      *===  13 - TRANSFERENCIAS EM TRANSITO SEM A LINHA DE ESTOQUE
      *===  DA FILIAL DE ORIGEM (O CANCELAMENTO DEVOLVE PARA ELA; A
      *===  LINHA DO DESTINO E CRIADA NO RECEBIMENTO).
       VERIFICAR-TRANSF-ESTOQUE.
           MOVE 13 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
           IF WS-TRANSF-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO TRF-NUMERO
               START ARQ-TRANSFERENCIAS KEY IS NOT LESS THAN TRF-NUMERO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-TRANSFERENCIAS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TRF-STATUS = 'T'
                               MOVE TRF-LIV-CODIGO TO WS-COD-LIVRO
                               MOVE TRF-FIL-ORIGEM TO WS-COD-FILIAL
                               PERFORM BUSCAR-ESTOQUE
                               IF WS-ACHOU = 'N'
                                   PERFORM LISTAR-TRANSFERENCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

       LISTAR-TRANSFERENCIA.
           MOVE 'TRANSFER.:'     TO WD-ROTULO-1
           MOVE TRF-NUMERO       TO WD-CHAVE-1
           MOVE 'LIVRO:'         TO WD-ROTULO-2
           MOVE TRF-LIV-CODIGO   TO WD-CHAVE-2
           MOVE 'ENVIO:'         TO WD-ROTULO-3
           MOVE TRF-DATA-ENVIO   TO WD-CHAVE-3
           MOVE SPACES TO WD-OBS
           STRING 'FILIAL ' TRF-FIL-ORIGEM ' PARA ' TRF-FIL-DESTINO
               '  QTD ' TRF-QTD
               DELIMITED BY SIZE INTO WD-OBS
           PERFORM ESCREVER-OCORRENCIA.

      *===  14 - LINHAS DE ESTOQUE DE FILIAL DE TITULO EXCLUIDO
       VERIFICAR-ESTOQUE-LIVRO.
           MOVE 14 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
           IF WS-ESTOQUE-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO EST-LIV-CODIGO
               MOVE ZEROES TO EST-FIL-CODIGO
               START ARQ-ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-ESTOQUE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE EST-LIV-CODIGO TO WS-COD-LIVRO
                           PERFORM BUSCAR-LIVRO
                           IF WS-ACHOU = 'N'
                               MOVE 'LIVRO:'        TO WD-ROTULO-1
                               MOVE EST-LIV-CODIGO  TO WD-CHAVE-1
                               MOVE 'FILIAL:'       TO WD-ROTULO-2
                               MOVE EST-FIL-CODIGO  TO WD-CHAVE-2
                               MOVE 'TOTAL:'        TO WD-ROTULO-3
                               MOVE EST-QTD-TOTAL   TO WD-CHAVE-3
                               MOVE SPACES TO WD-OBS
                               STRING 'DISPONIVEL ' EST-QTD-DISPONIVEL
                                   DELIMITED BY SIZE INTO WD-OBS
                               PERFORM ESCREVER-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

      *===  15 - TITULOS DO CATALOGO SEM NENHUMA LINHA DE ESTOQUE
      *===  NAS FILIAIS.
       VERIFICAR-LIVRO-ESTOQUE.
           MOVE 15 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
           IF WS-LIVROS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO LIV-CODIGO
               START ARQ-LIVROS KEY IS NOT LESS THAN LIV-CODIGO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-LIVROS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE LIV-CODIGO TO WS-COD-LIVRO
                           PERFORM BUSCAR-ESTOQUE-TITULO
                           IF WS-ACHOU = 'N'
                               MOVE 'LIVRO:'       TO WD-ROTULO-1
                               MOVE LIV-CODIGO     TO WD-CHAVE-1
                               MOVE 'TOTAL:'       TO WD-ROTULO-2
                               MOVE LIV-QTD-TOTAL  TO WD-CHAVE-2
                               MOVE 'DISPONIVEL:'  TO WD-ROTULO-3
                               MOVE LIV-QTD-DISPONIVEL TO WD-CHAVE-3
                               MOVE LIV-TITULO     TO WD-OBS
                               PERFORM ESCREVER-OCORRENCIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

      *===  16 - EMPRESTIMOS ATIVOS SEM LINHA DE ESTOQUE DO TITULO
      *===  NA FILIAL DO EMPRESTIMO, QUE A DEVOLUCAO ATUALIZA
      *===  (FILIAL ZERO DOS EMPRESTIMOS ANTIGOS = 01 CENTRAL).
       VERIFICAR-EMP-ESTOQUE.
           MOVE 16 TO WS-TIPO-ATUAL
           PERFORM INICIAR-TIPO
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
                           IF EMP-STATUS = 'A'
                               MOVE EMP-LIV-CODIGO TO WS-COD-LIVRO
                               IF EMP-FIL-CODIGO > ZERO
                                   MOVE EMP-FIL-CODIGO
                                       TO WS-COD-FILIAL
                               ELSE
                                   MOVE 1 TO WS-COD-FILIAL
                               END-IF
                               PERFORM BUSCAR-ESTOQUE
                               IF WS-ACHOU = 'N'
                                   PERFORM LISTAR-EMPRESTIMO-FILIAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM FECHAR-TIPO.

       LISTAR-EMPRESTIMO-FILIAL.
           MOVE 'EMPRESTIMO:'    TO WD-ROTULO-1
           MOVE EMP-NUMERO       TO WD-CHAVE-1
           MOVE 'LEITOR:'        TO WD-ROTULO-2
           MOVE EMP-LEI-CODIGO   TO WD-CHAVE-2
           MOVE 'LIVRO:'         TO WD-ROTULO-3
           MOVE EMP-LIV-CODIGO   TO WD-CHAVE-3
           MOVE SPACES TO WD-OBS
           STRING 'FILIAL ' WS-COD-FILIAL '  PREVISTA '
               EMP-DATA-PREVISTA DELIMITED BY SIZE INTO WD-OBS
           PERFORM ESCREVER-OCORRENCIA.

       ESCREVER-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CAB-RESUMO
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > WS-MAX-TIPOS
               MOVE WS-IND-TIPO              TO WR-TIPO
               MOVE TT-DESCRICAO(WS-IND-TIPO) TO WR-DESCRICAO
               MOVE TT-QTD(WS-IND-TIPO)       TO WR-QTD
               WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'TOTAL DE OCORRENCIAS:' TO WT-DESCRICAO
           MOVE WS-TOTAL-OCORRENCIAS TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.

       FINALIZAR.
           IF WS-EMPREST-EXISTE = 'S'
               CLOSE ARQ-EMPRESTIMOS
           END-IF
           IF WS-LEITORES-EXISTE = 'S'
               CLOSE ARQ-LEITORES
           END-IF
           IF WS-LIVROS-EXISTE = 'S'
               CLOSE ARQ-LIVROS
           END-IF
           IF WS-MULTAS-EXISTE = 'S'
               CLOSE ARQ-MULTAS
           END-IF
           IF WS-PAGTOS-EXISTE = 'S'
               CLOSE ARQ-PAGAMENTOS
           END-IF
           IF WS-SESSOES-EXISTE = 'S'
               CLOSE ARQ-SESSOES
           END-IF
           IF WS-RESERVAS-EXISTE = 'S'
               CLOSE ARQ-RESERVAS
           END-IF
           IF WS-TRANSF-EXISTE = 'S'
               CLOSE ARQ-TRANSFERENCIAS
           END-IF
           IF WS-ESTOQUE-EXISTE = 'S'
               CLOSE ARQ-ESTOQUE
           END-IF
           CLOSE ARQ-RELATORIO
           DISPLAY 'RELATORIO EM INTEGRIDADE-EXCECOES.LST'
           DISPLAY 'OCORRENCIAS: ' WS-TOTAL-OCORRENCIAS.
