       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-COMPRAS.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: APROVACAO DAS SUGESTOES DE COMPRA PELO
      *===  RESPONSAVEL POR AQUISICOES (SUPERVISOR). PERCORRE O
      *===  SUGESTOES-COMPRA.DAT NA ORDEM DO RANKING, ACEITA OU
      *===  RECUSA CADA ITEM (PODENDO MUDAR A QUANTIDADE) E EMITE
      *===  O PEDIDO: ITENS EM PEDIDOS-COMPRA.DAT, CONFERIDOS NO
      *===  RECEBIMENTO PELO CARGA-LIVROS, E LINHAS NO ARQUIVO
      *===  PEDIDO-FORNECEDOR.DAT ENVIADO AO FORNECEDOR.
      *===  TAMBEM CONSULTA PEDIDOS E CANCELA SALDO NAO ENTREGUE.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SUGESTOES ASSIGN TO 'SUGESTOES-COMPRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUGEST.

           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOS-COMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               ALTERNATE RECORD KEY IS PED-LIV-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-PEDIDO.

           SELECT ARQ-FORNECEDOR ASSIGN TO 'PEDIDO-FORNECEDOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORNEC.

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
       FD ARQ-SUGESTOES.
           COPY REG-SUGESTAO-COMPRA.

       FD ARQ-PEDIDOS.
           COPY REG-PEDIDO-COMPRA.

       FD ARQ-FORNECEDOR.
           COPY REG-PEDIDO-FORNECEDOR.

       FD ARQ-LIVROS.
           COPY REG-LIVRO.

       FD ARQ-OPERADORES.
           COPY REG-OPERADOR.

       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-EOF-CONTROLE       PIC X.
       01 WS-LOTE-ATIVO         PIC X.
       01 WS-LOTE-JOB           PIC X(20).
       01 WS-FS-OPERADOR        PIC XX.
       01 WS-OPE-CODIGO         PIC 9(5).
       01 WS-OPE-SENHA          PIC X(8).
       01 WS-OPE-NIVEL          PIC 9(1).
       01 WS-OPE-VALIDO         PIC X.
       01 WS-TENTATIVAS         PIC 9(1).
       01 WS-FS-SUGEST          PIC XX.
       01 WS-FS-PEDIDO          PIC XX.
       01 WS-FS-FORNEC          PIC XX.
       01 WS-FS-LIVROS          PIC XX.
       01 WS-OPCAO              PIC X.
       01 WS-CONTINUA           PIC X.
       01 WS-CONFIRMA           PIC X.
       01 WS-RESPOSTA           PIC X.
       01 WS-EOF                PIC X.
       01 WS-EOF-PEDIDO         PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-NUMERO-PEDIDO      PIC 9(6).
       01 WS-PED-CONSULTA       PIC 9(6).
       01 WS-QTD-INFORMADA      PIC 9(3).
       01 WS-PEDIDO-ABERTO      PIC X.
       01 WS-ENCERRAR           PIC X.
       01 WS-ORCAMENTO          PIC 9(7)V99 VALUE ZERO.
       01 WS-VALOR-APROVADO     PIC 9(9)V99 VALUE ZERO.
       01 WS-VALOR-ITEM         PIC 9(9)V99.
       01 WS-SALDO-PEDIDO       PIC 9(3).
       01 WS-VALOR-EXIBE        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RAZAO-EXIBE        PIC ZZ9.99.
       01 WS-QTD-LISTADOS       PIC 9(5).

       01 WS-MAX-TAB-APROVADOS  PIC 9(3) VALUE 300.
       01 WS-TAB-APROVADOS.
           05 WS-QTD-APROVADOS  PIC 9(3) VALUE ZERO.
           05 WS-ITEM-APROVADO OCCURS 300 TIMES.
               10 TP-LIV-CODIGO PIC 9(5).
               10 TP-FIL-CODIGO PIC 9(2).
               10 TP-ISBN       PIC X(13).
               10 TP-TITULO     PIC X(50).
               10 TP-QTD        PIC 9(3).
               10 TP-VALOR-UNITARIO PIC 9(5)V99.
       01 WS-IND                PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM PROCESSAR UNTIL WS-OPCAO = '4'
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           PERFORM VERIFICAR-JANELA-LOTE
           PERFORM VALIDAR-OPERADOR
           OPEN I-O ARQ-PEDIDOS
           IF WS-FS-PEDIDO = '35'
               OPEN OUTPUT ARQ-PEDIDOS
               CLOSE ARQ-PEDIDOS
               OPEN I-O ARQ-PEDIDOS
           ELSE
               IF WS-FS-PEDIDO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PEDIDOS-COMPRA.DAT - STATUS: '
                       WS-FS-PEDIDO
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ARQ-LIVROS
           IF WS-FS-LIVROS NOT = '00'
               DISPLAY 'LIVROS.DAT NAO ENCONTRADO OU INACESSIVEL!'
               STOP RUN
           END-IF.

       VERIFICAR-JANELA-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE 'N' TO WS-LOTE-ATIVO
           OPEN INPUT ARQ-CONTROLE
           IF WS-FS-CONTROLE = '00'
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
                           IF CTL-SITUACAO = 'E' AND
                                   CTL-DATA-MOV = WS-DATA-HOJE
                               MOVE 'S' TO WS-LOTE-ATIVO
                               MOVE CTL-JOB TO WS-LOTE-JOB
                               MOVE 'Y' TO WS-EOF-CONTROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTROLE
           END-IF
           IF WS-LOTE-ATIVO = 'S'
               DISPLAY 'JANELA DE LOTE EM EXECUCAO: ' WS-LOTE-JOB
               DISPLAY 'AGUARDE O FIM DO LOTE PARA USAR O SISTEMA.'
               STOP RUN
           END-IF.

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
           END-IF
           IF WS-OPE-NIVEL < 2
               DISPLAY 'APROVACAO DE COMPRAS RESTRITA AO '
                   'SUPERVISOR!'
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

       PROCESSAR.
           DISPLAY ' '
           DISPLAY 'APROVACAO DE COMPRAS'
           DISPLAY '1 - APROVAR SUGESTOES E EMITIR PEDIDO'
           DISPLAY '2 - CONSULTAR PEDIDO'
           DISPLAY '3 - CANCELAR SALDO DE ITEM'
           DISPLAY '4 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM APROVAR
               WHEN '2' PERFORM CONSULTAR
               WHEN '3' PERFORM CANCELAR-SALDO
               WHEN '4' CONTINUE
               WHEN OTHER DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE.

       APROVAR.
           DISPLAY ' '
           DISPLAY '*** APROVAR SUGESTOES DE COMPRA ***'
           OPEN INPUT ARQ-SUGESTOES
           IF WS-FS-SUGEST NOT = '00'
               DISPLAY 'SUGESTOES-COMPRA.DAT NAO ENCONTRADO - '
                   'EXECUTE O SUGESTAO-COMPRAS.'
           ELSE
               MOVE ZERO TO WS-QTD-APROVADOS
               MOVE ZERO TO WS-VALOR-APROVADO
               MOVE ZERO TO WS-ORCAMENTO
               MOVE 'N' TO WS-ENCERRAR
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y' OR WS-ENCERRAR = 'S'
                   READ ARQ-SUGESTOES
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM APROVAR-ITEM
                   END-READ
               END-PERFORM
               CLOSE ARQ-SUGESTOES
               PERFORM APROVAR-CONFIRMAR
           END-IF
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       APROVAR-ITEM.
           IF WS-ORCAMENTO = ZERO
               MOVE SUG-ORCAMENTO TO WS-ORCAMENTO
               MOVE WS-ORCAMENTO TO WS-VALOR-EXIBE
               DISPLAY 'SUGESTOES GERADAS EM ' SUG-DATA-GERACAO
                   ' - ORCAMENTO: ' WS-VALOR-EXIBE
           END-IF
           PERFORM VERIFICAR-PEDIDO-ABERTO
           IF WS-PEDIDO-ABERTO = 'S'
               DISPLAY 'RANK ' SUG-RANKING ' LIVRO ' SUG-LIV-CODIGO
                   ' FILIAL ' SUG-FIL-CODIGO
                   ' - JA EXISTE PEDIDO EM ABERTO, IGNORADO.'
           ELSE
               IF WS-QTD-APROVADOS >= WS-MAX-TAB-APROVADOS
                   DISPLAY 'LIMITE DE ITENS POR PEDIDO ATINGIDO.'
                   MOVE 'S' TO WS-ENCERRAR
               ELSE
                   PERFORM APROVAR-EXIBIR
                   PERFORM APROVAR-DECIDIR
               END-IF
           END-IF.

       APROVAR-EXIBIR.
           DISPLAY ' '
           DISPLAY 'RANK ' SUG-RANKING '  LIVRO ' SUG-LIV-CODIGO
               '  FILIAL ' SUG-FIL-CODIGO
           DISPLAY '  TITULO.......: ' SUG-TITULO
           DISPLAY '  RESERVAS/EMPR: ' SUG-RESERVAS ' / '
               SUG-EMPRESTIMOS '   EXEMPLARES: ' SUG-EXEMPLARES
           MOVE SUG-RAZAO TO WS-RAZAO-EXIBE
           DISPLAY '  DEMANDA/EXEMP: ' WS-RAZAO-EXIBE
               '   QTD SUGERIDA: ' SUG-QTD-SUGERIDA
           MOVE SUG-VALOR-TOTAL TO WS-VALOR-EXIBE
           DISPLAY '  CUSTO ESTIMADO: ' WS-VALOR-EXIBE
               '   DENTRO DO ORCAMENTO: ' SUG-DENTRO-ORCAMENTO
           MOVE WS-VALOR-APROVADO TO WS-VALOR-EXIBE
           DISPLAY '  JA APROVADO NESTE PEDIDO: ' WS-VALOR-EXIBE.

       APROVAR-DECIDIR.
           DISPLAY 'APROVAR (S/N, F = ENCERRAR A APROVACAO)? '
           ACCEPT WS-RESPOSTA
           EVALUATE WS-RESPOSTA
               WHEN 'S'
                   DISPLAY 'QUANTIDADE (3 DIG, ENTER = '
                       SUG-QTD-SUGERIDA '): '
                   ACCEPT WS-QTD-INFORMADA
                   IF WS-QTD-INFORMADA = ZERO
                       MOVE SUG-QTD-SUGERIDA TO WS-QTD-INFORMADA
                   END-IF
                   PERFORM APROVAR-GUARDAR
               WHEN 'F'
                   MOVE 'S' TO WS-ENCERRAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APROVAR-GUARDAR.
           ADD 1 TO WS-QTD-APROVADOS
           MOVE SUG-LIV-CODIGO TO TP-LIV-CODIGO (WS-QTD-APROVADOS)
           MOVE SUG-FIL-CODIGO TO TP-FIL-CODIGO (WS-QTD-APROVADOS)
           MOVE SUG-ISBN       TO TP-ISBN (WS-QTD-APROVADOS)
           MOVE SUG-TITULO     TO TP-TITULO (WS-QTD-APROVADOS)
           MOVE WS-QTD-INFORMADA TO TP-QTD (WS-QTD-APROVADOS)
           MOVE SUG-VALOR-UNITARIO
               TO TP-VALOR-UNITARIO (WS-QTD-APROVADOS)
           COMPUTE WS-VALOR-ITEM =
               WS-QTD-INFORMADA * SUG-VALOR-UNITARIO
           ADD WS-VALOR-ITEM TO WS-VALOR-APROVADO
           IF WS-VALOR-APROVADO > WS-ORCAMENTO
               DISPLAY 'ATENCAO: TOTAL APROVADO ULTRAPASSA O '
                   'ORCAMENTO DA EXECUCAO!'
           END-IF.

      *===  TITULO/FILIAL COM ITEM AINDA NAO ENTREGUE NAO ENTRA EM
      *===  NOVO PEDIDO (EVITA PEDIR DUAS VEZES SE AS SUGESTOES
      *===  FOREM APROVADAS DE NOVO ANTES DA ENTREGA).
       VERIFICAR-PEDIDO-ABERTO.
           MOVE 'N' TO WS-PEDIDO-ABERTO
           MOVE 'N' TO WS-EOF-PEDIDO
           MOVE SUG-LIV-CODIGO TO PED-LIV-CODIGO
           START ARQ-PEDIDOS KEY IS = PED-LIV-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF-PEDIDO
           END-START
           PERFORM UNTIL WS-EOF-PEDIDO = 'Y'
               READ ARQ-PEDIDOS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-PEDIDO
                   NOT AT END
                       IF PED-LIV-CODIGO NOT = SUG-LIV-CODIGO
                           MOVE 'Y' TO WS-EOF-PEDIDO
                       ELSE
                           IF PED-FIL-CODIGO = SUG-FIL-CODIGO AND
                                   (PED-STATUS = 'A' OR
                                   PED-STATUS = 'P')
                               MOVE 'S' TO WS-PEDIDO-ABERTO
                               MOVE 'Y' TO WS-EOF-PEDIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APROVAR-CONFIRMAR.
           IF WS-QTD-APROVADOS = ZERO
               DISPLAY 'NENHUM ITEM APROVADO - PEDIDO NAO EMITIDO.'
           ELSE
               PERFORM OBTER-NUMERO-PEDIDO
               MOVE WS-VALOR-APROVADO TO WS-VALOR-EXIBE
               DISPLAY ' '
               DISPLAY 'ITENS APROVADOS: ' WS-QTD-APROVADOS
                   '   VALOR ESTIMADO: ' WS-VALOR-EXIBE
               DISPLAY 'EMITIR O PEDIDO ' WS-NUMERO-PEDIDO
                   ' (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   PERFORM EMITIR-PEDIDO
               ELSE
                   DISPLAY 'PEDIDO ABANDONADO.'
               END-IF
           END-IF.

       OBTER-NUMERO-PEDIDO.
           MOVE ZERO TO WS-NUMERO-PEDIDO
           MOVE 'N' TO WS-EOF-PEDIDO
           MOVE ZEROES TO PED-CHAVE
           START ARQ-PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF-PEDIDO
           END-START
           PERFORM UNTIL WS-EOF-PEDIDO = 'Y'
               READ ARQ-PEDIDOS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-PEDIDO
                   NOT AT END
                       MOVE PED-NUMERO TO WS-NUMERO-PEDIDO
               END-READ
           END-PERFORM
           ADD 1 TO WS-NUMERO-PEDIDO.

       EMITIR-PEDIDO.
           OPEN EXTEND ARQ-FORNECEDOR
           IF WS-FS-FORNEC = '35'
               OPEN OUTPUT ARQ-FORNECEDOR
               CLOSE ARQ-FORNECEDOR
               OPEN EXTEND ARQ-FORNECEDOR
           END-IF
           IF WS-FS-FORNEC NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDIDO-FORNECEDOR.DAT'
                   ' - STATUS: ' WS-FS-FORNEC
           ELSE
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-QTD-APROVADOS
                   PERFORM EMITIR-ITEM
               END-PERFORM
               CLOSE ARQ-FORNECEDOR
               DISPLAY 'PEDIDO ' WS-NUMERO-PEDIDO ' EMITIDO. '
                   'ENVIAR PEDIDO-FORNECEDOR.DAT AO FORNECEDOR.'
           END-IF.

       EMITIR-ITEM.
           MOVE WS-NUMERO-PEDIDO        TO PED-NUMERO
           MOVE TP-LIV-CODIGO (WS-IND)  TO PED-LIV-CODIGO
           MOVE TP-FIL-CODIGO (WS-IND)  TO PED-FIL-CODIGO
           MOVE TP-ISBN (WS-IND)        TO PED-ISBN
           MOVE TP-TITULO (WS-IND)      TO PED-TITULO
           MOVE TP-QTD (WS-IND)         TO PED-QTD-PEDIDA
           MOVE ZERO                    TO PED-QTD-RECEBIDA
           MOVE TP-VALOR-UNITARIO (WS-IND) TO PED-VALOR-UNITARIO
           MOVE WS-DATA-HOJE            TO PED-DATA-PEDIDO
           MOVE ZEROES                  TO PED-DATA-RECEBIMENTO
           MOVE WS-OPE-CODIGO           TO PED-OPERADOR
           MOVE 'A'                     TO PED-STATUS
           WRITE REG-PEDIDO-COMPRA
               INVALID KEY
                   DISPLAY 'ITEM DUPLICADO NO PEDIDO - LIVRO '
                       PED-LIV-CODIGO ' FILIAL ' PED-FIL-CODIGO
               NOT INVALID KEY
                   PERFORM EMITIR-LINHA-FORNECEDOR
           END-WRITE.

       EMITIR-LINHA-FORNECEDOR.
           MOVE PED-LIV-CODIGO TO LIV-CODIGO
           READ ARQ-LIVROS
               INVALID KEY
                   MOVE SPACES TO LIV-AUTOR
                   MOVE SPACES TO LIV-EDITORA
           END-READ
           MOVE PED-NUMERO         TO PFN-NUMERO
           MOVE PED-DATA-PEDIDO    TO PFN-DATA
           MOVE PED-LIV-CODIGO     TO PFN-LIV-CODIGO
           MOVE PED-ISBN           TO PFN-ISBN
           MOVE PED-TITULO         TO PFN-TITULO
           MOVE LIV-AUTOR          TO PFN-AUTOR
           MOVE LIV-EDITORA        TO PFN-EDITORA
           MOVE PED-QTD-PEDIDA     TO PFN-QTD
           MOVE PED-VALOR-UNITARIO TO PFN-VALOR-UNITARIO
           MOVE PED-FIL-CODIGO     TO PFN-FIL-CODIGO
           WRITE REG-PEDIDO-FORNECEDOR.

       CONSULTAR.
           DISPLAY ' '
           DISPLAY '*** CONSULTAR PEDIDO ***'
           DISPLAY 'NUMERO DO PEDIDO (ENTER = TODOS EM ABERTO): '
           ACCEPT WS-PED-CONSULTA
           MOVE ZERO TO WS-QTD-LISTADOS
           MOVE 'N' TO WS-EOF-PEDIDO
           MOVE ZEROES TO PED-CHAVE
           IF WS-PED-CONSULTA NOT = ZERO
               MOVE WS-PED-CONSULTA TO PED-NUMERO
           END-IF
           START ARQ-PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF-PEDIDO
           END-START
           PERFORM UNTIL WS-EOF-PEDIDO = 'Y'
               READ ARQ-PEDIDOS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-PEDIDO
                   NOT AT END
                       IF WS-PED-CONSULTA NOT = ZERO
                           IF PED-NUMERO NOT = WS-PED-CONSULTA
                               MOVE 'Y' TO WS-EOF-PEDIDO
                           ELSE
                               PERFORM MOSTRAR-ITEM-PEDIDO
                           END-IF
                       ELSE
                           IF PED-STATUS = 'A' OR PED-STATUS = 'P'
                               PERFORM MOSTRAR-ITEM-PEDIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY 'NENHUM ITEM ENCONTRADO.'
           END-IF
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       MOSTRAR-ITEM-PEDIDO.
           ADD 1 TO WS-QTD-LISTADOS
           DISPLAY 'PEDIDO ' PED-NUMERO ' DE ' PED-DATA-PEDIDO
               '  LIVRO ' PED-LIV-CODIGO '  FILIAL ' PED-FIL-CODIGO
               '  STATUS ' PED-STATUS
           DISPLAY '  ' PED-TITULO
           DISPLAY '  PEDIDA: ' PED-QTD-PEDIDA
               '  RECEBIDA: ' PED-QTD-RECEBIDA
               '  ULTIMA ENTREGA: ' PED-DATA-RECEBIMENTO.

      *===  ENCERRA O ITEM QUANDO O FORNECEDOR NAO VAI ENTREGAR O
      *===  SALDO: O CARGA-LIVROS PASSA A RECUSAR NOVAS ENTREGAS.
       CANCELAR-SALDO.
           DISPLAY ' '
           DISPLAY '*** CANCELAR SALDO DE ITEM ***'
           DISPLAY 'NUMERO DO PEDIDO: '
           ACCEPT PED-NUMERO
           DISPLAY 'CODIGO DO LIVRO: '
           ACCEPT PED-LIV-CODIGO
           DISPLAY 'FILIAL (01-CENTRAL / 02-ANEXO): '
           ACCEPT PED-FIL-CODIGO
           READ ARQ-PEDIDOS
               INVALID KEY
                   DISPLAY 'ITEM DE PEDIDO NAO ENCONTRADO!'
               NOT INVALID KEY
                   PERFORM CANCELAR-SALDO-CONFIRMAR
           END-READ
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       CANCELAR-SALDO-CONFIRMAR.
           PERFORM MOSTRAR-ITEM-PEDIDO
           IF PED-STATUS NOT = 'A' AND PED-STATUS NOT = 'P'
               DISPLAY 'ITEM JA ENCERRADO!'
           ELSE
               COMPUTE WS-SALDO-PEDIDO =
                   PED-QTD-PEDIDA - PED-QTD-RECEBIDA
               DISPLAY 'CANCELAR O SALDO DE ' WS-SALDO-PEDIDO
                   ' EXEMPLAR(ES) (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   MOVE 'C' TO PED-STATUS
                   REWRITE REG-PEDIDO-COMPRA
                   DISPLAY 'SALDO CANCELADO.'
               ELSE
                   DISPLAY 'CANCELAMENTO ABANDONADO.'
               END-IF
           END-IF.

       FINALIZAR.
           CLOSE ARQ-PEDIDOS
           CLOSE ARQ-LIVROS.
