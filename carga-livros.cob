      *===  DATA: XX/XX/2025
      *===  OBJETIVO: CARGA EM LOTE DE LIVROS A PARTIR DE ARQUIVO
      *===  DE FORNECEDOR/DOACAO, COM RELATORIO DE REJEITADOS.
      *===  CODIGO JA CADASTRADO E TRATADO COMO ENTREGA DE PEDIDO
      *===  DE COMPRA (PEDIDOS-COMPRA.DAT): CONFERE ISBN E SALDO
      *===  DO PEDIDO E SOMA OS EXEMPLARES AO TITULO EXISTENTE E
      *===  AO ESTOQUE DA FILIAL DE ENTREGA.
      *==========================================


               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WS-FS-ESTOQUE.

           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOS-COMPRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               ALTERNATE RECORD KEY IS PED-LIV-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-PEDIDO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CARGA.
       FD ARQ-ESTOQUE.
           COPY REG-ESTOQUE-FILIAL.

       FD ARQ-PEDIDOS.
           COPY REG-PEDIDO-COMPRA.

       WORKING-STORAGE SECTION.
       01 WS-FS-ESTOQUE         PIC XX.
       01 WS-FS-PEDIDO          PIC XX.
       01 WS-PEDIDOS-EXISTE     PIC X.
       01 WS-EOF-PEDIDO         PIC X.
       01 WS-RECEBIMENTO        PIC X.
       01 WS-SALDO-PEDIDO       PIC 9(5).
       01 WS-SALDO-ITEM         PIC 9(3).
       01 WS-QTD-ITEM           PIC 9(3).
       01 WS-A-RECEBER          PIC 9(3).
       01 WS-NOVO-TOTAL         PIC 9(5).
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-EOF-CONTROLE       PIC X.
       01 WS-JOB-NOME           PIC X(20) VALUE 'CARGA-LIVROS'.
       01 WS-TOTAL-LIDOS        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-CARGA        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-REJEITADOS   PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-RECEBIDOS    PIC 9(5) VALUE ZERO.

       01 WS-CABECALHO.
           05 FILLER            PIC X(35) VALUE
           05 FILLER            PIC X(20) VALUE
               'REJEITADOS: '.
           05 WT-REJ            PIC ZZZZ9.
       01 WS-LINHA-TOTAL-REC.
           05 FILLER            PIC X(20) VALUE
               'ENTREGAS DE PEDIDO: '.
           05 WT-REC            PIC ZZZZ9.
       01 WS-LINHA-TOTAL-PUL.
           05 FILLER            PIC X(20) VALUE
               'PULADOS (REINICIO): '.
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ARQ-PEDIDOS
           IF WS-FS-PEDIDO = '00'
               MOVE 'S' TO WS-PEDIDOS-EXISTE
           ELSE
               MOVE 'N' TO WS-PEDIDOS-EXISTE
           END-IF
           OPEN OUTPUT ARQ-REJEITOS
           WRITE LINHA-REJEITO FROM WS-CABECALHO
           MOVE SPACES TO LINHA-REJEITO
               MOVE 'Y' TO WS-REJEITADO
               MOVE 'ISBN EM BRANCO' TO WS-MOTIVO-REJEITO
           END-IF
           MOVE 'N' TO WS-RECEBIMENTO
           IF WS-REJEITADO = 'N'
               MOVE CRG-CODIGO TO LIV-CODIGO
               READ ARQ-LIVROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-RECEBIMENTO
                       PERFORM VALIDAR-RECEBIMENTO
               END-READ
           END-IF
           IF WS-REJEITADO = 'N' AND WS-RECEBIMENTO = 'N'
               MOVE CRG-ISBN TO LIV-ISBN
               READ ARQ-LIVROS KEY IS LIV-ISBN
                   INVALID KEY
               END-READ
           END-IF
           IF WS-REJEITADO = 'N'
               IF WS-RECEBIMENTO = 'S'
                   PERFORM RECEBER-EXEMPLARES
               ELSE
                   PERFORM GRAVAR-LIVRO
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-REJEITADOS
               PERFORM ESCREVER-REJEITO
                   REWRITE REG-ESTOQUE-FILIAL
           END-WRITE.

      *===  TITULO JA CADASTRADO: SO ENTRA COMO ENTREGA DE PEDIDO,
      *===  COM O MESMO ISBN E DENTRO DO SALDO AINDA NAO ENTREGUE.
       VALIDAR-RECEBIMENTO.
           IF CRG-ISBN NOT = LIV-ISBN
               MOVE 'Y' TO WS-REJEITADO
               MOVE 'CODIGO DUPLICADO/ISBN DIFERE' TO WS-MOTIVO-REJEITO
           END-IF
           IF WS-REJEITADO = 'N' AND CRG-QTD-TOTAL = ZERO
               MOVE 'Y' TO WS-REJEITADO
               MOVE 'QUANTIDADE ZERADA' TO WS-MOTIVO-REJEITO
           END-IF
           IF WS-REJEITADO = 'N'
               PERFORM SOMAR-SALDO-PEDIDOS
               IF WS-SALDO-PEDIDO = ZERO
                   MOVE 'Y' TO WS-REJEITADO
                   MOVE 'CODIGO SEM PEDIDO EM ABERTO'
                       TO WS-MOTIVO-REJEITO
               ELSE
                   IF CRG-QTD-TOTAL > WS-SALDO-PEDIDO
                       MOVE 'Y' TO WS-REJEITADO
                       MOVE 'QTD ACIMA DO SALDO DO PEDIDO'
                           TO WS-MOTIVO-REJEITO
                   END-IF
               END-IF
           END-IF
           IF WS-REJEITADO = 'N'
               COMPUTE WS-NOVO-TOTAL = LIV-QTD-TOTAL + CRG-QTD-TOTAL
               IF WS-NOVO-TOTAL > 999
                   MOVE 'Y' TO WS-REJEITADO
                   MOVE 'TOTAL DE EXEMPLARES EXCEDE 999'
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

       SOMAR-SALDO-PEDIDOS.
           MOVE ZERO TO WS-SALDO-PEDIDO
           IF WS-PEDIDOS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF-PEDIDO
               MOVE CRG-CODIGO TO PED-LIV-CODIGO
               START ARQ-PEDIDOS KEY IS = PED-LIV-CODIGO
                   INVALID KEY MOVE 'Y' TO WS-EOF-PEDIDO
               END-START
               PERFORM UNTIL WS-EOF-PEDIDO = 'Y'
                   READ ARQ-PEDIDOS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-PEDIDO
                       NOT AT END
                           IF PED-LIV-CODIGO NOT = CRG-CODIGO
                               MOVE 'Y' TO WS-EOF-PEDIDO
                           ELSE
                               IF PED-STATUS = 'A' OR PED-STATUS = 'P'
                                   COMPUTE WS-SALDO-PEDIDO =
                                       WS-SALDO-PEDIDO + PED-QTD-PEDIDA
                                       - PED-QTD-RECEBIDA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *===  DISTRIBUI A ENTREGA PELOS ITENS EM ABERTO DO TITULO, DO
      *===  PEDIDO MAIS ANTIGO PARA O MAIS NOVO, E SOMA CADA PARTE
      *===  AO ESTOQUE DA FILIAL DE ENTREGA DO ITEM.
       RECEBER-EXEMPLARES.
           MOVE CRG-QTD-TOTAL TO WS-A-RECEBER
           MOVE 'N' TO WS-EOF-PEDIDO
           MOVE CRG-CODIGO TO PED-LIV-CODIGO
           START ARQ-PEDIDOS KEY IS = PED-LIV-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF-PEDIDO
           END-START
           PERFORM UNTIL WS-EOF-PEDIDO = 'Y' OR WS-A-RECEBER = ZERO
               READ ARQ-PEDIDOS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-PEDIDO
                   NOT AT END
                       IF PED-LIV-CODIGO NOT = CRG-CODIGO
                           MOVE 'Y' TO WS-EOF-PEDIDO
                       ELSE
                           IF PED-STATUS = 'A' OR PED-STATUS = 'P'
                               PERFORM RECEBER-ITEM-PEDIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE CRG-CODIGO TO LIV-CODIGO
           READ ARQ-LIVROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CRG-QTD-TOTAL TO LIV-QTD-TOTAL
                   ADD CRG-QTD-TOTAL TO LIV-QTD-DISPONIVEL
                   REWRITE REG-LIVRO
           END-READ
           ADD 1 TO WS-TOTAL-RECEBIDOS.

       RECEBER-ITEM-PEDIDO.
           COMPUTE WS-SALDO-ITEM = PED-QTD-PEDIDA - PED-QTD-RECEBIDA
           IF WS-SALDO-ITEM > WS-A-RECEBER
               MOVE WS-A-RECEBER TO WS-QTD-ITEM
           ELSE
               MOVE WS-SALDO-ITEM TO WS-QTD-ITEM
           END-IF
           ADD WS-QTD-ITEM TO PED-QTD-RECEBIDA
           SUBTRACT WS-QTD-ITEM FROM WS-A-RECEBER
           MOVE WS-DATA-HOJE TO PED-DATA-RECEBIMENTO
           IF PED-QTD-RECEBIDA >= PED-QTD-PEDIDA
               MOVE 'R' TO PED-STATUS
           ELSE
               MOVE 'P' TO PED-STATUS
           END-IF
           REWRITE REG-PEDIDO-COMPRA
           MOVE PED-LIV-CODIGO TO EST-LIV-CODIGO
           MOVE PED-FIL-CODIGO TO EST-FIL-CODIGO
           READ ARQ-ESTOQUE
               INVALID KEY
                   MOVE WS-QTD-ITEM TO EST-QTD-TOTAL
                   MOVE WS-QTD-ITEM TO EST-QTD-DISPONIVEL
                   WRITE REG-ESTOQUE-FILIAL
               NOT INVALID KEY
                   ADD WS-QTD-ITEM TO EST-QTD-TOTAL
                   ADD WS-QTD-ITEM TO EST-QTD-DISPONIVEL
                   REWRITE REG-ESTOQUE-FILIAL
           END-READ.

       ESCREVER-REJEITO.
           MOVE CRG-CODIGO  TO WD-CODIGO
           MOVE CRG-TITULO  TO WD-TITULO
           WRITE LINHA-REJEITO FROM WS-LINHA-TOTAL-CARGA
           MOVE WS-TOTAL-REJEITADOS TO WT-REJ
           WRITE LINHA-REJEITO FROM WS-LINHA-TOTAL-REJ
           MOVE WS-TOTAL-RECEBIDOS TO WT-REC
           WRITE LINHA-REJEITO FROM WS-LINHA-TOTAL-REC
           IF WS-TOTAL-PULADOS > ZERO
               MOVE WS-TOTAL-PULADOS TO WT-PUL
               WRITE LINHA-REJEITO FROM WS-LINHA-TOTAL-PUL
           CLOSE ARQ-CARGA
           CLOSE ARQ-LIVROS
           CLOSE ARQ-ESTOQUE
           IF WS-PEDIDOS-EXISTE = 'S'
               CLOSE ARQ-PEDIDOS
           END-IF
           CLOSE ARQ-REJEITOS
           PERFORM REGISTRAR-FIM-LOTE
           DISPLAY 'CARGA CONCLUIDA. VER CARGA-REJEITOS.LST'.
