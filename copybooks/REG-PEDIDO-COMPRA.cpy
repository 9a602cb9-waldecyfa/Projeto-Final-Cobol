      *==========================================
      *===  COPYBOOK: REG-PEDIDO-COMPRA
      *===  LAYOUT DO REGISTRO DE ARQ-PEDIDOS (PEDIDOS-COMPRA.DAT)
      *===  ITENS DOS PEDIDOS DE COMPRA APROVADOS NO APROVA-COMPRAS,
      *===  UM POR TITULO/FILIAL DE ENTREGA. O RECEBIMENTO ENTRA
      *===  PELO CARGA-LIVROS, QUE CONFERE O SALDO DO PEDIDO E
      *===  ATUALIZA PED-QTD-RECEBIDA.
      *===  STATUS: A=ABERTO  P=RECEBIDO EM PARTE
      *===          R=RECEBIDO  C=SALDO CANCELADO
      *==========================================
       01 REG-PEDIDO-COMPRA.
           05 PED-CHAVE.
               10 PED-NUMERO       PIC 9(6).
               10 PED-LIV-CODIGO   PIC 9(5).
               10 PED-FIL-CODIGO   PIC 9(2).
           05 PED-ISBN             PIC X(13).
           05 PED-TITULO           PIC X(50).
           05 PED-QTD-PEDIDA       PIC 9(3).
           05 PED-QTD-RECEBIDA     PIC 9(3).
           05 PED-VALOR-UNITARIO   PIC 9(5)V99.
           05 PED-DATA-PEDIDO      PIC 9(8).
           05 PED-DATA-RECEBIMENTO PIC 9(8).
           05 PED-OPERADOR         PIC 9(5).
           05 PED-STATUS           PIC X(1).
