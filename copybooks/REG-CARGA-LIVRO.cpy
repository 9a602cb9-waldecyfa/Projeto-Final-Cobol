      *===  LAYOUT DO ARQUIVO SEQUENCIAL DE ENTRADA PARA CARGA
      *===  EM LOTE DE LIVROS (CARGA-LIVROS.DAT), USADO POR
      *===  CARGA-LIVROS.
      *===  ENTREGA DE PEDIDO DE COMPRA: CRG-CODIGO E CRG-ISBN DO
      *===  TITULO JA CADASTRADO E CRG-QTD-TOTAL = EXEMPLARES
      *===  ENTREGUES (SOMADOS AO TITULO EXISTENTE).
      *==========================================
       01 REG-CARGA-LIVRO.
           05 CRG-CODIGO           PIC 9(5).
