      *==========================================
      *===  COPYBOOK: REG-PEDIDO-FORNECEDOR
      *===  LAYOUT DO ARQUIVO SEQUENCIAL DE PEDIDOS ENVIADO AO
      *===  FORNECEDOR (PEDIDO-FORNECEDOR.DAT). O APROVA-COMPRAS
      *===  ACRESCENTA UMA LINHA POR ITEM APROVADO; O ARQUIVO E
      *===  RETIRADO PELA INTERFACE DO FORNECEDOR.
      *===  PFN-LIV-CODIGO DEVE VOLTAR NO CRG-CODIGO DO ARQUIVO DE
      *===  ENTREGA PARA O RECEBIMENTO NO CARGA-LIVROS.
      *==========================================
       01 REG-PEDIDO-FORNECEDOR.
           05 PFN-NUMERO           PIC 9(6).
           05 PFN-DATA             PIC 9(8).
           05 PFN-LIV-CODIGO       PIC 9(5).
           05 PFN-ISBN             PIC X(13).
           05 PFN-TITULO           PIC X(50).
           05 PFN-AUTOR            PIC X(30).
           05 PFN-EDITORA          PIC X(30).
           05 PFN-QTD              PIC 9(3).
           05 PFN-VALOR-UNITARIO   PIC 9(5)V99.
           05 PFN-FIL-CODIGO       PIC 9(2).
