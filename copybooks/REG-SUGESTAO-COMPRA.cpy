      *==========================================
      *===  COPYBOOK: REG-SUGESTAO-COMPRA
      *===  LAYOUT DO ARQUIVO SEQUENCIAL DE SUGESTOES DE COMPRA
      *===  (SUGESTOES-COMPRA.DAT), GRAVADO PELO SUGESTAO-COMPRAS
      *===  NA ORDEM DO RANKING DE DEMANDA E LIDO PELO
      *===  APROVA-COMPRAS. UMA LINHA POR TITULO/FILIAL.
      *===  SUG-RAZAO: (RESERVAS ABERTAS + EMPRESTIMOS RECENTES)
      *===  POR EXEMPLAR DA FILIAL.
      *===  SUG-DENTRO-ORCAMENTO: S=CABE NO ORCAMENTO DA EXECUCAO
      *===  N=ULTRAPASSA O ORCAMENTO (SO COM APROVACAO EXPRESSA).
      *==========================================
       01 REG-SUGESTAO-COMPRA.
           05 SUG-RANKING          PIC 9(4).
           05 SUG-LIV-CODIGO       PIC 9(5).
           05 SUG-FIL-CODIGO       PIC 9(2).
           05 SUG-TITULO           PIC X(50).
           05 SUG-ISBN             PIC X(13).
           05 SUG-RESERVAS         PIC 9(5).
           05 SUG-EMPRESTIMOS      PIC 9(5).
           05 SUG-EXEMPLARES       PIC 9(3).
           05 SUG-RAZAO            PIC 9(3)V99.
           05 SUG-QTD-SUGERIDA     PIC 9(3).
           05 SUG-VALOR-UNITARIO   PIC 9(5)V99.
           05 SUG-VALOR-TOTAL      PIC 9(7)V99.
           05 SUG-DENTRO-ORCAMENTO PIC X(1).
           05 SUG-DATA-GERACAO     PIC 9(8).
           05 SUG-ORCAMENTO        PIC 9(7)V99.
