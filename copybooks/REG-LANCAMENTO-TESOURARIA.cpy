      *==========================================
      *===  COPYBOOK: REG-LANCAMENTO-TESOURARIA
      *===  LAYOUT FIXO DO ARQUIVO DE LANCAMENTOS PARA A
      *===  TESOURARIA MUNICIPAL (TESOURARIA-LANCAMENTOS.DAT),
      *===  GERADO PELO CONTABILIZA-CAIXA: UM REGISTRO POR
      *===  SESSAO DE CAIXA FECHADA E RUBRICA.
      *===  RUBRICA: MA=RECEITA DE MULTA POR ATRASO
      *===           RP=RECEITA DE REPOSICAO DE EXEMPLAR PERDIDO
      *===           DC=DIFERENCA DE CAIXA (CONTADO - REGISTRADO)
      *===  SINAL: + OU - (SO DC PODE SER NEGATIVA)
      *==========================================
       01 REG-LANCAMENTO-TESOURARIA.
           05 LCT-DATA-MOVIMENTO   PIC 9(8).
           05 LCT-SES-NUMERO       PIC 9(6).
           05 LCT-DATA-CAIXA       PIC 9(8).
           05 LCT-OPERADOR         PIC 9(5).
           05 LCT-RUBRICA          PIC X(2).
           05 LCT-QTD-RECIBOS      PIC 9(5).
           05 LCT-SINAL            PIC X(1).
           05 LCT-VALOR            PIC 9(9)V99.
