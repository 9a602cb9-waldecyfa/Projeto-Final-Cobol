      *===  DO CAIXA-MULTAS, TOTALIZADA A CADA BAIXA E ENCERRADA
      *===  NO FECHAMENTO COM O VALOR CONTADO NA GAVETA.
      *===  STATUS: A=ABERTA  F=FECHADA
      *===          C=FECHADA E CONTABILIZADA (MARCADA PELO
      *===          CONTABILIZA-CAIXA, NAO E LANCADA DE NOVO)
      *==========================================
       01 REG-SESSAO.
           05 SES-NUMERO           PIC 9(6).
