      *===  CATEGORIA: E=ESTUDANTE  A=ADULTO  F=FUNCIONARIO
      *===  (DEFINE LIMITE E PRAZO DE EMPRESTIMO NA CIRCULACAO).
      *===  STATUS: A=ATIVO  I=INATIVO  S=SUSPENSO (DEFINIDO PELO
      *===  PROCESSAMENTO DE PERDAS ATE REGULARIZAR NO CAIXA)
      *===  V=CADASTRO VENCIDO (MARCADO PELO VENCIMENTO-LEITORES
      *===  ATE O RECADASTRAMENTO NO CADASTRO-LEITORES).
      *===  LEI-DATA-VALIDADE: VENCIMENTO DO CADASTRO, CALCULADO
      *===  PELA VALIDADE DA CATEGORIA NOS PARAMETROS. ZEROS =
      *===  SEM VENCIMENTO (FUNCIONARIO ENQUANTO NO QUADRO).
      *===  VENCIDO NAO EMPRESTA, NAO RENOVA NEM RESERVA, MAS
      *===  DEVOLVE NORMALMENTE.
      *==========================================
       01 REG-LEITOR.
           05 LEI-CODIGO           PIC 9(5).
           05 LEI-DATA-CADASTRO    PIC 9(8).
           05 LEI-STATUS           PIC X(1).
           05 LEI-CATEGORIA        PIC X(1).
           05 LEI-DATA-VALIDADE    PIC 9(8).
