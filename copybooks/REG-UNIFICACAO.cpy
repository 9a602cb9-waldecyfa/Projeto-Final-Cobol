      *==========================================
      *===  COPYBOOK: REG-UNIFICACAO
      *===  LAYOUT DO REGISTRO DE ARQ-UNIFICACOES
      *===  (UNIFICACOES-LEITORES.DAT): CADA UNIFICACAO DE UM
      *===  CADASTRO DUPLICADO NO CODIGO SOBREVIVENTE, FEITA PELO
      *===  SUPERVISOR NO CADASTRO-LEITORES. GUARDA O NOME E O
      *===  CONTATO DO DUPLICADO, QUEM UNIFICOU E QUANTOS
      *===  REGISTROS DE CADA ARQUIVO FORAM TRANSFERIDOS.
      *===  UM CODIGO SO PODE SER UNIFICADO UMA VEZ (FICA INATIVO).
      *==========================================
       01 REG-UNIFICACAO.
           05 UNI-LEI-DUPLICADO    PIC 9(5).
           05 UNI-LEI-SOBREVIVENTE PIC 9(5).
           05 UNI-DATA-HORA        PIC 9(14).
           05 UNI-OPERADOR         PIC 9(5).
           05 UNI-NOME-DUPLICADO   PIC X(50).
           05 UNI-CONTATO-DUPLICADO PIC X(30).
           05 UNI-STATUS-DUPLICADO PIC X(1).
           05 UNI-QTD-EMPRESTIMOS  PIC 9(5).
           05 UNI-QTD-HISTORICO    PIC 9(5).
           05 UNI-QTD-MULTAS       PIC 9(5).
           05 UNI-QTD-PAGAMENTOS   PIC 9(5).
           05 UNI-QTD-RESERVAS     PIC 9(5).
