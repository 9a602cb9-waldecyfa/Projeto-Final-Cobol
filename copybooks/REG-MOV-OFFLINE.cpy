      *==========================================
      *===  COPYBOOK: REG-MOV-OFFLINE
      *===  LAYOUT DO ARQUIVO SEQUENCIAL DE MOVIMENTOS DE
      *===  CIRCULACAO CAPTURADOS COM O BALCAO FORA DO AR
      *===  (MOVIMENTO-OFFLINE.DAT). GRAVADO PELA CAPTURA-OFFLINE
      *===  NA ORDEM DE ATENDIMENTO E APLICADO AOS ARQUIVOS PELO
      *===  REPROCESSA-OFFLINE. DATA/HORA SAO AS DO ATENDIMENTO.
      *===  TIPO: E=EMPRESTIMO  D=DEVOLUCAO  R=RENOVACAO
      *===  EMPRESTIMO USA NUMERO, LIVRO E LEITOR; DEVOLUCAO E
      *===  RENOVACAO SO O NUMERO DO EMPRESTIMO.
      *==========================================
       01 REG-MOV-OFFLINE.
           05 OFL-TIPO             PIC X(1).
           05 OFL-DATA             PIC 9(8).
           05 OFL-HORA             PIC 9(6).
           05 OFL-FIL-CODIGO       PIC 9(2).
           05 OFL-OPERADOR         PIC 9(5).
           05 OFL-EMP-NUMERO       PIC 9(6).
           05 OFL-LIV-CODIGO       PIC 9(5).
           05 OFL-LEI-CODIGO       PIC 9(5).
