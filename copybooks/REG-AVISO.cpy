      *==========================================
      *===  COPYBOOK: REG-AVISO
      *===  LAYOUT DO REGISTRO DE ARQ-AVISOS (AVISOS-LEITORES.DAT)
      *===  REGISTRO DE CADA AVISO JA EMITIDO AO LEITOR PELO
      *===  AVISOS-LEITORES. A CHAVE (TIPO + DOCUMENTO + DATA DE
      *===  REFERENCIA) IMPEDE QUE O MESMO AVISO SAIA DUAS VEZES;
      *===  UMA RENOVACAO MUDA A DATA PREVISTA E GERA NOVO LEMBRETE.
      *===  TIPO: L=LEMBRETE DE VENCIMENTO (DOCUMENTO = EMP-NUMERO,
      *===        DATA = EMP-DATA-PREVISTA)
      *===        R=RESERVA DISPONIVEL PARA RETIRADA
      *===        U=ULTIMO DIA PARA RETIRADA DA RESERVA
      *===        (R/U: DOCUMENTO = RES-NUMERO, DATA = RES-DATA-LIMITE)
      *===  AVI-MENSAGEM: NUMERO DA MENSAGEM NO ARQUIVO DO GATEWAY
      *===  (VARIOS AVISOS DO LEITOR SAEM NUMA SO MENSAGEM; ZEROS
      *===  QUANDO O AVISO FOI PARA A LISTA DO BALCAO).
      *===  CANAL: E=EMAIL  S=SMS  B=BALCAO (SEM CONTATO UTILIZAVEL
      *===         OU AVISO ALEM DO LIMITE DE ITENS DA MENSAGEM)
      *===  SITUACAO: G=GERADO PARA O GATEWAY  E=ENTREGUE
      *===            F=FALHA NA ENTREGA (RETORNO DO GATEWAY, MOSTRADA
      *===            NO EXTRATO DO LEITOR)  B=LISTA DO BALCAO
      *==========================================
       01 REG-AVISO.
           05 AVI-CHAVE.
               10 AVI-TIPO         PIC X(1).
               10 AVI-DOCUMENTO    PIC 9(6).
               10 AVI-DATA-REF     PIC 9(8).
           05 AVI-LEI-CODIGO       PIC 9(5).
           05 AVI-LIV-CODIGO       PIC 9(5).
           05 AVI-FIL-CODIGO       PIC 9(2).
           05 AVI-DATA-GERACAO     PIC 9(8).
           05 AVI-MENSAGEM         PIC 9(8).
           05 AVI-CANAL            PIC X(1).
           05 AVI-SITUACAO         PIC X(1).
           05 AVI-DATA-RETORNO     PIC 9(8).
           05 AVI-MOTIVO           PIC X(30).
