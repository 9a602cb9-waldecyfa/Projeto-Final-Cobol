      *===  CTL-CHECKPOINT: POSICAO DO ULTIMO REGISTRO PROCESSADO
      *===  (USADO PELA CARGA PARA REINICIO APOS ABORTO).
      *===  SITUACAO: E=EM EXECUCAO  C=CONCLUIDO
      *===  PASSOS DO CICLO NOTURNO: CTL-JOB = CICLO-NOTURNO-NN
      *===  (NN = SEQUENCIA DO PASSO), CTL-DATA-MOV = DATA DO
      *===  MOVIMENTO DO CICLO, CTL-CHECKPOINT = REGISTROS
      *===  CONTADOS, SITUACAO P=PASSO EM ANDAMENTO  C=CONCLUIDO
      *===  A=TERMINO ANORMAL (O CICLO RETOMA NESTE PASSO).
      *==========================================
       01 REG-CONTROLE-LOTE.
           05 CTL-CHAVE.
