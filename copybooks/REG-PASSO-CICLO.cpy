      *==========================================
      *===  COPYBOOK: REG-PASSO-CICLO
      *===  LAYOUT DO ARQUIVO SEQUENCIAL DE DEFINICAO DO CICLO
      *===  NOTURNO (CICLO-NOTURNO.DAT), LIDO PELO CICLO-NOTURNO:
      *===  UM REGISTRO POR PASSO, NA ORDEM DE EXECUCAO. A ORDEM
      *===  IMPORTA - PERDAS ANTES DAS CARTAS DE ATRASO, EXPIRACAO
      *===  DE RESERVAS ANTES DA EXPORTACAO PARA O PORTAL. EX.:
      *===  01 BACKUP-LIVROS / 02 EXPIRA-RESERVAS /
      *===  03 PROCESSA-PERDAS / 04 RELATORIO-ATRASOS /
      *===  05 CONCILIA-ACERVO / 06 EXPORTA-CATALOGO
      *===  PAS-JOB: NOME DO PASSO; NOS PROGRAMAS QUE SE REGISTRAM
      *===  NO CONTROLE-LOTES, IGUAL AO NOME DO LOTE DO PROGRAMA.
      *===  PAS-CONTROLE: S=O PROGRAMA SE REGISTRA NO CONTROLE-
      *===  LOTES E SO TERMINOU BEM SE O REGISTRO FICOU CONCLUIDO
      *===  N=VALE SO O CODIGO DE RETORNO DO COMANDO
      *===  PAS-ARQ-CONTAGEM: ARQUIVO GERADO PELO PASSO CUJOS
      *===  REGISTROS SAO CONTADOS NO RESUMO (BRANCOS = NAO CONTA)
      *===  PAS-COMANDO: LINHA DE COMANDO DO PASSO; &DATAMOV E
      *===  TROCADO PELA DATA DO MOVIMENTO (AAAAMMDD), PARA AS
      *===  RESPOSTAS DOS PROGRAMAS QUE PEDEM DATA BASE.
      *==========================================
       01 REG-PASSO-CICLO.
           05 PAS-SEQUENCIA        PIC 9(2).
           05 PAS-JOB              PIC X(20).
           05 PAS-CONTROLE         PIC X(1).
           05 PAS-ARQ-CONTAGEM     PIC X(40).
           05 PAS-COMANDO          PIC X(100).
