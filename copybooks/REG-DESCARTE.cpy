      *==========================================
      *===  COPYBOOK: REG-DESCARTE
      *===  LAYOUT DOS ARQUIVOS SEQUENCIAIS DE DESCARTE DO ACERVO:
      *===  DESCARTE-CANDIDATOS.DAT, GRAVADO PELO RELATORIO-
      *===  DESCARTE, E DESCARTE-APROVADOS.DAT, COM AS LINHAS
      *===  APROVADAS PELA BIBLIOTECARIA (QUANTIDADE PODE SER
      *===  REDUZIDA), LIDO PELO BAIXA-DESCARTE.
      *===  MOTIVO: C=SEM CIRCULACAO NO PERIODO
      *===          A=EDICAO ANTERIOR AO ANO DE CORTE
      *===          E=EXEMPLARES EXCEDENTES NA FILIAL
      *==========================================
       01 REG-DESCARTE.
           05 DSC-LIV-CODIGO       PIC 9(5).
           05 DSC-FIL-CODIGO       PIC 9(2).
           05 DSC-QTD              PIC 9(3).
           05 DSC-MOTIVO           PIC X(1).
           05 DSC-ULTIMA-CIRCULACAO
                                   PIC 9(8).
           05 DSC-DATA-GERACAO     PIC 9(8).
           05 DSC-TITULO           PIC X(50).
