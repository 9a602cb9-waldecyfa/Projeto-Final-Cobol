      *===  VIGENCIA: OS PROGRAMAS LEEM NO INICIO O REGISTRO DE
      *===  VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA DO DIA.
      *===  MANTIDO PELO CADASTRO-PARAMETROS.
      *===  PAR-VALIDADE-*: VALIDADE DO CADASTRO DO LEITOR EM
      *===  MESES POR CATEGORIA (000 = SEM VENCIMENTO).
      *===  PAR-DIAS-LEMBRETE: ANTECEDENCIA EM DIAS DO LEMBRETE DE
      *===  VENCIMENTO ENVIADO PELO AVISOS-LEITORES (000 = PADRAO
      *===  DE 2 DIAS).
      *==========================================
       01 REG-PARAMETRO.
           05 PAR-DATA-VIGENCIA     PIC 9(8).
           05 PAR-LIMITE-FUNCIONARIO
                                    PIC 9(2).
           05 PAR-DIAS-PERDA        PIC 9(3).
           05 PAR-VALIDADE-ESTUDANTE
                                    PIC 9(3).
           05 PAR-VALIDADE-ADULTO   PIC 9(3).
           05 PAR-VALIDADE-FUNCIONARIO
                                    PIC 9(3).
           05 PAR-DIAS-LEMBRETE     PIC 9(3).
