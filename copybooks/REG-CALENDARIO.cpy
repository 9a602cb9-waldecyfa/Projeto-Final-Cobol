      *==========================================
      *===  COPYBOOK: REG-CALENDARIO
      *===  LAYOUT DO REGISTRO DE ARQ-CALENDARIO (CALENDARIO.DAT)
      *===  DIAS EM QUE A FILIAL ESTA FECHADA (DOMINGOS, FERIADOS,
      *===  RECESSOS). DIA SEM REGISTRO = FILIAL ABERTA.
      *===  DATA PREVISTA QUE CAIR EM DIA FECHADO PASSA PARA O
      *===  PROXIMO DIA ABERTO; ATRASO CONTA SO DIAS ABERTOS.
      *===  MANTIDO PELO CADASTRO-CALENDARIO.
      *===  FILIAIS: 01=CENTRAL  02=ANEXO
      *==========================================
       01 REG-CALENDARIO.
           05 CAL-CHAVE.
               10 CAL-FIL-CODIGO   PIC 9(2).
               10 CAL-DATA         PIC 9(8).
           05 CAL-DESCRICAO        PIC X(30).
           05 CAL-OPERADOR         PIC 9(5).
