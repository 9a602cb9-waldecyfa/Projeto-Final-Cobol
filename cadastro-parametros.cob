      *===  BIBLIOTECA (PARAMETROS.DAT) COM DATA DE VIGENCIA:
      *===  MULTA POR DIA, LIMITE DE BLOQUEIO, RENOVACOES,
      *===  PRAZO DE RETIRADA DE RESERVA, JANELA DE DEVOLUCOES
      *===  RECENTES, PRAZOS/LIMITES POR CATEGORIA DE LEITOR E
      *===  ANTECEDENCIA DO LEMBRETE DE VENCIMENTO.
      *===  USO RESTRITO: EXIBE ANTES/DEPOIS E PEDE CONFIRMACAO.
      *==========================================

           05 WA-LIMITE-FUNCIONARIO
                                   PIC 9(2) VALUE 10.
           05 WA-DIAS-PERDA        PIC 9(3) VALUE 90.
           05 WA-VALIDADE-ESTUDANTE
                                   PIC 9(3) VALUE 12.
           05 WA-VALIDADE-ADULTO   PIC 9(3) VALUE 24.
           05 WA-VALIDADE-FUNCIONARIO
                                   PIC 9(3) VALUE ZERO.
           05 WA-DIAS-LEMBRETE     PIC 9(3) VALUE 2.

       01 WS-PARAM-DEPOIS.
           05 WN-VALOR-MULTA-DIA   PIC 9(3)V99.
           05 WN-LIMITE-FUNCIONARIO
                                   PIC 9(2).
           05 WN-DIAS-PERDA        PIC 9(3).
           05 WN-VALIDADE-ESTUDANTE
                                   PIC 9(3).
           05 WN-VALIDADE-ADULTO   PIC 9(3).
           05 WN-VALIDADE-FUNCIONARIO
                                   PIC 9(3).
           05 WN-DIAS-LEMBRETE     PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WN-LIMITE-FUNCIONARIO
           DISPLAY 'DIAS DE ATRASO PARA BAIXA POR PERDA (3 DIG): '
           ACCEPT WN-DIAS-PERDA
           DISPLAY 'VALIDADE DO CADASTRO EM MESES (3 DIG, '
               '000 = SEM VENCIMENTO):'
           DISPLAY '  ESTUDANTE: '
           ACCEPT WN-VALIDADE-ESTUDANTE
           DISPLAY '  ADULTO: '
           ACCEPT WN-VALIDADE-ADULTO
           DISPLAY '  FUNCIONARIO: '
           ACCEPT WN-VALIDADE-FUNCIONARIO
           DISPLAY 'DIAS DE ANTECEDENCIA DO LEMBRETE DE VENCIMENTO '
               '(3 DIG): '
           ACCEPT WN-DIAS-LEMBRETE
           DISPLAY ' '
           DISPLAY 'CONFIRA A ALTERACAO - ANTES:'
           PERFORM EXIBIR-ANTES
           MOVE WN-LIMITE-FUNCIONARIO
               TO PAR-LIMITE-FUNCIONARIO
           MOVE WN-DIAS-PERDA        TO PAR-DIAS-PERDA
           MOVE WN-VALIDADE-ESTUDANTE
               TO PAR-VALIDADE-ESTUDANTE
           MOVE WN-VALIDADE-ADULTO   TO PAR-VALIDADE-ADULTO
           MOVE WN-VALIDADE-FUNCIONARIO
               TO PAR-VALIDADE-FUNCIONARIO
           MOVE WN-DIAS-LEMBRETE     TO PAR-DIAS-LEMBRETE
           WRITE REG-PARAMETRO
               INVALID KEY
                   DISPLAY 'JA EXISTE VIGENCIA NESTA DATA!'
           MOVE PAR-PRAZO-FUNCIONARIO TO WA-PRAZO-FUNCIONARIO
           MOVE PAR-LIMITE-FUNCIONARIO
               TO WA-LIMITE-FUNCIONARIO
           MOVE PAR-DIAS-PERDA        TO WA-DIAS-PERDA
           MOVE PAR-VALIDADE-ESTUDANTE
               TO WA-VALIDADE-ESTUDANTE
           MOVE PAR-VALIDADE-ADULTO   TO WA-VALIDADE-ADULTO
           MOVE PAR-VALIDADE-FUNCIONARIO
               TO WA-VALIDADE-FUNCIONARIO
           IF PAR-DIAS-LEMBRETE > ZERO
               MOVE PAR-DIAS-LEMBRETE TO WA-DIAS-LEMBRETE
           END-IF.

       EXIBIR-ANTES.
           MOVE WA-VALOR-MULTA-DIA TO WS-VALOR-EXIBE
               ' / ' WA-LIMITE-ADULTO
           DISPLAY '  FUNCIONARIO PRAZO/LIM: ' WA-PRAZO-FUNCIONARIO
               ' / ' WA-LIMITE-FUNCIONARIO
           DISPLAY '  DIAS P/ BAIXA PERDA..: ' WA-DIAS-PERDA
           DISPLAY '  VALIDADE EST/ADU/FUN.: ' WA-VALIDADE-ESTUDANTE
               ' / ' WA-VALIDADE-ADULTO
               ' / ' WA-VALIDADE-FUNCIONARIO ' MESES'
           DISPLAY '  DIAS LEMBRETE VENCTO.: ' WA-DIAS-LEMBRETE.

       EXIBIR-DEPOIS.
           MOVE WN-VALOR-MULTA-DIA TO WS-VALOR-EXIBE
               ' / ' WN-LIMITE-ADULTO
           DISPLAY '  FUNCIONARIO PRAZO/LIM: ' WN-PRAZO-FUNCIONARIO
               ' / ' WN-LIMITE-FUNCIONARIO
           DISPLAY '  DIAS P/ BAIXA PERDA..: ' WN-DIAS-PERDA
           DISPLAY '  VALIDADE EST/ADU/FUN.: ' WN-VALIDADE-ESTUDANTE
               ' / ' WN-VALIDADE-ADULTO
               ' / ' WN-VALIDADE-FUNCIONARIO ' MESES'
           DISPLAY '  DIAS LEMBRETE VENCTO.: ' WN-DIAS-LEMBRETE.

       LISTAR.
           DISPLAY ' '
                           PAR-LIMITE-FUNCIONARIO
                       DISPLAY '  DIAS BAIXA PERDA..: '
                           PAR-DIAS-PERDA
                       DISPLAY '  VALIDADE E/A/F....: '
                           PAR-VALIDADE-ESTUDANTE ' / '
                           PAR-VALIDADE-ADULTO ' / '
                           PAR-VALIDADE-FUNCIONARIO
                       DISPLAY '  DIAS LEMBRETE.....: '
                           PAR-DIAS-LEMBRETE
                       DISPLAY '------------------------'
               END-READ
           END-PERFORM
