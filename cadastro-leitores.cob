                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.

           SELECT ARQ-HISTORICO ASSIGN TO 'EMPRESTIMOS-HISTORICO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

           SELECT ARQ-HIST-TRAB ASSIGN TO 'EMPRESTIMOS-HISTORICO.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-TRAB.

           SELECT ARQ-MULTAS ASSIGN TO 'MULTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUL-NUMERO
               ALTERNATE RECORD KEY IS MUL-LEI-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-MULTA.

           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS-CAIXA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-RECIBO
               ALTERNATE RECORD KEY IS PAG-SES-NUMERO WITH DUPLICATES
               FILE STATUS IS WS-FS-PAGTO.

           SELECT ARQ-RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-NUMERO
               ALTERNATE RECORD KEY IS RES-LIV-CODIGO WITH DUPLICATES
               ALTERNATE RECORD KEY IS RES-LEI-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-RESERVA.

           SELECT ARQ-UNIFICACOES ASSIGN TO 'UNIFICACOES-LEITORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNI-LEI-DUPLICADO
               ALTERNATE RECORD KEY IS UNI-LEI-SOBREVIVENTE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-UNIFIC.

           SELECT ARQ-PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-DATA-VIGENCIA
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-OPERADORES ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD ARQ-EMPRESTIMOS.
           COPY REG-EMPRESTIMO.

       FD ARQ-HISTORICO.
           COPY REG-EMP-HISTORICO.

       FD ARQ-HIST-TRAB.
       01 REG-HIST-TRAB            PIC X(45).

       FD ARQ-MULTAS.
           COPY REG-MULTA.

       FD ARQ-PAGAMENTOS.
           COPY REG-PAGAMENTO.

       FD ARQ-RESERVAS.
           COPY REG-RESERVA.

       FD ARQ-UNIFICACOES.
           COPY REG-UNIFICACAO.

       FD ARQ-PARAMETROS.
           COPY REG-PARAMETRO.

       FD ARQ-OPERADORES.
           COPY REG-OPERADOR.

           05 WS-DATA-CADASTRO  PIC 9(8).
           05 WS-STATUS         PIC X(1).
           05 WS-CATEGORIA      PIC X(1).
           05 WS-DATA-VALIDADE  PIC 9(8).
       01 WS-EOF               PIC X.
       01 WS-FS-PARAM          PIC XX.
       01 WS-EOF-PARAM         PIC X.
       01 WS-VALIDADE-ESTUDANTE PIC 9(3) VALUE 12.
       01 WS-VALIDADE-ADULTO   PIC 9(3) VALUE 24.
       01 WS-VALIDADE-FUNCIONARIO PIC 9(3) VALUE ZERO.
       01 WS-VAL-MESES         PIC 9(3).
       01 WS-VAL-BASE          PIC 9(8).
       01 WS-VAL-DATA          PIC 9(8).
       01 WS-VAL-DATA-R REDEFINES WS-VAL-DATA.
           05 WS-VAL-ANO        PIC 9(4).
           05 WS-VAL-MES        PIC 9(2).
           05 WS-VAL-DIA        PIC 9(2).
       01 WS-VAL-TOTAL-MESES   PIC 9(6).
       01 WS-VAL-RESTO         PIC 9(2).
       01 WS-FS-HIST           PIC XX.
       01 WS-FS-HIST-TRAB      PIC XX.
       01 WS-ERRO-HIST-TRAB    PIC X.
       01 WS-HIST-TRAB-ABERTO  PIC X.
       01 WS-HIST-ABERTO       PIC X.
       01 WS-FS-MULTA          PIC XX.
       01 WS-FS-PAGTO          PIC XX.
       01 WS-FS-RESERVA        PIC XX.
       01 WS-FS-UNIFIC         PIC XX.
       01 WS-MULTAS-EXISTE     PIC X.
       01 WS-PAGTO-EXISTE      PIC X.
       01 WS-RESERVA-EXISTE    PIC X.
       01 WS-CONFIRMA          PIC X.
       01 WS-UNI-VALIDA        PIC X.
       01 WS-COD-DUPLICADO     PIC 9(5).
       01 WS-COD-SOBREVIVENTE  PIC 9(5).
       01 WS-DUP-NOME          PIC X(50).
       01 WS-DUP-CONTATO       PIC X(30).
       01 WS-DUP-STATUS        PIC X(1).
       01 WS-QTD-UNI-EMP       PIC 9(5).
       01 WS-QTD-UNI-HIST      PIC 9(5).
       01 WS-QTD-UNI-MULTA     PIC 9(5).
       01 WS-QTD-UNI-PAGTO     PIC 9(5).
       01 WS-QTD-UNI-RESERVA   PIC 9(5).
       01 WS-EOF-RESERVA       PIC X.
       01 WS-RDUP-LIVRO        PIC 9(5).
       01 WS-RDUP-STATUS       PIC X(1).
       01 WS-RDUP-POSICAO      PIC 9(3).
       01 WS-RES-SOB-NUM       PIC 9(6).
       01 WS-RES-CANCELA-DUP   PIC X.
       01 WS-RES-LIV-CANCEL    PIC 9(5).
       01 WS-RES-POS-CANCEL    PIC 9(3).
       01 WS-TAB-RES-DUP.
           05 WS-QTD-RES-DUP    PIC 9(3) VALUE ZERO.
           05 TD-RES-NUMERO     PIC 9(6) OCCURS 200 TIMES.
       01 WS-TAB-RES-SOB.
           05 WS-QTD-RES-SOB    PIC 9(3) VALUE ZERO.
           05 WS-ITEM-RES-SOB OCCURS 200 TIMES.
               10 TS-RES-NUMERO PIC 9(6).
               10 TS-LIV-CODIGO PIC 9(5).
       01 WS-IND-RES           PIC 9(3).
       01 WS-IND-SOB           PIC 9(3).
       01 WS-TAB-RES-ESTOURO   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       INICIALIZAR.
           PERFORM VERIFICAR-JANELA-LOTE
           PERFORM VALIDAR-OPERADOR
           PERFORM LER-PARAMETROS
           OPEN I-O ARQ-LEITORES
           IF WS-FS = '35'
               OPEN OUTPUT ARQ-LEITORES
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ARQ-EMPRESTIMOS
           IF WS-FS-EMPREST = '35'
               MOVE 'N' TO WS-EMPREST-EXISTE
           ELSE
               ELSE
                   MOVE 'S' TO WS-EMPREST-EXISTE
               END-IF
           END-IF
           OPEN I-O ARQ-UNIFICACOES
           IF WS-FS-UNIFIC = '35'
               OPEN OUTPUT ARQ-UNIFICACOES
               CLOSE ARQ-UNIFICACOES
               OPEN I-O ARQ-UNIFICACOES
           ELSE
               IF WS-FS-UNIFIC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR UNIFICACOES-LEITORES.DAT'
                       ' - STATUS: ' WS-FS-UNIFIC
                   STOP RUN
               END-IF
           END-IF.

       VERIFICAR-JANELA-LOTE.
           DISPLAY '3 - EXCLUIR'
           DISPLAY '4 - LISTAR'
           DISPLAY '5 - SAIR'
           DISPLAY '6 - UNIFICAR LEITOR DUPLICADO'
           DISPLAY '7 - CONSULTAR UNIFICACOES'
           DISPLAY '8 - RECADASTRAR (RENOVAR VALIDADE)'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '3' PERFORM EXCLUIR
               WHEN '4' PERFORM LISTAR
               WHEN '5' CONTINUE
               WHEN '6' PERFORM UNIFICAR
               WHEN '7' PERFORM CONSULTAR-UNIFICACOES
               WHEN '8' PERFORM RECADASTRAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE.

                           WS-CATEGORIA NOT = 'F'
                       MOVE 'A' TO WS-CATEGORIA
                   END-IF
                   MOVE WS-DATA-CADASTRO TO WS-VAL-BASE
                   IF WS-VAL-BASE = ZERO
                       MOVE WS-DATA-HOJE TO WS-VAL-BASE
                   END-IF
                   PERFORM CALCULAR-VALIDADE
                   MOVE WS-NOME          TO LEI-NOME
                   MOVE WS-CONTATO       TO LEI-CONTATO
                   MOVE WS-DATA-CADASTRO TO LEI-DATA-CADASTRO
                   MOVE 'A'              TO LEI-STATUS
                   MOVE WS-CATEGORIA     TO LEI-CATEGORIA
                   MOVE WS-VAL-DATA      TO LEI-DATA-VALIDADE
                   WRITE REG-LEITOR
                   DISPLAY 'LEITOR CADASTRADO COM SUCESSO!'
                   PERFORM EXIBIR-VALIDADE
               NOT INVALID KEY
                   DISPLAY 'CODIGO JA EXISTE!'
           END-READ
                   DISPLAY 'CONTATO ATUAL: ' LEI-CONTATO
                   DISPLAY 'NOVO CONTATO: '
                   ACCEPT WS-CONTATO
                   DISPLAY 'STATUS ATUAL (A/I/S/V): ' LEI-STATUS
                   DISPLAY 'NOVO STATUS: '
                   ACCEPT WS-STATUS
                   DISPLAY 'CATEGORIA ATUAL (E/A/F): ' LEI-CATEGORIA
                           WS-CATEGORIA NOT = 'F'
                       MOVE 'A' TO WS-CATEGORIA
                   END-IF
                   IF WS-CATEGORIA NOT = LEI-CATEGORIA
                       PERFORM EDITAR-AJUSTAR-VALIDADE
                   END-IF
                   MOVE WS-NOME      TO LEI-NOME
                   MOVE WS-CONTATO   TO LEI-CONTATO
                   MOVE WS-STATUS    TO LEI-STATUS
                   MOVE WS-CATEGORIA TO LEI-CATEGORIA
                   REWRITE REG-LEITOR
                   DISPLAY 'LEITOR ATUALIZADO COM SUCESSO!'
                   MOVE LEI-DATA-VALIDADE TO WS-VAL-DATA
                   PERFORM EXIBIR-VALIDADE
           END-READ
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.
                       DISPLAY 'DATA CADASTRO: ' LEI-DATA-CADASTRO
                       DISPLAY 'STATUS: ' LEI-STATUS
                       DISPLAY 'CATEGORIA: ' LEI-CATEGORIA
                       DISPLAY 'VALIDADE: ' LEI-DATA-VALIDADE
                       DISPLAY '------------------------'
               END-READ
           END-PERFORM
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       EDITAR-AJUSTAR-VALIDADE.
           MOVE WS-DATA-HOJE TO WS-VAL-BASE
           PERFORM CALCULAR-VALIDADE
           IF WS-VAL-DATA = ZERO OR LEI-DATA-VALIDADE = ZERO
               MOVE WS-VAL-DATA TO LEI-DATA-VALIDADE
           END-IF.

       RECADASTRAR.
           DISPLAY ' '
           DISPLAY '*** RECADASTRAMENTO DE LEITOR ***'
           DISPLAY 'INFORME O CODIGO DO LEITOR: '
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO TO LEI-CODIGO
           READ ARQ-LEITORES
               INVALID KEY
                   DISPLAY 'LEITOR NAO ENCONTRADO!'
               NOT INVALID KEY
                   IF LEI-STATUS = 'I'
                       DISPLAY 'LEITOR INATIVO - USE A OPCAO EDITAR!'
                   ELSE
                       PERFORM RECADASTRAR-CONFERIR
                   END-IF
           END-READ
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       RECADASTRAR-CONFERIR.
           DISPLAY 'NOME: ' LEI-NOME
           DISPLAY 'CONTATO: ' LEI-CONTATO
           DISPLAY 'CATEGORIA: ' LEI-CATEGORIA
               '  STATUS: ' LEI-STATUS
           DISPLAY 'VALIDADE ATUAL: ' LEI-DATA-VALIDADE
           DISPLAY 'CONFIRME COM O LEITOR (ENTER = MANTER)'
           MOVE SPACES TO WS-NOME
           DISPLAY 'NOME: '
           ACCEPT WS-NOME
           MOVE SPACES TO WS-CONTATO
           DISPLAY 'CONTATO (TELEFONE/EMAIL): '
           ACCEPT WS-CONTATO
           MOVE LEI-CATEGORIA TO WS-CATEGORIA
           IF LEI-DATA-VALIDADE > WS-DATA-HOJE
               MOVE LEI-DATA-VALIDADE TO WS-VAL-BASE
           ELSE
               MOVE WS-DATA-HOJE TO WS-VAL-BASE
           END-IF
           PERFORM CALCULAR-VALIDADE
           DISPLAY 'NOVA VALIDADE:'
           PERFORM EXIBIR-VALIDADE
           DISPLAY 'CONFIRMA O RECADASTRAMENTO (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = 'S'
               IF WS-NOME NOT = SPACES
                   MOVE WS-NOME TO LEI-NOME
               END-IF
               IF WS-CONTATO NOT = SPACES
                   MOVE WS-CONTATO TO LEI-CONTATO
               END-IF
               MOVE WS-VAL-DATA TO LEI-DATA-VALIDADE
               IF LEI-STATUS = 'V'
                   MOVE 'A' TO LEI-STATUS
               END-IF
               REWRITE REG-LEITOR
               DISPLAY 'RECADASTRAMENTO GRAVADO COM SUCESSO!'
           ELSE
               DISPLAY 'RECADASTRAMENTO CANCELADO.'
           END-IF.

       CALCULAR-VALIDADE.
           EVALUATE WS-CATEGORIA
               WHEN 'E'
                   MOVE WS-VALIDADE-ESTUDANTE TO WS-VAL-MESES
               WHEN 'F'
                   MOVE WS-VALIDADE-FUNCIONARIO TO WS-VAL-MESES
               WHEN OTHER
                   MOVE WS-VALIDADE-ADULTO TO WS-VAL-MESES
           END-EVALUATE
           IF WS-VAL-MESES = ZERO
               MOVE ZEROES TO WS-VAL-DATA
           ELSE
               MOVE WS-VAL-BASE TO WS-VAL-DATA
               PERFORM SOMAR-MESES
           END-IF.

       SOMAR-MESES.
           COMPUTE WS-VAL-TOTAL-MESES =
               WS-VAL-ANO * 12 + WS-VAL-MES - 1 + WS-VAL-MESES
           DIVIDE WS-VAL-TOTAL-MESES BY 12
               GIVING WS-VAL-ANO REMAINDER WS-VAL-RESTO
           COMPUTE WS-VAL-MES = WS-VAL-RESTO + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-VAL-DATA)
                   = ZERO
               SUBTRACT 1 FROM WS-VAL-DIA
           END-PERFORM.

       EXIBIR-VALIDADE.
           IF WS-VAL-DATA = ZERO
               DISPLAY 'CADASTRO SEM VENCIMENTO (CATEGORIA '
                   WS-CATEGORIA ').'
           ELSE
               DISPLAY 'CADASTRO VALIDO ATE: ' WS-VAL-DATA
           END-IF.

       LER-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS
           IF WS-FS-PARAM NOT = '00'
               DISPLAY 'PARAMETROS.DAT AUSENTE - USANDO VALORES '
                   'PADRAO.'
           ELSE
               MOVE 'N' TO WS-EOF-PARAM
               MOVE ZEROES TO PAR-DATA-VIGENCIA
               START ARQ-PARAMETROS KEY IS NOT LESS THAN
                       PAR-DATA-VIGENCIA
                   INVALID KEY MOVE 'Y' TO WS-EOF-PARAM
               END-START
               PERFORM UNTIL WS-EOF-PARAM = 'Y'
                   READ ARQ-PARAMETROS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-PARAM
                       NOT AT END
                           IF PAR-DATA-VIGENCIA > WS-DATA-HOJE
                               MOVE 'Y' TO WS-EOF-PARAM
                           ELSE
                               PERFORM APLICAR-PARAMETROS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARAMETROS
           END-IF.

       APLICAR-PARAMETROS.
           MOVE PAR-VALIDADE-ESTUDANTE   TO WS-VALIDADE-ESTUDANTE
           MOVE PAR-VALIDADE-ADULTO      TO WS-VALIDADE-ADULTO
           MOVE PAR-VALIDADE-FUNCIONARIO
               TO WS-VALIDADE-FUNCIONARIO.

       UNIFICAR.
           DISPLAY ' '
           DISPLAY '*** UNIFICAR LEITOR DUPLICADO ***'
           IF WS-OPE-NIVEL < 2
               DISPLAY 'UNIFICACAO RESTRITA AO SUPERVISOR!'
           ELSE
               PERFORM UNIFICAR-EXECUTAR
           END-IF
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       UNIFICAR-EXECUTAR.
           DISPLAY 'CODIGO DUPLICADO (SERA INATIVADO): '
           ACCEPT WS-COD-DUPLICADO
           DISPLAY 'CODIGO SOBREVIVENTE: '
           ACCEPT WS-COD-SOBREVIVENTE
           PERFORM UNIFICAR-VALIDAR
           IF WS-UNI-VALIDA = 'S'
               DISPLAY 'EMPRESTIMOS, HISTORICO, MULTAS, PAGAMENTOS E '
                   'RESERVAS DO ' WS-COD-DUPLICADO
               DISPLAY 'PASSARAO PARA O ' WS-COD-SOBREVIVENTE
                   ' E O ' WS-COD-DUPLICADO ' SERA INATIVADO.'
               DISPLAY 'CONFIRMA A UNIFICACAO (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   PERFORM UNIFICAR-ABRIR-ARQUIVOS
                   PERFORM UNIFICAR-HISTORICO
                   IF WS-ERRO-HIST-TRAB = 'S'
                       PERFORM UNIFICAR-FECHAR-ARQUIVOS
                       DISPLAY 'UNIFICACAO CANCELADA - EMPRESTIMOS, '
                           'MULTAS, PAGAMENTOS, RESERVAS E'
                       DISPLAY 'CADASTRO NAO FORAM ALTERADOS.'
                   ELSE
                       PERFORM UNIFICAR-EMPRESTIMOS
                       PERFORM UNIFICAR-MULTAS
                       PERFORM UNIFICAR-PAGAMENTOS
                       PERFORM UNIFICAR-RESERVAS
                       PERFORM UNIFICAR-LEITORES
                       PERFORM UNIFICAR-REGISTRAR
                       PERFORM UNIFICAR-FECHAR-ARQUIVOS
                       DISPLAY 'UNIFICACAO CONCLUIDA.'
                       DISPLAY 'EMPRESTIMOS: ' WS-QTD-UNI-EMP
                           '  HISTORICO: ' WS-QTD-UNI-HIST
                       DISPLAY 'MULTAS: ' WS-QTD-UNI-MULTA
                           '  PAGAMENTOS: ' WS-QTD-UNI-PAGTO
                           '  RESERVAS: ' WS-QTD-UNI-RESERVA
                   END-IF
               ELSE
                   DISPLAY 'UNIFICACAO CANCELADA.'
               END-IF
           END-IF.

       UNIFICAR-VALIDAR.
           MOVE 'S' TO WS-UNI-VALIDA
           IF WS-COD-DUPLICADO = WS-COD-SOBREVIVENTE
               DISPLAY 'CODIGOS IGUAIS - NADA A UNIFICAR!'
               MOVE 'N' TO WS-UNI-VALIDA
           END-IF
           IF WS-UNI-VALIDA = 'S'
               MOVE WS-COD-DUPLICADO TO UNI-LEI-DUPLICADO
               READ ARQ-UNIFICACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'CODIGO JA UNIFICADO NO LEITOR '
                           UNI-LEI-SOBREVIVENTE '!'
                       MOVE 'N' TO WS-UNI-VALIDA
               END-READ
           END-IF
           IF WS-UNI-VALIDA = 'S'
               MOVE WS-COD-DUPLICADO TO LEI-CODIGO
               READ ARQ-LEITORES
                   INVALID KEY
                       DISPLAY 'LEITOR DUPLICADO NAO ENCONTRADO!'
                       MOVE 'N' TO WS-UNI-VALIDA
                   NOT INVALID KEY
                       MOVE LEI-NOME    TO WS-DUP-NOME
                       MOVE LEI-CONTATO TO WS-DUP-CONTATO
                       MOVE LEI-STATUS  TO WS-DUP-STATUS
                       DISPLAY 'DUPLICADO:   ' LEI-CODIGO ' '
                           LEI-NOME
                       DISPLAY '             ' LEI-CONTATO
                           ' STATUS: ' LEI-STATUS
               END-READ
           END-IF
           IF WS-UNI-VALIDA = 'S'
               MOVE WS-COD-SOBREVIVENTE TO LEI-CODIGO
               READ ARQ-LEITORES
                   INVALID KEY
                       DISPLAY 'LEITOR SOBREVIVENTE NAO ENCONTRADO!'
                       MOVE 'N' TO WS-UNI-VALIDA
                   NOT INVALID KEY
                       IF LEI-STATUS = 'I'
                           DISPLAY 'LEITOR SOBREVIVENTE INATIVO!'
                           MOVE 'N' TO WS-UNI-VALIDA
                       ELSE
                           DISPLAY 'SOBREVIVENTE: ' LEI-CODIGO ' '
                               LEI-NOME
                           DISPLAY '             ' LEI-CONTATO
                               ' STATUS: ' LEI-STATUS
                       END-IF
               END-READ
           END-IF.

       UNIFICAR-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-MULTAS
           IF WS-FS-MULTA = '35'
               MOVE 'N' TO WS-MULTAS-EXISTE
           ELSE
               IF WS-FS-MULTA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR MULTAS.DAT - STATUS: '
                       WS-FS-MULTA
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-MULTAS-EXISTE
           END-IF
           OPEN I-O ARQ-PAGAMENTOS
           IF WS-FS-PAGTO = '35'
               MOVE 'N' TO WS-PAGTO-EXISTE
           ELSE
               IF WS-FS-PAGTO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PAGAMENTOS-CAIXA.DAT'
                       ' - STATUS: ' WS-FS-PAGTO
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-PAGTO-EXISTE
           END-IF
           OPEN I-O ARQ-RESERVAS
           IF WS-FS-RESERVA = '35'
               MOVE 'N' TO WS-RESERVA-EXISTE
           ELSE
               IF WS-FS-RESERVA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RESERVAS.DAT - STATUS: '
                       WS-FS-RESERVA
                   STOP RUN
               END-IF
               MOVE 'S' TO WS-RESERVA-EXISTE
           END-IF.

       UNIFICAR-EMPRESTIMOS.
           MOVE ZERO TO WS-QTD-UNI-EMP
           IF WS-EMPREST-EXISTE = 'S'
               MOVE 'N' TO WS-EOF-EMPREST
               MOVE ZEROES TO EMP-NUMERO
               START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN EMP-NUMERO
                   INVALID KEY MOVE 'Y' TO WS-EOF-EMPREST
               END-START
               PERFORM UNTIL WS-EOF-EMPREST = 'Y'
                   READ ARQ-EMPRESTIMOS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-EMPREST
                       NOT AT END
                           IF EMP-LEI-CODIGO = WS-COD-DUPLICADO
                               MOVE WS-COD-SOBREVIVENTE
                                   TO EMP-LEI-CODIGO
                               REWRITE REG-EMPRESTIMO
                               ADD 1 TO WS-QTD-UNI-EMP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *===  O HISTORICO E UNIFICADO ANTES DE QUALQUER OUTRO
      *===  ARQUIVO. QUALQUER FALHA DEIXA WS-ERRO-HIST-TRAB = 'S' E
      *===  A UNIFICACAO E CANCELADA SEM ALTERAR O RESTO.
       UNIFICAR-HISTORICO.
           MOVE ZERO TO WS-QTD-UNI-HIST
           MOVE 'N' TO WS-ERRO-HIST-TRAB
           OPEN INPUT ARQ-HISTORICO
           IF WS-FS-HIST = '00'
               OPEN OUTPUT ARQ-HIST-TRAB
               IF WS-FS-HIST-TRAB NOT = '00'
                   MOVE 'S' TO WS-ERRO-HIST-TRAB
                   MOVE 'N' TO WS-HIST-TRAB-ABERTO
                   MOVE 'Y' TO WS-EOF
               ELSE
                   MOVE 'S' TO WS-HIST-TRAB-ABERTO
                   MOVE 'N' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-HISTORICO
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HST-LEI-CODIGO = WS-COD-DUPLICADO
                               MOVE WS-COD-SOBREVIVENTE
                                   TO HST-LEI-CODIGO
                               ADD 1 TO WS-QTD-UNI-HIST
                           END-IF
                           WRITE REG-HIST-TRAB FROM REG-EMP-HISTORICO
                           IF WS-FS-HIST-TRAB NOT = '00'
                               MOVE 'S' TO WS-ERRO-HIST-TRAB
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
               IF WS-HIST-TRAB-ABERTO = 'S'
                   CLOSE ARQ-HIST-TRAB
               END-IF
               IF WS-ERRO-HIST-TRAB = 'S'
                   DISPLAY 'ERRO AO GRAVAR EMPRESTIMOS-HISTORICO.TMP'
                       ' - HISTORICO NAO UNIFICADO'
               ELSE
                   IF WS-QTD-UNI-HIST > ZERO
                       PERFORM UNIFICAR-HISTORICO-DEVOLVER
                   END-IF
               END-IF
           END-IF.

      *===  FALHA AO REGRAVAR DEIXA O HISTORICO INCOMPLETO; A COPIA
      *===  INTEGRA FICA NO EMPRESTIMOS-HISTORICO.TMP.
       UNIFICAR-HISTORICO-DEVOLVER.
           OPEN INPUT ARQ-HIST-TRAB
           IF WS-FS-HIST-TRAB NOT = '00'
               MOVE 'S' TO WS-ERRO-HIST-TRAB
               DISPLAY 'ERRO AO LER EMPRESTIMOS-HISTORICO.TMP'
                   ' - HISTORICO NAO UNIFICADO'
           ELSE
               OPEN OUTPUT ARQ-HISTORICO
               IF WS-FS-HIST NOT = '00'
                   MOVE 'S' TO WS-ERRO-HIST-TRAB
                   MOVE 'N' TO WS-HIST-ABERTO
                   MOVE 'Y' TO WS-EOF
               ELSE
                   MOVE 'S' TO WS-HIST-ABERTO
                   MOVE 'N' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-HIST-TRAB
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           WRITE REG-EMP-HISTORICO FROM REG-HIST-TRAB
                           IF WS-FS-HIST NOT = '00'
                               MOVE 'S' TO WS-ERRO-HIST-TRAB
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIST-TRAB
               IF WS-HIST-ABERTO = 'S'
                   CLOSE ARQ-HISTORICO
               END-IF
               IF WS-ERRO-HIST-TRAB = 'S'
                   DISPLAY 'ERRO AO GRAVAR EMPRESTIMOS-HISTORICO.DAT'
                       ' - STATUS: ' WS-FS-HIST
                   DISPLAY 'HISTORICO INCOMPLETO - RESTAURE A PARTIR '
                       'DE EMPRESTIMOS-HISTORICO.TMP'
                   DISPLAY 'ANTES DE REPETIR A UNIFICACAO.'
               END-IF
           END-IF.

       UNIFICAR-MULTAS.
           MOVE ZERO TO WS-QTD-UNI-MULTA
           IF WS-MULTAS-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO MUL-NUMERO
               START ARQ-MULTAS KEY IS NOT LESS THAN MUL-NUMERO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-MULTAS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF MUL-LEI-CODIGO = WS-COD-DUPLICADO
                               MOVE WS-COD-SOBREVIVENTE
                                   TO MUL-LEI-CODIGO
                               REWRITE REG-MULTA
                               ADD 1 TO WS-QTD-UNI-MULTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       UNIFICAR-PAGAMENTOS.
           MOVE ZERO TO WS-QTD-UNI-PAGTO
           IF WS-PAGTO-EXISTE = 'S'
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO PAG-RECIBO
               START ARQ-PAGAMENTOS KEY IS NOT LESS THAN PAG-RECIBO
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-PAGAMENTOS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PAG-LEI-CODIGO = WS-COD-DUPLICADO
                               MOVE WS-COD-SOBREVIVENTE
                                   TO PAG-LEI-CODIGO
                               REWRITE REG-PAGAMENTO
                               ADD 1 TO WS-QTD-UNI-PAGTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *===  ATE 200 RESERVAS DO DUPLICADO POR PASSADA; AS MOVIDAS
      *===  SAEM DO CODIGO DUPLICADO, ENTAO REPETE-SE A PASSADA ATE
      *===  NAO SOBRAR NENHUMA.
       UNIFICAR-RESERVAS.
           MOVE ZERO TO WS-QTD-UNI-RESERVA
           IF WS-RESERVA-EXISTE = 'S'
               MOVE 'S' TO WS-TAB-RES-ESTOURO
               PERFORM UNIFICAR-RESERVAS-PASSADA
                   UNTIL WS-TAB-RES-ESTOURO = 'N'
           END-IF.

       UNIFICAR-RESERVAS-PASSADA.
           PERFORM UNIFICAR-RESERVAS-CARREGAR
           PERFORM VARYING WS-IND-RES FROM 1 BY 1
                   UNTIL WS-IND-RES > WS-QTD-RES-DUP
               PERFORM UNIFICAR-RESERVA-ITEM
           END-PERFORM
           IF WS-QTD-RES-DUP = ZERO
               MOVE 'N' TO WS-TAB-RES-ESTOURO
           END-IF.

       UNIFICAR-RESERVAS-CARREGAR.
           MOVE ZERO TO WS-QTD-RES-DUP
           MOVE ZERO TO WS-QTD-RES-SOB
           MOVE 'N' TO WS-TAB-RES-ESTOURO
           MOVE 'N' TO WS-EOF-RESERVA
           MOVE ZEROES TO RES-NUMERO
           START ARQ-RESERVAS KEY IS NOT LESS THAN RES-NUMERO
               INVALID KEY MOVE 'Y' TO WS-EOF-RESERVA
           END-START
           PERFORM UNTIL WS-EOF-RESERVA = 'Y'
               READ ARQ-RESERVAS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-RESERVA
                   NOT AT END
                       IF RES-LEI-CODIGO = WS-COD-DUPLICADO
                           IF WS-QTD-RES-DUP < 200
                               ADD 1 TO WS-QTD-RES-DUP
                               MOVE RES-NUMERO
                                   TO TD-RES-NUMERO (WS-QTD-RES-DUP)
                           ELSE
                               MOVE 'S' TO WS-TAB-RES-ESTOURO
                           END-IF
                       END-IF
                       IF RES-LEI-CODIGO = WS-COD-SOBREVIVENTE AND
                               (RES-STATUS = 'P' OR RES-STATUS = 'S')
                               AND WS-QTD-RES-SOB < 200
                           ADD 1 TO WS-QTD-RES-SOB
                           MOVE RES-NUMERO
                               TO TS-RES-NUMERO (WS-QTD-RES-SOB)
                           MOVE RES-LIV-CODIGO
                               TO TS-LIV-CODIGO (WS-QTD-RES-SOB)
                       END-IF
               END-READ
           END-PERFORM.

       UNIFICAR-RESERVA-ITEM.
           MOVE 'N' TO WS-RES-CANCELA-DUP
           MOVE ZERO TO WS-RES-SOB-NUM
           MOVE TD-RES-NUMERO (WS-IND-RES) TO RES-NUMERO
           READ ARQ-RESERVAS
               INVALID KEY
                   MOVE SPACES TO WS-RDUP-STATUS
               NOT INVALID KEY
                   MOVE RES-LIV-CODIGO TO WS-RDUP-LIVRO
                   MOVE RES-STATUS     TO WS-RDUP-STATUS
                   MOVE RES-POSICAO    TO WS-RDUP-POSICAO
           END-READ
           IF WS-RDUP-STATUS = 'P' OR WS-RDUP-STATUS = 'S'
               PERFORM VARYING WS-IND-SOB FROM 1 BY 1
                       UNTIL WS-IND-SOB > WS-QTD-RES-SOB
                   IF TS-LIV-CODIGO (WS-IND-SOB) = WS-RDUP-LIVRO
                       MOVE TS-RES-NUMERO (WS-IND-SOB)
                           TO WS-RES-SOB-NUM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RES-SOB-NUM NOT = ZERO
               PERFORM UNIFICAR-RESERVA-CONFLITO
           END-IF
           IF WS-RDUP-STATUS NOT = SPACES
               MOVE TD-RES-NUMERO (WS-IND-RES) TO RES-NUMERO
               READ ARQ-RESERVAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-COD-SOBREVIVENTE TO RES-LEI-CODIGO
                       IF WS-RES-CANCELA-DUP = 'S'
                           PERFORM CANCELAR-RESERVA-ATUAL
                       ELSE
                           REWRITE REG-RESERVA
                       END-IF
                       ADD 1 TO WS-QTD-UNI-RESERVA
               END-READ
           END-IF.

       UNIFICAR-RESERVA-CONFLITO.
           MOVE WS-RES-SOB-NUM TO RES-NUMERO
           READ ARQ-RESERVAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-RDUP-STATUS = 'S' AND RES-STATUS = 'S'
                       DISPLAY 'AVISO: LIVRO ' RES-LIV-CODIGO
                           ' SEPARADO PARA OS DOIS CODIGOS - '
                           'CANCELAR UMA RESERVA NO BALCAO.'
                   ELSE
                       IF WS-RDUP-STATUS = 'S' OR
                               (RES-STATUS = 'P' AND
                                WS-RDUP-POSICAO < RES-POSICAO)
                           PERFORM CANCELAR-RESERVA-ATUAL
                       ELSE
                           MOVE 'S' TO WS-RES-CANCELA-DUP
                       END-IF
                   END-IF
           END-READ.

       CANCELAR-RESERVA-ATUAL.
           MOVE RES-LIV-CODIGO TO WS-RES-LIV-CANCEL
           MOVE RES-POSICAO    TO WS-RES-POS-CANCEL
           MOVE 'C'    TO RES-STATUS
           MOVE ZERO   TO RES-POSICAO
           MOVE ZEROES TO RES-DATA-LIMITE
           MOVE ZEROES TO RES-FIL-CODIGO
           REWRITE REG-RESERVA
           DISPLAY 'RESERVA ' RES-NUMERO ' DO LIVRO ' RES-LIV-CODIGO
               ' CANCELADA (DUPLICADA NA FILA).'
           PERFORM RENUMERAR-FILA-RESERVA.

       RENUMERAR-FILA-RESERVA.
           MOVE 'N' TO WS-EOF-RESERVA
           MOVE WS-RES-LIV-CANCEL TO RES-LIV-CODIGO
           START ARQ-RESERVAS KEY IS = RES-LIV-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF-RESERVA
           END-START
           PERFORM UNTIL WS-EOF-RESERVA = 'Y'
               READ ARQ-RESERVAS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-RESERVA
                   NOT AT END
                       IF RES-LIV-CODIGO NOT = WS-RES-LIV-CANCEL
                           MOVE 'Y' TO WS-EOF-RESERVA
                       ELSE
                           IF RES-STATUS = 'P' AND
                                   RES-POSICAO > WS-RES-POS-CANCEL
                               SUBTRACT 1 FROM RES-POSICAO
                               REWRITE REG-RESERVA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       UNIFICAR-LEITORES.
           MOVE WS-COD-SOBREVIVENTE TO LEI-CODIGO
           READ ARQ-LEITORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-DUP-STATUS = 'S' AND LEI-STATUS = 'A'
                       MOVE 'S' TO LEI-STATUS
                       REWRITE REG-LEITOR
                       DISPLAY 'SUSPENSAO DO DUPLICADO MANTIDA NO '
                           'SOBREVIVENTE.'
                   END-IF
           END-READ
           MOVE WS-COD-DUPLICADO TO LEI-CODIGO
           READ ARQ-LEITORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'I' TO LEI-STATUS
                   REWRITE REG-LEITOR
           END-READ.

       UNIFICAR-REGISTRAR.
           MOVE WS-COD-DUPLICADO    TO UNI-LEI-DUPLICADO
           MOVE WS-COD-SOBREVIVENTE TO UNI-LEI-SOBREVIVENTE
           MOVE FUNCTION CURRENT-DATE(1:14) TO UNI-DATA-HORA
           MOVE WS-OPE-CODIGO       TO UNI-OPERADOR
           MOVE WS-DUP-NOME         TO UNI-NOME-DUPLICADO
           MOVE WS-DUP-CONTATO      TO UNI-CONTATO-DUPLICADO
           MOVE WS-DUP-STATUS       TO UNI-STATUS-DUPLICADO
           MOVE WS-QTD-UNI-EMP      TO UNI-QTD-EMPRESTIMOS
           MOVE WS-QTD-UNI-HIST     TO UNI-QTD-HISTORICO
           MOVE WS-QTD-UNI-MULTA    TO UNI-QTD-MULTAS
           MOVE WS-QTD-UNI-PAGTO    TO UNI-QTD-PAGAMENTOS
           MOVE WS-QTD-UNI-RESERVA  TO UNI-QTD-RESERVAS
           WRITE REG-UNIFICACAO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR REGISTRO DE UNIFICACAO!'
           END-WRITE.

       UNIFICAR-FECHAR-ARQUIVOS.
           IF WS-MULTAS-EXISTE = 'S'
               CLOSE ARQ-MULTAS
           END-IF
           IF WS-PAGTO-EXISTE = 'S'
               CLOSE ARQ-PAGAMENTOS
           END-IF
           IF WS-RESERVA-EXISTE = 'S'
               CLOSE ARQ-RESERVAS
           END-IF.

       CONSULTAR-UNIFICACOES.
           DISPLAY ' '
           DISPLAY '*** CONSULTAR UNIFICACOES ***'
           DISPLAY 'CODIGO SOBREVIVENTE (ENTER = TODOS): '
           ACCEPT WS-COD-SOBREVIVENTE
           MOVE 'N' TO WS-EOF
           MOVE ZEROES TO UNI-LEI-DUPLICADO
           START ARQ-UNIFICACOES KEY IS NOT LESS THAN
                   UNI-LEI-DUPLICADO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-UNIFICACOES NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-COD-SOBREVIVENTE = ZERO OR
                               UNI-LEI-SOBREVIVENTE =
                               WS-COD-SOBREVIVENTE
                           PERFORM MOSTRAR-UNIFICACAO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       MOSTRAR-UNIFICACAO.
           DISPLAY 'DUPLICADO: ' UNI-LEI-DUPLICADO
               ' -> SOBREVIVENTE: ' UNI-LEI-SOBREVIVENTE
           DISPLAY 'NOME/CONTATO DO DUPLICADO: '
               UNI-NOME-DUPLICADO
           DISPLAY '                           '
               UNI-CONTATO-DUPLICADO
               ' STATUS ANTERIOR: ' UNI-STATUS-DUPLICADO
           DISPLAY 'DATA/HORA: ' UNI-DATA-HORA
               '  OPERADOR: ' UNI-OPERADOR
           DISPLAY 'EMPRESTIMOS: ' UNI-QTD-EMPRESTIMOS
               '  HISTORICO: ' UNI-QTD-HISTORICO
               '  MULTAS: ' UNI-QTD-MULTAS
           DISPLAY 'PAGAMENTOS: ' UNI-QTD-PAGAMENTOS
               '  RESERVAS: ' UNI-QTD-RESERVAS
           DISPLAY '------------------------'.

       FINALIZAR.
           CLOSE ARQ-LEITORES
           IF WS-EMPREST-EXISTE = 'S'
               CLOSE ARQ-EMPRESTIMOS
           END-IF
           CLOSE ARQ-UNIFICACOES.
