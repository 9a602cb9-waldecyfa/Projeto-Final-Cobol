       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-OFFLINE.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: CAPTURA DE EMPRESTIMOS, DEVOLUCOES E
      *===  RENOVACOES QUANDO A CIRCULACAO ESTA BLOQUEADA (JANELA
      *===  DE LOTE, QUEDA DE ENERGIA OU DE REDE). GRAVA SO NO
      *===  ARQUIVO SEQUENCIAL MOVIMENTO-OFFLINE.DAT, COM DATA E
      *===  HORA REAIS DO ATENDIMENTO, FILIAL E OPERADOR. AS
      *===  REGRAS SAO APLICADAS DEPOIS PELO REPROCESSA-OFFLINE.
      *===  NAO ABRE ENQUANTO O REPROCESSA-OFFLINE ESTA EM EXECUCAO.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OFFLINE ASSIGN TO 'MOVIMENTO-OFFLINE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OFFLINE.

           SELECT ARQ-OPERADORES ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT ARQ-CONTROLE ASSIGN TO 'CONTROLE-LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OFFLINE.
           COPY REG-MOV-OFFLINE.

       FD ARQ-OPERADORES.
           COPY REG-OPERADOR.

       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       WORKING-STORAGE SECTION.
       01 WS-FS-OFFLINE         PIC XX.
       01 WS-FS-OPERADOR        PIC XX.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-REPROC-ATIVO       PIC X.
       01 WS-OPE-CODIGO         PIC 9(5).
       01 WS-OPE-SENHA          PIC X(8).
       01 WS-OPE-NIVEL          PIC 9(1).
       01 WS-OPE-VALIDO         PIC X.
       01 WS-TENTATIVAS         PIC 9(1).
       01 WS-FILIAL             PIC 9(2).
       01 WS-OPCAO              PIC X.
       01 WS-CONTINUA           PIC X.
       01 WS-CONFIRMA           PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-DATA-MOV           PIC 9(8).
       01 WS-HORA-MOV           PIC 9(6).
       01 WS-DATA-VALIDA        PIC X.
       01 WS-QTD-CAPTURADOS     PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM PROCESSAR UNTIL WS-OPCAO = '4'
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM VERIFICAR-REPROCESSAMENTO
           PERFORM VALIDAR-OPERADOR
           PERFORM ESCOLHER-FILIAL
           OPEN EXTEND ARQ-OFFLINE
           IF WS-FS-OFFLINE = '35'
               OPEN OUTPUT ARQ-OFFLINE
               CLOSE ARQ-OFFLINE
               OPEN EXTEND ARQ-OFFLINE
           ELSE
               IF WS-FS-OFFLINE NOT = '00'
                   DISPLAY 'ERRO AO ABRIR MOVIMENTO-OFFLINE.DAT'
                       ' - STATUS: ' WS-FS-OFFLINE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'CAPTURA FORA DO AR - OS MOVIMENTOS SERAO '
               'VALIDADOS NO REPROCESSAMENTO.'.

      *===  O REPROCESSAMENTO ESVAZIA O ARQUIVO DE CAPTURA AO
      *===  TERMINAR; NAO SE CAPTURA ENQUANTO ELE RODA.
       VERIFICAR-REPROCESSAMENTO.
           MOVE 'N' TO WS-REPROC-ATIVO
           OPEN INPUT ARQ-CONTROLE
           IF WS-FS-CONTROLE = '00'
               MOVE 'REPROCESSA-OFFLINE' TO CTL-JOB
               MOVE WS-DATA-HOJE         TO CTL-DATA-MOV
               READ ARQ-CONTROLE
                   NOT INVALID KEY
                       IF CTL-SITUACAO = 'E'
                           MOVE 'S' TO WS-REPROC-ATIVO
                       END-IF
               END-READ
               CLOSE ARQ-CONTROLE
           END-IF
           IF WS-REPROC-ATIVO = 'S'
               DISPLAY 'REPROCESSAMENTO FORA DO AR EM EXECUCAO.'
               DISPLAY 'AGUARDE O FIM DO REPROCESSA-OFFLINE PARA '
                   'CAPTURAR.'
               STOP RUN
           END-IF.

       VALIDAR-OPERADOR.
           OPEN INPUT ARQ-OPERADORES
           IF WS-FS-OPERADOR NOT = '00'
               DISPLAY 'OPERADORES.DAT INACESSIVEL - O CODIGO SERA '
                   'CONFERIDO NO REPROCESSAMENTO.'
               DISPLAY 'CODIGO DO OPERADOR: '
               ACCEPT WS-OPE-CODIGO
               IF WS-OPE-CODIGO = ZERO
                   DISPLAY 'ACESSO NEGADO!'
                   STOP RUN
               END-IF
           ELSE
               MOVE ZERO TO WS-TENTATIVAS
               MOVE 'N' TO WS-OPE-VALIDO
               PERFORM VALIDAR-OPERADOR-TENTAR
                   UNTIL WS-OPE-VALIDO = 'S' OR WS-TENTATIVAS >= 3
               CLOSE ARQ-OPERADORES
               IF WS-OPE-VALIDO NOT = 'S'
                   DISPLAY 'ACESSO NEGADO!'
                   STOP RUN
               END-IF
           END-IF.

       VALIDAR-OPERADOR-TENTAR.
           ADD 1 TO WS-TENTATIVAS
           DISPLAY 'CODIGO DO OPERADOR: '
           ACCEPT WS-OPE-CODIGO
           DISPLAY 'SENHA: '
           ACCEPT WS-OPE-SENHA
           MOVE WS-OPE-CODIGO TO OPE-CODIGO
           READ ARQ-OPERADORES
               INVALID KEY
                   DISPLAY 'OPERADOR OU SENHA INVALIDOS!'
               NOT INVALID KEY
                   IF OPE-SENHA = WS-OPE-SENHA AND OPE-STATUS = 'A'
                       MOVE 'S' TO WS-OPE-VALIDO
                       MOVE OPE-NIVEL TO WS-OPE-NIVEL
                       DISPLAY 'BEM-VINDO, ' OPE-NOME
                   ELSE
                       DISPLAY 'OPERADOR OU SENHA INVALIDOS!'
                   END-IF
           END-READ.

       ESCOLHER-FILIAL.
           DISPLAY 'FILIAL DE ATENDIMENTO (01-CENTRAL / 02-ANEXO): '
           ACCEPT WS-FILIAL
           IF WS-FILIAL NOT = 1 AND WS-FILIAL NOT = 2
               DISPLAY 'FILIAL INVALIDA!'
               STOP RUN
           END-IF.

       PROCESSAR.
           DISPLAY ' '
           DISPLAY 'CAPTURA DE CIRCULACAO FORA DO AR'
           DISPLAY '1 - EMPRESTIMO'
           DISPLAY '2 - DEVOLUCAO'
           DISPLAY '3 - RENOVACAO'
           DISPLAY '4 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM CAPTURAR-EMPRESTIMO
               WHEN '2' PERFORM CAPTURAR-DEVOLUCAO
               WHEN '3' PERFORM CAPTURAR-RENOVACAO
               WHEN '4' CONTINUE
               WHEN OTHER DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE.

       CAPTURAR-EMPRESTIMO.
           DISPLAY ' '
           DISPLAY '*** EMPRESTIMO (FORA DO AR) ***'
           MOVE SPACES TO REG-MOV-OFFLINE
           MOVE 'E' TO OFL-TIPO
           DISPLAY 'NUMERO DO EMPRESTIMO (6 DIGITOS): '
           ACCEPT OFL-EMP-NUMERO
           DISPLAY 'CODIGO DO LIVRO (5 DIGITOS): '
           ACCEPT OFL-LIV-CODIGO
           DISPLAY 'CODIGO DO LEITOR (5 DIGITOS): '
           ACCEPT OFL-LEI-CODIGO
           PERFORM CAPTURAR-DATA-HORA
           IF WS-DATA-VALIDA = 'S'
               PERFORM GRAVAR-MOVIMENTO
           END-IF
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       CAPTURAR-DEVOLUCAO.
           DISPLAY ' '
           DISPLAY '*** DEVOLUCAO (FORA DO AR) ***'
           MOVE SPACES TO REG-MOV-OFFLINE
           MOVE 'D' TO OFL-TIPO
           DISPLAY 'NUMERO DO EMPRESTIMO: '
           ACCEPT OFL-EMP-NUMERO
           MOVE ZEROES TO OFL-LIV-CODIGO
           MOVE ZEROES TO OFL-LEI-CODIGO
           PERFORM CAPTURAR-DATA-HORA
           IF WS-DATA-VALIDA = 'S'
               PERFORM GRAVAR-MOVIMENTO
           END-IF
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       CAPTURAR-RENOVACAO.
           DISPLAY ' '
           DISPLAY '*** RENOVACAO (FORA DO AR) ***'
           MOVE SPACES TO REG-MOV-OFFLINE
           MOVE 'R' TO OFL-TIPO
           DISPLAY 'NUMERO DO EMPRESTIMO: '
           ACCEPT OFL-EMP-NUMERO
           MOVE ZEROES TO OFL-LIV-CODIGO
           MOVE ZEROES TO OFL-LEI-CODIGO
           PERFORM CAPTURAR-DATA-HORA
           IF WS-DATA-VALIDA = 'S'
               PERFORM GRAVAR-MOVIMENTO
           END-IF
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       CAPTURAR-DATA-HORA.
           MOVE 'S' TO WS-DATA-VALIDA
           DISPLAY 'DATA DO ATENDIMENTO (AAAAMMDD, ENTER = HOJE): '
           ACCEPT WS-DATA-MOV
           IF WS-DATA-MOV = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOV
           END-IF
           DISPLAY 'HORA DO ATENDIMENTO (HHMMSS, ENTER = AGORA): '
           ACCEPT WS-HORA-MOV
           IF WS-HORA-MOV = ZERO
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-MOV
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-MOV) NOT = ZERO
               DISPLAY 'DATA INVALIDA - MOVIMENTO NAO GRAVADO!'
               MOVE 'N' TO WS-DATA-VALIDA
           ELSE
               IF WS-DATA-MOV > WS-DATA-HOJE
                   DISPLAY 'DATA FUTURA - MOVIMENTO NAO GRAVADO!'
                   MOVE 'N' TO WS-DATA-VALIDA
               END-IF
           END-IF.

       GRAVAR-MOVIMENTO.
           MOVE WS-DATA-MOV   TO OFL-DATA
           MOVE WS-HORA-MOV   TO OFL-HORA
           MOVE WS-FILIAL     TO OFL-FIL-CODIGO
           MOVE WS-OPE-CODIGO TO OFL-OPERADOR
           WRITE REG-MOV-OFFLINE
           IF WS-FS-OFFLINE = '00'
               ADD 1 TO WS-QTD-CAPTURADOS
               DISPLAY 'MOVIMENTO CAPTURADO. ANOTE NO COMPROVANTE '
                   'DO LEITOR: SUJEITO A CONFIRMACAO.'
           ELSE
               DISPLAY 'ERRO AO GRAVAR MOVIMENTO - STATUS: '
                   WS-FS-OFFLINE
           END-IF.

       FINALIZAR.
           CLOSE ARQ-OFFLINE
           DISPLAY 'MOVIMENTOS CAPTURADOS NESTA SESSAO: '
               WS-QTD-CAPTURADOS.
