       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CALENDARIO.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: MANUTENCAO DO CALENDARIO DE DIAS FECHADOS
      *===  POR FILIAL (CALENDARIO.DAT): FERIADOS, RECESSOS E
      *===  FECHAMENTO SEMANAL. A CIRCULACAO USA O CALENDARIO
      *===  PARA A DATA PREVISTA DE DEVOLUCAO E OS LOTES PARA
      *===  CONTAR SO OS DIAS ABERTOS NO ATRASO.
      *===  USO RESTRITO AO SUPERVISOR.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CALENDARIO ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-FS-CALEND.

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
       FD ARQ-CALENDARIO.
           COPY REG-CALENDARIO.

       FD ARQ-OPERADORES.
           COPY REG-OPERADOR.

       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-EOF-CONTROLE       PIC X.
       01 WS-LOTE-ATIVO         PIC X.
       01 WS-LOTE-JOB           PIC X(20).
       01 WS-FS-OPERADOR        PIC XX.
       01 WS-OPE-CODIGO         PIC 9(5).
       01 WS-OPE-SENHA          PIC X(8).
       01 WS-OPE-NIVEL          PIC 9(1).
       01 WS-OPE-VALIDO         PIC X.
       01 WS-TENTATIVAS         PIC 9(1).
       01 WS-FS-CALEND          PIC XX.
       01 WS-OPCAO              PIC X.
       01 WS-CONTINUA           PIC X.
       01 WS-CONFIRMA           PIC X.
       01 WS-EOF                PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-FILIAL             PIC 9(2).
       01 WS-FIL-GRAVAR         PIC 9(2).
       01 WS-DATA-INICIAL       PIC 9(8).
       01 WS-DATA-FINAL         PIC 9(8).
       01 WS-DATA-DIA           PIC 9(8).
       01 WS-INT-INICIAL        PIC 9(9).
       01 WS-INT-FINAL          PIC 9(9).
       01 WS-INT-DIA            PIC 9(9).
       01 WS-DIA-SEMANA         PIC 9(1).
       01 WS-DIA-SEMANA-DATA    PIC 9(1).
       01 WS-DESCRICAO          PIC X(30).
       01 WS-DATAS-VALIDAS      PIC X.
       01 WS-QTD-GRAVADOS       PIC 9(5).
       01 WS-QTD-EXISTENTES     PIC 9(5).
       01 WS-QTD-LISTADOS       PIC 9(5).
       01 WS-NOME-DIA           PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM PROCESSAR UNTIL WS-OPCAO = '5'
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           PERFORM VERIFICAR-JANELA-LOTE
           PERFORM VALIDAR-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           OPEN I-O ARQ-CALENDARIO
           IF WS-FS-CALEND = '35'
               OPEN OUTPUT ARQ-CALENDARIO
               CLOSE ARQ-CALENDARIO
               OPEN I-O ARQ-CALENDARIO
           ELSE
               IF WS-FS-CALEND NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CALENDARIO.DAT - STATUS: '
                       WS-FS-CALEND
                   STOP RUN
               END-IF
           END-IF.

       VERIFICAR-JANELA-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE 'N' TO WS-LOTE-ATIVO
           OPEN INPUT ARQ-CONTROLE
           IF WS-FS-CONTROLE = '00'
               MOVE 'N' TO WS-EOF-CONTROLE
               MOVE SPACES TO CTL-JOB
               MOVE ZEROES TO CTL-DATA-MOV
               START ARQ-CONTROLE KEY IS NOT LESS THAN CTL-CHAVE
                   INVALID KEY MOVE 'Y' TO WS-EOF-CONTROLE
               END-START
               PERFORM UNTIL WS-EOF-CONTROLE = 'Y'
                   READ ARQ-CONTROLE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-CONTROLE
                       NOT AT END
                           IF CTL-SITUACAO = 'E' AND
                                   CTL-DATA-MOV = WS-DATA-HOJE
                               MOVE 'S' TO WS-LOTE-ATIVO
                               MOVE CTL-JOB TO WS-LOTE-JOB
                               MOVE 'Y' TO WS-EOF-CONTROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTROLE
           END-IF
           IF WS-LOTE-ATIVO = 'S'
               DISPLAY 'JANELA DE LOTE EM EXECUCAO: ' WS-LOTE-JOB
               DISPLAY 'AGUARDE O FIM DO LOTE PARA USAR O SISTEMA.'
               STOP RUN
           END-IF.

       VALIDAR-OPERADOR.
           OPEN INPUT ARQ-OPERADORES
           IF WS-FS-OPERADOR NOT = '00'
               DISPLAY 'OPERADORES.DAT AUSENTE OU INACESSIVEL!'
               DISPLAY 'EXECUTE O CADASTRO DE OPERADORES.'
               STOP RUN
           END-IF
           MOVE ZERO TO WS-TENTATIVAS
           MOVE 'N' TO WS-OPE-VALIDO
           PERFORM VALIDAR-OPERADOR-TENTAR
               UNTIL WS-OPE-VALIDO = 'S' OR WS-TENTATIVAS >= 3
           CLOSE ARQ-OPERADORES
           IF WS-OPE-VALIDO NOT = 'S'
               DISPLAY 'ACESSO NEGADO!'
               STOP RUN
           END-IF
           IF WS-OPE-NIVEL < 2
               DISPLAY 'MANUTENCAO DO CALENDARIO RESTRITA AO '
                   'SUPERVISOR!'
               STOP RUN
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

       PROCESSAR.
           DISPLAY ' '
           DISPLAY 'CALENDARIO DE DIAS FECHADOS DAS FILIAIS'
           DISPLAY '1 - INCLUIR DIA OU PERIODO FECHADO'
           DISPLAY '2 - INCLUIR FECHAMENTO SEMANAL'
           DISPLAY '3 - EXCLUIR DIA FECHADO'
           DISPLAY '4 - LISTAR DIAS FECHADOS'
           DISPLAY '5 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN '1' PERFORM INCLUIR-PERIODO
               WHEN '2' PERFORM INCLUIR-SEMANAL
               WHEN '3' PERFORM EXCLUIR
               WHEN '4' PERFORM LISTAR
               WHEN '5' CONTINUE
               WHEN OTHER DISPLAY 'OPCAO INVALIDA!'
           END-EVALUATE.

       ESCOLHER-FILIAL.
           DISPLAY 'FILIAL (01-CENTRAL / 02-ANEXO / 00-AMBAS): '
           ACCEPT WS-FILIAL
           IF WS-FILIAL NOT = 0 AND WS-FILIAL NOT = 1 AND
                   WS-FILIAL NOT = 2
               DISPLAY 'FILIAL INVALIDA!'
               MOVE 'N' TO WS-DATAS-VALIDAS
           END-IF.

       COLETAR-PERIODO.
           MOVE 'S' TO WS-DATAS-VALIDAS
           PERFORM ESCOLHER-FILIAL
           IF WS-DATAS-VALIDAS = 'S'
               DISPLAY 'DATA INICIAL (AAAAMMDD): '
               ACCEPT WS-DATA-INICIAL
               DISPLAY 'DATA FINAL (AAAAMMDD, ENTER = SO UM DIA): '
               ACCEPT WS-DATA-FINAL
               IF WS-DATA-FINAL = ZERO
                   MOVE WS-DATA-INICIAL TO WS-DATA-FINAL
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INICIAL)
                       NOT = ZERO OR
                  FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-FINAL)
                       NOT = ZERO
                   DISPLAY 'DATA INVALIDA!'
                   MOVE 'N' TO WS-DATAS-VALIDAS
               ELSE
                   IF WS-DATA-FINAL < WS-DATA-INICIAL
                       DISPLAY 'DATA FINAL ANTERIOR A INICIAL!'
                       MOVE 'N' TO WS-DATAS-VALIDAS
                   ELSE
                       COMPUTE WS-INT-INICIAL =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-INICIAL)
                       COMPUTE WS-INT-FINAL =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-FINAL)
                       IF WS-INT-FINAL - WS-INT-INICIAL > 366
                           DISPLAY 'PERIODO MAXIMO DE UM ANO!'
                           MOVE 'N' TO WS-DATAS-VALIDAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INCLUIR-PERIODO.
           DISPLAY ' '
           DISPLAY '*** INCLUIR DIA OU PERIODO FECHADO ***'
           PERFORM COLETAR-PERIODO
           IF WS-DATAS-VALIDAS = 'S'
               DISPLAY 'MOTIVO DO FECHAMENTO (EX: CARNAVAL): '
               ACCEPT WS-DESCRICAO
               DISPLAY 'FECHAR DE ' WS-DATA-INICIAL ' A '
                   WS-DATA-FINAL ' - CONFIRMA (S/N)? '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   MOVE ZERO TO WS-DIA-SEMANA
                   PERFORM GRAVAR-PERIODO
               ELSE
                   DISPLAY 'INCLUSAO ABANDONADA.'
               END-IF
           END-IF
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       INCLUIR-SEMANAL.
           DISPLAY ' '
           DISPLAY '*** INCLUIR FECHAMENTO SEMANAL ***'
           PERFORM COLETAR-PERIODO
           IF WS-DATAS-VALIDAS = 'S'
               DISPLAY 'DIA DA SEMANA (1-DOM 2-SEG 3-TER 4-QUA '
                   '5-QUI 6-SEX 7-SAB): '
               ACCEPT WS-DIA-SEMANA
               IF WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 7
                   DISPLAY 'DIA DA SEMANA INVALIDO!'
               ELSE
                   DISPLAY 'MOTIVO DO FECHAMENTO (EX: DOMINGO): '
                   ACCEPT WS-DESCRICAO
                   DISPLAY 'FECHAR TODO DIA ' WS-DIA-SEMANA
                       ' DE ' WS-DATA-INICIAL ' A ' WS-DATA-FINAL
                       ' - CONFIRMA (S/N)? '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       PERFORM GRAVAR-PERIODO
                   ELSE
                       DISPLAY 'INCLUSAO ABANDONADA.'
                   END-IF
               END-IF
           END-IF
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       GRAVAR-PERIODO.
           MOVE ZERO TO WS-QTD-GRAVADOS
           MOVE ZERO TO WS-QTD-EXISTENTES
           MOVE WS-INT-INICIAL TO WS-INT-DIA
           PERFORM UNTIL WS-INT-DIA > WS-INT-FINAL
               COMPUTE WS-DIA-SEMANA-DATA =
                   FUNCTION MOD(WS-INT-DIA, 7) + 1
               IF WS-DIA-SEMANA = ZERO OR
                       WS-DIA-SEMANA = WS-DIA-SEMANA-DATA
                   MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
                       TO WS-DATA-DIA
                   IF WS-FILIAL = ZERO
                       MOVE 1 TO WS-FIL-GRAVAR
                       PERFORM GRAVAR-DIA
                       MOVE 2 TO WS-FIL-GRAVAR
                       PERFORM GRAVAR-DIA
                   ELSE
                       MOVE WS-FILIAL TO WS-FIL-GRAVAR
                       PERFORM GRAVAR-DIA
                   END-IF
               END-IF
               ADD 1 TO WS-INT-DIA
           END-PERFORM
           DISPLAY 'DIAS FECHADOS INCLUIDOS: ' WS-QTD-GRAVADOS
           IF WS-QTD-EXISTENTES > ZERO
               DISPLAY 'JA CADASTRADOS (IGNORADOS): '
                   WS-QTD-EXISTENTES
           END-IF.

       GRAVAR-DIA.
           MOVE WS-FIL-GRAVAR TO CAL-FIL-CODIGO
           MOVE WS-DATA-DIA   TO CAL-DATA
           MOVE WS-DESCRICAO  TO CAL-DESCRICAO
           MOVE WS-OPE-CODIGO TO CAL-OPERADOR
           WRITE REG-CALENDARIO
               INVALID KEY
                   ADD 1 TO WS-QTD-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.

       EXCLUIR.
           DISPLAY ' '
           DISPLAY '*** EXCLUIR DIA FECHADO ***'
           DISPLAY 'FILIAL (01-CENTRAL / 02-ANEXO): '
           ACCEPT CAL-FIL-CODIGO
           DISPLAY 'DATA (AAAAMMDD): '
           ACCEPT CAL-DATA
           READ ARQ-CALENDARIO
               INVALID KEY
                   DISPLAY 'DIA NAO CONSTA COMO FECHADO!'
               NOT INVALID KEY
                   DISPLAY 'FILIAL: ' CAL-FIL-CODIGO
                   DISPLAY 'DATA: ' CAL-DATA
                   DISPLAY 'MOTIVO: ' CAL-DESCRICAO
                   DISPLAY 'REABRIR ESTE DIA (S/N)? '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       DELETE ARQ-CALENDARIO
                           INVALID KEY
                               DISPLAY 'ERRO AO EXCLUIR - STATUS: '
                                   WS-FS-CALEND
                           NOT INVALID KEY
                               DISPLAY 'DIA REABERTO COM SUCESSO!'
                       END-DELETE
                   ELSE
                       DISPLAY 'EXCLUSAO ABANDONADA.'
                   END-IF
           END-READ
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       LISTAR.
           DISPLAY ' '
           DISPLAY '*** DIAS FECHADOS CADASTRADOS ***'
           PERFORM COLETAR-PERIODO
           IF WS-DATAS-VALIDAS = 'S'
               MOVE ZERO TO WS-QTD-LISTADOS
               MOVE 'N' TO WS-EOF
               MOVE ZEROES TO CAL-FIL-CODIGO
               MOVE ZEROES TO CAL-DATA
               START ARQ-CALENDARIO KEY IS NOT LESS THAN CAL-CHAVE
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-CALENDARIO NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (WS-FILIAL = ZERO OR
                                   CAL-FIL-CODIGO = WS-FILIAL) AND
                               CAL-DATA NOT < WS-DATA-INICIAL AND
                               CAL-DATA NOT > WS-DATA-FINAL
                               PERFORM LISTAR-DIA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'TOTAL DE DIAS FECHADOS: ' WS-QTD-LISTADOS
           END-IF
           DISPLAY 'PRESSIONE ENTER PARA CONTINUAR'
           ACCEPT WS-CONTINUA.

       LISTAR-DIA.
           COMPUTE WS-DIA-SEMANA-DATA =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(CAL-DATA), 7) + 1
           EVALUATE WS-DIA-SEMANA-DATA
               WHEN 1 MOVE 'DOMINGO' TO WS-NOME-DIA
               WHEN 2 MOVE 'SEGUNDA' TO WS-NOME-DIA
               WHEN 3 MOVE 'TERCA'   TO WS-NOME-DIA
               WHEN 4 MOVE 'QUARTA'  TO WS-NOME-DIA
               WHEN 5 MOVE 'QUINTA'  TO WS-NOME-DIA
               WHEN 6 MOVE 'SEXTA'   TO WS-NOME-DIA
               WHEN OTHER MOVE 'SABADO' TO WS-NOME-DIA
           END-EVALUATE
           DISPLAY 'FILIAL ' CAL-FIL-CODIGO '  ' CAL-DATA '  '
               WS-NOME-DIA '  ' CAL-DESCRICAO
               '  OPER ' CAL-OPERADOR
           ADD 1 TO WS-QTD-LISTADOS.

       FINALIZAR.
           CLOSE ARQ-CALENDARIO.
