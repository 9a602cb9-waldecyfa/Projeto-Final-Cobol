       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS-LEITORES.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: LOTE DIARIO DE AVISOS AOS LEITORES PARA O
      *===  GATEWAY MUNICIPAL DE SMS/EMAIL - LEMBRETE DE CORTESIA
      *===  ANTES DA DATA PREVISTA DE DEVOLUCAO, RESERVA DISPONIVEL
      *===  (FILIAL E PRAZO DE RETIRADA) E ULTIMO DIA DE RETIRADA.
      *===  UMA MENSAGEM POR LEITOR NO ARQUIVO DELIMITADO DO
      *===  GATEWAY; LEITOR SEM CONTATO UTILIZAVEL, OU AVISO ALEM
      *===  DO LIMITE DA MENSAGEM, VAI PARA A LISTA DO BALCAO.
      *===  CADA AVISO FICA REGISTRADO E NAO SAI DUAS
      *===  VEZES. LE O RETORNO DO GATEWAY E MARCA AS FALHAS DE
      *===  ENTREGA, QUE APARECEM NO EXTRATO DO LEITOR.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LEITORES ASSIGN TO 'LEITORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEI-CODIGO
               FILE STATUS IS WS-FS-LEITOR.

           SELECT ARQ-EMPRESTIMOS ASSIGN TO 'EMPRESTIMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-LEI-CODIGO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-LIV-CODIGO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.

           SELECT ARQ-RESERVAS ASSIGN TO 'RESERVAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-NUMERO
               ALTERNATE RECORD KEY IS RES-LIV-CODIGO WITH DUPLICATES
               ALTERNATE RECORD KEY IS RES-LEI-CODIGO WITH DUPLICATES
               FILE STATUS IS WS-FS-RESERVA.

           SELECT ARQ-LIVROS ASSIGN TO 'LIVROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIV-CODIGO
               ALTERNATE RECORD KEY IS LIV-TITULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIV-AUTOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIV-ISBN WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIV-EDITORA WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIV-ANO WITH DUPLICATES
               FILE STATUS IS WS-FS-LIVROS.

           SELECT ARQ-PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-DATA-VIGENCIA
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-AVISOS ASSIGN TO 'AVISOS-LEITORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
               ALTERNATE RECORD KEY IS AVI-LEI-CODIGO WITH DUPLICATES
               ALTERNATE RECORD KEY IS AVI-MENSAGEM WITH DUPLICATES
               FILE STATUS IS WS-FS-AVISO.

           SELECT ARQ-GATEWAY ASSIGN TO 'GATEWAY-MENSAGENS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GATEWAY.

           SELECT ARQ-RETORNO ASSIGN TO 'GATEWAY-RETORNO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.

           SELECT ARQ-RELATORIO ASSIGN TO 'AVISOS-BALCAO.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

           SELECT ARQ-CONTROLE ASSIGN TO 'CONTROLE-LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LEITORES.
           COPY REG-LEITOR.

       FD ARQ-EMPRESTIMOS.
           COPY REG-EMPRESTIMO.

       FD ARQ-RESERVAS.
           COPY REG-RESERVA.

       FD ARQ-LIVROS.
           COPY REG-LIVRO.

       FD ARQ-PARAMETROS.
           COPY REG-PARAMETRO.

       FD ARQ-AVISOS.
           COPY REG-AVISO.

      *===  LINHA DO GATEWAY, CAMPOS SEPARADOS POR PONTO E VIRGULA:
      *===  MENSAGEM;CANAL(E/S);CONTATO;LEITOR;NOME;TEXTO
       FD ARQ-GATEWAY.
       01 LINHA-GATEWAY         PIC X(600).

      *===  RETORNO DO GATEWAY: MENSAGEM;SITUACAO(E/F);MOTIVO
       FD ARQ-RETORNO.
       01 LINHA-RETORNO         PIC X(100).

       FD ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO       PIC X(132).

       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-EOF-CONTROLE       PIC X.
       01 WS-JOB-NOME           PIC X(20) VALUE 'AVISOS-LEITORES'.
       01 WS-JA-CONCLUIDO       PIC X.
       01 WS-MEU-EM-EXECUCAO    PIC X.
       01 WS-CONFLITO           PIC X.
       01 WS-CONFLITO-JOB       PIC X(20).
       01 WS-CONFLITO-DATA      PIC 9(8).
       01 WS-RESPOSTA           PIC X.
       01 WS-FS-LEITOR          PIC XX.
       01 WS-FS-EMPREST         PIC XX.
       01 WS-FS-RESERVA         PIC XX.
       01 WS-FS-LIVROS          PIC XX.
       01 WS-FS-PARAM           PIC XX.
       01 WS-FS-AVISO           PIC XX.
       01 WS-FS-GATEWAY         PIC XX.
       01 WS-FS-RETORNO         PIC XX.
       01 WS-FS-RELAT           PIC XX.
       01 WS-EOF                PIC X.
       01 WS-EOF-ITEM           PIC X.
       01 WS-EOF-PARAM          PIC X.
       01 WS-RESERVAS-EXISTE    PIC X.
       01 WS-LIVROS-EXISTE      PIC X.
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-INT-HOJE           PIC 9(9).
       01 WS-INT-AUX            PIC 9(9).
       01 WS-DIAS-LEMBRETE      PIC 9(3) VALUE 2.
       01 WS-DATA-LEMBRETE      PIC 9(8).
       01 WS-DATA-AMANHA        PIC 9(8).
       01 WS-PROX-MENSAGEM      PIC 9(8).
       01 WS-AVISO-NOVO         PIC X.
       01 WS-NOVO-TIPO          PIC X(1).
       01 WS-NOVO-DOCUMENTO     PIC 9(6).
       01 WS-NOVO-DATA-REF      PIC 9(8).
       01 WS-NOVO-LIV-CODIGO    PIC 9(5).
       01 WS-NOVO-FIL-CODIGO    PIC 9(2).

      *===  AVISOS NOVOS DO LEITOR EM PROCESSAMENTO. O QUE PASSAR
      *===  DO LIMITE DA MENSAGEM VAI PARA A LISTA DO BALCAO (O PRAZO
      *===  DO AVISO PODE NAO ALCANCAR O DIA SEGUINTE).
       01 WS-MAX-ITENS          PIC 9(2) VALUE 6.
       01 WS-QTD-ITENS          PIC 9(2).
       01 WS-IND-ITEM           PIC 9(2).
       01 WS-TAB-ITENS.
           05 WS-ITEM-AVISO OCCURS 6 TIMES.
               10 TV-TIPO       PIC X(1).
               10 TV-DOCUMENTO  PIC 9(6).
               10 TV-DATA-REF   PIC 9(8).
               10 TV-LIV-CODIGO PIC 9(5).
               10 TV-FIL-CODIGO PIC 9(2).
               10 TV-TITULO     PIC X(30).

      *===  CONTATO: EMAIL (UM @) OU TELEFONE (8 A 13 DIGITOS)
       01 WS-CANAL              PIC X(1).
       01 WS-CONTATO-ENVIO      PIC X(30).
       01 WS-QTD-ARROBA         PIC 9(2).
       01 WS-QTD-DIGITOS        PIC 9(2).
       01 WS-IND-CAR            PIC 9(2).

       01 WS-TEXTO              PIC X(500).
       01 WS-PONTEIRO           PIC 9(3).
       01 WS-NOME-ENVIO         PIC X(50).
       01 WS-TITULO-AUX         PIC X(30).
       01 WS-NOME-FILIAL        PIC X(9).
       01 WS-COD-FILIAL         PIC 9(2).
       01 WS-DATA-AUX.
           05 WS-AUX-ANO        PIC 9(4).
           05 WS-AUX-MES        PIC 9(2).
           05 WS-AUX-DIA        PIC 9(2).
       01 WS-DATA-EXIBE.
           05 WS-EXIBE-DIA      PIC 9(2).
           05 FILLER            PIC X VALUE '/'.
           05 WS-EXIBE-MES      PIC 9(2).
           05 FILLER            PIC X VALUE '/'.
           05 WS-EXIBE-ANO      PIC 9(4).
       01 WS-TIPO-AVISO         PIC X(1).
       01 WS-DESC-TIPO          PIC X(10).

       01 WS-RET-MENSAGEM-X     PIC X(8).
       01 WS-RET-MENSAGEM       PIC 9(8).
       01 WS-RET-SITUACAO       PIC X(1).
       01 WS-RET-MOTIVO         PIC X(30).

       01 WS-TOTAL-MENSAGENS    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-LEMBRETES    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-RESERVAS     PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ULTIMO-DIA   PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-BALCAO       PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ADIADOS      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ENTREGUES    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-FALHAS       PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-IGNORADAS    PIC 9(5) VALUE ZERO.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(50) VALUE
               'AVISOS AOS LEITORES - TRABALHO DO BALCAO'.
           05 FILLER            PIC X(10) VALUE 'DATA: '.
           05 WS-CAB-DATA       PIC 9(8).
       01 WS-CAB-FALHAS.
           05 FILLER            PIC X(60) VALUE
               'ENTREGAS COM FALHA (RETORNO DO GATEWAY)'.
       01 WS-CAB-FALHAS-2.
           05 FILLER            PIC X(8) VALUE 'LEITOR'.
           05 FILLER            PIC X(32) VALUE 'NOME'.
           05 FILLER            PIC X(10) VALUE 'MENSAGEM'.
           05 FILLER            PIC X(12) VALUE 'AVISO'.
           05 FILLER            PIC X(10) VALUE 'DOCUMENTO'.
           05 FILLER            PIC X(30) VALUE 'MOTIVO'.
       01 WS-LINHA-FALHA.
           05 WF-LEITOR         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WF-NOME           PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WF-MENSAGEM       PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WF-TIPO           PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WF-DOCUMENTO      PIC ZZZZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WF-MOTIVO         PIC X(30).

       01 WS-CAB-BALCAO.
           05 FILLER            PIC X(60) VALUE
               'AVISAR NO BALCAO - SEM CONTATO OU ALEM DO LIMITE'.
       01 WS-CAB-BALCAO-2.
           05 FILLER            PIC X(8) VALUE 'LEITOR'.
           05 FILLER            PIC X(32) VALUE 'NOME'.
           05 FILLER            PIC X(22) VALUE 'CONTATO CADASTRADO'.
           05 FILLER            PIC X(12) VALUE 'AVISO'.
           05 FILLER            PIC X(8) VALUE 'DOCTO'.
           05 FILLER            PIC X(32) VALUE 'TITULO'.
           05 FILLER            PIC X(10) VALUE 'FILIAL'.
           05 FILLER            PIC X(10) VALUE 'DATA'.
       01 WS-LINHA-BALCAO.
           05 WB-LEITOR         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WB-NOME           PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WB-CONTATO        PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WB-TIPO           PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WB-DOCUMENTO      PIC ZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WB-TITULO         PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WB-FILIAL         PIC X(9).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WB-DATA           PIC X(10).

       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO      PIC X(40).
           05 WT-QTD            PIC ZZZZ9.
       01 WS-LINHA-AVISO        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM PROCESSAR-RETORNO
           PERFORM OBTER-PROXIMA-MENSAGEM
           PERFORM PROCESSAR-LEITORES
           PERFORM ESCREVER-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           PERFORM REGISTRAR-INICIO-LOTE
           PERFORM LER-PARAMETROS
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-INT-AUX = WS-INT-HOJE + WS-DIAS-LEMBRETE
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-AUX)
               TO WS-DATA-LEMBRETE
           COMPUTE WS-INT-AUX = WS-INT-HOJE + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-AUX) TO WS-DATA-AMANHA
           OPEN INPUT ARQ-LEITORES
           IF WS-FS-LEITOR NOT = '00'
               DISPLAY 'ERRO AO ABRIR LEITORES.DAT - STATUS: '
                   WS-FS-LEITOR
               STOP RUN
           END-IF
           OPEN INPUT ARQ-EMPRESTIMOS
           IF WS-FS-EMPREST NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMPRESTIMOS.DAT - STATUS: '
                   WS-FS-EMPREST
               STOP RUN
           END-IF
           OPEN INPUT ARQ-RESERVAS
           IF WS-FS-RESERVA = '00'
               MOVE 'S' TO WS-RESERVAS-EXISTE
           ELSE
               MOVE 'N' TO WS-RESERVAS-EXISTE
           END-IF
           OPEN INPUT ARQ-LIVROS
           IF WS-FS-LIVROS = '00'
               MOVE 'S' TO WS-LIVROS-EXISTE
           ELSE
               MOVE 'N' TO WS-LIVROS-EXISTE
           END-IF
           OPEN I-O ARQ-AVISOS
           IF WS-FS-AVISO = '35'
               OPEN OUTPUT ARQ-AVISOS
               CLOSE ARQ-AVISOS
               OPEN I-O ARQ-AVISOS
           ELSE
               IF WS-FS-AVISO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AVISOS-LEITORES.DAT'
                       ' - STATUS: ' WS-FS-AVISO
                   STOP RUN
               END-IF
           END-IF
      *===  NO REINICIO AS MENSAGENS JA REGISTRADAS CONTINUAM NO
      *===  ARQUIVO DO GATEWAY E NA LISTA DO BALCAO.
           IF WS-MEU-EM-EXECUCAO = 'S'
               OPEN EXTEND ARQ-GATEWAY
               IF WS-FS-GATEWAY = '35'
                   OPEN OUTPUT ARQ-GATEWAY
               END-IF
               OPEN EXTEND ARQ-RELATORIO
               IF WS-FS-RELAT = '35'
                   OPEN OUTPUT ARQ-RELATORIO
               END-IF
           ELSE
               OPEN OUTPUT ARQ-GATEWAY
               OPEN OUTPUT ARQ-RELATORIO
           END-IF
           MOVE WS-DATA-HOJE TO WS-CAB-DATA
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1.

       REGISTRAR-INICIO-LOTE.
           OPEN I-O ARQ-CONTROLE
           IF WS-FS-CONTROLE = '35'
               OPEN OUTPUT ARQ-CONTROLE
               CLOSE ARQ-CONTROLE
               OPEN I-O ARQ-CONTROLE
           ELSE
               IF WS-FS-CONTROLE NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CONTROLE-LOTES.DAT'
                       ' - STATUS: ' WS-FS-CONTROLE
                   STOP RUN
               END-IF
           END-IF
           PERFORM AVALIAR-CONTROLE-LOTE
           IF WS-JA-CONCLUIDO = 'S'
               DISPLAY 'LOTE JA CONCLUIDO NESTA DATA - '
                   'EXECUCAO RECUSADA.'
               CLOSE ARQ-CONTROLE
               STOP RUN
           END-IF
           IF WS-CONFLITO = 'S'
               DISPLAY 'LOTE CONFLITANTE EM EXECUCAO: '
                   WS-CONFLITO-JOB
               DISPLAY 'DATA DO MOVIMENTO: ' WS-CONFLITO-DATA
               DISPLAY 'PROSSEGUIR MESMO ASSIM (S/N)? '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT = 'S'
                   CLOSE ARQ-CONTROLE
                   STOP RUN
               END-IF
           END-IF
           IF WS-MEU-EM-EXECUCAO = 'S'
               DISPLAY 'LOTE CONSTA EM EXECUCAO NESTA DATA '
                   '(POSSIVEL ABORTO ANTERIOR).'
               DISPLAY 'ASSUMIR REINICIO (S/N)? '
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA NOT = 'S'
                   CLOSE ARQ-CONTROLE
                   STOP RUN
               END-IF
               MOVE WS-JOB-NOME  TO CTL-JOB
               MOVE WS-DATA-HOJE TO CTL-DATA-MOV
               READ ARQ-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION CURRENT-DATE(9:6)
                           TO CTL-HORA-INICIO
                       REWRITE REG-CONTROLE-LOTE
               END-READ
           ELSE
               MOVE WS-JOB-NOME  TO CTL-JOB
               MOVE WS-DATA-HOJE TO CTL-DATA-MOV
               MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA-INICIO
               MOVE ZEROES TO CTL-HORA-FIM
               MOVE ZERO   TO CTL-CHECKPOINT
               MOVE 'E'    TO CTL-SITUACAO
               WRITE REG-CONTROLE-LOTE
           END-IF.

       AVALIAR-CONTROLE-LOTE.
           MOVE 'N' TO WS-JA-CONCLUIDO
           MOVE 'N' TO WS-MEU-EM-EXECUCAO
           MOVE 'N' TO WS-CONFLITO
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
                       IF CTL-JOB = WS-JOB-NOME AND
                               CTL-DATA-MOV = WS-DATA-HOJE
                           IF CTL-SITUACAO = 'C'
                               MOVE 'S' TO WS-JA-CONCLUIDO
                           ELSE
                               MOVE 'S' TO WS-MEU-EM-EXECUCAO
                           END-IF
                       ELSE
                           IF CTL-SITUACAO = 'E' AND
                                   CTL-DATA-MOV = WS-DATA-HOJE
                               MOVE 'S' TO WS-CONFLITO
                               MOVE CTL-JOB      TO WS-CONFLITO-JOB
                               MOVE CTL-DATA-MOV TO WS-CONFLITO-DATA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGISTRAR-FIM-LOTE.
           MOVE WS-JOB-NOME  TO CTL-JOB
           MOVE WS-DATA-HOJE TO CTL-DATA-MOV
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA-FIM
                   MOVE WS-TOTAL-MENSAGENS TO CTL-CHECKPOINT
                   MOVE 'C' TO CTL-SITUACAO
                   REWRITE REG-CONTROLE-LOTE
           END-READ
           CLOSE ARQ-CONTROLE.

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
                               IF PAR-DIAS-LEMBRETE > ZERO
                                   MOVE PAR-DIAS-LEMBRETE
                                       TO WS-DIAS-LEMBRETE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARAMETROS
           END-IF.

      *===  RETORNO DO GATEWAY: SO MUDA AVISOS AINDA G, ENTAO LER
      *===  O MESMO RETORNO DE NOVO NAO REPETE AS FALHAS.
       PROCESSAR-RETORNO.
           OPEN INPUT ARQ-RETORNO
           IF WS-FS-RETORNO = '00'
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               WRITE LINHA-RELATORIO FROM WS-CAB-FALHAS
               WRITE LINHA-RELATORIO FROM WS-CAB-FALHAS-2
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQ-RETORNO
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TRATAR-LINHA-RETORNO
                   END-READ
               END-PERFORM
               CLOSE ARQ-RETORNO
               IF WS-TOTAL-FALHAS = ZERO
                   MOVE '  NENHUMA FALHA DE ENTREGA NO RETORNO.'
                       TO WS-LINHA-AVISO
                   WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
               END-IF
           ELSE
               DISPLAY 'GATEWAY-RETORNO.DAT AUSENTE - SEM RETORNO '
                   'A PROCESSAR.'
           END-IF.

       TRATAR-LINHA-RETORNO.
           MOVE SPACES TO WS-RET-MENSAGEM-X
           MOVE SPACES TO WS-RET-SITUACAO
           MOVE SPACES TO WS-RET-MOTIVO
           UNSTRING LINHA-RETORNO DELIMITED BY ';'
               INTO WS-RET-MENSAGEM-X WS-RET-SITUACAO WS-RET-MOTIVO
           END-UNSTRING
           IF WS-RET-MENSAGEM-X IS NOT NUMERIC OR
                   (WS-RET-SITUACAO NOT = 'E' AND
                    WS-RET-SITUACAO NOT = 'F')
               ADD 1 TO WS-TOTAL-IGNORADAS
           ELSE
               MOVE WS-RET-MENSAGEM-X TO WS-RET-MENSAGEM
               MOVE 'N' TO WS-EOF-ITEM
               MOVE WS-RET-MENSAGEM TO AVI-MENSAGEM
               START ARQ-AVISOS KEY IS = AVI-MENSAGEM
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-IGNORADAS
                       MOVE 'Y' TO WS-EOF-ITEM
               END-START
               PERFORM UNTIL WS-EOF-ITEM = 'Y'
                   READ ARQ-AVISOS NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-ITEM
                       NOT AT END
                           IF AVI-MENSAGEM NOT = WS-RET-MENSAGEM
                               MOVE 'Y' TO WS-EOF-ITEM
                           ELSE
                               IF AVI-SITUACAO = 'G'
                                   PERFORM ATUALIZAR-ENTREGA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ATUALIZAR-ENTREGA.
           MOVE WS-RET-SITUACAO TO AVI-SITUACAO
           MOVE WS-DATA-HOJE    TO AVI-DATA-RETORNO
           IF WS-RET-SITUACAO = 'F'
               IF WS-RET-MOTIVO = SPACES
                   MOVE 'FALHA SEM MOTIVO INFORMADO' TO AVI-MOTIVO
               ELSE
                   MOVE WS-RET-MOTIVO TO AVI-MOTIVO
               END-IF
           END-IF
           REWRITE REG-AVISO
           IF WS-RET-SITUACAO = 'F'
               ADD 1 TO WS-TOTAL-FALHAS
               MOVE AVI-LEI-CODIGO TO LEI-CODIGO
               READ ARQ-LEITORES
                   INVALID KEY
                       MOVE 'LEITOR NAO CADASTRADO' TO LEI-NOME
               END-READ
               MOVE AVI-TIPO TO WS-TIPO-AVISO
               PERFORM DESCREVER-TIPO
               MOVE AVI-LEI-CODIGO TO WF-LEITOR
               MOVE LEI-NOME       TO WF-NOME
               MOVE AVI-MENSAGEM   TO WF-MENSAGEM
               MOVE WS-DESC-TIPO   TO WF-TIPO
               MOVE AVI-DOCUMENTO  TO WF-DOCUMENTO
               MOVE AVI-MOTIVO     TO WF-MOTIVO
               WRITE LINHA-RELATORIO FROM WS-LINHA-FALHA
           ELSE
               ADD 1 TO WS-TOTAL-ENTREGUES
           END-IF.

       OBTER-PROXIMA-MENSAGEM.
           MOVE 1 TO WS-PROX-MENSAGEM
           MOVE 'N' TO WS-EOF
           MOVE SPACES TO AVI-CHAVE
           START ARQ-AVISOS KEY IS NOT LESS THAN AVI-CHAVE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-AVISOS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AVI-MENSAGEM >= WS-PROX-MENSAGEM
                           COMPUTE WS-PROX-MENSAGEM = AVI-MENSAGEM + 1
                       END-IF
               END-READ
           END-PERFORM.

       PROCESSAR-LEITORES.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CAB-BALCAO
           WRITE LINHA-RELATORIO FROM WS-CAB-BALCAO-2
           MOVE 'N' TO WS-EOF
           MOVE ZEROES TO LEI-CODIGO
           START ARQ-LEITORES KEY IS NOT LESS THAN LEI-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-LEITORES NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESSAR-LEITOR
               END-READ
           END-PERFORM
           IF WS-TOTAL-BALCAO = ZERO AND WS-TOTAL-ADIADOS = ZERO
               MOVE '  NENHUM AVISO PARA O BALCAO.' TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           END-IF.

       PROCESSAR-LEITOR.
           MOVE ZERO TO WS-QTD-ITENS
           PERFORM COLETAR-EMPRESTIMOS
           IF WS-RESERVAS-EXISTE = 'S'
               PERFORM COLETAR-RESERVAS
           END-IF
           IF WS-QTD-ITENS > ZERO
               PERFORM AVALIAR-CONTATO
               IF WS-CANAL = 'B'
                   PERFORM LISTAR-BALCAO
               ELSE
                   PERFORM GRAVAR-MENSAGEM
               END-IF
               PERFORM REGISTRAR-AVISOS
           END-IF.

      *===  LEMBRETE DE CORTESIA: EMPRESTIMO ATIVO QUE VENCE DE
      *===  AMANHA ATE A ANTECEDENCIA DOS PARAMETROS. FILIAL ZERO
      *===  DOS EMPRESTIMOS E RESERVAS ANTIGOS = 01 CENTRAL.
       COLETAR-EMPRESTIMOS.
           MOVE 'N' TO WS-EOF-ITEM
           MOVE LEI-CODIGO TO EMP-LEI-CODIGO
           START ARQ-EMPRESTIMOS KEY IS = EMP-LEI-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF-ITEM
           END-START
           PERFORM UNTIL WS-EOF-ITEM = 'Y'
               READ ARQ-EMPRESTIMOS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-ITEM
                   NOT AT END
                       IF EMP-LEI-CODIGO NOT = LEI-CODIGO
                           MOVE 'Y' TO WS-EOF-ITEM
                       ELSE
                           IF EMP-STATUS = 'A' AND
                                   EMP-DATA-PREVISTA > WS-DATA-HOJE AND
                                   EMP-DATA-PREVISTA <= WS-DATA-LEMBRETE
                               MOVE 'L'        TO WS-NOVO-TIPO
                               MOVE EMP-NUMERO TO WS-NOVO-DOCUMENTO
                               MOVE EMP-DATA-PREVISTA
                                   TO WS-NOVO-DATA-REF
                               MOVE EMP-LIV-CODIGO
                                   TO WS-NOVO-LIV-CODIGO
                               IF EMP-FIL-CODIGO > ZERO
                                   MOVE EMP-FIL-CODIGO
                                       TO WS-NOVO-FIL-CODIGO
                               ELSE
                                   MOVE 1 TO WS-NOVO-FIL-CODIGO
                               END-IF
                               PERFORM INCLUIR-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *===  RESERVA SEPARADA (S) AINDA NO PRAZO: AVISO DE RESERVA
      *===  DISPONIVEL E, QUANDO O PRAZO VENCE HOJE OU AMANHA,
      *===  AVISO DE ULTIMO DIA PARA RETIRADA.
       COLETAR-RESERVAS.
           MOVE 'N' TO WS-EOF-ITEM
           MOVE LEI-CODIGO TO RES-LEI-CODIGO
           START ARQ-RESERVAS KEY IS = RES-LEI-CODIGO
               INVALID KEY MOVE 'Y' TO WS-EOF-ITEM
           END-START
           PERFORM UNTIL WS-EOF-ITEM = 'Y'
               READ ARQ-RESERVAS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-ITEM
                   NOT AT END
                       IF RES-LEI-CODIGO NOT = LEI-CODIGO
                           MOVE 'Y' TO WS-EOF-ITEM
                       ELSE
                           IF RES-STATUS = 'S' AND
                                   RES-DATA-LIMITE >= WS-DATA-HOJE
                               MOVE 'R'        TO WS-NOVO-TIPO
                               MOVE RES-NUMERO TO WS-NOVO-DOCUMENTO
                               MOVE RES-DATA-LIMITE
                                   TO WS-NOVO-DATA-REF
                               MOVE RES-LIV-CODIGO
                                   TO WS-NOVO-LIV-CODIGO
                               IF RES-FIL-CODIGO > ZERO
                                   MOVE RES-FIL-CODIGO
                                       TO WS-NOVO-FIL-CODIGO
                               ELSE
                                   MOVE 1 TO WS-NOVO-FIL-CODIGO
                               END-IF
                               PERFORM INCLUIR-ITEM
                               IF RES-DATA-LIMITE <= WS-DATA-AMANHA
                                   MOVE 'U' TO WS-NOVO-TIPO
                                   PERFORM INCLUIR-ITEM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *===  AVISO JA REGISTRADO NAO ENTRA DE NOVO
       INCLUIR-ITEM.
           MOVE WS-NOVO-TIPO      TO AVI-TIPO
           MOVE WS-NOVO-DOCUMENTO TO AVI-DOCUMENTO
           MOVE WS-NOVO-DATA-REF  TO AVI-DATA-REF
           MOVE 'S' TO WS-AVISO-NOVO
           READ ARQ-AVISOS
               NOT INVALID KEY
                   MOVE 'N' TO WS-AVISO-NOVO
           END-READ
           IF WS-AVISO-NOVO = 'S'
               IF WS-QTD-ITENS < WS-MAX-ITENS
                   ADD 1 TO WS-QTD-ITENS
                   MOVE WS-NOVO-TIPO TO TV-TIPO(WS-QTD-ITENS)
                   MOVE WS-NOVO-DOCUMENTO
                       TO TV-DOCUMENTO(WS-QTD-ITENS)
                   MOVE WS-NOVO-DATA-REF
                       TO TV-DATA-REF(WS-QTD-ITENS)
                   MOVE WS-NOVO-LIV-CODIGO
                       TO TV-LIV-CODIGO(WS-QTD-ITENS)
                   MOVE WS-NOVO-FIL-CODIGO
                       TO TV-FIL-CODIGO(WS-QTD-ITENS)
                   PERFORM BUSCAR-TITULO
               ELSE
                   PERFORM LISTAR-ADIADO
               END-IF
           END-IF.

      *===  AVISO ALEM DO LIMITE DA MENSAGEM: VAI PARA A LISTA DO
      *===  BALCAO E FICA REGISTRADO COMO TAL.
       LISTAR-ADIADO.
           ADD 1 TO WS-TOTAL-ADIADOS
           MOVE SPACES TO WS-TITULO-AUX
           IF WS-LIVROS-EXISTE = 'S'
               MOVE WS-NOVO-LIV-CODIGO TO LIV-CODIGO
               READ ARQ-LIVROS
                   NOT INVALID KEY
                       MOVE LIV-TITULO TO WS-TITULO-AUX
               END-READ
           END-IF
           IF WS-TITULO-AUX = SPACES
               STRING 'LIVRO COD. ' WS-NOVO-LIV-CODIGO
                   DELIMITED BY SIZE INTO WS-TITULO-AUX
           END-IF
           MOVE WS-NOVO-TIPO TO WS-TIPO-AVISO
           PERFORM DESCREVER-TIPO
           MOVE WS-NOVO-DATA-REF TO WS-DATA-AUX
           MOVE WS-AUX-DIA TO WS-EXIBE-DIA
           MOVE WS-AUX-MES TO WS-EXIBE-MES
           MOVE WS-AUX-ANO TO WS-EXIBE-ANO
           MOVE WS-NOVO-FIL-CODIGO TO WS-COD-FILIAL
           PERFORM NOMEAR-FILIAL
           MOVE LEI-CODIGO         TO WB-LEITOR
           MOVE LEI-NOME           TO WB-NOME
           MOVE LEI-CONTATO        TO WB-CONTATO
           MOVE WS-DESC-TIPO       TO WB-TIPO
           MOVE WS-NOVO-DOCUMENTO  TO WB-DOCUMENTO
           MOVE WS-TITULO-AUX      TO WB-TITULO
           MOVE WS-NOME-FILIAL     TO WB-FILIAL
           MOVE WS-DATA-EXIBE      TO WB-DATA
           WRITE LINHA-RELATORIO FROM WS-LINHA-BALCAO
           MOVE WS-NOVO-TIPO       TO AVI-TIPO
           MOVE WS-NOVO-DOCUMENTO  TO AVI-DOCUMENTO
           MOVE WS-NOVO-DATA-REF   TO AVI-DATA-REF
           MOVE LEI-CODIGO         TO AVI-LEI-CODIGO
           MOVE WS-NOVO-LIV-CODIGO TO AVI-LIV-CODIGO
           MOVE WS-NOVO-FIL-CODIGO TO AVI-FIL-CODIGO
           MOVE WS-DATA-HOJE       TO AVI-DATA-GERACAO
           MOVE ZEROES             TO AVI-MENSAGEM
           MOVE 'B'                TO AVI-CANAL
           MOVE 'B'                TO AVI-SITUACAO
           MOVE ZEROES             TO AVI-DATA-RETORNO
           MOVE 'ALEM DO LIMITE DA MENSAGEM' TO AVI-MOTIVO
           WRITE REG-AVISO
           PERFORM CONTAR-TIPO.

       BUSCAR-TITULO.
           MOVE SPACES TO TV-TITULO(WS-QTD-ITENS)
           IF WS-LIVROS-EXISTE = 'S'
               MOVE TV-LIV-CODIGO(WS-QTD-ITENS) TO LIV-CODIGO
               READ ARQ-LIVROS
                   NOT INVALID KEY
                       MOVE LIV-TITULO TO TV-TITULO(WS-QTD-ITENS)
               END-READ
           END-IF
           IF TV-TITULO(WS-QTD-ITENS) = SPACES
               STRING 'LIVRO COD. ' TV-LIV-CODIGO(WS-QTD-ITENS)
                   DELIMITED BY SIZE INTO TV-TITULO(WS-QTD-ITENS)
           END-IF.

       AVALIAR-CONTATO.
           MOVE 'B' TO WS-CANAL
           MOVE SPACES TO WS-CONTATO-ENVIO
           MOVE ZERO TO WS-QTD-ARROBA
           INSPECT LEI-CONTATO TALLYING WS-QTD-ARROBA FOR ALL '@'
           IF WS-QTD-ARROBA = 1 AND LEI-CONTATO(1:1) NOT = '@' AND
                   LEI-CONTATO(1:1) NOT = SPACE
               MOVE 'E' TO WS-CANAL
               MOVE LEI-CONTATO TO WS-CONTATO-ENVIO
           ELSE
               MOVE ZERO TO WS-QTD-DIGITOS
               PERFORM VARYING WS-IND-CAR FROM 1 BY 1
                       UNTIL WS-IND-CAR > 30
                   IF LEI-CONTATO(WS-IND-CAR:1) IS NUMERIC
                       ADD 1 TO WS-QTD-DIGITOS
                       MOVE LEI-CONTATO(WS-IND-CAR:1)
                           TO WS-CONTATO-ENVIO(WS-QTD-DIGITOS:1)
                   END-IF
               END-PERFORM
               IF WS-QTD-DIGITOS >= 8 AND WS-QTD-DIGITOS <= 13
                   MOVE 'S' TO WS-CANAL
               ELSE
                   MOVE SPACES TO WS-CONTATO-ENVIO
               END-IF
           END-IF.

       GRAVAR-MENSAGEM.
           MOVE SPACES TO WS-TEXTO
           MOVE 1 TO WS-PONTEIRO
           STRING 'BIBLIOTECA MUNICIPAL: ' DELIMITED BY SIZE
               INTO WS-TEXTO WITH POINTER WS-PONTEIRO
           END-STRING
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
               PERFORM MONTAR-TRECHO
           END-PERFORM
           MOVE LEI-NOME TO WS-NOME-ENVIO
           INSPECT WS-TEXTO REPLACING ALL ';' BY ','
           INSPECT WS-NOME-ENVIO REPLACING ALL ';' BY ','
           MOVE SPACES TO LINHA-GATEWAY
           STRING WS-PROX-MENSAGEM ';' WS-CANAL ';'
                   DELIMITED BY SIZE
               WS-CONTATO-ENVIO DELIMITED BY SPACE
               ';' LEI-CODIGO ';' DELIMITED BY SIZE
               WS-NOME-ENVIO DELIMITED BY '  '
               ';' DELIMITED BY SIZE
               WS-TEXTO DELIMITED BY '  '
               INTO LINHA-GATEWAY
           END-STRING
           WRITE LINHA-GATEWAY
           ADD 1 TO WS-TOTAL-MENSAGENS.

       MONTAR-TRECHO.
           MOVE TV-TITULO(WS-IND-ITEM) TO WS-TITULO-AUX
           MOVE TV-DATA-REF(WS-IND-ITEM) TO WS-DATA-AUX
           MOVE WS-AUX-DIA TO WS-EXIBE-DIA
           MOVE WS-AUX-MES TO WS-EXIBE-MES
           MOVE WS-AUX-ANO TO WS-EXIBE-ANO
           MOVE TV-FIL-CODIGO(WS-IND-ITEM) TO WS-COD-FILIAL
           PERFORM NOMEAR-FILIAL
           EVALUATE TV-TIPO(WS-IND-ITEM)
               WHEN 'L'
                   STRING 'DEVOLVER ' DELIMITED BY SIZE
                       WS-TITULO-AUX DELIMITED BY '  '
                       ' ATE ' WS-DATA-EXIBE '. ' DELIMITED BY SIZE
                       INTO WS-TEXTO WITH POINTER WS-PONTEIRO
                   END-STRING
               WHEN 'R'
                   STRING 'RESERVA DISPONIVEL: ' DELIMITED BY SIZE
                       WS-TITULO-AUX DELIMITED BY '  '
                       ' NA ' DELIMITED BY SIZE
                       WS-NOME-FILIAL DELIMITED BY '  '
                       ' ATE ' WS-DATA-EXIBE '. ' DELIMITED BY SIZE
                       INTO WS-TEXTO WITH POINTER WS-PONTEIRO
                   END-STRING
               WHEN OTHER
                   STRING 'ULTIMO DIA P/ RETIRAR ' DELIMITED BY SIZE
                       WS-TITULO-AUX DELIMITED BY '  '
                       ' NA ' DELIMITED BY SIZE
                       WS-NOME-FILIAL DELIMITED BY '  '
                       ': ' WS-DATA-EXIBE '. ' DELIMITED BY SIZE
                       INTO WS-TEXTO WITH POINTER WS-PONTEIRO
                   END-STRING
           END-EVALUATE.

       NOMEAR-FILIAL.
           EVALUATE WS-COD-FILIAL
               WHEN 1
                   MOVE 'CENTRAL' TO WS-NOME-FILIAL
               WHEN 2
                   MOVE 'ANEXO'   TO WS-NOME-FILIAL
               WHEN OTHER
                   MOVE SPACES TO WS-NOME-FILIAL
                   STRING 'FILIAL ' WS-COD-FILIAL
                       DELIMITED BY SIZE INTO WS-NOME-FILIAL
           END-EVALUATE.

       DESCREVER-TIPO.
           EVALUATE WS-TIPO-AVISO
               WHEN 'L'
                   MOVE 'VENCIMENTO' TO WS-DESC-TIPO
               WHEN 'R'
                   MOVE 'RESERVA'    TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE 'ULTIMO DIA' TO WS-DESC-TIPO
           END-EVALUATE.

       LISTAR-BALCAO.
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
               ADD 1 TO WS-TOTAL-BALCAO
               MOVE TV-TIPO(WS-IND-ITEM) TO WS-TIPO-AVISO
               PERFORM DESCREVER-TIPO
               MOVE TV-DATA-REF(WS-IND-ITEM) TO WS-DATA-AUX
               MOVE WS-AUX-DIA TO WS-EXIBE-DIA
               MOVE WS-AUX-MES TO WS-EXIBE-MES
               MOVE WS-AUX-ANO TO WS-EXIBE-ANO
               MOVE TV-FIL-CODIGO(WS-IND-ITEM) TO WS-COD-FILIAL
               PERFORM NOMEAR-FILIAL
               MOVE LEI-CODIGO               TO WB-LEITOR
               MOVE LEI-NOME                 TO WB-NOME
               MOVE LEI-CONTATO              TO WB-CONTATO
               MOVE WS-DESC-TIPO             TO WB-TIPO
               MOVE TV-DOCUMENTO(WS-IND-ITEM) TO WB-DOCUMENTO
               MOVE TV-TITULO(WS-IND-ITEM)   TO WB-TITULO
               MOVE WS-NOME-FILIAL           TO WB-FILIAL
               MOVE WS-DATA-EXIBE            TO WB-DATA
               WRITE LINHA-RELATORIO FROM WS-LINHA-BALCAO
           END-PERFORM.

      *===  O AVISO SO E REGISTRADO DEPOIS DE GRAVADO NO ARQUIVO DO
      *===  GATEWAY OU NA LISTA DO BALCAO.
       REGISTRAR-AVISOS.
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
               MOVE TV-TIPO(WS-IND-ITEM)       TO AVI-TIPO
               MOVE TV-DOCUMENTO(WS-IND-ITEM)  TO AVI-DOCUMENTO
               MOVE TV-DATA-REF(WS-IND-ITEM)   TO AVI-DATA-REF
               MOVE LEI-CODIGO                 TO AVI-LEI-CODIGO
               MOVE TV-LIV-CODIGO(WS-IND-ITEM) TO AVI-LIV-CODIGO
               MOVE TV-FIL-CODIGO(WS-IND-ITEM) TO AVI-FIL-CODIGO
               MOVE WS-DATA-HOJE               TO AVI-DATA-GERACAO
               MOVE WS-CANAL                   TO AVI-CANAL
               MOVE ZEROES                     TO AVI-DATA-RETORNO
               MOVE SPACES                     TO AVI-MOTIVO
               IF WS-CANAL = 'B'
                   MOVE ZEROES           TO AVI-MENSAGEM
                   MOVE 'B'              TO AVI-SITUACAO
               ELSE
                   MOVE WS-PROX-MENSAGEM TO AVI-MENSAGEM
                   MOVE 'G'              TO AVI-SITUACAO
               END-IF
               WRITE REG-AVISO
               PERFORM CONTAR-TIPO
           END-PERFORM
           IF WS-CANAL NOT = 'B'
               ADD 1 TO WS-PROX-MENSAGEM
           END-IF.

       CONTAR-TIPO.
           EVALUATE AVI-TIPO
               WHEN 'L'
                   ADD 1 TO WS-TOTAL-LEMBRETES
               WHEN 'R'
                   ADD 1 TO WS-TOTAL-RESERVAS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ULTIMO-DIA
           END-EVALUATE.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'MENSAGENS PARA O GATEWAY:' TO WT-DESCRICAO
           MOVE WS-TOTAL-MENSAGENS TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'LEMBRETES DE VENCIMENTO:' TO WT-DESCRICAO
           MOVE WS-TOTAL-LEMBRETES TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'AVISOS DE RESERVA DISPONIVEL:' TO WT-DESCRICAO
           MOVE WS-TOTAL-RESERVAS TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'AVISOS DE ULTIMO DIA DE RETIRADA:' TO WT-DESCRICAO
           MOVE WS-TOTAL-ULTIMO-DIA TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'AVISOS PARA O BALCAO (SEM CONTATO):' TO WT-DESCRICAO
           MOVE WS-TOTAL-BALCAO TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'AVISOS ALEM DO LIMITE (BALCAO):' TO WT-DESCRICAO
           MOVE WS-TOTAL-ADIADOS TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'RETORNO - AVISOS ENTREGUES:' TO WT-DESCRICAO
           MOVE WS-TOTAL-ENTREGUES TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'RETORNO - AVISOS COM FALHA:' TO WT-DESCRICAO
           MOVE WS-TOTAL-FALHAS TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'RETORNO - LINHAS NAO RECONHECIDAS:' TO WT-DESCRICAO
           MOVE WS-TOTAL-IGNORADAS TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.

       FINALIZAR.
           CLOSE ARQ-LEITORES
           CLOSE ARQ-EMPRESTIMOS
           IF WS-RESERVAS-EXISTE = 'S'
               CLOSE ARQ-RESERVAS
           END-IF
           IF WS-LIVROS-EXISTE = 'S'
               CLOSE ARQ-LIVROS
           END-IF
           CLOSE ARQ-AVISOS
           CLOSE ARQ-GATEWAY
           CLOSE ARQ-RELATORIO
           PERFORM REGISTRAR-FIM-LOTE
           DISPLAY 'AVISOS CONCLUIDOS. GATEWAY-MENSAGENS.DAT E '
               'AVISOS-BALCAO.LST'
           DISPLAY 'MENSAGENS GERADAS: ' WS-TOTAL-MENSAGENS.
