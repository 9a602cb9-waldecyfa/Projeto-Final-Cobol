       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLO-NOTURNO.

      *==========================================
      *===  Autor: Waldecy Facanha
      *===  CONSULTORIA: WJiNFO
      *===  DATA: XX/XX/2026
      *===  OBJETIVO: CONDUTOR DO CICLO NOTURNO DE LOTES - LE A
      *===  DEFINICAO DOS PASSOS (CICLO-NOTURNO.DAT) E EXECUTA UM
      *===  A UM NA ORDEM, REGISTRANDO CADA PASSO NO CONTROLE-
      *===  LOTES SOB A MESMA DATA DE MOVIMENTO. PARA NO PRIMEIRO
      *===  TERMINO ANORMAL; A NOVA EXECUCAO RETOMA O CICLO
      *===  PENDENTE NO PASSO QUE FALHOU. EMITE O RESUMO COM
      *===  INICIO, FIM, REGISTROS E SITUACAO DE CADA PASSO.
      *==========================================


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CICLO ASSIGN TO 'CICLO-NOTURNO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CICLO.

           SELECT ARQ-CONTAGEM ASSIGN TO WS-NOME-CONTAGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTAGEM.

           SELECT ARQ-RELATORIO ASSIGN TO 'CICLO-NOTURNO.LST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.

           SELECT ARQ-CONTROLE ASSIGN TO 'CONTROLE-LOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CICLO.
           COPY REG-PASSO-CICLO.

       FD ARQ-CONTAGEM.
       01 LINHA-CONTAGEM        PIC X(256).

       FD ARQ-RELATORIO
           RECORDING MODE IS F.
       01 LINHA-RELATORIO       PIC X(120).

       FD ARQ-CONTROLE.
           COPY REG-CONTROLE-LOTE.

       WORKING-STORAGE SECTION.
       01 WS-FS-CICLO           PIC XX.
       01 WS-FS-CONTAGEM        PIC XX.
       01 WS-FS-RELAT           PIC XX.
       01 WS-FS-CONTROLE        PIC XX.
       01 WS-EOF                PIC X.
       01 WS-EOF-CONTROLE       PIC X.
       01 WS-EOF-CONTAGEM       PIC X.
       01 WS-NOME-CONTAGEM      PIC X(40).
       01 WS-DATA-HOJE          PIC 9(8).
       01 WS-DATA-MOVIMENTO     PIC 9(8).
       01 WS-DATA-MOV-X         PIC X(8).
       01 WS-RETOMADA           PIC X VALUE 'N'.
       01 WS-ABORTADO           PIC X VALUE 'N'.
       01 WS-PASSO-OK           PIC X.
       01 WS-PASSO-CONCLUIDO    PIC X.
       01 WS-COMANDO            PIC X(100).
       01 WS-CODIGO-RETORNO     PIC S9(9).
       01 WS-DATA-INICIO-PASSO  PIC 9(8).
       01 WS-HORA-DISPARO       PIC 9(6).
       01 WS-HORA-INICIO        PIC 9(6).
       01 WS-HORA-FIM           PIC 9(6).
       01 WS-QTD-REGISTROS      PIC 9(7).
       01 WS-SITUACAO-PASSO     PIC X(25).
       01 WS-TOTAL-PASSOS       PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-EXECUTADOS   PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ANTERIORES   PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-PENDENTES    PIC 9(3) VALUE ZERO.

       01 WS-CHAVE-PASSO.
           05 FILLER            PIC X(14) VALUE 'CICLO-NOTURNO-'.
           05 WS-CHAVE-SEQ      PIC 9(2).
           05 FILLER            PIC X(4) VALUE SPACES.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(40) VALUE
               'RESUMO DO CICLO NOTURNO DE LOTES'.
           05 FILLER            PIC X(19) VALUE 'DATA DO MOVIMENTO: '.
           05 WS-CAB-DATA       PIC 9(8).
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(40) VALUE SPACES.
           05 FILLER            PIC X(19) VALUE 'EXECUCAO EM: '.
           05 WS-CAB-HOJE       PIC 9(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-CAB-RETOMADA   PIC X(20).
       01 WS-CABECALHO-3.
           05 FILLER            PIC X(5) VALUE 'SEQ'.
           05 FILLER            PIC X(22) VALUE 'PASSO'.
           05 FILLER            PIC X(10) VALUE 'INICIO'.
           05 FILLER            PIC X(10) VALUE 'FIM'.
           05 FILLER            PIC X(11) VALUE 'REGISTROS'.
           05 FILLER            PIC X(25) VALUE 'SITUACAO'.

       01 WS-LINHA-DETALHE.
           05 WD-SEQ            PIC 99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WD-PASSO          PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-INICIO         PIC 99B99B99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-FIM            PIC 99B99B99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-REGISTROS      PIC ZZZZZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WD-SITUACAO       PIC X(25).

       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO      PIC X(40).
           05 WT-QTD            PIC ZZ9.
       01 WS-LINHA-AVISO        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR
           PERFORM PROCESSAR-PASSOS
           PERFORM ESCREVER-TOTAIS
           PERFORM FINALIZAR
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           OPEN INPUT ARQ-CICLO
           IF WS-FS-CICLO NOT = '00'
               DISPLAY 'CICLO-NOTURNO.DAT NAO ENCONTRADO!'
               DISPLAY 'CADASTRE OS PASSOS DO CICLO NA ORDEM DE '
                   'EXECUCAO.'
               STOP RUN
           END-IF
           PERFORM ABRIR-CONTROLE
           PERFORM LOCALIZAR-CICLO-PENDENTE
           CLOSE ARQ-CONTROLE
           IF WS-RETOMADA = 'S'
               DISPLAY 'CICLO PENDENTE DO MOVIMENTO DE '
                   WS-DATA-MOVIMENTO ' - RETOMANDO NO PASSO QUE '
                   'FALHOU.'
               MOVE 'RETOMADA DO CICLO' TO WS-CAB-RETOMADA
           ELSE
               MOVE WS-DATA-HOJE TO WS-DATA-MOVIMENTO
               MOVE SPACES TO WS-CAB-RETOMADA
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA
           MOVE WS-DATA-HOJE      TO WS-CAB-HOJE
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-1
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-2
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CABECALHO-3.

       ABRIR-CONTROLE.
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
           END-IF.

      *===  UM PASSO DO CICLO EM ANDAMENTO (P) OU COM TERMINO
      *===  ANORMAL (A) DEIXA O CICLO PENDENTE NAQUELA DATA DE
      *===  MOVIMENTO, MESMO QUE A RETOMADA SEJA NO DIA SEGUINTE.
       LOCALIZAR-CICLO-PENDENTE.
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
                       IF CTL-JOB(1:14) = 'CICLO-NOTURNO-' AND
                               (CTL-SITUACAO = 'P' OR
                               CTL-SITUACAO = 'A')
                           IF WS-RETOMADA = 'N' OR
                                   CTL-DATA-MOV > WS-DATA-MOVIMENTO
                               MOVE CTL-DATA-MOV TO WS-DATA-MOVIMENTO
                               MOVE 'S' TO WS-RETOMADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROCESSAR-PASSOS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQ-CICLO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-PASSOS
                       IF WS-ABORTADO = 'S'
                           PERFORM LISTAR-PASSO-PENDENTE
                       ELSE
                           PERFORM EXECUTAR-PASSO
                       END-IF
               END-READ
           END-PERFORM.

       EXECUTAR-PASSO.
           MOVE PAS-SEQUENCIA TO WS-CHAVE-SEQ
           PERFORM ABRIR-CONTROLE
           MOVE 'N' TO WS-PASSO-CONCLUIDO
           MOVE WS-CHAVE-PASSO    TO CTL-JOB
           MOVE WS-DATA-MOVIMENTO TO CTL-DATA-MOV
           READ ARQ-CONTROLE
               INVALID KEY
                   MOVE WS-CHAVE-PASSO    TO CTL-JOB
                   MOVE WS-DATA-MOVIMENTO TO CTL-DATA-MOV
                   MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA-INICIO
                   MOVE ZEROES TO CTL-HORA-FIM
                   MOVE ZERO   TO CTL-CHECKPOINT
                   MOVE 'P'    TO CTL-SITUACAO
                   WRITE REG-CONTROLE-LOTE
               NOT INVALID KEY
                   IF CTL-SITUACAO = 'C'
                       MOVE 'S' TO WS-PASSO-CONCLUIDO
                   ELSE
                       MOVE FUNCTION CURRENT-DATE(9:6)
                           TO CTL-HORA-INICIO
                       MOVE ZEROES TO CTL-HORA-FIM
                       MOVE ZERO   TO CTL-CHECKPOINT
                       MOVE 'P'    TO CTL-SITUACAO
                       REWRITE REG-CONTROLE-LOTE
                   END-IF
           END-READ
           IF WS-PASSO-CONCLUIDO = 'S'
               ADD 1 TO WS-TOTAL-ANTERIORES
               MOVE CTL-HORA-INICIO TO WS-HORA-INICIO
               MOVE CTL-HORA-FIM    TO WS-HORA-FIM
               MOVE CTL-CHECKPOINT  TO WS-QTD-REGISTROS
               MOVE 'CONCLUIDO ANTERIORMENTE' TO WS-SITUACAO-PASSO
               CLOSE ARQ-CONTROLE
           ELSE
               MOVE CTL-HORA-INICIO TO WS-HORA-INICIO
               CLOSE ARQ-CONTROLE
               PERFORM RODAR-COMANDO
               PERFORM AVALIAR-TERMINO
               PERFORM CONTAR-REGISTROS
               PERFORM REGISTRAR-TERMINO
           END-IF
           PERFORM ESCREVER-PASSO.

      *===  O CONTROLE-LOTES FICA FECHADO DURANTE O PASSO, QUE O
      *===  ABRE PARA O SEU PROPRIO REGISTRO DE LOTE.
       RODAR-COMANDO.
           ADD 1 TO WS-TOTAL-EXECUTADOS
           MOVE PAS-COMANDO TO WS-COMANDO
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-MOV-X
           INSPECT WS-COMANDO REPLACING ALL '&DATAMOV'
               BY WS-DATA-MOV-X
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-INICIO-PASSO
           DISPLAY 'PASSO ' PAS-SEQUENCIA ' - ' PAS-JOB
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-DISPARO
           CALL 'SYSTEM' USING WS-COMANDO
           MOVE RETURN-CODE TO WS-CODIGO-RETORNO
           MOVE ZERO TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-FIM.

      *===  REGISTRO DE LOTE CONCLUIDO SO VALE SE FOI ABERTO POR
      *===  ESTE DISPARO: UM LOTE JA CONCLUIDO NO DIA RECUSA A NOVA
      *===  EXECUCAO E TERMINA COM RETORNO ZERO SEM FAZER NADA.
       AVALIAR-TERMINO.
           MOVE 'S' TO WS-PASSO-OK
           MOVE 'CONCLUIDO' TO WS-SITUACAO-PASSO
           IF WS-CODIGO-RETORNO NOT = ZERO
               MOVE 'N' TO WS-PASSO-OK
               MOVE 'ABORTADO - CODIGO RETORNO' TO WS-SITUACAO-PASSO
           END-IF
           IF WS-PASSO-OK = 'S' AND PAS-CONTROLE = 'S'
               PERFORM ABRIR-CONTROLE
               MOVE PAS-JOB              TO CTL-JOB
               MOVE WS-DATA-INICIO-PASSO TO CTL-DATA-MOV
               READ ARQ-CONTROLE
                   INVALID KEY
                       MOVE 'N' TO WS-PASSO-OK
                       MOVE 'ABORTADO - SEM REG. LOTE'
                           TO WS-SITUACAO-PASSO
                   NOT INVALID KEY
                       IF CTL-SITUACAO NOT = 'C'
                           MOVE 'N' TO WS-PASSO-OK
                           MOVE 'ABORTADO - LOTE NAO CONCL.'
                               TO WS-SITUACAO-PASSO
                       ELSE
                           IF CTL-HORA-INICIO < WS-HORA-DISPARO
                               MOVE 'N' TO WS-PASSO-OK
                               MOVE 'ABORTADO - JA CONCL. DIA'
                                   TO WS-SITUACAO-PASSO
                           END-IF
                       END-IF
               END-READ
               CLOSE ARQ-CONTROLE
           END-IF.

       CONTAR-REGISTROS.
           MOVE ZERO TO WS-QTD-REGISTROS
           IF PAS-ARQ-CONTAGEM NOT = SPACES
               MOVE PAS-ARQ-CONTAGEM TO WS-NOME-CONTAGEM
               OPEN INPUT ARQ-CONTAGEM
               IF WS-FS-CONTAGEM = '00'
                   MOVE 'N' TO WS-EOF-CONTAGEM
                   PERFORM UNTIL WS-EOF-CONTAGEM = 'Y'
                       READ ARQ-CONTAGEM
                           AT END
                               MOVE 'Y' TO WS-EOF-CONTAGEM
                           NOT AT END
                               ADD 1 TO WS-QTD-REGISTROS
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CONTAGEM
               END-IF
           END-IF.

       REGISTRAR-TERMINO.
           PERFORM ABRIR-CONTROLE
           MOVE WS-CHAVE-PASSO    TO CTL-JOB
           MOVE WS-DATA-MOVIMENTO TO CTL-DATA-MOV
           READ ARQ-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-HORA-FIM      TO CTL-HORA-FIM
                   MOVE WS-QTD-REGISTROS TO CTL-CHECKPOINT
                   IF WS-PASSO-OK = 'S'
                       MOVE 'C' TO CTL-SITUACAO
                   ELSE
                       MOVE 'A' TO CTL-SITUACAO
                   END-IF
                   REWRITE REG-CONTROLE-LOTE
           END-READ
           CLOSE ARQ-CONTROLE
           IF WS-PASSO-OK NOT = 'S'
               MOVE 'S' TO WS-ABORTADO
               DISPLAY 'TERMINO ANORMAL NO PASSO ' PAS-SEQUENCIA
                   ' - ' PAS-JOB
               DISPLAY 'CICLO INTERROMPIDO. CORRIJA E EXECUTE '
                   'NOVAMENTE PARA RETOMAR.'
           END-IF.

       LISTAR-PASSO-PENDENTE.
           ADD 1 TO WS-TOTAL-PENDENTES
           MOVE ZEROES TO WS-HORA-INICIO
           MOVE ZEROES TO WS-HORA-FIM
           MOVE ZERO   TO WS-QTD-REGISTROS
           MOVE 'NAO EXECUTADO' TO WS-SITUACAO-PASSO
           PERFORM ESCREVER-PASSO.

       ESCREVER-PASSO.
           MOVE PAS-SEQUENCIA     TO WD-SEQ
           MOVE PAS-JOB           TO WD-PASSO
           MOVE WS-HORA-INICIO    TO WD-INICIO
           MOVE WS-HORA-FIM       TO WD-FIM
           MOVE WS-QTD-REGISTROS  TO WD-REGISTROS
           MOVE WS-SITUACAO-PASSO TO WD-SITUACAO
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 'PASSOS DEFINIDOS:' TO WT-DESCRICAO
           MOVE WS-TOTAL-PASSOS TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'EXECUTADOS NESTA RODADA:' TO WT-DESCRICAO
           MOVE WS-TOTAL-EXECUTADOS TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'CONCLUIDOS EM RODADA ANTERIOR:' TO WT-DESCRICAO
           MOVE WS-TOTAL-ANTERIORES TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE 'NAO EXECUTADOS:' TO WT-DESCRICAO
           MOVE WS-TOTAL-PENDENTES TO WT-QTD
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
           IF WS-ABORTADO = 'S'
               MOVE 'CICLO INTERROMPIDO POR TERMINO ANORMAL - '
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
               MOVE 'A PROXIMA EXECUCAO RETOMA NO PASSO QUE FALHOU.'
                   TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           ELSE
               MOVE 'CICLO CONCLUIDO.' TO WS-LINHA-AVISO
               WRITE LINHA-RELATORIO FROM WS-LINHA-AVISO
           END-IF.

       FINALIZAR.
           CLOSE ARQ-CICLO
           CLOSE ARQ-RELATORIO
           DISPLAY 'RESUMO EM CICLO-NOTURNO.LST'
           IF WS-ABORTADO = 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.
