       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVAHIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTMOV ASSIGN TO HIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-HIS
              FILE STATUS IS WS-FS-HIS.
       DATA DIVISION.
       FILE SECTION.
      *    HISTORICO DE LANCAMENTOS POSTADOS NO CADCLI - UM REGISTRO
      *    POR ITEM QUE MEXEU NO SALDO, COM O SALDO RESULTANTE. CHAVE
      *    AGENCIA/CONTA + DATA DO LANCAMENTO + SEQUENCIA DO DIA.
      *    ORIGEM-HIS APONTA PARA O ITEM DO MOVIME QUE GEROU O
      *    LANCAMENTO (DATA-MOV/SEQ-MOV) OU, NO ESTORNO, PARA O
      *    LANCAMENTO ESTORNADO NO PROPRIO HISTMOV.
       FD HISTMOV.
       01 REG-HIS.
           03 CHAVE-HIS.
               05 ID-HIS.
                   07 AGENCIA-HIS  PIC 9(03).
                   07 CONTA-HIS    PIC 9(06).
               05 DATA-HIS         PIC 9(06).
               05 SEQ-HIS          PIC 9(04).
           03 VALOR-HIS            PIC S9(07)V99.
           03 TIPO-HIS             PIC X(01).
      *    D = DEPOSITO, S = SAQUE, T = TARIFA, C = CORRECAO,
      *    I = IOF, J = JUROS, E = ESTORNO, A = SALDO DE ABERTURA
           03 SALDO-HIS            PIC S9(09)V99.
           03 ORIGEM-HIS.
               05 DATA-ORIG-HIS    PIC 9(06).
               05 SEQ-ORIG-HIS     PIC 9(04).
           03 HORA-HIS             PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-HIS                PIC X(02) VALUE ZEROS.
       01 WS-ABERTO                PIC X(01) VALUE 'N'.
       01 WS-FIM-SEQ               PIC X(01) VALUE 'N'.
       01 WS-ULT-SEQ               PIC 9(04) VALUE ZEROS.
       01 WS-ID-BUSCA              PIC 9(09) VALUE ZEROS.
       01 WS-DATA-BUSCA            PIC 9(06) VALUE ZEROS.
      *
      *    LK-ACAO: 'G' GRAVA O LANCAMENTO DE LK-REG-HIS (O CHAMADOR
      *    PREENCHE CONTA, DATA, VALOR, TIPO, SALDO E ORIGEM; A
      *    SEQUENCIA DO DIA E A HORA SAO DADAS AQUI E VOLTAM NO
      *    PROPRIO LK-REG-HIS). 'F' FECHA O ARQUIVO NO FIM DO
      *    PROGRAMA CHAMADOR. O ARQUIVO FICA ABERTO ENTRE CHAMADAS.
      *    LK-STATUS VOLTA O FILE STATUS DA GRAVACAO.
       LINKAGE SECTION.
       01 LK-ACAO                  PIC X(01).
       01 LK-REG-HIS               PIC X(58).
       01 LK-STATUS                PIC X(02).
      *
       PROCEDURE DIVISION USING LK-ACAO LK-REG-HIS LK-STATUS.
       INICIO.
           EVALUATE LK-ACAO
               WHEN 'F' PERFORM FECHA-HISTORICO
               WHEN OTHER PERFORM GRAVA-HISTORICO
           END-EVALUATE.
           GOBACK.
      *
      *    NA PRIMEIRA GRAVACAO O CLUSTER PODE AINDA NAO TER REGISTRO
      *    (STATUS 35) - E' CRIADO COM OPEN OUTPUT E REABERTO EM I-O.
       ABRE-HISTORICO.
           OPEN I-O HISTMOV.
           IF WS-FS-HIS EQUAL "35"
               OPEN OUTPUT HISTMOV
               IF WS-FS-HIS EQUAL "00"
                   CLOSE HISTMOV
                   OPEN I-O HISTMOV
               END-IF
           END-IF.
           IF WS-FS-HIS EQUAL "00"
               MOVE 'S' TO WS-ABERTO
           ELSE
               DISPLAY "ERRO DE ABERTURA HISTMOV - " WS-FS-HIS
           END-IF.
      *
       GRAVA-HISTORICO.
           IF WS-ABERTO NOT = 'S'
               PERFORM ABRE-HISTORICO
           END-IF.
           IF WS-ABERTO NOT = 'S'
               MOVE WS-FS-HIS TO LK-STATUS
           ELSE
               PERFORM PROXIMA-SEQUENCIA
               ACCEPT HORA-HIS FROM TIME
               WRITE REG-HIS
                   INVALID KEY
                       DISPLAY "ERRO DE GRAVACAO HISTMOV - " WS-FS-HIS
                           " CHAVE " CHAVE-HIS
               END-WRITE
               MOVE WS-FS-HIS TO LK-STATUS
               MOVE REG-HIS   TO LK-REG-HIS
           END-IF.
      *
      *    SEQUENCIA = MAIOR SEQUENCIA JA GRAVADA PARA A CONTA NA DATA
      *    MAIS UM.
       PROXIMA-SEQUENCIA.
           MOVE LK-REG-HIS TO REG-HIS.
           MOVE ID-HIS     TO WS-ID-BUSCA.
           MOVE DATA-HIS   TO WS-DATA-BUSCA.
           MOVE ZEROS      TO SEQ-HIS WS-ULT-SEQ.
           MOVE 'N'        TO WS-FIM-SEQ.
           START HISTMOV KEY IS NOT LESS THAN CHAVE-HIS
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SEQ
           END-START.
           PERFORM LE-SEQUENCIA UNTIL WS-FIM-SEQ = 'S'.
           MOVE LK-REG-HIS TO REG-HIS.
           COMPUTE SEQ-HIS = WS-ULT-SEQ + 1.
      *
       LE-SEQUENCIA.
           READ HISTMOV NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SEQ
               NOT AT END
                   IF ID-HIS = WS-ID-BUSCA
                      AND DATA-HIS = WS-DATA-BUSCA
                       MOVE SEQ-HIS TO WS-ULT-SEQ
                   ELSE
                       MOVE 'S' TO WS-FIM-SEQ
                   END-IF
           END-READ.
      *
       FECHA-HISTORICO.
           IF WS-ABERTO = 'S'
               CLOSE HISTMOV
               MOVE 'N' TO WS-ABERTO
           END-IF.
           MOVE "00" TO LK-STATUS.
