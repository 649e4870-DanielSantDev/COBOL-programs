              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LOG.
           SELECT MOVFOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-MOV.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
            03  DESCRICAO-LOG    PIC X(20).
            03  DATA-LOG         PIC 9(06).
            03  HORA-LOG         PIC 9(08).
      *
       FD  MOVFOR VALUE OF FILE-ID IS "MOVFOR.DAT".
       01  REG-MOVFOR.
            03  CD-FOR           PIC 9(03).
            03  VALOR-FOR        PIC S9(09).
            03  DATA-VENC-FOR    PIC 9(06).
            03  STATUS-MOVFOR    PIC X(01).
                88 MOVFOR-ABERTO   VALUE 'A'.
                88 MOVFOR-PAGO     VALUE 'P'.
                88 MOVFOR-RETIDO   VALUE 'R'.
            03  NF-FOR           PIC 9(09).
            03  EMISSAO-FOR      PIC 9(06).
            03  PARCELA-FOR      PIC 9(02).
            03  QTDE-PARC-FOR    PIC 9(02).
      *
       WORKING-STORAGE SECTION.
       01 WS-CD-FOR                PIC  9(03).
       01 WS-FIM                   PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-FOR             PIC  X(01) VALUE 'N'.
       01 WS-CONT-MOV              PIC  9(05) VALUE ZEROS.
       01 WS-FS-MOV                PIC  X(02) VALUE ZEROS.
       01 WS-CONT-TIT              PIC  9(05) VALUE ZEROS.
       01 WS-SITUACAO              PIC  X(06) VALUE SPACES.
      *    NOTA/PARCELA NO FORMATO "4512 2/3".
       01 WS-NF-PARC.
           03 WS-NF-ED             PIC  Z(8)9.
           03 FILLER               PIC  X(01) VALUE SPACE.
           03 WS-PARC-ED           PIC  99.
           03 FILLER               PIC  X(01) VALUE '/'.
           03 WS-QTDE-ED           PIC  99.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MOSTRA-SALDO-ATUAL.
           IF WS-ACHOU-FOR = 'S'
               PERFORM MOSTRA-MOVIMENTOS
               PERFORM MOSTRA-TITULOS
           END-IF.
           STOP RUN.
      *
           ELSE
               DISPLAY "TOTAL DE LANCAMENTOS LISTADOS: " WS-CONT-MOV
           END-IF.
      *
      *    TITULOS DO FORNECEDOR NO MOVFOR, COM NOTA FISCAL E PARCELA.
       MOSTRA-TITULOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT MOVFOR.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "MOVFOR.DAT NAO ENCONTRADO - SEM TITULOS"
           ELSE
               DISPLAY "----- TITULOS (NOTA PARC EMISSAO VENCTO VALOR "
                   "SITUACAO) -----"
               PERFORM LISTA-TITULO UNTIL WS-FIM = 'S'
               CLOSE MOVFOR
               DISPLAY "TOTAL DE TITULOS LISTADOS: " WS-CONT-TIT
           END-IF.
      *
       LISTA-TITULO.
           READ MOVFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CD-FOR = WS-CD-FOR
                       MOVE NF-FOR        TO WS-NF-ED
                       MOVE PARCELA-FOR   TO WS-PARC-ED
                       MOVE QTDE-PARC-FOR TO WS-QTDE-ED
                       EVALUATE TRUE
                           WHEN MOVFOR-PAGO
                               MOVE "PAGO  " TO WS-SITUACAO
                           WHEN MOVFOR-RETIDO
                               MOVE "RETIDO" TO WS-SITUACAO
                           WHEN OTHER
                               MOVE "ABERTO" TO WS-SITUACAO
                       END-EVALUATE
                       DISPLAY WS-NF-PARC " " EMISSAO-FOR " "
                           DATA-VENC-FOR " " VALOR-FOR " " WS-SITUACAO
                       ADD 1 TO WS-CONT-TIT
                   END-IF
           END-READ.
