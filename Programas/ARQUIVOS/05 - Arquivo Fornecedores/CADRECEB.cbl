       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRECEB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBIM ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REC.
           SELECT PEDIDO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PED.
       DATA DIVISION.
       FILE SECTION.
      *    RECEBIMENTO DE MERCADORIA CONTRA O PEDIDO DE COMPRA - O
      *    QUE FOI DE FATO ENTREGUE (QUANTIDADE E VALOR). ENTREGA
      *    PARCIAL GERA UM REGISTRO POR ENTREGA; A CONFERENCIA DA
      *    NOTA SOMA TODOS OS RECEBIMENTOS DO PEDIDO.
       FD  RECEBIM VALUE OF FILE-ID IS "RECEBIM.DAT".
       01  REG-RECEBIM.
            03  NR-PED-REC      PIC  9(06).
            03  DATA-REC        PIC  9(06).
            03  QTDE-REC        PIC  9(07).
            03  VALOR-REC       PIC  9(09).
            03  CONFERENTE-REC  PIC  X(08).
      *
       FD  PEDIDO VALUE OF FILE-ID IS "PEDIDO.DAT".
       01  REG-PEDIDO.
            03  NR-PED          PIC  9(06).
            03  CD-FORN-PED     PIC  9(03).
            03  ITEM-PED        PIC  X(30).
            03  QTDE-PED        PIC  9(07).
            03  VALOR-PED       PIC  9(09).
            03  TOLER-PED       PIC  9(02)V99.
            03  APROVADOR-PED   PIC  X(08).
            03  DATA-PED        PIC  9(06).
            03  STATUS-PED      PIC  X(01).
                88 PED-ABERTO          VALUE 'A'.
                88 PED-FATURADO        VALUE 'F'.
                88 PED-CANCELADO       VALUE 'C'.
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO              PIC  X(01).
       01 WS-NR-PED             PIC  9(06) VALUE ZEROS.
       01 WS-QTDE               PIC  9(07) VALUE ZEROS.
       01 WS-VALOR              PIC  9(09) VALUE ZEROS.
       01 WS-CONFERENTE         PIC  X(08) VALUE SPACES.
       01 WS-STATUS-PED         PIC  X(01) VALUE SPACE.
       01 WS-FS-REC             PIC  X(02) VALUE ZEROS.
       01 WS-FS-PED             PIC  X(02) VALUE ZEROS.
       01 WS-FIM                PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-PED          PIC  X(01) VALUE 'N'.
       01 WS-CONT-LISTADOS      PIC  9(05) VALUE ZEROS.
       01 WS-TOTAL-QTDE         PIC  9(09) VALUE ZEROS.
       01 WS-TOTAL-VALOR        PIC  9(11) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'M' PERFORM REGISTRA-RECEBIMENTO
               WHEN 'C' PERFORM CONSULTA-RECEBIMENTOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE M OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (M-REGISTRAR RECEBIMENTO / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
       REGISTRA-RECEBIMENTO.
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT WS-NR-PED.
           PERFORM LOCALIZA-PEDIDO.
           IF WS-ACHOU-PED = 'N'
               DISPLAY "PEDIDO " WS-NR-PED " NAO ENCONTRADO"
               STOP RUN.
           IF WS-STATUS-PED NOT = 'A'
               DISPLAY "PEDIDO " WS-NR-PED " COM STATUS "
                   WS-STATUS-PED " - RECEBIMENTO NAO ACEITO"
               STOP RUN.
           DISPLAY "QUANTIDADE RECEBIDA: ".
           ACCEPT WS-QTDE.
           DISPLAY "VALOR DA MERCADORIA RECEBIDA: ".
           ACCEPT WS-VALOR.
           IF WS-QTDE = ZEROS
               DISPLAY "QUANTIDADE RECEBIDA OBRIGATORIA"
               STOP RUN.
           DISPLAY "CONFERENTE: ".
           ACCEPT WS-CONFERENTE.
           IF WS-CONFERENTE = SPACES
               DISPLAY "CONFERENTE E' OBRIGATORIO"
               STOP RUN.
           OPEN EXTEND RECEBIM.
           IF WS-FS-REC NOT EQUAL "00"
               OPEN OUTPUT RECEBIM
           END-IF.
           IF WS-FS-REC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RECEBIM - " WS-FS-REC
               STOP RUN.
           MOVE WS-NR-PED     TO NR-PED-REC.
           ACCEPT DATA-REC FROM DATE.
           MOVE WS-QTDE       TO QTDE-REC.
           MOVE WS-VALOR      TO VALOR-REC.
           MOVE WS-CONFERENTE TO CONFERENTE-REC.
           WRITE REG-RECEBIM.
           IF WS-FS-REC NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO RECEBIM - " WS-FS-REC
               STOP RUN.
           CLOSE RECEBIM.
           DISPLAY "RECEBIMENTO REGISTRADO PARA O PEDIDO " WS-NR-PED.
      *
       LOCALIZA-PEDIDO.
           MOVE 'N' TO WS-ACHOU-PED.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PEDIDO.
           IF WS-FS-PED NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-PEDIDO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-PED = 'S'.
           IF WS-FS-PED = "00" OR WS-FS-PED = "10"
               CLOSE PEDIDO
           END-IF.
      *
       BUSCA-PEDIDO.
           READ PEDIDO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NR-PED = WS-NR-PED
                       MOVE 'S' TO WS-ACHOU-PED
                       MOVE STATUS-PED TO WS-STATUS-PED
                   END-IF
           END-READ.
      *
       CONSULTA-RECEBIMENTOS.
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT WS-NR-PED.
           OPEN INPUT RECEBIM.
           IF WS-FS-REC NOT EQUAL "00"
               DISPLAY "RECEBIM.DAT NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "===== RECEBIMENTOS DO PEDIDO " WS-NR-PED " =====".
           PERFORM LISTA-RECEBIMENTO UNTIL WS-FIM = 'S'.
           CLOSE RECEBIM.
           DISPLAY "RECEBIMENTOS LISTADOS: " WS-CONT-LISTADOS.
           DISPLAY "QUANTIDADE RECEBIDA  : " WS-TOTAL-QTDE.
           DISPLAY "VALOR RECEBIDO       : " WS-TOTAL-VALOR.
      *
       LISTA-RECEBIMENTO.
           READ RECEBIM
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NR-PED-REC = WS-NR-PED
                       DISPLAY DATA-REC
                           " QTDE " QTDE-REC
                           " VALOR " VALOR-REC
                           " CONFERENTE " CONFERENTE-REC
                       ADD 1 TO WS-CONT-LISTADOS
                       ADD QTDE-REC TO WS-TOTAL-QTDE
                       ADD VALOR-REC TO WS-TOTAL-VALOR
                   END-IF
           END-READ.
