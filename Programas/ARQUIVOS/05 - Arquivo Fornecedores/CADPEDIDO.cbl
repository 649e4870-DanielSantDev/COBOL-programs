       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPEDIDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PED.
           SELECT ARQFOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FOR.
       DATA DIVISION.
       FILE SECTION.
      *    PEDIDO DE COMPRA AO FORNECEDOR: ITEM, QUANTIDADE, VALOR
      *    ACERTADO, TOLERANCIA (%) ACEITA NA CONFERENCIA DA NOTA E
      *    QUEM APROVOU A COMPRA. A NOTA FISCAL LANCADA NO LANCA-FOR
      *    (OPCAO P) E' CONFERIDA CONTRA O PEDIDO E O RECEBIMENTO
      *    (CADRECEB); CONFERIDA, O PEDIDO PASSA A FATURADO.
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
       FD  ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
       01  REG-FOR.
            03  CD-FORN        PIC  9(03).
            03  NM-FORN        PIC  X(20).
            03  NM-CIDADE      PIC  X(20).
            03  SALDO-FORN     PIC  S9(09).
            03  LIMITE-FORN    PIC  S9(09).
            03  CNPJ-FOR       PIC  X(14).
            03  STATUS-FORN    PIC  X(01).
                88 FORN-ATIVO          VALUE 'A'.
                88 FORN-BLOQ-NOVOS     VALUE 'B'.
                88 FORN-BLOQ-PAGTOS    VALUE 'P'.
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO              PIC  X(01).
       01 WS-NR-PED             PIC  9(06) VALUE ZEROS.
       01 WS-CD-FOR             PIC  9(03) VALUE ZEROS.
       01 WS-ITEM               PIC  X(30) VALUE SPACES.
       01 WS-QTDE               PIC  9(07) VALUE ZEROS.
       01 WS-VALOR              PIC  9(09) VALUE ZEROS.
       01 WS-TOLER              PIC  9(02)V99 VALUE ZEROS.
      *    TOLERANCIA ASSUMIDA QUANDO O PEDIDO E' GRAVADO SEM UMA.
       01 WS-TOLER-PADRAO       PIC  9(02)V99 VALUE 2.00.
       01 WS-APROVADOR          PIC  X(08) VALUE SPACES.
       01 WS-CANCELA            PIC  X(01) VALUE 'N'.
       01 WS-FS-PED             PIC  X(02) VALUE ZEROS.
       01 WS-FS-FOR             PIC  X(02) VALUE ZEROS.
       01 WS-FIM                PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-FOR          PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-PED          PIC  X(01) VALUE 'N'.
       01 WS-FORN-BLOQ          PIC  X(01) VALUE 'N'.
       01 WS-CONT-LISTADOS      PIC  9(05) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'M' PERFORM MANTEM-PEDIDO
               WHEN 'C' PERFORM CONSULTA-PEDIDOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE M OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (M-MANTER / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
      *    PEDIDO NOVO E' INCLUIDO ABERTO; PEDIDO EXISTENTE SO E'
      *    ALTERADO (OU CANCELADO) ENQUANTO NAO FOI FATURADO.
       MANTEM-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT WS-NR-PED.
           IF WS-NR-PED = ZEROS
               DISPLAY "NUMERO DO PEDIDO OBRIGATORIO"
               STOP RUN.
           PERFORM LOCALIZA-PEDIDO-IO.
           IF WS-ACHOU-PED = 'S'
               IF NOT PED-ABERTO
                   DISPLAY "PEDIDO " WS-NR-PED " COM STATUS "
                       STATUS-PED " - NAO PODE SER ALTERADO"
                   CLOSE PEDIDO
                   STOP RUN
               END-IF
               DISPLAY "CANCELAR O PEDIDO (S/N): "
               ACCEPT WS-CANCELA
               IF WS-CANCELA = 'S'
                   SET PED-CANCELADO TO TRUE
                   REWRITE REG-PEDIDO
                   CLOSE PEDIDO
                   DISPLAY "PEDIDO " WS-NR-PED " CANCELADO"
                   STOP RUN
               END-IF
               MOVE CD-FORN-PED TO WS-CD-FOR
               CLOSE PEDIDO
           ELSE
               DISPLAY "CODIGO DO FORNECEDOR: "
               ACCEPT WS-CD-FOR
           END-IF.
           PERFORM LOCALIZA-FORNECEDOR.
           IF WS-ACHOU-FOR = 'N'
               DISPLAY "FORNECEDOR " WS-CD-FOR " NAO ENCONTRADO"
               STOP RUN.
           IF WS-FORN-BLOQ = 'S'
               DISPLAY "FORNECEDOR " WS-CD-FOR
                   " BLOQUEADO PARA NOVOS NEGOCIOS"
               STOP RUN.
           DISPLAY "ITEM: ".
           ACCEPT WS-ITEM.
           DISPLAY "QUANTIDADE: ".
           ACCEPT WS-QTDE.
           DISPLAY "VALOR ACERTADO: ".
           ACCEPT WS-VALOR.
           IF WS-QTDE = ZEROS OR WS-VALOR = ZEROS
               DISPLAY "QUANTIDADE E VALOR SAO OBRIGATORIOS"
               STOP RUN.
           DISPLAY "TOLERANCIA NA CONFERENCIA (99.99 %, ZERO = "
               WS-TOLER-PADRAO "): ".
           ACCEPT WS-TOLER.
           IF WS-TOLER = ZEROS
               MOVE WS-TOLER-PADRAO TO WS-TOLER
           END-IF.
           DISPLAY "APROVADOR DA COMPRA: ".
           ACCEPT WS-APROVADOR.
           IF WS-APROVADOR = SPACES
               DISPLAY "APROVADOR E' OBRIGATORIO"
               STOP RUN.
           PERFORM LOCALIZA-PEDIDO-IO.
           IF WS-ACHOU-PED = 'S'
               MOVE WS-ITEM      TO ITEM-PED
               MOVE WS-QTDE      TO QTDE-PED
               MOVE WS-VALOR     TO VALOR-PED
               MOVE WS-TOLER     TO TOLER-PED
               MOVE WS-APROVADOR TO APROVADOR-PED
               REWRITE REG-PEDIDO
               CLOSE PEDIDO
               DISPLAY "PEDIDO ATUALIZADO"
           ELSE
               OPEN EXTEND PEDIDO
               IF WS-FS-PED NOT EQUAL "00"
                   OPEN OUTPUT PEDIDO
               END-IF
               IF WS-FS-PED NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA PEDIDO - " WS-FS-PED
                   STOP RUN
               END-IF
               MOVE WS-NR-PED    TO NR-PED
               MOVE WS-CD-FOR    TO CD-FORN-PED
               MOVE WS-ITEM      TO ITEM-PED
               MOVE WS-QTDE      TO QTDE-PED
               MOVE WS-VALOR     TO VALOR-PED
               MOVE WS-TOLER     TO TOLER-PED
               MOVE WS-APROVADOR TO APROVADOR-PED
               ACCEPT DATA-PED FROM DATE
               SET PED-ABERTO TO TRUE
               WRITE REG-PEDIDO
               CLOSE PEDIDO
               DISPLAY "PEDIDO INCLUIDO"
           END-IF.
      *
       LOCALIZA-FORNECEDOR.
           MOVE 'N' TO WS-ACHOU-FOR.
           MOVE 'N' TO WS-FORN-BLOQ.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQFOR.
           IF WS-FS-FOR NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ARQFOR - " WS-FS-FOR
               STOP RUN.
           PERFORM BUSCA-FORNECEDOR
               UNTIL WS-FIM = 'S' OR WS-ACHOU-FOR = 'S'.
           CLOSE ARQFOR.
      *
       BUSCA-FORNECEDOR.
           READ ARQFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CD-FORN = WS-CD-FOR
                       MOVE 'S' TO WS-ACHOU-FOR
                       IF FORN-BLOQ-NOVOS
                           MOVE 'S' TO WS-FORN-BLOQ
                       END-IF
                   END-IF
           END-READ.
      *
       LOCALIZA-PEDIDO-IO.
           MOVE 'N' TO WS-ACHOU-PED.
           MOVE 'N' TO WS-FIM.
           OPEN I-O PEDIDO.
           IF WS-FS-PED NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-PEDIDO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-PED = 'S'.
           IF (WS-FS-PED = "00" OR WS-FS-PED = "10")
              AND WS-ACHOU-PED = 'N'
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
                   END-IF
           END-READ.
      *
       CONSULTA-PEDIDOS.
           OPEN INPUT PEDIDO.
           IF WS-FS-PED NOT EQUAL "00"
               DISPLAY "PEDIDO.DAT NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "===== PEDIDOS DE COMPRA =====".
           PERFORM LISTA-PEDIDO UNTIL WS-FIM = 'S'.
           CLOSE PEDIDO.
           DISPLAY "PEDIDOS LISTADOS: " WS-CONT-LISTADOS.
      *
       LISTA-PEDIDO.
           READ PEDIDO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   DISPLAY "PEDIDO " NR-PED
                       " FORNECEDOR " CD-FORN-PED
                       " " ITEM-PED
                       " QTDE " QTDE-PED
                       " VALOR " VALOR-PED
                       " TOL " TOLER-PED
                       " APROV " APROVADOR-PED
                       " STATUS " STATUS-PED
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
