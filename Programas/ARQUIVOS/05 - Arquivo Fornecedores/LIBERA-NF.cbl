       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA-NF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVERGE ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-DIV.
           SELECT MOVFOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-MOV.
           SELECT PEDIDO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PED.
           SELECT RECEBIM ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REC.
       DATA DIVISION.
       FILE SECTION.
       FD  DIVERGE VALUE OF FILE-ID IS "DIVERGNF.DAT".
       01  REG-DIVERGE.
            03  CD-FOR-DIV      PIC  9(03).
            03  NF-DIV          PIC  9(09).
            03  NR-PED-DIV      PIC  9(06).
            03  VALOR-NF-DIV    PIC  9(09).
            03  VALOR-PED-DIV   PIC  9(09).
            03  VALOR-REC-DIV   PIC  9(09).
            03  MOTIVO-DIV      PIC  X(30).
            03  DATA-DIV        PIC  9(06).
            03  STATUS-DIV      PIC  X(01).
                88 DIV-PENDENTE        VALUE 'P'.
                88 DIV-RESOLVIDA       VALUE 'R'.
            03  RESP-DIV        PIC  X(08).
            03  DATA-RES-DIV    PIC  9(06).
      *
       FD  MOVFOR VALUE OF FILE-ID IS "MOVFOR.DAT".
       01  REG-MOVFOR.
            03  CD-FOR         PIC  9(03).
            03  VALOR-FOR      PIC  S9(09).
            03  DATA-VENC-FOR  PIC  9(06).
            03  STATUS-MOVFOR  PIC  X(01).
                88 MOVFOR-ABERTO   VALUE 'A'.
                88 MOVFOR-PAGO     VALUE 'P'.
                88 MOVFOR-RETIDO   VALUE 'R'.
            03  NF-FOR         PIC  9(09).
            03  EMISSAO-FOR    PIC  9(06).
            03  PARCELA-FOR    PIC  9(02).
            03  QTDE-PARC-FOR  PIC  9(02).
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
       FD  RECEBIM VALUE OF FILE-ID IS "RECEBIM.DAT".
       01  REG-RECEBIM.
            03  NR-PED-REC      PIC  9(06).
            03  DATA-REC        PIC  9(06).
            03  QTDE-REC        PIC  9(07).
            03  VALOR-REC       PIC  9(09).
            03  CONFERENTE-REC  PIC  X(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-CD-FOR                PIC 9(03) VALUE ZEROS.
       01 WS-NF                    PIC 9(09) VALUE ZEROS.
       01 WS-RESPONSAVEL           PIC X(08) VALUE SPACES.
       01 WS-FS-DIV                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-PED                PIC X(02) VALUE ZEROS.
       01 WS-FS-REC                PIC X(02) VALUE ZEROS.
       01 WS-FIM-DIV               PIC X(01) VALUE 'N'.
       01 WS-FIM-MOV               PIC X(01) VALUE 'N'.
       01 WS-FIM-PED               PIC X(01) VALUE 'N'.
       01 WS-FIM-REC               PIC X(01) VALUE 'N'.
       01 WS-ACHOU-DIV             PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-CONT-PENDENTES        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-LIBERADAS        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-PARCELAS         PIC 9(05) VALUE ZEROS.
      *
      *    MESMA CONFERENCIA DO LANCA-FOR (OPCAO P): VALOR DA NOTA
      *    DENTRO DA TOLERANCIA DO PEDIDO SOBRE O VALOR PEDIDO E O
      *    RECEBIDO, QUANTIDADE RECEBIDA IGUAL A PEDIDA.
       01 WS-NR-PED                PIC 9(06) VALUE ZEROS.
       01 WS-VALOR-NOTA            PIC S9(09) VALUE ZEROS.
       01 WS-ACHOU-PED             PIC X(01) VALUE 'N'.
       01 WS-FORN-PED              PIC 9(03) VALUE ZEROS.
       01 WS-STATUS-PED            PIC X(01) VALUE SPACE.
       01 WS-QTDE-PED              PIC 9(07) VALUE ZEROS.
       01 WS-VALOR-PED             PIC 9(09) VALUE ZEROS.
       01 WS-TOLER-PED             PIC 9(02)V99 VALUE ZEROS.
       01 WS-QTDE-REC              PIC 9(09) VALUE ZEROS.
       01 WS-VALOR-REC             PIC 9(11) VALUE ZEROS.
       01 WS-TOLER-VALOR           PIC 9(09) VALUE ZEROS.
       01 WS-DIF-PED               PIC S9(11) VALUE ZEROS.
       01 WS-DIF-REC               PIC S9(11) VALUE ZEROS.
       01 WS-MOTIVO-DIV            PIC X(30) VALUE SPACES.
      *
      *    RESOLUCAO DAS NOTAS RETIDAS NA CONFERENCIA COM O PEDIDO E
      *    O RECEBIMENTO. R RECONFERE TODAS AS PENDENTES (DEPOIS DE
      *    COMPRAS REGISTRAR O RECEBIMENTO OU CORRIGIR O PEDIDO) E
      *    LIBERA AS QUE PASSAM; L LIBERA UMA NOTA POR DECISAO DE
      *    COMPRAS, COM O RESPONSAVEL. NOTA LIBERADA VOLTA AS
      *    PARCELAS DO MOVFOR PARA ABERTO - O PAGAMENTO-LOTE PASSA
      *    A SELECIONA-LAS.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           DISPLAY "OPERACAO (R-RECONFERIR PENDENTES / L-LIBERAR "
               "NOTA): ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'R' PERFORM RECONFERE-PENDENTES
               WHEN 'L' PERFORM LIBERA-MANUAL
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE R OU L"
           END-EVALUATE.
           STOP RUN.
      *
       RECONFERE-PENDENTES.
           MOVE "RECONF" TO WS-RESPONSAVEL.
           OPEN I-O DIVERGE.
           IF WS-FS-DIV NOT EQUAL "00"
               DISPLAY "DIVERGNF.DAT NAO ENCONTRADO - NADA RETIDO"
               STOP RUN.
           PERFORM RECONFERE-DIVERGENCIA UNTIL WS-FIM-DIV = 'S'.
           CLOSE DIVERGE.
           DISPLAY "NOTAS PENDENTES RECONFERIDAS: " WS-CONT-PENDENTES.
           DISPLAY "NOTAS LIBERADAS             : " WS-CONT-LIBERADAS.
           DISPLAY "PARCELAS LIBERADAS          : " WS-CONT-PARCELAS.
      *
       RECONFERE-DIVERGENCIA.
           READ DIVERGE
               AT END
                   MOVE 'S' TO WS-FIM-DIV
               NOT AT END
                   IF DIV-PENDENTE
                       ADD 1 TO WS-CONT-PENDENTES
                       PERFORM RECONFERE-NOTA
                   END-IF
           END-READ.
      *
       RECONFERE-NOTA.
           MOVE CD-FOR-DIV   TO WS-CD-FOR.
           MOVE NF-DIV       TO WS-NF.
           MOVE NR-PED-DIV   TO WS-NR-PED.
           MOVE VALOR-NF-DIV TO WS-VALOR-NOTA.
           MOVE SPACES TO WS-MOTIVO-DIV.
           MOVE ZEROS TO WS-QTDE-PED WS-VALOR-PED WS-QTDE-REC
               WS-VALOR-REC.
           IF WS-NR-PED = ZEROS
               MOVE "NOTA SEM PEDIDO DE COMPRA" TO WS-MOTIVO-DIV
           ELSE
               PERFORM LOCALIZA-PEDIDO
               PERFORM CONFERE-PEDIDO
           END-IF.
           MOVE WS-VALOR-PED TO VALOR-PED-DIV.
           MOVE WS-VALOR-REC TO VALOR-REC-DIV.
           IF WS-MOTIVO-DIV = SPACES
               PERFORM RESOLVE-DIVERGENCIA
               DISPLAY "FORNECEDOR " WS-CD-FOR " NOTA " WS-NF
                   " CONFERIDA - LIBERADA"
           ELSE
               MOVE WS-MOTIVO-DIV TO MOTIVO-DIV
               DISPLAY "FORNECEDOR " WS-CD-FOR " NOTA " WS-NF
                   " CONTINUA RETIDA - " WS-MOTIVO-DIV
           END-IF.
           REWRITE REG-DIVERGE.
           IF WS-FS-DIV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DIVERGNF - " WS-FS-DIV
               STOP RUN.
      *
       LIBERA-MANUAL.
           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WS-CD-FOR.
           DISPLAY "NUMERO DA NOTA FISCAL: ".
           ACCEPT WS-NF.
           DISPLAY "RESPONSAVEL EM COMPRAS: ".
           ACCEPT WS-RESPONSAVEL.
           IF WS-RESPONSAVEL = SPACES
               DISPLAY "RESPONSAVEL E' OBRIGATORIO"
               STOP RUN.
           MOVE 'N' TO WS-ACHOU-DIV.
           OPEN I-O DIVERGE.
           IF WS-FS-DIV NOT EQUAL "00"
               DISPLAY "DIVERGNF.DAT NAO ENCONTRADO - NADA RETIDO"
               STOP RUN.
           PERFORM BUSCA-DIVERGENCIA
               UNTIL WS-FIM-DIV = 'S' OR WS-ACHOU-DIV = 'S'.
           IF WS-ACHOU-DIV = 'N'
               DISPLAY "NOTA " WS-NF " DO FORNECEDOR " WS-CD-FOR
                   " NAO ESTA RETIDA"
           ELSE
               MOVE NR-PED-DIV TO WS-NR-PED
               PERFORM RESOLVE-DIVERGENCIA
               REWRITE REG-DIVERGE
               IF WS-FS-DIV NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO DIVERGNF - " WS-FS-DIV
                   STOP RUN
               END-IF
               DISPLAY "NOTA " WS-NF " LIBERADA POR " WS-RESPONSAVEL
                   " - PARCELAS LIBERADAS: " WS-CONT-PARCELAS
           END-IF.
           CLOSE DIVERGE.
      *
       BUSCA-DIVERGENCIA.
           READ DIVERGE
               AT END
                   MOVE 'S' TO WS-FIM-DIV
               NOT AT END
                   IF CD-FOR-DIV = WS-CD-FOR AND NF-DIV = WS-NF
                      AND DIV-PENDENTE
                       MOVE 'S' TO WS-ACHOU-DIV
                   END-IF
           END-READ.
      *
      *    FECHA A DIVERGENCIA (O REGISTRO CORRENTE DO DIVERGNF, QUE
      *    O CHAMADOR REGRAVA), LIBERA AS PARCELAS E FATURA O PEDIDO.
       RESOLVE-DIVERGENCIA.
           SET DIV-RESOLVIDA TO TRUE.
           MOVE WS-RESPONSAVEL TO RESP-DIV.
           MOVE WS-HOJE        TO DATA-RES-DIV.
           ADD 1 TO WS-CONT-LIBERADAS.
           PERFORM LIBERA-PARCELAS.
           IF WS-NR-PED NOT = ZEROS
               PERFORM FATURA-PEDIDO
           END-IF.
      *
       LIBERA-PARCELAS.
           MOVE 'N' TO WS-FIM-MOV.
           OPEN I-O MOVFOR.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVFOR - " WS-FS-MOV
               STOP RUN.
           PERFORM LIBERA-PARCELA UNTIL WS-FIM-MOV = 'S'.
           CLOSE MOVFOR.
      *
       LIBERA-PARCELA.
           READ MOVFOR
               AT END
                   MOVE 'S' TO WS-FIM-MOV
               NOT AT END
                   IF CD-FOR = WS-CD-FOR AND NF-FOR = WS-NF
                      AND MOVFOR-RETIDO
                       SET MOVFOR-ABERTO TO TRUE
                       REWRITE REG-MOVFOR
                       IF WS-FS-MOV NOT EQUAL "00"
                           DISPLAY "ERRO DE GRAVACAO MOVFOR - "
                               WS-FS-MOV
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CONT-PARCELAS
                   END-IF
           END-READ.
      *
       CONFERE-PEDIDO.
           IF WS-ACHOU-PED = 'S'
              AND WS-FORN-PED = WS-CD-FOR
              AND WS-STATUS-PED = 'A'
               PERFORM SOMA-RECEBIMENTOS
               COMPUTE WS-TOLER-VALOR ROUNDED =
                   WS-VALOR-PED * WS-TOLER-PED / 100
               COMPUTE WS-DIF-PED = WS-VALOR-NOTA - WS-VALOR-PED
               IF WS-DIF-PED < ZEROS
                   MULTIPLY -1 BY WS-DIF-PED
               END-IF
               COMPUTE WS-DIF-REC = WS-VALOR-NOTA - WS-VALOR-REC
               IF WS-DIF-REC < ZEROS
                   MULTIPLY -1 BY WS-DIF-REC
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACHOU-PED = 'N'
                   MOVE "PEDIDO NAO ENCONTRADO" TO WS-MOTIVO-DIV
               WHEN WS-FORN-PED NOT = WS-CD-FOR
                   MOVE "PEDIDO DE OUTRO FORNECEDOR" TO WS-MOTIVO-DIV
               WHEN WS-STATUS-PED NOT = 'A'
                   MOVE "PEDIDO FATURADO OU CANCELADO"
                       TO WS-MOTIVO-DIV
               WHEN WS-QTDE-REC = ZEROS
                   MOVE "MERCADORIA NAO RECEBIDA" TO WS-MOTIVO-DIV
               WHEN WS-QTDE-REC NOT = WS-QTDE-PED
                   MOVE "QTDE RECEBIDA DIFERE DO PEDIDO"
                       TO WS-MOTIVO-DIV
               WHEN WS-DIF-PED > WS-TOLER-VALOR
                   MOVE "VALOR DIFERE DO PEDIDO" TO WS-MOTIVO-DIV
               WHEN WS-DIF-REC > WS-TOLER-VALOR
                   MOVE "VALOR DIFERE DO RECEBIDO" TO WS-MOTIVO-DIV
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       LOCALIZA-PEDIDO.
           MOVE 'N' TO WS-ACHOU-PED.
           MOVE 'N' TO WS-FIM-PED.
           OPEN INPUT PEDIDO.
           IF WS-FS-PED NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-PED
           END-IF.
           PERFORM BUSCA-PEDIDO
               UNTIL WS-FIM-PED = 'S' OR WS-ACHOU-PED = 'S'.
           IF WS-FS-PED = "00" OR WS-FS-PED = "10"
               CLOSE PEDIDO
           END-IF.
      *
       BUSCA-PEDIDO.
           READ PEDIDO
               AT END
                   MOVE 'S' TO WS-FIM-PED
               NOT AT END
                   IF NR-PED = WS-NR-PED
                       MOVE 'S' TO WS-ACHOU-PED
                       MOVE CD-FORN-PED TO WS-FORN-PED
                       MOVE STATUS-PED  TO WS-STATUS-PED
                       MOVE QTDE-PED    TO WS-QTDE-PED
                       MOVE VALOR-PED   TO WS-VALOR-PED
                       MOVE TOLER-PED   TO WS-TOLER-PED
                   END-IF
           END-READ.
      *
       SOMA-RECEBIMENTOS.
           MOVE 'N' TO WS-FIM-REC.
           OPEN INPUT RECEBIM.
           IF WS-FS-REC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-REC
           END-IF.
           PERFORM SOMA-RECEBIMENTO UNTIL WS-FIM-REC = 'S'.
           IF WS-FS-REC = "00" OR WS-FS-REC = "10"
               CLOSE RECEBIM
           END-IF.
      *
       SOMA-RECEBIMENTO.
           READ RECEBIM
               AT END
                   MOVE 'S' TO WS-FIM-REC
               NOT AT END
                   IF NR-PED-REC = WS-NR-PED
                       ADD QTDE-REC  TO WS-QTDE-REC
                       ADD VALOR-REC TO WS-VALOR-REC
                   END-IF
           END-READ.
      *
      *    PEDIDO AINDA ABERTO PASSA A FATURADO COM A NOTA LIBERADA.
       FATURA-PEDIDO.
           MOVE 'N' TO WS-ACHOU-PED.
           MOVE 'N' TO WS-FIM-PED.
           OPEN I-O PEDIDO.
           IF WS-FS-PED NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-PED
           END-IF.
           PERFORM BUSCA-PEDIDO
               UNTIL WS-FIM-PED = 'S' OR WS-ACHOU-PED = 'S'.
           IF WS-ACHOU-PED = 'S' AND PED-ABERTO
               SET PED-FATURADO TO TRUE
               REWRITE REG-PEDIDO
           END-IF.
           IF WS-FS-PED = "00" OR WS-FS-PED = "10"
               CLOSE PEDIDO
           END-IF.
