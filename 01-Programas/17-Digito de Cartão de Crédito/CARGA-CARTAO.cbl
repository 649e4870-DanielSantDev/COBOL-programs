      ******************************************************************
      * Purpose: lancar transacoes de cartao na conta cartao (credito,
      *          contra o limite) ou, sem conta cartao, como debito
      *          de MOVIMENTO.DAT para o lancamento normal
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-MOV.
           SELECT CONTACART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CCA.
           SELECT LANCCART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LCC.
           SELECT STATCART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-STC.
           SELECT CAPTURA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CAP.
           SELECT RELERR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
      *
       FD  CONTACART VALUE OF FILE-ID IS "CONTACART.DAT".
       01  REG-CONTACART.
           05 NUMERO-CCA           PIC X(19).
           05 LIMITE-CCA           PIC 9(09)V99.
           05 DIA-FECHA-CCA        PIC 9(02).
           05 DIA-VENC-CCA         PIC 9(02).
           05 OPCAO-PAG-CCA        PIC X(01).
           05 TAXA-ROT-CCA         PIC 9(02)V99.
           05 UTILIZADO-CCA        PIC 9(09)V99.
           05 COMPRAS-CICLO-CCA    PIC 9(09)V99.
           05 SALDO-ROT-CCA        PIC 9(09)V99.
           05 DATA-ULT-FECHA-CCA   PIC 9(06).
      *
      *    LANCAMENTOS DA CONTA CARTAO - DATA-FAT-LCC FICA ZERADA ATE
      *    O FECHA-FATURA INCLUIR O LANCAMENTO NUMA FATURA.
       FD  LANCCART VALUE OF FILE-ID IS "LANCCART.DAT".
       01  REG-LANCCART.
           05 NUMERO-LCC           PIC X(19).
           05 VALOR-LCC            PIC 9(09)V99.
           05 ESTAB-LCC            PIC X(20).
           05 DATA-LCC             PIC 9(06).
           05 DATA-FAT-LCC         PIC 9(06).
      *
      *    HISTORICO DE STATUS MANTIDO PELO CADSTCART - VALE O ULTIMO
      *    REGISTRO DE CADA CARTAO; SEM REGISTRO O CARTAO ESTA ATIVO.
       FD  STATCART VALUE OF FILE-ID IS "STATCART.DAT".
       01  REG-STATCART.
           05 NUMERO-STC           PIC X(19).
           05 STATUS-STC           PIC X(01).
           05 MOTIVO-STC           PIC X(30).
           05 OPERADOR-STC         PIC X(08).
           05 DATA-STC             PIC 9(06).
           05 HORA-STC             PIC 9(08).
           05 NUMERO-SUBST-STC     PIC X(19).
      *
      *    TRANSACOES ACEITAS, A PAGAR AO ESTABELECIMENTO - DATA-LIQ-CAP
      *    FICA ZERADA ATE O LIQUIDA-ESTAB INCLUIR A TRANSACAO NUMA
      *    LIQUIDACAO.
       FD  CAPTURA VALUE OF FILE-ID IS "CAPTURA.DAT".
       01  REG-CAPTURA.
           05 NUMERO-CAP           PIC X(19).
           05 VALOR-CAP            PIC 9(09).
           05 ESTAB-CAP            PIC X(20).
           05 DATA-CAP             PIC 9(06).
           05 DATA-LIQ-CAP         PIC 9(06).
      *
       FD  RELERR VALUE OF FILE-ID IS "RELCARTERR.DAT".
       01  REG-REL                 PIC X(80).
       01 WS-FS-VIN                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FS-CCA                PIC X(02) VALUE ZEROS.
       01 WS-FS-LCC                PIC X(02) VALUE ZEROS.
       01 WS-FIM-CCA               PIC X(01) VALUE 'N'.
       01 WS-FS-STC                PIC X(02) VALUE ZEROS.
       01 WS-FS-CAP                PIC X(02) VALUE ZEROS.
       01 WS-FIM-STC               PIC X(01) VALUE 'N'.
       01 WS-DATA-HOJE             PIC 9(06) VALUE ZEROS.
       01 WS-VALOR-TRN             PIC 9(09)V99 VALUE ZEROS.
       01 WS-DISPONIVEL            PIC S9(09)V99 VALUE ZEROS.
       01 WS-FIM-TRN               PIC X(01) VALUE 'N'.
       01 WS-FIM-VIN               PIC X(01) VALUE 'N'.
       01 WS-ACHOU-VINC            PIC X(01) VALUE 'N'.
       01 WS-CONT-GERADAS          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-INVALIDAS        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-VINCULO      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-LANCADAS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-LIMITE       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NAO-ATIVOS       PIC 9(05) VALUE ZEROS.
      *
      *    CARTOES CUJO STATUS VIGENTE NAO E' ATIVO (BLOQUEADO,
      *    PERDIDO, ROUBADO OU CANCELADO).
       01 WS-STC-TAB.
           05 WS-STC-QTDE          PIC 9(04) VALUE ZEROS.
           05 WS-STC-ITEM OCCURS 2000 TIMES.
               10 WS-STC-NUMERO    PIC X(19).
               10 WS-STC-STATUS    PIC X(01).
       01 WS-STC-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-STC-POS               PIC 9(04) VALUE ZEROS.
       01 WS-CHAVE-STC             PIC X(19) VALUE SPACES.
      *
      *    CONTAS CARTAO CARREGADAS NA ABERTURA E REGRAVADAS NO FIM,
      *    NA MESMA ORDEM DO ARQUIVO.
       01 WS-CCA-TAB.
           05 WS-CCA-QTDE          PIC 9(03) VALUE ZEROS.
           05 WS-CCA-ITEM OCCURS 500 TIMES.
               10 WS-CCA-NUMERO    PIC X(19).
               10 WS-CCA-LIMITE    PIC 9(09)V99.
               10 WS-CCA-UTILIZADO PIC 9(09)V99.
               10 WS-CCA-COMPRAS   PIC 9(09)V99.
       01 WS-CCA-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-CCA-POS               PIC 9(03) VALUE ZEROS.
      *
       01 WS-CAB1                  PIC X(80)
           VALUE "===== TRANSACOES DE CARTAO NAO APROVEITADAS =====".
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
               STOP RUN.
           OPEN EXTEND LANCCART.
           IF WS-FS-LCC NOT EQUAL "00"
               OPEN OUTPUT LANCCART
           END-IF.
           IF WS-FS-LCC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LANCCART - " WS-FS-LCC
               STOP RUN.
           OPEN EXTEND CAPTURA.
           IF WS-FS-CAP NOT EQUAL "00"
               OPEN OUTPUT CAPTURA
           END-IF.
           IF WS-FS-CAP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CAPTURA - " WS-FS-CAP
               STOP RUN.
           ACCEPT WS-DATA-HOJE FROM DATE.
           PERFORM CARREGA-CONTAS-CARTAO.
           PERFORM CARREGA-STATUS-CARTAO.
           OPEN OUTPUT RELERR.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELCARTERR - " WS-FS-REL
               MOVE "PAN INVALIDO" TO WS-E-MOTIVO
               PERFORM ESCREVE-ERRO
           ELSE
               MOVE NUMERO-TRN TO WS-CHAVE-STC
               PERFORM LOCALIZA-STATUS
               IF WS-STC-POS NOT = ZEROS
                   ADD 1 TO WS-CONT-NAO-ATIVOS
                   PERFORM MOTIVO-STATUS
                   PERFORM ESCREVE-ERRO
               ELSE
                   PERFORM TRATA-CARTAO-ATIVO
               END-IF
           END-IF.
           PERFORM LER-TRANSACAO.
      *
       TRATA-CARTAO-ATIVO.
           PERFORM LOCALIZA-VINCULO.
           IF WS-ACHOU-VINC = 'N'
               ADD 1 TO WS-CONT-SEM-VINCULO
               MOVE "CARTAO SEM VINCULO" TO WS-E-MOTIVO
               PERFORM ESCREVE-ERRO
           ELSE
               PERFORM LOCALIZA-CONTA-CARTAO
               IF WS-CCA-POS = ZEROS
                   PERFORM GERA-MOVIMENTO
               ELSE
                   PERFORM LANCA-CONTA-CARTAO
               END-IF
           END-IF.
      *
      *    CARTAO FORA DE USO NAO LANCA NADA - O MOTIVO NO RELATORIO
      *    DIZ QUAL O STATUS QUE BARROU A TRANSACAO.
       LOCALIZA-STATUS.
           MOVE ZEROS TO WS-STC-POS.
           PERFORM BUSCA-STATUS VARYING WS-STC-SUBS FROM 1 BY 1
               UNTIL WS-STC-SUBS > WS-STC-QTDE
                  OR WS-STC-POS NOT = ZEROS.
      *
       BUSCA-STATUS.
           IF WS-STC-NUMERO(WS-STC-SUBS) = WS-CHAVE-STC
               MOVE WS-STC-SUBS TO WS-STC-POS
           END-IF.
      *
       MOTIVO-STATUS.
           EVALUATE WS-STC-STATUS(WS-STC-POS)
               WHEN 'B' MOVE "CARTAO BLOQUEADO"  TO WS-E-MOTIVO
               WHEN 'P' MOVE "CARTAO PERDIDO"    TO WS-E-MOTIVO
               WHEN 'R' MOVE "CARTAO ROUBADO"    TO WS-E-MOTIVO
               WHEN 'C' MOVE "CARTAO CANCELADO"  TO WS-E-MOTIVO
               WHEN OTHER MOVE "CARTAO NAO ATIVO" TO WS-E-MOTIVO
           END-EVALUATE.
      *
      *    SO FICAM NA TABELA OS CARTOES CUJO ULTIMO STATUS NAO E'
      *    ATIVO - UM DESBLOQUEIO POSTERIOR RETIRA O CARTAO DELA.
       CARREGA-STATUS-CARTAO.
           MOVE ZEROS TO WS-STC-QTDE.
           MOVE 'N' TO WS-FIM-STC.
           OPEN INPUT STATCART.
           IF WS-FS-STC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-STC
           END-IF.
           PERFORM CARREGA-STATUS UNTIL WS-FIM-STC = 'S'.
           IF WS-FS-STC = "00" OR WS-FS-STC = "10"
               CLOSE STATCART
           END-IF.
      *
       CARREGA-STATUS.
           READ STATCART
               AT END
                   MOVE 'S' TO WS-FIM-STC
               NOT AT END
                   MOVE NUMERO-STC TO WS-CHAVE-STC
                   PERFORM LOCALIZA-STATUS
                   IF WS-STC-POS NOT = ZEROS
                       IF STATUS-STC = 'A'
                           MOVE WS-STC-NUMERO(WS-STC-QTDE)
                               TO WS-STC-NUMERO(WS-STC-POS)
                           MOVE WS-STC-STATUS(WS-STC-QTDE)
                               TO WS-STC-STATUS(WS-STC-POS)
                           SUBTRACT 1 FROM WS-STC-QTDE
                       ELSE
                           MOVE STATUS-STC TO WS-STC-STATUS(WS-STC-POS)
                       END-IF
                   ELSE
                       IF STATUS-STC NOT = 'A'
                           PERFORM INCLUI-STATUS
                       END-IF
                   END-IF
           END-READ.
      *
       INCLUI-STATUS.
           IF WS-STC-QTDE < 2000
               ADD 1 TO WS-STC-QTDE
               MOVE NUMERO-STC TO WS-STC-NUMERO(WS-STC-QTDE)
               MOVE STATUS-STC TO WS-STC-STATUS(WS-STC-QTDE)
           ELSE
               DISPLAY "TABELA DE STATUS DE CARTAO CHEIA"
           END-IF.
      *
       VALIDA-CARTAO.
           MOVE 'N' TO WS-CARTAO-VALIDO.
                   END-IF
           END-READ.
      *
      *    CARTAO COM CONTA CARTAO E' DE CREDITO: A COMPRA ACUMULA NA
      *    CONTA CARTAO, SE COUBER NO LIMITE, E SO SAI DA CONTA
      *    CORRENTE NO VENCIMENTO DA FATURA (DEBITA-FATURA).
       LOCALIZA-CONTA-CARTAO.
           MOVE ZEROS TO WS-CCA-POS.
           PERFORM BUSCA-CONTA-CARTAO VARYING WS-CCA-SUBS FROM 1 BY 1
               UNTIL WS-CCA-SUBS > WS-CCA-QTDE
                  OR WS-CCA-POS NOT = ZEROS.
      *
       BUSCA-CONTA-CARTAO.
           IF WS-CCA-NUMERO(WS-CCA-SUBS) = NUMERO-TRN
               MOVE WS-CCA-SUBS TO WS-CCA-POS
           END-IF.
      *
       LANCA-CONTA-CARTAO.
           MOVE VALOR-TRN TO WS-VALOR-TRN.
           COMPUTE WS-DISPONIVEL = WS-CCA-LIMITE(WS-CCA-POS)
               - WS-CCA-UTILIZADO(WS-CCA-POS).
           IF WS-VALOR-TRN > WS-DISPONIVEL
               ADD 1 TO WS-CONT-SEM-LIMITE
               MOVE "LIMITE EXCEDIDO" TO WS-E-MOTIVO
               PERFORM ESCREVE-ERRO
           ELSE
               MOVE NUMERO-TRN          TO NUMERO-LCC
               MOVE WS-VALOR-TRN        TO VALOR-LCC
               MOVE ESTABELECIMENTO-TRN TO ESTAB-LCC
               MOVE WS-DATA-HOJE        TO DATA-LCC
               MOVE ZEROS               TO DATA-FAT-LCC
               WRITE REG-LANCCART
               IF WS-FS-LCC NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO LANCCART - " WS-FS-LCC
                   STOP RUN
               END-IF
               ADD WS-VALOR-TRN TO WS-CCA-UTILIZADO(WS-CCA-POS)
               ADD WS-VALOR-TRN TO WS-CCA-COMPRAS(WS-CCA-POS)
               ADD 1 TO WS-CONT-LANCADAS
               PERFORM GRAVA-CAPTURA
           END-IF.
      *
       CARREGA-CONTAS-CARTAO.
           MOVE ZEROS TO WS-CCA-QTDE.
           MOVE 'N' TO WS-FIM-CCA.
           OPEN INPUT CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-CCA
           END-IF.
           PERFORM CARREGA-CONTA UNTIL WS-FIM-CCA = 'S'.
           IF WS-FS-CCA = "00" OR WS-FS-CCA = "10"
               CLOSE CONTACART
           END-IF.
      *
       CARREGA-CONTA.
           READ CONTACART
               AT END
                   MOVE 'S' TO WS-FIM-CCA
               NOT AT END
                   IF WS-CCA-QTDE < 500
                       ADD 1 TO WS-CCA-QTDE
                       MOVE NUMERO-CCA    TO WS-CCA-NUMERO(WS-CCA-QTDE)
                       MOVE LIMITE-CCA    TO WS-CCA-LIMITE(WS-CCA-QTDE)
                       MOVE UTILIZADO-CCA
                           TO WS-CCA-UTILIZADO(WS-CCA-QTDE)
                       MOVE COMPRAS-CICLO-CCA
                           TO WS-CCA-COMPRAS(WS-CCA-QTDE)
                   ELSE
                       DISPLAY "TABELA DE CONTAS CARTAO CHEIA"
                       MOVE 'S' TO WS-FIM-CCA
                   END-IF
           END-READ.
      *
      *    REGRAVA OS SALDOS ACUMULADOS - O ARQUIVO E' RELIDO NA MESMA
      *    ORDEM DA CARGA, ENTAO O REGISTRO N CORRESPONDE A ENTRADA N.
       ATUALIZA-CONTAS-CARTAO.
           MOVE 'N' TO WS-FIM-CCA.
           MOVE ZEROS TO WS-CCA-SUBS.
           OPEN I-O CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CONTACART - " WS-FS-CCA
               STOP RUN.
           PERFORM REGRAVA-CONTA UNTIL WS-FIM-CCA = 'S'.
           CLOSE CONTACART.
      *
       REGRAVA-CONTA.
           READ CONTACART
               AT END
                   MOVE 'S' TO WS-FIM-CCA
               NOT AT END
                   ADD 1 TO WS-CCA-SUBS
                   IF WS-CCA-SUBS > WS-CCA-QTDE
                       MOVE 'S' TO WS-FIM-CCA
                   ELSE
                       MOVE WS-CCA-UTILIZADO(WS-CCA-SUBS)
                           TO UTILIZADO-CCA
                       MOVE WS-CCA-COMPRAS(WS-CCA-SUBS)
                           TO COMPRAS-CICLO-CCA
                       REWRITE REG-CONTACART
                   END-IF
           END-READ.
      *
      *    SEM CONTA CARTAO (CARTAO DE DEBITO) A COMPRA VIRA DEBITO
      *    NORMAL (TIPO S) DE MOVIMENTO.DAT -
      *    DALI EM DIANTE VALEM A JANELA DE LOTE, A VELOCIDADE E O
      *    LOG DO LANCAMENTO COMO PARA QUALQUER MOVIMENTO.
       GERA-MOVIMENTO.
               DISPLAY "ERRO DE GRAVACAO MOVIMENTO - " WS-FS-MOV
               STOP RUN.
           ADD 1 TO WS-CONT-GERADAS.
           PERFORM GRAVA-CAPTURA.
      *
      *    SO A TRANSACAO ACEITA (DEBITADA OU LANCADA NA CONTA CARTAO)
      *    E' DEVIDA AO ESTABELECIMENTO.
       GRAVA-CAPTURA.
           MOVE NUMERO-TRN          TO NUMERO-CAP.
           MOVE VALOR-TRN           TO VALOR-CAP.
           MOVE ESTABELECIMENTO-TRN TO ESTAB-CAP.
           MOVE WS-DATA-HOJE        TO DATA-CAP.
           MOVE ZEROS               TO DATA-LIQ-CAP.
           WRITE REG-CAPTURA.
           IF WS-FS-CAP NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO CAPTURA - " WS-FS-CAP
               STOP RUN.
      *
       ESCREVE-ERRO.
           MOVE NUMERO-TRN          TO WS-E-NUMERO.
       FINALIZA.
           CLOSE TRANSCART.
           CLOSE MOVIM.
           CLOSE LANCCART.
           CLOSE CAPTURA.
           CLOSE RELERR.
           IF WS-CONT-LANCADAS > ZEROS
               PERFORM ATUALIZA-CONTAS-CARTAO
           END-IF.
           DISPLAY "TRANSACOES LIDAS        : " WS-CONT-LIDAS.
           DISPLAY "MOVIMENTOS GERADOS      : " WS-CONT-GERADAS.
           DISPLAY "LANCADAS EM CONTA CARTAO: " WS-CONT-LANCADAS.
           DISPLAY "RECUSADAS POR LIMITE    : " WS-CONT-SEM-LIMITE.
           DISPLAY "CARTOES INVALIDOS       : " WS-CONT-INVALIDAS.
           DISPLAY "CARTOES SEM VINCULO     : " WS-CONT-SEM-VINCULO.
           DISPLAY "CARTOES NAO ATIVOS      : " WS-CONT-NAO-ATIVOS.
