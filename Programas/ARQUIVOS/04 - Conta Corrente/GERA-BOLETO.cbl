       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-BOLETO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BOL.
           SELECT MOVIM ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.
           SELECT LOTECTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.
       DATA DIVISION.
       FILE SECTION.
       FD BOLETO VALUE OF FILE-ID IS "BOLETO.DAT".
       01 REG-BOLETO.
           03 NSU-BOL              PIC 9(09).
           03 ID-CLI-BOL.
               05 AGENCIA-BOL      PIC 9(03).
               05 CONTA-BOL        PIC 9(06).
           03 LINHA-BOL            PIC X(47).
           03 BANCO-BOL            PIC 9(03).
           03 VENC-BOL             PIC 9(06).
           03 VALOR-BOL            PIC 9(08)V99.
           03 DATA-PAGTO-BOL       PIC 9(06).
           03 ATRASO-BOL           PIC X(01).
           03 STATUS-BOL           PIC X(01).
               88 BOL-CAPTURADO    VALUE 'C'.
               88 BOL-ENVIADO      VALUE 'E'.
               88 BOL-LIQUIDADO    VALUE 'L'.
               88 BOL-RECUSADO     VALUE 'R'.
           03 DATA-LIQ-BOL         PIC 9(06).
      *
       FD MOVIM VALUE OF FILE-ID IS "MOVIMENTO.DAT".
       01 REG-MOV.
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
      *
       FD LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
       01 REG-LOTECTL.
           03 DATA-LOTE            PIC 9(06).
           03 STATUS-LOTE          PIC X(01).
               88 LOTE-ABERTO      VALUE 'A'.
               88 LOTE-FECHADO     VALUE 'F'.
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-BOL                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06).
       01 WS-FIM-BOL               PIC X(01) VALUE 'N'.
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-GERADOS          PIC 9(07) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "GERA-BOLETO".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    RODA ANTES DA MOVIMENTACAO, DENTRO DA JANELA DE LOTE: CADA
      *    PAGAMENTO DE BOLETO CAPTURADO NO CAIXA VIRA UM DEBITO TIPO
      *    B EM MOVIMENTO.DAT (APOS O TRAILER, COMO O PROCESSA-ORDEM).
      *    O DEBITO LEVA O VALOR DO BOLETO COM OS CENTAVOS.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM LER-BOLETO.
           PERFORM TRATA-BOLETO UNTIL WS-FIM-BOL = 'S'.
           PERFORM FINALIZA.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE DATA-LOTE TO WS-RUN-DATA-LOTE.
           MOVE SPACES TO WS-RUN-STATUS.
           MOVE ZEROS TO WS-RUN-LIDOS WS-RUN-ATUALIZADOS
               WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       GRAVA-RUN-FIM.
           MOVE 'F' TO WS-RUN-EVENTO.
           MOVE "OK" TO WS-RUN-STATUS.
           MOVE WS-CONT-LIDOS       TO WS-RUN-LIDOS.
           MOVE WS-CONT-GERADOS     TO WS-RUN-ATUALIZADOS.
           MOVE ZEROS               TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ABRE-ARQ.
           PERFORM LE-LOTE.
           OPEN I-O BOLETO.
           IF WS-FS-BOL NOT EQUAL "00"
               DISPLAY "BOLETO.DAT NAO ENCONTRADO - NADA A ENVIAR"
               STOP RUN.
           OPEN EXTEND MOVIM.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
               STOP RUN.
      *
      *    OS DEBITOS SO SAO GERADOS DENTRO DE UMA JANELA DE LOTE
      *    ABERTA PELO CONTROLA-LOTE PARA A DATA DE HOJE.
       LE-LOTE.
           ACCEPT WS-HOJE FROM DATE.
           OPEN INPUT LOTECTL.
           IF WS-FS-LOTE NOT EQUAL "00"
               DISPLAY "LOTE NAO ABERTO - EXECUTE CONTROLA-LOTE"
               STOP RUN.
           READ LOTECTL
               AT END
                   DISPLAY "LOTE NAO ABERTO - EXECUTE CONTROLA-LOTE"
                   CLOSE LOTECTL
                   STOP RUN
           END-READ.
           CLOSE LOTECTL.
           IF NOT LOTE-ABERTO
               DISPLAY "LOTE " DATA-LOTE
                   " ESTA FECHADO - EXECUTE CONTROLA-LOTE"
               STOP RUN.
           IF DATA-LOTE NOT EQUAL WS-HOJE
               DISPLAY "LOTE ABERTO PARA " DATA-LOTE
                   " NAO CONFERE COM A DATA DE HOJE " WS-HOJE
               STOP RUN.
      *
       LER-BOLETO.
           READ BOLETO
               AT END
                   MOVE 'S' TO WS-FIM-BOL
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.
      *
       TRATA-BOLETO.
           IF BOL-CAPTURADO AND DATA-PAGTO-BOL NOT > DATA-LOTE
               MOVE ID-CLI-BOL TO ID-MOV
               COMPUTE MOVIMENTO ROUNDED = VALOR-BOL * -1
               PERFORM GRAVA-MOVIMENTO
               MOVE 'E' TO STATUS-BOL
               REWRITE REG-BOLETO
               IF WS-FS-BOL NOT EQUAL "00"
                   DISPLAY "ERRO DE REGRAVACAO BOLETO - " WS-FS-BOL
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONT-GERADOS
           END-IF.
           PERFORM LER-BOLETO.
      *
       GRAVA-MOVIMENTO.
           MOVE 'B'         TO TIPO-MOV.
           MOVE DATA-LOTE   TO DATA-VALOR-MOV.
           MOVE AGENCIA-MOV TO ORIGEM-MOV.
           WRITE REG-MOV.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVIMENTO - " WS-FS-MOV
               STOP RUN.
      *
       FINALIZA.
           CLOSE BOLETO.
           CLOSE MOVIM.
           DISPLAY "BOLETOS LIDOS         : " WS-CONT-LIDOS.
           DISPLAY "DEBITOS GERADOS       : " WS-CONT-GERADOS.
