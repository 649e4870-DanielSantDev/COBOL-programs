       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-PARCELA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMP.
           SELECT PARCELA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARC.
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
       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".
       01 REG-EMPREST.
           03 NUMERO-EMP           PIC 9(06).
           03 ID-CLI-EMP.
               05 AGENCIA-EMP      PIC 9(03).
               05 CONTA-EMP        PIC 9(06).
           03 PRINCIPAL-EMP        PIC 9(09).
           03 TAXA-EMP             PIC 9V9999.
           03 PRAZO-EMP            PIC 9(03).
           03 DATA-INICIO-EMP      PIC 9(06).
           03 VALOR-PARCELA-EMP    PIC 9(09).
           03 STATUS-EMP           PIC X(01).
               88 EMP-NOVO         VALUE 'N'.
               88 EMP-ATIVO        VALUE 'A'.
               88 EMP-QUITADO      VALUE 'Q'.
      *
       FD PARCELA VALUE OF FILE-ID IS "PARCELA.DAT".
       01 REG-PARCELA.
           03 ID-PARCELA.
               05 NUMERO-EMP-PARC  PIC 9(06).
               05 NUM-PARC         PIC 9(03).
           03 ID-CLI-PARC.
               05 AGENCIA-PARC     PIC 9(03).
               05 CONTA-PARC       PIC 9(06).
           03 DATA-VENC-PARC       PIC 9(06).
           03 VALOR-PARC           PIC 9(09).
           03 AMORTIZACAO-PARC     PIC 9(09).
           03 JUROS-PARC           PIC 9(09).
           03 SALDO-DEVEDOR-PARC   PIC 9(09).
           03 STATUS-PARC          PIC X(01).
               88 PARC-A-VENCER    VALUE 'A'.
               88 PARC-EM-COBRANCA VALUE 'C'.
               88 PARC-VENCIDA     VALUE 'V'.
               88 PARC-PAGA        VALUE 'P'.
           03 DATA-PAGTO-PARC      PIC 9(06).
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
       01 WS-FS-EMP                PIC X(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06).
       01 WS-FIM-EMP               PIC X(01) VALUE 'N'.
       01 WS-FIM-PARC              PIC X(01) VALUE 'N'.
       01 WS-CONT-LIDAS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-LIBERADOS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-GERADAS          PIC 9(07) VALUE ZEROS.
       01 WS-CONT-REENVIADAS       PIC 9(07) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "GERA-PARCELA".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    RODA ANTES DA MOVIMENTACAO, DENTRO DA JANELA DE LOTE: GRAVA
      *    EM MOVIMENTO.DAT (TIPO E, APOS O TRAILER, COMO O
      *    PROCESSA-ORDEM) A LIBERACAO DOS CONTRATOS NOVOS E O DEBITO
      *    DE CADA PARCELA VENCIDA ATE A DATA DO LOTE. PARCELA JA
      *    RECUSADA ANTES (VENCIDA) VOLTA A SER COBRADA TODO LOTE ATE
      *    SER PAGA - O VENCIMENTO ORIGINAL E' PRESERVADO PARA O
      *    RELINADIMP CALCULAR O ATRASO.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM LER-EMPRESTIMO.
           PERFORM TRATA-EMPRESTIMO UNTIL WS-FIM-EMP = 'S'.
           PERFORM LER-PARCELA.
           PERFORM TRATA-PARCELA UNTIL WS-FIM-PARC = 'S'.
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
           MOVE WS-CONT-LIDAS       TO WS-RUN-LIDOS.
           COMPUTE WS-RUN-ATUALIZADOS = WS-CONT-LIBERADOS
               + WS-CONT-GERADAS + WS-CONT-REENVIADAS.
           MOVE ZEROS               TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ABRE-ARQ.
           PERFORM LE-LOTE.
           OPEN I-O EMPRESTIMO.
           IF WS-FS-EMP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA EMPRESTIMO - " WS-FS-EMP
               STOP RUN.
           OPEN I-O PARCELA.
           IF WS-FS-PARC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PARCELA - " WS-FS-PARC
               STOP RUN.
           OPEN EXTEND MOVIM.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
               STOP RUN.
      *
      *    AS PARCELAS SO SAO GERADAS DENTRO DE UMA JANELA DE LOTE
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
       LER-EMPRESTIMO.
           READ EMPRESTIMO AT END MOVE 'S' TO WS-FIM-EMP.
      *
      *    CONTRATO NOVO COM INICIO ATE A DATA DO LOTE: O PRINCIPAL E'
      *    CREDITADO NA CONTA (TIPO E POSITIVO) E O CONTRATO FICA ATIVO.
       TRATA-EMPRESTIMO.
           IF EMP-NOVO AND DATA-INICIO-EMP NOT > DATA-LOTE
               MOVE ID-CLI-EMP     TO ID-MOV
               MOVE PRINCIPAL-EMP  TO MOVIMENTO
               PERFORM GRAVA-MOVIMENTO
               MOVE 'A' TO STATUS-EMP
               REWRITE REG-EMPREST
               IF WS-FS-EMP NOT EQUAL "00"
                   DISPLAY "ERRO DE REGRAVACAO EMPRESTIMO - " WS-FS-EMP
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONT-LIBERADOS
               DISPLAY "CONTRATO " NUMERO-EMP " - PRINCIPAL "
                   PRINCIPAL-EMP " LIBERADO NA CONTA " ID-CLI-EMP
           END-IF.
           PERFORM LER-EMPRESTIMO.
      *
       LER-PARCELA.
           READ PARCELA
               AT END
                   MOVE 'S' TO WS-FIM-PARC
               NOT AT END
                   ADD 1 TO WS-CONT-LIDAS
           END-READ.
      *
       TRATA-PARCELA.
           EVALUATE TRUE
               WHEN PARC-A-VENCER AND DATA-VENC-PARC NOT > DATA-LOTE
                   PERFORM COBRA-PARCELA
                   ADD 1 TO WS-CONT-GERADAS
               WHEN PARC-VENCIDA
                   PERFORM COBRA-PARCELA
                   ADD 1 TO WS-CONT-REENVIADAS
           END-EVALUATE.
           PERFORM LER-PARCELA.
      *
       COBRA-PARCELA.
           MOVE ID-CLI-PARC TO ID-MOV.
           COMPUTE MOVIMENTO = VALOR-PARC * -1.
           PERFORM GRAVA-MOVIMENTO.
           MOVE 'C' TO STATUS-PARC.
           REWRITE REG-PARCELA.
           IF WS-FS-PARC NOT EQUAL "00"
               DISPLAY "ERRO DE REGRAVACAO PARCELA - " WS-FS-PARC
               STOP RUN.
      *
       GRAVA-MOVIMENTO.
           MOVE 'E'         TO TIPO-MOV.
           MOVE DATA-LOTE   TO DATA-VALOR-MOV.
           MOVE AGENCIA-MOV TO ORIGEM-MOV.
           WRITE REG-MOV.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVIMENTO - " WS-FS-MOV
               STOP RUN.
      *
       FINALIZA.
           CLOSE EMPRESTIMO.
           CLOSE PARCELA.
           CLOSE MOVIM.
           DISPLAY "PARCELAS LIDAS        : " WS-CONT-LIDAS.
           DISPLAY "CONTRATOS LIBERADOS   : " WS-CONT-LIBERADOS.
           DISPLAY "PARCELAS NO VENCIMENTO: " WS-CONT-GERADAS.
           DISPLAY "PARCELAS REENVIADAS   : " WS-CONT-REENVIADAS.
