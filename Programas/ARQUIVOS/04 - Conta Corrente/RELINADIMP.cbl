       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINADIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARC.
           SELECT RELINAD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
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
       FD RELINAD VALUE OF FILE-ID IS "RELINADIMP.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    MESMA APROXIMACAO DE DIAS DO RELAGING (ANO*360 + MES*30 +
      *    DIA) PARA CALCULAR O ATRASO SEM ROTINA DE CALENDARIO.
       01 WS-HOJE                  PIC 9(06).
       01 WS-HOJE-R REDEFINES WS-HOJE.
           03 WS-HOJE-AA           PIC 9(02).
           03 WS-HOJE-MM           PIC 9(02).
           03 WS-HOJE-DD           PIC 9(02).
       01 WS-VENC-R.
           03 WS-VENC-AA           PIC 9(02).
           03 WS-VENC-MM           PIC 9(02).
           03 WS-VENC-DD           PIC 9(02).
       01 WS-HOJE-DIAS             PIC 9(07).
       01 WS-VENC-DIAS             PIC 9(07).
       01 WS-DIAS-ATRASO           PIC S9(07).
      *
       01 WS-TOT-D30               PIC 9(11) VALUE ZEROS.
       01 WS-TOT-D60               PIC 9(11) VALUE ZEROS.
       01 WS-TOT-D90               PIC 9(11) VALUE ZEROS.
       01 WS-TOT-D90M              PIC 9(11) VALUE ZEROS.
       01 WS-QTD-D30               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-D60               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-D90               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-D90M              PIC 9(07) VALUE ZEROS.
      *
       01 WS-CAB1                  PIC X(80)
           VALUE "===== PARCELAS DE EMPRESTIMO EM ATRASO =====".
       01 WS-CAB2                  PIC X(80)
           VALUE "CONTRATO PARC AG  CONTA  VENCTO  DIAS  VALOR S FAIXA".
       01 WS-LINHA-DET.
           03 WS-L-CONTRATO        PIC 9(06).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-L-PARC            PIC 9(03).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-L-AGENCIA         PIC 9(03).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-CONTA           PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-VENC            PIC 99/99/99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-DIAS            PIC ZZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-VALOR           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-STATUS          PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-FAIXA           PIC X(06).
       01 WS-LINHA-TOT.
           03 FILLER               PIC X(11) VALUE "TOTAL FAIXA".
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-T-FAIXA           PIC X(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-T-QTDE            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(10) VALUE " PARCELAS ".
           03 WS-T-VALOR           PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01 WS-FS-PARC               PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM-PARC              PIC X(01) VALUE 'N'.
       01 WS-CONT-LIDAS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ATRASO           PIC 9(07) VALUE ZEROS.
      *
      *    CARTEIRA EM ATRASO: TODA PARCELA NAO PAGA COM VENCIMENTO JA
      *    PASSADO - A RECUSADA NO LOTE (V) E TAMBEM A QUE AINDA ESTA
      *    EM COBRANCA (C) OU NEM FOI ENVIADA (A). ATRASO EM FAIXAS DE
      *    1-30, 31-60, 61-90 E MAIS DE 90 DIAS.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           COMPUTE WS-HOJE-DIAS =
               (WS-HOJE-AA * 360) + (WS-HOJE-MM * 30) + WS-HOJE-DD.
           PERFORM ABRE-ARQ.
           PERFORM LER-PARCELA.
           PERFORM TRATA-PARCELA UNTIL WS-FIM-PARC = 'S'.
           PERFORM FINALIZA.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN INPUT PARCELA.
           IF WS-FS-PARC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PARCELA - " WS-FS-PARC
               STOP RUN.
           OPEN OUTPUT RELINAD.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELINADIMP - " WS-FS-REL
               STOP RUN.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
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
           IF NOT PARC-PAGA
               MOVE DATA-VENC-PARC TO WS-VENC-R
               COMPUTE WS-VENC-DIAS =
                   (WS-VENC-AA * 360) + (WS-VENC-MM * 30) + WS-VENC-DD
               COMPUTE WS-DIAS-ATRASO = WS-HOJE-DIAS - WS-VENC-DIAS
               IF WS-DIAS-ATRASO > ZEROS
                   PERFORM CLASSIFICA-ATRASO
                   PERFORM ESCREVE-LINHA
               END-IF
           END-IF.
           PERFORM LER-PARCELA.
      *
       CLASSIFICA-ATRASO.
           ADD 1 TO WS-CONT-ATRASO.
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT > 30
                   MOVE "1-30  " TO WS-L-FAIXA
                   ADD VALOR-PARC TO WS-TOT-D30
                   ADD 1 TO WS-QTD-D30
               WHEN WS-DIAS-ATRASO NOT > 60
                   MOVE "31-60 " TO WS-L-FAIXA
                   ADD VALOR-PARC TO WS-TOT-D60
                   ADD 1 TO WS-QTD-D60
               WHEN WS-DIAS-ATRASO NOT > 90
                   MOVE "61-90 " TO WS-L-FAIXA
                   ADD VALOR-PARC TO WS-TOT-D90
                   ADD 1 TO WS-QTD-D90
               WHEN OTHER
                   MOVE "90+   " TO WS-L-FAIXA
                   ADD VALOR-PARC TO WS-TOT-D90M
                   ADD 1 TO WS-QTD-D90M
           END-EVALUATE.
      *
       ESCREVE-LINHA.
           MOVE NUMERO-EMP-PARC TO WS-L-CONTRATO.
           MOVE NUM-PARC        TO WS-L-PARC.
           MOVE AGENCIA-PARC    TO WS-L-AGENCIA.
           MOVE CONTA-PARC      TO WS-L-CONTA.
           MOVE DATA-VENC-PARC  TO WS-L-VENC.
           MOVE WS-DIAS-ATRASO  TO WS-L-DIAS.
           MOVE VALOR-PARC      TO WS-L-VALOR.
           MOVE STATUS-PARC     TO WS-L-STATUS.
           MOVE WS-LINHA-DET    TO REG-REL.
           WRITE REG-REL.
      *
       FINALIZA.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "1-30  "    TO WS-T-FAIXA.
           MOVE WS-QTD-D30  TO WS-T-QTDE.
           MOVE WS-TOT-D30  TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "31-60 "    TO WS-T-FAIXA.
           MOVE WS-QTD-D60  TO WS-T-QTDE.
           MOVE WS-TOT-D60  TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "61-90 "    TO WS-T-FAIXA.
           MOVE WS-QTD-D90  TO WS-T-QTDE.
           MOVE WS-TOT-D90  TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "90+   "    TO WS-T-FAIXA.
           MOVE WS-QTD-D90M TO WS-T-QTDE.
           MOVE WS-TOT-D90M TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           CLOSE PARCELA.
           CLOSE RELINAD.
           DISPLAY "PARCELAS LIDAS     : " WS-CONT-LIDAS.
           DISPLAY "PARCELAS EM ATRASO : " WS-CONT-ATRASO.
      *
       ESCREVE-TOTAL.
           MOVE WS-LINHA-TOT TO REG-REL.
           WRITE REG-REL.
