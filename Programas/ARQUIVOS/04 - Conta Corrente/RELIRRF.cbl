       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELIRRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRRF ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IRRF.
           SELECT RELIRRF ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD IRRF VALUE OF FILE-ID IS "IRRF.DAT".
       01 REG-IRRF.
           03 ID-IRRF.
               05 AGENCIA-IRRF     PIC 9(03).
               05 CONTA-IRRF       PIC 9(06).
           03 NUMERO-APL-IRRF      PIC 9(06).
           03 DATA-IRRF            PIC 9(06).
           03 DATA-IRRF-R REDEFINES DATA-IRRF.
               05 DATA-IRRF-AA     PIC 9(02).
               05 DATA-IRRF-MM     PIC 9(02).
               05 DATA-IRRF-DD     PIC 9(02).
           03 BASE-IRRF            PIC 9(07)V99.
           03 VALOR-IRRF           PIC 9(07)V99.
      *
       FD RELIRRF VALUE OF FILE-ID IS "RELIRRF.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-COMPETENCIA           PIC 9(04).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-COMP-AA           PIC 9(02).
           03 WS-COMP-MM           PIC 9(02).
       01 WS-FS-IRRF               PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
      *
      *    RESUMO DE RECOLHIMENTO DO IR RETIDO NA FONTE SOBRE O
      *    RENDIMENTO DAS APLICACOES, POR AGENCIA NA COMPETENCIA -
      *    MESMO DEMONSTRATIVO DO RELIOF, COM A BASE DE CALCULO.
       01 WS-AG-TAB.
           03 WS-AG-QTDE           PIC 9(03) VALUE ZEROS.
           03 WS-AG-ITEM OCCURS 99 TIMES.
               05 WS-AG-AGENCIA    PIC 9(03).
               05 WS-AG-ITENS      PIC 9(07).
               05 WS-AG-BASE       PIC 9(11)V99.
               05 WS-AG-VALOR      PIC 9(11)V99.
       01 WS-AG-SUBS               PIC 9(03) VALUE ZEROS.
       01 WS-AG-POS                PIC 9(03) VALUE ZEROS.
       01 WS-TOTAL-ITENS           PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-BASE            PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-VALOR           PIC 9(11)V99 VALUE ZEROS.
      *
       01 WS-CAB1                  PIC X(80)
           VALUE "===== RESUMO DE RECOLHIMENTO DE IRRF - CDB =====".
       01 WS-CAB2                  PIC X(80)
           VALUE "AGENCIA  ITENS    BASE CALCULO  VALOR RECOLHIDO".
       01 WS-LINHA-DET.
           05 WS-L-AGENCIA         PIC 9(03).
           05 FILLER               PIC X(05) VALUE SPACE.
           05 WS-L-ITENS           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-L-BASE            PIC Z(10)9.99.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-L-VALOR           PIC Z(10)9.99.
       01 WS-LINHA-TOTAL.
           05 FILLER               PIC X(08) VALUE "TOTAL   ".
           05 WS-T-ITENS           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-T-BASE            PIC Z(10)9.99.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-T-VALOR           PIC Z(10)9.99.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DO RECOLHIMENTO (AAMM): ".
           ACCEPT WS-COMPETENCIA.
           PERFORM ACUMULA-IRRF.
           PERFORM GERA-RELATORIO.
           STOP RUN.
      *
       ACUMULA-IRRF.
           OPEN INPUT IRRF.
           IF WS-FS-IRRF NOT EQUAL "00"
               DISPLAY "IRRF.DAT NAO ENCONTRADO - NADA RETIDO"
               STOP RUN.
           PERFORM CLASSIFICA-IRRF UNTIL WS-FIM = 'S'.
           CLOSE IRRF.
      *
       CLASSIFICA-IRRF.
           READ IRRF
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-IRRF-AA = WS-COMP-AA
                      AND DATA-IRRF-MM = WS-COMP-MM
                       PERFORM ACUMULA-AGENCIA
                   END-IF
           END-READ.
      *
       ACUMULA-AGENCIA.
           MOVE ZEROS TO WS-AG-POS.
           PERFORM BUSCA-AGENCIA
               VARYING WS-AG-SUBS FROM 1 BY 1
               UNTIL WS-AG-SUBS > WS-AG-QTDE
                  OR WS-AG-POS NOT = ZEROS.
           IF WS-AG-POS = ZEROS
               IF WS-AG-QTDE < 99
                   ADD 1 TO WS-AG-QTDE
                   MOVE WS-AG-QTDE TO WS-AG-POS
                   MOVE AGENCIA-IRRF TO WS-AG-AGENCIA(WS-AG-POS)
                   MOVE ZEROS TO WS-AG-ITENS(WS-AG-POS)
                   MOVE ZEROS TO WS-AG-BASE(WS-AG-POS)
                   MOVE ZEROS TO WS-AG-VALOR(WS-AG-POS)
               END-IF
           END-IF.
           IF WS-AG-POS NOT = ZEROS
               ADD 1 TO WS-AG-ITENS(WS-AG-POS)
               ADD BASE-IRRF TO WS-AG-BASE(WS-AG-POS)
               ADD VALOR-IRRF TO WS-AG-VALOR(WS-AG-POS)
               ADD 1 TO WS-TOTAL-ITENS
               ADD BASE-IRRF TO WS-TOTAL-BASE
               ADD VALOR-IRRF TO WS-TOTAL-VALOR
           END-IF.
      *
       BUSCA-AGENCIA.
           IF WS-AG-AGENCIA(WS-AG-SUBS) = AGENCIA-IRRF
               MOVE WS-AG-SUBS TO WS-AG-POS
           END-IF.
      *
       GERA-RELATORIO.
           OPEN OUTPUT RELIRRF.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELIRRF - " WS-FS-REL
               STOP RUN.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           PERFORM ESCREVE-LINHA-AG
               VARYING WS-AG-SUBS FROM 1 BY 1
               UNTIL WS-AG-SUBS > WS-AG-QTDE.
           MOVE WS-TOTAL-ITENS TO WS-T-ITENS.
           MOVE WS-TOTAL-BASE  TO WS-T-BASE.
           MOVE WS-TOTAL-VALOR TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           CLOSE RELIRRF.
           DISPLAY "ITENS DE IRRF NA COMPETENCIA: " WS-TOTAL-ITENS.
           DISPLAY "VALOR TOTAL A RECOLHER      : " WS-TOTAL-VALOR.
      *
       ESCREVE-LINHA-AG.
           MOVE WS-AG-AGENCIA(WS-AG-SUBS) TO WS-L-AGENCIA.
           MOVE WS-AG-ITENS(WS-AG-SUBS)   TO WS-L-ITENS.
           MOVE WS-AG-BASE(WS-AG-SUBS)    TO WS-L-BASE.
           MOVE WS-AG-VALOR(WS-AG-SUBS)   TO WS-L-VALOR.
           MOVE WS-LINHA-DET TO REG-REL.
           WRITE REG-REL.
