       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELADIANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADIANTA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ADT.
           SELECT RELADT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ADIANTA VALUE OF FILE-ID IS "ADIANTA.DAT".
       01 REG-ADIANTA.
           03 CD-FORN-ADT            PIC 9(03).
           03 DATA-ADT               PIC 9(06).
           03 DATA-ADT-R REDEFINES DATA-ADT.
               05 DATA-ADT-AA        PIC 9(02).
               05 DATA-ADT-MM        PIC 9(02).
               05 DATA-ADT-DD        PIC 9(02).
           03 VALOR-ADT              PIC 9(09).
           03 SALDO-ADT              PIC 9(09).
           03 DOC-ADT                PIC X(20).
           03 STATUS-ADT             PIC X(01).
               88 ADT-ABERTO         VALUE 'A'.
               88 ADT-COMPENSADO     VALUE 'C'.
           03 DATA-COMP-ADT          PIC 9(06).
      *
       FD RELADT VALUE OF FILE-ID IS "RELADIANT.DAT".
       01 REG-REL                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    DIAS EM ABERTO PELA MESMA APROXIMACAO DO RELAGING (ANO*360
      *    + MES*30 + DIA).
       01 WS-HOJE                    PIC 9(06).
       01 WS-HOJE-R REDEFINES WS-HOJE.
           03 WS-HOJE-AA             PIC 9(02).
           03 WS-HOJE-MM             PIC 9(02).
           03 WS-HOJE-DD             PIC 9(02).
       01 WS-HOJE-DIAS               PIC 9(07).
       01 WS-ADT-DIAS                PIC 9(07).
       01 WS-DIAS-ABERTO             PIC S9(07).
      *    PRAZO A PARTIR DO QUAL O ADIANTAMENTO SAI NO RELATORIO.
       01 WS-DIAS-LIMITE             PIC 9(03) VALUE ZEROS.
       01 WS-DIAS-PADRAO             PIC 9(03) VALUE 30.
      *
       01 WS-FS-ADT                  PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                  PIC X(02) VALUE ZEROS.
       01 WS-FIM                     PIC X(01) VALUE 'N'.
       01 WS-CONT-VENCIDOS           PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-ABERTO            PIC 9(11) VALUE ZEROS.
      *
       01 WS-CAB1                    PIC X(80)
           VALUE "===== ADIANTAMENTOS A FORNECEDORES EM ABERTO =====".
       01 WS-CAB2.
           05 FILLER                 PIC X(21)
               VALUE "EM ABERTO HA MAIS DE ".
           05 WS-C-DIAS              PIC ZZ9.
           05 FILLER                 PIC X(05) VALUE " DIAS".
       01 WS-CAB3                    PIC X(80)
           VALUE "FOR DATA   DOCUMENTO         VALOR       SALDO  DIAS".
       01 WS-LINHA-DET.
           05 WS-L-FOR               PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-L-DATA              PIC 9(06).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-L-DOC               PIC X(12).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-L-VALOR             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-L-SALDO             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-L-DIAS              PIC ZZZ9.
       01 WS-LINHA-TOTAL.
           05 FILLER                 PIC X(20)
               VALUE "ADIANTAMENTOS: ".
           05 WS-T-QTDE              PIC ZZZZ9.
           05 FILLER                 PIC X(16)
               VALUE "  SALDO ABERTO: ".
           05 WS-T-VALOR             PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *    RELATORIO DE ADIANTAMENTOS A FORNECEDORES AINDA COM SALDO
      *    EM ABERTO HA MAIS DE N DIAS (SYSIN, 000 = 030) - SINAL
      *    PAGO CUJA NOTA NAO CHEGOU PARA COMPENSAR. COMPRAS COBRA A
      *    ENTREGA OU A DEVOLUCAO DO VALOR.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DIAS EM ABERTO PARA LISTAR (000 = " WS-DIAS-PADRAO
               "): ".
           ACCEPT WS-DIAS-LIMITE.
           IF WS-DIAS-LIMITE = ZEROS
               MOVE WS-DIAS-PADRAO TO WS-DIAS-LIMITE
           END-IF.
           ACCEPT WS-HOJE FROM DATE.
           COMPUTE WS-HOJE-DIAS =
               (WS-HOJE-AA * 360) + (WS-HOJE-MM * 30) + WS-HOJE-DD.
           PERFORM ABRE-ARQ.
           PERFORM PROCESSO UNTIL WS-FIM = 'S'.
           PERFORM FINALIZA.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN OUTPUT RELADT.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELADIANT - " WS-FS-REL
               STOP RUN.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-DIAS-LIMITE TO WS-C-DIAS.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB3 TO REG-REL.
           WRITE REG-REL.
           OPEN INPUT ADIANTA.
           IF WS-FS-ADT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
      *
       PROCESSO.
           READ ADIANTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ADT-ABERTO AND SALDO-ADT > ZEROS
                       PERFORM VERIFICA-PRAZO
                   END-IF
           END-READ.
      *
       VERIFICA-PRAZO.
           COMPUTE WS-ADT-DIAS =
               (DATA-ADT-AA * 360) + (DATA-ADT-MM * 30) + DATA-ADT-DD.
           COMPUTE WS-DIAS-ABERTO = WS-HOJE-DIAS - WS-ADT-DIAS.
           IF WS-DIAS-ABERTO > WS-DIAS-LIMITE
               PERFORM ESCREVE-ADIANTAMENTO
           END-IF.
      *
       ESCREVE-ADIANTAMENTO.
           MOVE CD-FORN-ADT    TO WS-L-FOR.
           MOVE DATA-ADT       TO WS-L-DATA.
           MOVE DOC-ADT        TO WS-L-DOC.
           MOVE VALOR-ADT      TO WS-L-VALOR.
           MOVE SALDO-ADT      TO WS-L-SALDO.
           MOVE WS-DIAS-ABERTO TO WS-L-DIAS.
           MOVE WS-LINHA-DET TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-CONT-VENCIDOS.
           ADD SALDO-ADT TO WS-TOTAL-ABERTO.
      *
       FINALIZA.
           IF WS-FS-ADT = "00" OR WS-FS-ADT = "10"
               CLOSE ADIANTA
           END-IF.
           MOVE WS-CONT-VENCIDOS TO WS-T-QTDE.
           MOVE WS-TOTAL-ABERTO  TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           CLOSE RELADT.
           DISPLAY "ADIANTAMENTOS LISTADOS: " WS-CONT-VENCIDOS.
           DISPLAY "SALDO EM ABERTO       : " WS-TOTAL-ABERTO.
