       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDIVERG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVERGE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DIV.
           SELECT RELDIV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD DIVERGE VALUE OF FILE-ID IS "DIVERGNF.DAT".
       01 REG-DIVERGE.
           03 CD-FOR-DIV             PIC 9(03).
           03 NF-DIV                 PIC 9(09).
           03 NR-PED-DIV             PIC 9(06).
           03 VALOR-NF-DIV           PIC 9(09).
           03 VALOR-PED-DIV          PIC 9(09).
           03 VALOR-REC-DIV          PIC 9(09).
           03 MOTIVO-DIV             PIC X(30).
           03 DATA-DIV               PIC 9(06).
           03 DATA-DIV-R REDEFINES DATA-DIV.
               05 DATA-DIV-AA        PIC 9(02).
               05 DATA-DIV-MM        PIC 9(02).
               05 DATA-DIV-DD        PIC 9(02).
           03 STATUS-DIV             PIC X(01).
               88 DIV-PENDENTE       VALUE 'P'.
               88 DIV-RESOLVIDA      VALUE 'R'.
           03 RESP-DIV               PIC X(08).
           03 DATA-RES-DIV           PIC 9(06).
      *
       FD RELDIV VALUE OF FILE-ID IS "RELDIVNF.DAT".
       01 REG-REL                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    DIAS RETIDA PELA MESMA APROXIMACAO DO RELAGING (ANO*360 +
      *    MES*30 + DIA).
       01 WS-HOJE                    PIC 9(06).
       01 WS-HOJE-R REDEFINES WS-HOJE.
           03 WS-HOJE-AA             PIC 9(02).
           03 WS-HOJE-MM             PIC 9(02).
           03 WS-HOJE-DD             PIC 9(02).
       01 WS-HOJE-DIAS               PIC 9(07).
       01 WS-DIV-DIAS                PIC 9(07).
       01 WS-DIAS-RETIDA             PIC S9(07).
      *
       01 WS-FS-DIV                  PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                  PIC X(02) VALUE ZEROS.
       01 WS-FIM                     PIC X(01) VALUE 'N'.
       01 WS-CONT-PENDENTES          PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-RETIDO            PIC 9(11) VALUE ZEROS.
      *
       01 WS-CAB1                    PIC X(80)
           VALUE "===== NOTAS RETIDAS - CONFERENCIA COM O PEDIDO =====".
       01 WS-CAB2                    PIC X(80)
           VALUE "FOR      NOTA PEDIDO  VALOR NOTA  DIAS MOTIVO".
       01 WS-LINHA-DET.
           05 WS-L-FOR               PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-L-NF                PIC Z(8)9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-L-PED               PIC 9(06).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-L-VALOR             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-L-DIAS              PIC ZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-L-MOTIVO            PIC X(30).
       01 WS-LINHA-PED.
           05 FILLER                 PIC X(14) VALUE SPACES.
           05 FILLER                 PIC X(08) VALUE "PEDIDO: ".
           05 WS-P-PED               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(12) VALUE "  RECEBIDO: ".
           05 WS-P-REC               PIC ZZZ,ZZZ,ZZ9.
       01 WS-LINHA-TOTAL.
           05 FILLER                 PIC X(20)
               VALUE "NOTAS RETIDAS: ".
           05 WS-T-QTDE              PIC ZZZZ9.
           05 FILLER                 PIC X(16)
               VALUE "  VALOR RETIDO: ".
           05 WS-T-VALOR             PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
      *    RELATORIO SEMANAL DE EXCECOES DA CONFERENCIA NOTA X PEDIDO
      *    X RECEBIMENTO: AS NOTAS AINDA RETIDAS NO DIVERGNF.DAT,
      *    COM O MOTIVO, OS VALORES CONFRONTADOS E HA QUANTOS DIAS
      *    AGUARDAM COMPRAS. A RESOLUCAO E' FEITA PELO LIBERA-NF.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           COMPUTE WS-HOJE-DIAS =
               (WS-HOJE-AA * 360) + (WS-HOJE-MM * 30) + WS-HOJE-DD.
           PERFORM ABRE-ARQ.
           PERFORM PROCESSO UNTIL WS-FIM = 'S'.
           PERFORM FINALIZA.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN OUTPUT RELDIV.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELDIVNF - " WS-FS-REL
               STOP RUN.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           OPEN INPUT DIVERGE.
           IF WS-FS-DIV NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
      *
       PROCESSO.
           READ DIVERGE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DIV-PENDENTE
                       PERFORM ESCREVE-PENDENTE
                   END-IF
           END-READ.
      *
       ESCREVE-PENDENTE.
           COMPUTE WS-DIV-DIAS =
               (DATA-DIV-AA * 360) + (DATA-DIV-MM * 30) + DATA-DIV-DD.
           COMPUTE WS-DIAS-RETIDA = WS-HOJE-DIAS - WS-DIV-DIAS.
           IF WS-DIAS-RETIDA < ZEROS
               MOVE ZEROS TO WS-DIAS-RETIDA
           END-IF.
           MOVE CD-FOR-DIV     TO WS-L-FOR.
           MOVE NF-DIV         TO WS-L-NF.
           MOVE NR-PED-DIV     TO WS-L-PED.
           MOVE VALOR-NF-DIV   TO WS-L-VALOR.
           MOVE WS-DIAS-RETIDA TO WS-L-DIAS.
           MOVE MOTIVO-DIV     TO WS-L-MOTIVO.
           MOVE WS-LINHA-DET TO REG-REL.
           WRITE REG-REL.
           MOVE VALOR-PED-DIV  TO WS-P-PED.
           MOVE VALOR-REC-DIV  TO WS-P-REC.
           MOVE WS-LINHA-PED TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-CONT-PENDENTES.
           ADD VALOR-NF-DIV TO WS-TOTAL-RETIDO.
      *
       FINALIZA.
           IF WS-FS-DIV = "00" OR WS-FS-DIV = "10"
               CLOSE DIVERGE
           END-IF.
           MOVE WS-CONT-PENDENTES TO WS-T-QTDE.
           MOVE WS-TOTAL-RETIDO   TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           CLOSE RELDIV.
           DISPLAY "NOTAS RETIDAS LISTADAS: " WS-CONT-PENDENTES.
           DISPLAY "VALOR TOTAL RETIDO    : " WS-TOTAL-RETIDO.
