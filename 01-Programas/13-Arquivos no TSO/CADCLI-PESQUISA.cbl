           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS.
           SELECT EXTRATO ASSIGN TO "EXTRATO.DAT"
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-EXT.
           SELECT SCORECLI ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-SCO.
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
           03 ID-CLI.
               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
               88 CLI-ABERTA       VALUE 'A'.
               88 CLI-BLOQUEADA    VALUE 'B'.
               88 CLI-ENCERRADA    VALUE 'E'.
               88 CLI-DORMENTE     VALUE 'D'.
           03 NOME-CLI2            PIC X(20).
           03 DOC-CLI2             PIC X(11).
           03 CNPJ-CLI             PIC X(14).
           03 TOTAL-MOV-ANO        PIC S9(09)V99.
           03 CONT-MOV-DIA-CLI     PIC 9(03).
           03 DATA-MOV-DIA-CLI     PIC 9(06).
           03 FILLER               PIC X(23).
      *
       FD EXTRATO.
       01 REG-EXTRATO       PIC X(80).
      *
       FD SCORECLI VALUE OF FILE-ID IS "SCORECLI.DAT".
       01 SCORE-FILE.
           05 SCORE-ID.
              10 SCORE-AGENCIA PIC 9(03).
              10 SCORE-CONTA   PIC 9(06).
           05 SCORE-COMPET  PIC 9(04).
           05 SCORE-PONTOS  PIC 9(04).
           05 SCORE-FAIXA   PIC X(01).
           05 FILLER        PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01 WS-CLIENTE-FILE.
              10 WS-AGENCIA PIC 9(03).
              10 WS-CONTA   PIC 9(06).
           05 WS-NOME       PIC X(20).
           05 WS-SALDO      PIC S9(09)V99.
           05 WS-LIMITE-CLI PIC S9(09)V99 VALUE ZEROS.
           05 WS-STATUS-CLI PIC X(01) VALUE 'A'.
           05 WS-NOME-CLI2  PIC X(20) VALUE SPACES.
           05 WS-DOC-CLI2   PIC X(11) VALUE SPACES.
           05 WS-CNPJ-CLI   PIC X(14).
           05 WS-TOTAL-MOV-ANO PIC S9(09)V99 VALUE ZEROS.
           05 WS-CONT-MOV-DIA  PIC 9(03) VALUE ZEROS.
           05 WS-DATA-MOV-DIA  PIC 9(06) VALUE ZEROS.
           05 FILLER        PIC X(23) VALUE SPACES.
       01 WS-SALDO-E        PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-CNPJ-MASC      PIC X(18) VALUE SPACES.
       01 WS-FS             PIC X(02) VALUE SPACES.
       01 WS-FS-EXT         PIC X(02) VALUE SPACES.
       01 WS-FS-SCO         PIC X(02) VALUE SPACES.
       01 WS-FIM-SCO        PIC X(01) VALUE 'N'.
       01 WS-FAIXA          PIC X(01) VALUE SPACES.
       01 WS-PONTOS         PIC 9(04) VALUE ZEROS.
       01 WS-FIM            PIC X(01) VALUE 'N'.
       01 WS-DATA-EXTENSO   PIC X(30).
       01 WS-CAB1  PIC X(80)
           VALUE "EXTRATO DE CONTA CORRENTE".
       01 WS-CAB2  PIC X(80).
       01 WS-CAB3  PIC X(80)
           VALUE "AGENCIA CONTA    NOME                          SALDO".
       01 WS-LINHA-DET.
           05  WS-L-AGENCIA    PIC 999.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-L-NOME       PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-L-SALDO      PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-CNPJ.
           05  FILLER          PIC X(08) VALUE "CNPJ:   ".
           05  WS-L-CNPJ-MASC  PIC X(18).
       PROCESSO.
           PERFORM LER-REG.
       LER-REG.
           MOVE WS-AGENCIA TO AGENCIA-CLI.
           MOVE WS-CONTA   TO CONTA-CLI.
           READ CADCLI
               INVALID KEY
                   MOVE 'S' TO WS-FIM
               NOT INVALID KEY
                   MOVE REG-CLI TO WS-CLIENTE-FILE
                   MOVE 'A'          TO WS-FIM
           END-READ.
       MOSTRA-REG.
              DISPLAY "SALDO: " WS-SALDO-E
              CALL "CNPJMASK" USING WS-CNPJ-CLI WS-CNPJ-MASC
              DISPLAY "CNPJ: " WS-CNPJ-MASC
              PERFORM CONSULTA-FAIXA
              IF WS-FAIXA = SPACES
                 DISPLAY "FAIXA DE RISCO: SEM SCORE"
              ELSE
                 DISPLAY "FAIXA DE RISCO: " WS-FAIXA
                         " (SCORE " WS-PONTOS ")"
              END-IF
           ELSE
              DISPLAY 'REGISTRO NAO ENCONTRADO'.
       CONSULTA-FAIXA.
           MOVE SPACES TO WS-FAIXA.
           MOVE 'N' TO WS-FIM-SCO.
           OPEN INPUT SCORECLI.
           IF WS-FS-SCO NOT EQUAL "00"
              MOVE 'S' TO WS-FIM-SCO.
           PERFORM BUSCA-FAIXA
               UNTIL WS-FIM-SCO = 'S' OR WS-FAIXA NOT = SPACES.
           IF WS-FS-SCO = "00" OR WS-FS-SCO = "10"
              CLOSE SCORECLI.
       BUSCA-FAIXA.
           READ SCORECLI
               AT END
                   MOVE 'S' TO WS-FIM-SCO
               NOT AT END
                   IF SCORE-ID = WS-CLIENTE-ID
                      MOVE SCORE-FAIXA  TO WS-FAIXA
                      MOVE SCORE-PONTOS TO WS-PONTOS
                   END-IF
           END-READ.
       IMPRIME-EXTRATO.
           IF WS-FIM = 'A'
              CALL "DATAEXT" USING WS-DATA-EXTENSO
