               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SCORECLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCO.
       DATA DIVISION.
       FILE SECTION.
       FD PESSOA VALUE OF FILE-ID IS "PESSOA.DAT".
       01 REG-PESSOA.
           03 CPF-PESSOA           PIC X(11).
           03 NOME-PESSOA          PIC X(30).
           03 VARRE-PESSOA         PIC X(01).
               88 VARRE-OPTANTE    VALUE 'S'.
      *
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
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
      *    SCORE MENSAL GRAVADO PELO SCORE-CREDITO.
       FD SCORECLI VALUE OF FILE-ID IS "SCORECLI.DAT".
       01 REG-SCORECLI.
           03 ID-CLI-SCO.
               05 AGENCIA-SCO      PIC 9(03).
               05 CONTA-SCO        PIC 9(06).
           03 COMPETENCIA-SCO      PIC 9(04).
           03 PONTOS-SCO           PIC 9(04).
           03 FAIXA-SCO            PIC X(01).
           03 TETO-LIMITE-SCO      PIC S9(09)V99.
           03 SALDO-MEDIO-SCO      PIC S9(09)V99.
           03 DIAS-NEGATIVO-SCO    PIC 9(03).
           03 CHEQUES-DEV-SCO      PIC 9(03).
           03 RESTRITIVOS-SCO      PIC 9(03).
           03 MESES-CONTA-SCO      PIC 9(03).
           03 DATA-CALC-SCO        PIC 9(06).
      *
       WORKING-STORAGE SECTION.
       01 WS-CPF                   PIC X(11) VALUE SPACES.
       01 WS-FS-PES                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-SCO                PIC X(02) VALUE ZEROS.
       01 WS-FIM-SCO               PIC X(01) VALUE 'N'.
      *    FAIXA DE RISCO DO SCORECLI - '-' QUANDO A CONTA AINDA NAO
      *    TEM SCORE CALCULADO.
       01 WS-FAIXA                 PIC X(01) VALUE SPACES.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-PESSOA          PIC X(01) VALUE 'N'.
       01 WS-CONT-TITULAR          PIC 9(05) VALUE ZEROS.
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   PERFORM LOCALIZA-VINCULO
                   IF WS-VINC-POS NOT = ZEROS OR DOC-CLI2 = WS-CPF
                       PERFORM CONSULTA-FAIXA
                   END-IF
                   IF WS-VINC-POS NOT = ZEROS
                       DISPLAY "TITULAR   " ID-CLI " " NOME-CLI
                           " SALDO " SALDO " STATUS " STATUS-CLI
                           " FAIXA " WS-FAIXA
                       ADD 1 TO WS-CONT-TITULAR
                   END-IF
                   IF DOC-CLI2 = WS-CPF
                       DISPLAY "COTITULAR " ID-CLI " " NOME-CLI
                           " SALDO " SALDO " STATUS " STATUS-CLI
                           " FAIXA " WS-FAIXA
                       ADD 1 TO WS-CONT-COTITULAR
                   END-IF
           END-READ.
           IF WS-VINC-ID(WS-VINC-SUBS) = ID-CLI
               MOVE WS-VINC-SUBS TO WS-VINC-POS
           END-IF.
      *
       CONSULTA-FAIXA.
           MOVE SPACES TO WS-FAIXA.
           MOVE 'N' TO WS-FIM-SCO.
           OPEN INPUT SCORECLI.
           IF WS-FS-SCO NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-SCO
           END-IF.
           PERFORM BUSCA-FAIXA
               UNTIL WS-FIM-SCO = 'S' OR WS-FAIXA NOT = SPACES.
           IF WS-FS-SCO = "00" OR WS-FS-SCO = "10"
               CLOSE SCORECLI
           END-IF.
           IF WS-FAIXA = SPACES
               MOVE '-' TO WS-FAIXA
           END-IF.
      *
       BUSCA-FAIXA.
           READ SCORECLI
               AT END
                   MOVE 'S' TO WS-FIM-SCO
               NOT AT END
                   IF ID-CLI-SCO = ID-CLI
                       MOVE FAIXA-SCO TO WS-FAIXA
                   END-IF
           END-READ.
