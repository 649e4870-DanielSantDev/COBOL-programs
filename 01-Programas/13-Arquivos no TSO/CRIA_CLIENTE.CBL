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

       WORKING-STORAGE SECTION.
       01 WS-FS-CLI           PIC X(02) VALUE ZEROS.
       01 WS-CLIENTE-FILE.
           05 WS-CLIENTE-ID.
              10 WS-AGENCIA PIC 9(03) VALUE ZEROS.
              10 WS-CONTA   PIC 9(06) VALUE ZEROS.
           05 WS-NOME       PIC X(20) VALUE SPACES.
           05 WS-SALDO      PIC S9(09)V99 VALUE ZEROS.
           05 WS-LIMITE-CLI PIC S9(09)V99 VALUE ZEROS.
           05 WS-STATUS-CLI PIC X(01) VALUE 'A'.
           05 WS-NOME-CLI2  PIC X(20) VALUE SPACES.
           05 WS-DOC-CLI2   PIC X(11) VALUE SPACES.
           05 WS-CNPJ-CLI   PIC X(14) VALUE SPACES.
           05 WS-TOTAL-MOV-ANO PIC S9(09)V99 VALUE ZEROS.
           05 WS-CONT-MOV-DIA  PIC 9(03) VALUE ZEROS.
           05 WS-DATA-MOV-DIA  PIC 9(06) VALUE ZEROS.
           05 FILLER        PIC X(23) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-REG-CLI.
           CLOSE CADCLI.
           STOP RUN.

       ABRE-ARQ.
           CLOSE CADCLI.
           OPEN EXTEND CADCLI.

           MOVE WS-CLIENTE-FILE     TO REG-CLI.
           MOVE 001                 TO AGENCIA-CLI.
           MOVE 002222              TO CONTA-CLI.
           MOVE "Manuel de Almeida" TO NOME-CLI.
           MOVE 001000000            TO SALDO.
           WRITE REG-CLI.

           MOVE WS-CLIENTE-FILE     TO REG-CLI.
           MOVE 001                 TO AGENCIA-CLI.
           MOVE 011111              TO CONTA-CLI.
           MOVE "Joao da Silva"     TO NOME-CLI.
           MOVE 002000000            TO SALDO.
           WRITE REG-CLI.

           MOVE WS-CLIENTE-FILE     TO REG-CLI.
           MOVE 001                 TO AGENCIA-CLI.
           MOVE 033333              TO CONTA-CLI.
           MOVE "Alfredo das Neves" TO NOME-CLI.
           MOVE 003500000            TO SALDO.
           WRITE REG-CLI.

           MOVE WS-CLIENTE-FILE     TO REG-CLI.
           MOVE 012                 TO AGENCIA-CLI.
           MOVE 044444              TO CONTA-CLI.
           MOVE "Maria Aparecida" TO NOME-CLI.
