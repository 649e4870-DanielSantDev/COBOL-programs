       FD  ARQCAD.
       01  REG-CLI.
            03  ID-CLI.
                05  AGENCIA-CLI    PIC  9(03).
                05  CONTA-CLI      PIC  9(06).
            03  NOME-CLI       PIC  X(20).
            03  SALDO          PIC  S9(09)V99.
            03  LIMITE-CLI     PIC  S9(09)V99.
            03  STATUS-CLI     PIC  X(01).
                88 CLI-ABERTA       VALUE 'A'.
                88 CLI-BLOQUEADA    VALUE 'B'.
                88 CLI-ENCERRADA    VALUE 'E'.
                88 CLI-DORMENTE     VALUE 'D'.
            03  NOME-CLI2      PIC  X(20).
            03  DOC-CLI2       PIC  X(11).
            03  CNPJ-CLI       PIC  X(14).
            03  TOTAL-MOV-ANO  PIC  S9(09)V99.
            03  CONT-MOV-DIA-CLI PIC 9(03).
            03  DATA-MOV-DIA-CLI PIC 9(06).
            03  FILLER         PIC  X(23).
       WORKING-STORAGE SECTION.
       77  ST-ALU       PIC X(02).
       77  WS-FS-MSG    PIC X(40) VALUE SPACES.
       PROCESSO.
           MOVE SPACES TO NOME-CLI2.
           MOVE SPACES TO DOC-CLI2.
           MOVE SPACES TO CNPJ-CLI.
           MOVE ZEROS TO TOTAL-MOV-ANO.
           MOVE ZEROS TO CONT-MOV-DIA-CLI.
           MOVE ZEROS TO DATA-MOV-DIA-CLI.
           MOVE 001 TO AGENCIA-CLI.
           MOVE 002222 TO CONTA-CLI.
           MOVE 'Manuel de Almeida' TO NOME-CLI.
           MOVE 001000000 TO SALDO.
           MOVE -000500000 TO LIMITE-CLI.
           SET CLI-ABERTA TO TRUE.
           WRITE REG-CLI.

           MOVE 001 TO AGENCIA-CLI.
           MOVE 011111 TO CONTA-CLI.
           MOVE 'Joao da Silva' TO NOME-CLI.
           MOVE 002000000 TO SALDO.
           MOVE -000500000 TO LIMITE-CLI.
           SET CLI-ABERTA TO TRUE.
           WRITE REG-CLI.

           MOVE 001 TO AGENCIA-CLI.
           MOVE 033333 TO CONTA-CLI.
           MOVE 'Alfredo das Neves' TO NOME-CLI.
           MOVE 003500000 TO SALDO.
           MOVE -001000000 TO LIMITE-CLI.
           SET CLI-ABERTA TO TRUE.
           WRITE REG-CLI.

           MOVE 012 TO AGENCIA-CLI.
           MOVE 044444 TO CONTA-CLI.
           MOVE 'Maria Aparecida' TO NOME-CLI.
           MOVE 004200000 TO SALDO.
           MOVE -001000000 TO LIMITE-CLI.
