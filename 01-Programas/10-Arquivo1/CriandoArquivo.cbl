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
       WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02) VALUE SPACES.
           CLOSE CADCLI.
           OPEN EXTEND CADCLI.
      *
           MOVE SPACES              TO REG-CLI.
           MOVE ZEROS               TO LIMITE-CLI.
           SET CLI-ABERTA           TO TRUE.
           MOVE ZEROS               TO TOTAL-MOV-ANO.
           MOVE ZEROS               TO CONT-MOV-DIA-CLI.
           MOVE ZEROS               TO DATA-MOV-DIA-CLI.
      *
           MOVE 001                 TO AGENCIA-CLI.
           MOVE 002346              TO CONTA-CLI.
           MOVE "Manuel de Almeida" TO NOME-CLI.
           MOVE 010367.90           TO SALDO.
           WRITE REG-CLI.
      *
           MOVE 001                 TO AGENCIA-CLI.
           MOVE 209856              TO CONTA-CLI.
           MOVE "Joao da Silva"     TO NOME-CLI.
           MOVE 001298.20           TO SALDO.
           WRITE REG-CLI.
      *
           MOVE 001                 TO AGENCIA-CLI.
           MOVE 201834              TO CONTA-CLI.
           MOVE "Alfredo das Neves" TO NOME-CLI.
           MOVE 000845.00           TO SALDO.
           WRITE REG-CLI.
      *
           MOVE 012                 TO AGENCIA-CLI.
           MOVE 300427              TO CONTA-CLI.
           MOVE "Maria Aparecida"   TO NOME-CLI.
           MOVE 045280.00           TO SALDO.
           WRITE REG-CLI.
