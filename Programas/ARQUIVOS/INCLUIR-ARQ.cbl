       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
      * FD CADCLI
      *     RECORDING MODE IS F.
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
       01 WS-CLIENTE-FILE.
           05 WS-CLIENTE-ID.
              10 WS-AGENCIA PIC 9(03).
              10 WS-CONTA   PIC 9(06).
           05 WS-NOME       PIC X(20).
           05 WS-SALDO      PIC S9(09)V99.
           05 WS-LIMITE-CLI PIC S9(09)V99 VALUE ZEROS.
           05 WS-STATUS-CLI PIC X(01) VALUE 'A'.
           05 WS-NOME-CLI2  PIC X(20) VALUE SPACES.
           05 WS-DOC-CLI2   PIC X(11) VALUE SPACES.
           05 WS-CNPJ-CLI   PIC X(14) VALUE SPACES.
           05 WS-TOTAL-MOV-ANO PIC S9(09)V99 VALUE ZEROS.
           05 WS-CONT-MOV-DIA  PIC 9(03) VALUE ZEROS.
           05 WS-DATA-MOV-DIA  PIC 9(06) VALUE ZEROS.
           05 FILLER        PIC X(23) VALUE SPACES.
       01 WS-FS             PIC X(02) VALUE ZEROS.
       01 WS-FIM            PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
           ACCEPT WS-CONTA.
       LER-REG.
           READ CADCLI AT END MOVE 'S' TO WS-FIM.
           IF WS-CLIENTE-ID = ID-CLI THEN
               MOVE 'A'          TO WS-FIM
           END-IF.
       GRAVA-REG.
           PERFORM ENTRA-DADOS.
           CLOSE CADCLI.
           OPEN EXTEND CADCLI.
           MOVE WS-CLIENTE-FILE TO REG-CLI
           WRITE REG-CLI.
       ENTRA-DADOS.
           DISPLAY 'ENTRE COM O NOME DO CLIENTE: '.
           ACCEPT WS-NOME.
