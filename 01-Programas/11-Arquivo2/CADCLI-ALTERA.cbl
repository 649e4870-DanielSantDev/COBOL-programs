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
      *
       WORKING-STORAGE SECTION.
       01 WS-NOME           PIC X(20).
           ACCEPT WS-CONTA.
       LER-REG.
           READ CADCLI AT END MOVE 'S' TO WS-FIM.
           IF WS-CLIENTE-ID = ID-CLI THEN
              MOVE 'A'     TO WS-FIM
           END-IF.
       REGRAVA-REG.
           DISPLAY 'ENTRE COM A ALTERAÇÃO DO NOME: '.
           ACCEPT WS-NOME.
           MOVE WS-NOME TO NOME-CLI.
           REWRITE REG-CLI.
           IF WS-FS EQUAL "00"
              DISPLAY 'REGISTRO GRAVADO COM SUCESSO'
           ELSE
