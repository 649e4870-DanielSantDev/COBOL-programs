             05 AGENCIA-CLI        PIC 9(03).
             05 CONTA-CLI          PIC 9(06).
          03 NOME-CLI              PIC X(20).
          03 SALDO                 PIC S9(09)V99.
          03 LIMITE-CLI            PIC S9(09)V99.
          03 STATUS-CLI            PIC X(01).
             88 CLI-ABERTA         VALUE 'A'.
             88 CLI-BLOQUEADA      VALUE 'B'.
             88 CLI-ENCERRADA      VALUE 'E'.
             88 CLI-DORMENTE       VALUE 'D'.
          03 NOME-CLI2             PIC X(20).
          03 DOC-CLI2              PIC X(11).
          03 CNPJ-CLI              PIC X(14).
          03 TOTAL-MOV-ANO         PIC S9(09)V99.
          03 CONT-MOV-DIA-CLI      PIC 9(03).
          03 DATA-MOV-DIA-CLI      PIC 9(06).
          03 FILLER                PIC X(23).
       WORKING-STORAGE SECTION.
       01 OPTION     PIC X(3) VALUE 'YES'.
       01 WS-FS-CLI  PIC X(2) VALUE SPACES.
               END-IF
            ELSE
               MOVE ZEROS TO TOTAL-MOV-ANO
               MOVE ZEROS TO CONT-MOV-DIA-CLI
               MOVE ZEROS TO DATA-MOV-DIA-CLI
               MOVE SPACES TO NOME-CLI2
               MOVE SPACES TO DOC-CLI2
               MOVE SPACES TO CNPJ-CLI
               PERFORM GRAVA-COM-RETENTATIVA
            END-IF.
            ACCEPT OPTION.
