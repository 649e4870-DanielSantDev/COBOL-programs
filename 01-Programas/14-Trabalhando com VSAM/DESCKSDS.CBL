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
      *
       FD CLIENTE-SEQ VALUE OF FILE-ID IS "CLIENTE.DAT".
      *    MESMO LEIAUTE DE REG-CLI - O DESCARREGAMENTO COPIA O
      *    REGISTRO INTEIRO, SEM CONVERSAO DE CAMPOS.
       01 REG-CLI-SEQ              PIC X(140).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
           END-READ.
      *
       PROCESSO.
           WRITE REG-CLI-SEQ FROM REG-CLI
           IF WS-FS-SEQ NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO - " WS-FS-SEQ
           ELSE
