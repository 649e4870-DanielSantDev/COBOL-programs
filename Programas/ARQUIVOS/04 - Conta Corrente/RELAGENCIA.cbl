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
       FD RELAGE VALUE OF FILE-ID IS "RELAGENCIA.DAT".
       01 REG-REL                  PIC X(80).
               05 WS-AGE-CONT-ABE   PIC 9(05).
               05 WS-AGE-CONT-BLO   PIC 9(05).
               05 WS-AGE-CONT-ENC   PIC 9(05).
               05 WS-AGE-TOT-SALDO  PIC S9(11)V99.
               05 WS-AGE-TOT-LIMITE PIC S9(11)V99.
       01 WS-AGE-SUBS               PIC 9(03) VALUE ZEROS.
       01 WS-AGE-POS                PIC 9(03) VALUE ZEROS.
      *
           05 FILLER                PIC X(03) VALUE SPACE.
           05 WS-L-ENCERR           PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACE.
           05 WS-L-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACE.
           05 WS-L-LIMITE           PIC -ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-FS-CLI                 PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                 PIC X(02) VALUE ZEROS.
