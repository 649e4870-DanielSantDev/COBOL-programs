               05 DATA-SDIA-AA     PIC 9(02).
               05 DATA-SDIA-MM     PIC 9(02).
               05 DATA-SDIA-DD     PIC 9(02).
           03 SALDO-SDIA           PIC S9(09)V99.
      *
       FD RELMEDIO VALUE OF FILE-ID IS "RELSALDOMEDIO.DAT".
       01 REG-REL                  PIC X(80).
               05 WS-MED-ID.
                   07 WS-MED-AGENCIA PIC 9(03).
                   07 WS-MED-CONTA   PIC 9(06).
               05 WS-MED-SOMA      PIC S9(13)V99.
               05 WS-MED-DIAS      PIC 9(03).
       01 WS-MED-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-MED-POS               PIC 9(03) VALUE ZEROS.
       01 WS-MEDIA                 PIC S9(09)V99 VALUE ZEROS.
      *
       01 WS-CAB1                  PIC X(80)
           VALUE "===== SALDO MEDIO DIARIO POR CONTA =====".
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-L-DIAS            PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-L-MEDIA           PIC -ZZZZZZZZ9.99.
      *
       01 WS-FS-SDIA               PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
