       01 REG-LIQAG.
           03 AGENCIA-DEVE-LIQ     PIC 9(03).
           03 AGENCIA-RECEBE-LIQ   PIC 9(03).
           03 VALOR-LIQ            PIC S9(09)V99.
           03 DATA-LIQ             PIC 9(06).
      *
       FD RELLIQ VALUE OF FILE-ID IS "RELLIQAG.DAT".
               05 WS-PAR-CHAVE.
                   07 WS-PAR-AG1   PIC 9(03).
                   07 WS-PAR-AG2   PIC 9(03).
               05 WS-PAR-SALDO     PIC S9(11)V99.
       01 WS-PAR-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-PAR-POS               PIC 9(03) VALUE ZEROS.
       01 WS-CHAVE-BUSCA.
               VALUE " DEVE A AGENCIA ".
           05 WS-L-AG-RECEBE       PIC 9(03).
           05 FILLER               PIC X(09) VALUE " VALOR  ".
           05 WS-L-VALOR           PIC Z(10)9.99.
           05 FILLER               PIC X(26) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       INICIO.
