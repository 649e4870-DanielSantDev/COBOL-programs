               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
      *
       WORKING-STORAGE SECTION.
       01 WS-LIMITE-MONITORADO     PIC S9(09) VALUE 050000.
       01 WS-VALOR-ABS             PIC S9(09)V99 VALUE ZEROS.
      *
       01 WS-CAB1                  PIC X(80)
           VALUE "===== MOVIMENTOS DE ALTO VALOR PARA COMPLIANCE =====".
       01 WS-CAB2                  PIC X(80)
           VALUE "AGENCIA CONTA  VALOR        DATA   HORA     STATUS".
       01 WS-LINHA-DET.
           05 WS-L-AGENCIA          PIC 9(03).
           05 FILLER                PIC X(03) VALUE SPACE.
           05 WS-L-CONTA            PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-L-VALOR            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-L-DATA             PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACE.
