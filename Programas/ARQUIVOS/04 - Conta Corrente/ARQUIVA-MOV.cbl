               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
      *
       FD MOVLOG-NOVO VALUE OF FILE-ID IS "LOGMOV-NOVO.DAT".
       01 REG-LOG-NOVO             PIC X(63).
      *
       FD MOVLOG-HIST VALUE OF FILE-ID IS "LOGMOV-HIST.DAT".
       01 REG-LOG-HIST             PIC X(63).
      *
       FD MOVIM VALUE OF FILE-ID IS "MOVIMENTO.DAT".
       01 REG-MOV.
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
      *
       FD MOVIM-HIST VALUE OF FILE-ID IS "MOVIMENTO-HIST.DAT".
       01 REG-MOV-HIST             PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01 WS-MESES-RETENCAO        PIC 9(02) VALUE ZEROS.
