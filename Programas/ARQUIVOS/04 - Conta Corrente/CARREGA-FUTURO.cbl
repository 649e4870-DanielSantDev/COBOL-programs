           03 ID-FUT.
               05 AGENCIA-FUT      PIC 9(03).
               05 CONTA-FUT        PIC 9(06).
           03 MOVIMENTO-FUT        PIC S9(09)V99.
           03 TIPO-FUT             PIC X(01).
           03 DATA-VALOR-FUT       PIC 9(06).
           03 ORIGEM-FUT           PIC 9(03).
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
       01 WS-FUT-TAB.
           03 WS-FUT-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-FUT-ITEM OCCURS 500 TIMES.
               05 WS-FUT-REG       PIC X(30).
       01 WS-FUT-SUBS              PIC 9(03) VALUE ZEROS.
      *
       01 WS-CAB1                  PIC X(80)
           VALUE "===== ITENS PRE-DATADOS AINDA RETIDOS =====".
       01 WS-CAB2                  PIC X(80)
           VALUE "AGENCIA CONTA   TIPO VALOR         DATA VALOR".
       01 WS-LINHA-DET.
           05 WS-L-AGENCIA         PIC 9(03).
           05 FILLER               PIC X(04) VALUE SPACE.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-L-TIPO            PIC X(01).
           05 FILLER               PIC X(04) VALUE SPACE.
           05 WS-L-VALOR           PIC -9(09).99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-DATA            PIC 99/99/99.
      *
