           03 ID-MOV-AG.
               05 AGENCIA-MOV-AG   PIC 9(03).
               05 CONTA-MOV-AG     PIC 9(06).
           03 MOVIMENTO-AG         PIC S9(09)V99.
           03 TIPO-MOV-AG          PIC X(01).
           03 DATA-VALOR-MOV-AG    PIC 9(06).
           03 ORIGEM-MOV-AG        PIC 9(03).
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
           03 TIPO-REG-MOV         PIC X(02).
               88 REG-MOV-HEADER   VALUE 'HD'.
               88 REG-MOV-TRAILER  VALUE 'TR'.
           03 DADOS-CTL-MOV        PIC X(28).
           03 DADOS-HEADER-MOV REDEFINES DADOS-CTL-MOV.
               05 ORIGEM-HEADER    PIC X(03).
               05 DATA-GER-HEADER  PIC 9(06).
               05 FILLER           PIC X(19).
           03 DADOS-TRAILER-MOV REDEFINES DADOS-CTL-MOV.
               05 QTDE-TRAILER     PIC 9(07).
               05 HASH-TRAILER     PIC S9(11)V99.
               05 FILLER           PIC X(08).
      *
       WORKING-STORAGE SECTION.
           03 WS-AG-ITEM OCCURS 50 TIMES.
               05 WS-AG-NUMERO     PIC 9(03).
               05 WS-AG-REGISTROS  PIC 9(07).
               05 WS-AG-TOTAL      PIC S9(11)V99.
       01 WS-AG-SUBS               PIC 9(02) VALUE ZEROS.
       01 WS-AG-POS                PIC 9(02) VALUE ZEROS.
       01 WS-AG-ATUAL              PIC 9(03) VALUE ZEROS.
       01 WS-AG-ENTRADA            PIC 9(03) VALUE ZEROS.
      *
       01 WS-TOTAL-REGISTROS       PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-GERAL           PIC S9(11)V99 VALUE ZEROS.
      *
      *    CONSOLIDA OS ARQUIVOS DE MOVIMENTO DAS AGENCIAS NO
      *    MOVIMENTO.DAT UNICO QUE O SORT DO MOVIMENTACAO CONSOME:
