            03  STATUS-MOVFOR  PIC  X(01).
                88 MOVFOR-ABERTO   VALUE 'A'.
                88 MOVFOR-PAGO     VALUE 'P'.
            03  NF-FOR         PIC  9(09).
            03  EMISSAO-FOR    PIC  9(06).
            03  PARCELA-FOR    PIC  9(02).
            03  QTDE-PARC-FOR  PIC  9(02).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-MOV             PIC  X(02) VALUE ZEROS.
           MOVE 001 TO CD-FOR.
           MOVE 000150000 TO VALOR-FOR.
           MOVE 260915 TO DATA-VENC-FOR.
           MOVE 000004512 TO NF-FOR.
           MOVE 260815 TO EMISSAO-FOR.
           MOVE 01 TO PARCELA-FOR.
           MOVE 01 TO QTDE-PARC-FOR.
           SET MOVFOR-ABERTO TO TRUE.
           WRITE REG-MOVFOR.

           MOVE 026 TO CD-FOR.
           MOVE 000042000 TO VALOR-FOR.
           MOVE 260810 TO DATA-VENC-FOR.
           MOVE 000000987 TO NF-FOR.
           MOVE 260710 TO EMISSAO-FOR.
           MOVE 01 TO PARCELA-FOR.
           MOVE 01 TO QTDE-PARC-FOR.
           SET MOVFOR-ABERTO TO TRUE.
           WRITE REG-MOVFOR.

           MOVE 048 TO CD-FOR.
           MOVE 000098000 TO VALOR-FOR.
           MOVE 260715 TO DATA-VENC-FOR.
           MOVE 000031220 TO NF-FOR.
           MOVE 260615 TO EMISSAO-FOR.
           MOVE 01 TO PARCELA-FOR.
           MOVE 01 TO QTDE-PARC-FOR.
           SET MOVFOR-ABERTO TO TRUE.
           WRITE REG-MOVFOR.

           MOVE 013 TO CD-FOR.
           MOVE 000210000 TO VALOR-FOR.
           MOVE 260610 TO DATA-VENC-FOR.
           MOVE 000000077 TO NF-FOR.
           MOVE 260510 TO EMISSAO-FOR.
           MOVE 01 TO PARCELA-FOR.
           MOVE 01 TO QTDE-PARC-FOR.
           SET MOVFOR-ABERTO TO TRUE.
           WRITE REG-MOVFOR.
      *
