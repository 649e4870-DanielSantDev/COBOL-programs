            03 STATUS-MOVFOR       PIC X(01).
                88 MOVFOR-ABERTO   VALUE 'A'.
                88 MOVFOR-PAGO     VALUE 'P'.
            03 NF-FOR              PIC 9(09).
            03 EMISSAO-FOR         PIC 9(06).
            03 PARCELA-FOR         PIC 9(02).
            03 QTDE-PARC-FOR       PIC 9(02).
      *
       FD SALDOANT-FOR VALUE OF FILE-ID IS "SALDOANTFOR.DAT".
       01 REG-SALDOANT-FOR.
