           03 STATUS-MOVFOR          PIC X(01).
               88 MOVFOR-ABERTO      VALUE 'A'.
               88 MOVFOR-PAGO        VALUE 'P'.
               88 MOVFOR-RETIDO      VALUE 'R'.
           03 NF-FOR                 PIC 9(09).
           03 EMISSAO-FOR            PIC 9(06).
           03 PARCELA-FOR            PIC 9(02).
           03 QTDE-PARC-FOR          PIC 9(02).
      *
       FD ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REG-FOR.
           05 WS-L-D60                PIC -ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-L-D90                PIC -ZZZ,ZZ9.
      *
      *    TITULOS NAO PAGOS, UM POR LINHA, COM NOTA FISCAL/PARCELA.
      *    SIT R = RETIDO NA CONFERENCIA COM O PEDIDO DE COMPRA.
       01 WS-CAB3                    PIC X(80)
           VALUE "CODIGO NOTA/PARCELA      VENCTO     VALOR  DIAS SIT".
       01 WS-LINHA-TIT.
           05 WS-T-CODIGO             PIC 9(03).
           05 FILLER                  PIC X(04) VALUE SPACE.
           05 WS-T-NF                 PIC Z(8)9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-T-PARC               PIC 99.
           05 FILLER                  PIC X(01) VALUE '/'.
           05 WS-T-QTDE               PIC 99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-T-VENC               PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-T-VALOR              PIC -ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-T-DIAS               PIC -ZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-T-SIT                PIC X(01).
       01 WS-CONT-TIT                PIC 9(05) VALUE ZEROS.
      *
       01 WS-FS-MOV                  PIC X(02) VALUE ZEROS.
       01 WS-FS-FOR                  PIC X(02) VALUE ZEROS.
           PERFORM ESCREVE-LINHA-FORN
               VARYING WS-AGE-SUBS FROM 1 BY 1
               UNTIL WS-AGE-SUBS > WS-AGE-QTDE.
           PERFORM GERA-TITULOS-ABERTOS.
      *
       GERA-TITULOS-ABERTOS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB3 TO REG-REL.
           WRITE REG-REL.
           MOVE 'N' TO WS-FIM-MOV.
           OPEN INPUT MOVFOR.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVFOR - " WS-FS-MOV
               STOP RUN.
           PERFORM ESCREVE-TITULO UNTIL WS-FIM-MOV = 'S'.
           CLOSE MOVFOR.
      *
       ESCREVE-TITULO.
           READ MOVFOR
               AT END
                   MOVE 'S' TO WS-FIM-MOV
               NOT AT END
                   IF NOT MOVFOR-PAGO
                       PERFORM ESCREVE-LINHA-TITULO
                   END-IF
           END-READ.
      *
       ESCREVE-LINHA-TITULO.
           MOVE DATA-VENC-FOR TO WS-VENC-R.
           COMPUTE WS-VENC-DIAS =
               (WS-VENC-AA * 360) + (WS-VENC-MM * 30) + WS-VENC-DD.
           COMPUTE WS-DIAS-ATRASO = WS-HOJE-DIAS - WS-VENC-DIAS.
           MOVE CD-FOR         TO WS-T-CODIGO.
           MOVE NF-FOR         TO WS-T-NF.
           MOVE PARCELA-FOR    TO WS-T-PARC.
           MOVE QTDE-PARC-FOR  TO WS-T-QTDE.
           MOVE DATA-VENC-FOR  TO WS-T-VENC.
           MOVE VALOR-FOR      TO WS-T-VALOR.
           MOVE WS-DIAS-ATRASO TO WS-T-DIAS.
           MOVE STATUS-MOVFOR  TO WS-T-SIT.
           MOVE WS-LINHA-TIT TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-CONT-TIT.
      *
       ESCREVE-LINHA-FORN.
           MOVE WS-AGE-CODIGO(WS-AGE-SUBS)   TO WS-L-CODIGO.
       FINALIZA.
           CLOSE RELAGE.
           DISPLAY "FORNECEDORES LISTADOS: " WS-AGE-QTDE.
           DISPLAY "TITULOS NAO PAGOS    : " WS-CONT-TIT.
