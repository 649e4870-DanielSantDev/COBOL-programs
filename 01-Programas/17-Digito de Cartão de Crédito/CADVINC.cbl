              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-VIN.
           SELECT CONTACART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CCA.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTOES VALUE OF FILE-ID IS "CARTOES.DAT".
           05 ID-CLI-VINC.
               10 AGENCIA-VINC     PIC 9(03).
               10 CONTA-VINC       PIC 9(06).
      *
      *    CONTA CARTAO (CREDITO) - LIMITE, DIA DE FECHAMENTO E DE
      *    VENCIMENTO DA FATURA, FORMA DE PAGAMENTO (T-TOTAL OU
      *    M-MINIMO) E TAXA MENSAL DO ROTATIVO. OS SALDOS SAO MANTIDOS
      *    PELO CARGA-CARTAO, FECHA-FATURA E DEBITA-FATURA.
       FD  CONTACART VALUE OF FILE-ID IS "CONTACART.DAT".
       01  REG-CONTACART.
           05 NUMERO-CCA           PIC X(19).
           05 LIMITE-CCA           PIC 9(09)V99.
           05 DIA-FECHA-CCA        PIC 9(02).
           05 DIA-VENC-CCA         PIC 9(02).
           05 OPCAO-PAG-CCA        PIC X(01).
               88 PAGA-TOTAL       VALUE 'T'.
               88 PAGA-MINIMO      VALUE 'M'.
           05 TAXA-ROT-CCA         PIC 9(02)V99.
           05 UTILIZADO-CCA        PIC 9(09)V99.
           05 COMPRAS-CICLO-CCA    PIC 9(09)V99.
           05 SALDO-ROT-CCA        PIC 9(09)V99.
           05 DATA-ULT-FECHA-CCA   PIC 9(06).
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-CONTAG                PIC 9(06) VALUE ZEROS.
       01 WS-FS-CAR                PIC X(02) VALUE ZEROS.
       01 WS-FS-VIN                PIC X(02) VALUE ZEROS.
       01 WS-FS-CCA                PIC X(02) VALUE ZEROS.
       01 WS-ACHOU-CCA             PIC X(01) VALUE 'N'.
       01 WS-DADOS-VALIDOS         PIC X(01) VALUE 'N'.
       01 WS-LIMITE                PIC 9(09)V99 VALUE ZEROS.
       01 WS-DIA-FECHA             PIC 9(02) VALUE ZEROS.
       01 WS-DIA-VENC              PIC 9(02) VALUE ZEROS.
       01 WS-OPCAO-PAG             PIC X(01) VALUE SPACE.
       01 WS-TAXA-ROT              PIC 9(02)V99 VALUE ZEROS.
       01 WS-LIMITE-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TAXA-ED               PIC Z9.99.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CARTAO          PIC X(01) VALUE 'N'.
       01 WS-ACHOU-VINC            PIC X(01) VALUE 'N'.
           EVALUATE WS-OPCAO
               WHEN 'V' PERFORM VINCULA-CARTAO
               WHEN 'C' PERFORM CONSULTA-VINCULOS
               WHEN 'L' PERFORM CADASTRA-CONTA-CARTAO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE V, C OU L"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (V-VINCULAR / C-CONSULTAR / "
               "L-LIMITE E CICLO): ".
           ACCEPT WS-OPCAO.
      *
       VINCULA-CARTAO.
                       CONTA-VINC
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
      *
      *    O CARTAO PASSA A SER DE CREDITO QUANDO GANHA CONTA CARTAO -
      *    SO CARTAO JA VINCULADO, POIS A FATURA E' DEBITADA NA CONTA
      *    DO VINCULO. NA ALTERACAO OS SALDOS SAO PRESERVADOS.
       CADASTRA-CONTA-CARTAO.
           DISPLAY "NUMERO DO CARTAO: ".
           ACCEPT WS-NUMERO.
           PERFORM VERIFICA-VINCULO.
           IF WS-ACHOU-VINC = 'N'
               DISPLAY "CARTAO SEM VINCULO - USE A OPCAO V ANTES"
               STOP RUN.
           PERFORM VERIFICA-CONTA-CARTAO.
           MOVE 'N' TO WS-DADOS-VALIDOS.
           PERFORM ENTRA-DADOS-CICLO UNTIL WS-DADOS-VALIDOS = 'S'.
           IF WS-ACHOU-CCA = 'S'
               PERFORM ALTERA-CONTA-CARTAO
           ELSE
               PERFORM INCLUI-CONTA-CARTAO
           END-IF.
      *
       VERIFICA-CONTA-CARTAO.
           MOVE 'N' TO WS-ACHOU-CCA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-CONTA-CARTAO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CCA = 'S'.
           IF WS-ACHOU-CCA = 'S'
               MOVE LIMITE-CCA TO WS-LIMITE-ED
               MOVE TAXA-ROT-CCA TO WS-TAXA-ED
               DISPLAY "LIMITE ATUAL " WS-LIMITE-ED
                   "  FECHA DIA " DIA-FECHA-CCA
                   "  VENCE DIA " DIA-VENC-CCA
                   "  PAGTO " OPCAO-PAG-CCA
                   "  ROTATIVO " WS-TAXA-ED "% A.M."
               MOVE UTILIZADO-CCA TO WS-LIMITE-ED
               DISPLAY "UTILIZADO   " WS-LIMITE-ED
           END-IF.
           IF WS-FS-CCA = "00" OR WS-FS-CCA = "10"
               CLOSE CONTACART
           END-IF.
      *
       BUSCA-CONTA-CARTAO.
           READ CONTACART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-CCA = WS-NUMERO
                       MOVE 'S' TO WS-ACHOU-CCA
                   END-IF
           END-READ.
      *
      *    DIAS LIMITADOS A 28 PARA QUE TODO MES TENHA FECHAMENTO E
      *    VENCIMENTO.
       ENTRA-DADOS-CICLO.
           DISPLAY "LIMITE DE CREDITO: ".
           ACCEPT WS-LIMITE.
           DISPLAY "DIA DE FECHAMENTO (01-28): ".
           ACCEPT WS-DIA-FECHA.
           DISPLAY "DIA DE VENCIMENTO (01-28): ".
           ACCEPT WS-DIA-VENC.
           DISPLAY "PAGAMENTO (T-TOTAL / M-MINIMO): ".
           ACCEPT WS-OPCAO-PAG.
           DISPLAY "TAXA DO ROTATIVO (% AO MES): ".
           ACCEPT WS-TAXA-ROT.
           MOVE 'S' TO WS-DADOS-VALIDOS.
           IF WS-LIMITE = ZEROS
               DISPLAY "LIMITE DEVE SER MAIOR QUE ZERO"
               MOVE 'N' TO WS-DADOS-VALIDOS
           END-IF.
           IF WS-DIA-FECHA < 1 OR WS-DIA-FECHA > 28
              OR WS-DIA-VENC < 1 OR WS-DIA-VENC > 28
               DISPLAY "DIA INVALIDO - USE 01 A 28"
               MOVE 'N' TO WS-DADOS-VALIDOS
           END-IF.
           IF WS-DIA-VENC = WS-DIA-FECHA
               DISPLAY "VENCIMENTO NAO PODE SER NO DIA DO FECHAMENTO"
               MOVE 'N' TO WS-DADOS-VALIDOS
           END-IF.
           IF WS-OPCAO-PAG NOT = 'T' AND WS-OPCAO-PAG NOT = 'M'
               DISPLAY "PAGAMENTO INVALIDO - USE T OU M"
               MOVE 'N' TO WS-DADOS-VALIDOS
           END-IF.
      *
       ALTERA-CONTA-CARTAO.
           MOVE 'N' TO WS-FIM.
           MOVE 'N' TO WS-ACHOU-CCA.
           OPEN I-O CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CONTACART - " WS-FS-CCA
               STOP RUN.
           PERFORM BUSCA-CONTA-CARTAO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CCA = 'S'.
           MOVE WS-LIMITE      TO LIMITE-CCA.
           MOVE WS-DIA-FECHA   TO DIA-FECHA-CCA.
           MOVE WS-DIA-VENC    TO DIA-VENC-CCA.
           MOVE WS-OPCAO-PAG   TO OPCAO-PAG-CCA.
           MOVE WS-TAXA-ROT    TO TAXA-ROT-CCA.
           REWRITE REG-CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO CONTACART - " WS-FS-CCA
               CLOSE CONTACART
               STOP RUN.
           IF UTILIZADO-CCA > LIMITE-CCA
               DISPLAY "ATENCAO - UTILIZADO ACIMA DO NOVO LIMITE"
           END-IF.
           CLOSE CONTACART.
           DISPLAY "CONTA CARTAO ALTERADA".
      *
       INCLUI-CONTA-CARTAO.
           OPEN EXTEND CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               OPEN OUTPUT CONTACART
           END-IF.
           IF WS-FS-CCA NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CONTACART - " WS-FS-CCA
               STOP RUN.
           MOVE WS-NUMERO      TO NUMERO-CCA.
           MOVE WS-LIMITE      TO LIMITE-CCA.
           MOVE WS-DIA-FECHA   TO DIA-FECHA-CCA.
           MOVE WS-DIA-VENC    TO DIA-VENC-CCA.
           MOVE WS-OPCAO-PAG   TO OPCAO-PAG-CCA.
           MOVE WS-TAXA-ROT    TO TAXA-ROT-CCA.
           MOVE ZEROS          TO UTILIZADO-CCA COMPRAS-CICLO-CCA
                                  SALDO-ROT-CCA DATA-ULT-FECHA-CCA.
           WRITE REG-CONTACART.
           CLOSE CONTACART.
           MOVE WS-LIMITE TO WS-LIMITE-ED.
           DISPLAY "CONTA CARTAO INCLUIDA - LIMITE " WS-LIMITE-ED.
