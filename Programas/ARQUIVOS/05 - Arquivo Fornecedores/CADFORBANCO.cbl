              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FOR.
           SELECT FORCONTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FCC.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
      *    DOMICILIO BANCARIO DO FORNECEDOR - USADO PELO PAGAMENTO-
                88 FORN-ATIVO          VALUE 'A'.
                88 FORN-BLOQ-NOVOS     VALUE 'B'.
                88 FORN-BLOQ-PAGTOS    VALUE 'P'.
      *
      *    CONTA CORRENTE QUE O FORNECEDOR CLIENTE DA CASA INDICOU
      *    PARA RECEBER OS PAGAMENTOS. COM O REGISTRO ATIVO, O
      *    PAGAMENTO-LOTE E O PAGA-FOR CREDITAM A CONTA PELO
      *    MOVIMENTO DA AGENCIA (TIPO F) EM VEZ DE MANDAR O TITULO NO
      *    BORDERO. CONTA BLOQUEADA OU ENCERRADA VOLTA PARA A REMESSA.
       FD  FORCONTA VALUE OF FILE-ID IS "FORCONTA.DAT".
       01  REG-FORCONTA.
            03  CD-FORN-FCC    PIC  9(03).
            03  AGENCIA-FCC    PIC  9(03).
            03  CONTA-FCC      PIC  9(06).
            03  STATUS-FCC     PIC  X(01).
                88 FCC-ATIVO           VALUE 'A'.
                88 FCC-CANCELADO       VALUE 'C'.
            03  DATA-FCC       PIC  9(06).
      *
       FD  CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01  REG-CLI.
            03  ID-CLI.
                05  AGENCIA-CLI    PIC  9(03).
                05  CONTA-CLI      PIC  9(06).
            03  NOME-CLI       PIC  X(20).
            03  SALDO          PIC  S9(09)V99.
            03  LIMITE-CLI     PIC  S9(09)V99.
            03  STATUS-CLI     PIC  X(01).
                88 CLI-ABERTA          VALUE 'A'.
                88 CLI-BLOQUEADA       VALUE 'B'.
                88 CLI-ENCERRADA       VALUE 'E'.
                88 CLI-DORMENTE        VALUE 'D'.
            03  NOME-CLI2      PIC  X(20).
            03  DOC-CLI2       PIC  X(11).
            03  CNPJ-CLI       PIC  X(14).
            03  TOTAL-MOV-ANO  PIC  S9(09)V99.
            03  CONT-MOV-DIA-CLI PIC  9(03).
            03  DATA-MOV-DIA-CLI PIC  9(06).
            03  FILLER         PIC  X(23).
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO              PIC  X(01).
       01 WS-BANCO              PIC  9(03) VALUE ZEROS.
       01 WS-AGENCIA            PIC  9(04) VALUE ZEROS.
       01 WS-CONTA              PIC  X(10) VALUE SPACES.
       01 WS-CHAVE-CC.
           03 WS-AGENCIA-CC     PIC  9(03) VALUE ZEROS.
           03 WS-CONTA-CC       PIC  9(06) VALUE ZEROS.
       01 WS-CONTA-VALIDA       PIC  X(01) VALUE 'N'.
       01 WS-CNPJ-FOR           PIC  X(14) VALUE SPACES.
       01 WS-FS-FBC             PIC  X(02) VALUE ZEROS.
       01 WS-FS-FOR             PIC  X(02) VALUE ZEROS.
       01 WS-FS-FCC             PIC  X(02) VALUE ZEROS.
       01 WS-FS-CLI             PIC  X(02) VALUE ZEROS.
       01 WS-FIM                PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-FOR          PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-FBC          PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-FCC          PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-CLI          PIC  X(01) VALUE 'N'.
       01 WS-CONT-LISTADOS      PIC  9(05) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
           EVALUATE WS-OPCAO
               WHEN 'M' PERFORM MANTEM-DOMICILIO
               WHEN 'C' PERFORM CONSULTA-DOMICILIOS
               WHEN 'I' PERFORM INDICA-CONTA-INTERNA
               WHEN 'X' PERFORM CANCELA-CONTA-INTERNA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE M, C, I OU X"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (M-MANTER / C-CONSULTAR / I-INDICAR CONTA "
               "NA CASA / X-CANCELAR CONTA NA CASA): ".
           ACCEPT WS-OPCAO.
      *
       MANTEM-DOMICILIO.
               NOT AT END
                   IF CD-FORN = WS-CD-FOR
                       MOVE 'S' TO WS-ACHOU-FOR
                       MOVE CNPJ-FOR TO WS-CNPJ-FOR
                   END-IF
           END-READ.
      *
           PERFORM LISTA-DOMICILIO UNTIL WS-FIM = 'S'.
           CLOSE FORBANCO.
           DISPLAY "DOMICILIOS LISTADOS: " WS-CONT-LISTADOS.
           MOVE ZEROS TO WS-CONT-LISTADOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT FORCONTA.
           IF WS-FS-FCC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           DISPLAY "===== CONTAS NA CASA PARA CREDITO DE PAGTOS =====".
           PERFORM LISTA-CONTA-INTERNA UNTIL WS-FIM = 'S'.
           IF WS-FS-FCC = "00" OR WS-FS-FCC = "10"
               CLOSE FORCONTA
           END-IF.
           DISPLAY "CONTAS LISTADAS: " WS-CONT-LISTADOS.
      *
       LISTA-DOMICILIO.
           READ FORBANCO
                       " CONTA " CONTA-FBC
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
      *
       LISTA-CONTA-INTERNA.
           READ FORCONTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   DISPLAY "FORNECEDOR " CD-FORN-FCC
                       " AG " AGENCIA-FCC " CONTA " CONTA-FCC
                       " STATUS " STATUS-FCC " DESDE " DATA-FCC
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
      *
      *    A CONTA INDICADA TEM QUE SER DA CASA, COM DIGITO VALIDO,
      *    ABERTA (OU DORMENTE, QUE AINDA RECEBE CREDITO) E DO MESMO
      *    CNPJ DO CADASTRO DO FORNECEDOR - O CREDITO NAO PODE CAIR NA
      *    CONTA DE TERCEIRO.
       INDICA-CONTA-INTERNA.
           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WS-CD-FOR.
           PERFORM LOCALIZA-FORNECEDOR.
           IF WS-ACHOU-FOR = 'N'
               DISPLAY "FORNECEDOR " WS-CD-FOR " NAO ENCONTRADO"
               STOP RUN.
           IF WS-CNPJ-FOR = SPACES OR WS-CNPJ-FOR = ZEROS
               DISPLAY "FORNECEDOR " WS-CD-FOR
                   " SEM CNPJ NO CADASTRO - CONTA NAO INDICADA"
               STOP RUN.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA-INTERNA UNTIL WS-CONTA-VALIDA = 'S'.
           PERFORM LOCALIZA-CLIENTE.
           IF WS-ACHOU-CLI = 'N'
               DISPLAY "CONTA " WS-AGENCIA-CC "/" WS-CONTA-CC
                   " NAO ENCONTRADA"
               STOP RUN.
           IF CLI-BLOQUEADA OR CLI-ENCERRADA
               DISPLAY "CONTA " WS-AGENCIA-CC "/" WS-CONTA-CC
                   " BLOQUEADA OU ENCERRADA - CONTA NAO INDICADA"
               STOP RUN.
           IF CNPJ-CLI NOT = WS-CNPJ-FOR
               DISPLAY "CNPJ DA CONTA (" CNPJ-CLI
                   ") DIFERENTE DO FORNECEDOR (" WS-CNPJ-FOR ")"
               STOP RUN.
           PERFORM LOCALIZA-CONTA-INTERNA-IO.
           IF WS-ACHOU-FCC = 'S'
               MOVE WS-AGENCIA-CC TO AGENCIA-FCC
               MOVE WS-CONTA-CC   TO CONTA-FCC
               SET FCC-ATIVO      TO TRUE
               ACCEPT DATA-FCC FROM DATE
               REWRITE REG-FORCONTA
               IF WS-FS-FCC NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO FORCONTA - " WS-FS-FCC
                   STOP RUN
               END-IF
               CLOSE FORCONTA
               DISPLAY "CONTA NA CASA ATUALIZADA"
           ELSE
               OPEN EXTEND FORCONTA
               IF WS-FS-FCC NOT EQUAL "00"
                   OPEN OUTPUT FORCONTA
               END-IF
               IF WS-FS-FCC NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA FORCONTA - " WS-FS-FCC
                   STOP RUN
               END-IF
               MOVE WS-CD-FOR     TO CD-FORN-FCC
               MOVE WS-AGENCIA-CC TO AGENCIA-FCC
               MOVE WS-CONTA-CC   TO CONTA-FCC
               SET FCC-ATIVO      TO TRUE
               ACCEPT DATA-FCC FROM DATE
               WRITE REG-FORCONTA
               CLOSE FORCONTA
               DISPLAY "CONTA NA CASA INCLUIDA"
           END-IF.
      *
       CANCELA-CONTA-INTERNA.
           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WS-CD-FOR.
           PERFORM LOCALIZA-CONTA-INTERNA-IO.
           IF WS-ACHOU-FCC = 'N'
               DISPLAY "FORNECEDOR " WS-CD-FOR
                   " SEM CONTA NA CASA INDICADA"
               STOP RUN.
           SET FCC-CANCELADO TO TRUE.
           ACCEPT DATA-FCC FROM DATE.
           REWRITE REG-FORCONTA.
           IF WS-FS-FCC NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO FORCONTA - " WS-FS-FCC
               STOP RUN.
           CLOSE FORCONTA.
           DISPLAY "CONTA NA CASA CANCELADA - PAGAMENTOS VOLTAM PARA "
               "O BORDERO".
      *
       ENTRA-CONTA-INTERNA.
           DISPLAY "AGENCIA DA CONTA NA CASA: ".
           ACCEPT WS-AGENCIA-CC.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTA-CC.
           CALL "CONTADIG" USING WS-AGENCIA-CC WS-CONTA-CC
               WS-CONTA-VALIDA.
           IF WS-CONTA-VALIDA NOT = 'S'
               DISPLAY "CONTA INVALIDA - DIGITO NAO CONFERE"
           END-IF.
      *
       LOCALIZA-CLIENTE.
           MOVE 'N' TO WS-ACHOU-CLI.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM BUSCA-CLIENTE
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CLI = 'S'.
           CLOSE CADCLI.
      *
       BUSCA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI = WS-CHAVE-CC
                       MOVE 'S' TO WS-ACHOU-CLI
                   END-IF
           END-READ.
      *
       LOCALIZA-CONTA-INTERNA-IO.
           MOVE 'N' TO WS-ACHOU-FCC.
           MOVE 'N' TO WS-FIM.
           OPEN I-O FORCONTA.
           IF WS-FS-FCC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-CONTA-INTERNA
               UNTIL WS-FIM = 'S' OR WS-ACHOU-FCC = 'S'.
           IF (WS-FS-FCC = "00" OR WS-FS-FCC = "10")
              AND WS-ACHOU-FCC = 'N'
               CLOSE FORCONTA
           END-IF.
      *
       BUSCA-CONTA-INTERNA.
           READ FORCONTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CD-FORN-FCC = WS-CD-FOR
                       MOVE 'S' TO WS-ACHOU-FCC
                   END-IF
           END-READ.
