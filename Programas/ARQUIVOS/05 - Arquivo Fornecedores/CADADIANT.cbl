       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADADIANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADIANTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ADT.
           SELECT ARQFOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FOR.
       DATA DIVISION.
       FILE SECTION.
      *    ADIANTAMENTO (SINAL) PAGO AO FORNECEDOR ANTES DA ENTREGA.
      *    NAO ENTRA NO SALDO-FORN NEM NO MOVFOR.DAT: FICA AQUI COM O
      *    SALDO EM ABERTO, QUE O PAGAMENTO-LOTE E O PAGA-FOR
      *    COMPENSAM NO LIQUIDO DOS TITULOS SEGUINTES DO FORNECEDOR
      *    (MAIS ANTIGO PRIMEIRO). ZERADO, PASSA A COMPENSADO.
       FD  ADIANTA VALUE OF FILE-ID IS "ADIANTA.DAT".
       01  REG-ADIANTA.
            03  CD-FORN-ADT     PIC  9(03).
            03  DATA-ADT        PIC  9(06).
            03  VALOR-ADT       PIC  9(09).
            03  SALDO-ADT       PIC  9(09).
            03  DOC-ADT         PIC  X(20).
            03  STATUS-ADT      PIC  X(01).
                88 ADT-ABERTO          VALUE 'A'.
                88 ADT-COMPENSADO      VALUE 'C'.
            03  DATA-COMP-ADT   PIC  9(06).
      *
       FD  ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
       01  REG-FOR.
            03  CD-FORN        PIC  9(03).
            03  NM-FORN        PIC  X(20).
            03  NM-CIDADE      PIC  X(20).
            03  SALDO-FORN     PIC  S9(09).
            03  LIMITE-FORN    PIC  S9(09).
            03  CNPJ-FOR       PIC  X(14).
            03  STATUS-FORN    PIC  X(01).
                88 FORN-ATIVO          VALUE 'A'.
                88 FORN-BLOQ-NOVOS     VALUE 'B'.
                88 FORN-BLOQ-PAGTOS    VALUE 'P'.
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO              PIC  X(01).
       01 WS-CD-FOR             PIC  9(03) VALUE ZEROS.
       01 WS-VALOR              PIC  9(09) VALUE ZEROS.
       01 WS-DOC                PIC  X(20) VALUE SPACES.
       01 WS-FS-ADT             PIC  X(02) VALUE ZEROS.
       01 WS-FS-FOR             PIC  X(02) VALUE ZEROS.
       01 WS-FIM                PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-FOR          PIC  X(01) VALUE 'N'.
       01 WS-FORN-BLOQ          PIC  X(01) VALUE 'N'.
       01 WS-CONT-LISTADOS      PIC  9(05) VALUE ZEROS.
       01 WS-TOTAL-VALOR        PIC  9(11) VALUE ZEROS.
       01 WS-TOTAL-ABERTO       PIC  9(11) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'M' PERFORM REGISTRA-ADIANTAMENTO
               WHEN 'C' PERFORM CONSULTA-ADIANTAMENTOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE M OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (M-REGISTRAR ADIANTAMENTO / C-CONSULTAR):".
           ACCEPT WS-OPCAO.
      *
       REGISTRA-ADIANTAMENTO.
           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WS-CD-FOR.
           PERFORM LOCALIZA-FORNECEDOR.
           IF WS-ACHOU-FOR = 'N'
               DISPLAY "FORNECEDOR " WS-CD-FOR " NAO ENCONTRADO"
               STOP RUN.
           IF WS-FORN-BLOQ = 'S'
               DISPLAY "FORNECEDOR " WS-CD-FOR
                   " BLOQUEADO - ADIANTAMENTO NAO ACEITO"
               STOP RUN.
           DISPLAY "VALOR DO ADIANTAMENTO: ".
           ACCEPT WS-VALOR.
           IF WS-VALOR = ZEROS
               DISPLAY "VALOR DO ADIANTAMENTO OBRIGATORIO"
               STOP RUN.
           DISPLAY "DOCUMENTO / REFERENCIA: ".
           ACCEPT WS-DOC.
           IF WS-DOC = SPACES
               DISPLAY "DOCUMENTO E' OBRIGATORIO"
               STOP RUN.
           OPEN EXTEND ADIANTA.
           IF WS-FS-ADT NOT EQUAL "00"
               OPEN OUTPUT ADIANTA
           END-IF.
           IF WS-FS-ADT NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ADIANTA - " WS-FS-ADT
               STOP RUN.
           MOVE WS-CD-FOR     TO CD-FORN-ADT.
           ACCEPT DATA-ADT FROM DATE.
           MOVE WS-VALOR      TO VALOR-ADT.
           MOVE WS-VALOR      TO SALDO-ADT.
           MOVE WS-DOC        TO DOC-ADT.
           SET ADT-ABERTO     TO TRUE.
           MOVE ZEROS         TO DATA-COMP-ADT.
           WRITE REG-ADIANTA.
           IF WS-FS-ADT NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO ADIANTA - " WS-FS-ADT
               STOP RUN.
           CLOSE ADIANTA.
           DISPLAY "ADIANTAMENTO REGISTRADO PARA O FORNECEDOR "
               WS-CD-FOR.
      *
      *    FORNECEDOR BLOQUEADO (NOVOS NEGOCIOS OU PAGAMENTOS) NAO
      *    RECEBE ADIANTAMENTO.
       LOCALIZA-FORNECEDOR.
           MOVE 'N' TO WS-ACHOU-FOR.
           MOVE 'N' TO WS-FORN-BLOQ.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQFOR.
           IF WS-FS-FOR NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ARQFOR - " WS-FS-FOR
               STOP RUN.
           PERFORM BUSCA-FORNECEDOR
               UNTIL WS-FIM = 'S' OR WS-ACHOU-FOR = 'S'.
           CLOSE ARQFOR.
      *
       BUSCA-FORNECEDOR.
           READ ARQFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CD-FORN = WS-CD-FOR
                       MOVE 'S' TO WS-ACHOU-FOR
                       IF FORN-BLOQ-NOVOS OR FORN-BLOQ-PAGTOS
                           MOVE 'S' TO WS-FORN-BLOQ
                       END-IF
                   END-IF
           END-READ.
      *
       CONSULTA-ADIANTAMENTOS.
           DISPLAY "CODIGO DO FORNECEDOR (000 = TODOS): ".
           ACCEPT WS-CD-FOR.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ADIANTA.
           IF WS-FS-ADT NOT EQUAL "00"
               DISPLAY "ADIANTA.DAT NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "===== ADIANTAMENTOS A FORNECEDORES =====".
           PERFORM LISTA-ADIANTAMENTO UNTIL WS-FIM = 'S'.
           CLOSE ADIANTA.
           DISPLAY "ADIANTAMENTOS LISTADOS: " WS-CONT-LISTADOS.
           DISPLAY "VALOR ADIANTADO       : " WS-TOTAL-VALOR.
           DISPLAY "SALDO EM ABERTO       : " WS-TOTAL-ABERTO.
      *
       LISTA-ADIANTAMENTO.
           READ ADIANTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-CD-FOR = ZEROS OR CD-FORN-ADT = WS-CD-FOR
                       DISPLAY "FORNECEDOR " CD-FORN-ADT
                           " " DATA-ADT
                           " " DOC-ADT
                           " VALOR " VALOR-ADT
                           " SALDO " SALDO-ADT
                           " STATUS " STATUS-ADT
                           " ULT.COMP " DATA-COMP-ADT
                       ADD 1 TO WS-CONT-LISTADOS
                       ADD VALOR-ADT TO WS-TOTAL-VALOR
                       ADD SALDO-ADT TO WS-TOTAL-ABERTO
                   END-IF
           END-READ.
