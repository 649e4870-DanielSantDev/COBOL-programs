       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRETFOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETFOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-RET.
           SELECT ARQFOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FOR.
       DATA DIVISION.
       FILE SECTION.
      *    PERFIL DE RETENCAO NA FONTE DO FORNECEDOR DE SERVICOS:
      *    ALIQUOTA (%) DE IRRF, ISS, INSS E PIS/COFINS/CSLL (PCC)
      *    SOBRE O VALOR DO TITULO. ALIQUOTA ZERO = TRIBUTO NAO SE
      *    APLICA. USADO NA LIQUIDACAO DO PAGA-FOR E DO PAGAMENTO-
      *    LOTE. AS CONTAS DO PASSIVO DE CADA TRIBUTO VEM DAS REGRAS
      *    DO CADPLANO (ORIGEM FORNECEDOR, DESCRICAO "RET IRRF",
      *    "RET ISS", "RET INSS" E "RET PCC").
       FD  RETFOR VALUE OF FILE-ID IS "RETFOR.DAT".
       01  REG-RETFOR.
            03  CD-FORN-RET     PIC  9(03).
            03  IRRF-RET        PIC  9(02)V99.
            03  ISS-RET         PIC  9(02)V99.
            03  INSS-RET        PIC  9(02)V99.
            03  PCC-RET         PIC  9(02)V99.
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
       01 WS-IRRF               PIC  9(02)V99 VALUE ZEROS.
       01 WS-ISS                PIC  9(02)V99 VALUE ZEROS.
       01 WS-INSS               PIC  9(02)V99 VALUE ZEROS.
       01 WS-PCC                PIC  9(02)V99 VALUE ZEROS.
       01 WS-FS-RET             PIC  X(02) VALUE ZEROS.
       01 WS-FS-FOR             PIC  X(02) VALUE ZEROS.
       01 WS-FIM                PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-FOR          PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-RET          PIC  X(01) VALUE 'N'.
       01 WS-CONT-LISTADOS      PIC  9(05) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'M' PERFORM MANTEM-PERFIL
               WHEN 'C' PERFORM CONSULTA-PERFIS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE M OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (M-MANTER / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
       MANTEM-PERFIL.
           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WS-CD-FOR.
           PERFORM LOCALIZA-FORNECEDOR.
           IF WS-ACHOU-FOR = 'N'
               DISPLAY "FORNECEDOR " WS-CD-FOR " NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "ALIQUOTA IRRF (99.99 %, ZERO = NAO RETEM): ".
           ACCEPT WS-IRRF.
           DISPLAY "ALIQUOTA ISS (99.99 %, ZERO = NAO RETEM): ".
           ACCEPT WS-ISS.
           DISPLAY "ALIQUOTA INSS (99.99 %, ZERO = NAO RETEM): ".
           ACCEPT WS-INSS.
           DISPLAY "ALIQUOTA PIS/COFINS/CSLL (99.99 %, ZERO = NAO "
               "RETEM): ".
           ACCEPT WS-PCC.
           PERFORM LOCALIZA-PERFIL-IO.
           IF WS-ACHOU-RET = 'S'
               MOVE WS-IRRF TO IRRF-RET
               MOVE WS-ISS  TO ISS-RET
               MOVE WS-INSS TO INSS-RET
               MOVE WS-PCC  TO PCC-RET
               REWRITE REG-RETFOR
               CLOSE RETFOR
               DISPLAY "PERFIL DE RETENCAO ATUALIZADO"
           ELSE
               OPEN EXTEND RETFOR
               IF WS-FS-RET NOT EQUAL "00"
                   OPEN OUTPUT RETFOR
               END-IF
               IF WS-FS-RET NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA RETFOR - " WS-FS-RET
                   STOP RUN
               END-IF
               MOVE WS-CD-FOR TO CD-FORN-RET
               MOVE WS-IRRF   TO IRRF-RET
               MOVE WS-ISS    TO ISS-RET
               MOVE WS-INSS   TO INSS-RET
               MOVE WS-PCC    TO PCC-RET
               WRITE REG-RETFOR
               CLOSE RETFOR
               DISPLAY "PERFIL DE RETENCAO INCLUIDO"
           END-IF.
      *
       LOCALIZA-FORNECEDOR.
           MOVE 'N' TO WS-ACHOU-FOR.
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
                   END-IF
           END-READ.
      *
       LOCALIZA-PERFIL-IO.
           MOVE 'N' TO WS-ACHOU-RET.
           MOVE 'N' TO WS-FIM.
           OPEN I-O RETFOR.
           IF WS-FS-RET NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-PERFIL
               UNTIL WS-FIM = 'S' OR WS-ACHOU-RET = 'S'.
           IF (WS-FS-RET = "00" OR WS-FS-RET = "10")
              AND WS-ACHOU-RET = 'N'
               CLOSE RETFOR
           END-IF.
      *
       BUSCA-PERFIL.
           READ RETFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CD-FORN-RET = WS-CD-FOR
                       MOVE 'S' TO WS-ACHOU-RET
                   END-IF
           END-READ.
      *
       CONSULTA-PERFIS.
           OPEN INPUT RETFOR.
           IF WS-FS-RET NOT EQUAL "00"
               DISPLAY "RETFOR.DAT NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "===== PERFIS DE RETENCAO NA FONTE =====".
           PERFORM LISTA-PERFIL UNTIL WS-FIM = 'S'.
           CLOSE RETFOR.
           DISPLAY "PERFIS LISTADOS: " WS-CONT-LISTADOS.
      *
       LISTA-PERFIL.
           READ RETFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   DISPLAY "FORNECEDOR " CD-FORN-RET
                       " IRRF " IRRF-RET
                       " ISS " ISS-RET
                       " INSS " INSS-RET
                       " PCC " PCC-RET
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
