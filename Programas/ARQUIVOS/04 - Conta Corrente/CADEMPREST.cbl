       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEMPREST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMP.
           SELECT PARCELA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARC.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
      *    CONTRATO DE EMPRESTIMO - TAXA MENSAL, PRAZO EM MESES. O
      *    CONTRATO NASCE 'N' (NOVO); O GERA-PARCELA CREDITA O
      *    PRINCIPAL NA CONTA E PASSA PARA 'A' (ATIVO). O BAIXA-PARCELA
      *    QUITA ('Q') QUANDO A ULTIMA PARCELA E' PAGA.
       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".
       01 REG-EMPREST.
           03 NUMERO-EMP           PIC 9(06).
           03 ID-CLI-EMP.
               05 AGENCIA-EMP      PIC 9(03).
               05 CONTA-EMP        PIC 9(06).
           03 PRINCIPAL-EMP        PIC 9(09).
           03 TAXA-EMP             PIC 9V9999.
           03 PRAZO-EMP            PIC 9(03).
           03 DATA-INICIO-EMP      PIC 9(06).
           03 VALOR-PARCELA-EMP    PIC 9(09).
           03 STATUS-EMP           PIC X(01).
               88 EMP-NOVO         VALUE 'N'.
               88 EMP-ATIVO        VALUE 'A'.
               88 EMP-QUITADO      VALUE 'Q'.
      *
      *    CRONOGRAMA (TABELA PRICE) - UMA LINHA POR PARCELA.
      *    A = A VENCER, C = EM COBRANCA (ENVIADA AO LOTE PELO
      *    GERA-PARCELA), V = VENCIDA (DEBITO RECUSADO), P = PAGA.
       FD PARCELA VALUE OF FILE-ID IS "PARCELA.DAT".
       01 REG-PARCELA.
           03 ID-PARCELA.
               05 NUMERO-EMP-PARC  PIC 9(06).
               05 NUM-PARC         PIC 9(03).
           03 ID-CLI-PARC.
               05 AGENCIA-PARC     PIC 9(03).
               05 CONTA-PARC       PIC 9(06).
           03 DATA-VENC-PARC       PIC 9(06).
           03 VALOR-PARC           PIC 9(09).
           03 AMORTIZACAO-PARC     PIC 9(09).
           03 JUROS-PARC           PIC 9(09).
           03 SALDO-DEVEDOR-PARC   PIC 9(09).
           03 STATUS-PARC          PIC X(01).
               88 PARC-A-VENCER    VALUE 'A'.
               88 PARC-EM-COBRANCA VALUE 'C'.
               88 PARC-VENCIDA     VALUE 'V'.
               88 PARC-PAGA        VALUE 'P'.
           03 DATA-PAGTO-PARC      PIC 9(06).
      *
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
           03 ID-CLI.
               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
               88 CLI-ABERTA       VALUE 'A'.
               88 CLI-BLOQUEADA    VALUE 'B'.
               88 CLI-ENCERRADA    VALUE 'E'.
               88 CLI-DORMENTE     VALUE 'D'.
           03 NOME-CLI2            PIC X(20).
           03 DOC-CLI2             PIC X(11).
           03 CNPJ-CLI             PIC X(14).
           03 TOTAL-MOV-ANO        PIC S9(09)V99.
           03 CONT-MOV-DIA-CLI     PIC 9(03).
           03 DATA-MOV-DIA-CLI     PIC 9(06).
           03 FILLER               PIC X(23).
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-CHAVE-CLI.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-NUMERO-EMP            PIC 9(06) VALUE ZEROS.
       01 WS-PRINCIPAL             PIC 9(09) VALUE ZEROS.
       01 WS-TAXA                  PIC 9V9999 VALUE ZEROS.
       01 WS-PRAZO                 PIC 9(03) VALUE ZEROS.
       01 WS-DATA-INICIO           PIC 9(06) VALUE ZEROS.
       01 WS-VALOR-PARCELA         PIC 9(09) VALUE ZEROS.
       01 WS-FATOR                 PIC 9(05)V9(08) VALUE ZEROS.
       01 WS-SALDO-DEVEDOR         PIC 9(09) VALUE ZEROS.
       01 WS-JUROS                 PIC 9(09) VALUE ZEROS.
       01 WS-AMORTIZACAO           PIC 9(09) VALUE ZEROS.
       01 WS-PARC-SUBS             PIC 9(03) VALUE ZEROS.
       01 WS-TOTAL-JUROS           PIC 9(11) VALUE ZEROS.
      *    VENCIMENTO DA PARCELA: MESMO DIA DO INICIO, N MESES
      *    DEPOIS - DIA QUE NAO EXISTE NO MES (31 EM ABRIL, 30 EM
      *    FEVEREIRO) CAI NO ULTIMO DIA DO MES.
       01 WS-DATA-VENC             PIC 9(06) VALUE ZEROS.
       01 WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           03 WS-VENC-AA           PIC 9(02).
           03 WS-VENC-MM           PIC 9(02).
           03 WS-VENC-DD           PIC 9(02).
       01 WS-DIA-INICIO            PIC 9(02) VALUE ZEROS.
       01 WS-ULT-DIA-MES           PIC 9(02) VALUE ZEROS.
       01 WS-FS-EMP                PIC X(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-EMP             PIC X(01) VALUE 'N'.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
       01 WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
      *
       01 WS-LINHA-PARC.
           03 WS-L-NUM             PIC ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-VENC            PIC 99/99/99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-VALOR           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-AMORT           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-JUROS           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-SALDO           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-STATUS          PIC X(01).
      *
      *    O CONTRATO E' DIGITADO AQUI E O CRONOGRAMA INTEIRO E'
      *    GERADO NA HORA (PARCELA FIXA - TABELA PRICE). A LIBERACAO
      *    DO PRINCIPAL E O DEBITO DAS PARCELAS SO ACONTECEM NO LOTE
      *    (GERA-PARCELA + MOVIMENTACAO).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'I' PERFORM INCLUI-CONTRATO
               WHEN 'C' PERFORM CONSULTA-CONTRATO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE I OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (I-INCLUIR CONTRATO / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
       INCLUI-CONTRATO.
           DISPLAY "AGENCIA DA CONTA: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTAG.
           DISPLAY "VALOR DO PRINCIPAL: ".
           ACCEPT WS-PRINCIPAL.
           DISPLAY "TAXA MENSAL DE JUROS (9V9999): ".
           ACCEPT WS-TAXA.
           DISPLAY "PRAZO EM MESES: ".
           ACCEPT WS-PRAZO.
           DISPLAY "DATA DE INICIO (AAMMDD): ".
           ACCEPT WS-DATA-INICIO.
           IF WS-PRINCIPAL = ZEROS OR WS-PRAZO = ZEROS
               DISPLAY "PRINCIPAL E PRAZO DEVEM SER MAIORES QUE ZERO"
           ELSE
               PERFORM LOCALIZA-CLIENTE
               IF WS-ACHOU-CLI = 'N'
                   DISPLAY "CONTA NAO ENCONTRADA EM CLIENTE.DAT"
               ELSE
                   IF NOT CLI-ABERTA
                       DISPLAY "CONTA BLOQUEADA/ENCERRADA/DORMENTE - "
                           "CONTRATO NAO INCLUIDO"
                   ELSE
                       PERFORM CALCULA-PARCELA
                       DISPLAY "CLIENTE: " NOME-CLI
                       DISPLAY "PARCELA FIXA: " WS-VALOR-PARCELA
                           " EM " WS-PRAZO " MESES"
                       DISPLAY "CONFIRMA O CONTRATO (S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S'
                           PERFORM PROXIMO-NUMERO
                           PERFORM GRAVA-CONTRATO
                           PERFORM GERA-CRONOGRAMA
                       ELSE
                           DISPLAY "CONTRATO NAO INCLUIDO"
                       END-IF
                   END-IF
               END-IF
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
                   IF AGENCIA-CLI = WS-AGENCIA AND CONTA-CLI = WS-CONTAG
                       MOVE 'S' TO WS-ACHOU-CLI
                   END-IF
           END-READ.
      *
      *    PARCELA PRICE: PMT = P * I * (1+I)**N / ((1+I)**N - 1).
      *    SEM JUROS O PRINCIPAL E' SIMPLESMENTE DIVIDIDO PELO PRAZO.
       CALCULA-PARCELA.
           IF WS-TAXA = ZEROS
               COMPUTE WS-VALOR-PARCELA ROUNDED =
                   WS-PRINCIPAL / WS-PRAZO
           ELSE
               COMPUTE WS-FATOR ROUNDED = (1 + WS-TAXA) ** WS-PRAZO
               COMPUTE WS-VALOR-PARCELA ROUNDED =
                   WS-PRINCIPAL * WS-TAXA * WS-FATOR / (WS-FATOR - 1)
           END-IF.
      *
       PROXIMO-NUMERO.
           MOVE ZEROS TO WS-NUMERO-EMP.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT EMPRESTIMO.
           IF WS-FS-EMP NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-MAIOR-NUMERO UNTIL WS-FIM = 'S'.
           IF WS-FS-EMP = "00" OR WS-FS-EMP = "10"
               CLOSE EMPRESTIMO
           END-IF.
           ADD 1 TO WS-NUMERO-EMP.
      *
       LE-MAIOR-NUMERO.
           READ EMPRESTIMO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-EMP > WS-NUMERO-EMP
                       MOVE NUMERO-EMP TO WS-NUMERO-EMP
                   END-IF
           END-READ.
      *
       GRAVA-CONTRATO.
           OPEN EXTEND EMPRESTIMO.
           IF WS-FS-EMP NOT EQUAL "00"
               OPEN OUTPUT EMPRESTIMO
           END-IF.
           IF WS-FS-EMP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA EMPRESTIMO - " WS-FS-EMP
               STOP RUN.
           MOVE WS-NUMERO-EMP      TO NUMERO-EMP.
           MOVE WS-CHAVE-CLI       TO ID-CLI-EMP.
           MOVE WS-PRINCIPAL       TO PRINCIPAL-EMP.
           MOVE WS-TAXA            TO TAXA-EMP.
           MOVE WS-PRAZO           TO PRAZO-EMP.
           MOVE WS-DATA-INICIO     TO DATA-INICIO-EMP.
           MOVE WS-VALOR-PARCELA   TO VALOR-PARCELA-EMP.
           MOVE 'N'                TO STATUS-EMP.
           WRITE REG-EMPREST.
           IF WS-FS-EMP NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO EMPRESTIMO - " WS-FS-EMP
               STOP RUN.
           CLOSE EMPRESTIMO.
           DISPLAY "CONTRATO " WS-NUMERO-EMP " INCLUIDO PARA A CONTA "
               WS-AGENCIA "/" WS-CONTAG.
      *
      *    JUROS DO MES SOBRE O SALDO DEVEDOR, AMORTIZACAO = PARCELA -
      *    JUROS. A ULTIMA PARCELA ABSORVE O RESIDUO DO ARREDONDAMENTO
      *    PARA O SALDO DEVEDOR FECHAR EM ZERO.
       GERA-CRONOGRAMA.
           OPEN EXTEND PARCELA.
           IF WS-FS-PARC NOT EQUAL "00"
               OPEN OUTPUT PARCELA
           END-IF.
           IF WS-FS-PARC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PARCELA - " WS-FS-PARC
               STOP RUN.
           MOVE WS-PRINCIPAL   TO WS-SALDO-DEVEDOR.
           MOVE WS-DATA-INICIO TO WS-DATA-VENC.
           MOVE WS-VENC-DD     TO WS-DIA-INICIO.
           MOVE ZEROS          TO WS-TOTAL-JUROS.
           PERFORM GRAVA-PARCELA
               VARYING WS-PARC-SUBS FROM 1 BY 1
               UNTIL WS-PARC-SUBS > WS-PRAZO.
           CLOSE PARCELA.
           DISPLAY "CRONOGRAMA GERADO - " WS-PRAZO " PARCELAS, "
               "TOTAL DE JUROS " WS-TOTAL-JUROS.
      *
       GRAVA-PARCELA.
           COMPUTE WS-JUROS ROUNDED = WS-SALDO-DEVEDOR * WS-TAXA.
           IF WS-PARC-SUBS = WS-PRAZO
               MOVE WS-SALDO-DEVEDOR TO WS-AMORTIZACAO
           ELSE
               COMPUTE WS-AMORTIZACAO = WS-VALOR-PARCELA - WS-JUROS
           END-IF.
           SUBTRACT WS-AMORTIZACAO FROM WS-SALDO-DEVEDOR.
           ADD WS-JUROS TO WS-TOTAL-JUROS.
           PERFORM SOMA-MES-VENCIMENTO.
           MOVE WS-NUMERO-EMP      TO NUMERO-EMP-PARC.
           MOVE WS-PARC-SUBS       TO NUM-PARC.
           MOVE WS-CHAVE-CLI       TO ID-CLI-PARC.
           MOVE WS-DATA-VENC       TO DATA-VENC-PARC.
           COMPUTE VALOR-PARC = WS-AMORTIZACAO + WS-JUROS.
           MOVE WS-AMORTIZACAO     TO AMORTIZACAO-PARC.
           MOVE WS-JUROS           TO JUROS-PARC.
           MOVE WS-SALDO-DEVEDOR   TO SALDO-DEVEDOR-PARC.
           MOVE 'A'                TO STATUS-PARC.
           MOVE ZEROS              TO DATA-PAGTO-PARC.
           WRITE REG-PARCELA.
           IF WS-FS-PARC NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO PARCELA - " WS-FS-PARC
               STOP RUN.
      *
       SOMA-MES-VENCIMENTO.
           ADD 1 TO WS-VENC-MM.
           IF WS-VENC-MM > 12
               MOVE 01 TO WS-VENC-MM
               ADD 1 TO WS-VENC-AA
           END-IF.
           PERFORM CALCULA-ULT-DIA-MES.
           MOVE WS-DIA-INICIO TO WS-VENC-DD.
           IF WS-VENC-DD > WS-ULT-DIA-MES
               MOVE WS-ULT-DIA-MES TO WS-VENC-DD
           END-IF.
      *
       CALCULA-ULT-DIA-MES.
           EVALUATE WS-VENC-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-ULT-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-ULT-DIA-MES
               WHEN 2
                   IF FUNCTION MOD(WS-VENC-AA, 4) = 0
                       MOVE 29 TO WS-ULT-DIA-MES
                   ELSE
                       MOVE 28 TO WS-ULT-DIA-MES
                   END-IF
           END-EVALUATE.
      *
       CONSULTA-CONTRATO.
           DISPLAY "NUMERO DO CONTRATO: ".
           ACCEPT WS-NUMERO-EMP.
           PERFORM LOCALIZA-CONTRATO.
           IF WS-ACHOU-EMP = 'N'
               DISPLAY "CONTRATO NAO ENCONTRADO"
           ELSE
               DISPLAY "===== CONTRATO " NUMERO-EMP " - CONTA "
                   AGENCIA-EMP "/" CONTA-EMP " - STATUS " STATUS-EMP
                   " ====="
               DISPLAY "PRINCIPAL " PRINCIPAL-EMP " TAXA " TAXA-EMP
                   " PRAZO " PRAZO-EMP " PARCELA " VALOR-PARCELA-EMP
               DISPLAY "PARC VENCTO        PARCELA AMORTIZACAO"
                   "       JUROS SALDO DEVED S"
               MOVE 'N' TO WS-FIM
               OPEN INPUT PARCELA
               IF WS-FS-PARC NOT EQUAL "00"
                   DISPLAY "PARCELA.DAT NAO ENCONTRADO"
                   STOP RUN
               END-IF
               PERFORM LISTA-PARCELA UNTIL WS-FIM = 'S'
               CLOSE PARCELA
               DISPLAY "PARCELAS LISTADAS: " WS-CONT-LISTADOS
           END-IF.
      *
       LOCALIZA-CONTRATO.
           MOVE 'N' TO WS-ACHOU-EMP.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT EMPRESTIMO.
           IF WS-FS-EMP NOT EQUAL "00"
               DISPLAY "EMPRESTIMO.DAT NAO ENCONTRADO"
               STOP RUN.
           PERFORM BUSCA-CONTRATO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-EMP = 'S'.
           CLOSE EMPRESTIMO.
      *
       BUSCA-CONTRATO.
           READ EMPRESTIMO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-EMP = WS-NUMERO-EMP
                       MOVE 'S' TO WS-ACHOU-EMP
                   END-IF
           END-READ.
      *
       LISTA-PARCELA.
           READ PARCELA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-EMP-PARC = WS-NUMERO-EMP
                       MOVE NUM-PARC           TO WS-L-NUM
                       MOVE DATA-VENC-PARC     TO WS-L-VENC
                       MOVE VALOR-PARC         TO WS-L-VALOR
                       MOVE AMORTIZACAO-PARC   TO WS-L-AMORT
                       MOVE JUROS-PARC         TO WS-L-JUROS
                       MOVE SALDO-DEVEDOR-PARC TO WS-L-SALDO
                       MOVE STATUS-PARC        TO WS-L-STATUS
                       DISPLAY WS-LINHA-PARC
                       ADD 1 TO WS-CONT-LISTADOS
                   END-IF
           END-READ.
