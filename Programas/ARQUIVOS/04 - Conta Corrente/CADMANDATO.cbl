       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMANDATO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAND.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
       FD MANDATO VALUE OF FILE-ID IS "MANDATO.DAT".
       01 REG-MANDATO.
           03 ID-MANDATO.
               05 ID-CLI-MAND.
                   07 AGENCIA-MAND PIC 9(03).
                   07 CONTA-MAND   PIC 9(06).
               05 EMPRESA-MAND     PIC 9(03).
               05 REFERENCIA-MAND  PIC X(20).
           03 VALOR-MAX-MAND       PIC 9(09)V99.
           03 DATA-ADESAO-MAND     PIC 9(06).
           03 DATA-CANC-MAND       PIC 9(06).
           03 STATUS-MAND          PIC X(01).
               88 MAND-ATIVO       VALUE 'A'.
               88 MAND-CANCELADO   VALUE 'C'.
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
       01 WS-CHAVE-MAND.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
           03 WS-EMPRESA           PIC 9(03) VALUE ZEROS.
           03 WS-REFERENCIA        PIC X(20) VALUE SPACES.
       01 WS-VALOR-MAX             PIC 9(09)V99 VALUE ZEROS.
       01 WS-FS-MAND               PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-ATIVO           PIC X(01) VALUE 'N'.
       01 WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
       01 WS-L-VALOR-MAX           PIC ZZZ,ZZZ,ZZ9.99.
      *
      *    O MANDATO E' A AUTORIZACAO DO CLIENTE PARA QUE UMA EMPRESA
      *    CONVENIADA (AGUA, LUZ, TELEFONE, PARCEIROS) DEBITE A CONTA
      *    ATE O VALOR MAXIMO INFORMADO. A REFERENCIA E' O CODIGO DO
      *    CLIENTE NA EMPRESA (NUMERO DA INSTALACAO, DO CONTRATO...).
      *    COMO A SUSTACAO, O MANDATO NUNCA E' APAGADO - O
      *    CANCELAMENTO REGRAVA O STATUS PARA 'C' COM A DATA. O
      *    DEBITO-AUTO SO DEBITA CONTRA MANDATO ATIVO.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'I' PERFORM INCLUI-MANDATO
               WHEN 'X' PERFORM CANCELA-MANDATO
               WHEN 'C' PERFORM CONSULTA-MANDATOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE I, X OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (I-INCLUIR / X-CANCELAR / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
       ENTRA-CHAVE.
           DISPLAY "AGENCIA DA CONTA: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTAG.
           DISPLAY "CODIGO DA EMPRESA CONVENIADA: ".
           ACCEPT WS-EMPRESA.
           DISPLAY "REFERENCIA DO CLIENTE NA EMPRESA: ".
           ACCEPT WS-REFERENCIA.
      *
       INCLUI-MANDATO.
           PERFORM ENTRA-CHAVE.
           DISPLAY "VALOR MAXIMO POR DEBITO: ".
           ACCEPT WS-VALOR-MAX.
           IF WS-VALOR-MAX NOT > ZEROS
               DISPLAY "VALOR MAXIMO INVALIDO - MANDATO NAO INCLUIDO"
           ELSE
               PERFORM LOCALIZA-CLIENTE
               IF WS-ACHOU-CLI = 'N'
                   DISPLAY "CONTA NAO ENCONTRADA EM CLIENTE.DAT"
               ELSE
                   IF NOT CLI-ABERTA
                       DISPLAY "CONTA BLOQUEADA/ENCERRADA - "
                           "MANDATO NAO INCLUIDO"
                   ELSE
                       PERFORM LOCALIZA-MANDATO-ATIVO
                       IF WS-ACHOU-ATIVO = 'S'
                           DISPLAY "JA EXISTE MANDATO ATIVO PARA "
                               "ESTA CONTA/EMPRESA/REFERENCIA"
                       ELSE
                           PERFORM GRAVA-MANDATO
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
       LOCALIZA-MANDATO-ATIVO.
           MOVE 'N' TO WS-ACHOU-ATIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT MANDATO.
           IF WS-FS-MAND NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-MANDATO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-ATIVO = 'S'.
           IF WS-FS-MAND = "00" OR WS-FS-MAND = "10"
               CLOSE MANDATO
           END-IF.
      *
       BUSCA-MANDATO.
           READ MANDATO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-MANDATO = WS-CHAVE-MAND AND MAND-ATIVO
                       MOVE 'S' TO WS-ACHOU-ATIVO
                   END-IF
           END-READ.
      *
       GRAVA-MANDATO.
           OPEN EXTEND MANDATO.
           IF WS-FS-MAND NOT EQUAL "00"
               OPEN OUTPUT MANDATO
           END-IF.
           IF WS-FS-MAND NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MANDATO - " WS-FS-MAND
               STOP RUN.
           MOVE WS-CHAVE-MAND   TO ID-MANDATO.
           MOVE WS-VALOR-MAX    TO VALOR-MAX-MAND.
           ACCEPT DATA-ADESAO-MAND FROM DATE.
           MOVE ZEROS           TO DATA-CANC-MAND.
           SET MAND-ATIVO TO TRUE.
           WRITE REG-MANDATO.
           IF WS-FS-MAND NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MANDATO - " WS-FS-MAND
               STOP RUN.
           CLOSE MANDATO.
           DISPLAY "MANDATO INCLUIDO PARA A EMPRESA " WS-EMPRESA.
      *
       CANCELA-MANDATO.
           PERFORM ENTRA-CHAVE.
           MOVE 'N' TO WS-ACHOU-ATIVO.
           MOVE 'N' TO WS-FIM.
           OPEN I-O MANDATO.
           IF WS-FS-MAND NOT EQUAL "00"
               DISPLAY "MANDATO.DAT NAO ENCONTRADO"
               STOP RUN.
           PERFORM BUSCA-MANDATO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-ATIVO = 'S'.
           IF WS-ACHOU-ATIVO = 'N'
               DISPLAY "NENHUM MANDATO ATIVO PARA ESTA CHAVE"
           ELSE
               SET MAND-CANCELADO TO TRUE
               ACCEPT DATA-CANC-MAND FROM DATE
               REWRITE REG-MANDATO
               IF WS-FS-MAND NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO MANDATO - " WS-FS-MAND
               ELSE
                   DISPLAY "MANDATO CANCELADO PARA A EMPRESA "
                       WS-EMPRESA
               END-IF
           END-IF.
           CLOSE MANDATO.
      *
       CONSULTA-MANDATOS.
           OPEN INPUT MANDATO.
           IF WS-FS-MAND NOT EQUAL "00"
               DISPLAY "MANDATO.DAT NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "===== MANDATOS DE DEBITO AUTOMATICO =====".
           PERFORM LISTA-MANDATO UNTIL WS-FIM = 'S'.
           CLOSE MANDATO.
           DISPLAY "MANDATOS LISTADOS: " WS-CONT-LISTADOS.
      *
       LISTA-MANDATO.
           READ MANDATO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE VALOR-MAX-MAND TO WS-L-VALOR-MAX
                   DISPLAY AGENCIA-MAND " " CONTA-MAND " "
                       EMPRESA-MAND " " REFERENCIA-MAND " "
                       WS-L-VALOR-MAX " " STATUS-MAND " "
                       DATA-ADESAO-MAND " " DATA-CANC-MAND
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
