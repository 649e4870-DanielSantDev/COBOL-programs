           SELECT MOVIME ASSIGN TO MOV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHAVE-MOV
              FILE STATUS IS WS-FS-MOV.
       DATA DIVISION.
       FILE SECTION.
             05 AGENCIA-CLI        PIC 9(03).
             05 CONTA-CLI          PIC 9(06).
          03 NOME-CLI              PIC X(20).
          03 SALDO                 PIC S9(09)V99.
          03 LIMITE-CLI            PIC S9(09)V99.
          03 STATUS-CLI            PIC X(01).
             88 CLI-ABERTA         VALUE 'A'.
             88 CLI-BLOQUEADA      VALUE 'B'.
             88 CLI-ENCERRADA      VALUE 'E'.
             88 CLI-DORMENTE       VALUE 'D'.
          03 NOME-CLI2             PIC X(20).
          03 DOC-CLI2              PIC X(11).
          03 CNPJ-CLI              PIC X(14).
          03 TOTAL-MOV-ANO         PIC S9(09)V99.
          03 CONT-MOV-DIA-CLI      PIC 9(03).
          03 DATA-MOV-DIA-CLI      PIC 9(06).
          03 FILLER                PIC X(23).
      *
       FD MOVIME.
       01 REG-MOV.
           03 CHAVE-MOV.
               05 ID-MOV.
                   07 AGENCIA-MOV  PIC 9(03).
                   07 CONTA-MOV    PIC 9(06).
               05 DATA-MOV         PIC 9(06).
               05 SEQ-MOV          PIC 9(04).
           03 MOVIMENTO            PIC S9(07)V99.
           03 TIPO-MOV             PIC X(01).
      *    D = DEPOSITO, S = SAQUE, T = TARIFA, C = CORRECAO
       01 WS-FS-MOV           PIC X(02) VALUE ZEROS.
       01 WS-JA-CARREGADO     PIC X(01) VALUE 'N'.
       01 WS-CADCLI-NOVO      PIC X(01) VALUE 'N'.
       01 WS-HOJE             PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
               STOP RUN.
      *
       GRAVA-REG-CLI.
           MOVE SPACES               TO REG-CLI.
           MOVE ZEROS                TO TOTAL-MOV-ANO.
           MOVE ZEROS                TO CONT-MOV-DIA-CLI.
           MOVE ZEROS                TO DATA-MOV-DIA-CLI.
               END-WRITE
           END-IF.
      *
      *    MOVIMENTOS DO LOTE DE HOJE - A CONTA 002222 TEM DOIS
      *    DEPOSITOS NO MESMO DIA (SEQUENCIAS 0001 E 0002).
       GRAVA-REG-MOV.
           ACCEPT WS-HOJE FROM DATE.
           MOVE WS-HOJE             TO DATA-MOV.
           MOVE 001                 TO AGENCIA-MOV.
           MOVE 002222              TO CONTA-MOV.
           MOVE 0001                TO SEQ-MOV.
           MOVE 0000500.00          TO MOVIMENTO.
           MOVE "D"                 TO TIPO-MOV.
           WRITE REG-MOV.
               DISPLAY "ERRO DE GRAVACAO MOVIMENTO"
               DISPLAY WS-FS-MOV
               STOP RUN.
      *
           MOVE 0002                TO SEQ-MOV.
           MOVE 0000300.00          TO MOVIMENTO.
           MOVE "D"                 TO TIPO-MOV.
           WRITE REG-MOV.
      *
           MOVE 001                 TO AGENCIA-MOV.
           MOVE 011111              TO CONTA-MOV.
           MOVE 0001                TO SEQ-MOV.
           MOVE 0002500.00          TO MOVIMENTO.
           MOVE "D"                 TO TIPO-MOV.
           WRITE REG-MOV.
      *
           MOVE 001                 TO AGENCIA-MOV.
           MOVE 031313              TO CONTA-MOV.
           MOVE 0001                TO SEQ-MOV.
           MOVE 0005500.00          TO MOVIMENTO.
           MOVE "D"                 TO TIPO-MOV.
           WRITE REG-MOV.
      *
           MOVE 012                 TO AGENCIA-MOV.
           MOVE 044444              TO CONTA-MOV.
           MOVE 0001                TO SEQ-MOV.
           MOVE -002000.00          TO MOVIMENTO.
           MOVE "S"                 TO TIPO-MOV.
           WRITE REG-MOV.
