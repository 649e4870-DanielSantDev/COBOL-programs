       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-MOVFOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVANT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT MOVFOR ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.
       DATA DIVISION.
       FILE SECTION.
      *    TITULOS NO LEIAUTE ANTERIOR A NOTA FISCAL/PARCELA - O
      *    MOVFOR.DAT ATUAL E' RENOMEADO PARA MOVFOR-ANT.DAT ANTES DA
      *    CONVERSAO.
       FD MOVANT VALUE OF FILE-ID IS "MOVFOR-ANT.DAT".
       01 REG-ANT.
           03 CD-ANT                 PIC 9(03).
           03 VALOR-ANT              PIC S9(09).
           03 DATA-VENC-ANT          PIC 9(06).
           03 STATUS-ANT             PIC X(01).
      *
       FD MOVFOR VALUE OF FILE-ID IS "MOVFOR.DAT".
       01 REG-MOVFOR.
           03 CD-FOR                 PIC 9(03).
           03 VALOR-FOR              PIC S9(09).
           03 DATA-VENC-FOR          PIC 9(06).
           03 STATUS-MOVFOR          PIC X(01).
               88 MOVFOR-ABERTO      VALUE 'A'.
               88 MOVFOR-PAGO        VALUE 'P'.
           03 NF-FOR                 PIC 9(09).
           03 EMISSAO-FOR            PIC 9(06).
           03 PARCELA-FOR            PIC 9(02).
           03 QTDE-PARC-FOR          PIC 9(02).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-ANT                  PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                  PIC X(02) VALUE ZEROS.
       01 WS-FIM                     PIC X(01) VALUE 'N'.
       01 WS-CONT-LIDOS              PIC 9(07) VALUE ZEROS.
       01 WS-CONT-GRAVADOS           PIC 9(07) VALUE ZEROS.
      *
      *    CONVERSAO UNICA DO MOVFOR.DAT PARA O LEIAUTE COM NOTA
      *    FISCAL E PARCELA. OS TITULOS ANTIGOS NAO TEM NOTA
      *    INFORMADA: ENTRAM COM NOTA E EMISSAO ZERADAS, COMO
      *    PARCELA UNICA (01/01).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM PROCESSO UNTIL WS-FIM = 'S'.
           PERFORM FINALIZA.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN INPUT MOVANT.
           IF WS-FS-ANT NOT EQUAL "00"
               DISPLAY "MOVFOR-ANT.DAT NAO ENCONTRADO - " WS-FS-ANT
               STOP RUN.
           OPEN OUTPUT MOVFOR.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVFOR - " WS-FS-MOV
               STOP RUN.
      *
       PROCESSO.
           READ MOVANT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM GRAVA-TITULO
           END-READ.
      *
       GRAVA-TITULO.
           MOVE CD-ANT        TO CD-FOR.
           MOVE VALOR-ANT     TO VALOR-FOR.
           MOVE DATA-VENC-ANT TO DATA-VENC-FOR.
           MOVE STATUS-ANT    TO STATUS-MOVFOR.
           MOVE ZEROS         TO NF-FOR.
           MOVE ZEROS         TO EMISSAO-FOR.
           MOVE 1             TO PARCELA-FOR.
           MOVE 1             TO QTDE-PARC-FOR.
           WRITE REG-MOVFOR.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVFOR - " WS-FS-MOV
               STOP RUN.
           ADD 1 TO WS-CONT-GRAVADOS.
      *
       FINALIZA.
           CLOSE MOVANT.
           CLOSE MOVFOR.
           DISPLAY "TITULOS LIDOS      : " WS-CONT-LIDOS.
           DISPLAY "TITULOS CONVERTIDOS: " WS-CONT-GRAVADOS.
