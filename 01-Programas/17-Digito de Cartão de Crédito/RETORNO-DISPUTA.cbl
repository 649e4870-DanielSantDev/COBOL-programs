      ******************************************************************
      * Purpose: baixar as contestacoes com o resultado devolvido pela
      *          rede (RETCHARGE.DAT) - ganha torna o credito
      *          definitivo, perdida estorna o credito e avisa o
      *          cliente
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-DISPUTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETCHARGE ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-RET.
           SELECT DISPUTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-DSP.
           SELECT MOVIM ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-MOV.
           SELECT AVISO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-AVI.
       DATA DIVISION.
       FILE SECTION.
      *    RESULTADO DA REDE: G-CONTESTACAO GANHA PELO CLIENTE,
      *    P-PERDIDA (O ESTABELECIMENTO COMPROVOU A COMPRA).
       FD  RETCHARGE VALUE OF FILE-ID IS "RETCHARGE.DAT".
       01  REG-RETCHARGE.
           05 CHAVE-RET.
               10 NUMERO-RET       PIC X(19).
               10 VALOR-RET        PIC 9(09).
               10 ESTAB-RET        PIC X(20).
           05 RESULTADO-RET        PIC X(01).
               88 RET-GANHA        VALUE 'G'.
               88 RET-PERDIDA      VALUE 'P'.
      *
       FD  DISPUTA VALUE OF FILE-ID IS "DISPUTA.DAT".
       01  REG-DISPUTA.
           05 CHAVE-DSP.
               10 NUMERO-DSP       PIC X(19).
               10 VALOR-DSP        PIC 9(09).
               10 ESTAB-DSP        PIC X(20).
           05 ID-CLI-DSP.
               10 AGENCIA-DSP      PIC 9(03).
               10 CONTA-DSP        PIC 9(06).
           05 MOTIVO-DSP           PIC X(30).
           05 OPERADOR-DSP         PIC X(08).
           05 DATA-ABERT-DSP       PIC 9(06).
           05 DATA-ENVIO-DSP       PIC 9(06).
           05 PRAZO-DSP            PIC 9(06).
           05 DATA-ENCERR-DSP      PIC 9(06).
           05 SITUACAO-DSP         PIC X(01).
               88 DSP-ABERTA       VALUE 'A'.
               88 DSP-ENVIADA      VALUE 'E'.
               88 DSP-GANHA        VALUE 'G'.
               88 DSP-PERDIDA      VALUE 'P'.
      *
       FD  MOVIM VALUE OF FILE-ID IS "MOVIMENTO.DAT".
       01  REG-MOV.
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
      *
       FD  AVISO VALUE OF FILE-ID IS "AVISODSP.DAT".
       01  REG-AVISO               PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-RET                PIC X(02) VALUE ZEROS.
       01 WS-FS-DSP                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-AVI                PIC X(02) VALUE ZEROS.
       01 WS-FIM-RET               PIC X(01) VALUE 'N'.
       01 WS-FIM-DSP               PIC X(01) VALUE 'N'.
       01 WS-ACHOU-DSP             PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-CONT-LIDOS            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-GANHAS           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-PERDIDAS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REJEITADOS       PIC 9(05) VALUE ZEROS.
      *
       01 WS-AVISO-1.
           05 FILLER               PIC X(25)
               VALUE "AVISO AO CLIENTE - CONTA ".
           05 WS-A1-AGENCIA        PIC 9(03).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-A1-CONTA          PIC 9(06).
           05 FILLER               PIC X(45) VALUE SPACES.
       01 WS-AVISO-2.
           05 FILLER               PIC X(34)
               VALUE "A CONTESTACAO DA COMPRA NO CARTAO ".
           05 WS-A2-NUMERO         PIC X(19).
           05 FILLER               PIC X(27) VALUE SPACES.
       01 WS-AVISO-3.
           05 FILLER               PIC X(03) VALUE "EM ".
           05 WS-A3-ESTAB          PIC X(20).
           05 FILLER               PIC X(10) VALUE ", VALOR ".
           05 WS-A3-VALOR          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(36) VALUE SPACES.
       01 WS-AVISO-4.
           05 FILLER               PIC X(39)
               VALUE "NAO FOI ACEITA PELA REDE DE CARTOES. O ".
           05 FILLER               PIC X(41)
               VALUE "CREDITO PROVISORIO FOI ESTORNADO.".
       01 WS-AVISO-5.
           05 FILLER               PIC X(22)
               VALUE "CONTESTACAO ABERTA EM ".
           05 WS-A5-ABERT          PIC 9(06).
           05 FILLER               PIC X(14) VALUE " - ESTORNO EM ".
           05 WS-A5-HOJE           PIC 9(06).
           05 FILLER               PIC X(32) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ABRE-ARQ.
           PERFORM LER-RETORNO.
           PERFORM PROCESSO UNTIL WS-FIM-RET = 'S'.
           CLOSE RETCHARGE.
           CLOSE MOVIM.
           CLOSE AVISO.
           DISPLAY "RESULTADOS LIDOS        : " WS-CONT-LIDOS.
           DISPLAY "CONTESTACOES GANHAS     : " WS-CONT-GANHAS.
           DISPLAY "CONTESTACOES PERDIDAS   : " WS-CONT-PERDIDAS.
           DISPLAY "RESULTADOS REJEITADOS   : " WS-CONT-REJEITADOS.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN INPUT RETCHARGE.
           IF WS-FS-RET NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RETCHARGE - " WS-FS-RET
               STOP RUN.
           OPEN EXTEND MOVIM.
           IF WS-FS-MOV NOT EQUAL "00"
               OPEN OUTPUT MOVIM
           END-IF.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
               STOP RUN.
           OPEN EXTEND AVISO.
           IF WS-FS-AVI NOT EQUAL "00"
               OPEN OUTPUT AVISO
           END-IF.
           IF WS-FS-AVI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA AVISODSP - " WS-FS-AVI
               STOP RUN.
      *
       LER-RETORNO.
           READ RETCHARGE
               AT END
                   MOVE 'S' TO WS-FIM-RET
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.
      *
      *    SO CONTESTACAO ENVIADA (OU AINDA ABERTA, SE A REDE
      *    RESPONDEU ANTES DO NOSSO ARQUIVO) PODE SER BAIXADA; CASO
      *    JA ENCERRADO OU CHAVE DESCONHECIDA E' REJEITADO.
       PROCESSO.
           IF NOT RET-GANHA AND NOT RET-PERDIDA
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "RESULTADO INVALIDO - " CHAVE-RET " "
                   RESULTADO-RET
           ELSE
               PERFORM BAIXA-DISPUTA
           END-IF.
           PERFORM LER-RETORNO.
      *
       BAIXA-DISPUTA.
           MOVE 'N' TO WS-ACHOU-DSP.
           MOVE 'N' TO WS-FIM-DSP.
           OPEN I-O DISPUTA.
           IF WS-FS-DSP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA DISPUTA - " WS-FS-DSP
               STOP RUN.
           PERFORM BUSCA-DISPUTA
               UNTIL WS-FIM-DSP = 'S' OR WS-ACHOU-DSP = 'S'.
           IF WS-ACHOU-DSP = 'N'
               ADD 1 TO WS-CONT-REJEITADOS
               DISPLAY "CONTESTACAO NAO ENCONTRADA OU JA ENCERRADA - "
                   CHAVE-RET
           ELSE
               IF RET-GANHA
                   MOVE 'G' TO SITUACAO-DSP
                   ADD 1 TO WS-CONT-GANHAS
               ELSE
                   MOVE 'P' TO SITUACAO-DSP
                   ADD 1 TO WS-CONT-PERDIDAS
                   PERFORM ESTORNA-CREDITO
                   PERFORM ESCREVE-AVISO
               END-IF
               MOVE WS-HOJE TO DATA-ENCERR-DSP
               REWRITE REG-DISPUTA
               IF WS-FS-DSP NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO DISPUTA - " WS-FS-DSP
                   STOP RUN
               END-IF
           END-IF.
           CLOSE DISPUTA.
      *
       BUSCA-DISPUTA.
           READ DISPUTA
               AT END
                   MOVE 'S' TO WS-FIM-DSP
               NOT AT END
                   IF CHAVE-DSP = CHAVE-RET
                      AND (DSP-ENVIADA OR DSP-ABERTA)
                       MOVE 'S' TO WS-ACHOU-DSP
                   END-IF
           END-READ.
      *
      *    O ESTORNO E' A CORRECAO (TIPO C) NEGATIVA DO MESMO VALOR
      *    CREDITADO NA ABERTURA, NA MESMA CONTA.
       ESTORNA-CREDITO.
           MOVE ID-CLI-DSP     TO ID-MOV.
           COMPUTE MOVIMENTO = VALOR-DSP * -1.
           MOVE 'C'            TO TIPO-MOV.
           MOVE WS-HOJE        TO DATA-VALOR-MOV.
           MOVE AGENCIA-DSP    TO ORIGEM-MOV.
           WRITE REG-MOV.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVIMENTO - " WS-FS-MOV
               STOP RUN.
      *
       ESCREVE-AVISO.
           MOVE AGENCIA-DSP    TO WS-A1-AGENCIA.
           MOVE CONTA-DSP      TO WS-A1-CONTA.
           MOVE WS-AVISO-1     TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE NUMERO-DSP     TO WS-A2-NUMERO.
           MOVE WS-AVISO-2     TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE ESTAB-DSP      TO WS-A3-ESTAB.
           MOVE VALOR-DSP      TO WS-A3-VALOR.
           MOVE WS-AVISO-3     TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE WS-AVISO-4     TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE DATA-ABERT-DSP TO WS-A5-ABERT.
           MOVE WS-HOJE        TO WS-A5-HOJE.
           MOVE WS-AVISO-5     TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE SPACES         TO REG-AVISO.
           WRITE REG-AVISO.
