      ******************************************************************
      * Purpose: gerar o arquivo de chargeback para a rede de cartoes
      *          com as contestacoes abertas ainda nao enviadas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIA-CHARGEBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-DSP.
           SELECT CHARGEBACK ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CHB.
       DATA DIVISION.
       FILE SECTION.
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
      *
      *    UM REGISTRO POR CONTESTACAO - A REDE DEVOLVE O RESULTADO
      *    NO RETCHARGE.DAT COM A MESMA CHAVE (CARTAO, VALOR E
      *    ESTABELECIMENTO).
       FD  CHARGEBACK VALUE OF FILE-ID IS "CHARGEBACK.DAT".
       01  REG-CHARGEBACK.
           05 NUMERO-CHB           PIC X(19).
           05 VALOR-CHB            PIC 9(09).
           05 ESTAB-CHB            PIC X(20).
           05 DATA-ABERT-CHB       PIC 9(06).
           05 MOTIVO-CHB           PIC X(30).
      *
       WORKING-STORAGE SECTION.
      *    DIAS CORRIDOS QUE A REDE TEM PARA DEVOLVER O RESULTADO.
       01 WS-PRAZO-REDE            PIC 9(03) VALUE 45.
      *
       01 WS-FS-DSP                PIC X(02) VALUE ZEROS.
       01 WS-FS-CHB                PIC X(02) VALUE ZEROS.
       01 WS-FIM-DSP               PIC X(01) VALUE 'N'.
       01 WS-CONT-LIDAS            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ENVIADAS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ATRASADAS        PIC 9(05) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-PRAZO-RESPOSTA        PIC 9(06) VALUE ZEROS.
       01 WS-DIAS                  PIC 9(07) VALUE ZEROS.
       01 WS-DATA-8                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-8-R REDEFINES WS-DATA-8.
           05 WS-D8-SECULO         PIC 9(02).
           05 WS-D8-AAMMDD         PIC 9(06).
      *
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           COMPUTE WS-DATA-8 = 20000000 + WS-HOJE.
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-DATA-8)
               + WS-PRAZO-REDE.
           COMPUTE WS-DATA-8 = FUNCTION DATE-OF-INTEGER(WS-DIAS).
           MOVE WS-D8-AAMMDD TO WS-PRAZO-RESPOSTA.
           PERFORM ABRE-ARQ.
           PERFORM LER-DISPUTA.
           PERFORM PROCESSO UNTIL WS-FIM-DSP = 'S'.
           CLOSE DISPUTA.
           CLOSE CHARGEBACK.
           DISPLAY "CONTESTACOES LIDAS      : " WS-CONT-LIDAS.
           DISPLAY "CHARGEBACKS ENVIADOS    : " WS-CONT-ENVIADAS.
           DISPLAY "ENVIADOS FORA DO PRAZO  : " WS-CONT-ATRASADAS.
           DISPLAY "PRAZO DE RESPOSTA       : " WS-PRAZO-RESPOSTA.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN I-O DISPUTA.
           IF WS-FS-DSP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA DISPUTA - " WS-FS-DSP
               STOP RUN.
           OPEN OUTPUT CHARGEBACK.
           IF WS-FS-CHB NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CHARGEBACK - " WS-FS-CHB
               CLOSE DISPUTA
               STOP RUN.
      *
       LER-DISPUTA.
           READ DISPUTA
               AT END
                   MOVE 'S' TO WS-FIM-DSP
               NOT AT END
                   ADD 1 TO WS-CONT-LIDAS
           END-READ.
      *
      *    ENVIADA A CONTESTACAO, O PRAZO PASSA A SER O DE RESPOSTA
      *    DA REDE. ENVIO DEPOIS DO PRAZO DE ENVIO SAI DO MESMO JEITO,
      *    MAS E' CONTADO A PARTE.
       PROCESSO.
           IF DSP-ABERTA
               IF PRAZO-DSP < WS-HOJE
                   ADD 1 TO WS-CONT-ATRASADAS
                   DISPLAY "ENVIO FORA DO PRAZO - " NUMERO-DSP " "
                       VALOR-DSP " " ESTAB-DSP
               END-IF
               MOVE NUMERO-DSP     TO NUMERO-CHB
               MOVE VALOR-DSP      TO VALOR-CHB
               MOVE ESTAB-DSP      TO ESTAB-CHB
               MOVE DATA-ABERT-DSP TO DATA-ABERT-CHB
               MOVE MOTIVO-DSP     TO MOTIVO-CHB
               WRITE REG-CHARGEBACK
               IF WS-FS-CHB NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO CHARGEBACK - " WS-FS-CHB
                   STOP RUN
               END-IF
               MOVE 'E'               TO SITUACAO-DSP
               MOVE WS-HOJE           TO DATA-ENVIO-DSP
               MOVE WS-PRAZO-RESPOSTA TO PRAZO-DSP
               REWRITE REG-DISPUTA
               IF WS-FS-DSP NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO DISPUTA - " WS-FS-DSP
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONT-ENVIADAS
           END-IF.
           PERFORM LER-DISPUTA.
