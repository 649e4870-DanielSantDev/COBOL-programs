      ******************************************************************
      * Purpose: abrir contestacao de compra de cartao (TRANSCART.DAT)
      *          com credito provisorio na conta do vinculo e
      *          consultar as contestacoes de um cartao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDISPUTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-TRN.
           SELECT VINCCART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-VIN.
           SELECT DISPUTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-DSP.
           SELECT MOVIM ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-MOV.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCART VALUE OF FILE-ID IS "TRANSCART.DAT".
       01  REG-TRANSCART.
           05 NUMERO-TRN           PIC X(19).
           05 VALOR-TRN            PIC 9(09).
           05 ESTABELECIMENTO-TRN  PIC X(20).
      *
       FD  VINCCART VALUE OF FILE-ID IS "VINCCART.DAT".
       01  REG-VINCCART.
           05 NUMERO-VINC          PIC X(19).
           05 ID-CLI-VINC.
               10 AGENCIA-VINC     PIC 9(03).
               10 CONTA-VINC       PIC 9(06).
      *
      *    REGISTRO DE CONTESTACOES - CHAVE CARTAO + VALOR +
      *    ESTABELECIMENTO DA TRANSACAO. SITUACAO A-ABERTA (CREDITO
      *    PROVISORIO DADO), E-ENVIADA A REDE, G-GANHA (CREDITO
      *    DEFINITIVO), P-PERDIDA (CREDITO ESTORNADO). O PRAZO E' O
      *    DE ENVIO A REDE ENQUANTO ABERTA E O DE RESPOSTA DA REDE
      *    DEPOIS DE ENVIADA.
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
       WORKING-STORAGE SECTION.
      *    DIAS CORRIDOS PARA ENVIAR O CHARGEBACK A REDE DEPOIS DA
      *    ABERTURA DA CONTESTACAO.
       01 WS-PRAZO-ENVIO           PIC 9(03) VALUE 10.
      *
       01 WS-OPCAO                 PIC X(01).
       01 WS-CHAVE.
           05 WS-NUMERO            PIC X(19) VALUE SPACES.
           05 WS-VALOR             PIC 9(09) VALUE ZEROS.
           05 WS-ESTAB             PIC X(20) VALUE SPACES.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-ID-CLI.
           05 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           05 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-FS-TRN                PIC X(02) VALUE ZEROS.
       01 WS-FS-VIN                PIC X(02) VALUE ZEROS.
       01 WS-FS-DSP                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-TRN             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-VINC            PIC X(01) VALUE 'N'.
       01 WS-ACHOU-DSP             PIC X(01) VALUE 'N'.
       01 WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-DIAS                  PIC 9(07) VALUE ZEROS.
       01 WS-DATA-8                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-8-R REDEFINES WS-DATA-8.
           05 WS-D8-SECULO         PIC 9(02).
           05 WS-D8-AAMMDD         PIC 9(06).
       01 WS-DESC-SITUACAO         PIC X(08) VALUE SPACES.
       01 WS-DATA-DSP              PIC 9(06) VALUE ZEROS.
       01 WS-SITUACAO-DSP          PIC X(01) VALUE SPACE.
      *
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - OPERADOR NAO AUTENTICADO"
               STOP RUN.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'A'
                   IF WS-NIVEL-OP = 'C'
                       DISPLAY "OPERADOR SEM ALCADA DE MANUTENCAO"
                   ELSE
                       PERFORM ABRE-DISPUTA
                   END-IF
               WHEN 'C' PERFORM CONSULTA-DISPUTAS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE A OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPERADOR.
           MOVE 0   TO WS-TENTATIVAS.
           MOVE 'N' TO WS-AUTORIZADO.
           PERFORM VALIDA-OPERADOR
               UNTIL WS-AUTORIZADO = 'S' OR WS-TENTATIVAS = 3.
      *
       VALIDA-OPERADOR.
           DISPLAY "MATRICULA DO OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA-OP.
           CALL "OPERVALID" USING WS-OPERADOR-ID WS-SENHA-OP
               WS-AUTORIZADO WS-NOME-OP WS-NIVEL-OP.
           ADD 1 TO WS-TENTATIVAS.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
           END-IF.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (A-ABRIR CONTESTACAO / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
      *    A TRANSACAO PRECISA CONSTAR EM TRANSCART.DAT E O CARTAO TER
      *    VINCULO; A MESMA TRANSACAO NAO PODE SER CONTESTADA DUAS
      *    VEZES. O CREDITO PROVISORIO E' UMA CORRECAO (TIPO C)
      *    POSITIVA EM MOVIMENTO.DAT.
       ABRE-DISPUTA.
           DISPLAY "NUMERO DO CARTAO: ".
           ACCEPT WS-NUMERO.
           DISPLAY "VALOR DA TRANSACAO: ".
           ACCEPT WS-VALOR.
           DISPLAY "ESTABELECIMENTO: ".
           ACCEPT WS-ESTAB.
           PERFORM LOCALIZA-TRANSACAO.
           IF WS-ACHOU-TRN = 'N'
               DISPLAY "TRANSACAO NAO CONSTA EM TRANSCART.DAT"
               STOP RUN.
           PERFORM LOCALIZA-VINCULO.
           IF WS-ACHOU-VINC = 'N'
               DISPLAY "CARTAO SEM VINCULO - SEM CONTA PARA O CREDITO"
               STOP RUN.
           PERFORM LOCALIZA-DISPUTA.
           IF WS-ACHOU-DSP = 'S'
               DISPLAY "TRANSACAO JA CONTESTADA EM " WS-DATA-DSP
                   " - SITUACAO " WS-SITUACAO-DSP
               STOP RUN.
           DISPLAY "MOTIVO DA CONTESTACAO: ".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "MOTIVO E' OBRIGATORIO"
               STOP RUN.
           PERFORM GRAVA-DISPUTA.
           PERFORM GERA-CREDITO.
           DISPLAY "CONTESTACAO ABERTA - CREDITO PROVISORIO DE "
               WS-VALOR " NA CONTA " WS-AGENCIA "/" WS-CONTAG.
           DISPLAY "ENVIO A REDE ATE " WS-D8-AAMMDD.
      *
       LOCALIZA-TRANSACAO.
           MOVE 'N' TO WS-ACHOU-TRN.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT TRANSCART.
           IF WS-FS-TRN NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-TRANSACAO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-TRN = 'S'.
           IF WS-FS-TRN = "00" OR WS-FS-TRN = "10"
               CLOSE TRANSCART
           END-IF.
      *
       BUSCA-TRANSACAO.
           READ TRANSCART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-TRN = WS-NUMERO
                      AND VALOR-TRN = WS-VALOR
                      AND ESTABELECIMENTO-TRN = WS-ESTAB
                       MOVE 'S' TO WS-ACHOU-TRN
                   END-IF
           END-READ.
      *
       LOCALIZA-VINCULO.
           MOVE 'N' TO WS-ACHOU-VINC.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT VINCCART.
           IF WS-FS-VIN NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-VINCULO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-VINC = 'S'.
           IF WS-FS-VIN = "00" OR WS-FS-VIN = "10"
               CLOSE VINCCART
           END-IF.
      *
       BUSCA-VINCULO.
           READ VINCCART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-VINC = WS-NUMERO
                       MOVE 'S' TO WS-ACHOU-VINC
                       MOVE ID-CLI-VINC TO WS-ID-CLI
                   END-IF
           END-READ.
      *
       LOCALIZA-DISPUTA.
           MOVE 'N' TO WS-ACHOU-DSP.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT DISPUTA.
           IF WS-FS-DSP NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-DISPUTA
               UNTIL WS-FIM = 'S' OR WS-ACHOU-DSP = 'S'.
           IF WS-FS-DSP = "00" OR WS-FS-DSP = "10"
               CLOSE DISPUTA
           END-IF.
      *
       BUSCA-DISPUTA.
           READ DISPUTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CHAVE-DSP = WS-CHAVE
                       MOVE 'S' TO WS-ACHOU-DSP
                       MOVE DATA-ABERT-DSP TO WS-DATA-DSP
                       MOVE SITUACAO-DSP   TO WS-SITUACAO-DSP
                   END-IF
           END-READ.
      *
       GRAVA-DISPUTA.
           COMPUTE WS-DATA-8 = 20000000 + WS-HOJE.
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-DATA-8)
               + WS-PRAZO-ENVIO.
           COMPUTE WS-DATA-8 = FUNCTION DATE-OF-INTEGER(WS-DIAS).
           OPEN EXTEND DISPUTA.
           IF WS-FS-DSP NOT EQUAL "00"
               OPEN OUTPUT DISPUTA
           END-IF.
           IF WS-FS-DSP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA DISPUTA - " WS-FS-DSP
               STOP RUN.
           MOVE WS-CHAVE        TO CHAVE-DSP.
           MOVE WS-ID-CLI       TO ID-CLI-DSP.
           MOVE WS-MOTIVO       TO MOTIVO-DSP.
           MOVE WS-OPERADOR-ID  TO OPERADOR-DSP.
           MOVE WS-HOJE         TO DATA-ABERT-DSP.
           MOVE ZEROS           TO DATA-ENVIO-DSP.
           MOVE WS-D8-AAMMDD    TO PRAZO-DSP.
           MOVE ZEROS           TO DATA-ENCERR-DSP.
           MOVE 'A'             TO SITUACAO-DSP.
           WRITE REG-DISPUTA.
           CLOSE DISPUTA.
      *
       GERA-CREDITO.
           OPEN EXTEND MOVIM.
           IF WS-FS-MOV NOT EQUAL "00"
               OPEN OUTPUT MOVIM
           END-IF.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
               STOP RUN.
           MOVE WS-ID-CLI      TO ID-MOV.
           MOVE WS-VALOR       TO MOVIMENTO.
           MOVE 'C'            TO TIPO-MOV.
           MOVE WS-HOJE        TO DATA-VALOR-MOV.
           MOVE WS-AGENCIA     TO ORIGEM-MOV.
           WRITE REG-MOV.
           CLOSE MOVIM.
      *
       CONSULTA-DISPUTAS.
           DISPLAY "NUMERO DO CARTAO: ".
           ACCEPT WS-NUMERO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT DISPUTA.
           IF WS-FS-DSP NOT EQUAL "00"
               DISPLAY "DISPUTA.DAT NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "===== CONTESTACOES DO CARTAO =====".
           PERFORM LISTA-DISPUTA UNTIL WS-FIM = 'S'.
           CLOSE DISPUTA.
           DISPLAY "CONTESTACOES LISTADAS: " WS-CONT-LISTADOS.
      *
       LISTA-DISPUTA.
           READ DISPUTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-DSP = WS-NUMERO
                       EVALUATE TRUE
                           WHEN DSP-ABERTA
                               MOVE "ABERTA"   TO WS-DESC-SITUACAO
                           WHEN DSP-ENVIADA
                               MOVE "ENVIADA"  TO WS-DESC-SITUACAO
                           WHEN DSP-GANHA
                               MOVE "GANHA"    TO WS-DESC-SITUACAO
                           WHEN DSP-PERDIDA
                               MOVE "PERDIDA"  TO WS-DESC-SITUACAO
                       END-EVALUATE
                       DISPLAY DATA-ABERT-DSP " " VALOR-DSP " "
                           ESTAB-DSP " " WS-DESC-SITUACAO " PRAZO "
                           PRAZO-DSP " " MOTIVO-DSP
                       ADD 1 TO WS-CONT-LISTADOS
                   END-IF
           END-READ.
