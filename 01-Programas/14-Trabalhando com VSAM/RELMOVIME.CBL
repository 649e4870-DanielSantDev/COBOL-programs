      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTMOV ASSIGN TO HIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-HIS
              FILE STATUS IS WS-FS-HIS.
           SELECT RELMOV ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
      *
       DATA DIVISION.
       FILE SECTION.
      *    HISTORICO DE LANCAMENTOS POSTADOS (GRAVADO VIA GRAVAHIS).
       FD HISTMOV.
       01 REG-HIS.
           03 CHAVE-HIS.
               05 ID-HIS.
                   07 AGENCIA-HIS  PIC 9(03).
                   07 CONTA-HIS    PIC 9(06).
               05 DATA-HIS         PIC 9(06).
               05 SEQ-HIS          PIC 9(04).
           03 VALOR-HIS            PIC S9(07)V99.
           03 TIPO-HIS             PIC X(01).
      *    D = DEPOSITO, S = SAQUE, T = TARIFA, C = CORRECAO,
      *    I = IOF, J = JUROS, E = ESTORNO, A = SALDO DE ABERTURA
           03 SALDO-HIS            PIC S9(09)V99.
           03 ORIGEM-HIS.
               05 DATA-ORIG-HIS    PIC 9(06).
               05 SEQ-ORIG-HIS     PIC 9(04).
           03 HORA-HIS             PIC 9(08).
      *
       FD RELMOV VALUE OF FILE-ID IS "RELMOVIME.DAT".
       01 REG-RELMOV                PIC X(80).
       01 WS-ID-CLI.
           05 WS-AGENCIA-CLI        PIC 9(03).
           05 WS-CONTA-CLI          PIC 9(06).
       01 WS-DATA-INI               PIC 9(06) VALUE ZEROS.
       01 WS-DATA-FIM               PIC 9(06) VALUE ZEROS.
       01 WS-FS-HIS                 PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                 PIC X(02) VALUE ZEROS.
       01 WS-FIM-MOV                PIC X(01) VALUE 'N'.
       01 WS-CONT-MOV               PIC 9(05) VALUE ZEROS.
       01 WS-CAB2.
           05 FILLER                PIC X(08) VALUE "AGENCIA ".
           05 FILLER                PIC X(08) VALUE "CONTA   ".
           05 FILLER                PIC X(07) VALUE "DATA   ".
           05 FILLER                PIC X(05) VALUE "SEQ  ".
           05 FILLER                PIC X(16) VALUE "MOVIMENTO       ".
           05 FILLER                PIC X(05) VALUE "TIPO ".
           05 FILLER                PIC X(05) VALUE "SALDO".
      *
       01 WS-LINHA-DET.
           05 WS-AGENCIA-D          PIC 9(03).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WS-CONTA-D            PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DATA-D             PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-SEQ-D              PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MOVIMENTO-D        PIC -Z.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-TIPO-D             PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SALDO-D            PIC -ZZZ.ZZZ.ZZ9,99.
      *
      *    EXTRATO DA CONTA A PARTIR DO HISTMOV, COM O SALDO APOS CADA
      *    LANCAMENTO. PERIODO OPCIONAL (ZEROS = TODO O HISTORICO).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "AGENCIA: ".
           ACCEPT WS-AGENCIA-CLI.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTA-CLI.
           DISPLAY "DATA INICIAL (AAMMDD, ZEROS = INICIO): ".
           ACCEPT WS-DATA-INI.
           DISPLAY "DATA FINAL   (AAMMDD, ZEROS = HOJE): ".
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM = ZEROS
               ACCEPT WS-DATA-FIM FROM DATE
           END-IF.
           PERFORM ABRE-ARQ.
           PERFORM ESCREVE-CABECALHO.
           PERFORM LOCALIZA-CONTA.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN INPUT HISTMOV.
           IF WS-FS-HIS NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA HISTMOV - " WS-FS-HIS
               STOP RUN.
           OPEN OUTPUT RELMOV.
           IF WS-FS-REL NOT EQUAL "00"
           WRITE REG-RELMOV.
      *
       LOCALIZA-CONTA.
           MOVE WS-ID-CLI   TO ID-HIS.
           MOVE WS-DATA-INI TO DATA-HIS.
           MOVE ZEROS       TO SEQ-HIS.
           START HISTMOV KEY IS GREATER THAN OR EQUAL CHAVE-HIS
               INVALID KEY
                   MOVE 'S' TO WS-FIM-MOV
               NOT INVALID KEY
                   MOVE 'N' TO WS-FIM-MOV
           END-START.
           IF WS-FIM-MOV = 'N'
               PERFORM LER-MOVIM
           END-IF.
           IF WS-FIM-MOV = 'S'
               DISPLAY "NENHUM MOVIMENTO ENCONTRADO PARA A CONTA"
           END-IF.
      *
       LER-MOVIM.
           READ HISTMOV NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MOV
           END-READ.
           IF WS-FIM-MOV = 'N'
               IF ID-HIS NOT = WS-ID-CLI
                  OR DATA-HIS > WS-DATA-FIM
                   MOVE 'S' TO WS-FIM-MOV
               END-IF
           END-IF.
      *
       PROCESSO.
           MOVE AGENCIA-HIS    TO WS-AGENCIA-D.
           MOVE CONTA-HIS      TO WS-CONTA-D.
           MOVE DATA-HIS       TO WS-DATA-D.
           MOVE SEQ-HIS        TO WS-SEQ-D.
           MOVE VALOR-HIS      TO WS-MOVIMENTO-D.
           MOVE TIPO-HIS       TO WS-TIPO-D.
           MOVE SALDO-HIS      TO WS-SALDO-D.
           MOVE WS-LINHA-DET   TO REG-RELMOV.
           WRITE REG-RELMOV.
           ADD 1 TO WS-CONT-MOV.
           PERFORM LER-MOVIM.
      *
       FINALIZA.
           CLOSE HISTMOV.
           CLOSE RELMOV.
           DISPLAY "MOVIMENTOS LISTADOS: " WS-CONT-MOV.
