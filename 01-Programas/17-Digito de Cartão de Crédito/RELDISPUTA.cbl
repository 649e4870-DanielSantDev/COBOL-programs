      ******************************************************************
      * Purpose: relatorio de envelhecimento das contestacoes em
      *          aberto (abertas e enviadas a rede) contra os prazos
      *          da rede de cartoes (RELDISPUTA.DAT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDISPUTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-DSP.
           SELECT RELDSP ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
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
       FD  RELDSP VALUE OF FILE-ID IS "RELDISPUTA.DAT".
       01  REG-REL                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-DSP                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM-DSP               PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-ABERTO           PIC 9(05) VALUE ZEROS.
       01 WS-DIAS-PRAZO            PIC S9(05) VALUE ZEROS.
       01 WS-CONT-LISTADAS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-VENCIDAS         PIC 9(05) VALUE ZEROS.
       01 WS-VALOR-VENCIDO         PIC 9(11) VALUE ZEROS.
       01 WS-DATA-8                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-8-R REDEFINES WS-DATA-8.
           05 WS-D8-SECULO         PIC 9(02).
           05 WS-D8-AAMMDD         PIC 9(06).
      *
      *    FAIXAS DE DIAS EM ABERTO: ATE 30, 31-60, 61-90, MAIS DE 90.
       01 WS-FAIXAS.
           05 WS-FAIXA OCCURS 4 TIMES.
               10 WS-FX-QTDE       PIC 9(05).
               10 WS-FX-VALOR      PIC 9(11).
       01 WS-FX-SUBS               PIC 9(01) VALUE ZEROS.
       01 WS-FX-NOMES.
           05 FILLER               PIC X(20) VALUE "ATE 30 DIAS".
           05 FILLER               PIC X(20) VALUE "DE 31 A 60 DIAS".
           05 FILLER               PIC X(20) VALUE "DE 61 A 90 DIAS".
           05 FILLER               PIC X(20) VALUE "MAIS DE 90 DIAS".
       01 WS-FX-NOMES-R REDEFINES WS-FX-NOMES.
           05 WS-FX-NOME           PIC X(20) OCCURS 4 TIMES.
      *
       01 WS-DATA-AUX              PIC 9(06) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AA-AUX            PIC 9(02).
           05 WS-MM-AUX            PIC 9(02).
           05 WS-DD-AUX            PIC 9(02).
       01 WS-DATA-ED.
           05 WS-DD-ED             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-MM-ED             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-AA-ED             PIC 9(02).
      *
       01 WS-CAB1.
           05 FILLER               PIC X(40)
               VALUE "===== CONTESTACOES EM ABERTO - POSICAO ".
           05 WS-C1-HOJE           PIC X(08).
           05 FILLER               PIC X(06) VALUE " =====".
           05 FILLER               PIC X(26) VALUE SPACES.
       01 WS-CAB2.
           05 FILLER               PIC X(20) VALUE "CARTAO".
           05 FILLER               PIC X(10) VALUE "ESTABELEC.".
           05 FILLER               PIC X(12) VALUE "      VALOR ".
           05 FILLER               PIC X(09) VALUE "ABERTURA ".
           05 FILLER               PIC X(05) VALUE "DIAS ".
           05 FILLER               PIC X(02) VALUE "S ".
           05 FILLER               PIC X(09) VALUE "PRAZO".
           05 FILLER               PIC X(06) VALUE "RESTA ".
           05 FILLER               PIC X(07) VALUE SPACES.
       01 WS-LINHA-DET.
           05 WS-D-NUMERO          PIC X(19).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-ESTAB           PIC X(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-VALOR           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-ABERT           PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-DIAS            PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-SITUACAO        PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-PRAZO           PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-RESTA           PIC -ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-VENCIDO         PIC X(07).
       01 WS-LINHA-TOT.
           05 WS-T-TEXTO           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-T-QTDE            PIC ZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-T-VALOR           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(28) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           COMPUTE WS-DATA-8 = 20000000 + WS-HOJE.
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-8).
           INITIALIZE WS-FAIXAS.
           PERFORM ABRE-ARQ.
           PERFORM CABECALHO.
           PERFORM LER-DISPUTA.
           PERFORM PROCESSO UNTIL WS-FIM-DSP = 'S'.
           PERFORM TOTAIS.
           CLOSE DISPUTA.
           CLOSE RELDSP.
           DISPLAY "CONTESTACOES EM ABERTO  : " WS-CONT-LISTADAS.
           DISPLAY "COM PRAZO VENCIDO       : " WS-CONT-VENCIDAS.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN INPUT DISPUTA.
           IF WS-FS-DSP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA DISPUTA - " WS-FS-DSP
               STOP RUN.
           OPEN OUTPUT RELDSP.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELDISPUTA - " WS-FS-REL
               CLOSE DISPUTA
               STOP RUN.
      *
       CABECALHO.
           MOVE WS-HOJE TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED TO WS-C1-HOJE.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
      *
       LER-DISPUTA.
           READ DISPUTA
               AT END
                   MOVE 'S' TO WS-FIM-DSP
           END-READ.
      *
      *    O PRAZO DA CONTESTACAO ABERTA E' O DE ENVIO A REDE; O DA
      *    ENVIADA E' O DE RESPOSTA DA REDE. RESTA NEGATIVO = VENCIDO.
       PROCESSO.
           IF DSP-ABERTA OR DSP-ENVIADA
               PERFORM CALCULA-DIAS
               PERFORM ESCREVE-DETALHE
               PERFORM ACUMULA-FAIXA
           END-IF.
           PERFORM LER-DISPUTA.
      *
       CALCULA-DIAS.
           COMPUTE WS-DATA-8 = 20000000 + DATA-ABERT-DSP.
           COMPUTE WS-DIAS-ABERTO = WS-DIAS-HOJE
               - FUNCTION INTEGER-OF-DATE(WS-DATA-8).
           COMPUTE WS-DATA-8 = 20000000 + PRAZO-DSP.
           COMPUTE WS-DIAS-PRAZO = FUNCTION INTEGER-OF-DATE(WS-DATA-8)
               - WS-DIAS-HOJE.
      *
       ESCREVE-DETALHE.
           ADD 1 TO WS-CONT-LISTADAS.
           MOVE NUMERO-DSP       TO WS-D-NUMERO.
           MOVE ESTAB-DSP        TO WS-D-ESTAB.
           MOVE VALOR-DSP        TO WS-D-VALOR.
           MOVE DATA-ABERT-DSP   TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED       TO WS-D-ABERT.
           MOVE WS-DIAS-ABERTO   TO WS-D-DIAS.
           MOVE SITUACAO-DSP     TO WS-D-SITUACAO.
           MOVE PRAZO-DSP        TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED       TO WS-D-PRAZO.
           MOVE WS-DIAS-PRAZO    TO WS-D-RESTA.
           IF WS-DIAS-PRAZO < ZEROS
               MOVE "VENCIDO" TO WS-D-VENCIDO
               ADD 1 TO WS-CONT-VENCIDAS
               ADD VALOR-DSP TO WS-VALOR-VENCIDO
           ELSE
               MOVE SPACES TO WS-D-VENCIDO
           END-IF.
           MOVE WS-LINHA-DET TO REG-REL.
           WRITE REG-REL.
      *
       ACUMULA-FAIXA.
           IF WS-DIAS-ABERTO > 90
               MOVE 4 TO WS-FX-SUBS
           ELSE
               IF WS-DIAS-ABERTO > 60
                   MOVE 3 TO WS-FX-SUBS
               ELSE
                   IF WS-DIAS-ABERTO > 30
                       MOVE 2 TO WS-FX-SUBS
                   ELSE
                       MOVE 1 TO WS-FX-SUBS
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-FX-QTDE(WS-FX-SUBS).
           ADD VALOR-DSP TO WS-FX-VALOR(WS-FX-SUBS).
      *
       TOTAIS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           PERFORM ESCREVE-FAIXA
               VARYING WS-FX-SUBS FROM 1 BY 1
               UNTIL WS-FX-SUBS > 4.
           MOVE "TOTAL EM ABERTO" TO WS-T-TEXTO.
           MOVE WS-CONT-LISTADAS  TO WS-T-QTDE.
           COMPUTE WS-T-VALOR = WS-FX-VALOR(1) + WS-FX-VALOR(2)
               + WS-FX-VALOR(3) + WS-FX-VALOR(4).
           MOVE WS-LINHA-TOT TO REG-REL.
           WRITE REG-REL.
           MOVE "COM PRAZO DA REDE VENCIDO" TO WS-T-TEXTO.
           MOVE WS-CONT-VENCIDAS  TO WS-T-QTDE.
           MOVE WS-VALOR-VENCIDO  TO WS-T-VALOR.
           MOVE WS-LINHA-TOT TO REG-REL.
           WRITE REG-REL.
      *
       ESCREVE-FAIXA.
           MOVE WS-FX-NOME(WS-FX-SUBS)  TO WS-T-TEXTO.
           MOVE WS-FX-QTDE(WS-FX-SUBS)  TO WS-T-QTDE.
           MOVE WS-FX-VALOR(WS-FX-SUBS) TO WS-T-VALOR.
           MOVE WS-LINHA-TOT TO REG-REL.
           WRITE REG-REL.
      *
       EDITA-DATA.
           MOVE WS-DD-AUX TO WS-DD-ED.
           MOVE WS-MM-AUX TO WS-MM-ED.
           MOVE WS-AA-AUX TO WS-AA-ED.
