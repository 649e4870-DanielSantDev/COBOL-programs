               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
               88 CLI-ABERTA       VALUE 'A'.
               88 CLI-BLOQUEADA    VALUE 'B'.
               88 CLI-DORMENTE     VALUE 'D'.
           03 NOME-CLI2            PIC X(20).
           03 DOC-CLI2             PIC X(11).
           03 CNPJ-CLI             PIC X(14).
           03 TOTAL-MOV-ANO        PIC S9(09)V99.
           03 CONT-MOV-DIA-CLI     PIC 9(03).
           03 DATA-MOV-DIA-CLI     PIC 9(06).
           03 FILLER               PIC X(23).
      *
       FD IMPERROS VALUE OF FILE-ID IS "IMPERROS.DAT".
       01 REG-ERRO                 PIC X(80).
           03 ID-CLI-AUD.
               05 AGENCIA-AUD      PIC 9(03).
               05 CONTA-AUD        PIC 9(06).
           03 IMAGEM-ANTES-AUD     PIC X(140).
           03 IMAGEM-DEPOIS-AUD    PIC X(140).
           03 DATA-AUD             PIC 9(06).
           03 HORA-AUD             PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-IMP                PIC X(02) VALUE ZEROS.
       01 WS-FS-AUD                PIC X(02) VALUE ZEROS.
       01 WS-IMAGEM-ANTES          PIC X(140) VALUE SPACES.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-ERR                PIC X(02) VALUE ZEROS.
       01 WS-FIM-IMP               PIC X(01) VALUE 'N'.
           03 WS-CSV-AGENCIA       PIC X(06).
           03 WS-CSV-CONTA         PIC X(09).
           03 WS-CSV-NOME          PIC X(20).
           03 WS-CSV-SALDO         PIC X(13).
           03 WS-CSV-LIMITE        PIC X(13).
           03 WS-CSV-STATUS        PIC X(03).
       01 WS-AGENCIA-NUM           PIC 9(03) VALUE ZEROS.
       01 WS-CONTA-NUM             PIC 9(06) VALUE ZEROS.
       01 WS-LIMITE-NUM            PIC S9(09)V99 VALUE ZEROS.
       01 WS-STATUS-NOVO           PIC X(01) VALUE SPACE.
       01 WS-CAMPO-NUM             PIC X(13) VALUE SPACES.
       01 WS-CAMPO-AUX             PIC X(12) VALUE SPACES.
       01 WS-CAMPO-SINAL           PIC S9(01) VALUE +1.
       01 WS-CAMPO-VALOR           PIC 9(09)V99 VALUE ZEROS.
       01 WS-CAMPO-VALOR-R REDEFINES WS-CAMPO-VALOR.
           03 WS-CAMPO-INTEIRO     PIC 9(09).
           03 WS-CAMPO-CENTAVOS    PIC 9(02).
       01 WS-CAMPO-OK              PIC X(01) VALUE 'N'.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-REJEITA               PIC X(01) VALUE 'N'.
           END-IF.
      *
      *    OS NUMERICOS DO CSV SAEM DO EXPORTA-CSV COM SINAL NA
      *    FRENTE E DUAS CASAS APOS O PONTO (PIC -9(09).99) - O SINAL
      *    E' SEPARADO E O RESTO TEM QUE SER DIGITO PURO. ARQUIVO DO
      *    LEIAUTE ANTIGO, SEM CENTAVOS, AINDA E' ACEITO.
       CONVERTE-NUMERICO.
           MOVE 'N' TO WS-CAMPO-OK.
           MOVE +1  TO WS-CAMPO-SINAL.
           MOVE SPACES TO WS-CAMPO-AUX.
           EVALUATE WS-CAMPO-NUM(1:1)
               WHEN '-'
                   MOVE -1 TO WS-CAMPO-SINAL
                   MOVE WS-CAMPO-NUM(2:12) TO WS-CAMPO-AUX
               WHEN '+'
               WHEN SPACE
                   MOVE WS-CAMPO-NUM(2:12) TO WS-CAMPO-AUX
               WHEN OTHER
                   MOVE WS-CAMPO-NUM(1:12) TO WS-CAMPO-AUX
           END-EVALUATE.
           IF WS-CAMPO-AUX(1:9) IS NUMERIC
               EVALUATE TRUE
                   WHEN WS-CAMPO-AUX(10:3) = SPACES
                       MOVE WS-CAMPO-AUX(1:9) TO WS-CAMPO-INTEIRO
                       MOVE ZEROS TO WS-CAMPO-CENTAVOS
                       MOVE 'S' TO WS-CAMPO-OK
                   WHEN WS-CAMPO-AUX(10:1) = '.'
                    AND WS-CAMPO-AUX(11:2) IS NUMERIC
                       MOVE WS-CAMPO-AUX(1:9) TO WS-CAMPO-INTEIRO
                       MOVE WS-CAMPO-AUX(11:2) TO WS-CAMPO-CENTAVOS
                       MOVE 'S' TO WS-CAMPO-OK
               END-EVALUATE
           END-IF.
      *
       APLICA-ATUALIZACAO.
