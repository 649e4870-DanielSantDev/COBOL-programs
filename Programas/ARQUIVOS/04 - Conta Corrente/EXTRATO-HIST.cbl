               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT ARQDEPARA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEP.
       DATA DIVISION.
       FILE SECTION.
       FD MOVLOG VALUE OF FILE-ID IS "LOGMOV.DAT".
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
               05 AGENCIA-LOG-H    PIC 9(03).
               05 CONTA-LOG-H      PIC 9(06).
           03 DESCRICAO-LOG-H      PIC X(20).
           03 VALOR-LOG-H          PIC S9(09)V99.
           03 DATA-LOG-H           PIC 9(06).
           03 HORA-LOG-H           PIC 9(08).
           03 NSU-LOG-H            PIC 9(09).
      *
       FD ARQDEPARA VALUE OF FILE-ID IS "DEPARACONTA.DAT".
       01 REG-DEPARA.
           03 ID-ANT-DEP.
               05 AGENCIA-ANT-DEP  PIC 9(03).
               05 CONTA-ANT-DEP    PIC 9(06).
           03 ID-NOVO-DEP.
               05 AGENCIA-NOVO-DEP PIC 9(03).
               05 CONTA-NOVO-DEP   PIC 9(06).
           03 DATA-FUSAO-DEP       PIC 9(06).
           03 OPERADOR-DEP         PIC X(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-ID.
       01 WS-DATA-FIM              PIC 9(06) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-HIST               PIC X(02) VALUE ZEROS.
       01 WS-FS-DEP                PIC X(02) VALUE ZEROS.
       01 WS-CONTA-TROCADA         PIC X(01) VALUE 'N'.
       01 WS-DA-CONTA              PIC X(01) VALUE 'N'.
       01 WS-ID-LIDO               PIC X(09) VALUE SPACES.
      *    NUMEROS ANTIGOS DA CONTA (INCORPORACAO DE AGENCIA) - OS
      *    LOGS GUARDAM O NUMERO DA EPOCA DA POSTAGEM.
       01 WS-ANT-TAB.
           03 WS-ANT-QTDE          PIC 9(02) VALUE ZEROS.
           03 WS-ANT-ID            PIC X(09) OCCURS 20 TIMES.
       01 WS-ANT-SUBS              PIC 9(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-CONT-MOV              PIC 9(05) VALUE ZEROS.
       01 WS-SALDO-CORRENTE        PIC S9(09)V99 VALUE ZEROS.
      *    STATUS QUE ALTERAM SALDO E CARREGAM O SALDO RESULTANTE EM
      *    VALOR-LOG - MESMA LISTA DO EXTRATO-CLIENTE.
       01 WS-STATUS-LOG            PIC X(11) VALUE SPACES.
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTAG.
           CALL "DEPARA" USING WS-AGENCIA WS-CONTAG WS-CONTA-TROCADA.
           IF WS-CONTA-TROCADA = 'S'
               DISPLAY "CONTA RENUMERADA NA INCORPORACAO DA AGENCIA - "
                   "NUMERO ATUAL " WS-AGENCIA "/" WS-CONTAG
           END-IF.
           PERFORM CARREGA-NUMEROS-ANTIGOS.
           DISPLAY "DATA INICIAL (AAMMDD): ".
           ACCEPT WS-DATA-INI.
           DISPLAY "DATA FINAL (AAMMDD): ".
               DISPLAY "TOTAL DE MOVIMENTOS LISTADOS: " WS-CONT-MOV
           END-IF.
           STOP RUN.
      *
       CARREGA-NUMEROS-ANTIGOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQDEPARA.
           IF WS-FS-DEP NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-NUMERO-ANTIGO UNTIL WS-FIM = 'S'.
           IF WS-FS-DEP = "00" OR WS-FS-DEP = "10"
               CLOSE ARQDEPARA
           END-IF.
      *
       GUARDA-NUMERO-ANTIGO.
           READ ARQDEPARA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-NOVO-DEP = WS-ID AND WS-ANT-QTDE < 20
                       ADD 1 TO WS-ANT-QTDE
                       MOVE ID-ANT-DEP TO WS-ANT-ID(WS-ANT-QTDE)
                       DISPLAY "INCLUI LANCAMENTOS DO NUMERO ANTIGO "
                           AGENCIA-ANT-DEP "/" CONTA-ANT-DEP
                   END-IF
           END-READ.
      *
      *    A ENTRADA E' DA CONTA SE ESTA NO NUMERO ATUAL OU EM UM DOS
      *    NUMEROS ANTIGOS.
       VERIFICA-CONTA.
           MOVE 'N' TO WS-DA-CONTA.
           IF WS-ID-LIDO = WS-ID
               MOVE 'S' TO WS-DA-CONTA
           END-IF.
           PERFORM BUSCA-NUMERO-ANTIGO
               VARYING WS-ANT-SUBS FROM 1 BY 1
               UNTIL WS-ANT-SUBS > WS-ANT-QTDE OR WS-DA-CONTA = 'S'.
      *
       BUSCA-NUMERO-ANTIGO.
           IF WS-ANT-ID(WS-ANT-SUBS) = WS-ID-LIDO
               MOVE 'S' TO WS-DA-CONTA
           END-IF.
      *
       LISTA-HISTORICO.
           MOVE 'N' TO WS-FIM.
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-LOG-H TO WS-ID-LIDO
                   PERFORM VERIFICA-CONTA
                   IF WS-DA-CONTA = 'S'
                      AND DATA-LOG-H NOT < WS-DATA-INI
                      AND DATA-LOG-H NOT > WS-DATA-FIM
                       MOVE DESCRICAO-LOG-H(10:11) TO WS-STATUS-LOG
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-LOG TO WS-ID-LIDO
                   PERFORM VERIFICA-CONTA
                   IF WS-DA-CONTA = 'S'
                      AND DATA-LOG NOT < WS-DATA-INI
                      AND DATA-LOG NOT > WS-DATA-FIM
                       MOVE DESCRICAO-LOG(10:11) TO WS-STATUS-LOG
