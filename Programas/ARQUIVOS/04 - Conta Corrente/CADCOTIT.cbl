               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT VINCHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VH.
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
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
      *    TRILHA DE AUDITORIA DO CADASTRO - MESMO LEIAUTE GRAVADO
      *    PELO CADCLI-ALTERA.
           03 ID-CLI-AUD.
               05 AGENCIA-AUD      PIC 9(03).
               05 CONTA-AUD        PIC 9(06).
           03 IMAGEM-ANTES-AUD     PIC X(140).
           03 IMAGEM-DEPOIS-AUD    PIC X(140).
           03 DATA-AUD             PIC 9(06).
           03 HORA-AUD             PIC 9(08).
      *
      *    HISTORICO DE RELACIONAMENTO PESSOA x CONTA (CCS) - UM
      *    REGISTRO POR VINCULO, COM INICIO E FIM. FIM ZERADO = EM
      *    VIGOR. DATA-ALT-VH MARCA A ULTIMA ALTERACAO CADASTRAL.
       FD VINCHIST VALUE OF FILE-ID IS "VINCHIST.DAT".
       01 REG-VINCHIST.
           03 DOCUMENTO-VH         PIC X(14).
           03 TIPO-PESSOA-VH       PIC X(01).
               88 VH-FISICA        VALUE 'F'.
               88 VH-JURIDICA      VALUE 'J'.
           03 ID-CLI-VH.
               05 AGENCIA-VH       PIC 9(03).
               05 CONTA-VH         PIC 9(06).
           03 TIPO-VINC-VH         PIC X(01).
               88 VH-TITULAR       VALUE 'T'.
               88 VH-COTITULAR     VALUE 'C'.
           03 NOME-VH              PIC X(30).
           03 DATA-INICIO-VH       PIC 9(06).
           03 DATA-FIM-VH          PIC 9(06).
               88 VH-EM-VIGOR      VALUE ZEROS.
           03 DATA-ALT-VH          PIC 9(06).
           03 ORIGEM-VH            PIC X(12).
           03 OPERADOR-VH          PIC X(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-FS-AUD                PIC X(02) VALUE ZEROS.
       01 WS-FS-VH                 PIC X(02) VALUE ZEROS.
       01 WS-FIM-VH                PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
      *    COTITULAR ANTERIOR DA CONTA E O QUE FAZER COM O VINCULO
      *    DELE NO HISTORICO CCS: 'F' ENCERRA, 'A' SO ALTERA O NOME.
       01 WS-DOC-ANTERIOR          PIC X(11) VALUE SPACES.
       01 WS-ACAO-VH               PIC X(01) VALUE SPACE.
       01 WS-IMAGEM-ANTES          PIC X(140) VALUE SPACES.
       01 WS-ACAO-AUD              PIC X(10) VALUE SPACES.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
      *
       DEFINE-COTITULAR.
           MOVE REG-CLI TO WS-IMAGEM-ANTES.
           MOVE DOC-CLI2 TO WS-DOC-ANTERIOR.
           MOVE WS-NOME-CLI2 TO NOME-CLI2.
           MOVE WS-DOC-CLI2  TO DOC-CLI2.
           REWRITE REG-CLI.
               DISPLAY "COTITULAR DEFINIDO PARA A CONTA " CONTA-CLI
               MOVE "COTITULAR " TO WS-ACAO-AUD
               PERFORM GRAVA-AUDITORIA
               PERFORM REGISTRA-VINCULO-COTIT
           END-IF.
      *
       LIMPA-COTITULAR.
           MOVE REG-CLI TO WS-IMAGEM-ANTES.
           MOVE DOC-CLI2 TO WS-DOC-ANTERIOR.
           MOVE SPACES TO NOME-CLI2.
           MOVE SPACES TO DOC-CLI2.
           REWRITE REG-CLI.
               DISPLAY "COTITULAR REMOVIDO DA CONTA " CONTA-CLI
               MOVE "LIMPACOTIT" TO WS-ACAO-AUD
               PERFORM GRAVA-AUDITORIA
               IF WS-DOC-ANTERIOR NOT = SPACES
                   MOVE 'F' TO WS-ACAO-VH
                   PERFORM ATUALIZA-VINCULO-COTIT
               END-IF
           END-IF.
      *
       GRAVA-AUDITORIA.
               WRITE REG-AUDCLI
               CLOSE AUDCLI
           END-IF.
      *
      *    HISTORICO CCS: MESMO DOCUMENTO = ALTERACAO CADASTRAL DO
      *    VINCULO; DOCUMENTO NOVO ENCERRA O VINCULO DO COTITULAR
      *    ANTERIOR (SE HAVIA) E ABRE O DO NOVO.
       REGISTRA-VINCULO-COTIT.
           IF WS-DOC-ANTERIOR = DOC-CLI2
               MOVE 'A' TO WS-ACAO-VH
               PERFORM ATUALIZA-VINCULO-COTIT
           ELSE
               IF WS-DOC-ANTERIOR NOT = SPACES
                   MOVE 'F' TO WS-ACAO-VH
                   PERFORM ATUALIZA-VINCULO-COTIT
               END-IF
               PERFORM GRAVA-INICIO-COTIT
           END-IF.
      *
       ATUALIZA-VINCULO-COTIT.
           ACCEPT WS-HOJE FROM DATE.
           MOVE 'N' TO WS-FIM-VH.
           OPEN I-O VINCHIST.
           IF WS-FS-VH NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-VH
           END-IF.
           PERFORM ATUALIZA-UM-VINCULO UNTIL WS-FIM-VH = 'S'.
           IF WS-FS-VH = "00" OR WS-FS-VH = "10"
               CLOSE VINCHIST
           END-IF.
      *
       ATUALIZA-UM-VINCULO.
           READ VINCHIST
               AT END
                   MOVE 'S' TO WS-FIM-VH
               NOT AT END
                   IF ID-CLI-VH = ID-CLI AND VH-COTITULAR
                      AND DOCUMENTO-VH = WS-DOC-ANTERIOR
                      AND VH-EM-VIGOR
                       IF WS-ACAO-VH = 'F'
                           MOVE WS-HOJE TO DATA-FIM-VH
                       ELSE
                           MOVE NOME-CLI2 TO NOME-VH
                       END-IF
                       MOVE WS-HOJE        TO DATA-ALT-VH
                       MOVE "CADCOTIT"     TO ORIGEM-VH
                       MOVE WS-OPERADOR-ID TO OPERADOR-VH
                       REWRITE REG-VINCHIST
                   END-IF
           END-READ.
      *
       GRAVA-INICIO-COTIT.
           ACCEPT WS-HOJE FROM DATE.
           OPEN EXTEND VINCHIST.
           IF WS-FS-VH NOT EQUAL "00"
               OPEN OUTPUT VINCHIST
           END-IF.
           IF WS-FS-VH NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA VINCHIST - " WS-FS-VH
           ELSE
               MOVE DOC-CLI2       TO DOCUMENTO-VH
               SET VH-FISICA       TO TRUE
               MOVE ID-CLI         TO ID-CLI-VH
               SET VH-COTITULAR    TO TRUE
               MOVE NOME-CLI2      TO NOME-VH
               MOVE WS-HOJE        TO DATA-INICIO-VH
               MOVE ZEROS          TO DATA-FIM-VH
               MOVE WS-HOJE        TO DATA-ALT-VH
               MOVE "CADCOTIT"     TO ORIGEM-VH
               MOVE WS-OPERADOR-ID TO OPERADOR-VH
               WRITE REG-VINCHIST
               CLOSE VINCHIST
           END-IF.
