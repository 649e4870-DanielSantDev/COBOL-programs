           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS.
           SELECT RESTRITIVO ASSIGN TO "RESTRITIVO.DAT"
              ORGANIZATION IS SEQUENTIAL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LOG.
           SELECT VINCHIST ASSIGN TO "VINCHIST.DAT"
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-VH.
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
           03 ID-CLI.
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
      *    LISTA RESTRITIVA MANTIDA PELO GERA-RESTRITIVO - DOCUMENTO
      *    QUE CONSTA NELA SO ABRE CONTA COM LIBERACAO DE SUPERVISOR,
               05 CONTA-LOG     PIC 9(06).
           03 DATA-LOG          PIC 9(06).
           03 HORA-LOG          PIC 9(08).
      *
      *    HISTORICO DE RELACIONAMENTO PESSOA x CONTA (CCS) - UM
      *    REGISTRO POR VINCULO, COM INICIO E FIM. FIM ZERADO = EM
      *    VIGOR. DATA-ALT-VH MARCA A ULTIMA ALTERACAO CADASTRAL.
       FD VINCHIST.
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
       01 WS-CLIENTE-FILE.
              10 WS-AGENCIA PIC 9(03).
              10 WS-CONTA   PIC 9(06).
           05 WS-NOME       PIC X(20).
           05 WS-SALDO      PIC S9(09)V99.
           05 WS-LIMITE-CLI PIC S9(09)V99 VALUE ZEROS.
           05 WS-STATUS-CLI PIC X(01) VALUE 'A'.
           05 WS-NOME-CLI2  PIC X(20) VALUE SPACES.
           05 WS-DOC-CLI2   PIC X(11) VALUE SPACES.
           05 WS-CNPJ-CLI   PIC X(14).
           05 WS-TOTAL-MOV-ANO PIC S9(09)V99 VALUE ZEROS.
           05 WS-CONT-MOV-DIA  PIC 9(03) VALUE ZEROS.
           05 WS-DATA-MOV-DIA  PIC 9(06) VALUE ZEROS.
           05 FILLER        PIC X(23) VALUE SPACES.
       01 WS-FS             PIC X(02) VALUE ZEROS.
       01 WS-FIM            PIC X(01) VALUE 'N'.
       01 WS-AGENCIA-MIN    PIC 9(03) VALUE 001.
       01 WS-CONTA-VALIDA   PIC X(01) VALUE 'N'.
       01 WS-FS-RES         PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG         PIC X(02) VALUE ZEROS.
       01 WS-FS-VH          PIC X(02) VALUE ZEROS.
       01 WS-TEM-OPERLOG    PIC X(01) VALUE 'N'.
       01 WS-FIM-RES        PIC X(01) VALUE 'N'.
       01 WS-DOC-RESTRITO   PIC X(01) VALUE 'N'.
       01 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP       PIC X(08) VALUE SPACES.
       01 WS-NOME-OP        PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP       PIC X(01) VALUE SPACES.
               END-IF
           END-PERFORM.
       LER-REG.
           MOVE WS-AGENCIA TO AGENCIA-CLI.
           MOVE WS-CONTA   TO CONTA-CLI.
           READ CADCLI
               INVALID KEY
                   MOVE 'N' TO WS-FIM
                   WS-CNPJ-DUP-AGENCIA "/" WS-CNPJ-DUP-CONTA
               DISPLAY "REGISTRO NAO INCLUIDO"
           ELSE
               MOVE WS-CLIENTE-FILE TO REG-CLI
               WRITE REG-CLI
                   INVALID KEY
                       DISPLAY 'REGISTRO JA EXISTE'
                   NOT INVALID KEY
                       DISPLAY 'REGISTRO INCLUIDO COM SUCESSO'
                       PERFORM GRAVA-VINCHIST
               END-WRITE
           END-IF.
       VERIFICA-CNPJ-DUPLICADO.
           MOVE 'N' TO WS-CNPJ-DUPLICADO.
           MOVE 'N' TO WS-FIM-SCAN.
           MOVE LOW-VALUES TO ID-CLI.
           START CADCLI KEY IS NOT LESS THAN ID-CLI
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SCAN
           END-START.
           PERFORM LE-PROXIMO-CNPJ
               UNTIL WS-FIM-SCAN = 'S' OR WS-CNPJ-DUPLICADO = 'S'.
           MOVE WS-CLIENTE-ID TO ID-CLI.
       LE-PROXIMO-CNPJ.
           READ CADCLI NEXT RECORD
               AT END
               NOT AT END
                   IF CNPJ-CLI = WS-CNPJ-CLI
                       MOVE 'S' TO WS-CNPJ-DUPLICADO
                       MOVE AGENCIA-CLI TO WS-CNPJ-DUP-AGENCIA
                       MOVE CONTA-CLI   TO WS-CNPJ-DUP-CONTA
                   END-IF
           END-READ.
      *    O DOCUMENTO DO CLIENTE NOVO E' CONFRONTADO COM A LISTA
           ACCEPT HORA-LOG FROM TIME.
           WRITE REG-OPERLOG.
           CLOSE OPERLOG.
      *    ABERTURA DA CONTA = INICIO DO RELACIONAMENTO DO CNPJ
      *    TITULAR NO HISTORICO CCS.
       GRAVA-VINCHIST.
           OPEN EXTEND VINCHIST.
           IF WS-FS-VH NOT EQUAL "00"
               OPEN OUTPUT VINCHIST
           END-IF.
           IF WS-FS-VH NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA VINCHIST - " WS-FS-VH
           ELSE
               MOVE WS-CNPJ-CLI    TO DOCUMENTO-VH
               SET VH-JURIDICA     TO TRUE
               MOVE WS-CLIENTE-ID  TO ID-CLI-VH
               SET VH-TITULAR      TO TRUE
               MOVE WS-NOME        TO NOME-VH
               ACCEPT DATA-INICIO-VH FROM DATE
               MOVE ZEROS          TO DATA-FIM-VH
               MOVE DATA-INICIO-VH TO DATA-ALT-VH
               MOVE "CADCLI-INCLU" TO ORIGEM-VH
               MOVE WS-OPERADOR-ID TO OPERADOR-VH
               WRITE REG-VINCHIST
               CLOSE VINCHIST
           END-IF.
       ENTRA-DADOS.
           ACCEPT WS-NOME.
           ACCEPT WS-SALDO.
