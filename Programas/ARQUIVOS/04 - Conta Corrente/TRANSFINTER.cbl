               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TED.
           SELECT USOSERV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-USV.
           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BJ.
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
       FD MOVLOG VALUE OF FILE-ID IS "LOGMOV.DAT".
       01 REG-LOG.
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
           03 BANCO-DEST-TED       PIC 9(03).
           03 AGENCIA-DEST-TED     PIC 9(04).
           03 CONTA-DEST-TED       PIC X(10).
           03 VALOR-TED            PIC S9(09)V99.
           03 DATA-TED             PIC 9(06).
      *
      *    USO DE SERVICO PARA A FRANQUIA DO PACOTE - O MOVIMENTACAO
      *    CONSOME ESTE ARQUIVO, CONTA O USO DO MES E COBRA O EXCEDENTE.
       FD USOSERV VALUE OF FILE-ID IS "USOSERV.DAT".
       01 REG-USOSERV.
           03 ID-USV.
               05 AGENCIA-USV      PIC 9(03).
               05 CONTA-USV        PIC 9(06).
           03 TIPO-USV             PIC X(01).
               88 USV-TRANSF       VALUE 'T'.
               88 USV-CHEQUE       VALUE 'C'.
           03 DATA-USV             PIC 9(06).
      *
      *    BLOQUEIO JUDICIAL (MANTIDO PELO BLOQ-JUDIC) - O VALOR
      *    BLOQUEADO ATIVO NAO PODE SER DEBITADO DA CONTA.
       FD BLOQJUD VALUE OF FILE-ID IS "BLOQJUD.DAT".
       01 REG-BLOQJUD.
           03 NUMERO-BJ            PIC X(20).
           03 TIPO-DOC-BJ          PIC X(01).
           03 DOC-BJ               PIC X(14).
           03 ID-CLI-BJ.
               05 AGENCIA-BJ       PIC 9(03).
               05 CONTA-BJ         PIC 9(06).
           03 VALOR-SOLIC-BJ       PIC 9(07)V99.
           03 VALOR-BLOQ-BJ        PIC 9(07)V99.
           03 DATA-BLOQ-BJ         PIC 9(06).
           03 DATA-LIB-BJ          PIC 9(06).
           03 STATUS-BJ            PIC X(01).
               88 BJ-ATIVO         VALUE 'A'.
               88 BJ-LIBERADO      VALUE 'L'.
      *
       WORKING-STORAGE SECTION.
       01 WS-ID-ORIGEM.
       01 WS-BANCO-DESTINO         PIC 9(03) VALUE ZEROS.
       01 WS-AGENCIA-DESTINO       PIC 9(04) VALUE ZEROS.
       01 WS-CONTA-DESTINO         PIC X(10) VALUE SPACES.
       01 WS-VALOR-TED             PIC S9(09)V99 VALUE ZEROS.
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO         PIC X(09) VALUE 'TED      '.
           03 WS-DESC-STATUS       PIC X(11) VALUE SPACES.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-ACHOU-ORIGEM          PIC X(01) VALUE 'N'.
       01 WS-NOVOSALDO             PIC S9(09)V99 VALUE ZEROS.
       01 WS-MOTIVO-REJEICAO       PIC X(20) VALUE SPACES.
       01 WS-TED-APROVADA          PIC X(01) VALUE 'N'.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-TED                PIC X(02) VALUE ZEROS.
       01 WS-FS-USV                PIC X(02) VALUE ZEROS.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FIM-BJ                PIC X(01) VALUE 'N'.
       01 WS-VALOR-BLOQJUD         PIC S9(09)V99 VALUE ZEROS.
       01 WS-FIM-CLI               PIC X(01) VALUE 'N'.
       01 WS-NSU                    PIC 9(09) VALUE ZEROS.
      *
           IF WS-TED-APROVADA = 'S'
               PERFORM APLICA-DEBITO
               PERFORM GRAVA-REMESSA
               PERFORM GRAVA-USO-SERVICO
               DISPLAY "TED REGISTRADA E CLIENTE DEBITADO"
           ELSE
               DISPLAY "TED NAO REALIZADA - " WS-MOTIVO-REJEICAO
                   IF WS-NOVOSALDO < LIMITE-CLI
                       MOVE 'N' TO WS-TED-APROVADA
                       MOVE "LIMITE EXCEDIDO" TO WS-MOTIVO-REJEICAO
                   ELSE
                       PERFORM APURA-BLOQUEIO-JUDICIAL
                       IF WS-VALOR-BLOQJUD > ZEROS
                          AND WS-NOVOSALDO < WS-VALOR-BLOQJUD
                           MOVE 'N' TO WS-TED-APROVADA
                           MOVE "BLOQUEIO JUDICIAL"
                               TO WS-MOTIVO-REJEICAO
                       END-IF
                   END-IF
           END-EVALUATE.
      *
               DISPLAY "ERRO DE GRAVACAO TEDSAIDA - " WS-FS-TED
           END-IF.
           CLOSE TEDSAIDA.
      *
       GRAVA-USO-SERVICO.
           OPEN EXTEND USOSERV.
           IF WS-FS-USV NOT EQUAL "00"
               OPEN OUTPUT USOSERV
           END-IF.
           IF WS-FS-USV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA USOSERV - " WS-FS-USV
               STOP RUN.
           MOVE WS-ID-ORIGEM TO ID-USV.
           MOVE 'T' TO TIPO-USV.
           ACCEPT DATA-USV FROM DATE.
           WRITE REG-USOSERV.
           CLOSE USOSERV.
      *
      *    SOMA O QUE ESTA BLOQUEADO JUDICIALMENTE NA CONTA - O SALDO
      *    NAO PODE FICAR ABAIXO DESTE VALOR POR CONTA DE UM DEBITO.
       APURA-BLOQUEIO-JUDICIAL.
           MOVE ZEROS TO WS-VALOR-BLOQJUD.
           MOVE 'N' TO WS-FIM-BJ.
           OPEN INPUT BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-BJ
           END-IF.
           PERFORM SOMA-BLOQUEIO-JUDICIAL UNTIL WS-FIM-BJ = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
      *
       SOMA-BLOQUEIO-JUDICIAL.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM-BJ
               NOT AT END
                   IF ID-CLI-BJ = WS-ID-ORIGEM AND BJ-ATIVO
                       ADD VALOR-BLOQ-BJ TO WS-VALOR-BLOQJUD
                   END-IF
           END-READ.
