       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-VINCHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT PESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PES.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VINC.
           SELECT SALDODIA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SDIA.
           SELECT VINCHIST ASSIGN TO DISK
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
       FD PESSOA VALUE OF FILE-ID IS "PESSOA.DAT".
       01 REG-PESSOA.
           03 CPF-PESSOA           PIC X(11).
           03 NOME-PESSOA          PIC X(30).
           03 VARRE-PESSOA         PIC X(01).
               88 VARRE-OPTANTE    VALUE 'S'.
      *
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
           03 CPF-VINC             PIC X(11).
           03 ID-CLI-VINC.
               05 AGENCIA-VINC     PIC 9(03).
               05 CONTA-VINC       PIC 9(06).
      *
       FD SALDODIA VALUE OF FILE-ID IS "SALDODIA.DAT".
       01 REG-SALDODIA.
           03 ID-SDIA.
               05 AGENCIA-SDIA     PIC 9(03).
               05 CONTA-SDIA       PIC 9(06).
           03 DATA-SDIA            PIC 9(06).
           03 SALDO-SDIA           PIC S9(09)V99.
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
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-PES                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-SDIA               PIC X(02) VALUE ZEROS.
       01 WS-FS-VH                 PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
      *
      *    CONTAS NAO ENCERRADAS, COM O COTITULAR E O PRIMEIRO
      *    RETRATO NO SALDODIA (DATA DE INICIO ADOTADA PARA O ESTOQUE,
      *    JA QUE O CADASTRO NAO GUARDA DATA DE ABERTURA).
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CT-ITEM OCCURS 5000 TIMES.
               05 WS-CT-ID             PIC 9(09).
               05 WS-CT-NOME2          PIC X(20).
               05 WS-CT-DOC2           PIC X(11).
               05 WS-CT-PRIMEIRA-DATA  PIC 9(06).
       01 WS-CT-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-CT-POS                PIC 9(04) VALUE ZEROS.
       01 WS-CT-BUSCA              PIC 9(09) VALUE ZEROS.
      *
       01 WS-PES-TAB.
           03 WS-PES-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-PES-ITEM OCCURS 5000 TIMES.
               05 WS-PES-CPF       PIC X(11).
               05 WS-PES-NOME      PIC X(30).
       01 WS-PES-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-PES-POS               PIC 9(04) VALUE ZEROS.
      *
       01 WS-CONT-TITULAR          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-COTITULAR        PIC 9(05) VALUE ZEROS.
      *
      *    CARGA INICIAL DO VINCHIST.DAT COM O ESTOQUE DE VINCULOS
      *    EM VIGOR (TITULARES DO CONTAPESSOA E COTITULARES DO
      *    CLIENTE.DAT). RODA UMA UNICA VEZ - COM O HISTORICO JA
      *    EXISTENTE NAO FAZ NADA, POIS DAI EM DIANTE OS PROPRIOS
      *    CADASTROS E O ENCERRA-CONTA O MANTEM.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT VINCHIST.
           IF WS-FS-VH = "00"
               CLOSE VINCHIST
               DISPLAY "VINCHIST.DAT JA EXISTE - CARGA NAO REPETIDA"
               STOP RUN.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-PESSOAS.
           PERFORM CARREGA-PRIMEIRAS-DATAS.
           OPEN OUTPUT VINCHIST.
           IF WS-FS-VH NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA VINCHIST - " WS-FS-VH
               STOP RUN.
           PERFORM GRAVA-TITULARES.
           PERFORM GRAVA-COTITULAR
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE.
           CLOSE VINCHIST.
           DISPLAY "VINCULOS DE TITULAR   : " WS-CONT-TITULAR.
           DISPLAY "VINCULOS DE COTITULAR : " WS-CONT-COTITULAR.
           STOP RUN.
      *
       CARREGA-CLIENTES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM GUARDA-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       GUARDA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NOT CLI-ENCERRADA AND WS-CT-QTDE < 5000
                       ADD 1 TO WS-CT-QTDE
                       MOVE ID-CLI    TO WS-CT-ID(WS-CT-QTDE)
                       MOVE NOME-CLI2 TO WS-CT-NOME2(WS-CT-QTDE)
                       MOVE DOC-CLI2  TO WS-CT-DOC2(WS-CT-QTDE)
                       MOVE ZEROS
                           TO WS-CT-PRIMEIRA-DATA(WS-CT-QTDE)
                   END-IF
           END-READ.
      *
       LOCALIZA-CONTA.
           MOVE ZEROS TO WS-CT-POS.
           PERFORM BUSCA-CONTA
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE
                  OR WS-CT-POS NOT = ZEROS.
      *
       BUSCA-CONTA.
           IF WS-CT-ID(WS-CT-SUBS) = WS-CT-BUSCA
               MOVE WS-CT-SUBS TO WS-CT-POS
           END-IF.
      *
       CARREGA-PESSOAS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PESSOA.
           IF WS-FS-PES NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-PESSOA UNTIL WS-FIM = 'S'.
           IF WS-FS-PES = "00" OR WS-FS-PES = "10"
               CLOSE PESSOA
           END-IF.
      *
       GUARDA-PESSOA.
           READ PESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-PES-QTDE < 5000
                       ADD 1 TO WS-PES-QTDE
                       MOVE CPF-PESSOA  TO WS-PES-CPF(WS-PES-QTDE)
                       MOVE NOME-PESSOA TO WS-PES-NOME(WS-PES-QTDE)
                   END-IF
           END-READ.
      *
       LOCALIZA-PESSOA.
           MOVE ZEROS TO WS-PES-POS.
           PERFORM BUSCA-PESSOA
               VARYING WS-PES-SUBS FROM 1 BY 1
               UNTIL WS-PES-SUBS > WS-PES-QTDE
                  OR WS-PES-POS NOT = ZEROS.
      *
       BUSCA-PESSOA.
           IF WS-PES-CPF(WS-PES-SUBS) = CPF-VINC
               MOVE WS-PES-SUBS TO WS-PES-POS
           END-IF.
      *
       CARREGA-PRIMEIRAS-DATAS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT SALDODIA.
           IF WS-FS-SDIA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-PRIMEIRA-DATA UNTIL WS-FIM = 'S'.
           IF WS-FS-SDIA = "00" OR WS-FS-SDIA = "10"
               CLOSE SALDODIA
           END-IF.
      *
       GUARDA-PRIMEIRA-DATA.
           READ SALDODIA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-SDIA TO WS-CT-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-CT-POS NOT = ZEROS
                       IF WS-CT-PRIMEIRA-DATA(WS-CT-POS) = ZEROS
                          OR DATA-SDIA
                             < WS-CT-PRIMEIRA-DATA(WS-CT-POS)
                           MOVE DATA-SDIA
                               TO WS-CT-PRIMEIRA-DATA(WS-CT-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       GRAVA-TITULARES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CONTAPESSOA.
           IF WS-FS-VINC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GRAVA-TITULAR UNTIL WS-FIM = 'S'.
           IF WS-FS-VINC = "00" OR WS-FS-VINC = "10"
               CLOSE CONTAPESSOA
           END-IF.
      *
       GRAVA-TITULAR.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI-VINC TO WS-CT-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-CT-POS NOT = ZEROS
                       PERFORM LOCALIZA-PESSOA
                       MOVE CPF-VINC TO DOCUMENTO-VH
                       SET VH-TITULAR TO TRUE
                       MOVE SPACES TO NOME-VH
                       IF WS-PES-POS NOT = ZEROS
                           MOVE WS-PES-NOME(WS-PES-POS) TO NOME-VH
                       END-IF
                       PERFORM GRAVA-VINCULO
                       ADD 1 TO WS-CONT-TITULAR
                   END-IF
           END-READ.
      *
       GRAVA-COTITULAR.
           MOVE WS-CT-SUBS TO WS-CT-POS.
           IF WS-CT-DOC2(WS-CT-POS) NOT = SPACES
               MOVE WS-CT-DOC2(WS-CT-POS)  TO DOCUMENTO-VH
               SET VH-COTITULAR TO TRUE
               MOVE WS-CT-NOME2(WS-CT-POS) TO NOME-VH
               PERFORM GRAVA-VINCULO
               ADD 1 TO WS-CONT-COTITULAR
           END-IF.
      *
       GRAVA-VINCULO.
           SET VH-FISICA TO TRUE.
           MOVE WS-CT-ID(WS-CT-POS) TO ID-CLI-VH.
           MOVE WS-CT-PRIMEIRA-DATA(WS-CT-POS) TO DATA-INICIO-VH.
           IF DATA-INICIO-VH = ZEROS
               MOVE WS-HOJE TO DATA-INICIO-VH
           END-IF.
           MOVE ZEROS           TO DATA-FIM-VH.
           MOVE DATA-INICIO-VH  TO DATA-ALT-VH.
           MOVE "CARGA-VINCHI"  TO ORIGEM-VH.
           MOVE SPACES          TO OPERADOR-VH.
           WRITE REG-VINCHIST.
