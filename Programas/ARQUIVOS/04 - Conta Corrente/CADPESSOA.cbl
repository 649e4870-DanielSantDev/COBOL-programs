               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT VINCHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VH.
       DATA DIVISION.
       FILE SECTION.
       FD PESSOA VALUE OF FILE-ID IS "PESSOA.DAT".
       01 REG-PESSOA.
           03 CPF-PESSOA           PIC X(11).
           03 NOME-PESSOA          PIC X(30).
           03 VARRE-PESSOA         PIC X(01).
               88 VARRE-OPTANTE    VALUE 'S'.
      *
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
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
       01 WS-CPF                   PIC X(11) VALUE SPACES.
       01 WS-NOME                  PIC X(30) VALUE SPACES.
       01 WS-VARRE                 PIC X(01) VALUE 'N'.
       01 WS-CHAVE-CLI.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-FS-PES                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-VH                 PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-PESSOA          PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
      *
      *    O CADASTRO DE PESSOAS E' CHAVEADO POR CPF - UMA PESSOA PODE
      *    ESTAR VINCULADA A VARIAS CONTAS VIA CONTAPESSOA.DAT. A
      *    CONSULTA CONSOLIDADA FICA NO CONTASCPF. A ADESAO A
      *    VARREDURA AUTOMATICA DE SALDO (VARRE-SALDO) E' DA PESSOA E
      *    VALE PARA TODAS AS CONTAS VINCULADAS AO CPF.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'I' PERFORM INCLUI-PESSOA
               WHEN 'V' PERFORM VINCULA-CONTA
               WHEN 'A' PERFORM ALTERA-VARREDURA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE I, V OU A"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (I-INCLUIR PESSOA / V-VINCULAR CONTA / "
               "A-ADESAO A VARREDURA): ".
           ACCEPT WS-OPCAO.
      *
       ENTRA-CPF.
           ELSE
               DISPLAY "NOME DA PESSOA: "
               ACCEPT WS-NOME
               PERFORM ENTRA-VARREDURA
               OPEN EXTEND PESSOA
               IF WS-FS-PES NOT EQUAL "00"
                   OPEN OUTPUT PESSOA
               END-IF
               MOVE WS-CPF  TO CPF-PESSOA
               MOVE WS-NOME TO NOME-PESSOA
               MOVE WS-VARRE TO VARRE-PESSOA
               WRITE REG-PESSOA
               CLOSE PESSOA
               DISPLAY "PESSOA INCLUIDA COM SUCESSO"
           END-IF.
      *
       ENTRA-VARREDURA.
           DISPLAY "ADERE A VARREDURA AUTOMATICA DE SALDO (S/N): ".
           ACCEPT WS-VARRE.
           IF WS-VARRE NOT = 'S'
               MOVE 'N' TO WS-VARRE
           END-IF.
      *
       ALTERA-VARREDURA.
           PERFORM ENTRA-CPF.
           MOVE 'N' TO WS-ACHOU-PESSOA.
           MOVE 'N' TO WS-FIM.
           OPEN I-O PESSOA.
           IF WS-FS-PES NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PESSOA - " WS-FS-PES
               STOP RUN.
           PERFORM BUSCA-PESSOA
               UNTIL WS-FIM = 'S' OR WS-ACHOU-PESSOA = 'S'.
           IF WS-ACHOU-PESSOA = 'N'
               DISPLAY "PESSOA NAO CADASTRADA"
           ELSE
               DISPLAY "PESSOA: " NOME-PESSOA " - ADESAO ATUAL: "
                   VARRE-PESSOA
               PERFORM ENTRA-VARREDURA
               MOVE WS-VARRE TO VARRE-PESSOA
               REWRITE REG-PESSOA
               DISPLAY "ADESAO A VARREDURA ATUALIZADA PARA " WS-VARRE
           END-IF.
           CLOSE PESSOA.
      *
       LOCALIZA-PESSOA.
           MOVE 'N' TO WS-ACHOU-PESSOA.
               NOT AT END
                   IF CPF-PESSOA = WS-CPF
                       MOVE 'S' TO WS-ACHOU-PESSOA
                       MOVE NOME-PESSOA TO WS-NOME
                   END-IF
           END-READ.
      *
           CLOSE CONTAPESSOA.
           DISPLAY "CONTA " WS-AGENCIA "/" WS-CONTAG
               " VINCULADA AO CPF " WS-CPF.
           PERFORM GRAVA-INICIO-VINCULO.
      *
      *    INICIO DO RELACIONAMENTO DO CPF COMO TITULAR DA CONTA NO
      *    HISTORICO CCS.
       GRAVA-INICIO-VINCULO.
           OPEN EXTEND VINCHIST.
           IF WS-FS-VH NOT EQUAL "00"
               OPEN OUTPUT VINCHIST
           END-IF.
           IF WS-FS-VH NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA VINCHIST - " WS-FS-VH
               STOP RUN.
           MOVE WS-CPF          TO DOCUMENTO-VH.
           SET VH-FISICA        TO TRUE.
           MOVE WS-CHAVE-CLI    TO ID-CLI-VH.
           SET VH-TITULAR       TO TRUE.
           MOVE WS-NOME         TO NOME-VH.
           ACCEPT DATA-INICIO-VH FROM DATE.
           MOVE ZEROS           TO DATA-FIM-VH.
           MOVE DATA-INICIO-VH  TO DATA-ALT-VH.
           MOVE "CADPESSOA"     TO ORIGEM-VH.
           MOVE SPACES          TO OPERADOR-VH.
           WRITE REG-VINCHIST.
           CLOSE VINCHIST.
