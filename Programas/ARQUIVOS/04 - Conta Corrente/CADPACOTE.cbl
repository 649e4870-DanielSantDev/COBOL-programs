       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPACOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACOTE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAC.
           SELECT CONTAPACOTE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CPAC.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
      *
      *    CADASTRO DE PACOTES DE SERVICO (BASICO, PADRAO, PREMIUM...):
      *    MENSALIDADE COBRADA NO FECHAMENTO DO MES E FRANQUIA MENSAL
      *    DE SAQUES, TRANSFERENCIAS E CHEQUES - O QUE PASSA DA
      *    FRANQUIA PAGA A TARIFA AVULSA DO PACOTE.
       FD PACOTE VALUE OF FILE-ID IS "PACOTE.DAT".
       01 REG-PACOTE.
           03 CODIGO-PAC           PIC 9(02).
           03 NOME-PAC             PIC X(15).
           03 MENSALIDADE-PAC      PIC 9(07).
           03 FRANQ-SAQUE-PAC      PIC 9(03).
           03 FRANQ-TRANSF-PAC     PIC 9(03).
           03 FRANQ-CHEQUE-PAC     PIC 9(03).
           03 TARIFA-SAQUE-PAC     PIC 9(05).
           03 TARIFA-TRANSF-PAC    PIC 9(05).
           03 TARIFA-CHEQUE-PAC    PIC 9(05).
      *
      *    PACOTE DE CADA CONTA - UM REGISTRO POR CONTA.
       FD CONTAPACOTE VALUE OF FILE-ID IS "CONTAPACOTE.DAT".
       01 REG-CONTAPACOTE.
           03 ID-CLI-CPAC.
               05 AGENCIA-CPAC     PIC 9(03).
               05 CONTA-CPAC       PIC 9(06).
           03 CODIGO-PAC-CPAC      PIC 9(02).
           03 DATA-ADESAO-CPAC     PIC 9(06).
      *
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
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-CODIGO-PAC            PIC 9(02) VALUE ZEROS.
       01 WS-NOME-PAC              PIC X(15) VALUE SPACES.
       01 WS-MENSALIDADE           PIC 9(07) VALUE ZEROS.
       01 WS-FRANQ-SAQUE           PIC 9(03) VALUE ZEROS.
       01 WS-FRANQ-TRANSF          PIC 9(03) VALUE ZEROS.
       01 WS-FRANQ-CHEQUE          PIC 9(03) VALUE ZEROS.
       01 WS-TARIFA-SAQUE          PIC 9(05) VALUE ZEROS.
       01 WS-TARIFA-TRANSF         PIC 9(05) VALUE ZEROS.
       01 WS-TARIFA-CHEQUE         PIC 9(05) VALUE ZEROS.
       01 WS-CHAVE-CLI.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-FS-PAC                PIC X(02) VALUE ZEROS.
       01 WS-FS-CPAC               PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-PAC             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CPAC            PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
      *
      *    A TROCA DE PACOTE VALE A PARTIR DO PROXIMO LOTE: A FRANQUIA
      *    DO PACOTE NOVO E' APLICADA SOBRE O USO JA ACUMULADO NO MES.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'I' PERFORM MANTEM-PACOTE
               WHEN 'A' PERFORM ATRIBUI-PACOTE
               WHEN 'L' PERFORM LISTA-PACOTES
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE I, A OU L"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (I-INCLUIR/ALTERAR PACOTE / "
               "A-ATRIBUIR PACOTE A CONTA / L-LISTAR PACOTES): ".
           ACCEPT WS-OPCAO.
      *
       MANTEM-PACOTE.
           DISPLAY "CODIGO DO PACOTE (99): ".
           ACCEPT WS-CODIGO-PAC.
           DISPLAY "NOME DO PACOTE: ".
           ACCEPT WS-NOME-PAC.
           DISPLAY "MENSALIDADE: ".
           ACCEPT WS-MENSALIDADE.
           DISPLAY "FRANQUIA MENSAL DE SAQUES: ".
           ACCEPT WS-FRANQ-SAQUE.
           DISPLAY "FRANQUIA MENSAL DE TRANSFERENCIAS: ".
           ACCEPT WS-FRANQ-TRANSF.
           DISPLAY "FRANQUIA MENSAL DE CHEQUES: ".
           ACCEPT WS-FRANQ-CHEQUE.
           DISPLAY "TARIFA POR SAQUE EXCEDENTE: ".
           ACCEPT WS-TARIFA-SAQUE.
           DISPLAY "TARIFA POR TRANSFERENCIA EXCEDENTE: ".
           ACCEPT WS-TARIFA-TRANSF.
           DISPLAY "TARIFA POR CHEQUE EXCEDENTE: ".
           ACCEPT WS-TARIFA-CHEQUE.
           PERFORM LOCALIZA-PACOTE-IO.
           IF WS-ACHOU-PAC = 'S'
               PERFORM MOVE-DADOS-PACOTE
               REWRITE REG-PACOTE
               CLOSE PACOTE
               DISPLAY "PACOTE " WS-CODIGO-PAC " ALTERADO"
           ELSE
               OPEN EXTEND PACOTE
               IF WS-FS-PAC NOT EQUAL "00"
                   OPEN OUTPUT PACOTE
               END-IF
               IF WS-FS-PAC NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA PACOTE - " WS-FS-PAC
                   STOP RUN
               END-IF
               MOVE WS-CODIGO-PAC TO CODIGO-PAC
               PERFORM MOVE-DADOS-PACOTE
               WRITE REG-PACOTE
               CLOSE PACOTE
               DISPLAY "PACOTE " WS-CODIGO-PAC " INCLUIDO"
           END-IF.
      *
       MOVE-DADOS-PACOTE.
           MOVE WS-NOME-PAC     TO NOME-PAC.
           MOVE WS-MENSALIDADE  TO MENSALIDADE-PAC.
           MOVE WS-FRANQ-SAQUE  TO FRANQ-SAQUE-PAC.
           MOVE WS-FRANQ-TRANSF TO FRANQ-TRANSF-PAC.
           MOVE WS-FRANQ-CHEQUE TO FRANQ-CHEQUE-PAC.
           MOVE WS-TARIFA-SAQUE TO TARIFA-SAQUE-PAC.
           MOVE WS-TARIFA-TRANSF TO TARIFA-TRANSF-PAC.
           MOVE WS-TARIFA-CHEQUE TO TARIFA-CHEQUE-PAC.
      *
       LOCALIZA-PACOTE-IO.
           MOVE 'N' TO WS-ACHOU-PAC.
           MOVE 'N' TO WS-FIM.
           OPEN I-O PACOTE.
           IF WS-FS-PAC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-PACOTE
               UNTIL WS-FIM = 'S' OR WS-ACHOU-PAC = 'S'.
           IF (WS-FS-PAC = "00" OR WS-FS-PAC = "10")
              AND WS-ACHOU-PAC = 'N'
               CLOSE PACOTE
           END-IF.
      *
       BUSCA-PACOTE.
           READ PACOTE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CODIGO-PAC = WS-CODIGO-PAC
                       MOVE 'S' TO WS-ACHOU-PAC
                   END-IF
           END-READ.
      *
       ENTRA-CONTA.
           DISPLAY "AGENCIA DA CONTA: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTAG.
           CALL "CONTADIG" USING WS-AGENCIA WS-CONTAG
               WS-CONTA-VALIDA.
           IF WS-CONTA-VALIDA NOT = 'S'
               DISPLAY "CONTA INVALIDA - DIGITO NAO CONFERE"
           END-IF.
      *
       ATRIBUI-PACOTE.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA UNTIL WS-CONTA-VALIDA = 'S'.
           PERFORM LOCALIZA-CLIENTE.
           IF WS-ACHOU-CLI = 'N'
               DISPLAY "CONTA NAO ENCONTRADA EM CLIENTE.DAT"
               STOP RUN.
           DISPLAY "CODIGO DO PACOTE: ".
           ACCEPT WS-CODIGO-PAC.
           PERFORM LOCALIZA-PACOTE-IO.
           IF WS-ACHOU-PAC = 'N'
               DISPLAY "PACOTE " WS-CODIGO-PAC " NAO CADASTRADO"
               STOP RUN.
           MOVE NOME-PAC TO WS-NOME-PAC.
           CLOSE PACOTE.
           PERFORM LOCALIZA-CONTAPACOTE-IO.
           IF WS-ACHOU-CPAC = 'S'
               MOVE WS-CODIGO-PAC TO CODIGO-PAC-CPAC
               MOVE WS-HOJE       TO DATA-ADESAO-CPAC
               REWRITE REG-CONTAPACOTE
               CLOSE CONTAPACOTE
               DISPLAY "CONTA " WS-AGENCIA "/" WS-CONTAG
                   " MIGRADA PARA O PACOTE " WS-CODIGO-PAC " - "
                   WS-NOME-PAC
           ELSE
               OPEN EXTEND CONTAPACOTE
               IF WS-FS-CPAC NOT EQUAL "00"
                   OPEN OUTPUT CONTAPACOTE
               END-IF
               IF WS-FS-CPAC NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA CONTAPACOTE - "
                       WS-FS-CPAC
                   STOP RUN
               END-IF
               MOVE WS-CHAVE-CLI  TO ID-CLI-CPAC
               MOVE WS-CODIGO-PAC TO CODIGO-PAC-CPAC
               MOVE WS-HOJE       TO DATA-ADESAO-CPAC
               WRITE REG-CONTAPACOTE
               CLOSE CONTAPACOTE
               DISPLAY "CONTA " WS-AGENCIA "/" WS-CONTAG
                   " ADERIU AO PACOTE " WS-CODIGO-PAC " - "
                   WS-NOME-PAC
           END-IF.
      *
       LOCALIZA-CLIENTE.
           MOVE 'N' TO WS-ACHOU-CLI.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM BUSCA-CLIENTE
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CLI = 'S'.
           CLOSE CADCLI.
      *
       BUSCA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF AGENCIA-CLI = WS-AGENCIA AND CONTA-CLI = WS-CONTAG
                       MOVE 'S' TO WS-ACHOU-CLI
                   END-IF
           END-READ.
      *
       LOCALIZA-CONTAPACOTE-IO.
           MOVE 'N' TO WS-ACHOU-CPAC.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CONTAPACOTE.
           IF WS-FS-CPAC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-CONTAPACOTE
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CPAC = 'S'.
           IF (WS-FS-CPAC = "00" OR WS-FS-CPAC = "10")
              AND WS-ACHOU-CPAC = 'N'
               CLOSE CONTAPACOTE
           END-IF.
      *
       BUSCA-CONTAPACOTE.
           READ CONTAPACOTE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-CPAC = WS-CHAVE-CLI
                       MOVE 'S' TO WS-ACHOU-CPAC
                   END-IF
           END-READ.
      *
       LISTA-PACOTES.
           OPEN INPUT PACOTE.
           IF WS-FS-PAC NOT EQUAL "00"
               DISPLAY "PACOTE.DAT NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "===== PACOTES DE SERVICO =====".
           DISPLAY "COD NOME            MENSAL  FRANQ S/T/C  "
               "TARIFA S/T/C".
           PERFORM LISTA-PACOTE UNTIL WS-FIM = 'S'.
           CLOSE PACOTE.
           DISPLAY "PACOTES LISTADOS: " WS-CONT-LISTADOS.
      *
       LISTA-PACOTE.
           READ PACOTE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   DISPLAY CODIGO-PAC "  " NOME-PAC " " MENSALIDADE-PAC
                       " " FRANQ-SAQUE-PAC "/" FRANQ-TRANSF-PAC "/"
                       FRANQ-CHEQUE-PAC " " TARIFA-SAQUE-PAC "/"
                       TARIFA-TRANSF-PAC "/" TARIFA-CHEQUE-PAC
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
