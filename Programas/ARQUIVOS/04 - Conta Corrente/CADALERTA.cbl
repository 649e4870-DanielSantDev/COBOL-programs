       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADALERTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFALERTA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
      *
      *    PREFERENCIAS DE ALERTA POR CONTA - LIDAS PELO GERA-ALERTA.
      *    CADA EVENTO TEM SEU PROPRIO S/N; OS LIMITES SO VALEM PARA
      *    O EVENTO CORRESPONDENTE.
       FD PREFALERTA VALUE OF FILE-ID IS "PREFALERTA.DAT".
       01 REG-PREFALERTA.
           03 ID-CLI-PAL.
               05 AGENCIA-PAL      PIC 9(03).
               05 CONTA-PAL        PIC 9(06).
           03 ADESAO-PAL           PIC X(01).
               88 PAL-ADERIU       VALUE 'S'.
           03 AVISA-SALDO-PAL      PIC X(01).
           03 SALDO-MIN-PAL        PIC S9(09).
           03 AVISA-DEBITO-PAL     PIC X(01).
           03 DEBITO-MAX-PAL       PIC 9(09).
           03 AVISA-LIMITE-PAL     PIC X(01).
           03 AVISA-DEVOL-PAL      PIC X(01).
           03 DATA-ALT-PAL         PIC 9(06).
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
       01 WS-CHAVE-CLI.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-ADESAO                PIC X(01) VALUE 'N'.
       01 WS-AVISA-SALDO           PIC X(01) VALUE 'N'.
       01 WS-SALDO-MIN             PIC S9(09) VALUE ZEROS.
       01 WS-AVISA-DEBITO          PIC X(01) VALUE 'N'.
       01 WS-DEBITO-MAX            PIC 9(09) VALUE ZEROS.
       01 WS-AVISA-LIMITE          PIC X(01) VALUE 'N'.
       01 WS-AVISA-DEVOL           PIC X(01) VALUE 'N'.
       01 WS-RESPOSTA              PIC X(01) VALUE SPACE.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-FS-PAL                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-PAL             PIC X(01) VALUE 'N'.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
      *
      *    ADESAO DO CLIENTE AOS ALERTAS (SALDO ABAIXO DO MINIMO,
      *    DEBITO ACIMA DO VALOR ESCOLHIDO, ENTRADA NO LIMITE E CHEQUE
      *    DEVOLVIDO). O ENVIO USA TELEFONE E EMAIL DO CADENDER.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'M' PERFORM MANTEM-ALERTA
               WHEN 'C' PERFORM CONSULTA-ALERTA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE M OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (M-MANTER / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
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
       MANTEM-ALERTA.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA UNTIL WS-CONTA-VALIDA = 'S'.
           PERFORM LOCALIZA-CLIENTE.
           IF WS-ACHOU-CLI = 'N'
               DISPLAY "CONTA NAO ENCONTRADA EM CLIENTE.DAT"
               STOP RUN.
           IF CLI-ENCERRADA
               DISPLAY "CONTA ENCERRADA - ALERTA NAO PERMITIDO"
               STOP RUN.
           PERFORM ENTRA-PREFERENCIAS.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM LOCALIZA-ALERTA-IO.
           IF WS-ACHOU-PAL = 'S'
               PERFORM MOVE-DADOS-ALERTA
               REWRITE REG-PREFALERTA
               CLOSE PREFALERTA
               DISPLAY "PREFERENCIAS DE ALERTA ATUALIZADAS"
           ELSE
               OPEN EXTEND PREFALERTA
               IF WS-FS-PAL NOT EQUAL "00"
                   OPEN OUTPUT PREFALERTA
               END-IF
               IF WS-FS-PAL NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA PREFALERTA - " WS-FS-PAL
                   STOP RUN
               END-IF
               MOVE WS-CHAVE-CLI TO ID-CLI-PAL
               PERFORM MOVE-DADOS-ALERTA
               WRITE REG-PREFALERTA
               CLOSE PREFALERTA
               DISPLAY "PREFERENCIAS DE ALERTA INCLUIDAS"
           END-IF.
      *
      *    QUALQUER RESPOSTA DIFERENTE DE 'S' VALE COMO 'N'. QUEM NAO
      *    ADERE FICA COM TODOS OS EVENTOS DESLIGADOS.
       ENTRA-PREFERENCIAS.
           DISPLAY "ADERE AOS ALERTAS (S/N): ".
           ACCEPT WS-RESPOSTA.
           PERFORM NORMALIZA-RESPOSTA.
           MOVE WS-RESPOSTA TO WS-ADESAO.
           MOVE 'N' TO WS-AVISA-SALDO WS-AVISA-DEBITO
               WS-AVISA-LIMITE WS-AVISA-DEVOL.
           MOVE ZEROS TO WS-SALDO-MIN WS-DEBITO-MAX.
           IF WS-ADESAO = 'S'
               DISPLAY "AVISAR SALDO ABAIXO DO MINIMO (S/N): "
               ACCEPT WS-RESPOSTA
               PERFORM NORMALIZA-RESPOSTA
               MOVE WS-RESPOSTA TO WS-AVISA-SALDO
               IF WS-AVISA-SALDO = 'S'
                   DISPLAY "SALDO MINIMO: "
                   ACCEPT WS-SALDO-MIN
               END-IF
               DISPLAY "AVISAR DEBITO ACIMA DE UM VALOR (S/N): "
               ACCEPT WS-RESPOSTA
               PERFORM NORMALIZA-RESPOSTA
               MOVE WS-RESPOSTA TO WS-AVISA-DEBITO
               IF WS-AVISA-DEBITO = 'S'
                   DISPLAY "VALOR DO DEBITO: "
                   ACCEPT WS-DEBITO-MAX
               END-IF
               DISPLAY "AVISAR ENTRADA NO LIMITE (S/N): "
               ACCEPT WS-RESPOSTA
               PERFORM NORMALIZA-RESPOSTA
               MOVE WS-RESPOSTA TO WS-AVISA-LIMITE
               DISPLAY "AVISAR CHEQUE DEVOLVIDO (S/N): "
               ACCEPT WS-RESPOSTA
               PERFORM NORMALIZA-RESPOSTA
               MOVE WS-RESPOSTA TO WS-AVISA-DEVOL
           END-IF.
      *
       NORMALIZA-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S'
               MOVE 'N' TO WS-RESPOSTA
           END-IF.
      *
       MOVE-DADOS-ALERTA.
           MOVE WS-ADESAO       TO ADESAO-PAL.
           MOVE WS-AVISA-SALDO  TO AVISA-SALDO-PAL.
           MOVE WS-SALDO-MIN    TO SALDO-MIN-PAL.
           MOVE WS-AVISA-DEBITO TO AVISA-DEBITO-PAL.
           MOVE WS-DEBITO-MAX   TO DEBITO-MAX-PAL.
           MOVE WS-AVISA-LIMITE TO AVISA-LIMITE-PAL.
           MOVE WS-AVISA-DEVOL  TO AVISA-DEVOL-PAL.
           MOVE WS-HOJE         TO DATA-ALT-PAL.
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
       LOCALIZA-ALERTA-IO.
           MOVE 'N' TO WS-ACHOU-PAL.
           MOVE 'N' TO WS-FIM.
           OPEN I-O PREFALERTA.
           IF WS-FS-PAL NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-ALERTA
               UNTIL WS-FIM = 'S' OR WS-ACHOU-PAL = 'S'.
           IF (WS-FS-PAL = "00" OR WS-FS-PAL = "10")
              AND WS-ACHOU-PAL = 'N'
               CLOSE PREFALERTA
           END-IF.
      *
       BUSCA-ALERTA.
           READ PREFALERTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-PAL = WS-CHAVE-CLI
                       MOVE 'S' TO WS-ACHOU-PAL
                   END-IF
           END-READ.
      *
       CONSULTA-ALERTA.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA UNTIL WS-CONTA-VALIDA = 'S'.
           MOVE 'N' TO WS-ACHOU-PAL.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PREFALERTA.
           IF WS-FS-PAL NOT EQUAL "00"
               DISPLAY "PREFALERTA.DAT NAO ENCONTRADO"
               STOP RUN.
           PERFORM BUSCA-ALERTA
               UNTIL WS-FIM = 'S' OR WS-ACHOU-PAL = 'S'.
           CLOSE PREFALERTA.
           IF WS-ACHOU-PAL = 'N'
               DISPLAY "CONTA SEM ADESAO A ALERTAS"
           ELSE
               DISPLAY "ADESAO          : " ADESAO-PAL
               DISPLAY "SALDO MINIMO    : " AVISA-SALDO-PAL
                   " " SALDO-MIN-PAL
               DISPLAY "DEBITO ACIMA DE : " AVISA-DEBITO-PAL
                   " " DEBITO-MAX-PAL
               DISPLAY "ENTRADA LIMITE  : " AVISA-LIMITE-PAL
               DISPLAY "CHEQUE DEVOLVIDO: " AVISA-DEVOL-PAL
               DISPLAY "ALTERADO EM     : " DATA-ALT-PAL
           END-IF.
