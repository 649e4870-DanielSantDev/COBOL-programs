           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS.
           SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
              ORGANIZATION IS SEQUENTIAL
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
       FD OPERLOG.
       01 REG-OPERLOG.
      *
      *    TRILHA DE AUDITORIA DO CADASTRO: IMAGEM ANTES E DEPOIS DE
      *    CADA REGRAVACAO DE CLIENTE.DAT, COM OPERADOR E HORARIO.
      *    O CAMPO DE IMAGEM COMPORTA O REGISTRO UNICO DE CLIENTE
      *    (140 POSICOES), COMUM AO TSO, AO SEQUENCIAL E AO VSAM.
       FD AUDCLI.
       01 REG-AUDCLI.
           03 OPERADOR-AUD      PIC X(08).
           03 ID-CLI-AUD.
               05 AGENCIA-AUD   PIC 9(03).
               05 CONTA-AUD     PIC 9(06).
           03 IMAGEM-ANTES-AUD  PIC X(140).
           03 IMAGEM-DEPOIS-AUD PIC X(140).
           03 DATA-AUD          PIC 9(06).
           03 HORA-AUD          PIC 9(08).
      *
       01 WS-FS-LOG         PIC X(02) VALUE ZEROS.
       01 WS-TEM-OPERLOG    PIC X(01) VALUE 'N'.
       01 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP       PIC X(08) VALUE SPACES.
       01 WS-NOME-OP        PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP       PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS     PIC 9(01) VALUE 0.
       01 WS-FS-AUD         PIC X(02) VALUE ZEROS.
       01 WS-IMAGEM-ANTES   PIC X(140) VALUE SPACES.
       01 WS-IMAGEM-DEPOIS  PIC X(140) VALUE SPACES.
       01 WS-PRC-ACAO       PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA   PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE  PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO   PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO = 'S'
               PERFORM VERIFICA-LOTE-EM-CURSO
               IF PRC-LOTE-EM-CURSO
                   GOBACK
               END-IF
               ACCEPT WS-AGENCIA
               ACCEPT WS-CONTA
               ACCEPT WS-NOME
                   MOVE 'N' TO WS-AUTORIZADO
                   DISPLAY "OPERADOR SEM ALCADA DE MANUTENCAO"
           END-EVALUATE.
      *
      *    ENQUANTO O LANCAMENTO DO LOTE REGRAVA CLIENTE.DAT O
      *    CADASTRO FICA SO PARA CONSULTA - ALTERACAO FEITA AGORA
      *    SERIA PERDIDA NA REGRAVACAO DO LOTE.
       VERIFICA-LOTE-EM-CURSO.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "LOTE " WS-PRC-DATA-LOTE " EM PROCESSAMENTO ("
                   WS-PRC-PROGRAMA ") - CLIENTE.DAT SO PARA CONSULTA"
           END-IF.
      *
       ABRE-ARQ.
           OPEN I-O CADCLI.
               PERFORM GRAVA-OPERLOG
           END-IF.
       LER-REG.
           MOVE WS-AGENCIA TO AGENCIA-CLI.
           MOVE WS-CONTA   TO CONTA-CLI.
           READ CADCLI
               INVALID KEY
                   MOVE 'S' TO WS-FIM
               NOT INVALID KEY
                   MOVE 'A'          TO WS-FIM
                   MOVE SPACES       TO WS-IMAGEM-ANTES
                   MOVE REG-CLI TO WS-IMAGEM-ANTES
                   MOVE WS-NOME TO NOME-CLI
                   REWRITE REG-CLI
                   MOVE SPACES       TO WS-IMAGEM-DEPOIS
                   MOVE REG-CLI TO WS-IMAGEM-DEPOIS
                   PERFORM GRAVA-AUDITORIA
           END-READ.
      *
