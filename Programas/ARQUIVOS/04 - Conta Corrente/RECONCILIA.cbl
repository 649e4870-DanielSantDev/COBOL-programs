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
       FD MOVIM VALUE OF FILE-ID IS "MOVIMENTO.DAT".
       01 REG-MOV.
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
           03 TIPO-REG-MOV         PIC X(02).
               88 REG-MOV-HEADER   VALUE 'HD'.
               88 REG-MOV-TRAILER  VALUE 'TR'.
           03 DADOS-CTL-MOV        PIC X(28).
      *
      *    RETRATO POR CONTA DO SALDO ANTES DO LOTE - ALEM DE FECHAR A
      *    RECONCILIACAO DO DIA, E' O PONTO DE PARTIDA DO RECUPERA-
           03 ID-ANT.
               05 AGENCIA-ANT      PIC 9(03).
               05 CONTA-ANT        PIC 9(06).
           03 SALDO-ANT            PIC S9(09)V99.
           03 DATA-ANT             PIC 9(06).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-ANT                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-MODO                  PIC X(01) VALUE SPACES.
       01 WS-TOTAL-ANTES           PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-DEPOIS          PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-MOVIMENTOS      PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-ESPERADO        PIC S9(11)V99 VALUE ZEROS.
       01 WS-DIFERENCA             PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-SNAPSHOT        PIC S9(11)V99 VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
