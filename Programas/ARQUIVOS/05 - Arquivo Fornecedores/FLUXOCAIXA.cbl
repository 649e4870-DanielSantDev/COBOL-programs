            03  STATUS-MOVFOR  PIC  X(01).
                88 MOVFOR-ABERTO   VALUE 'A'.
                88 MOVFOR-PAGO     VALUE 'P'.
            03  NF-FOR         PIC  9(09).
            03  EMISSAO-FOR    PIC  9(06).
            03  PARCELA-FOR    PIC  9(02).
            03  QTDE-PARC-FOR  PIC  9(02).
      *
       FD  ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
       01  REG-FOR.
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
       FD RELFLU VALUE OF FILE-ID IS "RELFLUXO.DAT".
       01 REG-REL                  PIC X(80).
       01 WS-TOT-D90               PIC S9(11) VALUE ZEROS.
       01 WS-TOT-GERAL             PIC S9(11) VALUE ZEROS.
      *
       01 WS-TOTAL-CLIENTES        PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-FORNECEDORES    PIC S9(11) VALUE ZEROS.
       01 WS-POSICAO-LIQUIDA       PIC S9(11)V99 VALUE ZEROS.
       01 WS-FOLGA                 PIC S9(11)V99 VALUE ZEROS.
      *
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-FOR                PIC X(02) VALUE ZEROS.
