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
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CC-NOME           PIC X(20).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CC-SALDO          PIC -9(09).99.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CC-LIMITE         PIC -9(09).99.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CC-STATUS         PIC X(01).
      *    COLUNAS DE ENDERECO ANEXADAS A LINHA DO CLIENTE QUANDO O
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CE-CEP            PIC 9(08).
       01 WS-LINHA-CLI-COMPLETA.
           05 WS-LINHA-CLI-BASE    PIC X(61).
           05 WS-LINHA-CLI-ENDER   PIC X(33).
       01 WS-LINHA-LOG-CSV.
           05 WS-LC-AGENCIA        PIC 9(03).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-LC-DESCRICAO      PIC X(20).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-LC-VALOR          PIC -9(09).99.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-LC-DATA           PIC 9(06).
           05 FILLER               PIC X(01) VALUE ",".
