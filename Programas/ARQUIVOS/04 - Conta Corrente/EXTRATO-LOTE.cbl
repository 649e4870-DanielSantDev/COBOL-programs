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
           03 DATA-LOG-R REDEFINES DATA-LOG.
               05 DATA-LOG-AA      PIC 9(02).
       01 WS-NR-EXTRATO            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-MOV-CONTA        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-MOV          PIC 9(05) VALUE ZEROS.
       01 WS-SALDO-CORRENTE        PIC S9(09)V99 VALUE ZEROS.
      *    STATUS QUE ALTERAM SALDO E CARREGAM O SALDO RESULTANTE EM
      *    VALOR-LOG - MESMA LISTA DO EXTRATO-CLIENTE.
       01 WS-STATUS-LOG            PIC X(11) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE "CLIENTE: ".
           05 WS-CAB-NOME          PIC X(20).
           05 FILLER               PIC X(08) VALUE " SALDO: ".
           05 WS-CAB-SALDO         PIC -9(09).99.
           05 FILLER               PIC X(30) VALUE SPACES.
       01 WS-LINHA-MOV.
           05 WS-L-DATA            PIC 99/99/99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-DESCRICAO       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-VALOR           PIC -9(09).99.
           05 FILLER               PIC X(08) VALUE " SALDO: ".
           05 WS-L-SALDO           PIC -9(09).99.
           05 FILLER               PIC X(07) VALUE SPACES.
       01 WS-LINHA-ENDER.
           05 FILLER               PIC X(10) VALUE "ENDERECO: ".
           05 WS-E-LOGRADOURO      PIC X(30).
