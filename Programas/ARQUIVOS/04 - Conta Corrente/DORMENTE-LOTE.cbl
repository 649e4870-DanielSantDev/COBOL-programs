               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
               88 CLI-ABERTA       VALUE 'A'.
               88 CLI-BLOQUEADA    VALUE 'B'.
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
           03 ID-CLI-AUD.
               05 AGENCIA-AUD      PIC 9(03).
               05 CONTA-AUD        PIC 9(06).
           03 IMAGEM-ANTES-AUD     PIC X(140).
           03 IMAGEM-DEPOIS-AUD    PIC X(140).
           03 DATA-AUD             PIC 9(06).
           03 HORA-AUD             PIC 9(08).
      *
           03 WS-DATA-DD            PIC 9(02).
       01 WS-DATA-IDX               PIC 9(05).
       01 WS-MESES-INATIVO          PIC 9(05).
       01 WS-IMAGEM-ANTES           PIC X(140) VALUE SPACES.
      *
       01 WS-STATUS-LOG             PIC X(11) VALUE SPACES.
           88 LOG-MOV-POSTADO       VALUE "ATUALIZADO ",
