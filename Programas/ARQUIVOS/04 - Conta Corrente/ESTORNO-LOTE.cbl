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
               05 WS-REV-ID.
                   07 WS-REV-AGENCIA PIC 9(03).
                   07 WS-REV-CONTA   PIC 9(06).
               05 WS-REV-VALOR       PIC S9(09)V99.
       01 WS-REV-SUBS                PIC 9(04) VALUE ZEROS.
       01 WS-REV-GUARDA              PIC 9(04) VALUE ZEROS.
      *
       01 WS-EST-SUBS                PIC 9(04) VALUE ZEROS.
       01 WS-EST-POS                 PIC 9(04) VALUE ZEROS.
      *
       01 WS-MOVIMENTO               PIC S9(09)V99 VALUE ZEROS.
       01 WS-NOVOSALDO               PIC S9(09)V99 VALUE ZEROS.
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO           PIC X(09) VALUE 'CORRECAO '.
           03 WS-DESC-STATUS         PIC X(11) VALUE SPACES.
       01 WS-CONT-REJEITADOS         PIC 9(05) VALUE ZEROS.
       01 WS-NSU                     PIC 9(09) VALUE ZEROS.
       01 WS-OPERADOR-ID             PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP                PIC X(08) VALUE SPACES.
       01 WS-NOME-OP                 PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO              PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP                PIC X(01) VALUE SPACES.
