           03 ID-ANT.
               05 AGENCIA-ANT      PIC 9(03).
               05 CONTA-ANT        PIC 9(06).
           03 SALDO-ANT            PIC S9(09)V99.
           03 DATA-ANT             PIC 9(06).
      *
       FD MOVLOG VALUE OF FILE-ID IS "LOGMOV.DAT".
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
               05 AGENCIA-LOG-H    PIC 9(03).
               05 CONTA-LOG-H      PIC 9(06).
           03 DESCRICAO-LOG-H      PIC X(20).
           03 VALOR-LOG-H          PIC S9(09)V99.
           03 DATA-LOG-H           PIC 9(06).
           03 HORA-LOG-H           PIC 9(08).
           03 NSU-LOG-H            PIC 9(09).
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
       FD RELREC VALUE OF FILE-ID IS "RELRECUPERA.DAT".
       01 REG-REL                  PIC X(80).
               05 WS-REC-ID.
                   07 WS-REC-AGENCIA PIC 9(03).
                   07 WS-REC-CONTA   PIC 9(06).
               05 WS-REC-SALDO     PIC S9(09)V99.
       01 WS-REC-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-REC-POS               PIC 9(03) VALUE ZEROS.
       01 WS-ID-BUSCA              PIC 9(09) VALUE ZEROS.
       01 WS-SALDO-ENTRADA         PIC S9(09)V99 VALUE ZEROS.
       01 WS-DIFERENCA             PIC S9(09)V99 VALUE ZEROS.
      *
       01 WS-STATUS-LOG            PIC X(11) VALUE SPACES.
           88 LOG-MOV-POSTADO      VALUE "ATUALIZADO ",
           VALUE "===== RECONSTRUCAO DE SALDOS X CLIENTE.DAT =====".
       01 WS-CAB2                  PIC X(80)
           VALUE
           "AGENCIA CONTA   RECONSTRUIDO   ATUAL           DIFERENCA".
       01 WS-LINHA-DET.
           05 WS-L-AGENCIA         PIC 9(03).
           05 FILLER               PIC X(04) VALUE SPACE.
           05 WS-L-CONTA           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-L-RECONSTRUIDO    PIC -9(09).99.
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-L-ATUAL           PIC -9(09).99.
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-L-DIFERENCA       PIC -9(09).99.
      *
       PROCEDURE DIVISION.
       INICIO.
