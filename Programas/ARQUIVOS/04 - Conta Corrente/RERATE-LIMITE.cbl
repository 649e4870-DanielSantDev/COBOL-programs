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
       FD SALDODIA VALUE OF FILE-ID IS "SALDODIA.DAT".
       01 REG-SALDODIA.
               05 DATA-SDIA-AA     PIC 9(02).
               05 DATA-SDIA-MM     PIC 9(02).
               05 DATA-SDIA-DD     PIC 9(02).
           03 SALDO-SDIA           PIC S9(09)V99.
      *
       FD RELRER VALUE OF FILE-ID IS "RELRERATE.DAT".
       01 REG-REL                  PIC X(80).
               05 WS-MED-ID.
                   07 WS-MED-AGENCIA PIC 9(03).
                   07 WS-MED-CONTA   PIC 9(06).
               05 WS-MED-SOMA      PIC S9(13)V99.
               05 WS-MED-DIAS      PIC 9(03).
       01 WS-MED-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-MED-POS               PIC 9(03) VALUE ZEROS.
       01 WS-SALDO-MEDIO           PIC S9(09)V99 VALUE ZEROS.
       01 WS-CONT-SEM-MEDIA        PIC 9(05) VALUE ZEROS.
      *
      *    TABELA DE FAIXAS DA POLITICA DE LIMITE: SALDO A PARTIR DO
           03 WS-FAIXA-4.
               05 WS-FAIXA-LIM-4   PIC S9(09) VALUE 0.
       01 WS-FAIXA-APLICADA        PIC 9(01) VALUE ZEROS.
       01 WS-NOVO-LIMITE           PIC S9(09)V99 VALUE ZEROS.
       01 WS-CONT-FAIXA-1          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-FAIXA-2          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-FAIXA-3          PIC 9(05) VALUE ZEROS.
           VALUE "===== REENQUADRAMENTO DE LIMITES POR FAIXA =====".
       01 WS-CAB2                  PIC X(80)
           VALUE
           "AGENCIA CONTA   SALDO       LIMITE ANTES  LIMITE DEPOIS FX".
       01 WS-LINHA-DET.
           05 WS-L-AGENCIA         PIC 9(03).
           05 FILLER               PIC X(04) VALUE SPACE.
           05 WS-L-CONTA           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-SALDO           PIC -9(09).99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-LIMITE-ANTES    PIC -9(09).99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-LIMITE-DEPOIS   PIC -9(09).99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-FAIXA           PIC 9(01).
      *
       PROCEDURE DIVISION.
