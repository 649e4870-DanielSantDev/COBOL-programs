           03 ORIGEM-JOR           PIC X(10).
           03 IDENT-JOR            PIC 9(09).
           03 DESCRICAO-JOR        PIC X(20).
           03 VALOR-JOR            PIC S9(09)V99.
           03 CONTA-DEB-JOR        PIC 9(04).
           03 CONTA-CRED-JOR       PIC 9(04).
           03 NSU-JOR              PIC 9(09).
               05 WS-BAL-CHAVE.
                   07 WS-BAL-DATA  PIC 9(06).
                   07 WS-BAL-CONTA PIC 9(04).
               05 WS-BAL-DEBITOS   PIC S9(13)V99.
               05 WS-BAL-CREDITOS  PIC S9(13)V99.
       01 WS-BAL-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-BAL-POS               PIC 9(03) VALUE ZEROS.
       01 WS-CHAVE-BUSCA.
           03 WS-BUSCA-DATA        PIC 9(06).
           03 WS-BUSCA-CONTA       PIC 9(04).
       01 WS-VALOR-ABS             PIC 9(09)V99 VALUE ZEROS.
      *
       01 WS-PLANO-TAB.
           03 WS-PLANO-QTDE        PIC 9(03) VALUE ZEROS.
       01 WS-PLANO-SUBS            PIC 9(03) VALUE ZEROS.
       01 WS-NOME-CONTA            PIC X(30) VALUE SPACES.
      *
       01 WS-TOTAL-DEBITOS         PIC S9(13)V99 VALUE ZEROS.
       01 WS-TOTAL-CREDITOS        PIC S9(13)V99 VALUE ZEROS.
       01 WS-CONT-LANCAMENTOS      PIC 9(07) VALUE ZEROS.
      *
       01 WS-CAB1                  PIC X(80)
           VALUE "===== BALANCETE DIARIO POR CONTA CONTABIL =====".
       01 WS-CAB2                  PIC X(80)
           VALUE
           "DATA     CONTA NOME                                  DEBITOS
      -    "          CREDITOS".
       01 WS-LINHA-DET.
           05 WS-L-DATA            PIC 99/99/99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-CONTA           PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-L-NOME            PIC X(27).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-DEBITOS         PIC -Z(12)9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-CREDITOS        PIC -Z(12)9.99.
      *
       PROCEDURE DIVISION.
       INICIO.
