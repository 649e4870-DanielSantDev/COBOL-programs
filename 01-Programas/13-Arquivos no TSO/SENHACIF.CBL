       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHACIF.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    MATRICULA + SENHA, VARRIDAS CARACTER A CARACTER.
       01 WS-TEXTO.
           03 WS-TEXTO-OPER         PIC X(08).
           03 WS-TEXTO-SENHA        PIC X(08).
       01 FILLER REDEFINES WS-TEXTO.
           03 WS-TEXTO-CAR          PIC X(01) OCCURS 16 TIMES.
      *
      *    VALOR NUMERICO DO CARACTER: O BYTE VAI NA METADE BAIXA DE
      *    UM BINARIO DE DUAS POSICOES.
       01 WS-PAR.
           03 FILLER                PIC X(01) VALUE LOW-VALUE.
           03 WS-PAR-CAR            PIC X(01).
       01 WS-PAR-N REDEFINES WS-PAR PIC 9(04) COMP.
      *
       01 WS-CIF-A                  PIC 9(18) VALUE ZEROS.
       01 WS-CIF-B                  PIC 9(18) VALUE ZEROS.
       01 WS-CIF-TRAB               PIC 9(18) VALUE ZEROS.
       01 WS-CIF-QUOC               PIC 9(18) VALUE ZEROS.
       01 WS-PRIMO-A                PIC 9(09) VALUE 999999937.
       01 WS-PRIMO-B                PIC 9(09) VALUE 999999929.
       01 WS-CAR-SUBS               PIC 9(02) VALUE ZEROS.
       01 WS-PASSADA                PIC 9(01) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01 LK-OPERADOR-ID            PIC X(08).
       01 LK-SENHA                  PIC X(08).
       01 LK-CIFRA                  PIC 9(18).
      *
      *    CIFRA DE MAO UNICA DA SENHA DO OPERADOR. O OPERADOR.DAT SO
      *    GUARDA O RESULTADO; NA AUTENTICACAO A SENHA DIGITADA E'
      *    CIFRADA DE NOVO E COMPARADA. A MATRICULA ENTRA NA CONTA
      *    PARA QUE A MESMA SENHA DE DOIS OPERADORES NAO DE A MESMA
      *    CIFRA. DUAS SOMAS POLINOMIAIS MODULO PRIMOS DIFERENTES,
      *    EM TRES PASSADAS SOBRE O TEXTO.
       PROCEDURE DIVISION USING LK-OPERADOR-ID LK-SENHA LK-CIFRA.
       INICIO.
           MOVE LK-OPERADOR-ID TO WS-TEXTO-OPER.
           MOVE LK-SENHA       TO WS-TEXTO-SENHA.
           MOVE 7  TO WS-CIF-A.
           MOVE 11 TO WS-CIF-B.
           PERFORM CIFRA-PASSADA
               VARYING WS-PASSADA FROM 1 BY 1 UNTIL WS-PASSADA > 3.
           COMPUTE LK-CIFRA = WS-CIF-A * 1000000000 + WS-CIF-B.
           GOBACK.
      *
       CIFRA-PASSADA.
           PERFORM CIFRA-CARACTER
               VARYING WS-CAR-SUBS FROM 1 BY 1 UNTIL WS-CAR-SUBS > 16.
      *
       CIFRA-CARACTER.
           MOVE WS-TEXTO-CAR(WS-CAR-SUBS) TO WS-PAR-CAR.
           COMPUTE WS-CIF-TRAB = WS-CIF-A * 257 + WS-PAR-N
               + WS-CAR-SUBS + WS-CIF-B.
           DIVIDE WS-CIF-TRAB BY WS-PRIMO-A GIVING WS-CIF-QUOC
               REMAINDER WS-CIF-A.
           COMPUTE WS-CIF-TRAB = WS-CIF-B * 131
               + WS-PAR-N * WS-CAR-SUBS + WS-PASSADA + WS-CIF-A.
           DIVIDE WS-CIF-TRAB BY WS-PRIMO-B GIVING WS-CIF-QUOC
               REMAINDER WS-CIF-B.
