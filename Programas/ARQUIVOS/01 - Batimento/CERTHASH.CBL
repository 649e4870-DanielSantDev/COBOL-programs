       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTHASH.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TEXTO                  PIC X(47).
       01 FILLER REDEFINES WS-TEXTO.
           03 WS-TEXTO-CAR          PIC X(01) OCCURS 47 TIMES.
      *
      *    VALOR NUMERICO DO CARACTER: O BYTE VAI NA METADE BAIXA DE
      *    UM BINARIO DE DUAS POSICOES.
       01 WS-PAR.
           03 FILLER                PIC X(01) VALUE LOW-VALUE.
           03 WS-PAR-CAR            PIC X(01).
       01 WS-PAR-N REDEFINES WS-PAR PIC 9(04) COMP.
      *
       01 WS-SOMA-A                 PIC 9(18) VALUE ZEROS.
       01 WS-SOMA-B                 PIC 9(18) VALUE ZEROS.
       01 WS-SOMA-TRAB              PIC 9(18) VALUE ZEROS.
       01 WS-SOMA-QUOC              PIC 9(18) VALUE ZEROS.
       01 WS-PRIMO-A                PIC 9(09) VALUE 999999937.
       01 WS-PRIMO-B                PIC 9(09) VALUE 999999929.
       01 WS-CAR-SUBS               PIC 9(02) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01 LK-REG-HIST               PIC X(47).
       01 LK-RESUMO                 PIC 9(18).
      *
      *    RESUMO (HASH) DO HISTORICO ESCOLAR PARA A CERTIDAO: O
      *    CHAMADOR COMECA COM ZEROS E PASSA, NA ORDEM DO HISTESC.DAT,
      *    CADA REGISTRO DO ALUNO. QUALQUER ALTERACAO DE NOTA,
      *    FREQUENCIA, PERIODO OU DISCIPLINA - OU REGISTRO A MAIS OU A
      *    MENOS - MUDA O RESULTADO. DUAS SOMAS POLINOMIAIS MODULO
      *    PRIMOS DIFERENTES, COMO NO SENHACIF.
       PROCEDURE DIVISION USING LK-REG-HIST LK-RESUMO.
       INICIO.
           MOVE LK-REG-HIST TO WS-TEXTO.
           DIVIDE LK-RESUMO BY 1000000000 GIVING WS-SOMA-A
               REMAINDER WS-SOMA-B.
           PERFORM RESUME-CARACTER
               VARYING WS-CAR-SUBS FROM 1 BY 1 UNTIL WS-CAR-SUBS > 47.
           COMPUTE LK-RESUMO = WS-SOMA-A * 1000000000 + WS-SOMA-B.
           GOBACK.
      *
       RESUME-CARACTER.
           MOVE WS-TEXTO-CAR(WS-CAR-SUBS) TO WS-PAR-CAR.
           COMPUTE WS-SOMA-TRAB = WS-SOMA-A * 257 + WS-PAR-N
               + WS-CAR-SUBS + WS-SOMA-B.
           DIVIDE WS-SOMA-TRAB BY WS-PRIMO-A GIVING WS-SOMA-QUOC
               REMAINDER WS-SOMA-A.
           COMPUTE WS-SOMA-TRAB = WS-SOMA-B * 131
               + WS-PAR-N * WS-CAR-SUBS + WS-SOMA-A.
           DIVIDE WS-SOMA-TRAB BY WS-PRIMO-B GIVING WS-SOMA-QUOC
               REMAINDER WS-SOMA-B.
