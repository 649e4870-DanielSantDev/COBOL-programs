       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTDIG.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DADOS.
           05 WS-BASE-COD           PIC 9(08).
           05 WS-BASE-COD-R REDEFINES WS-BASE-COD.
               10 WS-BASE-COD-D     PIC 9(01) OCCURS 8 TIMES.
           05 WS-PESOS-COD          PIC X(08) VALUE '98765432'.
           05 WS-PESOS-COD-R REDEFINES WS-PESOS-COD.
               10 WS-PESOS-COD-T    PIC 9(01) OCCURS 8 TIMES.
           05 WS-LACO-COD           PIC 9(02).
           05 WS-RESULT-COD         PIC 9(03).
           05 WS-QUOC-COD           PIC 9(03).
      *
       LINKAGE SECTION.
       01 LK-BASE-COD               PIC 9(08).
       01 LK-DIGITO-COD             PIC 9(01).
       01 LK-COD-VALIDO             PIC X(01).
       01 LK-DIGITO-CALC            PIC 9(01).
      *
      *    DIGITO DO CODIGO DE VERIFICACAO DA CERTIDAO DE HISTORICO -
      *    MODULO 11 COM PESOS 9 A 2, NA MESMA REGRA DO MATRICDIG.
      *    DEVOLVE O DIGITO CALCULADO (PARA A EMISSAO) E S/N CONFORME
      *    O DIGITO INFORMADO CONFERE (PARA A VERIFICACAO).
       PROCEDURE DIVISION USING LK-BASE-COD LK-DIGITO-COD
               LK-COD-VALIDO LK-DIGITO-CALC.
       PROCEDIMENTO-PRINCIPAL.
           MOVE LK-BASE-COD TO WS-BASE-COD.
           MOVE 0 TO WS-RESULT-COD.
           PERFORM SOMA-PESO
               VARYING WS-LACO-COD FROM 1 BY 1 UNTIL WS-LACO-COD > 8.
           DIVIDE WS-RESULT-COD BY 11 GIVING WS-QUOC-COD
               REMAINDER WS-RESULT-COD.
           IF WS-RESULT-COD < 2
              MOVE 0 TO LK-DIGITO-CALC
           ELSE
              COMPUTE LK-DIGITO-CALC = 11 - WS-RESULT-COD
           END-IF.
           IF LK-DIGITO-CALC = LK-DIGITO-COD
              MOVE 'S' TO LK-COD-VALIDO
           ELSE
              MOVE 'N' TO LK-COD-VALIDO
           END-IF.
           GOBACK.
      *
       SOMA-PESO.
           COMPUTE WS-RESULT-COD = WS-RESULT-COD +
               WS-BASE-COD-D(WS-LACO-COD) * WS-PESOS-COD-T(WS-LACO-COD).
