       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETODIG.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DADOS.
           05 WS-LINHA              PIC X(47).
           05 FILLER REDEFINES WS-LINHA.
               10 WS-LINHA-D        PIC 9(01) OCCURS 47 TIMES.
      *
           05 WS-BARRA              PIC X(44).
           05 FILLER REDEFINES WS-BARRA.
               10 WS-BARRA-D        PIC 9(01) OCCURS 44 TIMES.
      *
           05 WS-LACO1              PIC 9(02) VALUE 0.
           05 WS-INICIO             PIC 9(02) VALUE 0.
           05 WS-FIM                PIC 9(02) VALUE 0.
           05 WS-PESO               PIC 9(02) VALUE 0.
           05 WS-PRODUTO            PIC 9(02) VALUE 0.
           05 WS-RESULTADO          PIC 9(04) VALUE 0.
           05 WS-DIGITO-CALC        PIC 9(02) VALUE 0.
           05 WS-CAMPOS-OK          PIC X(01) VALUE 'S'.
      *
       LINKAGE SECTION.
       01 LK-LINHA                  PIC X(47).
       01 LK-LINHA-VALIDA           PIC X(01).
      *
      *    LINHA DIGITAVEL DO BOLETO (47 DIGITOS): OS TRES PRIMEIROS
      *    CAMPOS TEM DV MODULO 10 (POSICOES 10, 21 E 32); A POSICAO
      *    33 E' O DV GERAL MODULO 11, CALCULADO SOBRE O CODIGO DE
      *    BARRAS DE 44 POSICOES REMONTADO A PARTIR DA LINHA. AS
      *    POSICOES 34-37 (FATOR DE VENCIMENTO) E 38-47 (VALOR) SAO
      *    EXTRAIDAS PELO CHAMADOR.
       PROCEDURE DIVISION USING LK-LINHA LK-LINHA-VALIDA.
       PROCEDIMENTO-INICIAL.
           MOVE 'N' TO LK-LINHA-VALIDA.
           IF LK-LINHA IS NOT NUMERIC
               GOBACK
           END-IF.
           MOVE LK-LINHA TO WS-LINHA.
           MOVE 'S' TO WS-CAMPOS-OK.
      *
       PROCEDIMENTO-PRINCIPAL.
           MOVE 1 TO WS-INICIO.
           MOVE 9 TO WS-FIM.
           PERFORM CALCULA-MODULO10.
           IF WS-DIGITO-CALC NOT = WS-LINHA-D(10)
               MOVE 'N' TO WS-CAMPOS-OK
           END-IF.
           MOVE 11 TO WS-INICIO.
           MOVE 20 TO WS-FIM.
           PERFORM CALCULA-MODULO10.
           IF WS-DIGITO-CALC NOT = WS-LINHA-D(21)
               MOVE 'N' TO WS-CAMPOS-OK
           END-IF.
           MOVE 22 TO WS-INICIO.
           MOVE 31 TO WS-FIM.
           PERFORM CALCULA-MODULO10.
           IF WS-DIGITO-CALC NOT = WS-LINHA-D(32)
               MOVE 'N' TO WS-CAMPOS-OK
           END-IF.
      *
           MOVE WS-LINHA(1:4)   TO WS-BARRA(1:4).
           MOVE WS-LINHA(33:1)  TO WS-BARRA(5:1).
           MOVE WS-LINHA(34:14) TO WS-BARRA(6:14).
           MOVE WS-LINHA(5:5)   TO WS-BARRA(20:5).
           MOVE WS-LINHA(11:10) TO WS-BARRA(25:10).
           MOVE WS-LINHA(22:10) TO WS-BARRA(35:10).
           PERFORM CALCULA-MODULO11.
      *
       PROCEDIMENTO-FINAL.
           IF WS-CAMPOS-OK = 'S'
              AND WS-DIGITO-CALC = WS-BARRA-D(5)
              MOVE 'S' TO LK-LINHA-VALIDA
           ELSE
              MOVE 'N' TO LK-LINHA-VALIDA
           END-IF.
           GOBACK.
      *
      *    MODULO 10: PESOS 2,1,2,1... DA DIREITA PARA A ESQUERDA;
      *    PRODUTO DE DOIS DIGITOS SOMA OS DIGITOS (12 -> 1+2).
       CALCULA-MODULO10.
           MOVE 0 TO WS-RESULTADO.
           MOVE 2 TO WS-PESO.
           PERFORM VARYING WS-LACO1 FROM WS-FIM BY -1
                   UNTIL WS-LACO1 < WS-INICIO
               COMPUTE WS-PRODUTO = WS-LINHA-D(WS-LACO1) * WS-PESO
               IF WS-PRODUTO > 9
                   SUBTRACT 9 FROM WS-PRODUTO
               END-IF
               ADD WS-PRODUTO TO WS-RESULTADO
               IF WS-PESO = 2
                   MOVE 1 TO WS-PESO
               ELSE
                   MOVE 2 TO WS-PESO
               END-IF
           END-PERFORM.
           COMPUTE WS-RESULTADO = FUNCTION REM (WS-RESULTADO, 10).
           IF WS-RESULTADO = 0
              MOVE 0 TO WS-DIGITO-CALC
           ELSE
              COMPUTE WS-DIGITO-CALC = 10 - WS-RESULTADO
           END-IF.
      *
      *    MODULO 11 DO CODIGO DE BARRAS: PESOS 2 A 9 DA DIREITA PARA
      *    A ESQUERDA, PULANDO A POSICAO 5 (O PROPRIO DV). RESULTADO
      *    0, 10 OU 11 VIRA 1.
       CALCULA-MODULO11.
           MOVE 0 TO WS-RESULTADO.
           MOVE 2 TO WS-PESO.
           PERFORM VARYING WS-LACO1 FROM 44 BY -1
                   UNTIL WS-LACO1 < 1
               IF WS-LACO1 NOT = 5
                   COMPUTE WS-RESULTADO = WS-RESULTADO +
                       WS-BARRA-D(WS-LACO1) * WS-PESO
                   IF WS-PESO = 9
                       MOVE 2 TO WS-PESO
                   ELSE
                       ADD 1 TO WS-PESO
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-RESULTADO = FUNCTION REM (WS-RESULTADO, 11).
           COMPUTE WS-DIGITO-CALC = 11 - WS-RESULTADO.
           IF WS-DIGITO-CALC = 0 OR WS-DIGITO-CALC > 9
              MOVE 1 TO WS-DIGITO-CALC
           END-IF.
