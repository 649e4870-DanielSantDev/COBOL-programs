      ******************************************************************
      * Purpose: numerar cartao novo num BIN da casa - maior sequencial
      *          em uso mais um, com digito de Luhn, conferido contra
      *          CARTOES.DAT (usado pelo EMITE-CARTAO e na reemissao)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMCART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTOES ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CAR.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTOES VALUE OF FILE-ID IS "CARTOES.DAT".
       01  REG-CARTAO.
           05 REG-NUMERO           PIC X(19).
           05 REG-VALIDADE.
               10 REG-VAL-MES      PIC 9(02).
               10 REG-VAL-SEP      PIC X(01).
               10 REG-VAL-ANO      PIC 9(02).
      *
       WORKING-STORAGE SECTION.
      *    O NUMERO EMITIDO E' SEMPRE BIN (6) + SEQUENCIAL (9) +
      *    DIGITO DE LUHN (1).
       01 WS-NUMERO-NOVO.
           05 WS-NOVO-BIN          PIC X(06).
           05 WS-NOVO-SEQ          PIC 9(09).
           05 WS-NOVO-DV           PIC 9(01).
       01 WS-NUMERO-NOVO-R REDEFINES WS-NUMERO-NOVO.
           05 WS-NOVO-DIG          PIC 9(01) OCCURS 16 TIMES.
       01 WS-NUMERO-GRAVA          PIC X(19) VALUE SPACES.
       01 WS-MAIOR-SEQ             PIC 9(09) VALUE ZEROS.
       01 WS-SEQ-LIDA              PIC 9(09) VALUE ZEROS.
      *
      *    CALCULO DO DIGITO DE LUHN SOBRE OS 15 PRIMEIROS DIGITOS -
      *    MESMA REGRA DE DOBRA DO DIGCART, COM O DIGITO FINAL SENDO
      *    O COMPLEMENTO PARA MULTIPLO DE 10.
       01 WS-LUHN.
           05 WS-SOMA              PIC 9(03) VALUE ZEROS.
           05 WS-VOLTA             PIC 9(02) VALUE ZEROS.
           05 WS-DIGITO-DOBRADO    PIC 9(02) VALUE ZEROS.
           05 WS-RESTO             PIC 9(02) VALUE ZEROS.
      *
       01 WS-FS-CAR                PIC X(02) VALUE ZEROS.
       01 WS-FIM-CAR               PIC X(01) VALUE 'N'.
       01 WS-JA-EXISTE             PIC X(01) VALUE 'N'.
      *
       LINKAGE SECTION.
       01 LK-BIN                   PIC X(06).
       01 LK-NUMERO                PIC X(19).
       01 LK-NUMERO-OK             PIC X(01).
      *
      *    DEVOLVE O NUMERO MONTADO E 'S' EM LK-NUMERO-OK; 'N' SE O
      *    NUMERO JA CONSTAR EM CARTOES.DAT (O CHAMADOR NAO EMITE).
       PROCEDURE DIVISION USING LK-BIN LK-NUMERO LK-NUMERO-OK.
       INICIO.
           MOVE LK-BIN TO WS-NOVO-BIN.
           PERFORM ACHA-MAIOR-SEQUENCIAL.
           PERFORM MONTA-NUMERO.
           PERFORM CONFERE-INEDITO.
           MOVE WS-NUMERO-GRAVA TO LK-NUMERO.
           IF WS-JA-EXISTE = 'S'
               MOVE 'N' TO LK-NUMERO-OK
           ELSE
               MOVE 'S' TO LK-NUMERO-OK
           END-IF.
           GOBACK.
      *
      *    O SEQUENCIAL NOVO E' SEMPRE O MAIOR EM USO NO BIN MAIS UM -
      *    GARANTE QUE NUNCA SE REEMITE NUMERO JA EXISTENTE.
       ACHA-MAIOR-SEQUENCIAL.
           MOVE ZEROS TO WS-MAIOR-SEQ.
           MOVE 'N' TO WS-FIM-CAR.
           OPEN INPUT CARTOES.
           IF WS-FS-CAR NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-CAR
           END-IF.
           PERFORM VARRE-SEQUENCIAL UNTIL WS-FIM-CAR = 'S'.
           IF WS-FS-CAR = "00" OR WS-FS-CAR = "10"
               CLOSE CARTOES
           END-IF.
      *
       VARRE-SEQUENCIAL.
           READ CARTOES
               AT END
                   MOVE 'S' TO WS-FIM-CAR
               NOT AT END
                   IF REG-NUMERO(1:6) = WS-NOVO-BIN
                      AND REG-NUMERO(7:9) IS NUMERIC
                       MOVE REG-NUMERO(7:9) TO WS-SEQ-LIDA
                       IF WS-SEQ-LIDA > WS-MAIOR-SEQ
                           MOVE WS-SEQ-LIDA TO WS-MAIOR-SEQ
                       END-IF
                   END-IF
           END-READ.
      *
       MONTA-NUMERO.
           COMPUTE WS-NOVO-SEQ = WS-MAIOR-SEQ + 1.
           MOVE ZEROS TO WS-NOVO-DV.
           PERFORM CALCULA-LUHN.
           MOVE SPACES TO WS-NUMERO-GRAVA.
           MOVE WS-NUMERO-NOVO TO WS-NUMERO-GRAVA(1:16).
      *
      *    NO NUMERO DE 16 POSICOES DOBRAM-SE AS POSICOES IMPARES
      *    (CONTADAS DA ESQUERDA) - SAO AS CASAS ALTERNADAS A PARTIR
      *    DA VIZINHA DO DIGITO VERIFICADOR, OLHANDO DA DIREITA.
       CALCULA-LUHN.
           MOVE ZEROS TO WS-SOMA.
           PERFORM SOMA-POSICAO
               VARYING WS-VOLTA FROM 1 BY 1
               UNTIL WS-VOLTA > 15.
           COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 10).
           IF WS-RESTO = ZEROS
               MOVE ZEROS TO WS-NOVO-DV
           ELSE
               COMPUTE WS-NOVO-DV = 10 - WS-RESTO
           END-IF.
      *
       SOMA-POSICAO.
           IF FUNCTION MOD(WS-VOLTA, 2) = 1
               COMPUTE WS-DIGITO-DOBRADO = WS-NOVO-DIG(WS-VOLTA) * 2
               IF WS-DIGITO-DOBRADO > 9
                   SUBTRACT 9 FROM WS-DIGITO-DOBRADO
               END-IF
           ELSE
               MOVE WS-NOVO-DIG(WS-VOLTA) TO WS-DIGITO-DOBRADO
           END-IF.
           ADD WS-DIGITO-DOBRADO TO WS-SOMA.
      *
       CONFERE-INEDITO.
           MOVE 'N' TO WS-JA-EXISTE.
           MOVE 'N' TO WS-FIM-CAR.
           OPEN INPUT CARTOES.
           IF WS-FS-CAR NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-CAR
           END-IF.
           PERFORM BUSCA-NUMERO
               UNTIL WS-FIM-CAR = 'S' OR WS-JA-EXISTE = 'S'.
           IF WS-FS-CAR = "00" OR WS-FS-CAR = "10"
               CLOSE CARTOES
           END-IF.
      *
       BUSCA-NUMERO.
           READ CARTOES
               AT END
                   MOVE 'S' TO WS-FIM-CAR
               NOT AT END
                   IF REG-NUMERO = WS-NUMERO-GRAVA
                       MOVE 'S' TO WS-JA-EXISTE
                   END-IF
           END-READ.
