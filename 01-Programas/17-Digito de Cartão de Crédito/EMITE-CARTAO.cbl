           03 WS-BIN               PIC X(06) OCCURS 4 TIMES.
       01 WS-BIN-ESCOLHA           PIC 9(01) VALUE ZEROS.
      *
      *    NUMERACAO (SEQUENCIAL + LUHN + CONFERENCIA DE INEDITO) FICA
      *    NO NUMCART, A MESMA USADA NA REEMISSAO DO CADSTCART.
       01 WS-NUMERO-GRAVA          PIC X(19) VALUE SPACES.
       01 WS-NUMERO-OK             PIC X(01) VALUE 'N'.
      *
       01 WS-AGENCIA               PIC 9(03) VALUE ZEROS.
       01 WS-CONTAG                PIC 9(06) VALUE ZEROS.
           05 WS-HOJE-DD           PIC 9(02).
       01 WS-FS-CAR                PIC X(02) VALUE ZEROS.
       01 WS-FS-VIN                PIC X(02) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ESCOLHE-BIN.
           CALL "NUMCART" USING WS-BIN(WS-BIN-ESCOLHA)
               WS-NUMERO-GRAVA WS-NUMERO-OK.
           IF WS-NUMERO-OK NOT = 'S'
               DISPLAY "NUMERO GERADO JA EXISTE EM CARTOES.DAT - "
                   "EMISSAO ABORTADA"
               STOP RUN.
           IF WS-BIN-ESCOLHA < 1 OR WS-BIN-ESCOLHA > 4
               DISPLAY "BIN INVALIDO"
               STOP RUN.
      *
       ENTRA-CONTA.
           DISPLAY "AGENCIA DA CONTA DO TITULAR: ".
