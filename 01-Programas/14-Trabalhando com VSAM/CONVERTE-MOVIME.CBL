       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVANT ASSIGN TO MOVANT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ID-ANT
              FILE STATUS IS WS-FS-ANT.
           SELECT MOVIM ASSIGN TO MOV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHAVE-MOV
              FILE STATUS IS WS-FS-MOV.
           SELECT CADCLI ASSIGN TO CLI
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
           SELECT HISTMOV ASSIGN TO HIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHAVE-HIS
              FILE STATUS IS WS-FS-HIS.
       DATA DIVISION.
       FILE SECTION.
      *    CLUSTER ANTERIOR, CHAVE SO AGENCIA/CONTA (UM MOVIMENTO POR
      *    CONTA) - RENOMEADO PARA MOVIME.ANT ANTES DA CONVERSAO.
       FD MOVANT.
       01 REG-ANT.
           03 ID-ANT.
               05 AGENCIA-ANT      PIC 9(03).
               05 CONTA-ANT        PIC 9(06).
           03 MOVIMENTO-ANT        PIC S9(07)V99.
           03 TIPO-ANT             PIC X(01).
      *
       FD MOVIM.
       01 REG-MOV.
           03 CHAVE-MOV.
               05 ID-MOV.
                   07 AGENCIA-MOV  PIC 9(03).
                   07 CONTA-MOV    PIC 9(06).
               05 DATA-MOV         PIC 9(06).
               05 SEQ-MOV          PIC 9(04).
           03 MOVIMENTO            PIC S9(07)V99.
           03 TIPO-MOV             PIC X(01).
      *    D = DEPOSITO, S = SAQUE, T = TARIFA, C = CORRECAO
      *
       FD CADCLI.
       01 REG-CLI.
          03 ID-CLI.
             05 AGENCIA-CLI        PIC 9(03).
             05 CONTA-CLI          PIC 9(06).
          03 NOME-CLI              PIC X(20).
          03 SALDO                 PIC S9(09)V99.
          03 LIMITE-CLI            PIC S9(09)V99.
          03 STATUS-CLI            PIC X(01).
          03 FILLER                PIC X(88).
      *
       FD HISTMOV.
       01 REG-HIS.
           03 CHAVE-HIS.
               05 ID-HIS.
                   07 AGENCIA-HIS  PIC 9(03).
                   07 CONTA-HIS    PIC 9(06).
               05 DATA-HIS         PIC 9(06).
               05 SEQ-HIS          PIC 9(04).
           03 VALOR-HIS            PIC S9(07)V99.
           03 TIPO-HIS             PIC X(01).
      *    D = DEPOSITO, S = SAQUE, T = TARIFA, C = CORRECAO,
      *    I = IOF, J = JUROS, E = ESTORNO, A = SALDO DE ABERTURA
           03 SALDO-HIS            PIC S9(09)V99.
           03 ORIGEM-HIS.
               05 DATA-ORIG-HIS    PIC 9(06).
               05 SEQ-ORIG-HIS     PIC 9(04).
           03 HORA-HIS             PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-ANT                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-HIS                PIC X(02) VALUE ZEROS.
       01 WS-FIM-ANT               PIC X(01) VALUE 'N'.
       01 WS-FIM-CLI               PIC X(01) VALUE 'N'.
       01 WS-TEM-HIST              PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-AGORA                 PIC 9(08) VALUE ZEROS.
       01 WS-DATA-MOV              PIC 9(06) VALUE ZEROS.
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-GRAVADOS         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ABERTURA         PIC 9(07) VALUE ZEROS.
      *
      *    PASSA O MOVIME PARA A CHAVE AGENCIA/CONTA + DATA + SEQUENCIA.
      *    OS ITENS DO CLUSTER ANTERIOR AINDA NAO LANCADOS RECEBEM A
      *    DATA DO LOTE INFORMADA E A SEQUENCIA 0001. SE O HISTMOV
      *    AINDA NAO EXISTE, E' CRIADO COM UM LANCAMENTO TIPO A (SALDO
      *    DE ABERTURA, SEQUENCIA 0000) POR CONTA DO CADCLI - O EXTRATO
      *    COMECA DO SALDO DO DIA DA CONVERSAO. MOVIMENTOS ANTERIORES A
      *    CONVERSAO NAO TEM LANCAMENTO NO HISTMOV E NAO SAO ESTORNAVEIS
      *    PELO ESTORNOV.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           ACCEPT WS-AGORA FROM TIME.
           DISPLAY "DATA DO LOTE PARA OS MOVIMENTOS (AAMMDD, "
               "ZEROS = HOJE): ".
           ACCEPT WS-DATA-MOV.
           IF WS-DATA-MOV = ZEROS
               MOVE WS-HOJE TO WS-DATA-MOV
           END-IF.
           PERFORM CONVERTE-MOVIME.
           PERFORM CRIA-HISTORICO.
           DISPLAY "MOVIMENTOS LIDOS       : " WS-CONT-LIDOS.
           DISPLAY "MOVIMENTOS GRAVADOS    : " WS-CONT-GRAVADOS.
           DISPLAY "SALDOS DE ABERTURA     : " WS-CONT-ABERTURA.
           IF WS-CONT-GRAVADOS NOT = WS-CONT-LIDOS
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       CONVERTE-MOVIME.
           OPEN INPUT MOVANT.
           IF WS-FS-ANT NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVANT - " WS-FS-ANT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT MOVIM.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVIM - " WS-FS-MOV
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CONVERTE-ITEM UNTIL WS-FIM-ANT = 'S'.
           CLOSE MOVANT.
           CLOSE MOVIM.
      *
       CONVERTE-ITEM.
           READ MOVANT
               AT END
                   MOVE 'S' TO WS-FIM-ANT
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   MOVE ID-ANT        TO ID-MOV
                   MOVE WS-DATA-MOV   TO DATA-MOV
                   MOVE 0001          TO SEQ-MOV
                   MOVE MOVIMENTO-ANT TO MOVIMENTO
                   MOVE TIPO-ANT      TO TIPO-MOV
                   WRITE REG-MOV
                       INVALID KEY
                           DISPLAY "ERRO DE GRAVACAO MOVIM - "
                               WS-FS-MOV " CHAVE " CHAVE-MOV
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRAVADOS
                   END-WRITE
           END-READ.
      *
      *    CLUSTER RECEM-DEFINIDO (VAZIO) OU AUSENTE RECEBE AS
      *    ABERTURAS; COM ALGUM REGISTRO, NAO E' TOCADO.
       CRIA-HISTORICO.
           MOVE 'N' TO WS-TEM-HIST.
           OPEN INPUT HISTMOV.
           IF WS-FS-HIS EQUAL "00"
               READ HISTMOV
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-TEM-HIST
               END-READ
               CLOSE HISTMOV
           END-IF.
           IF WS-TEM-HIST = 'S'
               DISPLAY "HISTMOV JA EXISTE - SALDOS DE ABERTURA NAO "
                   "GRAVADOS"
           ELSE
               PERFORM GRAVA-ABERTURAS
           END-IF.
      *
       GRAVA-ABERTURAS.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CADCLI - " WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT HISTMOV.
           IF WS-FS-HIS NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA HISTMOV - " WS-FS-HIS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM GRAVA-ABERTURA UNTIL WS-FIM-CLI = 'S'.
           CLOSE CADCLI.
           CLOSE HISTMOV.
      *
       GRAVA-ABERTURA.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM-CLI
               NOT AT END
                   MOVE ID-CLI   TO ID-HIS
                   MOVE WS-HOJE  TO DATA-HIS
                   MOVE ZEROS    TO SEQ-HIS
                   MOVE ZEROS    TO VALOR-HIS
                   MOVE 'A'      TO TIPO-HIS
                   MOVE SALDO    TO SALDO-HIS
                   MOVE ZEROS    TO ORIGEM-HIS
                   MOVE WS-AGORA TO HORA-HIS
                   WRITE REG-HIS
                       INVALID KEY
                           DISPLAY "ERRO DE GRAVACAO HISTMOV - "
                               WS-FS-HIS " CHAVE " CHAVE-HIS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-ABERTURA
                   END-WRITE
           END-READ.
