       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCA-AVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAVP ASSIGN TO "AVALPLANO.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-AVP.
           SELECT ARQAVN ASSIGN TO "AVALNOTA.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-AVN.
           SELECT ARQDISC ASSIGN TO "NOTASDISC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-DISC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQAVP.
       01  REG-AVP.
            05  CO-DISC-AVP         PIC  X(04).
            05  CO-AVAL-AVP         PIC  X(02).
            05  DESC-AVAL-AVP       PIC  X(20).
            05  PESO-AVP            PIC  9(03).
      *
      *    NOTA DE CADA AVALIACAO DO PLANO POR ALUNO/DISCIPLINA NO
      *    TERMO - O CALCULA-NOTA COMPOE A NOTA-PROVA-DISC A PARTIR
      *    DESTE ARQUIVO.
       FD  ARQAVN.
       01  REG-AVN.
            05  MATRIC-AVN.
                10  CO-ANO-AVN      PIC  9(02).
                10  CO-NUMERO-AVN   PIC  9(03).
                10  CO-DIGITO-AVN   PIC  9(01).
            05  CO-DISC-AVN         PIC  X(04).
            05  CO-AVAL-AVN         PIC  X(02).
            05  NOTA-AVN            PIC  9(02)V99.
      *
       FD  ARQDISC.
       01  REG-DISC.
            05  MATRIC-DISC.
                10  CO-ANO-DISC     PIC  9(02).
                10  CO-NUMERO-DISC  PIC  9(03).
                10  CO-DIGITO-DISC  PIC  9(01).
            05  CO-DISC             PIC  X(04).
            05  NOTA-PROVA-DISC     PIC  9(02)V99.
            05  NOTA-RECUP-DISC     PIC  9(02)V99.
            05  FREQUENCIA-DISC     PIC  9(03).
      *
       WORKING-STORAGE SECTION.
       77  ST-AVP         PIC X(02) VALUE ZEROS.
       77  ST-AVN         PIC X(02) VALUE ZEROS.
       77  ST-DISC        PIC X(02) VALUE ZEROS.
       77  WS-CO-DISC     PIC X(04) VALUE SPACES.
       77  WS-CO-AVAL     PIC X(02) VALUE SPACES.
       77  WS-MATRIC      PIC 9(06) VALUE ZEROS.
       77  WS-NOTA        PIC 9(02)V99 VALUE ZEROS.
       77  WS-FIM         PIC X(01) VALUE 'N'.
       77  WS-FIM-LANC    PIC X(01) VALUE 'N'.
       77  WS-ACHOU       PIC X(01) VALUE 'N'.
       77  WS-CONT-LANCADAS  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CORRIGIDAS PIC 9(05) VALUE ZEROS.
      *
      *    LANCAMENTO PELO PROFESSOR DAS NOTAS DE UMA AVALIACAO DO
      *    PLANO DA DISCIPLINA, ALUNO A ALUNO. SO ACEITA ALUNO
      *    MATRICULADO NA DISCIPLINA (NOTASDISC.DAT) E NOTA DE 0 A 10;
      *    NOTA JA LANCADA PARA A MESMA AVALIACAO E' CORRIGIDA.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-AVALIACAO.
           PERFORM VERIFICA-PLANO.
           IF WS-ACHOU = 'N'
               DISPLAY 'AVALIACAO ' WS-CO-AVAL ' FORA DO PLANO DA '
                   'DISCIPLINA ' WS-CO-DISC ' - EXECUTE O CADDISC'
               STOP RUN.
           PERFORM LANCA-ALUNO UNTIL WS-FIM-LANC = 'S'.
           DISPLAY 'NOTAS LANCADAS  : ' WS-CONT-LANCADAS.
           DISPLAY 'NOTAS CORRIGIDAS: ' WS-CONT-CORRIGIDAS.
           STOP RUN.
      *
       ENTRA-AVALIACAO.
           DISPLAY 'DISCIPLINA (4 POSICOES): '.
           ACCEPT WS-CO-DISC.
           DISPLAY 'CODIGO DA AVALIACAO: '.
           ACCEPT WS-CO-AVAL.
      *
       VERIFICA-PLANO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQAVP.
           IF ST-AVP NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-PLANO UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF ST-AVP = '00' OR ST-AVP = '10'
               CLOSE ARQAVP
           END-IF.
      *
       BUSCA-PLANO.
           READ ARQAVP
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CO-DISC-AVP = WS-CO-DISC
                      AND CO-AVAL-AVP = WS-CO-AVAL
                      AND PESO-AVP > ZEROS
                       MOVE 'S' TO WS-ACHOU
                       DISPLAY 'AVALIACAO: ' DESC-AVAL-AVP
                           ' PESO ' PESO-AVP
                   END-IF
           END-READ.
      *
       LANCA-ALUNO.
           DISPLAY 'MATRICULA (000000 = ENCERRAR): '.
           ACCEPT WS-MATRIC.
           IF WS-MATRIC = ZEROS
               MOVE 'S' TO WS-FIM-LANC
           ELSE
               PERFORM VERIFICA-MATRICULADO
               IF WS-ACHOU = 'N'
                   DISPLAY 'ALUNO NAO MATRICULADO NA DISCIPLINA - '
                       'IGNORADO'
               ELSE
                   MOVE 99.99 TO WS-NOTA
                   PERFORM ENTRA-NOTA UNTIL WS-NOTA NOT GREATER THAN 10
                   PERFORM GRAVA-NOTA
               END-IF
           END-IF.
      *
       VERIFICA-MATRICULADO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQDISC.
           IF ST-DISC NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-MATRICULADO
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF ST-DISC = '00' OR ST-DISC = '10'
               CLOSE ARQDISC
           END-IF.
      *
       BUSCA-MATRICULADO.
           READ ARQDISC
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF MATRIC-DISC = WS-MATRIC
                      AND CO-DISC = WS-CO-DISC
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
      *
       ENTRA-NOTA.
           DISPLAY 'NOTA (0.00 A 10.00): '.
           ACCEPT WS-NOTA.
           IF WS-NOTA GREATER THAN 10
               DISPLAY 'NOTA FORA DA FAIXA - REDIGITE'
           END-IF.
      *
       GRAVA-NOTA.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQAVN.
           IF ST-AVN NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-NOTA UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'S'
               MOVE WS-NOTA TO NOTA-AVN
               REWRITE REG-AVN
               CLOSE ARQAVN
               ADD 1 TO WS-CONT-CORRIGIDAS
               DISPLAY 'NOTA CORRIGIDA'
           ELSE
               IF ST-AVN = '00' OR ST-AVN = '10'
                   CLOSE ARQAVN
               END-IF
               OPEN EXTEND ARQAVN
               IF ST-AVN NOT EQUAL '00'
                   OPEN OUTPUT ARQAVN
               END-IF
               IF ST-AVN NOT EQUAL '00'
                   DISPLAY 'ERRO DE ABERTURA - AVALNOTA ' ST-AVN
                   STOP RUN
               END-IF
               MOVE WS-MATRIC  TO MATRIC-AVN
               MOVE WS-CO-DISC TO CO-DISC-AVN
               MOVE WS-CO-AVAL TO CO-AVAL-AVN
               MOVE WS-NOTA    TO NOTA-AVN
               WRITE REG-AVN
               CLOSE ARQAVN
               ADD 1 TO WS-CONT-LANCADAS
               DISPLAY 'NOTA LANCADA'
           END-IF.
      *
       BUSCA-NOTA.
           READ ARQAVN
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF MATRIC-AVN = WS-MATRIC
                      AND CO-DISC-AVN = WS-CO-DISC
                      AND CO-AVAL-AVN = WS-CO-AVAL
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
