       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-NOTA.
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
           SELECT RELAVAL ASSIGN TO "RELAVAL.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQAVP.
       01  REG-AVP.
            05  CO-DISC-AVP         PIC  X(04).
            05  CO-AVAL-AVP         PIC  X(02).
            05  DESC-AVAL-AVP       PIC  X(20).
            05  PESO-AVP            PIC  9(03).
      *
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
       FD  RELAVAL.
       01  REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  ST-AVP         PIC X(02) VALUE ZEROS.
       77  ST-AVN         PIC X(02) VALUE ZEROS.
       77  ST-DISC        PIC X(02) VALUE ZEROS.
       77  ST-REL         PIC X(02) VALUE ZEROS.
       77  WS-FIM-AVP     PIC X(01) VALUE 'N'.
       77  WS-FIM-AVN     PIC X(01) VALUE 'N'.
       77  WS-FIM-DISC    PIC X(01) VALUE 'N'.
       77  WS-COMPLETA    PIC X(01) VALUE 'N'.
       77  WS-SOMA-PONDERADA PIC 9(07)V99 VALUE ZEROS.
       77  WS-SOMA-PESOS  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CALCULADAS PIC 9(05) VALUE ZEROS.
       77  WS-CONT-PENDENTES  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-PLANO  PIC 9(05) VALUE ZEROS.
      *
      *    PLANOS DE AVALIACAO DE TODAS AS DISCIPLINAS.
       01  WS-AVP-TAB.
            05  WS-AVP-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-AVP-ITEM OCCURS 300 TIMES.
                10  WS-AVP-DISC     PIC X(04).
                10  WS-AVP-AVAL     PIC X(02).
                10  WS-AVP-PESO     PIC 9(03).
       77  WS-AVP-SUBS    PIC 9(03) VALUE ZEROS.
      *
      *    AVALIACOES DO PLANO DA DISCIPLINA DO REGISTRO CORRENTE E A
      *    NOTA LANCADA PARA O ALUNO EM CADA UMA.
       01  WS-AVR-TAB.
            05  WS-AVR-QTDE         PIC 9(02) VALUE ZEROS.
            05  WS-AVR-ITEM OCCURS 10 TIMES.
                10  WS-AVR-AVAL     PIC X(02).
                10  WS-AVR-PESO     PIC 9(03).
                10  WS-AVR-NOTA     PIC 9(02)V99.
                10  WS-AVR-LANCADA  PIC X(01).
       77  WS-AVR-SUBS    PIC 9(02) VALUE ZEROS.
      *
       01  WS-LINHA-REL.
            05  FILLER              PIC X(10) VALUE 'MATRICULA '.
            05  WS-L-MATRIC         PIC 9(06).
            05  FILLER              PIC X(06) VALUE ' DISC '.
            05  WS-L-DISC           PIC X(04).
            05  FILLER              PIC X(11) VALUE ' AVALIACAO '.
            05  WS-L-AVAL           PIC X(02).
            05  FILLER              PIC X(20) VALUE ' SEM NOTA LANCADA'.
            05  FILLER              PIC X(21) VALUE SPACES.
      *
      *    COMPOE A NOTA-PROVA-DISC DE CADA ALUNO/DISCIPLINA PELA
      *    MEDIA PONDERADA DAS AVALIACOES DO PLANO (AVALPLANO.DAT) COM
      *    AS NOTAS LANCADAS NO LANCA-AVAL (AVALNOTA.DAT). RODA ANTES
      *    DO SEPARA-DISC, DO BOLETIM E DO FECHA-PERIODO. ENQUANTO
      *    FALTAR NOTA DE ALGUMA AVALIACAO A NOTA-PROVA NAO E' MEXIDA
      *    E A PENDENCIA SAI NO RELAVAL.DAT; DISCIPLINA SEM PLANO
      *    CONTINUA COM A NOTA DE PROVA UNICA.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-PLANOS.
           IF WS-AVP-QTDE = ZEROS
               DISPLAY 'NENHUM PLANO DE AVALIACAO CADASTRADO - '
                   'EXECUTE O CADDISC'
               STOP RUN.
           PERFORM ABRE-ARQ.
           PERFORM CALCULA-UM-REGISTRO UNTIL WS-FIM-DISC = 'S'.
           CLOSE ARQDISC.
           CLOSE RELAVAL.
           DISPLAY 'NOTAS FINAIS CALCULADAS : ' WS-CONT-CALCULADAS.
           DISPLAY 'COM AVALIACAO PENDENTE  : ' WS-CONT-PENDENTES.
           DISPLAY 'DISCIPLINA SEM PLANO    : ' WS-CONT-SEM-PLANO.
           STOP RUN.
      *
       CARREGA-PLANOS.
           OPEN INPUT ARQAVP.
           IF ST-AVP NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-AVP
           END-IF.
           PERFORM GUARDA-PLANO UNTIL WS-FIM-AVP = 'S'.
           IF ST-AVP = '00' OR ST-AVP = '10'
               CLOSE ARQAVP
           END-IF.
      *
       GUARDA-PLANO.
           READ ARQAVP
               AT END
                   MOVE 'S' TO WS-FIM-AVP
               NOT AT END
                   IF PESO-AVP > ZEROS AND WS-AVP-QTDE < 300
                       ADD 1 TO WS-AVP-QTDE
                       MOVE CO-DISC-AVP TO WS-AVP-DISC(WS-AVP-QTDE)
                       MOVE CO-AVAL-AVP TO WS-AVP-AVAL(WS-AVP-QTDE)
                       MOVE PESO-AVP    TO WS-AVP-PESO(WS-AVP-QTDE)
                   END-IF
           END-READ.
      *
       ABRE-ARQ.
           OPEN I-O ARQDISC.
           IF ST-DISC NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - NOTASDISC ' ST-DISC
               STOP RUN.
           OPEN OUTPUT RELAVAL.
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - RELAVAL ' ST-REL
               STOP RUN.
           MOVE '===== AVALIACOES SEM NOTA LANCADA =====' TO REG-REL.
           WRITE REG-REL.
      *
       CALCULA-UM-REGISTRO.
           READ ARQDISC
               AT END
                   MOVE 'S' TO WS-FIM-DISC
               NOT AT END
                   PERFORM MONTA-PLANO-DISC
                   IF WS-AVR-QTDE = ZEROS
                       ADD 1 TO WS-CONT-SEM-PLANO
                   ELSE
                       PERFORM BUSCA-NOTAS-ALUNO
                       PERFORM COMPOE-NOTA-FINAL
                   END-IF
           END-READ.
      *
       MONTA-PLANO-DISC.
           MOVE ZEROS TO WS-AVR-QTDE.
           PERFORM SELECIONA-AVALIACAO
               VARYING WS-AVP-SUBS FROM 1 BY 1
               UNTIL WS-AVP-SUBS > WS-AVP-QTDE.
      *
       SELECIONA-AVALIACAO.
           IF WS-AVP-DISC(WS-AVP-SUBS) = CO-DISC
              AND WS-AVR-QTDE < 10
               ADD 1 TO WS-AVR-QTDE
               MOVE WS-AVP-AVAL(WS-AVP-SUBS) TO WS-AVR-AVAL(WS-AVR-QTDE)
               MOVE WS-AVP-PESO(WS-AVP-SUBS) TO WS-AVR-PESO(WS-AVR-QTDE)
               MOVE ZEROS TO WS-AVR-NOTA(WS-AVR-QTDE)
               MOVE 'N'   TO WS-AVR-LANCADA(WS-AVR-QTDE).
      *
       BUSCA-NOTAS-ALUNO.
           MOVE 'N' TO WS-FIM-AVN.
           OPEN INPUT ARQAVN.
           IF ST-AVN NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-AVN
           END-IF.
           PERFORM LE-NOTA-AVALIACAO UNTIL WS-FIM-AVN = 'S'.
           IF ST-AVN = '00' OR ST-AVN = '10'
               CLOSE ARQAVN
           END-IF.
      *
       LE-NOTA-AVALIACAO.
           READ ARQAVN
               AT END
                   MOVE 'S' TO WS-FIM-AVN
               NOT AT END
                   IF MATRIC-AVN = MATRIC-DISC
                      AND CO-DISC-AVN = CO-DISC
                       PERFORM GUARDA-NOTA-AVALIACAO
                           VARYING WS-AVR-SUBS FROM 1 BY 1
                           UNTIL WS-AVR-SUBS > WS-AVR-QTDE
                   END-IF
           END-READ.
      *
       GUARDA-NOTA-AVALIACAO.
           IF WS-AVR-AVAL(WS-AVR-SUBS) = CO-AVAL-AVN
               MOVE NOTA-AVN TO WS-AVR-NOTA(WS-AVR-SUBS)
               MOVE 'S'      TO WS-AVR-LANCADA(WS-AVR-SUBS).
      *
       COMPOE-NOTA-FINAL.
           MOVE 'S' TO WS-COMPLETA.
           MOVE ZEROS TO WS-SOMA-PONDERADA.
           MOVE ZEROS TO WS-SOMA-PESOS.
           PERFORM ACUMULA-AVALIACAO
               VARYING WS-AVR-SUBS FROM 1 BY 1
               UNTIL WS-AVR-SUBS > WS-AVR-QTDE.
           IF WS-COMPLETA = 'S'
               COMPUTE NOTA-PROVA-DISC ROUNDED =
                   WS-SOMA-PONDERADA / WS-SOMA-PESOS
               REWRITE REG-DISC
               IF ST-DISC NOT EQUAL '00'
                   DISPLAY 'ERRO DE GRAVACAO - NOTASDISC ' ST-DISC
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONT-CALCULADAS
           ELSE
               ADD 1 TO WS-CONT-PENDENTES
           END-IF.
      *
       ACUMULA-AVALIACAO.
           IF WS-AVR-LANCADA(WS-AVR-SUBS) = 'S'
               COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
                   WS-AVR-NOTA(WS-AVR-SUBS) * WS-AVR-PESO(WS-AVR-SUBS)
               ADD WS-AVR-PESO(WS-AVR-SUBS) TO WS-SOMA-PESOS
           ELSE
               MOVE 'N' TO WS-COMPLETA
               MOVE MATRIC-DISC TO WS-L-MATRIC
               MOVE CO-DISC     TO WS-L-DISC
               MOVE WS-AVR-AVAL(WS-AVR-SUBS) TO WS-L-AVAL
               MOVE WS-LINHA-REL TO REG-REL
               WRITE REG-REL
           END-IF.
