             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-BOL.
           SELECT ARQAVP ASSIGN TO "AVALPLANO.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-AVP.
           SELECT ARQAVN ASSIGN TO "AVALNOTA.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-AVN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQCAD.
      *
       FD  ARQBOL.
       01  REG-BOL                  PIC X(80).
      *
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
       WORKING-STORAGE SECTION.
       77  ST-ALU         PIC X(02) VALUE ZEROS.
       77  ST-DISC        PIC X(02) VALUE ZEROS.
       77  ST-CAT         PIC X(02) VALUE ZEROS.
       77  ST-BOL         PIC X(02) VALUE ZEROS.
       77  ST-AVP         PIC X(02) VALUE ZEROS.
       77  ST-AVN         PIC X(02) VALUE ZEROS.
       77  WS-FIM-AVP     PIC X(01) VALUE 'N'.
       77  WS-FIM-AVN     PIC X(01) VALUE 'N'.
       77  WS-ACHOU-NOTA  PIC X(01) VALUE 'N'.
       77  WS-FIM-ALU     PIC X(01) VALUE 'N'.
       77  WS-FIM-DISC    PIC X(01) VALUE 'N'.
       77  WS-FIM-CAT     PIC X(01) VALUE 'N'.
       77  WS-CONT-BOLETINS PIC 9(05) VALUE ZEROS.
       77  WS-CONT-DISC-ALUNO PIC 9(03) VALUE ZEROS.
       77  WS-NOME-DISC   PIC X(30) VALUE SPACES.
      *
      *    PLANOS DE AVALIACAO - AS NOTAS DE CADA AVALIACAO SAEM
      *    ABAIXO DA LINHA DA DISCIPLINA.
       01  WS-AVP-TAB.
            05  WS-AVP-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-AVP-ITEM OCCURS 300 TIMES.
                10  WS-AVP-DISC     PIC X(04).
                10  WS-AVP-AVAL     PIC X(02).
                10  WS-AVP-DESC     PIC X(20).
                10  WS-AVP-PESO     PIC 9(03).
       77  WS-AVP-SUBS    PIC 9(03) VALUE ZEROS.
      *
       01  WS-LINHA-SALTO PIC X(80) VALUE ALL '='.
       01  WS-CAB-ALUNO.
            05  FILLER              PIC X(02) VALUE SPACE.
            05  WS-L-SITUACAO       PIC X(09).
            05  FILLER              PIC X(24) VALUE SPACES.
       01  WS-LINHA-AVAL.
            05  FILLER              PIC X(04) VALUE SPACES.
            05  WS-V-AVAL           PIC X(02).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-V-DESC           PIC X(20).
            05  FILLER              PIC X(06) VALUE ' PESO '.
            05  WS-V-PESO           PIC ZZ9.
            05  FILLER              PIC X(06) VALUE ' NOTA '.
            05  WS-V-NOTA           PIC Z9,99.
            05  WS-V-NOTA-X REDEFINES WS-V-NOTA PIC X(05).
            05  FILLER              PIC X(33) VALUE SPACES.
      *
      *    BOLETIM POR ALUNO, UMA PAGINA POR MATRICULA NA ORDEM DO
      *    CADASTRO: CABECALHO COM NOME, MATRICULA (COM DIGITO) E OS
      *    DADOS DO RESPONSAVEL PARA ENTREGA; UMA LINHA POR
      *    DISCIPLINA DE NOTASDISC.DAT COM A SITUACAO CALCULADA PELA
      *    MESMA REGRA DO SEPARA-DISC. DISCIPLINA COM PLANO DE
      *    AVALIACAO TRAZ ABAIXO A NOTA DE CADA AVALIACAO E O PESO.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-PLANOS.
           PERFORM ABRE-ARQ.
           PERFORM LER-ALUNO.
           PERFORM PROCESSO UNTIL WS-FIM-ALU = 'S'.
           PERFORM FINALIZA.
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
                       MOVE CO-DISC-AVP   TO WS-AVP-DISC(WS-AVP-QTDE)
                       MOVE CO-AVAL-AVP   TO WS-AVP-AVAL(WS-AVP-QTDE)
                       MOVE DESC-AVAL-AVP TO WS-AVP-DESC(WS-AVP-QTDE)
                       MOVE PESO-AVP      TO WS-AVP-PESO(WS-AVP-QTDE)
                   END-IF
           END-READ.
      *
       ABRE-ARQ.
           OPEN INPUT ARQCAD.
           END-IF.
           MOVE WS-LINHA-DISC TO REG-BOL.
           WRITE REG-BOL.
           PERFORM IMPRIME-AVALIACAO
               VARYING WS-AVP-SUBS FROM 1 BY 1
               UNTIL WS-AVP-SUBS > WS-AVP-QTDE.
      *
       IMPRIME-AVALIACAO.
           IF WS-AVP-DISC(WS-AVP-SUBS) = CO-DISC
               MOVE WS-AVP-AVAL(WS-AVP-SUBS) TO WS-V-AVAL
               MOVE WS-AVP-DESC(WS-AVP-SUBS) TO WS-V-DESC
               MOVE WS-AVP-PESO(WS-AVP-SUBS) TO WS-V-PESO
               PERFORM BUSCA-NOTA-AVALIACAO
               IF WS-ACHOU-NOTA = 'N'
                   MOVE '  -- ' TO WS-V-NOTA-X
               END-IF
               MOVE WS-LINHA-AVAL TO REG-BOL
               WRITE REG-BOL
           END-IF.
      *
       BUSCA-NOTA-AVALIACAO.
           MOVE 'N' TO WS-ACHOU-NOTA.
           MOVE 'N' TO WS-FIM-AVN.
           OPEN INPUT ARQAVN.
           IF ST-AVN NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-AVN
           END-IF.
           PERFORM PROCURA-NOTA-AVALIACAO
               UNTIL WS-FIM-AVN = 'S' OR WS-ACHOU-NOTA = 'S'.
           IF ST-AVN = '00' OR ST-AVN = '10'
               CLOSE ARQAVN
           END-IF.
      *
       PROCURA-NOTA-AVALIACAO.
           READ ARQAVN
               AT END
                   MOVE 'S' TO WS-FIM-AVN
               NOT AT END
                   IF MATRIC-AVN = MATRIC-DISC
                      AND CO-DISC-AVN = CO-DISC
                      AND CO-AVAL-AVN = WS-AVP-AVAL(WS-AVP-SUBS)
                       MOVE NOTA-AVN TO WS-V-NOTA
                       MOVE 'S' TO WS-ACHOU-NOTA
                   END-IF
           END-READ.
      *
       BUSCA-NOME-DISC.
           MOVE SPACES  TO WS-NOME-DISC.
