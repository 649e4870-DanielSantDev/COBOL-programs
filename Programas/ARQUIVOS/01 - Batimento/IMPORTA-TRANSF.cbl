       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-TRANSF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTRF ASSIGN TO "TRANSFHIST.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-TRF.
           SELECT ARQCAD ASSIGN TO "CADASTR.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-ALU.
           SELECT ARQDISCAT ASSIGN TO "DISCIPLINA.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-CAT.
           SELECT ARQEQV ASSIGN TO "EQUIVDISC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-EQV.
           SELECT ARQHIST ASSIGN TO "HISTESC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-HIST.
           SELECT RELTRF ASSIGN TO "RELTRANSF.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-REL.
           SELECT RELEQV ASSIGN TO "RELEQUIV.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-RLE.
       DATA DIVISION.
       FILE SECTION.
      *    HISTORICO TRAZIDO PELO ALUNO TRANSFERIDO - UMA LINHA POR
      *    DISCIPLINA CURSADA NA INSTITUICAO DE ORIGEM, COM O CODIGO
      *    E O NOME USADOS LA.
       FD  ARQTRF.
       01  REG-TRF.
            05  MATRIC-TRF.
                10  CO-ANO-TRF      PIC  9(02).
                10  CO-NUMERO-TRF   PIC  9(03).
                10  CO-DIGITO-TRF   PIC  9(01).
            05  INST-TRF            PIC  X(20).
            05  PERIODO-TRF         PIC  9(05).
            05  CO-DISC-EXT-TRF     PIC  X(08).
            05  NOME-DISC-EXT-TRF   PIC  X(30).
            05  NOTA-TRF            PIC  9(02)V99.
            05  FREQUENCIA-TRF      PIC  9(03).
      *
       FD  ARQCAD.
       01  REG-ALUNO.
            05  MATRIC.
                10  CO-ANO     PIC  9(02).
                10  CO-NUMERO  PIC  9(03).
                10  CO-DIGITO  PIC  9(01).
            05  NOME    PIC  X(30).
            05  SEXO    PIC  X(01).
            05  NOTA-PROVA  PIC  9(02)V99.
            05  NOTA-RECUP  PIC  9(02)V99.
            05  FREQUENCIA  PIC  9(03).
            05  NM-RESP     PIC  X(30).
            05  CONTATO-RESP PIC  X(15).
      *
       FD  ARQDISCAT.
       01  REG-DISCAT.
            05  CO-DISC-CAT         PIC  X(04).
            05  NOME-DISC-CAT       PIC  X(30).
            05  CARGA-DISC-CAT      PIC  9(03).
            05  OFERTADA-CAT        PIC  X(01).
            05  CAPACIDADE-CAT      PIC  9(03).
            05  OBRIGATORIA-CAT     PIC  X(01).
      *
       FD  ARQEQV.
       01  REG-EQV.
            05  INST-EQV            PIC  X(20).
            05  CO-DISC-EXT-EQV     PIC  X(08).
            05  CO-DISC-EQV         PIC  X(04).
            05  ATIVO-EQV           PIC  X(01).
      *
       FD  ARQHIST.
       01  REG-HIST.
            05  MATRIC-HIST.
                10  CO-ANO-HIST     PIC  9(02).
                10  CO-NUMERO-HIST  PIC  9(03).
                10  CO-DIGITO-HIST  PIC  9(01).
            05  PERIODO-HIST        PIC  9(05).
            05  CO-DISC-HIST        PIC  X(04).
            05  NOTA-PROVA-HIST     PIC  9(02)V99.
            05  NOTA-RECUP-HIST     PIC  9(02)V99.
            05  FREQUENCIA-HIST     PIC  9(03).
            05  ORIGEM-HIST         PIC  X(01).
                88  HIST-CREDITO-TRANSF VALUE 'T'.
            05  INST-ORIGEM-HIST    PIC  X(20).
      *
       FD  RELTRF.
       01  REG-REL                 PIC X(80).
      *
       FD  RELEQV.
       01  REG-RLE                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  ST-TRF         PIC X(02) VALUE ZEROS.
       77  ST-ALU         PIC X(02) VALUE ZEROS.
       77  ST-CAT         PIC X(02) VALUE ZEROS.
       77  ST-EQV         PIC X(02) VALUE ZEROS.
       77  ST-HIST        PIC X(02) VALUE ZEROS.
       77  ST-REL         PIC X(02) VALUE ZEROS.
       77  ST-RLE         PIC X(02) VALUE ZEROS.
       77  WS-FIM-TRF     PIC X(01) VALUE 'N'.
       77  WS-FIM-ALU     PIC X(01) VALUE 'N'.
       77  WS-FIM-CAT     PIC X(01) VALUE 'N'.
       77  WS-FIM-EQV     PIC X(01) VALUE 'N'.
       77  WS-FIM-HIST    PIC X(01) VALUE 'N'.
       77  WS-FREQ-MINIMA PIC 9(03) VALUE 75.
       77  WS-NOTA-FINAL  PIC 9(02)V99 VALUE ZEROS.
       77  WS-ALUNO-OK    PIC X(01) VALUE 'N'.
       77  WS-MATRIC-VALIDA PIC X(01) VALUE 'N'.
       77  WS-JA-CONSTA   PIC X(01) VALUE 'N'.
       77  WS-ULT-MATRIC  PIC 9(06) VALUE ZEROS.
       77  WS-CO-DISC     PIC X(04) VALUE SPACES.
       77  WS-CONT-LIDAS      PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CREDITADAS PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-EQUIV  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADAS  PIC 9(05) VALUE ZEROS.
      *
       01  WS-CAT-TAB.
            05  WS-CAT-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-CAT-ITEM OCCURS 100 TIMES.
                10  WS-CAT-CODIGO   PIC X(04).
       77  WS-CAT-SUBS    PIC 9(03) VALUE ZEROS.
       77  WS-CAT-POS     PIC 9(03) VALUE ZEROS.
      *
       01  WS-EQV-TAB.
            05  WS-EQV-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-EQV-ITEM OCCURS 500 TIMES.
                10  WS-EQV-INST     PIC X(20).
                10  WS-EQV-EXT      PIC X(08).
                10  WS-EQV-DISC     PIC X(04).
       77  WS-EQV-SUBS    PIC 9(03) VALUE ZEROS.
       77  WS-EQV-POS     PIC 9(03) VALUE ZEROS.
      *
       01  WS-LINHA-REL.
            05  WS-L-MATRIC         PIC 9(06).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-L-INST           PIC X(20).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-L-EXT            PIC X(08).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-L-RESULTADO      PIC X(43).
      *
       01  WS-CREDITADA.
            05  FILLER              PIC X(15) VALUE 'CREDITADA COMO '.
            05  WS-C-DISC           PIC X(04).
      *
       01  WS-LINHA-EQV.
            05  WS-E-MATRIC         PIC 9(06).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-E-INST           PIC X(20).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-E-EXT            PIC X(08).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-E-NOME           PIC X(30).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-E-NOTA           PIC Z9,99.
            05  FILLER              PIC X(07) VALUE SPACES.
      *
      *    IMPORTACAO DO HISTORICO DE ALUNO TRANSFERIDO: CADA
      *    DISCIPLINA DA ORIGEM APROVADA (NOTA E FREQUENCIA MINIMAS DA
      *    CASA) E COM EQUIVALENCIA ATIVA NO EQUIVDISC.DAT (CADDISC
      *    OPCAO E) E' GRAVADA NO HISTESC.DAT COMO CREDITO POR
      *    TRANSFERENCIA, COM A INSTITUICAO DE ORIGEM. SEM
      *    EQUIVALENCIA, A DISCIPLINA VAI PARA A LISTA DA COORDENACAO
      *    (RELEQUIV.DAT) - CADASTRADA A EQUIVALENCIA, BASTA RODAR DE
      *    NOVO: O QUE JA CONSTA NO HISTORICO NAO E' GRAVADO OUTRA VEZ.
      *    O RESULTADO DE CADA LINHA SAI NO RELTRANSF.DAT.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-CATALOGO.
           PERFORM CARREGA-EQUIVALENCIAS.
           PERFORM ABRE-ARQ.
           PERFORM LER-TRANSFERENCIA.
           PERFORM PROCESSO UNTIL WS-FIM-TRF = 'S'.
           PERFORM FINALIZA.
           STOP RUN.
      *
       CARREGA-CATALOGO.
           OPEN INPUT ARQDISCAT.
           IF ST-CAT NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - DISCIPLINA ' ST-CAT
               STOP RUN.
           PERFORM GUARDA-DISCIPLINA UNTIL WS-FIM-CAT = 'S'.
           CLOSE ARQDISCAT.
      *
       GUARDA-DISCIPLINA.
           READ ARQDISCAT
               AT END
                   MOVE 'S' TO WS-FIM-CAT
               NOT AT END
                   IF WS-CAT-QTDE < 100
                       ADD 1 TO WS-CAT-QTDE
                       MOVE CO-DISC-CAT TO WS-CAT-CODIGO(WS-CAT-QTDE)
                   END-IF
           END-READ.
      *
       CARREGA-EQUIVALENCIAS.
           OPEN INPUT ARQEQV.
           IF ST-EQV NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-EQV
           END-IF.
           PERFORM GUARDA-EQUIVALENCIA UNTIL WS-FIM-EQV = 'S'.
           IF ST-EQV = '00' OR ST-EQV = '10'
               CLOSE ARQEQV
           END-IF.
      *
       GUARDA-EQUIVALENCIA.
           READ ARQEQV
               AT END
                   MOVE 'S' TO WS-FIM-EQV
               NOT AT END
                   IF ATIVO-EQV = 'S' AND WS-EQV-QTDE < 500
                       ADD 1 TO WS-EQV-QTDE
                       MOVE INST-EQV        TO WS-EQV-INST(WS-EQV-QTDE)
                       MOVE CO-DISC-EXT-EQV TO WS-EQV-EXT(WS-EQV-QTDE)
                       MOVE CO-DISC-EQV     TO WS-EQV-DISC(WS-EQV-QTDE)
                   END-IF
           END-READ.
      *
       ABRE-ARQ.
           OPEN INPUT ARQTRF.
           IF ST-TRF NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - TRANSFHIST ' ST-TRF
               STOP RUN.
           OPEN OUTPUT RELTRF.
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - RELTRANSF ' ST-REL
               STOP RUN.
           OPEN OUTPUT RELEQV.
           IF ST-RLE NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - RELEQUIV ' ST-RLE
               STOP RUN.
           MOVE '===== IMPORTACAO DE HISTORICO DE TRANSFERENCIA ====='
               TO REG-REL.
           WRITE REG-REL.
           MOVE '===== DISCIPLINAS SEM EQUIVALENCIA - COORDENACAO ====='
               TO REG-RLE.
           WRITE REG-RLE.
      *
       LER-TRANSFERENCIA.
           READ ARQTRF
               AT END
                   MOVE 'S' TO WS-FIM-TRF
               NOT AT END
                   ADD 1 TO WS-CONT-LIDAS
           END-READ.
      *
       PROCESSO.
           MOVE SPACES          TO WS-L-RESULTADO.
           MOVE MATRIC-TRF      TO WS-L-MATRIC.
           MOVE INST-TRF        TO WS-L-INST.
           MOVE CO-DISC-EXT-TRF TO WS-L-EXT.
           IF MATRIC-TRF NOT = WS-ULT-MATRIC
               MOVE MATRIC-TRF TO WS-ULT-MATRIC
               PERFORM LOCALIZA-ALUNO
           END-IF.
           CALL "MATRICDIG" USING CO-ANO-TRF CO-NUMERO-TRF
               CO-DIGITO-TRF WS-MATRIC-VALIDA.
           IF WS-MATRIC-VALIDA NOT = 'S'
               MOVE 'MATRICULA INVALIDA' TO WS-L-RESULTADO
           ELSE
               IF WS-ALUNO-OK = 'N'
                   MOVE 'ALUNO NAO CADASTRADO' TO WS-L-RESULTADO
               END-IF
           END-IF.
           IF WS-L-RESULTADO = SPACES
               PERFORM AVALIA-DISCIPLINA
           ELSE
               ADD 1 TO WS-CONT-RECUSADAS
           END-IF.
           IF WS-L-RESULTADO NOT = SPACES
               MOVE WS-LINHA-REL TO REG-REL
               WRITE REG-REL
           END-IF.
           PERFORM LER-TRANSFERENCIA.
      *
       AVALIA-DISCIPLINA.
           MOVE ZEROS TO WS-EQV-POS.
           PERFORM BUSCA-EQUIVALENCIA
               VARYING WS-EQV-SUBS FROM 1 BY 1
               UNTIL WS-EQV-SUBS > WS-EQV-QTDE
                  OR WS-EQV-POS NOT = ZEROS.
           IF WS-EQV-POS = ZEROS
               PERFORM LISTA-SEM-EQUIVALENCIA
           ELSE
               MOVE WS-EQV-DISC(WS-EQV-POS) TO WS-CO-DISC
               MOVE ZEROS TO WS-CAT-POS
               PERFORM BUSCA-CATALOGO
                   VARYING WS-CAT-SUBS FROM 1 BY 1
                   UNTIL WS-CAT-SUBS > WS-CAT-QTDE
                      OR WS-CAT-POS NOT = ZEROS
               IF WS-CAT-POS = ZEROS
                   MOVE 'EQUIVALENTE FORA DO CATALOGO'
                       TO WS-L-RESULTADO
                   ADD 1 TO WS-CONT-RECUSADAS
               ELSE
                   IF NOTA-TRF < 6
                      OR FREQUENCIA-TRF < WS-FREQ-MINIMA
                       MOVE 'NAO APROVADA NA ORIGEM' TO WS-L-RESULTADO
                       ADD 1 TO WS-CONT-RECUSADAS
                   ELSE
                       PERFORM VERIFICA-HISTORICO
                       IF WS-JA-CONSTA = 'S'
                           MOVE 'JA CONSTA NO HISTORICO'
                               TO WS-L-RESULTADO
                           ADD 1 TO WS-CONT-RECUSADAS
                       ELSE
                           PERFORM GRAVA-CREDITO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       BUSCA-EQUIVALENCIA.
           IF WS-EQV-INST(WS-EQV-SUBS) = INST-TRF
              AND WS-EQV-EXT(WS-EQV-SUBS) = CO-DISC-EXT-TRF
               MOVE WS-EQV-SUBS TO WS-EQV-POS.
      *
       BUSCA-CATALOGO.
           IF WS-CAT-CODIGO(WS-CAT-SUBS) = WS-CO-DISC
               MOVE WS-CAT-SUBS TO WS-CAT-POS.
      *
       LISTA-SEM-EQUIVALENCIA.
           MOVE 'SEM EQUIVALENCIA - DECISAO DA COORDENACAO'
               TO WS-L-RESULTADO.
           ADD 1 TO WS-CONT-SEM-EQUIV.
           MOVE MATRIC-TRF        TO WS-E-MATRIC.
           MOVE INST-TRF          TO WS-E-INST.
           MOVE CO-DISC-EXT-TRF   TO WS-E-EXT.
           MOVE NOME-DISC-EXT-TRF TO WS-E-NOME.
           MOVE NOTA-TRF          TO WS-E-NOTA.
           MOVE WS-LINHA-EQV TO REG-RLE.
           WRITE REG-RLE.
      *
      *    JA CONSTA: CREDITO ANTERIOR OU APROVACAO NA CASA NA MESMA
      *    DISCIPLINA (MESMA REGRA DE APROVACAO DO SEPARA-DISC).
       VERIFICA-HISTORICO.
           MOVE 'N' TO WS-JA-CONSTA.
           MOVE 'N' TO WS-FIM-HIST.
           OPEN INPUT ARQHIST.
           IF ST-HIST NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-HIST
           END-IF.
           PERFORM BUSCA-HISTORICO
               UNTIL WS-FIM-HIST = 'S' OR WS-JA-CONSTA = 'S'.
           IF ST-HIST = '00' OR ST-HIST = '10'
               CLOSE ARQHIST
           END-IF.
      *
       BUSCA-HISTORICO.
           READ ARQHIST
               AT END
                   MOVE 'S' TO WS-FIM-HIST
               NOT AT END
                   IF MATRIC-HIST = MATRIC-TRF
                      AND CO-DISC-HIST = WS-CO-DISC
                       MOVE NOTA-PROVA-HIST TO WS-NOTA-FINAL
                       IF WS-NOTA-FINAL < 5,75
                           COMPUTE WS-NOTA-FINAL =
                               (NOTA-PROVA-HIST + NOTA-RECUP-HIST) / 2
                       END-IF
                       IF (WS-NOTA-FINAL >= 6
                           AND FREQUENCIA-HIST >= WS-FREQ-MINIMA)
                          OR HIST-CREDITO-TRANSF
                           MOVE 'S' TO WS-JA-CONSTA
                       END-IF
                   END-IF
           END-READ.
      *
       GRAVA-CREDITO.
           OPEN EXTEND ARQHIST.
           IF ST-HIST NOT EQUAL '00'
               OPEN OUTPUT ARQHIST
           END-IF.
           IF ST-HIST NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - HISTESC ' ST-HIST
               STOP RUN.
           MOVE MATRIC-TRF     TO MATRIC-HIST.
           MOVE PERIODO-TRF    TO PERIODO-HIST.
           MOVE WS-CO-DISC     TO CO-DISC-HIST.
           MOVE NOTA-TRF       TO NOTA-PROVA-HIST.
           MOVE ZEROS          TO NOTA-RECUP-HIST.
           MOVE FREQUENCIA-TRF TO FREQUENCIA-HIST.
           MOVE 'T'            TO ORIGEM-HIST.
           MOVE INST-TRF       TO INST-ORIGEM-HIST.
           WRITE REG-HIST.
           IF ST-HIST NOT EQUAL '00'
               DISPLAY 'ERRO DE GRAVACAO - HISTESC ' ST-HIST
               STOP RUN.
           CLOSE ARQHIST.
           MOVE WS-CO-DISC TO WS-C-DISC.
           MOVE WS-CREDITADA TO WS-L-RESULTADO.
           ADD 1 TO WS-CONT-CREDITADAS.
      *
       LOCALIZA-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK.
           MOVE 'N' TO WS-FIM-ALU.
           OPEN INPUT ARQCAD.
           IF ST-ALU NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-ALU
           END-IF.
           PERFORM BUSCA-ALUNO
               UNTIL WS-FIM-ALU = 'S' OR WS-ALUNO-OK = 'S'.
           IF ST-ALU = '00' OR ST-ALU = '10'
               CLOSE ARQCAD
           END-IF.
      *
       BUSCA-ALUNO.
           READ ARQCAD
               AT END
                   MOVE 'S' TO WS-FIM-ALU
               NOT AT END
                   IF MATRIC = MATRIC-TRF
                       MOVE 'S' TO WS-ALUNO-OK
                   END-IF
           END-READ.
      *
       FINALIZA.
           CLOSE ARQTRF.
           CLOSE RELTRF.
           CLOSE RELEQV.
           DISPLAY 'DISCIPLINAS LIDAS           : ' WS-CONT-LIDAS.
           DISPLAY 'CREDITADAS NO HISTORICO     : ' WS-CONT-CREDITADAS.
           DISPLAY 'SEM EQUIVALENCIA            : ' WS-CONT-SEM-EQUIV.
           DISPLAY 'NAO CREDITADAS              : ' WS-CONT-RECUSADAS.
