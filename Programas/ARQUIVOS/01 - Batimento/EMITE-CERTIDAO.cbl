       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE-CERTIDAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAD ASSIGN TO "CADASTR.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-ALU.
           SELECT ARQHIST ASSIGN TO "HISTESC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-HIST.
           SELECT ARQDISCAT ASSIGN TO "DISCIPLINA.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-CAT.
           SELECT ARQCRT ASSIGN TO "CERTREG.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-CRT.
           SELECT RELCRT ASSIGN TO "CERTIDAO.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ARQDISCAT.
       01  REG-DISCAT.
            05  CO-DISC-CAT         PIC  X(04).
            05  NOME-DISC-CAT       PIC  X(30).
            05  CARGA-DISC-CAT      PIC  9(03).
            05  OFERTADA-CAT        PIC  X(01).
            05  CAPACIDADE-CAT      PIC  9(03).
            05  OBRIGATORIA-CAT     PIC  X(01).
      *
      *    REGISTRO DAS CERTIDOES EMITIDAS - UM REGISTRO POR
      *    DOCUMENTO, COM O CODIGO DE VERIFICACAO E O RESUMO DO
      *    HISTORICO NO MOMENTO DA EMISSAO (VERIFICA-CERTIDAO).
       FD  ARQCRT.
       01  REG-CRT.
            05  NUMERO-CRT          PIC  9(06).
            05  MATRIC-CRT.
                10  CO-ANO-CRT      PIC  9(02).
                10  CO-NUMERO-CRT   PIC  9(03).
                10  CO-DIGITO-CRT   PIC  9(01).
            05  DATA-CRT            PIC  9(06).
            05  CODIGO-CRT.
                10  BASE-COD-CRT    PIC  9(08).
                10  DIGITO-COD-CRT  PIC  9(01).
            05  RESUMO-CRT          PIC  9(18).
            05  QTDE-HIST-CRT       PIC  9(05).
      *
       FD  RELCRT.
       01  REG-REL                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  ST-ALU         PIC X(02) VALUE ZEROS.
       77  ST-HIST        PIC X(02) VALUE ZEROS.
       77  ST-CAT         PIC X(02) VALUE ZEROS.
       77  ST-CRT         PIC X(02) VALUE ZEROS.
       77  ST-REL         PIC X(02) VALUE ZEROS.
       77  WS-FIM         PIC X(01) VALUE 'N'.
       77  WS-FIM-CAT     PIC X(01) VALUE 'N'.
       77  WS-FIM-HIST    PIC X(01) VALUE 'N'.
       77  WS-FIM-CRT     PIC X(01) VALUE 'N'.
       77  WS-ACHOU       PIC X(01) VALUE 'N'.
       77  WS-MATRIC-VALIDA PIC X(01) VALUE 'N'.
       77  WS-FREQ-MINIMA PIC 9(03) VALUE 75.
       77  WS-NOTA-FINAL  PIC 9(02)V99 VALUE ZEROS.
       77  WS-NOME-ALUNO  PIC X(30) VALUE SPACES.
       77  WS-NUMERO      PIC 9(06) VALUE ZEROS.
       77  WS-RESUMO      PIC 9(18) VALUE ZEROS.
       77  WS-QTDE-HIST   PIC 9(05) VALUE ZEROS.
       77  WS-RESTO       PIC 9(08) VALUE ZEROS.
       77  WS-QUOC        PIC 9(18) VALUE ZEROS.
       77  WS-TRAB        PIC 9(18) VALUE ZEROS.
       77  WS-BASE-COD    PIC 9(08) VALUE ZEROS.
       77  WS-DIGITO-COD  PIC 9(01) VALUE ZEROS.
       77  WS-DIGITO-CALC PIC 9(01) VALUE ZEROS.
       77  WS-COD-VALIDO  PIC X(01) VALUE 'N'.
       77  WS-CONT-APROVADAS  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CREDITADAS PIC 9(05) VALUE ZEROS.
       77  WS-CONT-REPROVADAS PIC 9(05) VALUE ZEROS.
       01  WS-MATRIC      PIC 9(06) VALUE ZEROS.
       01  WS-MATRIC-R REDEFINES WS-MATRIC.
            05  WS-CO-ANO           PIC 9(02).
            05  WS-CO-NUMERO        PIC 9(03).
            05  WS-CO-DIGITO        PIC 9(01).
       01  WS-DATA-HOJE   PIC 9(06) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
            05  WS-AA-HOJE          PIC 9(02).
            05  WS-MM-HOJE          PIC 9(02).
            05  WS-DD-HOJE          PIC 9(02).
      *
       01  WS-CAT-TAB.
            05  WS-CAT-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-CAT-ITEM OCCURS 100 TIMES.
                10  WS-CAT-CODIGO   PIC X(04).
                10  WS-CAT-NOME     PIC X(30).
       77  WS-CAT-SUBS    PIC 9(03) VALUE ZEROS.
       77  WS-CAT-POS     PIC 9(03) VALUE ZEROS.
      *
       01  WS-CAB-DOC.
            05  FILLER              PIC X(14) VALUE 'DOCUMENTO NR: '.
            05  WS-C-NUMERO         PIC 9(06).
            05  FILLER              PIC X(15) VALUE
                '   EMITIDO EM: '.
            05  WS-C-DD             PIC 9(02).
            05  FILLER              PIC X(01) VALUE '/'.
            05  WS-C-MM             PIC 9(02).
            05  FILLER              PIC X(01) VALUE '/'.
            05  WS-C-AA             PIC 9(02).
            05  FILLER              PIC X(37) VALUE SPACES.
      *
       01  WS-CAB-ALUNO.
            05  FILLER              PIC X(11) VALUE 'MATRICULA: '.
            05  WS-C-MATRIC         PIC 9(06).
            05  FILLER              PIC X(10) VALUE '   ALUNO: '.
            05  WS-C-NOME           PIC X(30).
            05  FILLER              PIC X(23) VALUE SPACES.
      *
       01  WS-CAB-COLUNAS.
            05  FILLER              PIC X(06) VALUE 'PER.'.
            05  FILLER              PIC X(05) VALUE 'DISC'.
            05  FILLER              PIC X(31) VALUE 'DISCIPLINA'.
            05  FILLER              PIC X(06) VALUE ' NOTA'.
            05  FILLER              PIC X(04) VALUE 'FRQ'.
            05  FILLER              PIC X(28) VALUE 'SITUACAO'.
      *
       01  WS-LINHA-HIST.
            05  WS-L-PERIODO        PIC 9(05).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-L-DISC           PIC X(04).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-L-NOME           PIC X(30).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-L-NOTA           PIC Z9,99.
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-L-FREQ           PIC ZZ9.
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-L-SITUACAO       PIC X(28).
      *
       01  WS-TRANSF.
            05  FILLER              PIC X(08) VALUE 'TRANSF. '.
            05  WS-T-INST           PIC X(20).
      *
       01  WS-LINHA-TOTAL.
            05  FILLER              PIC X(11) VALUE 'APROVADAS: '.
            05  WS-T-APROVADAS      PIC ZZZZ9.
            05  FILLER              PIC X(15) VALUE
                '   CREDITADAS: '.
            05  WS-T-CREDITADAS     PIC ZZZZ9.
            05  FILLER              PIC X(15) VALUE
                '   REPROVADAS: '.
            05  WS-T-REPROVADAS     PIC ZZZZ9.
            05  FILLER              PIC X(24) VALUE SPACES.
      *
       01  WS-LINHA-CODIGO.
            05  FILLER              PIC X(23) VALUE
                'CODIGO DE VERIFICACAO: '.
            05  WS-V-BASE           PIC 9(08).
            05  FILLER              PIC X(01) VALUE '-'.
            05  WS-V-DIGITO         PIC 9(01).
            05  FILLER              PIC X(47) VALUE SPACES.
      *
      *    CERTIDAO OFICIAL DE HISTORICO ESCOLAR: O HISTORICO COMPLETO
      *    DO ALUNO (NOTA FINAL PELA REGRA DO SEPARA-DISC, CREDITOS POR
      *    TRANSFERENCIA COM A INSTITUICAO DE ORIGEM) SAI NO
      *    CERTIDAO.DAT COM NUMERO DE DOCUMENTO SEQUENCIAL E CODIGO DE
      *    VERIFICACAO. O CODIGO E' TIRADO DO NUMERO E DO RESUMO DO
      *    HISTORICO (CERTHASH), COM DIGITO MODULO 11 (CERTDIG). CADA
      *    EMISSAO FICA NO CERTREG.DAT PARA O VERIFICA-CERTIDAO.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'MATRICULA: '.
           ACCEPT WS-MATRIC.
           CALL "MATRICDIG" USING WS-CO-ANO WS-CO-NUMERO WS-CO-DIGITO
               WS-MATRIC-VALIDA.
           IF WS-MATRIC-VALIDA NOT = 'S'
               DISPLAY 'MATRICULA INVALIDA'
               STOP RUN.
           PERFORM LOCALIZA-ALUNO.
           IF WS-ACHOU = 'N'
               DISPLAY 'ALUNO NAO CADASTRADO'
               STOP RUN.
           PERFORM RESUME-HISTORICO.
           IF WS-QTDE-HIST = ZEROS
               DISPLAY 'NENHUM HISTORICO ENCONTRADO PARA ESTA'
                   ' MATRICULA'
               STOP RUN.
           PERFORM CARREGA-CATALOGO.
           PERFORM PROXIMO-NUMERO.
           ACCEPT WS-DATA-HOJE FROM DATE.
           PERFORM CALCULA-CODIGO.
           PERFORM IMPRIME-CERTIDAO.
           PERFORM REGISTRA-CERTIDAO.
           DISPLAY 'CERTIDAO NR ' WS-NUMERO ' EMITIDA - CODIGO '
               WS-BASE-COD '-' WS-DIGITO-COD.
           STOP RUN.
      *
       LOCALIZA-ALUNO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQCAD.
           IF ST-ALU NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-ALUNO UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF ST-ALU = '00' OR ST-ALU = '10'
               CLOSE ARQCAD
           END-IF.
      *
       BUSCA-ALUNO.
           READ ARQCAD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF MATRIC = WS-MATRIC
                       MOVE 'S'  TO WS-ACHOU
                       MOVE NOME TO WS-NOME-ALUNO
                   END-IF
           END-READ.
      *
      *    RESUMO DE TODOS OS REGISTROS DO ALUNO NO HISTESC.DAT, NA
      *    ORDEM DO ARQUIVO - O VERIFICA-CERTIDAO REFAZ A MESMA CONTA.
       RESUME-HISTORICO.
           MOVE ZEROS TO WS-RESUMO.
           MOVE ZEROS TO WS-QTDE-HIST.
           MOVE 'N' TO WS-FIM-HIST.
           OPEN INPUT ARQHIST.
           IF ST-HIST NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - HISTESC ' ST-HIST
               STOP RUN.
           PERFORM RESUME-REGISTRO UNTIL WS-FIM-HIST = 'S'.
           CLOSE ARQHIST.
      *
       RESUME-REGISTRO.
           READ ARQHIST
               AT END
                   MOVE 'S' TO WS-FIM-HIST
               NOT AT END
                   IF MATRIC-HIST = WS-MATRIC
                       CALL "CERTHASH" USING REG-HIST WS-RESUMO
                       ADD 1 TO WS-QTDE-HIST
                   END-IF
           END-READ.
      *
       CARREGA-CATALOGO.
           MOVE 'N' TO WS-FIM-CAT.
           OPEN INPUT ARQDISCAT.
           IF ST-CAT NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-CAT
           END-IF.
           PERFORM GUARDA-DISCIPLINA UNTIL WS-FIM-CAT = 'S'.
           IF ST-CAT = '00' OR ST-CAT = '10'
               CLOSE ARQDISCAT
           END-IF.
      *
       GUARDA-DISCIPLINA.
           READ ARQDISCAT
               AT END
                   MOVE 'S' TO WS-FIM-CAT
               NOT AT END
                   IF WS-CAT-QTDE < 100
                       ADD 1 TO WS-CAT-QTDE
                       MOVE CO-DISC-CAT   TO WS-CAT-CODIGO(WS-CAT-QTDE)
                       MOVE NOME-DISC-CAT TO WS-CAT-NOME(WS-CAT-QTDE)
                   END-IF
           END-READ.
      *
      *    NUMERO DO DOCUMENTO: MAIOR NUMERO JA REGISTRADO MAIS UM.
       PROXIMO-NUMERO.
           MOVE ZEROS TO WS-NUMERO.
           MOVE 'N' TO WS-FIM-CRT.
           OPEN INPUT ARQCRT.
           IF ST-CRT NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-CRT
           END-IF.
           PERFORM LER-REGISTRO UNTIL WS-FIM-CRT = 'S'.
           IF ST-CRT = '00' OR ST-CRT = '10'
               CLOSE ARQCRT
           END-IF.
           ADD 1 TO WS-NUMERO.
      *
       LER-REGISTRO.
           READ ARQCRT
               AT END
                   MOVE 'S' TO WS-FIM-CRT
               NOT AT END
                   IF NUMERO-CRT > WS-NUMERO
                       MOVE NUMERO-CRT TO WS-NUMERO
                   END-IF
           END-READ.
      *
      *    BASE DO CODIGO: RESUMO DO HISTORICO REDUZIDO A OITO
      *    POSICOES, DESLOCADO PELO NUMERO DO DOCUMENTO - DUAS
      *    CERTIDOES DO MESMO HISTORICO TEM CODIGOS DIFERENTES.
       CALCULA-CODIGO.
           DIVIDE WS-RESUMO BY 99999989 GIVING WS-QUOC
               REMAINDER WS-RESTO.
           COMPUTE WS-TRAB = WS-RESTO + WS-NUMERO * 7919.
           DIVIDE WS-TRAB BY 100000000 GIVING WS-QUOC
               REMAINDER WS-BASE-COD.
           MOVE ZEROS TO WS-DIGITO-COD.
           CALL "CERTDIG" USING WS-BASE-COD WS-DIGITO-COD
               WS-COD-VALIDO WS-DIGITO-CALC.
           MOVE WS-DIGITO-CALC TO WS-DIGITO-COD.
      *
       IMPRIME-CERTIDAO.
           OPEN OUTPUT RELCRT.
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - CERTIDAO ' ST-REL
               STOP RUN.
           MOVE '===== CERTIDAO DE HISTORICO ESCOLAR =====' TO REG-REL.
           WRITE REG-REL.
           MOVE WS-NUMERO     TO WS-C-NUMERO.
           MOVE WS-DD-HOJE    TO WS-C-DD.
           MOVE WS-MM-HOJE    TO WS-C-MM.
           MOVE WS-AA-HOJE    TO WS-C-AA.
           MOVE WS-CAB-DOC    TO REG-REL.
           WRITE REG-REL.
           MOVE WS-MATRIC     TO WS-C-MATRIC.
           MOVE WS-NOME-ALUNO TO WS-C-NOME.
           MOVE WS-CAB-ALUNO  TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB-COLUNAS TO REG-REL.
           WRITE REG-REL.
           MOVE 'N' TO WS-FIM-HIST.
           OPEN INPUT ARQHIST.
           IF ST-HIST NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - HISTESC ' ST-HIST
               STOP RUN.
           PERFORM IMPRIME-REGISTRO UNTIL WS-FIM-HIST = 'S'.
           CLOSE ARQHIST.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CONT-APROVADAS  TO WS-T-APROVADAS.
           MOVE WS-CONT-CREDITADAS TO WS-T-CREDITADAS.
           MOVE WS-CONT-REPROVADAS TO WS-T-REPROVADAS.
           MOVE WS-LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE WS-BASE-COD   TO WS-V-BASE.
           MOVE WS-DIGITO-COD TO WS-V-DIGITO.
           MOVE WS-LINHA-CODIGO TO REG-REL.
           WRITE REG-REL.
           MOVE 'AUTENTICIDADE CONFIRMADA NA SECRETARIA PELO NUMERO'
               TO REG-REL.
           WRITE REG-REL.
           MOVE 'DO DOCUMENTO E PELO CODIGO DE VERIFICACAO.' TO REG-REL.
           WRITE REG-REL.
           CLOSE RELCRT.
      *
       IMPRIME-REGISTRO.
           READ ARQHIST
               AT END
                   MOVE 'S' TO WS-FIM-HIST
               NOT AT END
                   IF MATRIC-HIST = WS-MATRIC
                       PERFORM MONTA-LINHA
                       MOVE WS-LINHA-HIST TO REG-REL
                       WRITE REG-REL
                   END-IF
           END-READ.
      *
       MONTA-LINHA.
           MOVE PERIODO-HIST    TO WS-L-PERIODO.
           MOVE CO-DISC-HIST    TO WS-L-DISC.
           MOVE CO-DISC-HIST    TO WS-L-NOME.
           MOVE ZEROS TO WS-CAT-POS.
           PERFORM BUSCA-CATALOGO
               VARYING WS-CAT-SUBS FROM 1 BY 1
               UNTIL WS-CAT-SUBS > WS-CAT-QTDE
                  OR WS-CAT-POS NOT = ZEROS.
           IF WS-CAT-POS NOT = ZEROS
               MOVE WS-CAT-NOME(WS-CAT-POS) TO WS-L-NOME
           END-IF.
           MOVE FREQUENCIA-HIST TO WS-L-FREQ.
           IF HIST-CREDITO-TRANSF
               MOVE NOTA-PROVA-HIST  TO WS-L-NOTA
               MOVE INST-ORIGEM-HIST TO WS-T-INST
               MOVE WS-TRANSF        TO WS-L-SITUACAO
               ADD 1 TO WS-CONT-CREDITADAS
           ELSE
               MOVE NOTA-PROVA-HIST TO WS-NOTA-FINAL
               IF WS-NOTA-FINAL < 5,75
                   COMPUTE WS-NOTA-FINAL =
                       (NOTA-PROVA-HIST + NOTA-RECUP-HIST) / 2
               END-IF
               MOVE WS-NOTA-FINAL TO WS-L-NOTA
               IF WS-NOTA-FINAL >= 6
                  AND FREQUENCIA-HIST >= WS-FREQ-MINIMA
                   MOVE 'APROVADO' TO WS-L-SITUACAO
                   ADD 1 TO WS-CONT-APROVADAS
               ELSE
                   MOVE 'REPROVADO' TO WS-L-SITUACAO
                   ADD 1 TO WS-CONT-REPROVADAS
               END-IF
           END-IF.
      *
       BUSCA-CATALOGO.
           IF WS-CAT-CODIGO(WS-CAT-SUBS) = CO-DISC-HIST
               MOVE WS-CAT-SUBS TO WS-CAT-POS.
      *
       REGISTRA-CERTIDAO.
           OPEN EXTEND ARQCRT.
           IF ST-CRT NOT EQUAL '00'
               OPEN OUTPUT ARQCRT
           END-IF.
           IF ST-CRT NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - CERTREG ' ST-CRT
               STOP RUN.
           MOVE WS-NUMERO     TO NUMERO-CRT.
           MOVE WS-MATRIC     TO MATRIC-CRT.
           MOVE WS-DATA-HOJE  TO DATA-CRT.
           MOVE WS-BASE-COD   TO BASE-COD-CRT.
           MOVE WS-DIGITO-COD TO DIGITO-COD-CRT.
           MOVE WS-RESUMO     TO RESUMO-CRT.
           MOVE WS-QTDE-HIST  TO QTDE-HIST-CRT.
           WRITE REG-CRT.
           IF ST-CRT NOT EQUAL '00'
               DISPLAY 'ERRO DE GRAVACAO - CERTREG ' ST-CRT
               STOP RUN.
           CLOSE ARQCRT.
