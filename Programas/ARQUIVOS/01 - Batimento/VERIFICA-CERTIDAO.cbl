       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CERTIDAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCRT ASSIGN TO "CERTREG.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-CRT.
           SELECT ARQCAD ASSIGN TO "CADASTR.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-ALU.
           SELECT ARQHIST ASSIGN TO "HISTESC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-HIST.
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       77  ST-CRT         PIC X(02) VALUE ZEROS.
       77  ST-ALU         PIC X(02) VALUE ZEROS.
       77  ST-HIST        PIC X(02) VALUE ZEROS.
       77  WS-FIM         PIC X(01) VALUE 'N'.
       77  WS-FIM-HIST    PIC X(01) VALUE 'N'.
       77  WS-ACHOU       PIC X(01) VALUE 'N'.
       77  WS-NUMERO      PIC 9(06) VALUE ZEROS.
       77  WS-RESUMO      PIC 9(18) VALUE ZEROS.
       77  WS-QTDE-HIST   PIC 9(05) VALUE ZEROS.
       77  WS-DIGITO-CALC PIC 9(01) VALUE ZEROS.
       77  WS-COD-VALIDO  PIC X(01) VALUE 'N'.
       77  WS-NOME-ALUNO  PIC X(30) VALUE SPACES.
      *    EMISSAO ENCONTRADA NO CERTREG.DAT.
       01  WS-EMISSAO.
            05  WS-MATRIC-EMI       PIC 9(06).
            05  WS-DATA-EMI         PIC 9(06).
            05  WS-DATA-EMI-R REDEFINES WS-DATA-EMI.
                10  WS-AA-EMI       PIC 9(02).
                10  WS-MM-EMI       PIC 9(02).
                10  WS-DD-EMI       PIC 9(02).
            05  WS-CODIGO-EMI       PIC 9(09).
            05  WS-RESUMO-EMI       PIC 9(18).
            05  WS-QTDE-EMI         PIC 9(05).
       01  WS-CODIGO      PIC 9(09) VALUE ZEROS.
       01  WS-CODIGO-R REDEFINES WS-CODIGO.
            05  WS-BASE-COD         PIC 9(08).
            05  WS-DIGITO-COD       PIC 9(01).
      *
      *    CONFERENCIA DE CERTIDAO DE HISTORICO ESCOLAR A PEDIDO DE
      *    EMPRESA OU OUTRA ESCOLA: COM O NUMERO DO DOCUMENTO E O
      *    CODIGO DE VERIFICACAO (NOVE DIGITOS, SEM O TRACO), CONFERE
      *    O DIGITO (CERTDIG), PROCURA A EMISSAO NO CERTREG.DAT E
      *    INFORMA PARA QUEM FOI EMITIDA. O RESUMO DO HISTORICO ATUAL
      *    (CERTHASH) E' REFEITO E COMPARADO COM O DA EMISSAO - SE
      *    DIFERIR, O HISTORICO MUDOU DEPOIS DA CERTIDAO.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'NUMERO DO DOCUMENTO: '.
           ACCEPT WS-NUMERO.
           DISPLAY 'CODIGO DE VERIFICACAO: '.
           ACCEPT WS-CODIGO.
           CALL "CERTDIG" USING WS-BASE-COD WS-DIGITO-COD
               WS-COD-VALIDO WS-DIGITO-CALC.
           IF WS-COD-VALIDO NOT = 'S'
               DISPLAY 'CODIGO DE VERIFICACAO INVALIDO'
               STOP RUN.
           PERFORM LOCALIZA-CERTIDAO.
           IF WS-ACHOU = 'N'
               DISPLAY 'CERTIDAO NR ' WS-NUMERO
                   ' NAO CONSTA NO REGISTRO DE EMISSAO'
               STOP RUN.
           IF WS-CODIGO-EMI NOT = WS-CODIGO
               DISPLAY 'CODIGO NAO CONFERE COM A CERTIDAO NR '
                   WS-NUMERO
               STOP RUN.
           DISPLAY 'CERTIDAO NR ' WS-NUMERO ' AUTENTICA - EMITIDA EM '
               WS-DD-EMI '/' WS-MM-EMI '/' WS-AA-EMI.
           PERFORM LOCALIZA-ALUNO.
           IF WS-ACHOU = 'S'
               DISPLAY 'ALUNO: ' WS-MATRIC-EMI ' ' WS-NOME-ALUNO
           ELSE
               DISPLAY 'ALUNO: ' WS-MATRIC-EMI ' (NAO CONSTA MAIS NO '
                   'CADASTRO)'
           END-IF.
           PERFORM RESUME-HISTORICO.
           IF WS-RESUMO = WS-RESUMO-EMI
              AND WS-QTDE-HIST = WS-QTDE-EMI
               DISPLAY 'HISTORICO SEM ALTERACAO DESDE A EMISSAO'
           ELSE
               DISPLAY 'ATENCAO - HISTORICO ALTERADO APOS A EMISSAO'
               DISPLAY 'REGISTROS NA EMISSAO: ' WS-QTDE-EMI
                   '   REGISTROS HOJE: ' WS-QTDE-HIST
           END-IF.
           STOP RUN.
      *
       LOCALIZA-CERTIDAO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQCRT.
           IF ST-CRT NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-CERTIDAO UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF ST-CRT = '00' OR ST-CRT = '10'
               CLOSE ARQCRT
           END-IF.
      *
       BUSCA-CERTIDAO.
           READ ARQCRT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-CRT = WS-NUMERO
                       MOVE 'S'           TO WS-ACHOU
                       MOVE MATRIC-CRT    TO WS-MATRIC-EMI
                       MOVE DATA-CRT      TO WS-DATA-EMI
                       MOVE CODIGO-CRT    TO WS-CODIGO-EMI
                       MOVE RESUMO-CRT    TO WS-RESUMO-EMI
                       MOVE QTDE-HIST-CRT TO WS-QTDE-EMI
                   END-IF
           END-READ.
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
                   IF MATRIC = WS-MATRIC-EMI
                       MOVE 'S'  TO WS-ACHOU
                       MOVE NOME TO WS-NOME-ALUNO
                   END-IF
           END-READ.
      *
      *    MESMA CONTA DO EMITE-CERTIDAO: TODOS OS REGISTROS DO ALUNO
      *    NO HISTESC.DAT, NA ORDEM DO ARQUIVO.
       RESUME-HISTORICO.
           MOVE ZEROS TO WS-RESUMO.
           MOVE ZEROS TO WS-QTDE-HIST.
           MOVE 'N' TO WS-FIM-HIST.
           OPEN INPUT ARQHIST.
           IF ST-HIST NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-HIST
           END-IF.
           PERFORM RESUME-REGISTRO UNTIL WS-FIM-HIST = 'S'.
           IF ST-HIST = '00' OR ST-HIST = '10'
               CLOSE ARQHIST
           END-IF.
      *
       RESUME-REGISTRO.
           READ ARQHIST
               AT END
                   MOVE 'S' TO WS-FIM-HIST
               NOT AT END
                   IF MATRIC-HIST = WS-MATRIC-EMI
                       CALL "CERTHASH" USING REG-HIST WS-RESUMO
                       ADD 1 TO WS-QTDE-HIST
                   END-IF
           END-READ.
