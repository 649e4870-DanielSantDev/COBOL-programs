       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAIXA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSAOCX ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SES.
           SELECT RELCX ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD SESSAOCX VALUE OF FILE-ID IS "SESSAOCX.DAT".
       01 REG-SESSAO.
           03 OPERADOR-SES         PIC X(08).
           03 AGENCIA-SES          PIC 9(03).
           03 DATA-SES             PIC 9(06).
           03 HORA-ABERT-SES       PIC 9(08).
           03 ABERTURA-SES         PIC 9(09)V99.
           03 DEPOSITOS-SES        PIC 9(09)V99.
           03 SAQUES-SES           PIC 9(09)V99.
           03 SUPRIMENTO-SES       PIC 9(09)V99.
           03 RECOLHIMENTO-SES     PIC 9(09)V99.
           03 CONTADO-SES          PIC 9(09)V99.
           03 DIFERENCA-SES        PIC S9(09)V99.
           03 HORA-FECH-SES        PIC 9(08).
           03 STATUS-SES           PIC X(01).
               88 SES-ABERTA       VALUE 'A'.
               88 SES-FECHADA      VALUE 'F'.
      *
       FD RELCX VALUE OF FILE-ID IS "RELCAIXA.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-SES                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM-SES               PIC X(01) VALUE 'N'.
       01 WS-DATA-REL              PIC 9(06) VALUE ZEROS.
       01 WS-ESPERADO              PIC S9(11)V99 VALUE ZEROS.
       01 WS-CONT-GAVETAS          PIC 9(05) VALUE ZEROS.
      *
      *    TOTAIS POR AGENCIA - GAVETAS, AINDA ABERTAS, SALDO
      *    ESPERADO, SOBRAS E QUEBRAS.
       01 WS-AGE-TAB.
           03 WS-AGE-QTDE           PIC 9(03) VALUE ZEROS.
           03 WS-AGE-ITEM OCCURS 100 TIMES.
               05 WS-AGE-NUMERO     PIC 9(03).
               05 WS-AGE-GAVETAS    PIC 9(05).
               05 WS-AGE-ABERTAS    PIC 9(05).
               05 WS-AGE-ESPERADO   PIC S9(11)V99.
               05 WS-AGE-SOBRAS     PIC S9(11)V99.
               05 WS-AGE-QUEBRAS    PIC S9(11)V99.
       01 WS-AGE-SUBS               PIC 9(03) VALUE ZEROS.
       01 WS-AGE-POS                PIC 9(03) VALUE ZEROS.
      *
       01 WS-CAB1.
           05 FILLER                PIC X(40)
               VALUE "===== POSICAO DAS GAVETAS DE CAIXA EM ".
           05 WS-C-DATA             PIC 9(06).
           05 FILLER                PIC X(34) VALUE " =====".
       01 WS-CAB2.
           05 FILLER                PIC X(40)
               VALUE "AGE OPERADOR S      ABERTURA       ESPER".
           05 FILLER                PIC X(40)
               VALUE "ADO       CONTADO      DIFERENCA".
       01 WS-LINHA-DET.
           05 WS-L-AGENCIA          PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-L-OPERADOR         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-L-STATUS           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-L-ABERTURA         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-L-ESPERADO         PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-L-CONTADO          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-L-DIFERENCA        PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(08) VALUE SPACES.
       01 WS-CAB3.
           05 FILLER                PIC X(40)
               VALUE "AGE GAVETAS ABERTAS       ESPERADO      ".
           05 FILLER                PIC X(40)
               VALUE "   SOBRAS        QUEBRAS".
       01 WS-LINHA-AGE.
           05 WS-T-AGENCIA          PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-T-GAVETAS          PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-T-ABERTAS          PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-T-ESPERADO         PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-T-SOBRAS           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-T-QUEBRAS          PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(16) VALUE SPACES.
      *
      *    RELATORIO DO CAIXA DA AGENCIA: UMA LINHA POR GAVETA ABERTA
      *    NA DATA (STATUS A = AINDA ABERTA, F = FECHADA), COM O SALDO
      *    ESPERADO E A CONTAGEM DO FECHAMENTO, E O RESUMO DE SOBRAS
      *    E QUEBRAS POR AGENCIA. AS MESMAS DIFERENCAS VAO PARA O
      *    JORNAL CONTABIL PELO JORNALCONTABIL.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DATA DO MOVIMENTO DE CAIXA (AAMMDD, ZERO = HOJE): ".
           ACCEPT WS-DATA-REL.
           IF WS-DATA-REL = ZEROS
               ACCEPT WS-DATA-REL FROM DATE
           END-IF.
           PERFORM ABRE-ARQ.
           PERFORM GERA-DETALHE.
           PERFORM GERA-RESUMO.
           PERFORM FINALIZA.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN INPUT SESSAOCX.
           IF WS-FS-SES NOT EQUAL "00"
               DISPLAY "SESSAOCX.DAT NAO ENCONTRADO"
               STOP RUN.
           OPEN OUTPUT RELCX.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELCAIXA - " WS-FS-REL
               STOP RUN.
      *
       GERA-DETALHE.
           MOVE WS-DATA-REL TO WS-C-DATA.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           PERFORM LER-SESSAO UNTIL WS-FIM-SES = 'S'.
           CLOSE SESSAOCX.
      *
       LER-SESSAO.
           READ SESSAOCX
               AT END
                   MOVE 'S' TO WS-FIM-SES
               NOT AT END
                   IF DATA-SES = WS-DATA-REL
                       PERFORM ESCREVE-GAVETA
                   END-IF
           END-READ.
      *
       ESCREVE-GAVETA.
           COMPUTE WS-ESPERADO = ABERTURA-SES + DEPOSITOS-SES
               - SAQUES-SES + SUPRIMENTO-SES - RECOLHIMENTO-SES.
           MOVE AGENCIA-SES   TO WS-L-AGENCIA.
           MOVE OPERADOR-SES  TO WS-L-OPERADOR.
           MOVE STATUS-SES    TO WS-L-STATUS.
           MOVE ABERTURA-SES  TO WS-L-ABERTURA.
           MOVE WS-ESPERADO   TO WS-L-ESPERADO.
           MOVE CONTADO-SES   TO WS-L-CONTADO.
           MOVE DIFERENCA-SES TO WS-L-DIFERENCA.
           MOVE WS-LINHA-DET TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-CONT-GAVETAS.
           PERFORM ACUMULA-AGENCIA.
      *
       ACUMULA-AGENCIA.
           MOVE ZEROS TO WS-AGE-POS.
           PERFORM BUSCA-AGENCIA
               VARYING WS-AGE-SUBS FROM 1 BY 1
               UNTIL WS-AGE-SUBS > WS-AGE-QTDE
                  OR WS-AGE-POS NOT = ZEROS.
           IF WS-AGE-POS = ZEROS
               ADD 1 TO WS-AGE-QTDE
               MOVE WS-AGE-QTDE  TO WS-AGE-POS
               MOVE AGENCIA-SES  TO WS-AGE-NUMERO(WS-AGE-POS)
               MOVE ZEROS TO WS-AGE-GAVETAS(WS-AGE-POS)
               MOVE ZEROS TO WS-AGE-ABERTAS(WS-AGE-POS)
               MOVE ZEROS TO WS-AGE-ESPERADO(WS-AGE-POS)
               MOVE ZEROS TO WS-AGE-SOBRAS(WS-AGE-POS)
               MOVE ZEROS TO WS-AGE-QUEBRAS(WS-AGE-POS)
           END-IF.
           ADD 1 TO WS-AGE-GAVETAS(WS-AGE-POS).
           ADD WS-ESPERADO TO WS-AGE-ESPERADO(WS-AGE-POS).
           EVALUATE TRUE
               WHEN SES-ABERTA
                   ADD 1 TO WS-AGE-ABERTAS(WS-AGE-POS)
               WHEN DIFERENCA-SES > ZEROS
                   ADD DIFERENCA-SES TO WS-AGE-SOBRAS(WS-AGE-POS)
               WHEN DIFERENCA-SES < ZEROS
                   ADD DIFERENCA-SES TO WS-AGE-QUEBRAS(WS-AGE-POS)
           END-EVALUATE.
      *
       BUSCA-AGENCIA.
           IF WS-AGE-NUMERO(WS-AGE-SUBS) = AGENCIA-SES
               MOVE WS-AGE-SUBS TO WS-AGE-POS
           END-IF.
      *
       GERA-RESUMO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB3 TO REG-REL.
           WRITE REG-REL.
           PERFORM ESCREVE-LINHA-AGENCIA
               VARYING WS-AGE-SUBS FROM 1 BY 1
               UNTIL WS-AGE-SUBS > WS-AGE-QTDE.
      *
       ESCREVE-LINHA-AGENCIA.
           MOVE WS-AGE-NUMERO(WS-AGE-SUBS)   TO WS-T-AGENCIA.
           MOVE WS-AGE-GAVETAS(WS-AGE-SUBS)  TO WS-T-GAVETAS.
           MOVE WS-AGE-ABERTAS(WS-AGE-SUBS)  TO WS-T-ABERTAS.
           MOVE WS-AGE-ESPERADO(WS-AGE-SUBS) TO WS-T-ESPERADO.
           MOVE WS-AGE-SOBRAS(WS-AGE-SUBS)   TO WS-T-SOBRAS.
           MOVE WS-AGE-QUEBRAS(WS-AGE-SUBS)  TO WS-T-QUEBRAS.
           MOVE WS-LINHA-AGE TO REG-REL.
           WRITE REG-REL.
           IF WS-AGE-ABERTAS(WS-AGE-SUBS) > ZEROS
               DISPLAY "AGENCIA " WS-AGE-NUMERO(WS-AGE-SUBS)
                   " TEM " WS-AGE-ABERTAS(WS-AGE-SUBS)
                   " GAVETA(S) AINDA ABERTA(S)"
           END-IF.
      *
       FINALIZA.
           CLOSE RELCX.
           DISPLAY "GAVETAS LISTADAS : " WS-CONT-GAVETAS.
           DISPLAY "AGENCIAS         : " WS-AGE-QTDE.
