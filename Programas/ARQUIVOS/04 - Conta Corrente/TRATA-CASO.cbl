       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRATA-CASO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CASO.
           SELECT COMUNICA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-COM.
       DATA DIVISION.
       FILE SECTION.
      *
      *    CASOS DE COMPLIANCE ABERTOS PELO ANALISA-FRAC.
       FD CASOS VALUE OF FILE-ID IS "CASOS.DAT".
       01 REG-CASO.
           03 NUMERO-CASO          PIC 9(07).
           03 CPF-CASO             PIC X(11).
           03 NOME-CASO            PIC X(30).
           03 TIPO-CASO            PIC X(01).
               88 CASO-FRACIONADO  VALUE 'F'.
               88 CASO-PASSAGEM    VALUE 'P'.
           03 DATA-INI-CASO        PIC 9(06).
           03 DATA-FIM-CASO        PIC 9(06).
           03 QTDE-DEP-CASO        PIC 9(05).
           03 VALOR-DEP-CASO       PIC 9(11)V99.
           03 VALOR-SAIDA-CASO     PIC 9(11)V99.
           03 DATA-DET-CASO        PIC 9(06).
           03 SITUACAO-CASO        PIC X(01).
               88 CASO-ABERTO      VALUE 'A'.
               88 CASO-ARQUIVADO   VALUE 'D'.
               88 CASO-COMUNICADO  VALUE 'C'.
           03 OPERADOR-CASO        PIC X(08).
           03 DATA-DEC-CASO        PIC 9(06).
           03 JUSTIF-CASO          PIC X(40).
      *
      *    COMUNICACAO AO ORGAO REGULADOR - UM REGISTRO POR CASO
      *    COMUNICADO, PENDENTE ATE A REMESSA.
       FD COMUNICA VALUE OF FILE-ID IS "COMUNICA.DAT".
       01 REG-COMUNICA.
           03 NUMERO-COM           PIC 9(07).
           03 DATA-COM             PIC 9(06).
           03 CPF-COM              PIC X(11).
           03 NOME-COM             PIC X(30).
           03 TIPO-COM             PIC X(01).
           03 DATA-INI-COM         PIC 9(06).
           03 DATA-FIM-COM         PIC 9(06).
           03 QTDE-DEP-COM         PIC 9(05).
           03 VALOR-DEP-COM        PIC 9(11)V99.
           03 VALOR-SAIDA-COM      PIC 9(11)V99.
           03 OPERADOR-COM         PIC X(08).
           03 JUSTIF-COM           PIC X(40).
           03 SITUACAO-COM         PIC X(01).
               88 COM-PENDENTE     VALUE 'P'.
               88 COM-REMETIDA     VALUE 'R'.
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-CASO               PIC X(02) VALUE ZEROS.
       01 WS-FS-COM                PIC X(02) VALUE ZEROS.
       01 WS-OPCAO                 PIC X(01) VALUE SPACE.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CASO            PIC X(01) VALUE 'N'.
       01 WS-NUMERO                PIC 9(07) VALUE ZEROS.
       01 WS-DECISAO               PIC X(01) VALUE SPACE.
       01 WS-JUSTIFICATIVA         PIC X(40) VALUE SPACES.
       01 WS-CONT-ABERTOS          PIC 9(05) VALUE ZEROS.
       01 WS-L-DEP                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-L-SAIDA               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
      *    OPERADOR - A DECISAO FICA GRAVADA COM A MATRICULA.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
      *    TRATAMENTO DOS CASOS DE FRACIONAMENTO / PASSAGEM DE
      *    RECURSOS PELO COMPLIANCE: LISTA OS ABERTOS E REGISTRA A
      *    DECISAO - ARQUIVADO (SEM INDICIO) OU COMUNICADO, QUE GERA
      *    O REGISTRO DE COMUNICACAO EM COMUNICA.DAT.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - OPERADOR NAO AUTENTICADO"
               STOP RUN.
           ACCEPT WS-HOJE FROM DATE.
           DISPLAY "OPERACAO (L-LISTAR ABERTOS / D-DECIDIR): ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'L' PERFORM LISTA-ABERTOS
               WHEN 'D' PERFORM DECIDE-CASO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE L OU D"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPERADOR.
           MOVE 0   TO WS-TENTATIVAS.
           MOVE 'N' TO WS-AUTORIZADO.
           PERFORM VALIDA-OPERADOR
               UNTIL WS-AUTORIZADO = 'S' OR WS-TENTATIVAS = 3.
      *
       VALIDA-OPERADOR.
           DISPLAY "MATRICULA DO OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA-OP.
           CALL "OPERVALID" USING WS-OPERADOR-ID WS-SENHA-OP
               WS-AUTORIZADO WS-NOME-OP WS-NIVEL-OP.
           ADD 1 TO WS-TENTATIVAS.
           EVALUATE TRUE
               WHEN WS-AUTORIZADO NOT = 'S'
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               WHEN WS-NIVEL-OP = 'C'
                   MOVE 'N' TO WS-AUTORIZADO
                   DISPLAY "OPERADOR SEM ALCADA DE MANUTENCAO"
           END-EVALUATE.
      *
       LISTA-ABERTOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CASOS.
           IF WS-FS-CASO NOT EQUAL "00"
               DISPLAY "CASOS.DAT NAO ENCONTRADO"
               STOP RUN.
           PERFORM MOSTRA-CASO UNTIL WS-FIM = 'S'.
           CLOSE CASOS.
           DISPLAY "CASOS EM ABERTO: " WS-CONT-ABERTOS.
      *
       MOSTRA-CASO.
           READ CASOS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CASO-ABERTO
                       ADD 1 TO WS-CONT-ABERTOS
                       PERFORM EXIBE-CASO
                   END-IF
           END-READ.
      *
       EXIBE-CASO.
           MOVE VALOR-DEP-CASO   TO WS-L-DEP.
           MOVE VALOR-SAIDA-CASO TO WS-L-SAIDA.
           DISPLAY "CASO " NUMERO-CASO " TIPO " TIPO-CASO
               " CPF " CPF-CASO " " NOME-CASO.
           DISPLAY "   PERIODO " DATA-INI-CASO " A " DATA-FIM-CASO
               " DEPOSITOS " QTDE-DEP-CASO " VALOR " WS-L-DEP
               " SAIDAS " WS-L-SAIDA.
      *
       DECIDE-CASO.
           DISPLAY "NUMERO DO CASO: ".
           ACCEPT WS-NUMERO.
           MOVE 'N' TO WS-ACHOU-CASO.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CASOS.
           IF WS-FS-CASO NOT EQUAL "00"
               DISPLAY "CASOS.DAT NAO ENCONTRADO"
               STOP RUN.
           PERFORM BUSCA-CASO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CASO = 'S'.
           IF WS-ACHOU-CASO = 'N'
               CLOSE CASOS
               DISPLAY "CASO NAO ENCONTRADO"
               STOP RUN.
           IF NOT CASO-ABERTO
               CLOSE CASOS
               DISPLAY "CASO JA DECIDIDO EM " DATA-DEC-CASO
                   " POR " OPERADOR-CASO " - SITUACAO "
                   SITUACAO-CASO
               STOP RUN.
           PERFORM EXIBE-CASO.
           DISPLAY "DECISAO (A-ARQUIVAR / C-COMUNICAR): ".
           ACCEPT WS-DECISAO.
           IF WS-DECISAO NOT = 'A' AND WS-DECISAO NOT = 'C'
               CLOSE CASOS
               DISPLAY "DECISAO INVALIDA - CASO NAO ALTERADO"
               STOP RUN.
           DISPLAY "JUSTIFICATIVA: ".
           ACCEPT WS-JUSTIFICATIVA.
           IF WS-JUSTIFICATIVA = SPACES
               CLOSE CASOS
               DISPLAY "JUSTIFICATIVA OBRIGATORIA - CASO NAO ALTERADO"
               STOP RUN.
           IF WS-DECISAO = 'A'
               SET CASO-ARQUIVADO TO TRUE
           ELSE
               SET CASO-COMUNICADO TO TRUE
           END-IF.
           MOVE WS-OPERADOR-ID   TO OPERADOR-CASO.
           MOVE WS-HOJE          TO DATA-DEC-CASO.
           MOVE WS-JUSTIFICATIVA TO JUSTIF-CASO.
           REWRITE REG-CASO.
           IF WS-FS-CASO NOT EQUAL "00"
               DISPLAY "ERRO DE REGRAVACAO CASOS - " WS-FS-CASO
               STOP RUN.
           CLOSE CASOS.
           IF CASO-COMUNICADO
               PERFORM GRAVA-COMUNICACAO
               DISPLAY "CASO " NUMERO-CASO " COMUNICADO"
           ELSE
               DISPLAY "CASO " NUMERO-CASO " ARQUIVADO"
           END-IF.
      *
       BUSCA-CASO.
           READ CASOS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-CASO = WS-NUMERO
                       MOVE 'S' TO WS-ACHOU-CASO
                   END-IF
           END-READ.
      *
       GRAVA-COMUNICACAO.
           OPEN EXTEND COMUNICA.
           IF WS-FS-COM NOT EQUAL "00"
               OPEN OUTPUT COMUNICA
           END-IF.
           IF WS-FS-COM NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA COMUNICA - " WS-FS-COM
               STOP RUN.
           MOVE NUMERO-CASO      TO NUMERO-COM.
           MOVE WS-HOJE          TO DATA-COM.
           MOVE CPF-CASO         TO CPF-COM.
           MOVE NOME-CASO        TO NOME-COM.
           MOVE TIPO-CASO        TO TIPO-COM.
           MOVE DATA-INI-CASO    TO DATA-INI-COM.
           MOVE DATA-FIM-CASO    TO DATA-FIM-COM.
           MOVE QTDE-DEP-CASO    TO QTDE-DEP-COM.
           MOVE VALOR-DEP-CASO   TO VALOR-DEP-COM.
           MOVE VALOR-SAIDA-CASO TO VALOR-SAIDA-COM.
           MOVE WS-OPERADOR-ID   TO OPERADOR-COM.
           MOVE JUSTIF-CASO      TO JUSTIF-COM.
           SET COM-PENDENTE TO TRUE.
           WRITE REG-COMUNICA.
           IF WS-FS-COM NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO COMUNICA - " WS-FS-COM
           END-IF.
           CLOSE COMUNICA.
