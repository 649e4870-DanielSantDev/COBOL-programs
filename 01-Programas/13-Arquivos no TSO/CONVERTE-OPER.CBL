       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-OPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERANT ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ANT.
           SELECT OPERADOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-OPE.
       DATA DIVISION.
       FILE SECTION.
      *    CADASTRO ANTERIOR, COM A SENHA DE 4 POSICOES EM CLARO - O
      *    OPERADOR.DAT ATUAL E' RENOMEADO PARA OPERADOR-ANT.DAT ANTES
      *    DA CONVERSAO.
       FD OPERANT VALUE OF FILE-ID IS "OPERADOR-ANT.DAT".
       01 REG-OPERANT.
           03 OPERADOR-ID-ANT   PIC X(08).
           03 SENHA-ANT         PIC X(04).
           03 NOME-ANT          PIC X(20).
           03 NIVEL-ANT         PIC X(01).
           03 FALHAS-ANT        PIC 9(02).
           03 STATUS-ANT        PIC X(01).
      *
       FD OPERADOR VALUE OF FILE-ID IS "OPERADOR.DAT".
       01 REG-OPERADOR.
           03 OPERADOR-ID       PIC X(08).
           03 SENHA-CIFRA-OP    PIC 9(18).
           03 NOME-OP           PIC X(20).
           03 NIVEL-OP          PIC X(01).
               88 OPER-CONSULTA    VALUE 'C'.
               88 OPER-MANUTENCAO  VALUE 'M'.
               88 OPER-SUPERVISOR  VALUE 'S'.
           03 FALHAS-OP         PIC 9(02).
           03 STATUS-OPER       PIC X(01).
               88 OPER-ATIVO       VALUE 'A'.
               88 OPER-BLOQUEADO   VALUE 'B'.
           03 DATA-SENHA-OP     PIC 9(06).
           03 TROCA-SENHA-OP    PIC X(01).
               88 TROCA-OBRIGATORIA VALUE 'S'.
           03 HIST-SENHA-OP     PIC 9(18) OCCURS 5 TIMES.
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-ANT             PIC X(02) VALUE ZEROS.
       01 WS-FS-OPE             PIC X(02) VALUE ZEROS.
       01 WS-FIM-ANT            PIC X(01) VALUE 'N'.
       01 WS-SENHA-ANT          PIC X(08) VALUE SPACES.
       01 WS-HOJE               PIC 9(06) VALUE ZEROS.
       01 WS-CONT-LIDOS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-GRAVADOS      PIC 9(05) VALUE ZEROS.
      *
      *    PASSA O OPERADOR.DAT PARA O LEIAUTE COM A SENHA CIFRADA
      *    (SENHACIF), DATA DA SENHA E HISTORICO. A SENHA ANTIGA
      *    CONTINUA VALENDO UMA VEZ: TODOS OS OPERADORES FICAM COM
      *    TROCA OBRIGATORIA NO PROXIMO SIGN-ON.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           OPEN INPUT OPERANT.
           IF WS-FS-ANT NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA OPERADOR-ANT - " WS-FS-ANT
               STOP RUN.
           OPEN OUTPUT OPERADOR.
           IF WS-FS-OPE NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA OPERADOR - " WS-FS-OPE
               STOP RUN.
           PERFORM CONVERTE-OPERADOR UNTIL WS-FIM-ANT = 'S'.
           CLOSE OPERANT.
           CLOSE OPERADOR.
           DISPLAY "OPERADORES LIDOS    : " WS-CONT-LIDOS.
           DISPLAY "OPERADORES GRAVADOS : " WS-CONT-GRAVADOS.
           STOP RUN.
      *
       CONVERTE-OPERADOR.
           READ OPERANT
               AT END
                   MOVE 'S' TO WS-FIM-ANT
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM MONTA-OPERADOR
                   WRITE REG-OPERADOR
                   ADD 1 TO WS-CONT-GRAVADOS
           END-READ.
      *
       MONTA-OPERADOR.
           MOVE OPERADOR-ID-ANT TO OPERADOR-ID.
           MOVE SENHA-ANT       TO WS-SENHA-ANT.
           CALL "SENHACIF" USING OPERADOR-ID WS-SENHA-ANT
               SENHA-CIFRA-OP.
           MOVE NOME-ANT        TO NOME-OP.
           MOVE NIVEL-ANT       TO NIVEL-OP.
           MOVE FALHAS-ANT      TO FALHAS-OP.
           MOVE STATUS-ANT      TO STATUS-OPER.
           MOVE WS-HOJE         TO DATA-SENHA-OP.
           SET TROCA-OBRIGATORIA TO TRUE.
           MOVE ZEROS           TO HIST-SENHA-OP(1)
                                   HIST-SENHA-OP(2)
                                   HIST-SENHA-OP(3)
                                   HIST-SENHA-OP(4)
                                   HIST-SENHA-OP(5).
