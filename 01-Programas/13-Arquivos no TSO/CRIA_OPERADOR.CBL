       FD OPERADOR VALUE OF FILE-ID IS "OPERADOR.DAT".
       01 REG-OPERADOR.
           03 OPERADOR-ID       PIC X(08).
           03 SENHA-CIFRA-OP    PIC 9(18).
           03 NOME-OP           PIC X(20).
           03 NIVEL-OP          PIC X(01).
               88 OPER-CONSULTA    VALUE 'C'.
           03 STATUS-OPER       PIC X(01).
               88 OPER-ATIVO       VALUE 'A'.
               88 OPER-BLOQUEADO   VALUE 'B'.
           03 DATA-SENHA-OP     PIC 9(06).
           03 TROCA-SENHA-OP    PIC X(01).
               88 TROCA-OBRIGATORIA VALUE 'S'.
           03 HIST-SENHA-OP     PIC 9(18) OCCURS 5 TIMES.
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-OPE             PIC X(02) VALUE ZEROS.
       01 WS-SENHA-INICIAL      PIC X(08) VALUE SPACES.
       01 WS-HOJE               PIC 9(06) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-OPERADORES.
           CLOSE OPERADOR.
      *
       GRAVA-OPERADORES.
           MOVE "10001001"          TO OPERADOR-ID.
           MOVE "1234"              TO WS-SENHA-INICIAL.
           MOVE "Carlos Eduardo Ramos" TO NOME-OP.
           SET OPER-SUPERVISOR      TO TRUE.
           MOVE ZEROS               TO FALHAS-OP.
           SET OPER-ATIVO           TO TRUE.
           PERFORM GRAVA-OPERADOR.
      *
           MOVE "10002002"          TO OPERADOR-ID.
           MOVE "5678"              TO WS-SENHA-INICIAL.
           MOVE "Fernanda Lima Souza" TO NOME-OP.
           SET OPER-MANUTENCAO      TO TRUE.
           MOVE ZEROS               TO FALHAS-OP.
           SET OPER-ATIVO           TO TRUE.
           PERFORM GRAVA-OPERADOR.
      *
           MOVE "10003003"          TO OPERADOR-ID.
           MOVE "4321"              TO WS-SENHA-INICIAL.
           MOVE "Ricardo Alves Pinto" TO NOME-OP.
           SET OPER-CONSULTA        TO TRUE.
           MOVE ZEROS               TO FALHAS-OP.
           SET OPER-ATIVO           TO TRUE.
           PERFORM GRAVA-OPERADOR.
      *
      *    A SENHA INICIAL E' PROVISORIA: VAI CIFRADA E O OPERADOR
      *    TROCA NO PRIMEIRO SIGN-ON.
       GRAVA-OPERADOR.
           CALL "SENHACIF" USING OPERADOR-ID WS-SENHA-INICIAL
               SENHA-CIFRA-OP.
           MOVE WS-HOJE             TO DATA-SENHA-OP.
           SET TROCA-OBRIGATORIA    TO TRUE.
           MOVE ZEROS               TO HIST-SENHA-OP(1)
                                       HIST-SENHA-OP(2)
                                       HIST-SENHA-OP(3)
                                       HIST-SENHA-OP(4)
                                       HIST-SENHA-OP(5).
           WRITE REG-OPERADOR.
