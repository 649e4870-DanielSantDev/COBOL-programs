              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
           SELECT OPERADOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-OPE.
           SELECT SEGURANCA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-SEG.
       DATA DIVISION.
       FILE SECTION.
       FD OPERLOG.
      *
       FD RELACES VALUE OF FILE-ID IS "RELACESSO.DAT".
       01 REG-REL               PIC X(80).
      *
       FD OPERADOR VALUE OF FILE-ID IS "OPERADOR.DAT".
       01 REG-OPERADOR.
           03 OPERADOR-ID       PIC X(08).
           03 SENHA-CIFRA-OP    PIC 9(18).
           03 NOME-OP           PIC X(20).
           03 NIVEL-OP          PIC X(01).
           03 FALHAS-OP         PIC 9(02).
           03 STATUS-OPER       PIC X(01).
               88 OPER-ATIVO       VALUE 'A'.
               88 OPER-BLOQUEADO   VALUE 'B'.
           03 DATA-SENHA-OP     PIC 9(06).
           03 TROCA-SENHA-OP    PIC X(01).
               88 TROCA-OBRIGATORIA VALUE 'S'.
           03 HIST-SENHA-OP     PIC 9(18) OCCURS 5 TIMES.
      *
       FD SEGURANCA VALUE OF FILE-ID IS "SEGURANCA.DAT".
       01 REG-SEGURANCA.
           03 MAX-FALHAS-SEG    PIC 9(02).
           03 DIAS-VALIDADE-SEG PIC 9(03).
           03 DIAS-AVISO-SEG    PIC 9(02).
           03 QTDE-HIST-SEG     PIC 9(01).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-LOG             PIC X(02) VALUE ZEROS.
       01 WS-FS-REL             PIC X(02) VALUE ZEROS.
       01 WS-FIM-LOG            PIC X(01) VALUE 'N'.
       01 WS-FS-OPE             PIC X(02) VALUE ZEROS.
       01 WS-FS-SEG             PIC X(02) VALUE ZEROS.
       01 WS-FIM-OPE            PIC X(01) VALUE 'N'.
      *
      *    ACUMULA POR OPERADOR E DIA: LOGINS OK, FALHAS E BLOQUEIOS -
      *    E' O RELATORIO DE REVISAO DE ACESSOS QUE A AUDITORIA PEDE.
      *
       01 WS-CONT-LIDOS         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-PERDIDOS      PIC 9(07) VALUE ZEROS.
      *
      *    SEGUNDA SECAO: SENHAS VENCIDAS, A VENCER DENTRO DO PRAZO DE
      *    AVISO E PROVISORIAS AINDA NAO TROCADAS. PRAZOS DO
      *    SEGURANCA.DAT, COM OS MESMOS PADROES DO OPERVALID.
       01 WS-DIAS-VALIDADE      PIC 9(03) VALUE 090.
       01 WS-DIAS-AVISO         PIC 9(02) VALUE 10.
       01 WS-HOJE               PIC 9(06) VALUE ZEROS.
       01 WS-DATA-8             PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-HOJE          PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-SENHA         PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-RESTANTES     PIC S9(05) VALUE ZEROS.
       01 WS-CONT-SENHAS        PIC 9(05) VALUE ZEROS.
       01 WS-CAB3               PIC X(80)
           VALUE "===== SENHAS VENCIDAS OU A VENCER =====".
       01 WS-CAB4               PIC X(80)
           VALUE "OPERADOR  NOME                 TROCA     SITUACAO".
       01 WS-LINHA-SENHA.
           05 WS-S-OPER         PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-S-NOME         PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-S-DATA         PIC 99/99/99.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-S-SITUACAO     PIC X(30).
       01 WS-SITUACAO-VENCE.
           05 FILLER            PIC X(09) VALUE "VENCE EM ".
           05 WS-SV-DIAS        PIC ZZ9.
           05 FILLER            PIC X(05) VALUE " DIAS".
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ACUMULA-ACESSOS.
           PERFORM GERA-RELATORIO.
           PERFORM LE-SEGURANCA.
           PERFORM LISTA-SENHAS.
           STOP RUN.
      *
       ACUMULA-ACESSOS.
               DISPLAY "*** EVENTOS FORA DO RELATORIO (TABELA "
                   "CHEIA): " WS-CONT-PERDIDOS
           END-IF.
      *
       LE-SEGURANCA.
           OPEN INPUT SEGURANCA.
           IF WS-FS-SEG EQUAL "00"
               READ SEGURANCA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DIAS-VALIDADE-SEG IS NUMERIC
                          AND DIAS-VALIDADE-SEG > ZEROS
                           MOVE DIAS-VALIDADE-SEG TO WS-DIAS-VALIDADE
                       END-IF
                       IF DIAS-AVISO-SEG IS NUMERIC
                          AND DIAS-AVISO-SEG > ZEROS
                           MOVE DIAS-AVISO-SEG TO WS-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE SEGURANCA
           END-IF.
      *
       LISTA-SENHAS.
           ACCEPT WS-HOJE FROM DATE.
           COMPUTE WS-DATA-8 = 20000000 + WS-HOJE.
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-8).
           OPEN INPUT OPERADOR.
           IF WS-FS-OPE NOT EQUAL "00"
               DISPLAY "OPERADOR.DAT NAO ENCONTRADO - SECAO DE SENHAS "
                   "NAO EMITIDA"
           ELSE
               OPEN EXTEND RELACES
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE WS-CAB3 TO REG-REL
               WRITE REG-REL
               MOVE WS-CAB4 TO REG-REL
               WRITE REG-REL
               PERFORM AVALIA-SENHA UNTIL WS-FIM-OPE = 'S'
               CLOSE OPERADOR
               CLOSE RELACES
               DISPLAY "SENHAS VENCIDAS/A VENCER : " WS-CONT-SENHAS
           END-IF.
      *
       AVALIA-SENHA.
           READ OPERADOR
               AT END
                   MOVE 'S' TO WS-FIM-OPE
               NOT AT END
                   MOVE SPACES TO WS-S-SITUACAO
                   PERFORM CALCULA-VENCIMENTO
                   IF WS-S-SITUACAO NOT = SPACES
                       MOVE OPERADOR-ID   TO WS-S-OPER
                       MOVE NOME-OP       TO WS-S-NOME
                       MOVE DATA-SENHA-OP TO WS-S-DATA
                       MOVE WS-LINHA-SENHA TO REG-REL
                       WRITE REG-REL
                       ADD 1 TO WS-CONT-SENHAS
                   END-IF
           END-READ.
      *
       CALCULA-VENCIMENTO.
           IF DATA-SENHA-OP NOT NUMERIC OR DATA-SENHA-OP = ZEROS
               MOVE ZEROS TO DATA-SENHA-OP
               MOVE "VENCIDA - SEM DATA DE TROCA" TO WS-S-SITUACAO
           ELSE
               COMPUTE WS-DATA-8 = 20000000 + DATA-SENHA-OP
               COMPUTE WS-DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-8)
               COMPUTE WS-DIAS-RESTANTES = WS-DIAS-VALIDADE
                   - (WS-DIAS-HOJE - WS-DIAS-SENHA)
               EVALUATE TRUE
                   WHEN WS-DIAS-RESTANTES NOT > ZEROS
                       MOVE "VENCIDA" TO WS-S-SITUACAO
                   WHEN WS-DIAS-RESTANTES NOT > WS-DIAS-AVISO
                       MOVE WS-DIAS-RESTANTES TO WS-SV-DIAS
                       MOVE WS-SITUACAO-VENCE TO WS-S-SITUACAO
                   WHEN TROCA-OBRIGATORIA
                       MOVE "PROVISORIA - TROCA PENDENTE"
                           TO WS-S-SITUACAO
               END-EVALUATE
           END-IF.
      *
       ESCREVE-LINHA.
           MOVE WS-ACE-OPER(WS-ACE-SUBS)      TO WS-L-OPER.
