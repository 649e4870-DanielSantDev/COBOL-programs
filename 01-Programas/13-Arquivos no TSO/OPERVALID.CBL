       FD OPERADOR VALUE OF FILE-ID IS "OPERADOR.DAT".
       01 REG-OPERADOR.
           03 OPERADOR-ID       PIC X(08).
      *    A SENHA NAO FICA NO ARQUIVO - SO A CIFRA DO SENHACIF.
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
       FD OPERLOG.
       01 REG-OPERLOG.
           03 DATA-LOG          PIC 9(06).
           03 HORA-LOG          PIC 9(08).
      *
      *    PARAMETROS DE SEGURANCA: LIMITE DE FALHAS CONSECUTIVAS ANTES
      *    DO BLOQUEIO, VALIDADE DA SENHA EM DIAS, ANTECEDENCIA DO
      *    AVISO DE VENCIMENTO (RELACESSO) E QUANTAS SENHAS ANTERIORES
      *    NAO PODEM SER REPETIDAS - MANTIDOS PELO DESBLOQ-OPER. SEM O
      *    ARQUIVO (OU COM O CAMPO ZERADO), VALE O PADRAO DE
      *    WORKING-STORAGE.
       FD SEGURANCA VALUE OF FILE-ID IS "SEGURANCA.DAT".
       01 REG-SEGURANCA.
           03 MAX-FALHAS-SEG    PIC 9(02).
           03 DIAS-VALIDADE-SEG PIC 9(03).
           03 DIAS-AVISO-SEG    PIC 9(02).
           03 QTDE-HIST-SEG     PIC 9(01).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-OPE             PIC X(02) VALUE ZEROS.
       01 WS-FIM-OPE            PIC X(01) VALUE 'N'.
       01 WS-ACHOU-OPE          PIC X(01) VALUE 'N'.
       01 WS-MAX-FALHAS         PIC 9(02) VALUE 03.
       01 WS-DIAS-VALIDADE      PIC 9(03) VALUE 090.
       01 WS-QTDE-HIST          PIC 9(01) VALUE 5.
       01 WS-ACAO-LOG           PIC X(10) VALUE SPACES.
       01 WS-CIFRA              PIC 9(18) VALUE ZEROS.
      *
      *    TROCA DE SENHA NO SIGN-ON: SENHA VENCIDA OU PROVISORIA
      *    (DESBLOQUEIO/REDEFINICAO PELO DESBLOQ-OPER).
       01 WS-NOVA-SENHA         PIC X(08) VALUE SPACES.
       01 WS-CONF-SENHA         PIC X(08) VALUE SPACES.
       01 WS-NOVA-CIFRA         PIC 9(18) VALUE ZEROS.
       01 WS-SENHA-VENCIDA      PIC X(01) VALUE 'N'.
       01 WS-TROCA-OK           PIC X(01) VALUE 'N'.
       01 WS-SENHA-REPETIDA     PIC X(01) VALUE 'N'.
       01 WS-QTDE-BRANCOS       PIC 9(02) VALUE ZEROS.
       01 WS-HIST-SUBS          PIC 9(01) VALUE ZEROS.
       01 WS-HOJE               PIC 9(06) VALUE ZEROS.
       01 WS-DATA-8             PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-HOJE          PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-SENHA         PIC 9(07) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01 LK-OPERADOR-ID        PIC X(08).
       01 LK-SENHA              PIC X(08).
       01 LK-AUTORIZADO         PIC X(01).
       01 LK-NOME-OP            PIC X(20).
       01 LK-NIVEL-OP           PIC X(01).
      *    (C-CONSULTA / M-MANUTENCAO / S-SUPERVISOR). CADA TENTATIVA
      *    VAI PARA O OPERLOG.DAT; FALHAS CONSECUTIVAS ACIMA DO LIMITE
      *    BLOQUEIAM O OPERADOR EM OPERADOR.DAT ATE O DESBLOQ-OPER.
      *    SENHA VENCIDA OU PROVISORIA SO LIBERA O ACESSO DEPOIS DA
      *    TROCA, FEITA AQUI MESMO NO SIGN-ON.
       PROCEDURE DIVISION USING LK-OPERADOR-ID LK-SENHA
                                 LK-AUTORIZADO LK-NOME-OP
                                 LK-NIVEL-OP.
           MOVE SPACES TO LK-NIVEL-OP.
           MOVE 'N' TO WS-FIM-OPE.
           MOVE 'N' TO WS-ACHOU-OPE.
           PERFORM LE-SEGURANCA.
           OPEN I-O OPERADOR.
           IF WS-FS-OPE NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA OPERADOR - " WS-FS-OPE
           END-IF.
           GOBACK.
      *
       LE-SEGURANCA.
           OPEN INPUT SEGURANCA.
           IF WS-FS-SEG EQUAL "00"
               READ SEGURANCA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MAX-FALHAS-SEG IS NUMERIC
                          AND MAX-FALHAS-SEG > ZEROS
                           MOVE MAX-FALHAS-SEG TO WS-MAX-FALHAS
                       END-IF
                       IF DIAS-VALIDADE-SEG IS NUMERIC
                          AND DIAS-VALIDADE-SEG > ZEROS
                           MOVE DIAS-VALIDADE-SEG TO WS-DIAS-VALIDADE
                       END-IF
                       IF QTDE-HIST-SEG IS NUMERIC
                          AND QTDE-HIST-SEG > ZEROS
                           MOVE QTDE-HIST-SEG TO WS-QTDE-HIST
                       END-IF
               END-READ
               CLOSE SEGURANCA
           END-IF.
           END-READ.
      *
       AVALIA-TENTATIVA.
           CALL "SENHACIF" USING OPERADOR-ID LK-SENHA WS-CIFRA.
           EVALUATE TRUE
               WHEN OPER-BLOQUEADO
                   DISPLAY "OPERADOR BLOQUEADO - PROCURE O SUPERVISOR"
                   MOVE "BLOQUEADO " TO WS-ACAO-LOG
               WHEN SENHA-CIFRA-OP = WS-CIFRA
                   MOVE ZEROS TO FALHAS-OP
                   PERFORM VERIFICA-VALIDADE
                   IF WS-SENHA-VENCIDA = 'S' OR TROCA-OBRIGATORIA
                       PERFORM TROCA-SENHA
                   ELSE
                       MOVE 'S' TO WS-TROCA-OK
                   END-IF
                   IF WS-TROCA-OK = 'S'
                       MOVE 'S' TO LK-AUTORIZADO
                       MOVE NOME-OP TO LK-NOME-OP
                       MOVE NIVEL-OP TO LK-NIVEL-OP
                       MOVE "LOGIN OK  " TO WS-ACAO-LOG
                   ELSE
                       MOVE "SENHA RECU" TO WS-ACAO-LOG
                   END-IF
                   REWRITE REG-OPERADOR
               WHEN OTHER
                   ADD 1 TO FALHAS-OP
                   IF FALHAS-OP NOT < WS-MAX-FALHAS
                   REWRITE REG-OPERADOR
           END-EVALUATE.
           PERFORM GRAVA-OPERLOG.
      *
      *    SENHA SEM DATA DE TROCA (CONVERSAO) CONTA COMO VENCIDA.
       VERIFICA-VALIDADE.
           MOVE 'N' TO WS-SENHA-VENCIDA.
           ACCEPT WS-HOJE FROM DATE.
           IF DATA-SENHA-OP NOT NUMERIC OR DATA-SENHA-OP = ZEROS
               MOVE 'S' TO WS-SENHA-VENCIDA
           ELSE
               COMPUTE WS-DATA-8 = 20000000 + WS-HOJE
               COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-8)
               COMPUTE WS-DATA-8 = 20000000 + DATA-SENHA-OP
               COMPUTE WS-DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-8)
               IF WS-DIAS-HOJE - WS-DIAS-SENHA NOT < WS-DIAS-VALIDADE
                   MOVE 'S' TO WS-SENHA-VENCIDA
               END-IF
           END-IF.
      *
       TROCA-SENHA.
           MOVE 'N' TO WS-TROCA-OK.
           IF WS-SENHA-VENCIDA = 'S'
               DISPLAY "SENHA EXPIRADA - TROQUE A SENHA PARA ENTRAR"
           ELSE
               DISPLAY "SENHA PROVISORIA - TROQUE A SENHA PARA ENTRAR"
           END-IF.
           DISPLAY "NOVA SENHA (6 A 8 CARACTERES): ".
           ACCEPT WS-NOVA-SENHA.
           DISPLAY "CONFIRME A NOVA SENHA: ".
           ACCEPT WS-CONF-SENHA.
           PERFORM CRITICA-NOVA-SENHA.
           IF WS-TROCA-OK = 'S'
               PERFORM DESLOCA-HISTORICO
                   VARYING WS-HIST-SUBS FROM 5 BY -1
                   UNTIL WS-HIST-SUBS < 2
               MOVE SENHA-CIFRA-OP TO HIST-SENHA-OP(1)
               MOVE WS-NOVA-CIFRA  TO SENHA-CIFRA-OP
               MOVE WS-HOJE        TO DATA-SENHA-OP
               MOVE 'N'            TO TROCA-SENHA-OP
               MOVE "TROCASENHA"   TO WS-ACAO-LOG
               PERFORM GRAVA-OPERLOG
               DISPLAY "SENHA ALTERADA"
           END-IF.
      *
       CRITICA-NOVA-SENHA.
           MOVE ZEROS TO WS-QTDE-BRANCOS.
           INSPECT WS-NOVA-SENHA(1:6)
               TALLYING WS-QTDE-BRANCOS FOR ALL SPACE.
           CALL "SENHACIF" USING OPERADOR-ID WS-NOVA-SENHA
               WS-NOVA-CIFRA.
           MOVE 'N' TO WS-SENHA-REPETIDA.
           IF WS-NOVA-CIFRA = SENHA-CIFRA-OP
               MOVE 'S' TO WS-SENHA-REPETIDA
           END-IF.
           PERFORM COMPARA-HISTORICO
               VARYING WS-HIST-SUBS FROM 1 BY 1
               UNTIL WS-HIST-SUBS > WS-QTDE-HIST.
           EVALUATE TRUE
               WHEN WS-NOVA-SENHA NOT = WS-CONF-SENHA
                   DISPLAY "CONFIRMACAO NAO CONFERE - SENHA MANTIDA"
               WHEN WS-QTDE-BRANCOS > ZEROS
                   DISPLAY "SENHA DEVE TER NO MINIMO 6 CARACTERES"
               WHEN WS-SENHA-REPETIDA = 'S'
                   DISPLAY "SENHA JA UTILIZADA - ESCOLHA OUTRA"
               WHEN OTHER
                   MOVE 'S' TO WS-TROCA-OK
           END-EVALUATE.
      *
       COMPARA-HISTORICO.
           IF HIST-SENHA-OP(WS-HIST-SUBS) = WS-NOVA-CIFRA
               MOVE 'S' TO WS-SENHA-REPETIDA
           END-IF.
      *
       DESLOCA-HISTORICO.
           MOVE HIST-SENHA-OP(WS-HIST-SUBS - 1)
               TO HIST-SENHA-OP(WS-HIST-SUBS).
      *
       GRAVA-OPERLOG.
           OPEN EXTEND OPERLOG.
