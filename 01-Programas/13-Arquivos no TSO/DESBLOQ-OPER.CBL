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
       FD OPERLOG.
       01 REG-OPERLOG.
       FD SEGURANCA VALUE OF FILE-ID IS "SEGURANCA.DAT".
       01 REG-SEGURANCA.
           03 MAX-FALHAS-SEG    PIC 9(02).
           03 DIAS-VALIDADE-SEG PIC 9(03).
           03 DIAS-AVISO-SEG    PIC 9(02).
           03 QTDE-HIST-SEG     PIC 9(01).
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO              PIC X(01).
       01 WS-OPER-ALVO          PIC X(08) VALUE SPACES.
       01 WS-NOVA-SENHA         PIC X(08) VALUE SPACES.
       01 WS-NOVA-CIFRA         PIC 9(18) VALUE ZEROS.
       01 WS-QTDE-BRANCOS       PIC 9(02) VALUE ZEROS.
       01 WS-HOJE               PIC 9(06) VALUE ZEROS.
       01 WS-NOVO-LIMITE        PIC 9(02) VALUE ZEROS.
       01 WS-NOVA-VALIDADE      PIC 9(03) VALUE ZEROS.
       01 WS-NOVO-AVISO         PIC 9(02) VALUE ZEROS.
       01 WS-NOVO-HIST          PIC 9(01) VALUE ZEROS.
       01 WS-FS-OPE             PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG             PIC X(02) VALUE ZEROS.
       01 WS-FS-SEG             PIC X(02) VALUE ZEROS.
       01 WS-ACHOU-OPE          PIC X(01) VALUE 'N'.
       01 WS-ACAO-LOG           PIC X(10) VALUE SPACES.
       01 WS-OPERADOR-ID        PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP           PIC X(08) VALUE SPACES.
       01 WS-NOME-OP            PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO         PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP           PIC X(01) VALUE SPACES.
      *
      *    FERRAMENTA DO SUPERVISOR PARA A TRILHA DE BLOQUEIO DO
      *    OPERVALID: DESBLOQUEIA OPERADOR, ZERA FALHAS, REDEFINE
      *    SENHA E AJUSTA OS PARAMETROS DE SEGURANCA.DAT (LIMITE DE
      *    FALHAS, VALIDADE DA SENHA, AVISO DE VENCIMENTO E HISTORICO
      *    DE SENHAS). DESBLOQUEIO E SENHA REDEFINIDA OBRIGAM O
      *    OPERADOR A TROCAR A SENHA NO PROXIMO SIGN-ON. TUDO
      *    REGISTRADO EM OPERLOG.DAT.
       PROCEDURE DIVISION.
       INICIO.
               WHEN 'D' PERFORM DESBLOQUEIA
               WHEN 'R' PERFORM REDEFINE-SENHA
               WHEN 'L' PERFORM DEFINE-LIMITE
               WHEN 'V' PERFORM DEFINE-VALIDADE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE D, R, L OU V"
           END-EVALUATE.
           STOP RUN.
      *
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (D-DESBLOQUEAR / R-REDEFINIR SENHA / "
               "L-LIMITE DE FALHAS / V-VALIDADE DA SENHA): ".
           ACCEPT WS-OPCAO.
      *
       DESBLOQUEIA.
           ELSE
               MOVE ZEROS TO FALHAS-OP
               SET OPER-ATIVO TO TRUE
               SET TROCA-OBRIGATORIA TO TRUE
               REWRITE REG-OPERADOR
               MOVE "DESBLOQ   " TO WS-ACAO-LOG
               PERFORM GRAVA-OPERLOG
       REDEFINE-SENHA.
           DISPLAY "MATRICULA DO OPERADOR: ".
           ACCEPT WS-OPER-ALVO.
           DISPLAY "SENHA PROVISORIA (6 A 8 CARACTERES): ".
           ACCEPT WS-NOVA-SENHA.
           MOVE ZEROS TO WS-QTDE-BRANCOS.
           INSPECT WS-NOVA-SENHA(1:6)
               TALLYING WS-QTDE-BRANCOS FOR ALL SPACE.
           IF WS-QTDE-BRANCOS > ZEROS
               DISPLAY "SENHA DEVE TER NO MINIMO 6 CARACTERES"
               STOP RUN.
           PERFORM LOCALIZA-OPERADOR.
           IF WS-ACHOU-OPE = 'N'
               DISPLAY "OPERADOR NAO ENCONTRADO"
           ELSE
               CALL "SENHACIF" USING WS-OPER-ALVO WS-NOVA-SENHA
                   WS-NOVA-CIFRA
               MOVE WS-NOVA-CIFRA TO SENHA-CIFRA-OP
               ACCEPT WS-HOJE FROM DATE
               MOVE WS-HOJE TO DATA-SENHA-OP
               SET TROCA-OBRIGATORIA TO TRUE
               MOVE ZEROS TO FALHAS-OP
               SET OPER-ATIVO TO TRUE
               REWRITE REG-OPERADOR
           IF WS-NOVO-LIMITE = ZEROS
               DISPLAY "LIMITE INVALIDO - NADA ALTERADO"
           ELSE
               PERFORM LE-SEGURANCA
               MOVE WS-NOVO-LIMITE TO MAX-FALHAS-SEG
               PERFORM GRAVA-SEGURANCA
               MOVE "LIM FALHAS" TO WS-ACAO-LOG
               MOVE SPACES TO WS-OPER-ALVO
               PERFORM GRAVA-OPERLOG
                   WS-NOVO-LIMITE
           END-IF.
      *
      *    VALIDADE E HISTORICO ZERADOS VOLTAM AO PADRAO DO OPERVALID
      *    (90 DIAS / 5 SENHAS); AVISO ZERADO, AO DO RELACESSO (10).
       DEFINE-VALIDADE.
           DISPLAY "VALIDADE DA SENHA EM DIAS (000 = PADRAO 90): ".
           ACCEPT WS-NOVA-VALIDADE.
           DISPLAY "DIAS DE AVISO ANTES DO VENCIMENTO (00 = 10): ".
           ACCEPT WS-NOVO-AVISO.
           DISPLAY "SENHAS ANTERIORES SEM REPETICAO (1-5, 0 = 5): ".
           ACCEPT WS-NOVO-HIST.
           IF WS-NOVO-HIST > 5
               DISPLAY "HISTORICO INVALIDO - NADA ALTERADO"
           ELSE
               PERFORM LE-SEGURANCA
               MOVE WS-NOVA-VALIDADE TO DIAS-VALIDADE-SEG
               MOVE WS-NOVO-AVISO    TO DIAS-AVISO-SEG
               MOVE WS-NOVO-HIST     TO QTDE-HIST-SEG
               PERFORM GRAVA-SEGURANCA
               MOVE "POL SENHA " TO WS-ACAO-LOG
               MOVE SPACES TO WS-OPER-ALVO
               PERFORM GRAVA-OPERLOG
               DISPLAY "VALIDADE " WS-NOVA-VALIDADE " DIAS, AVISO "
                   WS-NOVO-AVISO " DIAS, HISTORICO " WS-NOVO-HIST
           END-IF.
      *
      *    UM PARAMETRO MUDA SEM PERDER OS OUTROS: LE O REGISTRO
      *    ATUAL (CAMPO AUSENTE OU INVALIDO VALE ZERO = PADRAO).
       LE-SEGURANCA.
           MOVE ZEROS TO REG-SEGURANCA.
           OPEN INPUT SEGURANCA.
           IF WS-FS-SEG EQUAL "00"
               READ SEGURANCA
                   AT END
                       MOVE ZEROS TO REG-SEGURANCA
               END-READ
               CLOSE SEGURANCA
           END-IF.
           IF MAX-FALHAS-SEG NOT NUMERIC
               MOVE ZEROS TO MAX-FALHAS-SEG
           END-IF.
           IF DIAS-VALIDADE-SEG NOT NUMERIC
               MOVE ZEROS TO DIAS-VALIDADE-SEG
           END-IF.
           IF DIAS-AVISO-SEG NOT NUMERIC
               MOVE ZEROS TO DIAS-AVISO-SEG
           END-IF.
           IF QTDE-HIST-SEG NOT NUMERIC
               MOVE ZEROS TO QTDE-HIST-SEG
           END-IF.
      *
       GRAVA-SEGURANCA.
           OPEN OUTPUT SEGURANCA.
           IF WS-FS-SEG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA SEGURANCA - " WS-FS-SEG
               STOP RUN
           END-IF.
           WRITE REG-SEGURANCA.
           CLOSE SEGURANCA.
      *
      *    O EVENTO REGISTRA QUEM FEZ: O SUPERVISOR AUTENTICADO FICA
      *    EM OPERADOR-ID-LOG E O OPERADOR ALVO DO DESBLOQUEIO/TROCA
      *    DE SENHA VIAJA EM ID-CLI-LOG - SEM ISSO A REVISAO DE
