               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALT.
           SELECT SCORECLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCO.
           SELECT TETOGRUPO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TETO.
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
               88 CLI-ABERTA       VALUE 'A'.
               88 CLI-BLOQUEADA    VALUE 'B'.
               88 CLI-ENCERRADA    VALUE 'E'.
               88 CLI-DORMENTE     VALUE 'D'.
           03 NOME-CLI2            PIC X(20).
           03 DOC-CLI2             PIC X(11).
           03 CNPJ-CLI             PIC X(14).
           03 TOTAL-MOV-ANO        PIC S9(09)V99.
           03 CONT-MOV-DIA-CLI     PIC 9(03).
           03 DATA-MOV-DIA-CLI     PIC 9(06).
           03 FILLER               PIC X(23).
      *
      *    FILA DE DUPLO CONTROLE - MESMO LEIAUTE GRAVADO PELO
      *    CADSTATUS E CONSUMIDO PELO APROVA-ALT.
           03 ID-CLI-ALT.
               05 AGENCIA-ALT      PIC 9(03).
               05 CONTA-ALT        PIC 9(06).
           03 VALOR-NOVO-ALT       PIC S9(09)V99.
           03 STATUS-NOVO-ALT      PIC X(01).
           03 MOTIVO-ALT           PIC X(30).
           03 OPERADOR-SOLIC-ALT   PIC X(08).
               88 ALT-PENDENTE     VALUE 'P'.
               88 ALT-APROVADA     VALUE 'A'.
               88 ALT-REJEITADA    VALUE 'R'.
           03 FAIXA-ALT            PIC X(01).
           03 TETO-ALT             PIC S9(09)V99.
           03 ACIMA-TETO-ALT       PIC X(01).
               88 ALT-ACIMA-TETO   VALUE 'S'.
      *
      *    SCORE MENSAL GRAVADO PELO SCORE-CREDITO.
       FD SCORECLI VALUE OF FILE-ID IS "SCORECLI.DAT".
       01 REG-SCORECLI.
           03 ID-CLI-SCO.
               05 AGENCIA-SCO      PIC 9(03).
               05 CONTA-SCO        PIC 9(06).
           03 COMPETENCIA-SCO      PIC 9(04).
           03 PONTOS-SCO           PIC 9(04).
           03 FAIXA-SCO            PIC X(01).
           03 TETO-LIMITE-SCO      PIC S9(09)V99.
           03 SALDO-MEDIO-SCO      PIC S9(09)V99.
           03 DIAS-NEGATIVO-SCO    PIC 9(03).
           03 CHEQUES-DEV-SCO      PIC 9(03).
           03 RESTRITIVOS-SCO      PIC 9(03).
           03 MESES-CONTA-SCO      PIC 9(03).
           03 DATA-CALC-SCO        PIC 9(06).
      *
      *    TETO DE EXPOSICAO POR GRUPO ECONOMICO, MANTIDO PELO CADPARAM.
       FD TETOGRUPO VALUE OF FILE-ID IS "TETOGRUPO.DAT".
       01 REG-TETOGRUPO.
           03 DATA-VIGENCIA-TETO   PIC 9(06).
           03 VALOR-TETO           PIC 9(11)V99.
           03 FILLER               PIC X(05).
      *
       WORKING-STORAGE SECTION.
       01 WS-CHAVE-CLI.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-NOVO-LIMITE           PIC S9(09)V99 VALUE ZEROS.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-ALT                PIC X(02) VALUE ZEROS.
       01 WS-FS-SCO                PIC X(02) VALUE ZEROS.
       01 WS-FIM-SCO               PIC X(01) VALUE 'N'.
       01 WS-FAIXA                 PIC X(01) VALUE SPACES.
       01 WS-TETO                  PIC S9(09)V99 VALUE ZEROS.
       01 WS-FIM-CLI               PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
      *    GRUPO ECONOMICO = CONTAS COM A MESMA RAIZ DE CNPJ. A
      *    EXPOSICAO SEGUE O RELGRUPO: POR CONTA, O LIMITE CONCEDIDO
      *    OU O SALDO DEVEDOR, O QUE FOR MAIOR.
       01 WS-FS-TETO               PIC X(02) VALUE ZEROS.
       01 WS-FIM-TETO              PIC X(01) VALUE 'N'.
       01 WS-TEM-TETO              PIC X(01) VALUE 'N'.
       01 WS-TETO-GRUPO            PIC 9(11)V99 VALUE ZEROS.
       01 WS-TETO-VIGENCIA         PIC 9(06) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-REG-CLI-SOLIC         PIC X(140) VALUE SPACES.
       01 WS-RAIZ-GRUPO            PIC X(08) VALUE SPACES.
       01 WS-CONTAS-GRUPO          PIC 9(04) VALUE ZEROS.
       01 WS-EXPOSICAO-OUTRAS      PIC S9(11)V99 VALUE ZEROS.
       01 WS-EXPOSICAO-ATUAL       PIC S9(11)V99 VALUE ZEROS.
       01 WS-EXPOSICAO-NOVA        PIC S9(11)V99 VALUE ZEROS.
       01 WS-EXPOSICAO-CONTA       PIC S9(11)V99 VALUE ZEROS.
       01 WS-USO-CONTA             PIC S9(11)V99 VALUE ZEROS.
       01 WS-LIMITE-CALC           PIC S9(09)V99 VALUE ZEROS.
      *
      *    ALTERACAO DE LIMITE-CLI SO POR DUPLO CONTROLE: O OPERADOR
      *    REGISTRA A SOLICITACAO E UM SEGUNDO OPERADOR (SUPERVISOR,
      *    VIA APROVA-ALT) APROVA OU REJEITA ANTES DE CLIENTE.DAT SER
                   DISPLAY "CONTA JA ESTA COM ESTE LIMITE"
               ELSE
                   DISPLAY "LIMITE ATUAL: " LIMITE-CLI
                   PERFORM CONSULTA-SCORE
                   IF CNPJ-CLI NOT = SPACES
                       PERFORM CONSULTA-GRUPO
                   END-IF
                   PERFORM GRAVA-SOLICITACAO
               END-IF
           END-IF.
                       MOVE 'S' TO WS-ACHOU-CLI
                   END-IF
           END-READ.
      *
      *    FAIXA DE RISCO DA CONTA NO SCORECLI. LIMITE MAIS NEGATIVO
      *    QUE O TETO DA FAIXA NAO E' BARRADO AQUI - A SOLICITACAO
      *    SEGUE MARCADA PARA O SUPERVISOR DECIDIR NO APROVA-ALT.
      *    CONTA SEM SCORE (NOVA OU SCORECLI AUSENTE) NAO E' MARCADA.
       CONSULTA-SCORE.
           MOVE SPACES TO WS-FAIXA.
           MOVE ZEROS  TO WS-TETO.
           MOVE 'N' TO WS-FIM-SCO.
           OPEN INPUT SCORECLI.
           IF WS-FS-SCO NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-SCO
           END-IF.
           PERFORM BUSCA-SCORE
               UNTIL WS-FIM-SCO = 'S' OR WS-FAIXA NOT = SPACES.
           IF WS-FS-SCO = "00" OR WS-FS-SCO = "10"
               CLOSE SCORECLI
           END-IF.
           IF WS-FAIXA NOT = SPACES
               DISPLAY "FAIXA DE RISCO: " WS-FAIXA
                   "  TETO DE LIMITE DA FAIXA: " WS-TETO
               IF WS-NOVO-LIMITE < WS-TETO
                   DISPLAY "*** LIMITE ACIMA DO TETO DA FAIXA - "
                       "SOLICITACAO SEGUE MARCADA AO SUPERVISOR ***"
               END-IF
           END-IF.
      *
       BUSCA-SCORE.
           READ SCORECLI
               AT END
                   MOVE 'S' TO WS-FIM-SCO
               NOT AT END
                   IF ID-CLI-SCO = ID-CLI
                       MOVE FAIXA-SCO       TO WS-FAIXA
                       MOVE TETO-LIMITE-SCO TO WS-TETO
                   END-IF
           END-READ.
      *
      *    AVISO SE O NOVO LIMITE LEVA O GRUPO ECONOMICO DA CONTA
      *    ACIMA DO TETO VIGENTE NO TETOGRUPO. COMO NO TETO DA FAIXA,
      *    A SOLICITACAO NAO E' BARRADA - A DECISAO FICA COM O
      *    SUPERVISOR NO APROVA-ALT. SEM TETO PARAMETRIZADO NAO HA
      *    AVISO. O CADCLI E' RELIDO PARA SOMAR AS OUTRAS CONTAS DA
      *    RAIZ E O REGISTRO DA CONTA SOLICITADA E' RESTAURADO DEPOIS.
       CONSULTA-GRUPO.
           PERFORM CARREGA-TETO.
           IF WS-TEM-TETO = 'S'
               MOVE REG-CLI       TO WS-REG-CLI-SOLIC
               MOVE CNPJ-CLI(1:8) TO WS-RAIZ-GRUPO
               MOVE ZEROS TO WS-EXPOSICAO-OUTRAS WS-CONTAS-GRUPO
               CLOSE CADCLI
               MOVE 'N' TO WS-FIM-CLI
               OPEN INPUT CADCLI
               IF WS-FS-CLI NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
                   STOP RUN
               END-IF
               PERFORM SOMA-GRUPO UNTIL WS-FIM-CLI = 'S'
               MOVE WS-REG-CLI-SOLIC TO REG-CLI
               MOVE LIMITE-CLI TO WS-LIMITE-CALC
               PERFORM CALCULA-EXPOSICAO
               COMPUTE WS-EXPOSICAO-ATUAL =
                   WS-EXPOSICAO-OUTRAS + WS-EXPOSICAO-CONTA
               MOVE WS-NOVO-LIMITE TO WS-LIMITE-CALC
               PERFORM CALCULA-EXPOSICAO
               COMPUTE WS-EXPOSICAO-NOVA =
                   WS-EXPOSICAO-OUTRAS + WS-EXPOSICAO-CONTA
               DISPLAY "GRUPO ECONOMICO " WS-RAIZ-GRUPO " - OUTRAS "
                   "CONTAS: " WS-CONTAS-GRUPO
               DISPLAY "EXPOSICAO DO GRUPO ATUAL: " WS-EXPOSICAO-ATUAL
                   "  COM O NOVO LIMITE: " WS-EXPOSICAO-NOVA
                   "  TETO: " WS-TETO-GRUPO
               IF WS-EXPOSICAO-NOVA > WS-TETO-GRUPO
                   DISPLAY "*** NOVO LIMITE DEIXA O GRUPO ECONOMICO "
                       "ACIMA DO TETO DE EXPOSICAO - DECISAO DO "
                       "SUPERVISOR ***"
               END-IF
           END-IF.
      *
       SOMA-GRUPO.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM-CLI
               NOT AT END
                   IF CNPJ-CLI(1:8) = WS-RAIZ-GRUPO
                      AND NOT CLI-ENCERRADA
                      AND ID-CLI NOT = WS-CHAVE-CLI
                       MOVE LIMITE-CLI TO WS-LIMITE-CALC
                       PERFORM CALCULA-EXPOSICAO
                       ADD WS-EXPOSICAO-CONTA TO WS-EXPOSICAO-OUTRAS
                       ADD 1 TO WS-CONTAS-GRUPO
                   END-IF
           END-READ.
      *
       CALCULA-EXPOSICAO.
           MOVE ZEROS TO WS-EXPOSICAO-CONTA WS-USO-CONTA.
           IF WS-LIMITE-CALC < ZEROS
               COMPUTE WS-EXPOSICAO-CONTA = ZEROS - WS-LIMITE-CALC
           END-IF.
           IF SALDO < ZEROS
               COMPUTE WS-USO-CONTA = ZEROS - SALDO
           END-IF.
           IF WS-USO-CONTA > WS-EXPOSICAO-CONTA
               MOVE WS-USO-CONTA TO WS-EXPOSICAO-CONTA
           END-IF.
      *
       CARREGA-TETO.
           ACCEPT WS-HOJE FROM DATE.
           MOVE 'N' TO WS-TEM-TETO.
           MOVE 'N' TO WS-FIM-TETO.
           OPEN INPUT TETOGRUPO.
           IF WS-FS-TETO NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-TETO
           END-IF.
           PERFORM LE-TETO UNTIL WS-FIM-TETO = 'S'.
           IF WS-FS-TETO = "00" OR WS-FS-TETO = "10"
               CLOSE TETOGRUPO
           END-IF.
      *
       LE-TETO.
           READ TETOGRUPO
               AT END
                   MOVE 'S' TO WS-FIM-TETO
               NOT AT END
                   IF DATA-VIGENCIA-TETO NOT > WS-HOJE
                      AND (WS-TEM-TETO = 'N'
                       OR DATA-VIGENCIA-TETO NOT < WS-TETO-VIGENCIA)
                       MOVE 'S'                TO WS-TEM-TETO
                       MOVE DATA-VIGENCIA-TETO TO WS-TETO-VIGENCIA
                       MOVE VALOR-TETO         TO WS-TETO-GRUPO
                   END-IF
           END-READ.
      *
       GRAVA-SOLICITACAO.
           OPEN EXTEND PENDALT.
           MOVE WS-MOTIVO       TO MOTIVO-ALT.
           MOVE WS-OPERADOR-ID  TO OPERADOR-SOLIC-ALT.
           MOVE SPACES          TO OPERADOR-APROV-ALT.
           MOVE WS-FAIXA        TO FAIXA-ALT.
           MOVE WS-TETO         TO TETO-ALT.
           MOVE 'N'             TO ACIMA-TETO-ALT.
           IF WS-FAIXA NOT = SPACES AND WS-NOVO-LIMITE < WS-TETO
               SET ALT-ACIMA-TETO TO TRUE
           END-IF.
           ACCEPT DATA-ALT FROM DATE.
           ACCEPT HORA-ALT FROM TIME.
           SET ALT-PENDENTE TO TRUE.
