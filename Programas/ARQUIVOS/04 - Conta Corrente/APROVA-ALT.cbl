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
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
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
      *    TRILHA DE AUDITORIA DO CADASTRO - MESMO LEIAUTE GRAVADO
      *    PELO CADCLI-ALTERA. AQUI O OPERADOR REGISTRADO E' O
           03 ID-CLI-AUD.
               05 AGENCIA-AUD      PIC 9(03).
               05 CONTA-AUD        PIC 9(06).
           03 IMAGEM-ANTES-AUD     PIC X(140).
           03 IMAGEM-DEPOIS-AUD    PIC X(140).
           03 DATA-AUD             PIC 9(06).
           03 HORA-AUD             PIC 9(08).
      *
       01 WS-FIM-CLI               PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-RESP                  PIC X(01) VALUE SPACES.
       01 WS-IMAGEM-ANTES          PIC X(140) VALUE SPACES.
       01 WS-CONT-APROVADAS        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REJEITADAS       PIC 9(05) VALUE ZEROS.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
       01 WS-PRC-ACAO              PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA          PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
      *
      *    SEGUNDA PERNA DO DUPLO CONTROLE: UM SUPERVISOR DIFERENTE
      *    DO SOLICITANTE REVISA CADA SOLICITACAO PENDENTE DE LIMITE
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - SUPERVISOR NAO AUTENTICADO"
               STOP RUN.
           PERFORM VERIFICA-LOTE-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               STOP RUN.
           OPEN I-O PENDALT.
           IF WS-FS-ALT NOT EQUAL "00"
               DISPLAY "NENHUMA SOLICITACAO PENDENTE (PENDALT.DAT)"
                   MOVE 'N' TO WS-AUTORIZADO
                   DISPLAY "OPERADOR SEM ALCADA DE SUPERVISOR"
           END-EVALUATE.
      *
      *    ENQUANTO O LANCAMENTO DO LOTE REGRAVA CLIENTE.DAT O
      *    CADASTRO FICA SO PARA CONSULTA - ALTERACAO FEITA AGORA
      *    SERIA PERDIDA NA REGRAVACAO DO LOTE.
       VERIFICA-LOTE-EM-CURSO.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "LOTE " WS-PRC-DATA-LOTE " EM PROCESSAMENTO ("
                   WS-PRC-PROGRAMA ") - CLIENTE.DAT SO PARA CONSULTA"
           END-IF.
      *
       LER-PENDALT.
           READ PENDALT AT END MOVE 'S' TO WS-FIM-ALT.
                   " SOLICITANTE " OPERADOR-SOLIC-ALT
               IF ALT-LIMITE
                   DISPLAY "NOVO LIMITE: " VALOR-NOVO-ALT
                   IF ALT-ACIMA-TETO
                       DISPLAY "*** LIMITE ACIMA DO TETO DA FAIXA "
                           FAIXA-ALT " (TETO " TETO-ALT ") ***"
                   END-IF
               ELSE
                   DISPLAY "NOVO STATUS: " STATUS-NOVO-ALT
               END-IF
