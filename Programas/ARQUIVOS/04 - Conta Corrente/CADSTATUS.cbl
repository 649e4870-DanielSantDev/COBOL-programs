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
      *    FILA DE DUPLO CONTROLE: A TROCA DE STATUS NAO E' APLICADA
      *    AQUI - VIRA SOLICITACAO PENDENTE QUE UM SEGUNDO OPERADOR
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
       WORKING-STORAGE SECTION.
       01 WS-CHAVE-CLI.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
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
      *    TROCA DO STATUS DA CONTA (ABERTA/BLOQUEADA/ENCERRADA) COM
      *    MOTIVO OBRIGATORIO. A ALTERACAO NAO E' APLICADA DIRETO:
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - OPERADOR NAO AUTENTICADO"
               STOP RUN.
           PERFORM VERIFICA-LOTE-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               STOP RUN.
           PERFORM ENTRA-DADOS.
           PERFORM LOCALIZA-CLIENTE.
           IF WS-ACHOU-CLI = 'N'
                   MOVE 'N' TO WS-AUTORIZADO
                   DISPLAY "OPERADOR SEM ALCADA DE MANUTENCAO"
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
       ENTRA-DADOS.
           MOVE 'N' TO WS-CONTA-VALIDA.
           MOVE WS-MOTIVO       TO MOTIVO-ALT.
           MOVE WS-OPERADOR-ID  TO OPERADOR-SOLIC-ALT.
           MOVE SPACES          TO OPERADOR-APROV-ALT.
           MOVE SPACES          TO FAIXA-ALT.
           MOVE ZEROS           TO TETO-ALT.
           MOVE 'N'             TO ACIMA-TETO-ALT.
           ACCEPT DATA-ALT FROM DATE.
           ACCEPT HORA-ALT FROM TIME.
           SET ALT-PENDENTE TO TRUE.
