              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-CLI.
           SELECT HISTMOV ASSIGN TO HIS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-HIS
              FILE STATUS IS WS-FS-HIS.
           SELECT ESTORNOLOG ASSIGN TO "ESTORNO.DAT"
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
             05 AGENCIA-CLI        PIC 9(03).
             05 CONTA-CLI          PIC 9(06).
          03 NOME-CLI              PIC X(20).
          03 SALDO                 PIC S9(09)V99.
          03 LIMITE-CLI            PIC S9(09)V99.
          03 STATUS-CLI            PIC X(01).
             88 CLI-ABERTA         VALUE 'A'.
             88 CLI-BLOQUEADA      VALUE 'B'.
             88 CLI-ENCERRADA      VALUE 'E'.
             88 CLI-DORMENTE       VALUE 'D'.
          03 NOME-CLI2             PIC X(20).
          03 DOC-CLI2              PIC X(11).
          03 CNPJ-CLI              PIC X(14).
          03 TOTAL-MOV-ANO         PIC S9(09)V99.
          03 CONT-MOV-DIA-CLI      PIC 9(03).
          03 DATA-MOV-DIA-CLI      PIC 9(06).
          03 FILLER                PIC X(23).
      *
      *    HISTORICO DE LANCAMENTOS POSTADOS (GRAVADO VIA GRAVAHIS).
       FD HISTMOV.
       01 REG-HIS.
           03 CHAVE-HIS.
               05 ID-HIS.
                   07 AGENCIA-HIS  PIC 9(03).
                   07 CONTA-HIS    PIC 9(06).
               05 DATA-HIS         PIC 9(06).
               05 SEQ-HIS          PIC 9(04).
           03 VALOR-HIS            PIC S9(07)V99.
           03 TIPO-HIS             PIC X(01).
               88 HIS-ESTORNO      VALUE 'E'.
               88 HIS-ABERTURA     VALUE 'A'.
      *    D = DEPOSITO, S = SAQUE, T = TARIFA, C = CORRECAO,
      *    I = IOF, J = JUROS, E = ESTORNO, A = SALDO DE ABERTURA
           03 SALDO-HIS            PIC S9(09)V99.
           03 ORIGEM-HIS.
               05 DATA-ORIG-HIS    PIC 9(06).
               05 SEQ-ORIG-HIS     PIC 9(04).
           03 HORA-HIS             PIC 9(08).
      *
       FD ESTORNOLOG.
       01 REG-ESTORNO.
       WORKING-STORAGE SECTION.
       01 WS-AGENCIA               PIC 9(03) VALUE ZEROS.
       01 WS-CONTA                 PIC 9(06) VALUE ZEROS.
       01 WS-DATA-LANC             PIC 9(06) VALUE ZEROS.
       01 WS-SEQ-LANC              PIC 9(04) VALUE ZEROS.
       01 WS-CHAVE-BUSCA.
           03 WS-ID-BUSCA.
               05 WS-AGENCIA-BUSCA PIC 9(03).
               05 WS-CONTA-BUSCA   PIC 9(06).
           03 WS-ORIGEM-BUSCA.
               05 WS-DATA-BUSCA    PIC 9(06).
               05 WS-SEQ-BUSCA     PIC 9(04).
       01 WS-MOVIMENTO-BUSCA       PIC S9(07)V99 VALUE ZEROS.
       01 WS-TIPO-BUSCA            PIC X(01) VALUE SPACES.
       01 WS-MOVIMENTO-REV         PIC S9(07)V99 VALUE ZEROS.
       01 WS-LIMITE                PIC S9(07)V99 VALUE ZEROS.
       01 WS-NOVOSALDO             PIC S9(07)V99 VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-HIS                PIC X(02) VALUE ZEROS.
       01 WS-FS-EST                PIC X(02) VALUE ZEROS.
       01 WS-FIM-HIS               PIC X(01) VALUE 'N'.
       01 WS-ACHOU-MOV             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-JA-ESTORNADO          PIC X(01) VALUE 'N'.
       01 WS-PODE-ESTORNAR         PIC X(01) VALUE 'N'.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
       01 WS-VALOR-E               PIC -Z.ZZZ.ZZ9,99.
       01 WS-SALDO-E               PIC -ZZZ.ZZZ.ZZ9,99.
      *    LANCAMENTO PARA O HISTMOV (VIA GRAVAHIS) - A SEQUENCIA DO
      *    DIA E A HORA SAO PREENCHIDAS PELO GRAVAHIS.
       01 WS-HIS-ACAO              PIC X(01) VALUE SPACE.
       01 WS-HIS-REG.
           03 WS-HIS-CHAVE.
               05 WS-HIS-ID        PIC 9(09).
               05 WS-HIS-DATA      PIC 9(06).
               05 WS-HIS-SEQ       PIC 9(04).
           03 WS-HIS-VALOR         PIC S9(07)V99.
           03 WS-HIS-TIPO          PIC X(01).
           03 WS-HIS-SALDO         PIC S9(09)V99.
           03 WS-HIS-ORIGEM.
               05 WS-HIS-DATA-ORIG PIC 9(06).
               05 WS-HIS-SEQ-ORIG  PIC 9(04).
           03 WS-HIS-HORA          PIC 9(08).
       01 WS-HIS-STATUS            PIC X(02) VALUE SPACES.
      *
      *    ESTORNO MEXE EM SALDO VIVO SEM PASSAR PELO LOTE - FUNCAO
      *    RESERVADA A OPERADOR COM NIVEL DE SUPERVISOR. O LANCAMENTO
      *    A ESTORNAR E' ESCOLHIDO NO HISTMOV PELA DATA E SEQUENCIA;
      *    SALDO DE ABERTURA E OUTRO ESTORNO NAO SE ESTORNAM.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPERADOR.
               DISPLAY "ACESSO NEGADO - SUPERVISOR NAO AUTENTICADO"
               STOP RUN.
           PERFORM ABRE-ARQ.
           PERFORM ENTRA-CONTA.
           PERFORM LISTA-LANCAMENTOS.
           PERFORM ENTRA-CHAVE.
           PERFORM LOCALIZA-MOVIMENTO.
           EVALUATE TRUE
               WHEN WS-ACHOU-MOV = 'N'
                   DISPLAY "LANCAMENTO NAO ENCONTRADO NO HISTMOV"
               WHEN HIS-ESTORNO OR HIS-ABERTURA
                   DISPLAY "ESTORNO E SALDO DE ABERTURA NAO PODEM "
                       "SER ESTORNADOS"
               WHEN OTHER
                   MOVE VALOR-HIS TO WS-MOVIMENTO-BUSCA
                   MOVE TIPO-HIS  TO WS-TIPO-BUSCA
                   PERFORM VERIFICA-JA-ESTORNADO
                   IF WS-JA-ESTORNADO = 'S'
                       DISPLAY "LANCAMENTO JA ESTORNADO ANTERIORMENTE"
                   ELSE
                       MOVE 'S' TO WS-PODE-ESTORNAR
                   END-IF
           END-EVALUATE.
           CLOSE HISTMOV.
           IF WS-PODE-ESTORNAR = 'S'
               PERFORM PESQUISA-CONTA
               PERFORM ATUALIZA-SALDO
           END-IF.
           PERFORM FINALIZA.
           STOP RUN.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CADCLI - " WS-FS-CLI
               STOP RUN.
           OPEN INPUT HISTMOV.
           IF WS-FS-HIS NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA HISTMOV - " WS-FS-HIS
               STOP RUN.
      *
       ENTRA-CONTA.
           DISPLAY "AGENCIA DO LANCAMENTO A ESTORNAR: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA DO LANCAMENTO A ESTORNAR: ".
           ACCEPT WS-CONTA.
           MOVE WS-AGENCIA TO WS-AGENCIA-BUSCA.
           MOVE WS-CONTA   TO WS-CONTA-BUSCA.
      *
      *    MOSTRA OS LANCAMENTOS DA CONTA PARA O SUPERVISOR ESCOLHER.
       LISTA-LANCAMENTOS.
           PERFORM POSICIONA-CONTA.
           PERFORM MOSTRA-LANCAMENTO UNTIL WS-FIM-HIS = 'S'.
      *
       POSICIONA-CONTA.
           MOVE WS-ID-BUSCA TO ID-HIS.
           MOVE ZEROS       TO DATA-HIS SEQ-HIS.
           MOVE 'N'         TO WS-FIM-HIS.
           START HISTMOV KEY IS NOT LESS THAN CHAVE-HIS
               INVALID KEY
                   MOVE 'S' TO WS-FIM-HIS
           END-START.
      *
       LE-PROXIMO-HIS.
           READ HISTMOV NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-HIS
           END-READ.
           IF WS-FIM-HIS = 'N'
               IF ID-HIS NOT = WS-ID-BUSCA
                   MOVE 'S' TO WS-FIM-HIS
               END-IF
           END-IF.
      *
       MOSTRA-LANCAMENTO.
           PERFORM LE-PROXIMO-HIS.
           IF WS-FIM-HIS = 'N'
               MOVE VALOR-HIS TO WS-VALOR-E
               MOVE SALDO-HIS TO WS-SALDO-E
               DISPLAY DATA-HIS " " SEQ-HIS " " TIPO-HIS " "
                   WS-VALOR-E " SALDO " WS-SALDO-E
           END-IF.
      *
       ENTRA-CHAVE.
           DISPLAY "DATA DO LANCAMENTO A ESTORNAR (AAMMDD): ".
           ACCEPT WS-DATA-LANC.
           DISPLAY "SEQUENCIA DO LANCAMENTO NO DIA: ".
           ACCEPT WS-SEQ-LANC.
           MOVE WS-DATA-LANC TO WS-DATA-BUSCA.
           MOVE WS-SEQ-LANC  TO WS-SEQ-BUSCA.
      *
       LOCALIZA-MOVIMENTO.
           MOVE WS-CHAVE-BUSCA TO CHAVE-HIS.
           READ HISTMOV
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU-MOV
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU-MOV
           END-READ.
      *
      *    O ESTORNO FICA NO HISTMOV COMO LANCAMENTO TIPO E COM A
      *    ORIGEM APONTANDO PARA O LANCAMENTO ESTORNADO.
       VERIFICA-JA-ESTORNADO.
           MOVE 'N' TO WS-JA-ESTORNADO.
           PERFORM POSICIONA-CONTA.
           PERFORM PROCURA-ESTORNO
               UNTIL WS-FIM-HIS = 'S' OR WS-JA-ESTORNADO = 'S'.
      *
       PROCURA-ESTORNO.
           PERFORM LE-PROXIMO-HIS.
           IF WS-FIM-HIS = 'N'
               IF HIS-ESTORNO AND ORIGEM-HIS = WS-ORIGEM-BUSCA
                   MOVE 'S' TO WS-JA-ESTORNADO
               END-IF
           END-IF.
      *
                           TOTAL-MOV-ANO +
                           FUNCTION ABS(WS-MOVIMENTO-REV)
                       PERFORM REGRAVA-CLI
                       PERFORM GRAVA-HISTORICO
                       PERFORM GRAVA-ESTORNOLOG
                       DISPLAY "ESTORNO APLICADO COM SUCESSO"
                   END-IF
               DISPLAY "ERRO DE REGRAVACAO CADCLI - " WS-FS-CLI
               STOP RUN.
      *
      *    O LANCAMENTO ORIGINAL PERMANECE INTACTO NO HISTMOV - O
      *    ESTORNO ENTRA COMO NOVO LANCAMENTO TIPO E, NA DATA DE HOJE,
      *    COM O SALDO RESULTANTE E A ORIGEM NO LANCAMENTO ESTORNADO.
       GRAVA-HISTORICO.
           MOVE WS-ID-BUSCA      TO WS-HIS-ID.
           ACCEPT WS-HIS-DATA FROM DATE.
           MOVE WS-MOVIMENTO-REV TO WS-HIS-VALOR.
           MOVE 'E'              TO WS-HIS-TIPO.
           MOVE SALDO            TO WS-HIS-SALDO.
           MOVE WS-ORIGEM-BUSCA  TO WS-HIS-ORIGEM.
           MOVE 'G'              TO WS-HIS-ACAO.
           CALL "GRAVAHIS" USING WS-HIS-ACAO WS-HIS-REG WS-HIS-STATUS.
           IF WS-HIS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO HISTMOV - " WS-HIS-STATUS
           END-IF.
      *
      *    O ESTORNO.DAT CONTINUA COMO TRILHA DE AUDITORIA DO ESTORNO.
       GRAVA-ESTORNOLOG.
           MOVE WS-ID-BUSCA        TO ID-EST.
           MOVE WS-MOVIMENTO-BUSCA TO MOVIMENTO-EST.
           MOVE WS-TIPO-BUSCA      TO TIPO-EST.
           OPEN EXTEND ESTORNOLOG.
           IF WS-FS-EST NOT EQUAL "00"
               OPEN OUTPUT ESTORNOLOG
           END-IF.
           IF WS-FS-EST NOT EQUAL "00"
      *
       FINALIZA.
           CLOSE CADCLI.
           MOVE 'F' TO WS-HIS-ACAO.
           CALL "GRAVAHIS" USING WS-HIS-ACAO WS-HIS-REG WS-HIS-STATUS.
