      ******************************************************************
      * Purpose: manter o cadastro de estabelecimentos credenciados
      *          (ESTAB.DAT) - CNPJ, domicilio de liquidacao, taxa de
      *          desconto e prazo de liquidacao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADESTAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAB ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-EST.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
      *    CADASTRO DE ESTABELECIMENTOS - NOME-EST E' O MESMO NOME QUE
      *    A REDE MANDA EM ESTABELECIMENTO-TRN. TIPO-LIQ-EST C LIQUIDA
      *    NA CONTA CORRENTE DA CASA (AGENCIA/CONTA-EST), E EM OUTRO
      *    BANCO PELA REMESSA (BANCO/AGENCIA/CONTA-EXT-EST). A TAXA DE
      *    DESCONTO E' PERCENTUAL SOBRE O BRUTO; DIAS-LIQ-EST E' O
      *    PRAZO EM DIAS CORRIDOS DA CAPTURA ATE O PAGAMENTO.
       FD  ESTAB VALUE OF FILE-ID IS "ESTAB.DAT".
       01  REG-ESTAB.
           05 CODIGO-EST           PIC 9(06).
           05 NOME-EST             PIC X(20).
           05 CNPJ-EST             PIC X(14).
           05 TIPO-LIQ-EST         PIC X(01).
               88 EST-LIQ-CASA     VALUE 'C'.
               88 EST-LIQ-EXTERNA  VALUE 'E'.
           05 AGENCIA-EST          PIC 9(03).
           05 CONTA-EST            PIC 9(06).
           05 BANCO-EXT-EST        PIC 9(03).
           05 AGENCIA-EXT-EST      PIC 9(04).
           05 CONTA-EXT-EST        PIC X(10).
           05 TAXA-EST             PIC 9(02)V99.
           05 DIAS-LIQ-EST         PIC 9(02).
      *
       FD  CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01  REG-CLI.
           03 ID-CLI.
               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
               88 CLI-ABERTA       VALUE 'A'.
           03 NOME-CLI2            PIC X(20).
           03 DOC-CLI2             PIC X(11).
           03 CNPJ-CLI             PIC X(14).
           03 TOTAL-MOV-ANO        PIC S9(09)V99.
           03 CONT-MOV-DIA-CLI     PIC 9(03).
           03 DATA-MOV-DIA-CLI     PIC 9(06).
           03 FILLER               PIC X(23).
      *
       WORKING-STORAGE SECTION.
      *    PRAZO MAXIMO DE LIQUIDACAO ACEITO NO CADASTRO.
       01 WS-DIAS-MAXIMO           PIC 9(02) VALUE 60.
      *
       01 WS-OPCAO                 PIC X(01).
       01 WS-CODIGO                PIC 9(06) VALUE ZEROS.
       01 WS-MAIOR-CODIGO          PIC 9(06) VALUE ZEROS.
       01 WS-DADOS-ESTAB.
           05 WS-NOME              PIC X(20) VALUE SPACES.
           05 WS-CNPJ              PIC X(14) VALUE SPACES.
           05 WS-TIPO-LIQ          PIC X(01) VALUE SPACE.
           05 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           05 WS-CONTAG            PIC 9(06) VALUE ZEROS.
           05 WS-BANCO-EXT         PIC 9(03) VALUE ZEROS.
           05 WS-AGENCIA-EXT       PIC 9(04) VALUE ZEROS.
           05 WS-CONTA-EXT         PIC X(10) VALUE SPACES.
           05 WS-TAXA              PIC 9(02)V99 VALUE ZEROS.
           05 WS-DIAS-LIQ          PIC 9(02) VALUE ZEROS.
       01 WS-CNPJ-VALIDO           PIC X(01) VALUE 'N'.
       01 WS-CNPJ-MASC             PIC X(18) VALUE SPACES.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-TAXA-ED               PIC Z9.99.
       01 WS-FS-EST                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-EST             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-NOME            PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-STATUS-CLI            PIC X(01) VALUE SPACE.
       01 WS-CHAVE-CLI.
           05 WS-AGENCIA-CLI       PIC 9(03) VALUE ZEROS.
           05 WS-CONTA-CLI         PIC 9(06) VALUE ZEROS.
      *
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - OPERADOR NAO AUTENTICADO"
               STOP RUN.
           PERFORM ENTRA-OPCAO.
           IF (WS-OPCAO = 'I' OR WS-OPCAO = 'A')
              AND WS-NIVEL-OP = 'C'
               DISPLAY "OPERADOR SEM ALCADA DE MANUTENCAO"
               STOP RUN.
           EVALUATE WS-OPCAO
               WHEN 'I' PERFORM INCLUI-ESTAB
               WHEN 'A' PERFORM ALTERA-ESTAB
               WHEN 'C' PERFORM CONSULTA-ESTAB
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE I, A OU C"
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
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
           END-IF.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (I-INCLUIR / A-ALTERAR / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
      *    O CODIGO DO ESTABELECIMENTO E' SEQUENCIAL (MAIOR EM USO MAIS
      *    UM). O NOME NAO PODE REPETIR - E' POR ELE QUE A CAPTURA DA
      *    REDE CHEGA AO CADASTRO.
       INCLUI-ESTAB.
           DISPLAY "NOME DO ESTABELECIMENTO (COMO VEM DA REDE): ".
           ACCEPT WS-NOME.
           IF WS-NOME = SPACES
               DISPLAY "NOME E' OBRIGATORIO"
               STOP RUN.
           PERFORM VERIFICA-NOME.
           IF WS-ACHOU-NOME = 'S'
               DISPLAY "ESTABELECIMENTO JA CADASTRADO COM ESTE NOME"
               STOP RUN.
           DISPLAY "CNPJ: ".
           ACCEPT WS-CNPJ.
           CALL "CNPJDIG" USING WS-CNPJ WS-CNPJ-VALIDO.
           IF WS-CNPJ-VALIDO NOT = 'S'
               DISPLAY "CNPJ INVALIDO - DIGITO NAO CONFERE"
               STOP RUN.
           PERFORM ENTRA-LIQUIDACAO.
           COMPUTE WS-CODIGO = WS-MAIOR-CODIGO + 1.
           OPEN EXTEND ESTAB.
           IF WS-FS-EST NOT EQUAL "00"
               OPEN OUTPUT ESTAB
           END-IF.
           IF WS-FS-EST NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ESTAB - " WS-FS-EST
               STOP RUN.
           MOVE WS-CODIGO      TO CODIGO-EST.
           MOVE WS-NOME        TO NOME-EST.
           MOVE WS-CNPJ        TO CNPJ-EST.
           PERFORM MOVE-LIQUIDACAO.
           WRITE REG-ESTAB.
           IF WS-FS-EST NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO ESTAB - " WS-FS-EST
               STOP RUN.
           CLOSE ESTAB.
           CALL "CNPJMASK" USING WS-CNPJ WS-CNPJ-MASC.
           DISPLAY "ESTABELECIMENTO " WS-CODIGO " INCLUIDO - CNPJ "
               WS-CNPJ-MASC.
      *
       VERIFICA-NOME.
           MOVE 'N' TO WS-ACHOU-NOME.
           MOVE ZEROS TO WS-MAIOR-CODIGO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ESTAB.
           IF WS-FS-EST NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-NOME UNTIL WS-FIM = 'S'.
           IF WS-FS-EST = "00" OR WS-FS-EST = "10"
               CLOSE ESTAB
           END-IF.
      *
       BUSCA-NOME.
           READ ESTAB
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NOME-EST = WS-NOME
                       MOVE 'S' TO WS-ACHOU-NOME
                   END-IF
                   IF CODIGO-EST > WS-MAIOR-CODIGO
                       MOVE CODIGO-EST TO WS-MAIOR-CODIGO
                   END-IF
           END-READ.
      *
      *    NOME E CNPJ SAO FIXOS - A ALTERACAO REFAZ O DOMICILIO, A
      *    TAXA E O PRAZO DE LIQUIDACAO.
       ALTERA-ESTAB.
           DISPLAY "CODIGO DO ESTABELECIMENTO: ".
           ACCEPT WS-CODIGO.
           MOVE 'N' TO WS-ACHOU-EST.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ESTAB.
           IF WS-FS-EST NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ESTAB - " WS-FS-EST
               STOP RUN.
           PERFORM BUSCA-CODIGO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-EST = 'S'.
           IF WS-ACHOU-EST = 'N'
               CLOSE ESTAB
               DISPLAY "ESTABELECIMENTO NAO CADASTRADO"
               STOP RUN.
           PERFORM MOSTRA-ESTAB.
           PERFORM ENTRA-LIQUIDACAO.
           PERFORM MOVE-LIQUIDACAO.
           REWRITE REG-ESTAB.
           IF WS-FS-EST NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO ESTAB - " WS-FS-EST
               STOP RUN.
           CLOSE ESTAB.
           DISPLAY "ESTABELECIMENTO " WS-CODIGO " ALTERADO".
      *
       CONSULTA-ESTAB.
           DISPLAY "CODIGO DO ESTABELECIMENTO: ".
           ACCEPT WS-CODIGO.
           MOVE 'N' TO WS-ACHOU-EST.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ESTAB.
           IF WS-FS-EST NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ESTAB - " WS-FS-EST
               STOP RUN.
           PERFORM BUSCA-CODIGO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-EST = 'S'.
           IF WS-ACHOU-EST = 'N'
               DISPLAY "ESTABELECIMENTO NAO CADASTRADO"
           ELSE
               PERFORM MOSTRA-ESTAB
           END-IF.
           CLOSE ESTAB.
      *
       BUSCA-CODIGO.
           READ ESTAB
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CODIGO-EST = WS-CODIGO
                       MOVE 'S' TO WS-ACHOU-EST
                   END-IF
           END-READ.
      *
       MOSTRA-ESTAB.
           CALL "CNPJMASK" USING CNPJ-EST WS-CNPJ-MASC.
           MOVE TAXA-EST TO WS-TAXA-ED.
           DISPLAY "ESTABELECIMENTO : " CODIGO-EST " - " NOME-EST.
           DISPLAY "CNPJ            : " WS-CNPJ-MASC.
           IF EST-LIQ-CASA
               DISPLAY "LIQUIDACAO      : CONTA DA CASA " AGENCIA-EST
                   "/" CONTA-EST
           ELSE
               DISPLAY "LIQUIDACAO      : BANCO " BANCO-EXT-EST
                   " AGENCIA " AGENCIA-EXT-EST " CONTA " CONTA-EXT-EST
           END-IF.
           DISPLAY "TAXA DE DESCONTO: " WS-TAXA-ED "%".
           DISPLAY "PRAZO (DIAS)    : " DIAS-LIQ-EST.
      *
      *    CONTA DA CASA PRECISA TER DIGITO VALIDO E ESTAR ABERTA EM
      *    CLIENTE.DAT; CONTA EM OUTRO BANCO SO E' CONFERIDA PELO
      *    BANCO DESTINO QUANDO A REMESSA FOR EXECUTADA.
       ENTRA-LIQUIDACAO.
           MOVE ZEROS  TO WS-AGENCIA WS-CONTAG WS-BANCO-EXT
               WS-AGENCIA-EXT.
           MOVE SPACES TO WS-CONTA-EXT.
           DISPLAY "LIQUIDACAO (C-CONTA DA CASA / E-OUTRO BANCO): ".
           ACCEPT WS-TIPO-LIQ.
           EVALUATE WS-TIPO-LIQ
               WHEN 'C' PERFORM ENTRA-CONTA-CASA
               WHEN 'E' PERFORM ENTRA-CONTA-EXTERNA
               WHEN OTHER
                   DISPLAY "TIPO DE LIQUIDACAO INVALIDO"
                   STOP RUN
           END-EVALUATE.
           DISPLAY "TAXA DE DESCONTO (%): ".
           ACCEPT WS-TAXA.
           IF WS-TAXA NOT < 100
               DISPLAY "TAXA DE DESCONTO INVALIDA"
               STOP RUN.
           DISPLAY "PRAZO DE LIQUIDACAO (DIAS CORRIDOS): ".
           ACCEPT WS-DIAS-LIQ.
           IF WS-DIAS-LIQ > WS-DIAS-MAXIMO
               DISPLAY "PRAZO DE LIQUIDACAO ACIMA DE " WS-DIAS-MAXIMO
                   " DIAS"
               STOP RUN.
      *
       ENTRA-CONTA-CASA.
           DISPLAY "AGENCIA DA CONTA: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTAG.
           CALL "CONTADIG" USING WS-AGENCIA WS-CONTAG
               WS-CONTA-VALIDA.
           IF WS-CONTA-VALIDA NOT = 'S'
               DISPLAY "CONTA INVALIDA - DIGITO NAO CONFERE"
               STOP RUN.
           MOVE WS-AGENCIA TO WS-AGENCIA-CLI.
           MOVE WS-CONTAG  TO WS-CONTA-CLI.
           PERFORM LOCALIZA-CLIENTE.
           IF WS-ACHOU-CLI = 'N'
               DISPLAY "CONTA NAO CONSTA EM CLIENTE.DAT"
               STOP RUN.
           IF WS-STATUS-CLI NOT = 'A'
               DISPLAY "CONTA NAO ESTA ABERTA - STATUS " WS-STATUS-CLI
               STOP RUN.
      *
       ENTRA-CONTA-EXTERNA.
           DISPLAY "BANCO: ".
           ACCEPT WS-BANCO-EXT.
           DISPLAY "AGENCIA: ".
           ACCEPT WS-AGENCIA-EXT.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTA-EXT.
           IF WS-BANCO-EXT = ZEROS OR WS-CONTA-EXT = SPACES
               DISPLAY "BANCO E CONTA SAO OBRIGATORIOS"
               STOP RUN.
      *
       LOCALIZA-CLIENTE.
           MOVE 'N' TO WS-ACHOU-CLI.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM BUSCA-CLIENTE
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CLI = 'S'.
           CLOSE CADCLI.
           MOVE 'N' TO WS-FIM.
      *
       BUSCA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI = WS-CHAVE-CLI
                       MOVE 'S' TO WS-ACHOU-CLI
                       MOVE STATUS-CLI TO WS-STATUS-CLI
                   END-IF
           END-READ.
      *
       MOVE-LIQUIDACAO.
           MOVE WS-TIPO-LIQ    TO TIPO-LIQ-EST.
           MOVE WS-AGENCIA     TO AGENCIA-EST.
           MOVE WS-CONTAG      TO CONTA-EST.
           MOVE WS-BANCO-EXT   TO BANCO-EXT-EST.
           MOVE WS-AGENCIA-EXT TO AGENCIA-EXT-EST.
           MOVE WS-CONTA-EXT   TO CONTA-EXT-EST.
           MOVE WS-TAXA        TO TAXA-EST.
           MOVE WS-DIAS-LIQ    TO DIAS-LIQ-EST.
