       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA-OPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSAOCX ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SES.
           SELECT MOVCAIXA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MCX.
      *    O DEPOSITO E O SAQUE DO CAIXA VAO PARA O ARQUIVO DE
      *    MOVIMENTO DA AGENCIA (MOVAGNNN.DAT), QUE O CONSOLIDA-MOV
      *    JUNTA NO MOVIMENTO.DAT DO LOTE.
           SELECT ARQAG ASSIGN TO WS-NOME-ARQ-AG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AG.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
      *    UMA SESSAO POR ABERTURA DE CAIXA: A = ABERTA, F = FECHADA.
      *    O SALDO DA GAVETA E' ABERTURA + DEPOSITOS - SAQUES +
      *    SUPRIMENTOS DO COFRE - RECOLHIMENTOS AO COFRE.
       FD SESSAOCX VALUE OF FILE-ID IS "SESSAOCX.DAT".
       01 REG-SESSAO.
           03 OPERADOR-SES         PIC X(08).
           03 AGENCIA-SES          PIC 9(03).
           03 DATA-SES             PIC 9(06).
           03 HORA-ABERT-SES       PIC 9(08).
           03 ABERTURA-SES         PIC 9(09)V99.
           03 DEPOSITOS-SES        PIC 9(09)V99.
           03 SAQUES-SES           PIC 9(09)V99.
           03 SUPRIMENTO-SES       PIC 9(09)V99.
           03 RECOLHIMENTO-SES     PIC 9(09)V99.
           03 CONTADO-SES          PIC 9(09)V99.
           03 DIFERENCA-SES        PIC S9(09)V99.
           03 HORA-FECH-SES        PIC 9(08).
           03 STATUS-SES           PIC X(01).
               88 SES-ABERTA       VALUE 'A'.
               88 SES-FECHADA      VALUE 'F'.
      *
      *    TRILHA DE CADA ENTRADA E SAIDA DE DINHEIRO DA GAVETA:
      *    D = DEPOSITO, S = SAQUE, U = SUPRIMENTO (COFRE PARA A
      *    GAVETA), R = RECOLHIMENTO (GAVETA PARA O COFRE).
       FD MOVCAIXA VALUE OF FILE-ID IS "MOVCAIXA.DAT".
       01 REG-MOVCAIXA.
           03 OPERADOR-MCX         PIC X(08).
           03 AGENCIA-MCX          PIC 9(03).
           03 DATA-MCX             PIC 9(06).
           03 HORA-MCX             PIC 9(08).
           03 NSU-MCX              PIC 9(09).
           03 ID-CLI-MCX.
               05 AGENCIA-CLI-MCX  PIC 9(03).
               05 CONTA-CLI-MCX    PIC 9(06).
           03 TIPO-MCX             PIC X(01).
               88 MCX-DEPOSITO     VALUE 'D'.
               88 MCX-SAQUE        VALUE 'S'.
               88 MCX-SUPRIMENTO   VALUE 'U'.
               88 MCX-RECOLHIMENTO VALUE 'R'.
           03 VALOR-MCX            PIC 9(09)V99.
      *
       FD ARQAG.
       01 REG-MOV-AG.
           03 ID-MOV-AG.
               05 AGENCIA-MOV-AG   PIC 9(03).
               05 CONTA-MOV-AG     PIC 9(06).
           03 MOVIMENTO-AG         PIC S9(09)V99.
           03 TIPO-MOV-AG          PIC X(01).
           03 DATA-VALOR-MOV-AG    PIC 9(06).
           03 ORIGEM-MOV-AG        PIC 9(03).
      *
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
           03 ID-CLI.
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
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-CHAVE-CLI.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-AGENCIA-CAIXA         PIC 9(03) VALUE ZEROS.
       01 WS-VALOR                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-GAVETA                PIC S9(11)V99 VALUE ZEROS.
       01 WS-MOV-DIA               PIC S9(11)V99 VALUE ZEROS.
       01 WS-NOVOSALDO             PIC S9(11)V99 VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-NOME-ARQ-AG           PIC X(12) VALUE SPACES.
       01 WS-FS-SES                PIC X(02) VALUE ZEROS.
       01 WS-FS-MCX                PIC X(02) VALUE ZEROS.
       01 WS-FS-AG                 PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-SES             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
       01 WS-L-VALOR               PIC -ZZZ,ZZZ,ZZ9.99.
      *
      *    CAIXA DO OPERADOR: ABERTURA COM O TROCO INICIAL, DEPOSITOS
      *    E SAQUES EM DINHEIRO, SUPRIMENTO E RECOLHIMENTO DO COFRE E
      *    FECHAMENTO COM A CONTAGEM FISICA. A DIFERENCA ENTRE O
      *    CONTADO E O SALDO DA GAVETA FICA GRAVADA NA SESSAO - O
      *    RELCAIXA LISTA AS GAVETAS DA AGENCIA E O JORNALCONTABIL
      *    CONTABILIZA A SOBRA OU QUEBRA. O OPERADOR SO TEM UM CAIXA
      *    ABERTO POR VEZ E SO MOVIMENTA O CAIXA ABERTO HOJE.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - OPERADOR NAO AUTENTICADO"
               STOP RUN.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'A' PERFORM ABRE-CAIXA
               WHEN 'D' PERFORM OPERA-CAIXA
               WHEN 'S' PERFORM OPERA-CAIXA
               WHEN 'U' PERFORM OPERA-CAIXA
               WHEN 'R' PERFORM OPERA-CAIXA
               WHEN 'F' PERFORM OPERA-CAIXA
               WHEN 'C' PERFORM OPERA-CAIXA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE A, D, S, U, R, F OU C"
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
           EVALUATE TRUE
               WHEN WS-AUTORIZADO NOT = 'S'
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               WHEN WS-NIVEL-OP = 'C'
                   MOVE 'N' TO WS-AUTORIZADO
                   DISPLAY "OPERADOR SEM ALCADA DE CAIXA"
           END-EVALUATE.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (A-ABRIR / D-DEPOSITO / S-SAQUE / "
               "U-SUPRIMENTO / R-RECOLHIMENTO / F-FECHAR / "
               "C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
       ABRE-CAIXA.
           PERFORM LOCALIZA-SESSAO-ABERTA.
           IF WS-ACHOU-SES = 'S'
               DISPLAY "OPERADOR JA TEM CAIXA ABERTO EM " DATA-SES
                   " - FECHE ANTES DE ABRIR OUTRO"
           ELSE
               DISPLAY "AGENCIA DO CAIXA: "
               ACCEPT WS-AGENCIA-CAIXA
               DISPLAY "TROCO INICIAL DA GAVETA: "
               ACCEPT WS-VALOR
               PERFORM GRAVA-SESSAO
           END-IF.
      *
       LOCALIZA-SESSAO-ABERTA.
           MOVE 'N' TO WS-ACHOU-SES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT SESSAOCX.
           IF WS-FS-SES NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-SESSAO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-SES = 'S'.
           IF WS-FS-SES = "00" OR WS-FS-SES = "10"
               CLOSE SESSAOCX
           END-IF.
      *
       BUSCA-SESSAO.
           READ SESSAOCX
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF OPERADOR-SES = WS-OPERADOR-ID AND SES-ABERTA
                       MOVE 'S' TO WS-ACHOU-SES
                   END-IF
           END-READ.
      *
       GRAVA-SESSAO.
           OPEN EXTEND SESSAOCX.
           IF WS-FS-SES NOT EQUAL "00"
               OPEN OUTPUT SESSAOCX
           END-IF.
           IF WS-FS-SES NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA SESSAOCX - " WS-FS-SES
               STOP RUN.
           MOVE WS-OPERADOR-ID   TO OPERADOR-SES.
           MOVE WS-AGENCIA-CAIXA TO AGENCIA-SES.
           MOVE WS-HOJE          TO DATA-SES.
           ACCEPT HORA-ABERT-SES FROM TIME.
           MOVE WS-VALOR         TO ABERTURA-SES.
           MOVE ZEROS TO DEPOSITOS-SES SAQUES-SES SUPRIMENTO-SES
               RECOLHIMENTO-SES CONTADO-SES DIFERENCA-SES
               HORA-FECH-SES.
           SET SES-ABERTA TO TRUE.
           WRITE REG-SESSAO.
           IF WS-FS-SES NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO SESSAOCX - " WS-FS-SES
               STOP RUN.
           CLOSE SESSAOCX.
           MOVE WS-VALOR TO WS-L-VALOR.
           DISPLAY "CAIXA ABERTO NA AGENCIA " WS-AGENCIA-CAIXA
               " COM TROCO DE " WS-L-VALOR.
      *
      *    AS DEMAIS OPERACOES REGRAVAM A SESSAO ABERTA DO OPERADOR,
      *    LIDA EM I-O.
       OPERA-CAIXA.
           MOVE 'N' TO WS-ACHOU-SES.
           MOVE 'N' TO WS-FIM.
           OPEN I-O SESSAOCX.
           IF WS-FS-SES NOT EQUAL "00"
               DISPLAY "SESSAOCX.DAT NAO ENCONTRADO - ABRA O CAIXA"
               STOP RUN.
           PERFORM BUSCA-SESSAO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-SES = 'S'.
           IF WS-ACHOU-SES = 'N'
               DISPLAY "OPERADOR SEM CAIXA ABERTO - ABRA O CAIXA"
           ELSE
               COMPUTE WS-GAVETA = ABERTURA-SES + DEPOSITOS-SES
                   - SAQUES-SES + SUPRIMENTO-SES - RECOLHIMENTO-SES
               EVALUATE TRUE
                   WHEN WS-OPCAO = 'C'
                       PERFORM CONSULTA-CAIXA
                   WHEN WS-OPCAO = 'F'
                       PERFORM FECHA-CAIXA
                   WHEN DATA-SES NOT = WS-HOJE
                       DISPLAY "CAIXA ABERTO EM " DATA-SES
                           " - FECHE-O ANTES DE MOVIMENTAR"
                   WHEN WS-OPCAO = 'D' OR WS-OPCAO = 'S'
                       PERFORM MOVIMENTA-CONTA
                   WHEN OTHER
                       PERFORM MOVIMENTA-COFRE
               END-EVALUATE
           END-IF.
           CLOSE SESSAOCX.
      *
       REGRAVA-SESSAO.
           REWRITE REG-SESSAO.
           IF WS-FS-SES NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO SESSAOCX - " WS-FS-SES
               STOP RUN.
      *
       CONSULTA-CAIXA.
           DISPLAY "CAIXA DE " OPERADOR-SES " AGENCIA " AGENCIA-SES
               " ABERTO EM " DATA-SES.
           MOVE ABERTURA-SES TO WS-L-VALOR.
           DISPLAY "TROCO INICIAL   : " WS-L-VALOR.
           MOVE DEPOSITOS-SES TO WS-L-VALOR.
           DISPLAY "DEPOSITOS       : " WS-L-VALOR.
           MOVE SAQUES-SES TO WS-L-VALOR.
           DISPLAY "SAQUES          : " WS-L-VALOR.
           MOVE SUPRIMENTO-SES TO WS-L-VALOR.
           DISPLAY "SUPRIMENTOS     : " WS-L-VALOR.
           MOVE RECOLHIMENTO-SES TO WS-L-VALOR.
           DISPLAY "RECOLHIMENTOS   : " WS-L-VALOR.
           MOVE WS-GAVETA TO WS-L-VALOR.
           DISPLAY "SALDO DA GAVETA : " WS-L-VALOR.
      *
      *    DEPOSITO OU SAQUE EM DINHEIRO NA CONTA DO CLIENTE. O SAQUE
      *    CONFERE O PISO DO LIMITE CONTRA O SALDO DO CADASTRO MAIS O
      *    QUE JA PASSOU PELOS CAIXAS HOJE E AINDA NAO FOI POSTADO.
       MOVIMENTA-CONTA.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA UNTIL WS-CONTA-VALIDA = 'S'.
           PERFORM LOCALIZA-CLIENTE.
           DISPLAY "VALOR EM DINHEIRO: ".
           ACCEPT WS-VALOR.
           EVALUATE TRUE
               WHEN WS-ACHOU-CLI = 'N'
                   DISPLAY "CONTA NAO ENCONTRADA EM CLIENTE.DAT"
               WHEN NOT CLI-ABERTA
                   DISPLAY "CONTA BLOQUEADA/ENCERRADA/DORMENTE - "
                       "OPERACAO NAO PERMITIDA"
               WHEN WS-VALOR = ZEROS
                   DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
               WHEN WS-OPCAO = 'D'
                   ADD WS-VALOR TO DEPOSITOS-SES
                   PERFORM REGRAVA-SESSAO
                   PERFORM GRAVA-MOV-AGENCIA
                   PERFORM GRAVA-MOVCAIXA
                   DISPLAY "DEPOSITO REGISTRADO - NSU " WS-NSU
               WHEN OTHER
                   PERFORM SOMA-CAIXAS-DIA
                   COMPUTE WS-NOVOSALDO =
                       SALDO + WS-MOV-DIA - WS-VALOR
                   IF WS-NOVOSALDO < LIMITE-CLI
                       DISPLAY "SALDO INSUFICIENTE - SAQUE RECUSADO"
                   ELSE
                       IF WS-VALOR > WS-GAVETA
                           DISPLAY "DINHEIRO INSUFICIENTE NA GAVETA"
                               " - PECA SUPRIMENTO AO COFRE"
                       ELSE
                           ADD WS-VALOR TO SAQUES-SES
                           PERFORM REGRAVA-SESSAO
                           PERFORM GRAVA-MOV-AGENCIA
                           PERFORM GRAVA-MOVCAIXA
                           DISPLAY "SAQUE REGISTRADO - NSU " WS-NSU
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       ENTRA-CONTA.
           DISPLAY "AGENCIA DA CONTA: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTAG.
           CALL "CONTADIG" USING WS-AGENCIA WS-CONTAG
               WS-CONTA-VALIDA.
           IF WS-CONTA-VALIDA NOT = 'S'
               DISPLAY "CONTA INVALIDA - DIGITO NAO CONFERE"
           END-IF.
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
      *
       BUSCA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI = WS-CHAVE-CLI
                       MOVE 'S' TO WS-ACHOU-CLI
                   END-IF
           END-READ.
      *
       SOMA-CAIXAS-DIA.
           MOVE ZEROS TO WS-MOV-DIA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT MOVCAIXA.
           IF WS-FS-MCX NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM SOMA-MOVCAIXA UNTIL WS-FIM = 'S'.
           IF WS-FS-MCX = "00" OR WS-FS-MCX = "10"
               CLOSE MOVCAIXA
           END-IF.
      *
       SOMA-MOVCAIXA.
           READ MOVCAIXA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-MCX = WS-HOJE AND ID-CLI-MCX = WS-CHAVE-CLI
                       IF MCX-DEPOSITO
                           ADD VALOR-MCX TO WS-MOV-DIA
                       END-IF
                       IF MCX-SAQUE
                           SUBTRACT VALOR-MCX FROM WS-MOV-DIA
                       END-IF
                   END-IF
           END-READ.
      *
       GRAVA-MOV-AGENCIA.
           MOVE SPACES TO WS-NOME-ARQ-AG.
           STRING "MOVAG" AGENCIA-SES ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-AG.
           OPEN EXTEND ARQAG.
           IF WS-FS-AG NOT EQUAL "00"
               OPEN OUTPUT ARQAG
           END-IF.
           IF WS-FS-AG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA " WS-NOME-ARQ-AG " - "
                   WS-FS-AG
               STOP RUN.
           MOVE WS-CHAVE-CLI TO ID-MOV-AG.
           IF WS-OPCAO = 'D'
               MOVE WS-VALOR TO MOVIMENTO-AG
           ELSE
               COMPUTE MOVIMENTO-AG = WS-VALOR * -1
           END-IF.
           MOVE WS-OPCAO     TO TIPO-MOV-AG.
           MOVE WS-HOJE      TO DATA-VALOR-MOV-AG.
           MOVE AGENCIA-SES  TO ORIGEM-MOV-AG.
           WRITE REG-MOV-AG.
           IF WS-FS-AG NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO " WS-NOME-ARQ-AG " - "
                   WS-FS-AG
               STOP RUN.
           CLOSE ARQAG.
      *
       GRAVA-MOVCAIXA.
           OPEN EXTEND MOVCAIXA.
           IF WS-FS-MCX NOT EQUAL "00"
               OPEN OUTPUT MOVCAIXA
           END-IF.
           IF WS-FS-MCX NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVCAIXA - " WS-FS-MCX
               STOP RUN.
           CALL "NSUGET" USING WS-NSU.
           MOVE OPERADOR-SES TO OPERADOR-MCX.
           MOVE AGENCIA-SES  TO AGENCIA-MCX.
           MOVE WS-HOJE      TO DATA-MCX.
           ACCEPT HORA-MCX FROM TIME.
           MOVE WS-NSU       TO NSU-MCX.
           IF WS-OPCAO = 'D' OR WS-OPCAO = 'S'
               MOVE WS-CHAVE-CLI TO ID-CLI-MCX
           ELSE
               MOVE ZEROS TO ID-CLI-MCX
           END-IF.
           MOVE WS-OPCAO     TO TIPO-MCX.
           MOVE WS-VALOR     TO VALOR-MCX.
           WRITE REG-MOVCAIXA.
           IF WS-FS-MCX NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVCAIXA - " WS-FS-MCX
               STOP RUN.
           CLOSE MOVCAIXA.
      *
      *    SUPRIMENTO (U) TRAZ DINHEIRO DO COFRE PARA A GAVETA;
      *    RECOLHIMENTO (R) LEVA O EXCESSO DA GAVETA PARA O COFRE.
       MOVIMENTA-COFRE.
           DISPLAY "VALOR TRANSFERIDO: ".
           ACCEPT WS-VALOR.
           EVALUATE TRUE
               WHEN WS-VALOR = ZEROS
                   DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
               WHEN WS-OPCAO = 'U'
                   ADD WS-VALOR TO SUPRIMENTO-SES
                   PERFORM REGRAVA-SESSAO
                   PERFORM GRAVA-MOVCAIXA
                   DISPLAY "SUPRIMENTO REGISTRADO - NSU " WS-NSU
               WHEN WS-VALOR > WS-GAVETA
                   DISPLAY "RECOLHIMENTO MAIOR QUE O SALDO DA GAVETA"
               WHEN OTHER
                   ADD WS-VALOR TO RECOLHIMENTO-SES
                   PERFORM REGRAVA-SESSAO
                   PERFORM GRAVA-MOVCAIXA
                   DISPLAY "RECOLHIMENTO REGISTRADO - NSU " WS-NSU
           END-EVALUATE.
      *
      *    NO FECHAMENTO O OPERADOR INFORMA O QUE CONTOU NA GAVETA;
      *    DIFERENCA POSITIVA E' SOBRA, NEGATIVA E' QUEBRA DE CAIXA.
       FECHA-CAIXA.
           PERFORM CONSULTA-CAIXA.
           DISPLAY "VALOR CONTADO NA GAVETA: ".
           ACCEPT WS-VALOR.
           MOVE WS-VALOR TO CONTADO-SES.
           COMPUTE DIFERENCA-SES = CONTADO-SES - WS-GAVETA.
           ACCEPT HORA-FECH-SES FROM TIME.
           SET SES-FECHADA TO TRUE.
           PERFORM REGRAVA-SESSAO.
           MOVE DIFERENCA-SES TO WS-L-VALOR.
           EVALUATE TRUE
               WHEN DIFERENCA-SES > ZEROS
                   DISPLAY "CAIXA FECHADO COM SOBRA DE " WS-L-VALOR
               WHEN DIFERENCA-SES < ZEROS
                   DISPLAY "CAIXA FECHADO COM QUEBRA DE " WS-L-VALOR
               WHEN OTHER
                   DISPLAY "CAIXA FECHADO SEM DIFERENCA"
           END-EVALUATE.
