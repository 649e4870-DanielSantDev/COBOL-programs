      ******************************************************************
      * Purpose: debitar no vencimento a fatura do cartao na conta
      *          corrente do vinculo (total ou minimo, conforme a
      *          escolha do cliente) - o restante vai para o rotativo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITA-FATURA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FAT.
           SELECT CONTACART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CCA.
           SELECT VINCCART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-VIN.
           SELECT MOVIM ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-MOV.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CLI.
           SELECT BLOQJUD ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-BJ.
           SELECT LOTECTL ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LOTE.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURA VALUE OF FILE-ID IS "FATURA.DAT".
       01  REG-FATURA.
           05 NUMERO-FAT           PIC X(19).
           05 DATA-FECHA-FAT       PIC 9(06).
           05 DATA-VENC-FAT        PIC 9(06).
           05 SALDO-ANT-FAT        PIC 9(09)V99.
           05 JUROS-FAT            PIC 9(09)V99.
           05 COMPRAS-FAT          PIC 9(09)V99.
           05 TOTAL-FAT            PIC 9(09)V99.
           05 MINIMO-FAT           PIC 9(09)V99.
           05 VALOR-PAGO-FAT       PIC 9(09)V99.
           05 SITUACAO-FAT         PIC X(01).
               88 FAT-ABERTA       VALUE 'A'.
               88 FAT-PAGA         VALUE 'P'.
               88 FAT-ROTATIVO     VALUE 'R'.
      *
       FD  CONTACART VALUE OF FILE-ID IS "CONTACART.DAT".
       01  REG-CONTACART.
           05 NUMERO-CCA           PIC X(19).
           05 LIMITE-CCA           PIC 9(09)V99.
           05 DIA-FECHA-CCA        PIC 9(02).
           05 DIA-VENC-CCA         PIC 9(02).
           05 OPCAO-PAG-CCA        PIC X(01).
           05 TAXA-ROT-CCA         PIC 9(02)V99.
           05 UTILIZADO-CCA        PIC 9(09)V99.
           05 COMPRAS-CICLO-CCA    PIC 9(09)V99.
           05 SALDO-ROT-CCA        PIC 9(09)V99.
           05 DATA-ULT-FECHA-CCA   PIC 9(06).
      *
       FD  VINCCART VALUE OF FILE-ID IS "VINCCART.DAT".
       01  REG-VINCCART.
           05 NUMERO-VINC          PIC X(19).
           05 ID-CLI-VINC.
               10 AGENCIA-VINC     PIC 9(03).
               10 CONTA-VINC       PIC 9(06).
      *
       FD  MOVIM VALUE OF FILE-ID IS "MOVIMENTO.DAT".
       01  REG-MOV.
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
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
      *    BLOQUEIO JUDICIAL (MANTIDO PELO BLOQ-JUDIC) - O VALOR
      *    BLOQUEADO ATIVO NAO PODE SER DEBITADO DA CONTA, NEM POR
      *    MOVIMENTO LIBERADO NA FILA DE APROVACAO.
       FD  BLOQJUD VALUE OF FILE-ID IS "BLOQJUD.DAT".
       01  REG-BLOQJUD.
           03 NUMERO-BJ            PIC X(20).
           03 TIPO-DOC-BJ          PIC X(01).
           03 DOC-BJ               PIC X(14).
           03 ID-CLI-BJ.
               05 AGENCIA-BJ       PIC 9(03).
               05 CONTA-BJ         PIC 9(06).
           03 VALOR-SOLIC-BJ       PIC 9(07)V99.
           03 VALOR-BLOQ-BJ        PIC 9(07)V99.
           03 DATA-BLOQ-BJ         PIC 9(06).
           03 DATA-LIB-BJ          PIC 9(06).
           03 STATUS-BJ            PIC X(01).
               88 BJ-ATIVO         VALUE 'A'.
               88 BJ-LIBERADO      VALUE 'L'.
      *
       FD  LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
       01  REG-LOTECTL.
           03 DATA-LOTE            PIC 9(06).
           03 STATUS-LOTE          PIC X(01).
               88 LOTE-ABERTO      VALUE 'A'.
               88 LOTE-FECHADO     VALUE 'F'.
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-FAT                PIC X(02) VALUE ZEROS.
       01 WS-FS-CCA                PIC X(02) VALUE ZEROS.
       01 WS-FS-VIN                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-FIM-FAT               PIC X(01) VALUE 'N'.
       01 WS-FIM-CCA               PIC X(01) VALUE 'N'.
       01 WS-FIM-VIN               PIC X(01) VALUE 'N'.
       01 WS-FIM-CLI               PIC X(01) VALUE 'N'.
       01 WS-ACHOU-VINC            PIC X(01) VALUE 'N'.
       01 WS-DATA-HOJE             PIC 9(06) VALUE ZEROS.
       01 WS-VALOR-DEB             PIC 9(09)V99 VALUE ZEROS.
       01 WS-CONT-VENCIDAS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-TOTAL            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-MINIMO           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-PENDENTES        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-SALDO        PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-DEBITADO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-ROTATIVO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-VALOR-ED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
      *    CONTAS CARTAO CARREGADAS NA ABERTURA E REGRAVADAS NO FIM,
      *    NA MESMA ORDEM DO ARQUIVO (COMO NO CARGA-CARTAO).
       01 WS-CCA-TAB.
           05 WS-CCA-QTDE          PIC 9(03) VALUE ZEROS.
           05 WS-CCA-ITEM OCCURS 500 TIMES.
               10 WS-CCA-NUMERO    PIC X(19).
               10 WS-CCA-OPCAO     PIC X(01).
               10 WS-CCA-UTILIZADO PIC 9(09)V99.
               10 WS-CCA-SALDO-ROT PIC 9(09)V99.
       01 WS-CCA-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-CCA-POS               PIC 9(03) VALUE ZEROS.
      *
      *    CONTAS CORRENTES DO CLIENTE.DAT - STATUS E DISPONIVEL (SALDO
      *    ACIMA DO PISO LIMITE-CLI E DO BLOQUEIO JUDICIAL ATIVO),
      *    CONSUMIDO A CADA FATURA DEBITADA NA MESMA EXECUCAO.
       01 WS-CT-TAB.
           05 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           05 WS-CT-ITEM OCCURS 5000 TIMES.
               10 WS-CT-ID-CLI     PIC 9(09).
               10 WS-CT-STATUS     PIC X(01).
               10 WS-CT-DISPONIVEL PIC S9(11)V99.
       01 WS-CT-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-CT-POS                PIC 9(04) VALUE ZEROS.
       01 WS-CT-ATUAL              PIC 9(09) VALUE ZEROS.
      *
      *    VALOR BLOQUEADO JUDICIALMENTE POR CONTA (BLOQJUD.DAT, SO
      *    OS ATIVOS) - INDISPONIVEL PARA DEBITO.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FIM-BJ                PIC X(01) VALUE 'N'.
       01 WS-VALOR-BLOQJUD         PIC S9(09)V99 VALUE ZEROS.
       01 WS-BJ-TAB.
           05 WS-BJ-QTDE           PIC 9(04) VALUE ZEROS.
           05 WS-BJ-ITEM OCCURS 2000 TIMES.
               10 WS-BJ-ID         PIC 9(09).
               10 WS-BJ-VALOR      PIC 9(09)V99.
       01 WS-BJ-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-BJ-POS                PIC 9(04) VALUE ZEROS.
       01 WS-BJ-BUSCA              PIC 9(09) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-LOTE.
           PERFORM CARREGA-BLOQUEIOS.
           PERFORM CARREGA-CONTAS-CORRENTES.
           PERFORM CARREGA-CONTAS-CARTAO.
           PERFORM ABRE-ARQ.
           PERFORM LER-FATURA.
           PERFORM PROCESSO UNTIL WS-FIM-FAT = 'S'.
           CLOSE FATURA.
           CLOSE MOVIM.
           IF WS-CONT-TOTAL > ZEROS OR WS-CONT-MINIMO > ZEROS
              OR WS-CONT-SEM-SALDO > ZEROS
               PERFORM ATUALIZA-CONTAS-CARTAO
           END-IF.
           DISPLAY "FATURAS VENCIDAS        : " WS-CONT-VENCIDAS.
           DISPLAY "DEBITADAS PELO TOTAL    : " WS-CONT-TOTAL.
           DISPLAY "DEBITADAS PELO MINIMO   : " WS-CONT-MINIMO.
           DISPLAY "SEM SALDO - ROTATIVO    : " WS-CONT-SEM-SALDO.
           DISPLAY "NAO DEBITADAS           : " WS-CONT-PENDENTES.
           MOVE WS-TOTAL-DEBITADO TO WS-VALOR-ED.
           DISPLAY "TOTAL DEBITADO          : " WS-VALOR-ED.
           MOVE WS-TOTAL-ROTATIVO TO WS-VALOR-ED.
           DISPLAY "TOTAL PARA O ROTATIVO   : " WS-VALOR-ED.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN I-O FATURA.
           IF WS-FS-FAT NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA FATURA - " WS-FS-FAT
               STOP RUN.
           OPEN EXTEND MOVIM.
           IF WS-FS-MOV NOT EQUAL "00"
               OPEN OUTPUT MOVIM
           END-IF.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
               CLOSE FATURA
               STOP RUN.
      *
      *    OS DEBITOS SO SAO GERADOS DENTRO DE UMA JANELA DE LOTE
      *    ABERTA PELO CONTROLA-LOTE PARA A DATA DE HOJE; VENCE O QUE
      *    TEM VENCIMENTO ATE A DATA DO LOTE.
       LE-LOTE.
           ACCEPT WS-DATA-HOJE FROM DATE.
           OPEN INPUT LOTECTL.
           IF WS-FS-LOTE NOT EQUAL "00"
               DISPLAY "LOTE NAO ABERTO - EXECUTE CONTROLA-LOTE"
               STOP RUN.
           READ LOTECTL
               AT END
                   DISPLAY "LOTE NAO ABERTO - EXECUTE CONTROLA-LOTE"
                   CLOSE LOTECTL
                   STOP RUN
           END-READ.
           CLOSE LOTECTL.
           IF NOT LOTE-ABERTO
               DISPLAY "LOTE " DATA-LOTE
                   " ESTA FECHADO - EXECUTE CONTROLA-LOTE"
               STOP RUN.
           IF DATA-LOTE NOT EQUAL WS-DATA-HOJE
               DISPLAY "LOTE ABERTO PARA " DATA-LOTE
                   " NAO CONFERE COM A DATA DE HOJE " WS-DATA-HOJE
               STOP RUN.
      *
       LER-FATURA.
           READ FATURA
               AT END
                   MOVE 'S' TO WS-FIM-FAT
           END-READ.
      *
       PROCESSO.
           IF FAT-ABERTA AND DATA-VENC-FAT NOT > DATA-LOTE
               ADD 1 TO WS-CONT-VENCIDAS
               PERFORM DEBITA-VENCIMENTO
           END-IF.
           PERFORM LER-FATURA.
      *
      *    FATURA SEM CONTA CARTAO OU SEM VINCULO FICA ABERTA PARA O
      *    PROXIMO PROCESSAMENTO, DEPOIS DE CORRIGIDO O CADASTRO.
       DEBITA-VENCIMENTO.
           PERFORM LOCALIZA-CONTA-CARTAO.
           IF WS-CCA-POS = ZEROS
               ADD 1 TO WS-CONT-PENDENTES
               DISPLAY "FATURA SEM CONTA CARTAO - " NUMERO-FAT
           ELSE
               PERFORM LOCALIZA-VINCULO
               IF WS-ACHOU-VINC = 'N'
                   ADD 1 TO WS-CONT-PENDENTES
                   DISPLAY "CARTAO SEM VINCULO - " NUMERO-FAT
               ELSE
                   PERFORM GERA-DEBITO
               END-IF
           END-IF.
      *
      *    A FATURA SO E' DEBITADA SE A CONTA DO VINCULO ESTA ABERTA E
      *    O DISPONIVEL COBRE O DEBITO - O MESMO CRITERIO COM QUE O
      *    ESTRUTURA-MOV ACEITA O LANCAMENTO. CONTA INEXISTENTE OU NAO
      *    ABERTA DEIXA A FATURA ABERTA ATE CORRIGIR O CADASTRO; SEM
      *    SALDO, A FATURA INTEIRA VAI PARA O ROTATIVO.
       GERA-DEBITO.
           IF WS-CCA-OPCAO(WS-CCA-POS) = 'M'
               MOVE MINIMO-FAT TO WS-VALOR-DEB
           ELSE
               MOVE TOTAL-FAT TO WS-VALOR-DEB
           END-IF.
           MOVE ID-CLI-VINC TO WS-CT-ATUAL.
           PERFORM LOCALIZA-CONTA-CORRENTE.
           IF WS-CT-POS = ZEROS
               ADD 1 TO WS-CONT-PENDENTES
               DISPLAY "CONTA DO VINCULO INEXISTENTE - " NUMERO-FAT
           ELSE
               IF WS-CT-STATUS(WS-CT-POS) NOT = 'A'
                   ADD 1 TO WS-CONT-PENDENTES
                   DISPLAY "CONTA DO VINCULO NAO ABERTA - " NUMERO-FAT
               ELSE
                   IF WS-VALOR-DEB > WS-CT-DISPONIVEL(WS-CT-POS)
                       PERFORM PASSA-ROTATIVO
                   ELSE
                       PERFORM LANCA-DEBITO
                   END-IF
               END-IF
           END-IF.
      *
      *    O DEBITO ENTRA COMO DEBITO AUTOMATICO (TIPO A) DE
      *    MOVIMENTO.DAT, COM DATA-VALOR NO VENCIMENTO - DALI EM DIANTE
      *    SEGUE O LANCAMENTO NORMAL DA CONTA CORRENTE.
       LANCA-DEBITO.
           IF WS-CCA-OPCAO(WS-CCA-POS) = 'M'
               ADD 1 TO WS-CONT-MINIMO
           ELSE
               ADD 1 TO WS-CONT-TOTAL
           END-IF.
           SUBTRACT WS-VALOR-DEB FROM WS-CT-DISPONIVEL(WS-CT-POS).
           MOVE ID-CLI-VINC    TO ID-MOV.
           COMPUTE MOVIMENTO = WS-VALOR-DEB * -1.
           MOVE 'A'            TO TIPO-MOV.
           MOVE DATA-VENC-FAT  TO DATA-VALOR-MOV.
           MOVE AGENCIA-VINC   TO ORIGEM-MOV.
           WRITE REG-MOV.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVIMENTO - " WS-FS-MOV
               STOP RUN.
           MOVE WS-VALOR-DEB TO VALOR-PAGO-FAT.
           IF WS-VALOR-DEB < TOTAL-FAT
               MOVE 'R' TO SITUACAO-FAT
           ELSE
               MOVE 'P' TO SITUACAO-FAT
           END-IF.
           REWRITE REG-FATURA.
           IF WS-FS-FAT NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO FATURA - " WS-FS-FAT
               STOP RUN.
           SUBTRACT WS-VALOR-DEB FROM WS-CCA-UTILIZADO(WS-CCA-POS).
           COMPUTE WS-CCA-SALDO-ROT(WS-CCA-POS) =
               TOTAL-FAT - WS-VALOR-DEB.
           ADD WS-VALOR-DEB TO WS-TOTAL-DEBITADO.
           ADD WS-CCA-SALDO-ROT(WS-CCA-POS) TO WS-TOTAL-ROTATIVO.
      *
      *    SEM PAGAMENTO NO VENCIMENTO O TOTAL DA FATURA ENTRA NO
      *    ROTATIVO, COM JUROS NO PROXIMO FECHAMENTO (FECHA-FATURA).
       PASSA-ROTATIVO.
           ADD 1 TO WS-CONT-SEM-SALDO.
           DISPLAY "SALDO INSUFICIENTE - FATURA NO ROTATIVO - "
               NUMERO-FAT.
           MOVE ZEROS TO VALOR-PAGO-FAT.
           MOVE 'R' TO SITUACAO-FAT.
           REWRITE REG-FATURA.
           IF WS-FS-FAT NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO FATURA - " WS-FS-FAT
               STOP RUN.
           ADD TOTAL-FAT TO WS-CCA-SALDO-ROT(WS-CCA-POS).
           ADD TOTAL-FAT TO WS-TOTAL-ROTATIVO.
      *
       LOCALIZA-CONTA-CARTAO.
           MOVE ZEROS TO WS-CCA-POS.
           PERFORM BUSCA-CONTA-CARTAO VARYING WS-CCA-SUBS FROM 1 BY 1
               UNTIL WS-CCA-SUBS > WS-CCA-QTDE
                  OR WS-CCA-POS NOT = ZEROS.
      *
       BUSCA-CONTA-CARTAO.
           IF WS-CCA-NUMERO(WS-CCA-SUBS) = NUMERO-FAT
               MOVE WS-CCA-SUBS TO WS-CCA-POS
           END-IF.
      *
       LOCALIZA-VINCULO.
           MOVE 'N' TO WS-ACHOU-VINC.
           MOVE 'N' TO WS-FIM-VIN.
           OPEN INPUT VINCCART.
           IF WS-FS-VIN NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-VIN
           END-IF.
           PERFORM BUSCA-VINCULO
               UNTIL WS-FIM-VIN = 'S' OR WS-ACHOU-VINC = 'S'.
           IF WS-FS-VIN = "00" OR WS-FS-VIN = "10"
               CLOSE VINCCART
           END-IF.
      *
       BUSCA-VINCULO.
           READ VINCCART
               AT END
                   MOVE 'S' TO WS-FIM-VIN
               NOT AT END
                   IF NUMERO-VINC = NUMERO-FAT
                       MOVE 'S' TO WS-ACHOU-VINC
                   END-IF
           END-READ.
      *
       CARREGA-CONTAS-CORRENTES.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM LE-CLIENTE UNTIL WS-FIM-CLI = 'S'.
           CLOSE CADCLI.
      *
       LE-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM-CLI
               NOT AT END
                   IF WS-CT-QTDE = 5000
                       DISPLAY "TABELA DE CONTAS CHEIA (5000) - AMPLIAR"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CT-QTDE
                   MOVE ID-CLI     TO WS-CT-ID-CLI(WS-CT-QTDE)
                   MOVE STATUS-CLI TO WS-CT-STATUS(WS-CT-QTDE)
                   COMPUTE WS-CT-DISPONIVEL(WS-CT-QTDE) =
                       SALDO - LIMITE-CLI
                   PERFORM APURA-BLOQUEIO-JUDICIAL
                   IF SALDO - WS-VALOR-BLOQJUD <
                      WS-CT-DISPONIVEL(WS-CT-QTDE)
                       COMPUTE WS-CT-DISPONIVEL(WS-CT-QTDE) =
                           SALDO - WS-VALOR-BLOQJUD
                   END-IF
           END-READ.
      *
       LOCALIZA-CONTA-CORRENTE.
           MOVE ZEROS TO WS-CT-POS.
           PERFORM BUSCA-CONTA-CORRENTE
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE
                  OR WS-CT-POS NOT = ZEROS.
      *
       BUSCA-CONTA-CORRENTE.
           IF WS-CT-ID-CLI(WS-CT-SUBS) = WS-CT-ATUAL
               MOVE WS-CT-SUBS TO WS-CT-POS
           END-IF.
      *
       CARREGA-BLOQUEIOS.
           MOVE 'N' TO WS-FIM-BJ.
           OPEN INPUT BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-BJ
           END-IF.
           PERFORM GUARDA-BLOQUEIO UNTIL WS-FIM-BJ = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
      *
       GUARDA-BLOQUEIO.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM-BJ
               NOT AT END
                   IF BJ-ATIVO
                       MOVE ID-CLI-BJ TO WS-BJ-BUSCA
                       PERFORM LOCALIZA-BLOQUEIO
                       IF WS-BJ-POS = ZEROS
                           IF WS-BJ-QTDE < 2000
                               ADD 1 TO WS-BJ-QTDE
                               MOVE WS-BJ-QTDE TO WS-BJ-POS
                               MOVE ID-CLI-BJ TO WS-BJ-ID(WS-BJ-POS)
                               MOVE ZEROS TO WS-BJ-VALOR(WS-BJ-POS)
                           ELSE
                               DISPLAY "TABELA DE BLOQUEIOS CHEIA - "
                                   "CONTA " ID-CLI-BJ
                           END-IF
                       END-IF
                       IF WS-BJ-POS NOT = ZEROS
                           ADD VALOR-BLOQ-BJ TO WS-BJ-VALOR(WS-BJ-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       LOCALIZA-BLOQUEIO.
           MOVE ZEROS TO WS-BJ-POS.
           PERFORM BUSCA-BLOQUEIO
               VARYING WS-BJ-SUBS FROM 1 BY 1
               UNTIL WS-BJ-SUBS > WS-BJ-QTDE
                  OR WS-BJ-POS NOT = ZEROS.
      *
       BUSCA-BLOQUEIO.
           IF WS-BJ-ID(WS-BJ-SUBS) = WS-BJ-BUSCA
               MOVE WS-BJ-SUBS TO WS-BJ-POS
           END-IF.
      *
      *    O SALDO NAO PODE FICAR ABAIXO DO VALOR BLOQUEADO POR CONTA
      *    DE UM DEBITO; CREDITO ENTRA NORMALMENTE.
       APURA-BLOQUEIO-JUDICIAL.
           MOVE ZEROS TO WS-VALOR-BLOQJUD.
           MOVE ID-CLI TO WS-BJ-BUSCA.
           PERFORM LOCALIZA-BLOQUEIO.
           IF WS-BJ-POS NOT = ZEROS
               MOVE WS-BJ-VALOR(WS-BJ-POS) TO WS-VALOR-BLOQJUD
           END-IF.
      *
       CARREGA-CONTAS-CARTAO.
           MOVE ZEROS TO WS-CCA-QTDE.
           MOVE 'N' TO WS-FIM-CCA.
           OPEN INPUT CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-CCA
           END-IF.
           PERFORM CARREGA-CONTA UNTIL WS-FIM-CCA = 'S'.
           IF WS-FS-CCA = "00" OR WS-FS-CCA = "10"
               CLOSE CONTACART
           END-IF.
      *
       CARREGA-CONTA.
           READ CONTACART
               AT END
                   MOVE 'S' TO WS-FIM-CCA
               NOT AT END
                   IF WS-CCA-QTDE < 500
                       ADD 1 TO WS-CCA-QTDE
                       MOVE NUMERO-CCA    TO WS-CCA-NUMERO(WS-CCA-QTDE)
                       MOVE OPCAO-PAG-CCA TO WS-CCA-OPCAO(WS-CCA-QTDE)
                       MOVE UTILIZADO-CCA
                           TO WS-CCA-UTILIZADO(WS-CCA-QTDE)
                       MOVE SALDO-ROT-CCA
                           TO WS-CCA-SALDO-ROT(WS-CCA-QTDE)
                   ELSE
                       DISPLAY "TABELA DE CONTAS CARTAO CHEIA"
                       MOVE 'S' TO WS-FIM-CCA
                   END-IF
           END-READ.
      *
       ATUALIZA-CONTAS-CARTAO.
           MOVE 'N' TO WS-FIM-CCA.
           MOVE ZEROS TO WS-CCA-SUBS.
           OPEN I-O CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CONTACART - " WS-FS-CCA
               STOP RUN.
           PERFORM REGRAVA-CONTA UNTIL WS-FIM-CCA = 'S'.
           CLOSE CONTACART.
      *
       REGRAVA-CONTA.
           READ CONTACART
               AT END
                   MOVE 'S' TO WS-FIM-CCA
               NOT AT END
                   ADD 1 TO WS-CCA-SUBS
                   IF WS-CCA-SUBS > WS-CCA-QTDE
                       MOVE 'S' TO WS-FIM-CCA
                   ELSE
                       MOVE WS-CCA-UTILIZADO(WS-CCA-SUBS)
                           TO UTILIZADO-CCA
                       MOVE WS-CCA-SALDO-ROT(WS-CCA-SUBS)
                           TO SALDO-ROT-CCA
                       REWRITE REG-CONTACART
                   END-IF
           END-READ.
