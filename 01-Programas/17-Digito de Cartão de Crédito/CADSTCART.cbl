      ******************************************************************
      * Purpose: manter o status do cartao (ativo, bloqueado, perdido,
      *          roubado, cancelado), reemitir cartao substituto e
      *          gerar a lista negra enviada a rede de cartoes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSTCART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTOES ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CAR.
           SELECT STATCART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-STC.
           SELECT VINCCART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-VIN.
           SELECT CONTACART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CCA.
           SELECT FATURA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FAT.
           SELECT LANCCART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LCC.
           SELECT LISTANEGRA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LNG.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTOES VALUE OF FILE-ID IS "CARTOES.DAT".
       01  REG-CARTAO.
           05 REG-NUMERO           PIC X(19).
           05 REG-VALIDADE.
               10 REG-VAL-MES      PIC 9(02).
               10 REG-VAL-SEP      PIC X(01).
               10 REG-VAL-ANO      PIC 9(02).
      *
      *    HISTORICO DE STATUS DO CARTAO - SO RECEBE INCLUSAO; O STATUS
      *    VIGENTE E' O DO ULTIMO REGISTRO DO CARTAO. CARTAO SEM
      *    REGISTRO ESTA ATIVO. NA REEMISSAO, NUMERO-SUBST-STC LIGA O
      *    CARTAO ANTIGO AO NOVO E VICE-VERSA.
       FD  STATCART VALUE OF FILE-ID IS "STATCART.DAT".
       01  REG-STATCART.
           05 NUMERO-STC           PIC X(19).
           05 STATUS-STC           PIC X(01).
               88 STC-ATIVO        VALUE 'A'.
               88 STC-BLOQUEADO    VALUE 'B'.
               88 STC-PERDIDO      VALUE 'P'.
               88 STC-ROUBADO      VALUE 'R'.
               88 STC-CANCELADO    VALUE 'C'.
           05 MOTIVO-STC           PIC X(30).
           05 OPERADOR-STC         PIC X(08).
           05 DATA-STC             PIC 9(06).
           05 HORA-STC             PIC 9(08).
           05 NUMERO-SUBST-STC     PIC X(19).
      *
       FD  VINCCART VALUE OF FILE-ID IS "VINCCART.DAT".
       01  REG-VINCCART.
           05 NUMERO-VINC          PIC X(19).
           05 ID-CLI-VINC.
               10 AGENCIA-VINC     PIC 9(03).
               10 CONTA-VINC       PIC 9(06).
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
      *
       FD  LANCCART VALUE OF FILE-ID IS "LANCCART.DAT".
       01  REG-LANCCART.
           05 NUMERO-LCC           PIC X(19).
           05 VALOR-LCC            PIC 9(09)V99.
           05 ESTAB-LCC            PIC X(20).
           05 DATA-LCC             PIC 9(06).
           05 DATA-FAT-LCC         PIC 9(06).
      *
      *    LISTA NEGRA PARA A REDE: TODO CARTAO CUJO STATUS VIGENTE NAO
      *    E' ATIVO, INCLUSIVE OS SUBSTITUIDOS NA REEMISSAO.
       FD  LISTANEGRA VALUE OF FILE-ID IS "LISTANEGRA.DAT".
       01  REG-LISTANEGRA.
           05 NUMERO-LNG           PIC X(19).
           05 STATUS-LNG           PIC X(01).
           05 DATA-LNG             PIC 9(06).
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-NUMERO                PIC X(19) VALUE SPACES.
       01 WS-NUMERO-NOVO           PIC X(19) VALUE SPACES.
       01 WS-NUMERO-OK             PIC X(01) VALUE 'N'.
       01 WS-VALIDADE              PIC X(05) VALUE SPACES.
       01 WS-NOVO-STATUS           PIC X(01) VALUE SPACE.
       01 WS-STATUS-ATUAL          PIC X(01) VALUE SPACE.
       01 WS-STATUS-ANTIGO         PIC X(01) VALUE SPACE.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-DESC-STATUS           PIC X(10) VALUE SPACES.
       01 WS-FS-CAR                PIC X(02) VALUE ZEROS.
       01 WS-FS-STC                PIC X(02) VALUE ZEROS.
       01 WS-FS-VIN                PIC X(02) VALUE ZEROS.
       01 WS-FS-CCA                PIC X(02) VALUE ZEROS.
       01 WS-FS-FAT                PIC X(02) VALUE ZEROS.
       01 WS-FS-LCC                PIC X(02) VALUE ZEROS.
       01 WS-FS-LNG                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CARTAO          PIC X(01) VALUE 'N'.
       01 WS-ACHOU-VINC            PIC X(01) VALUE 'N'.
       01 WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-MOVIDOS          PIC 9(05) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06).
       01 WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-AA           PIC 9(02).
           05 WS-HOJE-MM           PIC 9(02).
           05 WS-HOJE-DD           PIC 9(02).
      *
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
      *    STATUS VIGENTE DE CADA CARTAO COM HISTORICO, PARA A LISTA
      *    NEGRA - O ULTIMO REGISTRO LIDO PREVALECE.
       01 WS-STC-TAB.
           05 WS-STC-QTDE          PIC 9(04) VALUE ZEROS.
           05 WS-STC-ITEM OCCURS 2000 TIMES.
               10 WS-STC-NUMERO    PIC X(19).
               10 WS-STC-STATUS    PIC X(01).
               10 WS-STC-DATA      PIC 9(06).
       01 WS-STC-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-STC-POS               PIC 9(04) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - OPERADOR NAO AUTENTICADO"
               STOP RUN.
           PERFORM ENTRA-OPCAO.
           IF (WS-OPCAO = 'S' OR WS-OPCAO = 'R')
              AND WS-NIVEL-OP = 'C'
               DISPLAY "OPERADOR SEM ALCADA DE MANUTENCAO"
               STOP RUN.
           EVALUATE WS-OPCAO
               WHEN 'S' PERFORM ALTERA-STATUS
               WHEN 'R' PERFORM REEMITE-CARTAO
               WHEN 'C' PERFORM CONSULTA-STATUS
               WHEN 'L' PERFORM GERA-LISTA-NEGRA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE S, R, C OU L"
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
           DISPLAY "OPERACAO (S-STATUS / R-REEMISSAO / C-CONSULTAR / "
               "L-LISTA NEGRA): ".
           ACCEPT WS-OPCAO.
      *
      *    PERDIDO, ROUBADO E CANCELADO SAO DEFINITIVOS - O CLIENTE
      *    RECEBE CARTAO NOVO PELA REEMISSAO. SO O BLOQUEIO VOLTA A
      *    ATIVO.
       ALTERA-STATUS.
           DISPLAY "NUMERO DO CARTAO: ".
           ACCEPT WS-NUMERO.
           PERFORM LOCALIZA-CARTAO.
           IF WS-ACHOU-CARTAO = 'N'
               DISPLAY "CARTAO NAO CONSTA EM CARTOES.DAT"
               STOP RUN.
           PERFORM OBTEM-STATUS-ATUAL.
           MOVE WS-STATUS-ATUAL TO WS-NOVO-STATUS.
           PERFORM DESCREVE-STATUS.
           DISPLAY "STATUS ATUAL: " WS-STATUS-ATUAL " - "
               WS-DESC-STATUS.
           IF WS-STATUS-ATUAL = 'P' OR WS-STATUS-ATUAL = 'R'
              OR WS-STATUS-ATUAL = 'C'
               DISPLAY "STATUS DEFINITIVO - NAO PODE SER ALTERADO"
               STOP RUN.
           DISPLAY "NOVO STATUS (A-ATIVO / B-BLOQUEADO / P-PERDIDO / "
               "R-ROUBADO / C-CANCELADO): ".
           ACCEPT WS-NOVO-STATUS.
           IF WS-NOVO-STATUS NOT = 'A' AND WS-NOVO-STATUS NOT = 'B'
              AND WS-NOVO-STATUS NOT = 'P' AND WS-NOVO-STATUS NOT = 'R'
              AND WS-NOVO-STATUS NOT = 'C'
               DISPLAY "STATUS INVALIDO"
               STOP RUN.
           IF WS-NOVO-STATUS = WS-STATUS-ATUAL
               DISPLAY "CARTAO JA ESTA COM O STATUS " WS-NOVO-STATUS
               STOP RUN.
           PERFORM ENTRA-MOTIVO.
           MOVE WS-NUMERO      TO NUMERO-STC.
           MOVE WS-NOVO-STATUS TO STATUS-STC.
           MOVE WS-MOTIVO      TO MOTIVO-STC.
           MOVE SPACES         TO NUMERO-SUBST-STC.
           PERFORM GRAVA-STATUS.
           PERFORM DESCREVE-STATUS.
           DISPLAY "CARTAO " WS-NUMERO " AGORA " WS-DESC-STATUS.
      *
       ENTRA-MOTIVO.
           DISPLAY "MOTIVO: ".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "MOTIVO E' OBRIGATORIO"
               STOP RUN.
      *
      *    CARTAO NOVO NO MESMO BIN, NUMERADO PELO NUMCART. VINCULO,
      *    CONTA CARTAO (LIMITE E SALDOS), FATURA EM ABERTO E
      *    LANCAMENTOS AINDA NAO FATURADOS PASSAM PARA O NUMERO NOVO.
      *    O ANTIGO FICA CANCELADO (OU MANTEM PERDIDO/ROUBADO) E
      *    CONTINUA NA LISTA NEGRA.
       REEMITE-CARTAO.
           DISPLAY "NUMERO DO CARTAO A SUBSTITUIR: ".
           ACCEPT WS-NUMERO.
           PERFORM LOCALIZA-CARTAO.
           IF WS-ACHOU-CARTAO = 'N'
               DISPLAY "CARTAO NAO CONSTA EM CARTOES.DAT"
               STOP RUN.
           PERFORM OBTEM-STATUS-ATUAL.
           IF WS-STATUS-ATUAL = 'C'
               DISPLAY "CARTAO JA CANCELADO - NAO PODE SER REEMITIDO"
               STOP RUN.
           PERFORM VERIFICA-VINCULO.
           IF WS-ACHOU-VINC = 'N'
               DISPLAY "CARTAO SEM VINCULO - USE O EMITE-CARTAO"
               STOP RUN.
           PERFORM ENTRA-MOTIVO.
           CALL "NUMCART" USING WS-NUMERO(1:6) WS-NUMERO-NOVO
               WS-NUMERO-OK.
           IF WS-NUMERO-OK NOT = 'S'
               DISPLAY "NUMERO GERADO JA EXISTE EM CARTOES.DAT - "
                   "REEMISSAO ABORTADA"
               STOP RUN.
           PERFORM GRAVA-CARTAO-NOVO.
           PERFORM TRANSFERE-VINCULO.
           PERFORM TRANSFERE-CONTA-CARTAO.
           PERFORM TRANSFERE-FATURAS.
           PERFORM TRANSFERE-LANCAMENTOS.
           IF WS-STATUS-ATUAL = 'P' OR WS-STATUS-ATUAL = 'R'
               MOVE WS-STATUS-ATUAL TO WS-STATUS-ANTIGO
           ELSE
               MOVE 'C' TO WS-STATUS-ANTIGO
           END-IF.
           MOVE WS-NUMERO        TO NUMERO-STC.
           MOVE WS-STATUS-ANTIGO TO STATUS-STC.
           MOVE WS-MOTIVO        TO MOTIVO-STC.
           MOVE WS-NUMERO-NOVO   TO NUMERO-SUBST-STC.
           PERFORM GRAVA-STATUS.
           MOVE WS-NUMERO-NOVO   TO NUMERO-STC.
           MOVE 'A'              TO STATUS-STC.
           MOVE "REEMISSAO"      TO MOTIVO-STC.
           MOVE WS-NUMERO        TO NUMERO-SUBST-STC.
           PERFORM GRAVA-STATUS.
           DISPLAY "CARTAO EMITIDO: " WS-NUMERO-NOVO.
           DISPLAY "VALIDADE      : " WS-VALIDADE.
           DISPLAY "SUBSTITUI     : " WS-NUMERO " - REGISTROS "
               "TRANSFERIDOS: " WS-CONT-MOVIDOS.
      *
       GRAVA-CARTAO-NOVO.
           OPEN EXTEND CARTOES.
           IF WS-FS-CAR NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CARTOES - " WS-FS-CAR
               STOP RUN.
           MOVE WS-NUMERO-NOVO TO REG-NUMERO.
           MOVE WS-HOJE-MM     TO REG-VAL-MES.
           MOVE "/"            TO REG-VAL-SEP.
           COMPUTE REG-VAL-ANO = WS-HOJE-AA + 4.
           WRITE REG-CARTAO.
           MOVE REG-VALIDADE   TO WS-VALIDADE.
           CLOSE CARTOES.
      *
       TRANSFERE-VINCULO.
           MOVE 'N' TO WS-FIM.
           OPEN I-O VINCCART.
           IF WS-FS-VIN NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA VINCCART - " WS-FS-VIN
               STOP RUN.
           PERFORM MOVE-VINCULO UNTIL WS-FIM = 'S'.
           CLOSE VINCCART.
      *
       MOVE-VINCULO.
           READ VINCCART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-VINC = WS-NUMERO
                       MOVE WS-NUMERO-NOVO TO NUMERO-VINC
                       REWRITE REG-VINCCART
                       ADD 1 TO WS-CONT-MOVIDOS
                   END-IF
           END-READ.
      *
       TRANSFERE-CONTA-CARTAO.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM MOVE-CONTA-CARTAO UNTIL WS-FIM = 'S'.
           IF WS-FS-CCA = "00" OR WS-FS-CCA = "10"
               CLOSE CONTACART
           END-IF.
      *
       MOVE-CONTA-CARTAO.
           READ CONTACART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-CCA = WS-NUMERO
                       MOVE WS-NUMERO-NOVO TO NUMERO-CCA
                       REWRITE REG-CONTACART
                       ADD 1 TO WS-CONT-MOVIDOS
                   END-IF
           END-READ.
      *
       TRANSFERE-FATURAS.
           MOVE 'N' TO WS-FIM.
           OPEN I-O FATURA.
           IF WS-FS-FAT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM MOVE-FATURA UNTIL WS-FIM = 'S'.
           IF WS-FS-FAT = "00" OR WS-FS-FAT = "10"
               CLOSE FATURA
           END-IF.
      *
       MOVE-FATURA.
           READ FATURA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-FAT = WS-NUMERO AND FAT-ABERTA
                       MOVE WS-NUMERO-NOVO TO NUMERO-FAT
                       REWRITE REG-FATURA
                       ADD 1 TO WS-CONT-MOVIDOS
                   END-IF
           END-READ.
      *
       TRANSFERE-LANCAMENTOS.
           MOVE 'N' TO WS-FIM.
           OPEN I-O LANCCART.
           IF WS-FS-LCC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM MOVE-LANCAMENTO UNTIL WS-FIM = 'S'.
           IF WS-FS-LCC = "00" OR WS-FS-LCC = "10"
               CLOSE LANCCART
           END-IF.
      *
       MOVE-LANCAMENTO.
           READ LANCCART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-LCC = WS-NUMERO AND DATA-FAT-LCC = ZEROS
                       MOVE WS-NUMERO-NOVO TO NUMERO-LCC
                       REWRITE REG-LANCCART
                       ADD 1 TO WS-CONT-MOVIDOS
                   END-IF
           END-READ.
      *
       GRAVA-STATUS.
           MOVE WS-OPERADOR-ID TO OPERADOR-STC.
           MOVE WS-HOJE        TO DATA-STC.
           ACCEPT HORA-STC FROM TIME.
           OPEN EXTEND STATCART.
           IF WS-FS-STC NOT EQUAL "00"
               OPEN OUTPUT STATCART
           END-IF.
           IF WS-FS-STC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA STATCART - " WS-FS-STC
               STOP RUN.
           WRITE REG-STATCART.
           CLOSE STATCART.
      *
       LOCALIZA-CARTAO.
           MOVE 'N' TO WS-ACHOU-CARTAO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CARTOES.
           IF WS-FS-CAR NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CARTOES - " WS-FS-CAR
               STOP RUN.
           PERFORM BUSCA-CARTAO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CARTAO = 'S'.
           CLOSE CARTOES.
      *
       BUSCA-CARTAO.
           READ CARTOES
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF REG-NUMERO = WS-NUMERO
                       MOVE 'S' TO WS-ACHOU-CARTAO
                   END-IF
           END-READ.
      *
       VERIFICA-VINCULO.
           MOVE 'N' TO WS-ACHOU-VINC.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT VINCCART.
           IF WS-FS-VIN NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-VINCULO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-VINC = 'S'.
           IF WS-FS-VIN = "00" OR WS-FS-VIN = "10"
               CLOSE VINCCART
           END-IF.
      *
       BUSCA-VINCULO.
           READ VINCCART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-VINC = WS-NUMERO
                       MOVE 'S' TO WS-ACHOU-VINC
                   END-IF
           END-READ.
      *
       OBTEM-STATUS-ATUAL.
           MOVE 'A' TO WS-STATUS-ATUAL.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT STATCART.
           IF WS-FS-STC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-STATUS-CARTAO UNTIL WS-FIM = 'S'.
           IF WS-FS-STC = "00" OR WS-FS-STC = "10"
               CLOSE STATCART
           END-IF.
      *
       LE-STATUS-CARTAO.
           READ STATCART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-STC = WS-NUMERO
                       MOVE STATUS-STC TO WS-STATUS-ATUAL
                   END-IF
           END-READ.
      *
       DESCREVE-STATUS.
           EVALUATE WS-NOVO-STATUS
               WHEN 'A' MOVE "ATIVO"      TO WS-DESC-STATUS
               WHEN 'B' MOVE "BLOQUEADO"  TO WS-DESC-STATUS
               WHEN 'P' MOVE "PERDIDO"    TO WS-DESC-STATUS
               WHEN 'R' MOVE "ROUBADO"    TO WS-DESC-STATUS
               WHEN 'C' MOVE "CANCELADO"  TO WS-DESC-STATUS
               WHEN OTHER MOVE "?"        TO WS-DESC-STATUS
           END-EVALUATE.
      *
       CONSULTA-STATUS.
           DISPLAY "NUMERO DO CARTAO: ".
           ACCEPT WS-NUMERO.
           MOVE 'A' TO WS-STATUS-ATUAL.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT STATCART.
           IF WS-FS-STC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           DISPLAY "===== HISTORICO DE STATUS DO CARTAO =====".
           PERFORM LISTA-STATUS UNTIL WS-FIM = 'S'.
           IF WS-FS-STC = "00" OR WS-FS-STC = "10"
               CLOSE STATCART
           END-IF.
           MOVE WS-STATUS-ATUAL TO WS-NOVO-STATUS.
           PERFORM DESCREVE-STATUS.
           DISPLAY "STATUS VIGENTE: " WS-DESC-STATUS.
      *
       LISTA-STATUS.
           READ STATCART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-STC = WS-NUMERO
                       MOVE STATUS-STC TO WS-STATUS-ATUAL
                       DISPLAY DATA-STC " " STATUS-STC " "
                           MOTIVO-STC " " OPERADOR-STC " "
                           NUMERO-SUBST-STC
                   END-IF
           END-READ.
      *
       GERA-LISTA-NEGRA.
           MOVE ZEROS TO WS-STC-QTDE.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT STATCART.
           IF WS-FS-STC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CARREGA-STATUS UNTIL WS-FIM = 'S'.
           IF WS-FS-STC = "00" OR WS-FS-STC = "10"
               CLOSE STATCART
           END-IF.
           OPEN OUTPUT LISTANEGRA.
           IF WS-FS-LNG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LISTANEGRA - " WS-FS-LNG
               STOP RUN.
           PERFORM GRAVA-LISTA-NEGRA VARYING WS-STC-SUBS FROM 1 BY 1
               UNTIL WS-STC-SUBS > WS-STC-QTDE.
           CLOSE LISTANEGRA.
           DISPLAY "CARTOES NA LISTA NEGRA: " WS-CONT-LISTADOS.
      *
       CARREGA-STATUS.
           READ STATCART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   PERFORM LOCALIZA-STATUS
                   IF WS-STC-POS = ZEROS
                       IF WS-STC-QTDE < 2000
                           ADD 1 TO WS-STC-QTDE
                           MOVE WS-STC-QTDE TO WS-STC-POS
                           MOVE NUMERO-STC TO WS-STC-NUMERO(WS-STC-POS)
                       ELSE
                           DISPLAY "TABELA DE STATUS CHEIA"
                           MOVE 'S' TO WS-FIM
                       END-IF
                   END-IF
                   IF WS-STC-POS NOT = ZEROS
                       MOVE STATUS-STC TO WS-STC-STATUS(WS-STC-POS)
                       MOVE DATA-STC   TO WS-STC-DATA(WS-STC-POS)
                   END-IF
           END-READ.
      *
       LOCALIZA-STATUS.
           MOVE ZEROS TO WS-STC-POS.
           PERFORM BUSCA-STATUS VARYING WS-STC-SUBS FROM 1 BY 1
               UNTIL WS-STC-SUBS > WS-STC-QTDE
                  OR WS-STC-POS NOT = ZEROS.
      *
       BUSCA-STATUS.
           IF WS-STC-NUMERO(WS-STC-SUBS) = NUMERO-STC
               MOVE WS-STC-SUBS TO WS-STC-POS
           END-IF.
      *
       GRAVA-LISTA-NEGRA.
           IF WS-STC-STATUS(WS-STC-SUBS) NOT = 'A'
               MOVE WS-STC-NUMERO(WS-STC-SUBS) TO NUMERO-LNG
               MOVE WS-STC-STATUS(WS-STC-SUBS) TO STATUS-LNG
               MOVE WS-STC-DATA(WS-STC-SUBS)   TO DATA-LNG
               WRITE REG-LISTANEGRA
               ADD 1 TO WS-CONT-LISTADOS
           END-IF.
