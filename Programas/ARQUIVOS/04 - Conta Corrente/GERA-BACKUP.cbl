       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-BACKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT ARQFOR ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT MOVFOR ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT ARQCAD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT ARQHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT CHEQUE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT LOTECTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT LOTEPROC ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT NSUCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
      *    CADA GERACAO E' GRAVADA COM NOME DINAMICO
      *    (ARQUIVO.DAAMMDD.GNNNN) - UMA SO COPIA ABERTA POR VEZ.
           SELECT BKCLI ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKFOR ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKMOVF ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKCAD ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKHIST ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKCHQ ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKLOTE ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKPROC ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKNSU ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT CATALOGO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
       DATA DIVISION.
       FILE SECTION.
      *    OS MESTRES SO PRECISAM DO CAMPO QUE ENTRA NO TOTAL DE
      *    CONTROLE (HASH) - O RESTO DO REGISTRO VAI INTEIRO NA COPIA.
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
           03 ID-CLI               PIC 9(09).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 FILLER               PIC X(100).
      *
       FD ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REG-FOR.
           03 CD-FORN              PIC 9(03).
           03 NM-FORN              PIC X(20).
           03 NM-CIDADE            PIC X(20).
           03 SALDO-FORN           PIC S9(09).
           03 FILLER               PIC X(24).
      *
       FD MOVFOR VALUE OF FILE-ID IS "MOVFOR.DAT".
       01 REG-MOVFOR.
           03 CD-FOR               PIC 9(03).
           03 VALOR-FOR            PIC S9(09).
           03 FILLER               PIC X(26).
      *
       FD ARQCAD VALUE OF FILE-ID IS "CADASTR.DAT".
       01 REG-ALUNO.
           03 MATRIC               PIC 9(06).
           03 FILLER               PIC X(87).
      *
       FD ARQHIST VALUE OF FILE-ID IS "HISTESC.DAT".
       01 REG-HIST.
           03 MATRIC-HIST          PIC 9(06).
           03 FILLER               PIC X(41).
      *
       FD CHEQUE VALUE OF FILE-ID IS "CHEQUE.DAT".
       01 REG-CHEQUE.
           03 ID-CHEQUE            PIC 9(15).
           03 VALOR-CHEQUE         PIC S9(09).
           03 FILLER               PIC X(07).
      *
       FD LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
       01 REG-LOTECTL.
           03 DATA-LOTE            PIC 9(06).
           03 STATUS-LOTE          PIC X(01).
      *
       FD LOTEPROC VALUE OF FILE-ID IS "LOTEPROC.DAT".
       01 REG-LOTEPROC.
           03 PROGRAMA-PROC        PIC X(12).
           03 DATA-LOTE-PROC       PIC 9(06).
           03 FILLER               PIC X(15).
      *
       FD NSUCTL VALUE OF FILE-ID IS "NSUCTL.DAT".
       01 REG-NSUCTL.
           03 ULTIMO-NSU           PIC 9(09).
      *
       FD BKCLI.
       01 REG-BKCLI                PIC X(140).
       FD BKFOR.
       01 REG-BKFOR                PIC X(76).
       FD BKMOVF.
       01 REG-BKMOVF               PIC X(38).
       FD BKCAD.
       01 REG-BKCAD                PIC X(93).
       FD BKHIST.
       01 REG-BKHIST               PIC X(47).
       FD BKCHQ.
       01 REG-BKCHQ                PIC X(31).
       FD BKLOTE.
       01 REG-BKLOTE               PIC X(07).
       FD BKPROC.
       01 REG-BKPROC               PIC X(33).
       FD BKNSU.
       01 REG-BKNSU                PIC X(09).
      *
      *    CATALOGO DAS GERACOES - UM REGISTRO POR ARQUIVO COPIADO,
      *    COM A QUANTIDADE DE REGISTROS E O TOTAL DE CONTROLE QUE O
      *    RESTAURA-BKP CONFERE ANTES DE DEVOLVER A COPIA.
       FD CATALOGO VALUE OF FILE-ID IS "BACKUPCAT.DAT".
       01 REG-CATALOGO.
           03 GERACAO-CAT          PIC 9(04).
           03 DATA-CAT             PIC 9(06).
           03 HORA-CAT             PIC 9(08).
           03 PROGRAMA-CAT         PIC X(12).
           03 ARQUIVO-CAT          PIC X(08).
           03 NOME-GER-CAT         PIC X(24).
           03 QTDE-REG-CAT         PIC 9(07).
           03 HASH-CAT             PIC S9(13)V99.
           03 SITUACAO-CAT         PIC X(01).
               88 CAT-ATIVA        VALUE 'A'.
               88 CAT-AUSENTE      VALUE 'N'.
               88 CAT-EXPIRADA     VALUE 'X'.
      *
       WORKING-STORAGE SECTION.
       01 WS-PROGRAMA-PROT         PIC X(12) VALUE SPACES.
       01 WS-GERACOES-MANTER       PIC 9(02) VALUE ZEROS.
       01 WS-GERACAO               PIC 9(04) VALUE ZEROS.
       01 WS-GERACAO-LIMITE        PIC 9(04) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-HORA                  PIC 9(08) VALUE ZEROS.
       01 WS-NOME-GER              PIC X(24) VALUE SPACES.
       01 WS-FS-ARQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-BK                 PIC X(02) VALUE ZEROS.
       01 WS-FS-CAT                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-CODIGO-RETORNO        PIC 9(02) VALUE ZEROS.
       01 WS-SITUACAO              PIC X(01) VALUE SPACE.
       01 WS-QTDE-REG              PIC 9(07) VALUE ZEROS.
       01 WS-HASH                  PIC S9(13)V99 VALUE ZEROS.
       01 WS-HASH-ED               PIC -Z(12)9.99.
       01 WS-CONT-ARQUIVOS         PIC 9(02) VALUE ZEROS.
       01 WS-CONT-REGISTROS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-EXPIRADAS        PIC 9(05) VALUE ZEROS.
      *
      *    ARQUIVOS PROTEGIDOS, NA ORDEM DA COPIA. O NOME CURTO E' O
      *    PREFIXO DA GERACAO E A CHAVE NO CATALOGO.
       01 WS-ARQ-NOMES.
           03 FILLER               PIC X(08) VALUE "CLIENTE".
           03 FILLER               PIC X(08) VALUE "ARQFOR".
           03 FILLER               PIC X(08) VALUE "MOVFOR".
           03 FILLER               PIC X(08) VALUE "CADASTR".
           03 FILLER               PIC X(08) VALUE "HISTESC".
           03 FILLER               PIC X(08) VALUE "CHEQUE".
           03 FILLER               PIC X(08) VALUE "LOTECTL".
           03 FILLER               PIC X(08) VALUE "LOTEPROC".
           03 FILLER               PIC X(08) VALUE "NSUCTL".
       01 WS-ARQ-TAB REDEFINES WS-ARQ-NOMES.
           03 WS-ARQ-NOME          PIC X(08) OCCURS 9 TIMES.
       01 WS-ARQ-SUBS              PIC 9(02) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DA COPIA.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "GERA-BACKUP".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    COPIA DE SEGURANCA DOS MESTRES SEQUENCIAIS ANTES DE CADA
      *    LANCAMENTO (MOVIMENTACAO, PAGAMENTO-LOTE, FECHA-PERIODO):
      *    CADA ARQUIVO VIRA UMA GERACAO DATADA, REGISTRADA NO
      *    BACKUPCAT.DAT COM QUANTIDADE DE REGISTROS E TOTAL DE
      *    CONTROLE. ARQUIVO INEXISTENTE ENTRA NO CATALOGO COMO
      *    AUSENTE. FICAM AS ULTIMAS N GERACOES (SYSIN, ZERO = 7) -
      *    AS MAIS ANTIGAS SAO ESVAZIADAS E MARCADAS EXPIRADAS.
      *    FALHA NA COPIA DA RC 8 PARA O STEP DE LANCAMENTO NAO RODAR.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-PARAMETROS.
           ACCEPT WS-HOJE FROM DATE.
           ACCEPT WS-HORA FROM TIME.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM ULTIMA-GERACAO.
           ADD 1 TO WS-GERACAO.
           PERFORM COPIA-ARQUIVO
               VARYING WS-ARQ-SUBS FROM 1 BY 1
               UNTIL WS-ARQ-SUBS > 9.
           PERFORM EXPIRA-GERACOES.
           DISPLAY "GERACAO " WS-GERACAO " GRAVADA ANTES DE "
               WS-PROGRAMA-PROT.
           DISPLAY "ARQUIVOS COPIADOS    : " WS-CONT-ARQUIVOS.
           DISPLAY "REGISTROS COPIADOS   : " WS-CONT-REGISTROS.
           DISPLAY "COPIAS EXPIRADAS     : " WS-CONT-EXPIRADAS.
           PERFORM GRAVA-RUN-FIM.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.
      *
       ENTRA-PARAMETROS.
           DISPLAY "PROGRAMA A PROTEGER: ".
           ACCEPT WS-PROGRAMA-PROT.
           DISPLAY "GERACOES A MANTER (00 = 07): ".
           ACCEPT WS-GERACOES-MANTER.
           IF WS-GERACOES-MANTER = ZEROS
               MOVE 7 TO WS-GERACOES-MANTER
           END-IF.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE ZEROS TO WS-RUN-DATA-LOTE.
           MOVE SPACES TO WS-RUN-STATUS.
           MOVE ZEROS TO WS-RUN-LIDOS WS-RUN-ATUALIZADOS
               WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       GRAVA-RUN-FIM.
           MOVE 'F' TO WS-RUN-EVENTO.
           MOVE "OK" TO WS-RUN-STATUS.
           MOVE WS-CONT-REGISTROS  TO WS-RUN-LIDOS.
           MOVE WS-CONT-ARQUIVOS   TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-EXPIRADAS  TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ULTIMA-GERACAO.
           MOVE ZEROS TO WS-GERACAO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CATALOGO.
           IF WS-FS-CAT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-GERACAO UNTIL WS-FIM = 'S'.
           IF WS-FS-CAT = "00" OR WS-FS-CAT = "10"
               CLOSE CATALOGO
           END-IF.
      *
       LE-GERACAO.
           READ CATALOGO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF GERACAO-CAT > WS-GERACAO
                       MOVE GERACAO-CAT TO WS-GERACAO
                   END-IF
           END-READ.
      *
       COPIA-ARQUIVO.
           MOVE SPACES TO WS-NOME-GER.
           STRING WS-ARQ-NOME(WS-ARQ-SUBS) DELIMITED BY SPACE
                  ".D" DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  ".G" DELIMITED BY SIZE
                  WS-GERACAO DELIMITED BY SIZE
               INTO WS-NOME-GER.
           MOVE ZEROS TO WS-QTDE-REG WS-HASH.
           MOVE 'A' TO WS-SITUACAO.
           MOVE 'N' TO WS-FIM.
           EVALUATE WS-ARQ-SUBS
               WHEN 1 PERFORM COPIA-CLIENTE
               WHEN 2 PERFORM COPIA-FORNECEDOR
               WHEN 3 PERFORM COPIA-MOVFOR
               WHEN 4 PERFORM COPIA-CADASTRO
               WHEN 5 PERFORM COPIA-HISTORICO
               WHEN 6 PERFORM COPIA-CHEQUE
               WHEN 7 PERFORM COPIA-LOTECTL
               WHEN 8 PERFORM COPIA-LOTEPROC
               WHEN 9 PERFORM COPIA-NSUCTL
           END-EVALUATE.
           PERFORM GRAVA-CATALOGO.
           MOVE WS-HASH TO WS-HASH-ED.
           IF WS-SITUACAO = 'N'
               DISPLAY WS-ARQ-NOME(WS-ARQ-SUBS) " AUSENTE - NADA A "
                   "COPIAR"
           ELSE
               ADD 1 TO WS-CONT-ARQUIVOS
               ADD WS-QTDE-REG TO WS-CONT-REGISTROS
               DISPLAY WS-NOME-GER " REGISTROS " WS-QTDE-REG
                   " HASH " WS-HASH-ED
           END-IF.
      *
      *    O ARQUIVO DE ORIGEM JA FOI ABERTO; SEM ELE A GERACAO FICA
      *    AUSENTE E A COPIA NAO E' CRIADA.
       ABRE-COPIA.
           IF WS-FS-ARQ NOT EQUAL "00"
               MOVE 'N' TO WS-SITUACAO
               MOVE 'S' TO WS-FIM
           END-IF.
      *
       FALHA-COPIA.
           DISPLAY "ERRO NA COPIA " WS-NOME-GER " - " WS-FS-BK.
           MOVE 8 TO WS-CODIGO-RETORNO.
           MOVE 'F' TO WS-RUN-EVENTO.
           MOVE "ER" TO WS-RUN-STATUS.
           MOVE WS-CONT-REGISTROS  TO WS-RUN-LIDOS.
           MOVE WS-CONT-ARQUIVOS   TO WS-RUN-ATUALIZADOS.
           MOVE 1                  TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.
      *
       COPIA-CLIENTE.
           OPEN INPUT CADCLI.
           PERFORM ABRE-COPIA.
           IF WS-SITUACAO = 'A'
               OPEN OUTPUT BKCLI
               IF WS-FS-BK NOT EQUAL "00"
                   PERFORM FALHA-COPIA
               END-IF
               PERFORM COPIA-UM-CLIENTE UNTIL WS-FIM = 'S'
               CLOSE CADCLI
               CLOSE BKCLI
           END-IF.
      *
       COPIA-UM-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   WRITE REG-BKCLI FROM REG-CLI
                   IF WS-FS-BK NOT EQUAL "00"
                       PERFORM FALHA-COPIA
                   END-IF
                   ADD 1 TO WS-QTDE-REG
                   ADD SALDO TO WS-HASH
           END-READ.
      *
       COPIA-FORNECEDOR.
           OPEN INPUT ARQFOR.
           PERFORM ABRE-COPIA.
           IF WS-SITUACAO = 'A'
               OPEN OUTPUT BKFOR
               IF WS-FS-BK NOT EQUAL "00"
                   PERFORM FALHA-COPIA
               END-IF
               PERFORM COPIA-UM-FORNECEDOR UNTIL WS-FIM = 'S'
               CLOSE ARQFOR
               CLOSE BKFOR
           END-IF.
      *
       COPIA-UM-FORNECEDOR.
           READ ARQFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   WRITE REG-BKFOR FROM REG-FOR
                   IF WS-FS-BK NOT EQUAL "00"
                       PERFORM FALHA-COPIA
                   END-IF
                   ADD 1 TO WS-QTDE-REG
                   ADD SALDO-FORN TO WS-HASH
           END-READ.
      *
       COPIA-MOVFOR.
           OPEN INPUT MOVFOR.
           PERFORM ABRE-COPIA.
           IF WS-SITUACAO = 'A'
               OPEN OUTPUT BKMOVF
               IF WS-FS-BK NOT EQUAL "00"
                   PERFORM FALHA-COPIA
               END-IF
               PERFORM COPIA-UM-MOVFOR UNTIL WS-FIM = 'S'
               CLOSE MOVFOR
               CLOSE BKMOVF
           END-IF.
      *
       COPIA-UM-MOVFOR.
           READ MOVFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   WRITE REG-BKMOVF FROM REG-MOVFOR
                   IF WS-FS-BK NOT EQUAL "00"
                       PERFORM FALHA-COPIA
                   END-IF
                   ADD 1 TO WS-QTDE-REG
                   ADD VALOR-FOR TO WS-HASH
           END-READ.
      *
       COPIA-CADASTRO.
           OPEN INPUT ARQCAD.
           PERFORM ABRE-COPIA.
           IF WS-SITUACAO = 'A'
               OPEN OUTPUT BKCAD
               IF WS-FS-BK NOT EQUAL "00"
                   PERFORM FALHA-COPIA
               END-IF
               PERFORM COPIA-UM-ALUNO UNTIL WS-FIM = 'S'
               CLOSE ARQCAD
               CLOSE BKCAD
           END-IF.
      *
       COPIA-UM-ALUNO.
           READ ARQCAD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   WRITE REG-BKCAD FROM REG-ALUNO
                   IF WS-FS-BK NOT EQUAL "00"
                       PERFORM FALHA-COPIA
                   END-IF
                   ADD 1 TO WS-QTDE-REG
                   ADD MATRIC TO WS-HASH
           END-READ.
      *
       COPIA-HISTORICO.
           OPEN INPUT ARQHIST.
           PERFORM ABRE-COPIA.
           IF WS-SITUACAO = 'A'
               OPEN OUTPUT BKHIST
               IF WS-FS-BK NOT EQUAL "00"
                   PERFORM FALHA-COPIA
               END-IF
               PERFORM COPIA-UM-HISTORICO UNTIL WS-FIM = 'S'
               CLOSE ARQHIST
               CLOSE BKHIST
           END-IF.
      *
       COPIA-UM-HISTORICO.
           READ ARQHIST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   WRITE REG-BKHIST FROM REG-HIST
                   IF WS-FS-BK NOT EQUAL "00"
                       PERFORM FALHA-COPIA
                   END-IF
                   ADD 1 TO WS-QTDE-REG
                   ADD MATRIC-HIST TO WS-HASH
           END-READ.
      *
       COPIA-CHEQUE.
           OPEN INPUT CHEQUE.
           PERFORM ABRE-COPIA.
           IF WS-SITUACAO = 'A'
               OPEN OUTPUT BKCHQ
               IF WS-FS-BK NOT EQUAL "00"
                   PERFORM FALHA-COPIA
               END-IF
               PERFORM COPIA-UM-CHEQUE UNTIL WS-FIM = 'S'
               CLOSE CHEQUE
               CLOSE BKCHQ
           END-IF.
      *
       COPIA-UM-CHEQUE.
           READ CHEQUE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   WRITE REG-BKCHQ FROM REG-CHEQUE
                   IF WS-FS-BK NOT EQUAL "00"
                       PERFORM FALHA-COPIA
                   END-IF
                   ADD 1 TO WS-QTDE-REG
                   ADD VALOR-CHEQUE TO WS-HASH
           END-READ.
      *
       COPIA-LOTECTL.
           OPEN INPUT LOTECTL.
           PERFORM ABRE-COPIA.
           IF WS-SITUACAO = 'A'
               OPEN OUTPUT BKLOTE
               IF WS-FS-BK NOT EQUAL "00"
                   PERFORM FALHA-COPIA
               END-IF
               PERFORM COPIA-UM-LOTECTL UNTIL WS-FIM = 'S'
               CLOSE LOTECTL
               CLOSE BKLOTE
           END-IF.
      *
       COPIA-UM-LOTECTL.
           READ LOTECTL
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   WRITE REG-BKLOTE FROM REG-LOTECTL
                   IF WS-FS-BK NOT EQUAL "00"
                       PERFORM FALHA-COPIA
                   END-IF
                   ADD 1 TO WS-QTDE-REG
                   ADD DATA-LOTE TO WS-HASH
           END-READ.
      *
       COPIA-LOTEPROC.
           OPEN INPUT LOTEPROC.
           PERFORM ABRE-COPIA.
           IF WS-SITUACAO = 'A'
               OPEN OUTPUT BKPROC
               IF WS-FS-BK NOT EQUAL "00"
                   PERFORM FALHA-COPIA
               END-IF
               PERFORM COPIA-UM-LOTEPROC UNTIL WS-FIM = 'S'
               CLOSE LOTEPROC
               CLOSE BKPROC
           END-IF.
      *
       COPIA-UM-LOTEPROC.
           READ LOTEPROC
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   WRITE REG-BKPROC FROM REG-LOTEPROC
                   IF WS-FS-BK NOT EQUAL "00"
                       PERFORM FALHA-COPIA
                   END-IF
                   ADD 1 TO WS-QTDE-REG
                   ADD DATA-LOTE-PROC TO WS-HASH
           END-READ.
      *
       COPIA-NSUCTL.
           OPEN INPUT NSUCTL.
           PERFORM ABRE-COPIA.
           IF WS-SITUACAO = 'A'
               OPEN OUTPUT BKNSU
               IF WS-FS-BK NOT EQUAL "00"
                   PERFORM FALHA-COPIA
               END-IF
               PERFORM COPIA-UM-NSUCTL UNTIL WS-FIM = 'S'
               CLOSE NSUCTL
               CLOSE BKNSU
           END-IF.
      *
       COPIA-UM-NSUCTL.
           READ NSUCTL
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   WRITE REG-BKNSU FROM REG-NSUCTL
                   IF WS-FS-BK NOT EQUAL "00"
                       PERFORM FALHA-COPIA
                   END-IF
                   ADD 1 TO WS-QTDE-REG
                   ADD ULTIMO-NSU TO WS-HASH
           END-READ.
      *
       GRAVA-CATALOGO.
           OPEN EXTEND CATALOGO.
           IF WS-FS-CAT NOT EQUAL "00"
               OPEN OUTPUT CATALOGO
           END-IF.
           IF WS-FS-CAT NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA BACKUPCAT - " WS-FS-CAT
               PERFORM FALHA-COPIA
           END-IF.
           MOVE WS-GERACAO              TO GERACAO-CAT.
           MOVE WS-HOJE                 TO DATA-CAT.
           MOVE WS-HORA                 TO HORA-CAT.
           MOVE WS-PROGRAMA-PROT        TO PROGRAMA-CAT.
           MOVE WS-ARQ-NOME(WS-ARQ-SUBS) TO ARQUIVO-CAT.
           MOVE WS-NOME-GER             TO NOME-GER-CAT.
           MOVE WS-QTDE-REG             TO QTDE-REG-CAT.
           MOVE WS-HASH                 TO HASH-CAT.
           MOVE WS-SITUACAO             TO SITUACAO-CAT.
           WRITE REG-CATALOGO.
           CLOSE CATALOGO.
      *
      *    GERACOES ANTERIORES A (ATUAL - N + 1) SAO ESVAZIADAS E
      *    MARCADAS EXPIRADAS - O CATALOGO GUARDA O HISTORICO.
       EXPIRA-GERACOES.
           MOVE ZEROS TO WS-GERACAO-LIMITE.
           IF WS-GERACAO > WS-GERACOES-MANTER
               COMPUTE WS-GERACAO-LIMITE =
                   WS-GERACAO - WS-GERACOES-MANTER
           END-IF.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CATALOGO.
           IF WS-FS-CAT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM EXPIRA-UMA-GERACAO UNTIL WS-FIM = 'S'.
           IF WS-FS-CAT = "00" OR WS-FS-CAT = "10"
               CLOSE CATALOGO
           END-IF.
      *
       EXPIRA-UMA-GERACAO.
           READ CATALOGO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF GERACAO-CAT NOT > WS-GERACAO-LIMITE
                      AND NOT CAT-EXPIRADA
                       IF CAT-ATIVA
                           MOVE NOME-GER-CAT TO WS-NOME-GER
                           OPEN OUTPUT BKNSU
                           CLOSE BKNSU
                       END-IF
                       SET CAT-EXPIRADA TO TRUE
                       REWRITE REG-CATALOGO
                       ADD 1 TO WS-CONT-EXPIRADAS
                   END-IF
           END-READ.
