           SELECT MOVIM ASSIGN TO MOV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHAVE-MOV
              FILE STATUS IS WS-FS-MOV.
           SELECT SUSPENSO ASSIGN TO SUS
              ORGANIZATION IS SEQUENTIAL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-IOF.
           SELECT BLOQJUD ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-BJ.
      *
       DATA DIVISION.
       FILE SECTION.
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
      *    CHAVE AGENCIA/CONTA + DATA + SEQUENCIA - UMA CONTA PODE TER
      *    QUANTOS MOVIMENTOS PRECISAR NO MESMO LOTE.
       FD MOVIM.
       01 REG-MOV.
           03 CHAVE-MOV.
               05 ID-MOV.
                   07 AGENCIA-MOV  PIC 9(03).
                   07 CONTA-MOV    PIC 9(06).
               05 DATA-MOV         PIC 9(06).
               05 SEQ-MOV          PIC 9(04).
           03 MOVIMENTO            PIC S9(07)V99.
           03 TIPO-MOV             PIC X(01).
      *    D = DEPOSITO, S = SAQUE, T = TARIFA, C = CORRECAO
      *
       FD CHECKPT VALUE OF FILE-ID IS "CHECKLANC.DAT".
       01 REG-CHECKPT.
           03 CKP-CHAVE-MOV.
               05 CKP-ID-MOV.
                   07 CKP-AGENCIA-MOV  PIC 9(03).
                   07 CKP-CONTA-MOV    PIC 9(06).
               05 CKP-DATA-MOV     PIC 9(06).
               05 CKP-SEQ-MOV      PIC 9(04).
      *
       FD LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
       01 REG-LOTECTL.
               05 CONTA-IOF        PIC 9(06).
           03 DATA-IOF             PIC 9(06).
           03 VALOR-IOF            PIC 9(07)V99.
      *
      *    BLOQUEIO JUDICIAL (MANTIDO PELO BLOQ-JUDIC) - O VALOR
      *    BLOQUEADO ATIVO NAO PODE SER DEBITADO DA CONTA.
       FD BLOQJUD VALUE OF FILE-ID IS "BLOQJUD.DAT".
       01 REG-BLOQJUD.
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
       WORKING-STORAGE SECTION.
       01 WS-REG-CLI.
               05 WS-AGENCIA-CLI   PIC 9(03).
               05 WS-CONTA-CLI     PIC 9(06).
           03 WS-NOME-CLI          PIC X(20).
           03 WS-SALDO             PIC S9(09)V99.
           03 WS-LIMITE-CLI        PIC S9(09)V99.
           03 WS-STATUS-CLI        PIC X(01).
           03 WS-NOME-CLI2         PIC X(20).
           03 WS-DOC-CLI2          PIC X(11).
           03 WS-CNPJ-CLI          PIC X(14).
           03 WS-TOTAL-MOV-ANO     PIC S9(09)V99.
           03 WS-CONT-MOV-DIA-CLI  PIC 9(03).
           03 WS-DATA-MOV-DIA-CLI  PIC 9(06).
           03 FILLER               PIC X(23).
       01 WS-MOVIMENTO             PIC S9(07)V99.
       01 WS-TIPO-MOV              PIC X(01).
       01 WS-NOVOSALDO             PIC S9(07)V99 VALUE ZEROS.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *    INDICADOR DE LOTE EM PROCESSAMENTO (VIA LOTEPROC) - LIGADO
      *    JUNTO COM O INICIO NO RUNHIST E DESLIGADO SO NO FIM NORMAL;
      *    ENQUANTO LIGADO A MANUTENCAO DE CLIENTES FICA EM CONSULTA.
       01 WS-PRC-ACAO              PIC X(01) VALUE SPACE.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
      *    CONTADORES DE CONTROLE DO LOTE - ALIMENTAM O RUNHIST.DAT
      *    E OS TOTAIS DO FIM DO PROGRAMA.
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ATUALIZADOS      PIC 9(07) VALUE ZEROS.
       01 WS-CONT-SUSPENSOS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-PENDENTES        PIC 9(07) VALUE ZEROS.
      *    VALOR BLOQUEADO JUDICIALMENTE POR CONTA (BLOQJUD.DAT, SO
      *    OS ATIVOS) - INDISPONIVEL PARA DEBITO.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FIM-BJ                PIC X(01) VALUE 'N'.
       01 WS-VALOR-BLOQJUD         PIC S9(07)V99 VALUE ZEROS.
       01 WS-BJ-TAB.
           03 WS-BJ-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-BJ-ITEM OCCURS 2000 TIMES.
               05 WS-BJ-ID         PIC 9(09).
               05 WS-BJ-VALOR      PIC 9(07)V99.
       01 WS-BJ-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-BJ-POS                PIC 9(04) VALUE ZEROS.
       01 WS-BJ-BUSCA              PIC 9(09) VALUE ZEROS.
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
       01 WS-CONT-HIST             PIC 9(07) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
           MOVE 'L' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-RUN-PROGRAMA
               WS-RUN-DATA-LOTE WS-PRC-EM-CURSO.
      *
       GRAVA-RUN-FIM.
           MOVE 'F' TO WS-RUN-EVENTO.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
           MOVE 'D' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-RUN-PROGRAMA
               WS-RUN-DATA-LOTE WS-PRC-EM-CURSO.

      *
       ABRE-ARQ.
           PERFORM LE-LOTE.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-BLOQUEIOS.
           OPEN I-O CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
             DISPLAY "ERRO DE ABERTURA CLIENTE- " WS-FS-CLI
           STOP RUN.
           PERFORM LE-CHECKPOINT.
           IF WS-TEM-CHECKPOINT = 'S'
               DISPLAY "REINICIO A PARTIR DO CHECKPOINT: "
                   CKP-CHAVE-MOV
               MOVE CKP-CHAVE-MOV TO CHAVE-MOV
               START MOVIM KEY IS GREATER THAN CHAVE-MOV
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-MOV
               END-START
               MOVE WS-PARAM-TAXA-IOF(WS-PARAM-POS)
                   TO WS-TAXA-IOF
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
                       IF WS-BJ-POS = ZEROS AND WS-BJ-QTDE < 2000
                           ADD 1 TO WS-BJ-QTDE
                           MOVE WS-BJ-QTDE TO WS-BJ-POS
                           MOVE ID-CLI-BJ TO WS-BJ-ID(WS-BJ-POS)
                           MOVE ZEROS TO WS-BJ-VALOR(WS-BJ-POS)
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
           MOVE ID-MOV TO WS-BJ-BUSCA.
           PERFORM LOCALIZA-BLOQUEIO.
           IF WS-BJ-POS NOT = ZEROS
               MOVE WS-BJ-VALOR(WS-BJ-POS) TO WS-VALOR-BLOQJUD
           END-IF.
      *
       LE-CHECKPOINT.
           MOVE 'N' TO WS-TEM-CHECKPOINT.
           END-IF.
      *
       GRAVA-CHECKPOINT.
           MOVE CHAVE-MOV TO CKP-CHAVE-MOV.
           OPEN OUTPUT CHECKPT.
           WRITE REG-CHECKPT.
           CLOSE CHECKPT.
               MOVE ID-MOV     TO ID-CLI
               MOVE MOVIMENTO  TO WS-MOVIMENTO
               MOVE TIPO-MOV   TO WS-TIPO-MOV
               MOVE DATA-MOV   TO WS-HIS-DATA-ORIG
               MOVE SEQ-MOV    TO WS-HIS-SEQ-ORIG
               PERFORM PESQUISA-CONTA
               PERFORM ATUALIZA-SALDO
               PERFORM GRAVA-CHECKPOINT
                   PERFORM GRAVA-PENDENTE
                 ELSE
                   COMPUTE WS-NOVOSALDO = WS-SALDO + WS-MOVIMENTO
                   PERFORM APURA-BLOQUEIO-JUDICIAL
                   IF WS-NOVOSALDO < WS-LIMITE-CLI
                      OR (WS-MOVIMENTO < ZEROS
                          AND WS-NOVOSALDO < WS-VALOR-BLOQJUD)
                     MOVE WS-NOVOSALDO TO WS-NOVOSALDO-E
                     IF WS-NOVOSALDO < WS-LIMITE-CLI
                       DISPLAY "CONTA: " ID-MOV
                         " - MOVIMENTO REJEITADO, LIMITE EXCEDIDO "
                         WS-NOVOSALDO-E
                       MOVE "LIMITE EXCEDIDO"     TO MOTIVO-SUS
                     ELSE
                       DISPLAY "CONTA: " ID-MOV
                         " - MOVIMENTO REJEITADO, BLOQUEIO JUDICIAL "
                         WS-NOVOSALDO-E
                       MOVE "BLOQUEIO JUDICIAL"   TO MOTIVO-SUS
                     END-IF
                     PERFORM GRAVA-SUSPENSO
                   ELSE
                     MOVE WS-NOVOSALDO TO SALDO WS-NOVOSALDO-E
                       " - ATUALIZADA " WS-NOVOSALDO-E
                     PERFORM REGRAVA-CLI
                     ADD 1 TO WS-CONT-ATUALIZADOS
                     MOVE WS-MOVIMENTO TO WS-HIS-VALOR
                     MOVE WS-TIPO-MOV  TO WS-HIS-TIPO
                     PERFORM GRAVA-HISTORICO
                     IF WS-TIPO-MOV = 'S' AND WS-TAXA-IOF > ZEROS
                       PERFORM APLICA-IOF
                     END-IF
               COMPUTE SALDO = SALDO - WS-VALOR-IOF
               COMPUTE TOTAL-MOV-ANO = TOTAL-MOV-ANO + WS-VALOR-IOF
               PERFORM REGRAVA-CLI
               COMPUTE WS-HIS-VALOR = WS-VALOR-IOF * -1
               MOVE 'I' TO WS-HIS-TIPO
               PERFORM GRAVA-HISTORICO
               MOVE WS-VALOR-IOF TO WS-VALOR-IOF-E
               MOVE SALDO        TO WS-NOVOSALDO-E
               DISPLAY "CONTA: " ID-MOV
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
           ELSE
               COMPUTE WS-HIS-VALOR = WS-VALOR-TARIFA * -1
               MOVE 'T' TO WS-HIS-TIPO
               PERFORM GRAVA-HISTORICO
               MOVE SALDO TO WS-NOVOSALDO-E
               DISPLAY "CONTA: " ID-MOV
                   " - TIPO T - TARIFA SALDO NEGATIVO "
               END-IF
           END-IF.
      *
      *    CADA ITEM POSTADO NO SALDO VAI PARA O HISTMOV COM O SALDO
      *    RESULTANTE - E' DELE QUE SAEM O EXTRATO (RELMOVIME) E O
      *    ESTORNO (ESTORNOV). VALOR, TIPO E ORIGEM JA PREENCHIDOS.
       GRAVA-HISTORICO.
           MOVE ID-CLI    TO WS-HIS-ID.
           MOVE DATA-LOTE TO WS-HIS-DATA.
           MOVE SALDO     TO WS-HIS-SALDO.
           MOVE 'G'       TO WS-HIS-ACAO.
           CALL "GRAVAHIS" USING WS-HIS-ACAO WS-HIS-REG WS-HIS-STATUS.
           IF WS-HIS-STATUS EQUAL "00"
               ADD 1 TO WS-CONT-HIST
           ELSE
               DISPLAY "CONTA: " ID-CLI
                   " - ERRO DE GRAVACAO HISTMOV - " WS-HIS-STATUS
           END-IF.
      *
      *    NO FECHAMENTO DO MES O LOTE CREDITA JUROS SOBRE OS SALDOS
      *    POSITIVOS (TIPO J) - CONTRAPARTIDA DA TARIFA COBRADA SOBRE
      *    SALDO NEGATIVO EM APLICA-TARIFA-NEGATIVO.
                           COMPUTE TOTAL-MOV-ANO =
                               TOTAL-MOV-ANO + WS-VALOR-JUROS
                           PERFORM REGRAVA-CLI
                           MOVE WS-VALOR-JUROS TO WS-HIS-VALOR
                           MOVE 'J' TO WS-HIS-TIPO
                           MOVE ZEROS TO WS-HIS-ORIGEM
                           PERFORM GRAVA-HISTORICO
                           MOVE WS-VALOR-JUROS TO WS-VALOR-JUROS-E
                           MOVE SALDO          TO WS-NOVOSALDO-E
                           DISPLAY "CONTA: " ID-CLI
           CLOSE SUSPENSO.
           CLOSE PENDENTE.
           CLOSE IOFREC.
           MOVE 'F' TO WS-HIS-ACAO.
           CALL "GRAVAHIS" USING WS-HIS-ACAO WS-HIS-REG WS-HIS-STATUS.
           DISPLAY "IOF COBRADO (ITENS): " WS-CONT-IOF.
           DISPLAY "LANCAMENTOS NO HISTORICO: " WS-CONT-HIST.
