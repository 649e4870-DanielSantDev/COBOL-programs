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
       FD SUSPENSO.
       01 REG-SUSPENSO.
       01 WS-CONT-POSTADO          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SUSPENSO         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-PENDENTE         PIC 9(05) VALUE ZEROS.
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
       01 WS-LINHA-DET.
           05 WS-AGENCIA-D         PIC 9(03).
               DISPLAY "ERRO DE REGRAVACAO CADCLI - " WS-FS-CLI
           ELSE
               MOVE "POSTADO" TO WS-MOTIVO
               PERFORM GRAVA-HISTORICO
               PERFORM ESCREVE-LINHA-REL
               ADD 1 TO WS-CONT-POSTADO
           END-IF.
      *
      *    O ITEM POSTADO VAI PARA O HISTMOV COM O SALDO RESULTANTE,
      *    NA DATA DE HOJE. A ORIGEM NO MOVIME NAO VIAJA PELA FILA.
       GRAVA-HISTORICO.
           MOVE ID-CLI       TO WS-HIS-ID.
           ACCEPT WS-HIS-DATA FROM DATE.
           MOVE WS-MOVIMENTO TO WS-HIS-VALOR.
           MOVE WS-TIPO-MOV  TO WS-HIS-TIPO.
           MOVE SALDO        TO WS-HIS-SALDO.
           MOVE ZEROS        TO WS-HIS-ORIGEM.
           MOVE 'G'          TO WS-HIS-ACAO.
           CALL "GRAVAHIS" USING WS-HIS-ACAO WS-HIS-REG WS-HIS-STATUS.
           IF WS-HIS-STATUS NOT EQUAL "00"
               DISPLAY "CONTA: " ID-CLI
                   " - ERRO DE GRAVACAO HISTMOV - " WS-HIS-STATUS
           END-IF.
      *
       GRAVA-PENDENTE.
           MOVE ID-SUS         TO ID-PEND.
           CLOSE SUSPENSO-NOVO.
           CLOSE PENDENTE.
           CLOSE RELREPROC.
           MOVE 'F' TO WS-HIS-ACAO.
           CALL "GRAVAHIS" USING WS-HIS-ACAO WS-HIS-REG WS-HIS-STATUS.
           DISPLAY "MOVIMENTOS REPROCESSADOS E POSTADOS: "
               WS-CONT-POSTADO.
           DISPLAY "MOVIMENTOS AINDA SUSPENSOS: " WS-CONT-SUSPENSO.
