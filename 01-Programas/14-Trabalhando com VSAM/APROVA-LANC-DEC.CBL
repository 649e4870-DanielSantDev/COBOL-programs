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
       FD PENDENTE.
       01 REG-PENDENTE.
       01 WS-CONT-APROVADOS        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REJEITADOS       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-DEC-INVALIDAS    PIC 9(05) VALUE ZEROS.
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
       01 WS-PEN-TAB.
           03 WS-PEN-QTDE          PIC 9(05) VALUE ZEROS.
           CLOSE DECISAO.
           CLOSE CADCLI.
           CLOSE SUSPENSO.
           MOVE 'F' TO WS-HIS-ACAO.
           CALL "GRAVAHIS" USING WS-HIS-ACAO WS-HIS-REG WS-HIS-STATUS.
           PERFORM REGRAVA-FILA.
           DISPLAY "LANCAMENTOS APROVADOS E POSTADOS: "
               WS-CONT-APROVADOS.
                               WS-FS-CLI
                           STOP RUN
                       END-IF
                       PERFORM GRAVA-HISTORICO
                       MOVE WS-NOVOSALDO TO WS-MOVIMENTO-E
                       DISPLAY "REF " REFERENCIA-DEC " CONTA "
                           ID-PEND " APROVADA - SALDO "
                       ADD 1 TO WS-CONT-APROVADOS
                   END-IF
           END-EVALUATE.
      *
      *    O ITEM POSTADO VAI PARA O HISTMOV COM O SALDO RESULTANTE,
      *    NA DATA DE HOJE. A ORIGEM NO MOVIME NAO VIAJA PELA FILA.
       GRAVA-HISTORICO.
           MOVE ID-CLI         TO WS-HIS-ID.
           ACCEPT WS-HIS-DATA FROM DATE.
           MOVE MOVIMENTO-PEND TO WS-HIS-VALOR.
           MOVE TIPO-PEND      TO WS-HIS-TIPO.
           MOVE SALDO          TO WS-HIS-SALDO.
           MOVE ZEROS          TO WS-HIS-ORIGEM.
           MOVE 'G'            TO WS-HIS-ACAO.
           CALL "GRAVAHIS" USING WS-HIS-ACAO WS-HIS-REG WS-HIS-STATUS.
           IF WS-HIS-STATUS NOT EQUAL "00"
               DISPLAY "CONTA: " ID-CLI
                   " - ERRO DE GRAVACAO HISTMOV - " WS-HIS-STATUS
           END-IF.
      *
       GRAVA-SUSPENSO.
           MOVE ID-PEND        TO ID-SUS.
