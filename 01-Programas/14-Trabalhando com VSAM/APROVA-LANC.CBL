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
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
           05 WS-MOVIMENTO-D       PIC -Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-SITUACAO-D        PIC X(20).
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
      *    A FILA DE APROVACAO EXISTE PARA TIRAR A DECISAO DA MAO DE
      *    QUEM LANCOU - SO OPERADOR COM NIVEL DE SUPERVISOR NO
               DISPLAY "ERRO DE REGRAVACAO CADCLI - " WS-FS-CLI
           ELSE
               MOVE "APROVADO E POSTADO" TO WS-MOTIVO
               PERFORM GRAVA-HISTORICO
               PERFORM ESCREVE-LINHA-REL
               ADD 1 TO WS-CONT-APROVADOS
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
       GRAVA-SUSPENSO.
           MOVE ID-PEND        TO ID-SUS.
           CLOSE PENDENTE.
           CLOSE SUSPENSO.
           CLOSE RELAPROV.
           MOVE 'F' TO WS-HIS-ACAO.
           CALL "GRAVAHIS" USING WS-HIS-ACAO WS-HIS-REG WS-HIS-STATUS.
           DISPLAY "MOVIMENTOS APROVADOS E POSTADOS: "
               WS-CONT-APROVADOS.
           DISPLAY "MOVIMENTOS REJEITADOS/SUSPENSOS: "
