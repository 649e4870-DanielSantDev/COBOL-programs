           SELECT CADCLI-SEQ ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ID-CLI
              FILE STATUS IS WS-FS-SEQ.
           SELECT RELAUDIT ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
             05 AGENCIA-V          PIC 9(03).
             05 CONTA-V            PIC 9(06).
          03 NOME-CLI-V            PIC X(20).
          03 SALDO-V               PIC S9(09)V99.
          03 LIMITE-CLI-V          PIC S9(09)V99.
          03 STATUS-CLI-V          PIC X(01).
          03 NOME-CLI2-V           PIC X(20).
          03 DOC-CLI2-V            PIC X(11).
          03 CNPJ-CLI-V            PIC X(14).
          03 TOTAL-MOV-ANO-V       PIC S9(09)V99.
          03 CONT-MOV-DIA-V        PIC 9(03).
          03 DATA-MOV-DIA-V        PIC 9(06).
          03 FILLER                PIC X(23).
      *
       FD CADCLI-SEQ VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
          03 ID-CLI.
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
       FD RELAUDIT VALUE OF FILE-ID IS "RELAUDIT.DAT".
       01 REG-REL                  PIC X(120).
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM-VSAM              PIC X(01) VALUE 'N'.
       01 WS-FIM-SEQ               PIC X(01) VALUE 'N'.
       01 WS-SALDO-V-CMP           PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALDO-S-CMP           PIC S9(09)V99 VALUE ZEROS.
       01 WS-CONT-SO-VSAM          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SO-SEQ           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-DIVERGENTE       PIC 9(05) VALUE ZEROS.
               WHEN WS-FIM-SEQ = 'S'
                   PERFORM SO-NO-VSAM
                   PERFORM LER-VSAM
               WHEN ID-CLI-V < ID-CLI
                   PERFORM SO-NO-VSAM
                   PERFORM LER-VSAM
               WHEN ID-CLI-V > ID-CLI
                   PERFORM SO-NO-SEQ
                   PERFORM LER-SEQ
               WHEN OTHER
           ADD 1 TO WS-CONT-SO-VSAM.
      *
       SO-NO-SEQ.
           MOVE AGENCIA-CLI TO WS-AGENCIA-D.
           MOVE CONTA-CLI   TO WS-CONTA-D.
           MOVE "SO EXISTE NO TSO (CLIENTE.DAT)" TO WS-SITUACAO-D.
           MOVE SPACES    TO WS-DETALHE-D.
           PERFORM ESCREVE-LINHA-REL.
           MOVE SALDO   TO WS-SALDO-S-CMP.
           MOVE AGENCIA-V TO WS-AGENCIA-D.
           MOVE CONTA-V   TO WS-CONTA-D.
           IF NOME-CLI-V NOT = NOME-CLI OR
              WS-SALDO-V-CMP NOT = WS-SALDO-S-CMP
               MOVE "DIVERGENTE" TO WS-SITUACAO-D
               STRING "VSAM=" NOME-CLI-V "/" WS-SALDO-V-CMP
                   " TSO=" NOME-CLI "/" WS-SALDO-S-CMP
                   DELIMITED BY SIZE INTO WS-DETALHE-D
               PERFORM ESCREVE-LINHA-REL
               ADD 1 TO WS-CONT-DIVERGENTE
