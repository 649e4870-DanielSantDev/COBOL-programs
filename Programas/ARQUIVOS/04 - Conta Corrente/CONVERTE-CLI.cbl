       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTCC ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT ANTTSO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-ATS
               FILE STATUS IS WS-FS-ANT.
           SELECT ANTVSAM ASSIGN TO CLIANT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-AVS
               ALTERNATE RECORD KEY IS NOME-AVS WITH DUPLICATES
               FILE STATUS IS WS-FS-ANT.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT CADCLI-TSO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CLI-TSO
               FILE STATUS IS WS-FS-CLI.
           SELECT CADCLI-VSAM ASSIGN TO CLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CLI-VS
               ALTERNATE RECORD KEY IS NOME-CLI-VS WITH DUPLICATES
               FILE STATUS IS WS-FS-CLI.
           SELECT AUDANT ASSIGN TO "AUDCLI-ANT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AAN.
           SELECT AUDCLI ASSIGN TO "AUDCLI.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT RELCONV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
      *    CADASTROS ANTERIORES AO REGISTRO UNICO DE CLIENTE - O
      *    ARQUIVO ATUAL E' RENOMEADO PARA CLIENTE-ANT.DAT (NO VSAM,
      *    O CLUSTER VAI PARA O DD CLIANT) ANTES DA CONVERSAO. OS
      *    CAMPOS SAO LIDOS PELOS LEIAUTES ANTIGOS DA WORKING.
       FD ANTCC VALUE OF FILE-ID IS "CLIENTE-ANT.DAT".
       01 REG-ANTCC                PIC X(79).
      *
       FD ANTTSO VALUE OF FILE-ID IS "CLIENTE-ANT.DAT".
       01 REG-ANTTSO.
           03 ID-ATS               PIC 9(09).
           03 FILLER               PIC X(47).
      *
       FD ANTVSAM.
       01 REG-ANTVS.
           03 ID-AVS               PIC 9(09).
           03 NOME-AVS             PIC X(20).
           03 FILLER               PIC X(44).
      *
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI                  PIC X(140).
      *
      *    MESMO REGISTRO, GRAVADO NAS ORGANIZACOES INDEXADAS DO
      *    TSO E DO VSAM (CHAVE = AGENCIA + CONTA).
       FD CADCLI-TSO VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI-TSO.
           03 ID-CLI-TSO           PIC 9(09).
           03 FILLER               PIC X(131).
      *
       FD CADCLI-VSAM.
       01 REG-CLI-VS.
           03 ID-CLI-VS            PIC 9(09).
           03 NOME-CLI-VS          PIC X(20).
           03 FILLER               PIC X(111).
      *
      *    TRILHA DE AUDITORIA ANTERIOR, COM AS IMAGENS DE 79
      *    POSICOES - E' ALARGADA PARA O REGISTRO NOVO.
       FD AUDANT.
       01 REG-AUDANT.
           03 CABEC-AAN            PIC X(27).
           03 IMAGEM-ANTES-AAN     PIC X(79).
           03 IMAGEM-DEPOIS-AAN    PIC X(79).
           03 DATA-HORA-AAN        PIC X(14).
      *
       FD AUDCLI.
       01 REG-AUDCLI.
           03 OPERADOR-AUD         PIC X(08).
           03 ACAO-AUD             PIC X(10).
           03 ID-CLI-AUD.
               05 AGENCIA-AUD      PIC 9(03).
               05 CONTA-AUD        PIC 9(06).
           03 IMAGEM-ANTES-AUD     PIC X(140).
           03 IMAGEM-DEPOIS-AUD    PIC X(140).
           03 DATA-AUD             PIC 9(06).
           03 HORA-AUD             PIC 9(08).
      *
       FD RELCONV VALUE OF FILE-ID IS "RELCONV.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-ANT                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-AAN                PIC X(02) VALUE ZEROS.
       01 WS-FS-AUD                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
      *
      *    ORIGEM DO CADASTRO A CONVERTER, INFORMADA NO SYSIN:
      *    C = CONTA CORRENTE (SEQUENCIAL), T = TSO (INDEXADO),
      *    V = VSAM (KSDS DO LANCA).
       01 WS-ORIGEM                PIC X(01) VALUE SPACE.
           88 ORIGEM-CC            VALUE 'C'.
           88 ORIGEM-TSO           VALUE 'T'.
           88 ORIGEM-VSAM          VALUE 'V'.
      *
      *    LEIAUTES ANTERIORES DO CLIENTE.DAT
       01 WS-ANT-CC.
           03 WS-ACC-ID.
               05 WS-ACC-AGENCIA   PIC 9(03).
               05 WS-ACC-CONTA     PIC 9(06).
           03 WS-ACC-NOME          PIC X(20).
           03 WS-ACC-SALDO         PIC S9(09).
           03 WS-ACC-LIMITE        PIC S9(09).
           03 WS-ACC-STATUS        PIC X(01).
           03 WS-ACC-NOME2         PIC X(20).
           03 WS-ACC-DOC2          PIC X(11).
      *
       01 WS-ANT-TSO.
           03 WS-ATS-ID.
               05 WS-ATS-AGENCIA   PIC 9(03).
               05 WS-ATS-CONTA     PIC 9(06).
           03 WS-ATS-NOME          PIC X(20).
           03 WS-ATS-SALDO         PIC 9(06)V99.
           03 WS-ATS-CNPJ          PIC X(14).
           03 FILLER               PIC X(23).
      *
       01 WS-ANT-VSAM.
           03 WS-AVS-ID.
               05 WS-AVS-AGENCIA   PIC 9(03).
               05 WS-AVS-CONTA     PIC 9(06).
           03 WS-AVS-NOME          PIC X(20).
           03 WS-AVS-SALDO         PIC S9(07)V99.
           03 WS-AVS-LIMITE        PIC S9(07)V99.
           03 WS-AVS-TOTAL-ANO     PIC S9(07)V99.
           03 WS-AVS-STATUS        PIC X(01).
           03 WS-AVS-CONT-DIA      PIC 9(03).
           03 WS-AVS-DATA-DIA      PIC 9(06).
      *
      *    REGISTRO UNICO DE CLIENTE MONTADO PELA CONVERSAO - O
      *    MESMO LEIAUTE DO REG-CLI DE TODOS OS PROGRAMAS.
       01 WS-REG-CLI.
           03 WS-ID-CLI.
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
      *
       01 WS-REJEITA               PIC X(01) VALUE 'N'.
       01 WS-MOTIVO                PIC X(30) VALUE SPACES.
       01 WS-CHAVE-ANT             PIC X(09) VALUE SPACES.
       01 WS-IMAGEM-ANT            PIC X(79) VALUE SPACES.
       01 WS-IMAGEM-NOVA           PIC X(140) VALUE SPACES.
      *
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-CONVERTIDOS      PIC 9(07) VALUE ZEROS.
       01 WS-CONT-REJEITADOS       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-AUD-LIDOS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-AUD-IMG-RUINS    PIC 9(07) VALUE ZEROS.
      *
       01 WS-LINHA-CAB.
           05 FILLER               PIC X(38)
               VALUE "CONVERSAO DO CADASTRO DE CLIENTES - ".
           05 FILLER               PIC X(07) VALUE "ORIGEM ".
           05 WS-C-ORIGEM          PIC X(01).
           05 FILLER               PIC X(06) VALUE " DATA ".
           05 WS-C-DATA            PIC 9(06).
           05 FILLER               PIC X(22) VALUE SPACES.
      *
       01 WS-LINHA-REJ.
           05 WS-R-ARQUIVO         PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-R-SEQ             PIC 9(07).
           05 FILLER               PIC X(07) VALUE " CHAVE ".
           05 WS-R-CHAVE           PIC X(09).
           05 FILLER               PIC X(03) VALUE " - ".
           05 WS-R-MOTIVO          PIC X(30).
           05 FILLER               PIC X(16) VALUE SPACES.
      *
       01 WS-LINHA-TOT.
           05 WS-T-DESCRICAO       PIC X(30).
           05 WS-T-VALOR           PIC ZZZZZZ9.
           05 FILLER               PIC X(43) VALUE SPACES.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG).
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "CONVERTE-CLI".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    CONVERSAO UNICA DOS TRES CADASTROS DE CLIENTE (CONTA
      *    CORRENTE, TSO E VSAM) PARA O REGISTRO UNICO DE 140
      *    POSICOES. CADA AMBIENTE RODA UMA VEZ COM A SUA ORIGEM:
      *    O ARQUIVO ANTIGO E' LIDO, CADA REGISTRO E' VALIDADO E
      *    GRAVADO NO LEIAUTE NOVO, NA MESMA ORGANIZACAO DE ANTES.
      *    REGISTRO QUE NAO PASSA NA VALIDACAO (CHAVE, NUMERICOS
      *    OU STATUS) NAO E' GRAVADO - VAI PARA O RELCONV.DAT COM O
      *    MOTIVO, PARA ACERTO MANUAL. NO CONTA CORRENTE E NO TSO A
      *    TRILHA AUDCLI.DAT (RENOMEADA PARA AUDCLI-ANT.DAT) TEM AS
      *    IMAGENS ALARGADAS NA MESMA PASSADA.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-ORIGEM.
           IF NOT ORIGEM-CC AND NOT ORIGEM-TSO AND NOT ORIGEM-VSAM
               DISPLAY "ORIGEM INVALIDA - INFORME C, T OU V"
               STOP RUN.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LER-ANTERIOR.
           PERFORM PROCESSO UNTIL WS-FIM = 'S'.
           PERFORM FECHA-CADASTROS.
           IF NOT ORIGEM-VSAM
               PERFORM CONVERTE-AUDITORIA
           END-IF.
           PERFORM FINALIZA.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE WS-HOJE TO WS-RUN-DATA-LOTE.
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
           MOVE WS-CONT-LIDOS       TO WS-RUN-LIDOS.
           MOVE WS-CONT-CONVERTIDOS TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-REJEITADOS  TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ABRE-ARQ.
           EVALUATE TRUE
               WHEN ORIGEM-CC
                   OPEN INPUT ANTCC
               WHEN ORIGEM-TSO
                   OPEN INPUT ANTTSO
               WHEN ORIGEM-VSAM
                   OPEN INPUT ANTVSAM
           END-EVALUATE.
           IF WS-FS-ANT NOT EQUAL "00"
               DISPLAY "CADASTRO ANTERIOR NAO ENCONTRADO - " WS-FS-ANT
               STOP RUN.
           EVALUATE TRUE
               WHEN ORIGEM-CC
                   OPEN OUTPUT CADCLI
               WHEN ORIGEM-TSO
                   OPEN OUTPUT CADCLI-TSO
               WHEN ORIGEM-VSAM
                   OPEN OUTPUT CADCLI-VSAM
           END-EVALUATE.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           OPEN OUTPUT RELCONV.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELCONV - " WS-FS-REL
               STOP RUN.
           MOVE WS-ORIGEM TO WS-C-ORIGEM.
           MOVE WS-HOJE   TO WS-C-DATA.
           MOVE WS-LINHA-CAB TO REG-REL.
           WRITE REG-REL.
      *
       LER-ANTERIOR.
           EVALUATE TRUE
               WHEN ORIGEM-CC
                   READ ANTCC
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-ANTCC TO WS-ANT-CC
                   END-READ
               WHEN ORIGEM-TSO
                   READ ANTTSO NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-ANTTSO TO WS-ANT-TSO
                   END-READ
               WHEN ORIGEM-VSAM
                   READ ANTVSAM NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-ANTVS TO WS-ANT-VSAM
                   END-READ
           END-EVALUATE.
           IF WS-FIM NOT = 'S'
               ADD 1 TO WS-CONT-LIDOS
           END-IF.
      *
       PROCESSO.
           PERFORM MONTA-REGISTRO.
           IF WS-REJEITA = 'S'
               MOVE "CLIENTE" TO WS-R-ARQUIVO
               MOVE WS-CONT-LIDOS TO WS-R-SEQ
               PERFORM ESCREVE-REJEICAO
               ADD 1 TO WS-CONT-REJEITADOS
           ELSE
               PERFORM GRAVA-CLIENTE
           END-IF.
           PERFORM LER-ANTERIOR.
      *
      *    VALIDA O REGISTRO ANTIGO DA ORIGEM E, SE ESTIVER LIMPO,
      *    MONTA O REG-CLI. USADO TANTO PARA O CADASTRO QUANTO PARA
      *    AS IMAGENS DA TRILHA DE AUDITORIA.
       MONTA-REGISTRO.
           MOVE 'N' TO WS-REJEITA.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN ORIGEM-CC
                   MOVE WS-ACC-ID TO WS-CHAVE-ANT
                   PERFORM VALIDA-CC
                   IF WS-REJEITA = 'N'
                       PERFORM MONTA-CC
                   END-IF
               WHEN ORIGEM-TSO
                   MOVE WS-ATS-ID TO WS-CHAVE-ANT
                   PERFORM VALIDA-TSO
                   IF WS-REJEITA = 'N'
                       PERFORM MONTA-TSO
                   END-IF
               WHEN ORIGEM-VSAM
                   MOVE WS-AVS-ID TO WS-CHAVE-ANT
                   PERFORM VALIDA-VSAM
                   IF WS-REJEITA = 'N'
                       PERFORM MONTA-VSAM
                   END-IF
           END-EVALUATE.
      *
       VALIDA-CC.
           IF WS-ACC-AGENCIA IS NOT NUMERIC
              OR WS-ACC-CONTA IS NOT NUMERIC
               MOVE "CHAVE NAO NUMERICA" TO WS-MOTIVO
               MOVE 'S' TO WS-REJEITA
           ELSE
               IF WS-ACC-CONTA = ZEROS
                   MOVE "CONTA ZERADA" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
           IF WS-REJEITA = 'N'
               IF WS-ACC-SALDO IS NOT NUMERIC
                   MOVE "SALDO NAO NUMERICO" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
           IF WS-REJEITA = 'N'
               IF WS-ACC-LIMITE IS NOT NUMERIC
                   MOVE "LIMITE NAO NUMERICO" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
           IF WS-REJEITA = 'N'
               IF WS-ACC-STATUS NOT = 'A'
                  AND WS-ACC-STATUS NOT = 'B'
                  AND WS-ACC-STATUS NOT = 'E'
                  AND WS-ACC-STATUS NOT = 'D'
                   MOVE "STATUS ILEGAL" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
      *
       MONTA-CC.
           MOVE SPACES         TO WS-REG-CLI.
           MOVE WS-ACC-ID      TO WS-ID-CLI.
           MOVE WS-ACC-NOME    TO WS-NOME-CLI.
           MOVE WS-ACC-SALDO   TO WS-SALDO.
           MOVE WS-ACC-LIMITE  TO WS-LIMITE-CLI.
           MOVE WS-ACC-STATUS  TO WS-STATUS-CLI.
           MOVE WS-ACC-NOME2   TO WS-NOME-CLI2.
           MOVE WS-ACC-DOC2    TO WS-DOC-CLI2.
           MOVE ZEROS          TO WS-TOTAL-MOV-ANO.
           MOVE ZEROS          TO WS-CONT-MOV-DIA-CLI.
           MOVE ZEROS          TO WS-DATA-MOV-DIA-CLI.
      *
       VALIDA-TSO.
           IF WS-ATS-AGENCIA IS NOT NUMERIC
              OR WS-ATS-CONTA IS NOT NUMERIC
               MOVE "CHAVE NAO NUMERICA" TO WS-MOTIVO
               MOVE 'S' TO WS-REJEITA
           ELSE
               IF WS-ATS-CONTA = ZEROS
                   MOVE "CONTA ZERADA" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
           IF WS-REJEITA = 'N'
               IF WS-ATS-SALDO IS NOT NUMERIC
                   MOVE "SALDO NAO NUMERICO" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
      *
      *    O CADASTRO DO TSO NAO TEM LIMITE NEM STATUS - A CONTA
      *    ENTRA ABERTA E SEM LIMITE, COMO NA INCLUSAO PELA TELA.
       MONTA-TSO.
           MOVE SPACES         TO WS-REG-CLI.
           MOVE WS-ATS-ID      TO WS-ID-CLI.
           MOVE WS-ATS-NOME    TO WS-NOME-CLI.
           MOVE WS-ATS-SALDO   TO WS-SALDO.
           MOVE ZEROS          TO WS-LIMITE-CLI.
           MOVE 'A'            TO WS-STATUS-CLI.
           MOVE WS-ATS-CNPJ    TO WS-CNPJ-CLI.
           MOVE ZEROS          TO WS-TOTAL-MOV-ANO.
           MOVE ZEROS          TO WS-CONT-MOV-DIA-CLI.
           MOVE ZEROS          TO WS-DATA-MOV-DIA-CLI.
      *
       VALIDA-VSAM.
           IF WS-AVS-AGENCIA IS NOT NUMERIC
              OR WS-AVS-CONTA IS NOT NUMERIC
               MOVE "CHAVE NAO NUMERICA" TO WS-MOTIVO
               MOVE 'S' TO WS-REJEITA
           ELSE
               IF WS-AVS-CONTA = ZEROS
                   MOVE "CONTA ZERADA" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
           IF WS-REJEITA = 'N'
               IF WS-AVS-SALDO IS NOT NUMERIC
                   MOVE "SALDO NAO NUMERICO" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
           IF WS-REJEITA = 'N'
               IF WS-AVS-LIMITE IS NOT NUMERIC
                   MOVE "LIMITE NAO NUMERICO" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
           IF WS-REJEITA = 'N'
               IF WS-AVS-TOTAL-ANO IS NOT NUMERIC
                   MOVE "TOTAL DO ANO NAO NUMERICO" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
           IF WS-REJEITA = 'N'
               IF WS-AVS-CONT-DIA IS NOT NUMERIC
                  OR WS-AVS-DATA-DIA IS NOT NUMERIC
                   MOVE "CONTADOR DO DIA NAO NUMERICO" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
           IF WS-REJEITA = 'N'
               IF WS-AVS-STATUS NOT = 'A'
                  AND WS-AVS-STATUS NOT = 'B'
                  AND WS-AVS-STATUS NOT = 'E'
                  AND WS-AVS-STATUS NOT = 'D'
                   MOVE "STATUS ILEGAL" TO WS-MOTIVO
                   MOVE 'S' TO WS-REJEITA
               END-IF
           END-IF.
      *
       MONTA-VSAM.
           MOVE SPACES           TO WS-REG-CLI.
           MOVE WS-AVS-ID        TO WS-ID-CLI.
           MOVE WS-AVS-NOME      TO WS-NOME-CLI.
           MOVE WS-AVS-SALDO     TO WS-SALDO.
           MOVE WS-AVS-LIMITE    TO WS-LIMITE-CLI.
           MOVE WS-AVS-STATUS    TO WS-STATUS-CLI.
           MOVE WS-AVS-TOTAL-ANO TO WS-TOTAL-MOV-ANO.
           MOVE WS-AVS-CONT-DIA  TO WS-CONT-MOV-DIA-CLI.
           MOVE WS-AVS-DATA-DIA  TO WS-DATA-MOV-DIA-CLI.
      *
       GRAVA-CLIENTE.
           EVALUATE TRUE
               WHEN ORIGEM-CC
                   WRITE REG-CLI FROM WS-REG-CLI
                   IF WS-FS-CLI NOT EQUAL "00"
                       DISPLAY "ERRO DE GRAVACAO CLIENTE - " WS-FS-CLI
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CONT-CONVERTIDOS
               WHEN ORIGEM-TSO
                   WRITE REG-CLI-TSO FROM WS-REG-CLI
                       INVALID KEY
                           MOVE "CHAVE DUPLICADA" TO WS-MOTIVO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-CONVERTIDOS
                   END-WRITE
               WHEN ORIGEM-VSAM
                   WRITE REG-CLI-VS FROM WS-REG-CLI
                       INVALID KEY
                           MOVE "CHAVE DUPLICADA" TO WS-MOTIVO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-CONVERTIDOS
                   END-WRITE
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
               MOVE "CLIENTE" TO WS-R-ARQUIVO
               MOVE WS-CONT-LIDOS TO WS-R-SEQ
               PERFORM ESCREVE-REJEICAO
               ADD 1 TO WS-CONT-REJEITADOS
           END-IF.
      *
       FECHA-CADASTROS.
           EVALUATE TRUE
               WHEN ORIGEM-CC
                   CLOSE ANTCC
                   CLOSE CADCLI
               WHEN ORIGEM-TSO
                   CLOSE ANTTSO
                   CLOSE CADCLI-TSO
               WHEN ORIGEM-VSAM
                   CLOSE ANTVSAM
                   CLOSE CADCLI-VSAM
           END-EVALUATE.
      *
      *    A TRILHA DE AUDITORIA NAO PERDE REGISTRO: IMAGEM QUE NAO
      *    CONVERTE E' COPIADA COMO ESTAVA (ALINHADA A ESQUERDA) E
      *    SAI NO RELCONV.DAT PARA CONHECIMENTO.
       CONVERTE-AUDITORIA.
           OPEN INPUT AUDANT.
           IF WS-FS-AAN NOT EQUAL "00"
               DISPLAY "AUDCLI-ANT.DAT NAO ENCONTRADO - TRILHA NAO "
                   "CONVERTIDA"
           ELSE
               OPEN OUTPUT AUDCLI
               IF WS-FS-AUD NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA AUDCLI - " WS-FS-AUD
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM
               PERFORM CONVERTE-UMA-AUDITORIA UNTIL WS-FIM = 'S'
               CLOSE AUDANT
               CLOSE AUDCLI
           END-IF.
      *
       CONVERTE-UMA-AUDITORIA.
           READ AUDANT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CONT-AUD-LIDOS
                   MOVE CABEC-AAN TO REG-AUDCLI(1:27)
                   MOVE IMAGEM-ANTES-AAN TO WS-IMAGEM-ANT
                   PERFORM CONVERTE-IMAGEM
                   MOVE WS-IMAGEM-NOVA TO IMAGEM-ANTES-AUD
                   MOVE IMAGEM-DEPOIS-AAN TO WS-IMAGEM-ANT
                   PERFORM CONVERTE-IMAGEM
                   MOVE WS-IMAGEM-NOVA TO IMAGEM-DEPOIS-AUD
                   MOVE DATA-HORA-AAN TO REG-AUDCLI(308:14)
                   WRITE REG-AUDCLI
           END-READ.
      *
       CONVERTE-IMAGEM.
           IF WS-IMAGEM-ANT = SPACES
               MOVE SPACES TO WS-IMAGEM-NOVA
           ELSE
               IF ORIGEM-CC
                   MOVE WS-IMAGEM-ANT TO WS-ANT-CC
               ELSE
                   MOVE WS-IMAGEM-ANT TO WS-ANT-TSO
               END-IF
               PERFORM MONTA-REGISTRO
               IF WS-REJEITA = 'S'
                   MOVE WS-IMAGEM-ANT TO WS-IMAGEM-NOVA
                   MOVE "AUDCLI" TO WS-R-ARQUIVO
                   MOVE WS-CONT-AUD-LIDOS TO WS-R-SEQ
                   PERFORM ESCREVE-REJEICAO
                   ADD 1 TO WS-CONT-AUD-IMG-RUINS
               ELSE
                   MOVE WS-REG-CLI TO WS-IMAGEM-NOVA
               END-IF
           END-IF.
      *
       ESCREVE-REJEICAO.
           MOVE WS-CHAVE-ANT TO WS-R-CHAVE.
           MOVE WS-MOTIVO    TO WS-R-MOTIVO.
           MOVE WS-LINHA-REJ TO REG-REL.
           WRITE REG-REL.
      *
       FINALIZA.
           MOVE "REGISTROS LIDOS              " TO WS-T-DESCRICAO.
           MOVE WS-CONT-LIDOS TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "REGISTROS CONVERTIDOS        " TO WS-T-DESCRICAO.
           MOVE WS-CONT-CONVERTIDOS TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "REGISTROS REJEITADOS         " TO WS-T-DESCRICAO.
           MOVE WS-CONT-REJEITADOS TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "AUDITORIAS CONVERTIDAS       " TO WS-T-DESCRICAO.
           MOVE WS-CONT-AUD-LIDOS TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "IMAGENS COPIADAS SEM CONVERSAO" TO WS-T-DESCRICAO.
           MOVE WS-CONT-AUD-IMG-RUINS TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           CLOSE RELCONV.
      *
       ESCREVE-TOTAL.
           MOVE WS-LINHA-TOT TO REG-REL.
           WRITE REG-REL.
           DISPLAY WS-T-DESCRICAO ": " WS-T-VALOR.
