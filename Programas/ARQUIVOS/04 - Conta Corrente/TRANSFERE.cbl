               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIQ.
           SELECT CHAVEPIX ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CHV.
           SELECT USOSERV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-USV.
           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BJ.
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
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
       FD MOVLOG VALUE OF FILE-ID IS "LOGMOV.DAT".
       01 REG-LOG.
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
       01 REG-LIQAG.
           03 AGENCIA-DEVE-LIQ     PIC 9(03).
           03 AGENCIA-RECEBE-LIQ   PIC 9(03).
           03 VALOR-LIQ            PIC S9(09)V99.
           03 DATA-LIQ             PIC 9(06).
      *
      *    DIRETORIO DE CHAVES (MANTIDO PELO CADCHAVE) - SO A CHAVE
      *    ATIVA RESOLVE PARA A CONTA DE DESTINO.
       FD CHAVEPIX VALUE OF FILE-ID IS "CHAVEPIX.DAT".
       01 REG-CHAVE.
           03 TIPO-CHV             PIC X(01).
           03 VALOR-CHV            PIC X(30).
           03 ID-CLI-CHV.
               05 AGENCIA-CHV      PIC 9(03).
               05 CONTA-CHV        PIC 9(06).
           03 DATA-CHV             PIC 9(06).
           03 STATUS-CHV           PIC X(01).
               88 CHV-ATIVA        VALUE 'A'.
               88 CHV-EXCLUIDA     VALUE 'E'.
               88 CHV-PORTADA      VALUE 'P'.
           03 DATA-BAIXA-CHV       PIC 9(06).
      *
      *    USO DE SERVICO PARA A FRANQUIA DO PACOTE - O MOVIMENTACAO
      *    CONSOME ESTE ARQUIVO, CONTA O USO DO MES E COBRA O EXCEDENTE.
       FD USOSERV VALUE OF FILE-ID IS "USOSERV.DAT".
       01 REG-USOSERV.
           03 ID-USV.
               05 AGENCIA-USV      PIC 9(03).
               05 CONTA-USV        PIC 9(06).
           03 TIPO-USV             PIC X(01).
               88 USV-TRANSF       VALUE 'T'.
               88 USV-CHEQUE       VALUE 'C'.
           03 DATA-USV             PIC 9(06).
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
       01 WS-ID-ORIGEM.
       01 WS-ID-DESTINO.
           03 WS-AGENCIA-DESTINO   PIC 9(03).
           03 WS-CONTA-DESTINO     PIC 9(06).
       01 WS-VALOR-TRANSF          PIC S9(09)V99 VALUE ZEROS.
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO         PIC X(09) VALUE 'TRANSF   '.
           03 WS-DESC-STATUS       PIC X(11) VALUE SPACES.
       01 WS-ACHOU-ORIGEM          PIC X(01) VALUE 'N'.
       01 WS-ACHOU-DESTINO         PIC X(01) VALUE 'N'.
       01 WS-SALDO-ORIGEM          PIC S9(09)V99 VALUE ZEROS.
       01 WS-LIMITE-ORIGEM         PIC S9(09)V99 VALUE ZEROS.
       01 WS-STATUS-ORIGEM         PIC X(01) VALUE SPACES.
       01 WS-STATUS-DESTINO        PIC X(01) VALUE SPACES.
       01 WS-NOVOSALDO             PIC S9(09)V99 VALUE ZEROS.
       01 WS-TRANSF-APROVADA       PIC X(01) VALUE 'N'.
       01 WS-MOTIVO-REJEICAO       PIC X(20) VALUE SPACES.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-NSU                    PIC 9(09) VALUE ZEROS.
       01 WS-FS-LIQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-CHV                PIC X(02) VALUE ZEROS.
       01 WS-FS-USV                PIC X(02) VALUE ZEROS.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FIM-BJ                PIC X(01) VALUE 'N'.
       01 WS-VALOR-BLOQJUD         PIC S9(09)V99 VALUE ZEROS.
       01 WS-MODO-DESTINO          PIC X(01) VALUE 'C'.
       01 WS-TIPO-CHAVE            PIC X(01) VALUE SPACE.
       01 WS-VALOR-CHAVE           PIC X(30) VALUE SPACES.
       01 WS-ACHOU-CHAVE           PIC X(01) VALUE 'N'.
       01 WS-FIM-CHV               PIC X(01) VALUE 'N'.
       01 WS-NOME-DESTINO          PIC X(20) VALUE SPACES.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-DADOS.
           PERFORM VALIDA-CONTAS.
           PERFORM DECIDE-TRANSFERENCIA.
           IF WS-TRANSF-APROVADA = 'S' AND WS-MODO-DESTINO = 'K'
               PERFORM CONFIRMA-FAVORECIDO
           END-IF.
           IF WS-TRANSF-APROVADA = 'S'
               PERFORM APLICA-TRANSFERENCIA
               PERFORM GRAVA-USO-SERVICO
               IF WS-AGENCIA-ORIGEM NOT = WS-AGENCIA-DESTINO
                   PERFORM GRAVA-LIQUIDACAO
               END-IF
           STOP RUN.
      *
      *    O DIGITO VERIFICADOR (CONTADIG) BARRA CONTA TROCADA NA
      *    DIGITACAO ANTES DE QUALQUER LEITURA DO CADASTRO. O DESTINO
      *    PODE VIR POR AGENCIA/CONTA OU POR CHAVE DO CADCHAVE - A
      *    CHAVE E' RESOLVIDA PARA A CONTA E DAI SEGUE O MESMO DEBITO/
      *    CREDITO, COM CONFIRMACAO DO NOME DO FAVORECIDO ANTES.
       ENTRA-DADOS.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA-ORIGEM UNTIL WS-CONTA-VALIDA = 'S'.
           DISPLAY "DESTINO POR (C-AGENCIA/CONTA / K-CHAVE): ".
           ACCEPT WS-MODO-DESTINO.
           IF WS-MODO-DESTINO = 'K'
               MOVE 'N' TO WS-ACHOU-CHAVE
               PERFORM ENTRA-CHAVE-DESTINO UNTIL WS-ACHOU-CHAVE = 'S'
           ELSE
               MOVE 'C' TO WS-MODO-DESTINO
               MOVE 'N' TO WS-CONTA-VALIDA
               PERFORM ENTRA-CONTA-DESTINO UNTIL WS-CONTA-VALIDA = 'S'
           END-IF.
           DISPLAY "VALOR A TRANSFERIR: ".
           ACCEPT WS-VALOR-TRANSF.
      *
           IF WS-CONTA-VALIDA NOT = 'S'
               DISPLAY "CONTA DE DESTINO INVALIDA - DIGITO NAO CONFERE"
           END-IF.
      *
       ENTRA-CHAVE-DESTINO.
           DISPLAY "TIPO DA CHAVE (C-CPF / J-CNPJ / E-EMAIL / "
               "T-TELEFONE): ".
           ACCEPT WS-TIPO-CHAVE.
           DISPLAY "CHAVE DO FAVORECIDO: ".
           ACCEPT WS-VALOR-CHAVE.
           PERFORM RESOLVE-CHAVE.
           IF WS-ACHOU-CHAVE NOT = 'S'
               DISPLAY "CHAVE NAO REGISTRADA - REDIGITE"
           END-IF.
      *
       RESOLVE-CHAVE.
           MOVE 'N' TO WS-ACHOU-CHAVE.
           MOVE 'N' TO WS-FIM-CHV.
           OPEN INPUT CHAVEPIX.
           IF WS-FS-CHV NOT EQUAL "00"
               DISPLAY "CHAVEPIX.DAT NAO ENCONTRADO - " WS-FS-CHV
               STOP RUN.
           PERFORM BUSCA-CHAVE
               UNTIL WS-FIM-CHV = 'S' OR WS-ACHOU-CHAVE = 'S'.
           CLOSE CHAVEPIX.
      *
       BUSCA-CHAVE.
           READ CHAVEPIX
               AT END
                   MOVE 'S' TO WS-FIM-CHV
               NOT AT END
                   IF CHV-ATIVA
                      AND TIPO-CHV = WS-TIPO-CHAVE
                      AND VALOR-CHV = WS-VALOR-CHAVE
                       MOVE 'S' TO WS-ACHOU-CHAVE
                       MOVE ID-CLI-CHV TO WS-ID-DESTINO
                   END-IF
           END-READ.
      *
       VALIDA-CONTAS.
           OPEN INPUT CADCLI.
                      AND CONTA-CLI = WS-CONTA-DESTINO
                       MOVE 'S'      TO WS-ACHOU-DESTINO
                       MOVE STATUS-CLI TO WS-STATUS-DESTINO
                       MOVE NOME-CLI TO WS-NOME-DESTINO
                   END-IF
           END-READ.
      *
                   IF WS-NOVOSALDO < WS-LIMITE-ORIGEM
                       MOVE 'N' TO WS-TRANSF-APROVADA
                       MOVE "LIMITE EXCEDIDO" TO WS-MOTIVO-REJEICAO
                   ELSE
                       PERFORM APURA-BLOQUEIO-JUDICIAL
                       IF WS-VALOR-BLOQJUD > ZEROS
                          AND WS-NOVOSALDO < WS-VALOR-BLOQJUD
                           MOVE 'N' TO WS-TRANSF-APROVADA
                           MOVE "BLOQUEIO JUDICIAL"
                               TO WS-MOTIVO-REJEICAO
                       END-IF
                   END-IF
           END-EVALUATE.
      *
      *    NA TRANSFERENCIA POR CHAVE O OPERADOR CONFERE COM O
      *    CLIENTE O NOME DO TITULAR ANTES DE EFETIVAR.
       CONFIRMA-FAVORECIDO.
           DISPLAY "FAVORECIDO: " WS-NOME-DESTINO " - AG "
               WS-AGENCIA-DESTINO " CONTA " WS-CONTA-DESTINO.
           DISPLAY "CONFIRMA A TRANSFERENCIA (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               MOVE 'N' TO WS-TRANSF-APROVADA
               MOVE "NAO CONFIRMADA" TO WS-MOTIVO-REJEICAO
           END-IF.
      *
       APLICA-TRANSFERENCIA.
           OPEN I-O CADCLI.
               DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
           END-IF.
           CLOSE MOVLOG.
      *
       GRAVA-USO-SERVICO.
           OPEN EXTEND USOSERV.
           IF WS-FS-USV NOT EQUAL "00"
               OPEN OUTPUT USOSERV
           END-IF.
           IF WS-FS-USV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA USOSERV - " WS-FS-USV
               STOP RUN.
           MOVE WS-ID-ORIGEM TO ID-USV.
           MOVE 'T' TO TIPO-USV.
           ACCEPT DATA-USV FROM DATE.
           WRITE REG-USOSERV.
           CLOSE USOSERV.
      *
      *    SOMA O QUE ESTA BLOQUEADO JUDICIALMENTE NA CONTA - O SALDO
      *    NAO PODE FICAR ABAIXO DESTE VALOR POR CONTA DE UM DEBITO.
       APURA-BLOQUEIO-JUDICIAL.
           MOVE ZEROS TO WS-VALOR-BLOQJUD.
           MOVE 'N' TO WS-FIM-BJ.
           OPEN INPUT BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-BJ
           END-IF.
           PERFORM SOMA-BLOQUEIO-JUDICIAL UNTIL WS-FIM-BJ = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
      *
       SOMA-BLOQUEIO-JUDICIAL.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM-BJ
               NOT AT END
                   IF ID-CLI-BJ = WS-ID-ORIGEM AND BJ-ATIVO
                       ADD VALOR-BLOQ-BJ TO WS-VALOR-BLOQJUD
                   END-IF
           END-READ.
