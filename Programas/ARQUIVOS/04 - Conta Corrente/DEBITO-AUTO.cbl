       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITO-AUTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    O ARQUIVO DE PEDIDOS DE CADA EMPRESA E' ABERTO POR NOME
      *    DINAMICO (DEBNNN.DAT) E O RETORNO GRAVADO EM RETDEBNNN.DAT
      *    - A LISTA DE EMPRESAS VEM DOS MANDATOS CADASTRADOS.
           SELECT ARQDEB ASSIGN TO WS-NOME-ARQ-DEB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEB.
           SELECT ARQRET ASSIGN TO WS-NOME-ARQ-RET
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.
           SELECT MANDATO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAND.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT MOVIM ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.
           SELECT LOTECTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.
           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BJ.
       DATA DIVISION.
       FILE SECTION.
       FD ARQDEB.
       01 REG-DEB.
           03 NSU-DEB              PIC 9(09).
           03 ID-CLI-DEB.
               05 AGENCIA-DEB      PIC 9(03).
               05 CONTA-DEB        PIC 9(06).
           03 REFERENCIA-DEB       PIC X(20).
           03 VALOR-DEB            PIC 9(09)V99.
           03 VENC-DEB             PIC 9(06).
      *
       FD ARQRET.
       01 REG-RET.
           03 NSU-RDB              PIC 9(09).
           03 ID-CLI-RDB.
               05 AGENCIA-RDB      PIC 9(03).
               05 CONTA-RDB        PIC 9(06).
           03 REFERENCIA-RDB       PIC X(20).
           03 VALOR-RDB            PIC 9(09)V99.
           03 VENC-RDB             PIC 9(06).
           03 STATUS-RDB           PIC X(01).
               88 RDB-DEBITADO     VALUE 'D'.
               88 RDB-REJEITADO    VALUE 'R'.
           03 MOTIVO-RDB           PIC 9(02).
               88 RDB-OK           VALUE 00.
               88 RDB-SEM-MANDATO  VALUE 01.
               88 RDB-MAND-CANC    VALUE 02.
               88 RDB-ACIMA-MAXIMO VALUE 03.
               88 RDB-SEM-SALDO    VALUE 04.
               88 RDB-CONTA-INV    VALUE 05.
               88 RDB-VALOR-INV    VALUE 06.
           03 DATA-RDB             PIC 9(06).
      *
       FD MANDATO VALUE OF FILE-ID IS "MANDATO.DAT".
       01 REG-MANDATO.
           03 ID-MANDATO.
               05 ID-CLI-MAND.
                   07 AGENCIA-MAND PIC 9(03).
                   07 CONTA-MAND   PIC 9(06).
               05 EMPRESA-MAND     PIC 9(03).
               05 REFERENCIA-MAND  PIC X(20).
           03 VALOR-MAX-MAND       PIC 9(09)V99.
           03 DATA-ADESAO-MAND     PIC 9(06).
           03 DATA-CANC-MAND       PIC 9(06).
           03 STATUS-MAND          PIC X(01).
               88 MAND-ATIVO       VALUE 'A'.
               88 MAND-CANCELADO   VALUE 'C'.
      *
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
           03 ID-CLI.
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
       FD MOVIM VALUE OF FILE-ID IS "MOVIMENTO.DAT".
       01 REG-MOV.
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
      *
       FD LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
       01 REG-LOTECTL.
           03 DATA-LOTE            PIC 9(06).
           03 STATUS-LOTE          PIC X(01).
               88 LOTE-ABERTO      VALUE 'A'.
               88 LOTE-FECHADO     VALUE 'F'.
      *
      *    BLOQUEIO JUDICIAL (MANTIDO PELO BLOQ-JUDIC) - O VALOR
      *    BLOQUEADO ATIVO NAO PODE SER DEBITADO DA CONTA, NEM POR
      *    MOVIMENTO LIBERADO NA FILA DE APROVACAO.
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
       01 WS-NOME-ARQ-DEB          PIC X(12) VALUE SPACES.
       01 WS-NOME-ARQ-RET          PIC X(13) VALUE SPACES.
       01 WS-FS-DEB                PIC X(02) VALUE ZEROS.
       01 WS-FS-RET                PIC X(02) VALUE ZEROS.
       01 WS-FS-MAND               PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06).
       01 WS-FIM-DEB               PIC X(01) VALUE 'N'.
       01 WS-FIM-MAND              PIC X(01) VALUE 'N'.
       01 WS-FIM-CLI               PIC X(01) VALUE 'N'.
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-DEBITADOS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-REJEITADOS       PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-DEBITADO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-CONTA-TROCADA         PIC X(01) VALUE 'N'.
      *
      *    MANDATOS CARREGADOS DO MANDATO.DAT - ATIVOS E CANCELADOS,
      *    PARA QUE O RETORNO DISTINGA "SEM MANDATO" DE "MANDATO
      *    CANCELADO".
       01 WS-MD-TAB.
           03 WS-MD-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-MD-ITEM OCCURS 500 TIMES.
               05 WS-MD-CHAVE.
                   07 WS-MD-ID-CLI PIC 9(09).
                   07 WS-MD-EMPRESA PIC 9(03).
                   07 WS-MD-REFERENCIA PIC X(20).
               05 WS-MD-VALOR-MAX  PIC 9(09)V99.
               05 WS-MD-STATUS     PIC X(01).
       01 WS-MD-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-MD-POS                PIC 9(04) VALUE ZEROS.
       01 WS-MD-CANC               PIC X(01) VALUE 'N'.
       01 WS-CHAVE-DEB.
           03 WS-CD-ID-CLI         PIC 9(09).
           03 WS-CD-EMPRESA        PIC 9(03).
           03 WS-CD-REFERENCIA     PIC X(20).
      *
      *    CONTAS COM MANDATO - O DISPONIVEL (SALDO ACIMA DO PISO
      *    LIMITE-CLI E DO BLOQUEIO JUDICIAL ATIVO) SAI DO CLIENTE.DAT
      *    E E' CONSUMIDO A CADA DEBITO ACEITO, DE QUALQUER EMPRESA,
      *    DENTRO DA MESMA EXECUCAO.
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CT-ITEM OCCURS 500 TIMES.
               05 WS-CT-ID-CLI     PIC 9(09).
               05 WS-CT-ACHADA     PIC X(01).
               05 WS-CT-STATUS     PIC X(01).
               05 WS-CT-DISPONIVEL PIC S9(11)V99.
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
           03 WS-BJ-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-BJ-ITEM OCCURS 2000 TIMES.
               05 WS-BJ-ID         PIC 9(09).
               05 WS-BJ-VALOR      PIC 9(09)V99.
       01 WS-BJ-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-BJ-POS                PIC 9(04) VALUE ZEROS.
       01 WS-BJ-BUSCA              PIC 9(09) VALUE ZEROS.
      *
      *    EMPRESAS CONVENIADAS - UMA ENTRADA POR CODIGO DISTINTO DE
      *    EMPRESA NOS MANDATOS, COM OS TOTAIS DO RETORNO.
       01 WS-EMP-TAB.
           03 WS-EMP-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-EMP-ITEM OCCURS 100 TIMES.
               05 WS-EMP-CODIGO    PIC 9(03).
               05 WS-EMP-LIDOS     PIC 9(07).
               05 WS-EMP-DEBITADOS PIC 9(07).
               05 WS-EMP-REJEITADOS PIC 9(07).
               05 WS-EMP-VALOR     PIC 9(11)V99.
               05 WS-EMP-ARQUIVO   PIC X(01).
       01 WS-EMP-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-EMP-POS               PIC 9(03) VALUE ZEROS.
       01 WS-EMP-ATUAL             PIC 9(03) VALUE ZEROS.
       01 WS-L-VALOR               PIC ZZZ,ZZZ,ZZ9.99.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "DEBITO-AUTO".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    RODA ANTES DA MOVIMENTACAO, DENTRO DA JANELA DE LOTE, COMO
      *    O GERA-BOLETO: CADA PEDIDO DE DEBITO ENVIADO PELA EMPRESA
      *    CONVENIADA E' CONFERIDO CONTRA O MANDATO (ATIVO, MESMA
      *    REFERENCIA, ATE O VALOR MAXIMO) E CONTRA O SALDO E O LIMITE
      *    DA CONTA, DESCONTADO O BLOQUEIO JUDICIAL ATIVO. CONTA PELO
      *    NUMERO ANTIGO DE AGENCIA INCORPORADA E' DEBITADA PELO NOVO
      *    (DEPARA); O RETORNO DEVOLVE O NUMERO ENVIADO. O PEDIDO
      *    ACEITO VIRA UM DEBITO TIPO A EM MOVIMENTO.DAT (APOS O
      *    TRAILER, COMO O PROCESSA-ORDEM). O
      *    RETORNO DE CADA EMPRESA SAI NA HORA, COM O STATUS E O
      *    MOTIVO DE CADA ITEM:
      *        00 DEBITADO             01 SEM MANDATO
      *        02 MANDATO CANCELADO    03 ACIMA DO VALOR MAXIMO
      *        04 SALDO INSUFICIENTE   05 CONTA INEXISTENTE/INATIVA
      *        06 VALOR INVALIDO
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM CARREGA-BLOQUEIOS.
           PERFORM CARREGA-CONTAS.
           PERFORM PROCESSA-EMPRESA
               VARYING WS-EMP-SUBS FROM 1 BY 1
               UNTIL WS-EMP-SUBS > WS-EMP-QTDE.
           PERFORM FINALIZA.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE DATA-LOTE TO WS-RUN-DATA-LOTE.
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
           MOVE WS-CONT-DEBITADOS   TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-REJEITADOS  TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ABRE-ARQ.
           PERFORM LE-LOTE.
           PERFORM CARREGA-MANDATOS.
           IF WS-MD-QTDE = ZEROS
               DISPLAY "NENHUM MANDATO CADASTRADO - NADA A DEBITAR"
               STOP RUN.
           OPEN EXTEND MOVIM.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
               STOP RUN.
      *
      *    OS DEBITOS SO SAO GERADOS DENTRO DE UMA JANELA DE LOTE
      *    ABERTA PELO CONTROLA-LOTE PARA A DATA DE HOJE.
       LE-LOTE.
           ACCEPT WS-HOJE FROM DATE.
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
           IF DATA-LOTE NOT EQUAL WS-HOJE
               DISPLAY "LOTE ABERTO PARA " DATA-LOTE
                   " NAO CONFERE COM A DATA DE HOJE " WS-HOJE
               STOP RUN.
      *
      *    CARGA DOS MANDATOS: MONTA AO MESMO TEMPO A TABELA DE
      *    CONTAS E A LISTA DE EMPRESAS, SEM REPETICAO.
       CARREGA-MANDATOS.
           OPEN INPUT MANDATO.
           IF WS-FS-MAND NOT EQUAL "00"
               DISPLAY "MANDATO.DAT NAO ENCONTRADO - NADA A DEBITAR"
               STOP RUN.
           PERFORM LE-MANDATO UNTIL WS-FIM-MAND = 'S'.
           CLOSE MANDATO.
      *
       LE-MANDATO.
           READ MANDATO
               AT END
                   MOVE 'S' TO WS-FIM-MAND
               NOT AT END
                   PERFORM GUARDA-MANDATO
           END-READ.
      *
       GUARDA-MANDATO.
           IF WS-MD-QTDE = 500
               DISPLAY "TABELA DE MANDATOS CHEIA (500) - AMPLIAR"
               STOP RUN.
           ADD 1 TO WS-MD-QTDE.
           MOVE ID-CLI-MAND     TO WS-MD-ID-CLI(WS-MD-QTDE).
           MOVE EMPRESA-MAND    TO WS-MD-EMPRESA(WS-MD-QTDE).
           MOVE REFERENCIA-MAND TO WS-MD-REFERENCIA(WS-MD-QTDE).
           MOVE VALOR-MAX-MAND  TO WS-MD-VALOR-MAX(WS-MD-QTDE).
           MOVE STATUS-MAND     TO WS-MD-STATUS(WS-MD-QTDE).
           MOVE ID-CLI-MAND TO WS-CT-ATUAL.
           PERFORM LOCALIZA-CONTA.
           IF WS-CT-POS = ZEROS
               IF WS-CT-QTDE = 500
                   DISPLAY "TABELA DE CONTAS CHEIA (500) - AMPLIAR"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CT-QTDE
               MOVE WS-CT-ATUAL TO WS-CT-ID-CLI(WS-CT-QTDE)
               MOVE 'N'         TO WS-CT-ACHADA(WS-CT-QTDE)
               MOVE SPACE       TO WS-CT-STATUS(WS-CT-QTDE)
               MOVE ZEROS       TO WS-CT-DISPONIVEL(WS-CT-QTDE)
           END-IF.
           MOVE EMPRESA-MAND TO WS-EMP-ATUAL.
           PERFORM LOCALIZA-EMPRESA.
           IF WS-EMP-POS = ZEROS
               IF WS-EMP-QTDE = 100
                   DISPLAY "TABELA DE EMPRESAS CHEIA (100) - AMPLIAR"
                   STOP RUN
               END-IF
               ADD 1 TO WS-EMP-QTDE
               MOVE WS-EMP-ATUAL TO WS-EMP-CODIGO(WS-EMP-QTDE)
               MOVE ZEROS TO WS-EMP-LIDOS(WS-EMP-QTDE)
                   WS-EMP-DEBITADOS(WS-EMP-QTDE)
                   WS-EMP-REJEITADOS(WS-EMP-QTDE)
                   WS-EMP-VALOR(WS-EMP-QTDE)
               MOVE 'N' TO WS-EMP-ARQUIVO(WS-EMP-QTDE)
           END-IF.
      *
       LOCALIZA-CONTA.
           MOVE ZEROS TO WS-CT-POS.
           PERFORM BUSCA-CONTA
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE
                  OR WS-CT-POS NOT = ZEROS.
      *
       BUSCA-CONTA.
           IF WS-CT-ID-CLI(WS-CT-SUBS) = WS-CT-ATUAL
               MOVE WS-CT-SUBS TO WS-CT-POS
           END-IF.
      *
       LOCALIZA-EMPRESA.
           MOVE ZEROS TO WS-EMP-POS.
           PERFORM BUSCA-EMPRESA
               VARYING WS-EMP-SUBS FROM 1 BY 1
               UNTIL WS-EMP-SUBS > WS-EMP-QTDE
                  OR WS-EMP-POS NOT = ZEROS.
      *
       BUSCA-EMPRESA.
           IF WS-EMP-CODIGO(WS-EMP-SUBS) = WS-EMP-ATUAL
               MOVE WS-EMP-SUBS TO WS-EMP-POS
           END-IF.
      *
      *    UMA UNICA PASSADA NO CLIENTE.DAT PREENCHE STATUS E
      *    DISPONIVEL DAS CONTAS COM MANDATO.
       CARREGA-CONTAS.
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
                   MOVE ID-CLI TO WS-CT-ATUAL
                   PERFORM LOCALIZA-CONTA
                   IF WS-CT-POS NOT = ZEROS
                       MOVE 'S' TO WS-CT-ACHADA(WS-CT-POS)
                       MOVE STATUS-CLI TO WS-CT-STATUS(WS-CT-POS)
                       COMPUTE WS-CT-DISPONIVEL(WS-CT-POS) =
                           SALDO - LIMITE-CLI
                       PERFORM APURA-BLOQUEIO-JUDICIAL
                       IF SALDO - WS-VALOR-BLOQJUD <
                          WS-CT-DISPONIVEL(WS-CT-POS)
                           COMPUTE WS-CT-DISPONIVEL(WS-CT-POS) =
                               SALDO - WS-VALOR-BLOQJUD
                       END-IF
                   END-IF
           END-READ.
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
       PROCESSA-EMPRESA.
           MOVE SPACES TO WS-NOME-ARQ-DEB WS-NOME-ARQ-RET.
           STRING "DEB" WS-EMP-CODIGO(WS-EMP-SUBS) ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-DEB.
           STRING "RETDEB" WS-EMP-CODIGO(WS-EMP-SUBS) ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-RET.
           MOVE 'N' TO WS-FIM-DEB.
           OPEN INPUT ARQDEB.
           IF WS-FS-DEB NOT EQUAL "00"
               DISPLAY "EMPRESA " WS-EMP-CODIGO(WS-EMP-SUBS)
                   " SEM ARQUIVO " WS-NOME-ARQ-DEB " NESTE LOTE"
           ELSE
               MOVE 'S' TO WS-EMP-ARQUIVO(WS-EMP-SUBS)
               OPEN OUTPUT ARQRET
               IF WS-FS-RET NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA " WS-NOME-ARQ-RET
                       " - " WS-FS-RET
                   STOP RUN
               END-IF
               PERFORM LER-PEDIDO
               PERFORM TRATA-PEDIDO UNTIL WS-FIM-DEB = 'S'
               CLOSE ARQDEB
               CLOSE ARQRET
           END-IF.
      *
       LER-PEDIDO.
           READ ARQDEB
               AT END
                   MOVE 'S' TO WS-FIM-DEB
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   ADD 1 TO WS-EMP-LIDOS(WS-EMP-SUBS)
           END-READ.
      *
       TRATA-PEDIDO.
           MOVE NSU-DEB        TO NSU-RDB.
           MOVE ID-CLI-DEB     TO ID-CLI-RDB.
           MOVE REFERENCIA-DEB TO REFERENCIA-RDB.
           MOVE VALOR-DEB      TO VALOR-RDB.
           MOVE VENC-DEB       TO VENC-RDB.
           MOVE DATA-LOTE      TO DATA-RDB.
           CALL "DEPARA" USING AGENCIA-DEB CONTA-DEB WS-CONTA-TROCADA.
           PERFORM VALIDA-PEDIDO.
           IF RDB-OK
               SET RDB-DEBITADO TO TRUE
               PERFORM GRAVA-MOVIMENTO
               SUBTRACT VALOR-DEB FROM WS-CT-DISPONIVEL(WS-CT-POS)
               ADD 1 TO WS-CONT-DEBITADOS
               ADD 1 TO WS-EMP-DEBITADOS(WS-EMP-SUBS)
               ADD VALOR-DEB TO WS-TOTAL-DEBITADO
               ADD VALOR-DEB TO WS-EMP-VALOR(WS-EMP-SUBS)
           ELSE
               SET RDB-REJEITADO TO TRUE
               ADD 1 TO WS-CONT-REJEITADOS
               ADD 1 TO WS-EMP-REJEITADOS(WS-EMP-SUBS)
           END-IF.
           WRITE REG-RET.
           IF WS-FS-RET NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO " WS-NOME-ARQ-RET
                   " - " WS-FS-RET
               STOP RUN.
           PERFORM LER-PEDIDO.
      *
      *    A ORDEM DAS CRITICAS DEFINE O MOTIVO DEVOLVIDO: PRIMEIRO O
      *    PROPRIO PEDIDO, DEPOIS O MANDATO, A CONTA E POR ULTIMO O
      *    SALDO.
       VALIDA-PEDIDO.
           SET RDB-OK TO TRUE.
           IF VALOR-DEB NOT NUMERIC OR VALOR-DEB = ZEROS
               SET RDB-VALOR-INV TO TRUE
           ELSE
               PERFORM LOCALIZA-MANDATO
               IF WS-MD-POS = ZEROS
                   IF WS-MD-CANC = 'S'
                       SET RDB-MAND-CANC TO TRUE
                   ELSE
                       SET RDB-SEM-MANDATO TO TRUE
                   END-IF
               ELSE
                   IF VALOR-DEB > WS-MD-VALOR-MAX(WS-MD-POS)
                       SET RDB-ACIMA-MAXIMO TO TRUE
                   ELSE
                       PERFORM VALIDA-CONTA
                   END-IF
               END-IF
           END-IF.
      *
       VALIDA-CONTA.
           MOVE ID-CLI-DEB TO WS-CT-ATUAL.
           PERFORM LOCALIZA-CONTA.
           IF WS-CT-POS = ZEROS
               SET RDB-CONTA-INV TO TRUE
           ELSE
               IF WS-CT-ACHADA(WS-CT-POS) = 'N'
                  OR WS-CT-STATUS(WS-CT-POS) NOT = 'A'
                   SET RDB-CONTA-INV TO TRUE
               ELSE
                   IF VALOR-DEB > WS-CT-DISPONIVEL(WS-CT-POS)
                       SET RDB-SEM-SALDO TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *    PROCURA UM MANDATO ATIVO PARA CONTA/EMPRESA/REFERENCIA;
      *    SE SO HOUVER CANCELADO, WS-MD-CANC FICA 'S'.
       LOCALIZA-MANDATO.
           MOVE ID-CLI-DEB                TO WS-CD-ID-CLI.
           MOVE WS-EMP-CODIGO(WS-EMP-SUBS) TO WS-CD-EMPRESA.
           MOVE REFERENCIA-DEB            TO WS-CD-REFERENCIA.
           MOVE ZEROS TO WS-MD-POS.
           MOVE 'N'   TO WS-MD-CANC.
           PERFORM BUSCA-MANDATO
               VARYING WS-MD-SUBS FROM 1 BY 1
               UNTIL WS-MD-SUBS > WS-MD-QTDE
                  OR WS-MD-POS NOT = ZEROS.
      *
       BUSCA-MANDATO.
           IF WS-MD-CHAVE(WS-MD-SUBS) = WS-CHAVE-DEB
               IF WS-MD-STATUS(WS-MD-SUBS) = 'A'
                   MOVE WS-MD-SUBS TO WS-MD-POS
               ELSE
                   MOVE 'S' TO WS-MD-CANC
               END-IF
           END-IF.
      *
       GRAVA-MOVIMENTO.
           MOVE ID-CLI-DEB  TO ID-MOV.
           COMPUTE MOVIMENTO = VALOR-DEB * -1.
           MOVE 'A'         TO TIPO-MOV.
           MOVE DATA-LOTE   TO DATA-VALOR-MOV.
           MOVE AGENCIA-MOV TO ORIGEM-MOV.
           WRITE REG-MOV.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVIMENTO - " WS-FS-MOV
               STOP RUN.
      *
       FINALIZA.
           CLOSE MOVIM.
           DISPLAY "===== DEBITO AUTOMATICO POR EMPRESA =====".
           PERFORM IMPRIME-LINHA-EMP
               VARYING WS-EMP-SUBS FROM 1 BY 1
               UNTIL WS-EMP-SUBS > WS-EMP-QTDE.
           MOVE WS-TOTAL-DEBITADO TO WS-L-VALOR.
           DISPLAY "PEDIDOS LIDOS         : " WS-CONT-LIDOS.
           DISPLAY "DEBITOS GERADOS       : " WS-CONT-DEBITADOS.
           DISPLAY "PEDIDOS REJEITADOS    : " WS-CONT-REJEITADOS.
           DISPLAY "VALOR TOTAL DEBITADO  : " WS-L-VALOR.
      *
       IMPRIME-LINHA-EMP.
           IF WS-EMP-ARQUIVO(WS-EMP-SUBS) = 'S'
               MOVE WS-EMP-VALOR(WS-EMP-SUBS) TO WS-L-VALOR
               DISPLAY "EMPRESA " WS-EMP-CODIGO(WS-EMP-SUBS)
                   " LIDOS " WS-EMP-LIDOS(WS-EMP-SUBS)
                   " DEBITADOS " WS-EMP-DEBITADOS(WS-EMP-SUBS)
                   " REJEITADOS " WS-EMP-REJEITADOS(WS-EMP-SUBS)
                   " VALOR " WS-L-VALOR
           END-IF.
