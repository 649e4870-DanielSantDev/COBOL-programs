       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITO-FOLHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFOLHA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FOL.
           SELECT ARQRET ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.
           SELECT FOLHACTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
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
      *    ARQUIVO DE FOLHA ENVIADO PELAS EMPRESAS CLIENTES - UM OU
      *    MAIS LOTES, CADA UM COM HEADER ('HD') DA CONTA PAGADORA E
      *    DATA DE PAGAMENTO, DETALHES ('DT') COM CPF, CONTA E VALOR
      *    LIQUIDO DE CADA FUNCIONARIO E TRAILER ('TR') COM QUANTIDADE
      *    E SOMA DOS DETALHES.
       FD ARQFOLHA VALUE OF FILE-ID IS "FOLHAEMP.DAT".
       01 REG-FOLHA.
           03 TIPO-REG-FOL         PIC X(02).
               88 REG-FOL-HEADER   VALUE 'HD'.
               88 REG-FOL-DETALHE  VALUE 'DT'.
               88 REG-FOL-TRAILER  VALUE 'TR'.
           03 DADOS-FOL            PIC X(58).
           03 DADOS-HEADER-FOL REDEFINES DADOS-FOL.
               05 ID-EMP-FOL.
                   07 AGENCIA-EMP-FOL PIC 9(03).
                   07 CONTA-EMP-FOL   PIC 9(06).
               05 DATA-PAGTO-FOL   PIC 9(06).
               05 FILLER           PIC X(43).
           03 DADOS-DETALHE-FOL REDEFINES DADOS-FOL.
               05 CPF-FOL          PIC X(11).
               05 ID-CLI-FOL.
                   07 AGENCIA-FOL  PIC 9(03).
                   07 CONTA-FOL    PIC 9(06).
               05 VALOR-FOL        PIC 9(09)V99.
               05 NOME-FOL         PIC X(20).
               05 FILLER           PIC X(07).
           03 DADOS-TRAILER-FOL REDEFINES DADOS-FOL.
               05 QTDE-TR-FOL      PIC 9(06).
               05 TOTAL-TR-FOL     PIC 9(11)V99.
               05 FILLER           PIC X(39).
      *
      *    RETORNO A EMPRESA - TODAS AS LINHAS DO LOTE, CREDITADAS OU
      *    REJEITADAS, COM A REFERENCIA DO LOTE E O MOTIVO.
       FD ARQRET VALUE OF FILE-ID IS "RETFOLHA.DAT".
       01 REG-RET.
           03 REFERENCIA-RFL       PIC 9(09).
           03 ID-EMP-RFL.
               05 AGENCIA-EMP-RFL  PIC 9(03).
               05 CONTA-EMP-RFL    PIC 9(06).
           03 DATA-PAGTO-RFL       PIC 9(06).
           03 CPF-RFL              PIC X(11).
           03 ID-CLI-RFL.
               05 AGENCIA-RFL      PIC 9(03).
               05 CONTA-RFL        PIC 9(06).
           03 VALOR-RFL            PIC 9(09)V99.
           03 NOME-RFL             PIC X(20).
           03 STATUS-RFL           PIC X(01).
               88 RFL-CREDITADO    VALUE 'C'.
               88 RFL-REJEITADO    VALUE 'R'.
           03 MOTIVO-RFL           PIC 9(02).
               88 RFL-OK           VALUE 00.
               88 RFL-CPF-INV      VALUE 01.
               88 RFL-CONTA-INEX   VALUE 02.
               88 RFL-CONTA-FECH   VALUE 03.
               88 RFL-VALOR-INV    VALUE 04.
               88 RFL-EMPRESA-INV  VALUE 10.
               88 RFL-TOTAL-DIVERG VALUE 11.
               88 RFL-SEM-SALDO    VALUE 12.
               88 RFL-DATA-INV     VALUE 13.
               88 RFL-DUPLICADO    VALUE 14.
               88 RFL-SEM-CONTROLE VALUE 15.
           03 DATA-RFL             PIC 9(06).
      *
      *    UM REGISTRO POR LOTE POSTADO: A REFERENCIA (NSU) QUE AMARRA
      *    O DEBITO DA EMPRESA AOS CREDITOS DOS FUNCIONARIOS E AS
      *    LINHAS DO RETORNO. A CHAVE EMPRESA/DATA/QTDE/TOTAL IMPEDE
      *    POSTAR DUAS VEZES O MESMO ARQUIVO.
       FD FOLHACTL VALUE OF FILE-ID IS "FOLHACTL.DAT".
       01 REG-FOLHACTL.
           03 REFERENCIA-FCT       PIC 9(09).
           03 CHAVE-FCT.
               05 ID-EMP-FCT.
                   07 AGENCIA-EMP-FCT PIC 9(03).
                   07 CONTA-EMP-FCT   PIC 9(06).
               05 DATA-PAGTO-FCT   PIC 9(06).
               05 QTDE-FCT         PIC 9(06).
               05 TOTAL-FCT        PIC 9(11)V99.
           03 QTDE-CRED-FCT        PIC 9(06).
           03 VALOR-DEB-FCT        PIC 9(11)V99.
           03 DATA-LOTE-FCT        PIC 9(06).
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
       01 WS-FS-FOL                PIC X(02) VALUE ZEROS.
       01 WS-FS-RET                PIC X(02) VALUE ZEROS.
       01 WS-FS-CTL                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06).
       01 WS-FIM-FOL               PIC X(01) VALUE 'N'.
       01 WS-FIM-CTL               PIC X(01) VALUE 'N'.
       01 WS-FIM-CLI               PIC X(01) VALUE 'N'.
       01 WS-CPF-VALIDO            PIC X(01) VALUE 'N'.
       01 WS-REFERENCIA            PIC 9(09) VALUE ZEROS.
       01 WS-CONT-LOTES            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-LOTES-POST       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-CREDITADOS       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-REJEITADOS       PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-CREDITADO       PIC 9(11)V99 VALUE ZEROS.
       01 WS-L-VALOR               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CONTA-TROCADA         PIC X(01) VALUE 'N'.
      *
      *    LOTE EM MONTAGEM: HEADER GUARDADO E DETALHES ATE O TRAILER.
      *    SO NO TRAILER O LOTE E' CONFERIDO E POSTADO.
       01 WS-LOTE-ABERTO           PIC X(01) VALUE 'N'.
       01 WS-LT-ID-EMP             PIC 9(09) VALUE ZEROS.
       01 WS-LT-ID-EMP-R REDEFINES WS-LT-ID-EMP.
           03 WS-LT-AGENCIA-EMP    PIC 9(03).
           03 WS-LT-CONTA-EMP      PIC 9(06).
       01 WS-LT-DATA-PAGTO         PIC 9(06) VALUE ZEROS.
       01 WS-LT-DATA-PAGTO-R REDEFINES WS-LT-DATA-PAGTO.
           03 WS-LT-PAGTO-AA       PIC 9(02).
           03 WS-LT-PAGTO-MM       PIC 9(02).
           03 WS-LT-PAGTO-DD       PIC 9(02).
       01 WS-LT-QTDE-TR            PIC 9(06) VALUE ZEROS.
       01 WS-LT-TOTAL-TR           PIC 9(11)V99 VALUE ZEROS.
       01 WS-LT-SOMA               PIC 9(11)V99 VALUE ZEROS.
       01 WS-LT-ACEITO             PIC 9(11)V99 VALUE ZEROS.
       01 WS-LT-QTDE-ACEITA        PIC 9(06) VALUE ZEROS.
       01 WS-LT-MOTIVO             PIC 9(02) VALUE ZEROS.
       01 WS-LT-EMP-POS            PIC 9(04) VALUE ZEROS.
       01 WS-LN-TAB.
           03 WS-LN-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-LN-ITEM OCCURS 2000 TIMES.
               05 WS-LN-CPF        PIC X(11).
               05 WS-LN-ID-CLI     PIC 9(09).
               05 WS-LN-VALOR      PIC 9(09)V99.
               05 WS-LN-NOME       PIC X(20).
               05 WS-LN-MOTIVO     PIC 9(02).
       01 WS-LN-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-LN-EXCESSO            PIC 9(06) VALUE ZEROS.
      *
      *    CONTAS DO CLIENTE.DAT - STATUS E DISPONIVEL (SALDO ACIMA DO
      *    PISO LIMITE-CLI E DO BLOQUEIO JUDICIAL ATIVO), CONSUMIDO A
      *    CADA FOLHA POSTADA.
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CT-ITEM OCCURS 5000 TIMES.
               05 WS-CT-ID-CLI     PIC 9(09).
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
      *    LOTES JA POSTADOS (FOLHACTL.DAT), PARA RECUSAR REENVIO.
       01 WS-FC-TAB.
           03 WS-FC-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-FC-CHAVE OCCURS 3000 TIMES PIC X(34).
       01 WS-FC-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-FC-POS                PIC 9(04) VALUE ZEROS.
       01 WS-FC-ATUAL.
           03 WS-FA-ID-EMP         PIC 9(09).
           03 WS-FA-DATA-PAGTO     PIC 9(06).
           03 WS-FA-QTDE           PIC 9(06).
           03 WS-FA-TOTAL          PIC 9(11)V99.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "CREDITO-FOLH".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    RODA ANTES DA MOVIMENTACAO, DENTRO DA JANELA DE LOTE, COMO
      *    O DEBITO-AUTO. CADA LOTE DE FOLHA E' CONFERIDO INTEIRO
      *    ANTES DE POSTAR: EMPRESA COM CONTA ABERTA, DATA DE
      *    PAGAMENTO NAO ANTERIOR AO LOTE, TRAILER BATENDO COM OS
      *    DETALHES E LOTE AINDA NAO POSTADO. DEPOIS CADA LINHA: CPF
      *    (CPFDIG), CONTA EXISTENTE E ABERTA, VALOR. CONTA PELO
      *    NUMERO ANTIGO DE AGENCIA INCORPORADA E' LIDA PELO NOVO
      *    (DEPARA). O TOTAL DAS LINHAS ACEITAS TEM DE CABER NO SALDO
      *    MAIS LIMITE DA EMPRESA, DESCONTADO O BLOQUEIO JUDICIAL
      *    ATIVO. POSTADO O LOTE, SAEM EM MOVIMENTO.DAT UM DEBITO
      *    TIPO G NA EMPRESA E UM CREDITO TIPO G POR FUNCIONARIO, COM
      *    DATA DE VALOR NA DATA DE PAGAMENTO (O ESTRUTURA-MOV SEGURA
      *    NO FUTUROS O QUE AINDA NAO VENCEU E POSTA O DEBITO DA
      *    EMPRESA SEM PASSAR PELA ALCADA DE APROVACAO NEM PELO LIMITE
      *    DE MOVIMENTOS NO DIA, JA QUE OS CREDITOS ENTRAM JUNTO COM
      *    ELE), E A REFERENCIA DO LOTE
      *    VAI PARA O FOLHACTL.DAT E PARA CADA LINHA DO RETORNO:
      *        00 CREDITADO               01 CPF INVALIDO
      *        02 CONTA INEXISTENTE       03 CONTA NAO ABERTA
      *        04 VALOR INVALIDO          10 EMPRESA INVALIDA/INATIVA
      *        11 TRAILER NAO CONFERE     12 SALDO INSUFICIENTE
      *        13 DATA DE PAGAMENTO INV.  14 LOTE JA POSTADO
      *        15 LOTE SEM HEADER/TRAILER
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM CARREGA-BLOQUEIOS.
           PERFORM CARREGA-CONTAS.
           PERFORM LER-FOLHA.
           PERFORM TRATA-REGISTRO UNTIL WS-FIM-FOL = 'S'.
           IF WS-LOTE-ABERTO = 'S'
               MOVE 15 TO WS-LT-MOTIVO
               PERFORM REJEITA-LOTE
           END-IF.
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
           MOVE WS-CONT-CREDITADOS  TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-REJEITADOS  TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ABRE-ARQ.
           PERFORM LE-LOTE.
           OPEN INPUT ARQFOLHA.
           IF WS-FS-FOL NOT EQUAL "00"
               DISPLAY "FOLHAEMP.DAT NAO ENCONTRADO - NADA A CREDITAR"
               STOP RUN.
           PERFORM CARREGA-CONTROLE.
           OPEN OUTPUT ARQRET.
           IF WS-FS-RET NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RETFOLHA - " WS-FS-RET
               STOP RUN.
           OPEN EXTEND MOVIM.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
               STOP RUN.
           OPEN EXTEND FOLHACTL.
           IF WS-FS-CTL NOT EQUAL "00"
               OPEN OUTPUT FOLHACTL
               IF WS-FS-CTL NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA FOLHACTL - " WS-FS-CTL
                   STOP RUN
               END-IF
           END-IF.
      *
      *    OS CREDITOS SO SAO GERADOS DENTRO DE UMA JANELA DE LOTE
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
       CARREGA-CONTROLE.
           OPEN INPUT FOLHACTL.
           IF WS-FS-CTL NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-CTL.
           PERFORM LE-CONTROLE UNTIL WS-FIM-CTL = 'S'.
           IF WS-FS-CTL = "00" OR WS-FS-CTL = "10"
               CLOSE FOLHACTL.
      *
       LE-CONTROLE.
           READ FOLHACTL
               AT END
                   MOVE 'S' TO WS-FIM-CTL
               NOT AT END
                   IF WS-FC-QTDE = 3000
                       DISPLAY "TABELA DE LOTES DE FOLHA CHEIA (3000)"
                           " - AMPLIAR"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FC-QTDE
                   CALL "DEPARA" USING AGENCIA-EMP-FCT CONTA-EMP-FCT
                       WS-CONTA-TROCADA
                   MOVE CHAVE-FCT TO WS-FC-CHAVE(WS-FC-QTDE)
           END-READ.
      *
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
                   IF WS-CT-QTDE = 5000
                       DISPLAY "TABELA DE CONTAS CHEIA (5000) - AMPLIAR"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CT-QTDE
                   MOVE ID-CLI     TO WS-CT-ID-CLI(WS-CT-QTDE)
                   MOVE STATUS-CLI TO WS-CT-STATUS(WS-CT-QTDE)
                   COMPUTE WS-CT-DISPONIVEL(WS-CT-QTDE) =
                       SALDO - LIMITE-CLI
                   PERFORM APURA-BLOQUEIO-JUDICIAL
                   IF SALDO - WS-VALOR-BLOQJUD <
                      WS-CT-DISPONIVEL(WS-CT-QTDE)
                       COMPUTE WS-CT-DISPONIVEL(WS-CT-QTDE) =
                           SALDO - WS-VALOR-BLOQJUD
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
       LER-FOLHA.
           READ ARQFOLHA
               AT END
                   MOVE 'S' TO WS-FIM-FOL
           END-READ.
      *
       TRATA-REGISTRO.
           EVALUATE TRUE
               WHEN REG-FOL-HEADER
                   IF WS-LOTE-ABERTO = 'S'
                       MOVE 15 TO WS-LT-MOTIVO
                       PERFORM REJEITA-LOTE
                   END-IF
                   PERFORM INICIA-LOTE
               WHEN REG-FOL-TRAILER
                   IF WS-LOTE-ABERTO = 'S'
                       MOVE QTDE-TR-FOL  TO WS-LT-QTDE-TR
                       MOVE TOTAL-TR-FOL TO WS-LT-TOTAL-TR
                       PERFORM FECHA-LOTE
                   ELSE
                       DISPLAY "TRAILER SEM HEADER IGNORADO"
                   END-IF
               WHEN OTHER
                   PERFORM GUARDA-DETALHE
           END-EVALUATE.
           PERFORM LER-FOLHA.
      *
       INICIA-LOTE.
           MOVE 'S'              TO WS-LOTE-ABERTO.
           ADD 1                 TO WS-CONT-LOTES.
           CALL "DEPARA" USING AGENCIA-EMP-FOL CONTA-EMP-FOL
               WS-CONTA-TROCADA.
           MOVE ID-EMP-FOL       TO WS-LT-ID-EMP.
           MOVE DATA-PAGTO-FOL   TO WS-LT-DATA-PAGTO.
           MOVE ZEROS TO WS-LN-QTDE WS-LN-EXCESSO WS-LT-SOMA
               WS-LT-QTDE-TR WS-LT-TOTAL-TR.
      *
      *    DETALHE FORA DE LOTE (SEM HEADER ANTES) VOLTA NO RETORNO
      *    COMO LOTE SEM HEADER/TRAILER, SEM REFERENCIA.
       GUARDA-DETALHE.
           ADD 1 TO WS-CONT-LIDOS.
           IF WS-LOTE-ABERTO = 'N'
               MOVE ZEROS TO WS-REFERENCIA WS-LT-ID-EMP
                   WS-LT-DATA-PAGTO
               MOVE 1 TO WS-LN-SUBS
               PERFORM COPIA-DETALHE
               MOVE 15 TO WS-LN-MOTIVO(1)
               PERFORM GRAVA-RETORNO
               ADD 1 TO WS-CONT-REJEITADOS
           ELSE
               IF WS-LN-QTDE = 2000
                   ADD 1 TO WS-LN-EXCESSO
               ELSE
                   ADD 1 TO WS-LN-QTDE
                   MOVE WS-LN-QTDE TO WS-LN-SUBS
                   PERFORM COPIA-DETALHE
               END-IF
               IF VALOR-FOL NUMERIC
                   ADD VALOR-FOL TO WS-LT-SOMA
               END-IF
           END-IF.
      *
       COPIA-DETALHE.
           CALL "DEPARA" USING AGENCIA-FOL CONTA-FOL WS-CONTA-TROCADA.
           MOVE CPF-FOL    TO WS-LN-CPF(WS-LN-SUBS).
           MOVE ID-CLI-FOL TO WS-LN-ID-CLI(WS-LN-SUBS).
           MOVE ZEROS      TO WS-LN-VALOR(WS-LN-SUBS).
           IF VALOR-FOL NUMERIC
               MOVE VALOR-FOL TO WS-LN-VALOR(WS-LN-SUBS)
           END-IF.
           MOVE NOME-FOL   TO WS-LN-NOME(WS-LN-SUBS).
           MOVE ZEROS      TO WS-LN-MOTIVO(WS-LN-SUBS).
      *
      *    CONFERENCIA DO LOTE INTEIRO; SO DEPOIS AS LINHAS.
       FECHA-LOTE.
           CALL "NSUGET" USING WS-REFERENCIA.
           MOVE ZEROS TO WS-LT-MOTIVO.
           PERFORM VALIDA-LOTE.
           IF WS-LT-MOTIVO NOT = ZEROS
               PERFORM REJEITA-LOTE
           ELSE
               MOVE ZEROS TO WS-LT-ACEITO WS-LT-QTDE-ACEITA
               PERFORM VALIDA-LINHA
                   VARYING WS-LN-SUBS FROM 1 BY 1
                   UNTIL WS-LN-SUBS > WS-LN-QTDE
               IF WS-LT-ACEITO > WS-CT-DISPONIVEL(WS-LT-EMP-POS)
                   PERFORM RECUSA-POR-SALDO
                       VARYING WS-LN-SUBS FROM 1 BY 1
                       UNTIL WS-LN-SUBS > WS-LN-QTDE
                   MOVE ZEROS TO WS-LT-ACEITO WS-LT-QTDE-ACEITA
               END-IF
               IF WS-LT-QTDE-ACEITA > ZEROS
                   PERFORM POSTA-LOTE
               END-IF
               PERFORM GRAVA-LINHA
                   VARYING WS-LN-SUBS FROM 1 BY 1
                   UNTIL WS-LN-SUBS > WS-LN-QTDE
               MOVE 'N' TO WS-LOTE-ABERTO
           END-IF.
      *
       VALIDA-LOTE.
           MOVE WS-LT-ID-EMP TO WS-CT-ATUAL.
           PERFORM LOCALIZA-CONTA.
           MOVE WS-CT-POS TO WS-LT-EMP-POS.
           EVALUATE TRUE
               WHEN WS-CT-POS = ZEROS
                   MOVE 10 TO WS-LT-MOTIVO
               WHEN WS-CT-STATUS(WS-CT-POS) NOT = 'A'
                   MOVE 10 TO WS-LT-MOTIVO
               WHEN WS-LT-DATA-PAGTO NOT NUMERIC
                   MOVE 13 TO WS-LT-MOTIVO
               WHEN WS-LT-PAGTO-MM < 1 OR WS-LT-PAGTO-MM > 12
                   MOVE 13 TO WS-LT-MOTIVO
               WHEN WS-LT-PAGTO-DD < 1 OR WS-LT-PAGTO-DD > 31
                   MOVE 13 TO WS-LT-MOTIVO
               WHEN WS-LT-DATA-PAGTO < DATA-LOTE
                   MOVE 13 TO WS-LT-MOTIVO
               WHEN WS-LN-EXCESSO > ZEROS
                   MOVE 11 TO WS-LT-MOTIVO
               WHEN WS-LN-QTDE NOT = WS-LT-QTDE-TR
                   MOVE 11 TO WS-LT-MOTIVO
               WHEN WS-LT-SOMA NOT = WS-LT-TOTAL-TR
                   MOVE 11 TO WS-LT-MOTIVO
               WHEN OTHER
                   PERFORM VERIFICA-DUPLICADO
           END-EVALUATE.
      *
       VERIFICA-DUPLICADO.
           MOVE WS-LT-ID-EMP     TO WS-FA-ID-EMP.
           MOVE WS-LT-DATA-PAGTO TO WS-FA-DATA-PAGTO.
           MOVE WS-LT-QTDE-TR    TO WS-FA-QTDE.
           MOVE WS-LT-TOTAL-TR   TO WS-FA-TOTAL.
           MOVE ZEROS TO WS-FC-POS.
           PERFORM BUSCA-CONTROLE
               VARYING WS-FC-SUBS FROM 1 BY 1
               UNTIL WS-FC-SUBS > WS-FC-QTDE
                  OR WS-FC-POS NOT = ZEROS.
           IF WS-FC-POS NOT = ZEROS
               MOVE 14 TO WS-LT-MOTIVO
           END-IF.
      *
       BUSCA-CONTROLE.
           IF WS-FC-CHAVE(WS-FC-SUBS) = WS-FC-ATUAL
               MOVE WS-FC-SUBS TO WS-FC-POS
           END-IF.
      *
       VALIDA-LINHA.
           CALL "CPFDIG" USING WS-LN-CPF(WS-LN-SUBS) WS-CPF-VALIDO.
           MOVE WS-LN-ID-CLI(WS-LN-SUBS) TO WS-CT-ATUAL.
           PERFORM LOCALIZA-CONTA.
           EVALUATE TRUE
               WHEN WS-CPF-VALIDO NOT = 'S'
                   MOVE 01 TO WS-LN-MOTIVO(WS-LN-SUBS)
               WHEN WS-CT-POS = ZEROS
                   MOVE 02 TO WS-LN-MOTIVO(WS-LN-SUBS)
               WHEN WS-CT-STATUS(WS-CT-POS) NOT = 'A'
                   MOVE 03 TO WS-LN-MOTIVO(WS-LN-SUBS)
               WHEN WS-LN-VALOR(WS-LN-SUBS) = ZEROS
                   MOVE 04 TO WS-LN-MOTIVO(WS-LN-SUBS)
               WHEN OTHER
                   ADD WS-LN-VALOR(WS-LN-SUBS) TO WS-LT-ACEITO
                   ADD 1 TO WS-LT-QTDE-ACEITA
           END-EVALUATE.
      *
       RECUSA-POR-SALDO.
           IF WS-LN-MOTIVO(WS-LN-SUBS) = ZEROS
               MOVE 12 TO WS-LN-MOTIVO(WS-LN-SUBS)
           END-IF.
      *
      *    UM DEBITO NA EMPRESA PELO TOTAL ACEITO E UM CREDITO POR
      *    LINHA ACEITA, TODOS NA DATA DE PAGAMENTO DO HEADER.
       POSTA-LOTE.
           MOVE WS-LT-ID-EMP     TO ID-MOV.
           COMPUTE MOVIMENTO = WS-LT-ACEITO * -1.
           PERFORM GRAVA-MOVIMENTO.
           SUBTRACT WS-LT-ACEITO FROM
               WS-CT-DISPONIVEL(WS-LT-EMP-POS).
           PERFORM CREDITA-LINHA
               VARYING WS-LN-SUBS FROM 1 BY 1
               UNTIL WS-LN-SUBS > WS-LN-QTDE.
           MOVE WS-REFERENCIA     TO REFERENCIA-FCT.
           MOVE WS-FC-ATUAL       TO CHAVE-FCT.
           MOVE WS-LT-QTDE-ACEITA TO QTDE-CRED-FCT.
           MOVE WS-LT-ACEITO      TO VALOR-DEB-FCT.
           MOVE DATA-LOTE         TO DATA-LOTE-FCT.
           WRITE REG-FOLHACTL.
           IF WS-FS-CTL NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO FOLHACTL - " WS-FS-CTL
               STOP RUN.
           IF WS-FC-QTDE < 3000
               ADD 1 TO WS-FC-QTDE
               MOVE WS-FC-ATUAL TO WS-FC-CHAVE(WS-FC-QTDE)
           END-IF.
           ADD 1 TO WS-CONT-LOTES-POST.
           ADD WS-LT-ACEITO TO WS-TOTAL-CREDITADO.
      *
       CREDITA-LINHA.
           IF WS-LN-MOTIVO(WS-LN-SUBS) = ZEROS
               MOVE WS-LN-ID-CLI(WS-LN-SUBS) TO ID-MOV
               MOVE WS-LN-VALOR(WS-LN-SUBS)  TO MOVIMENTO
               PERFORM GRAVA-MOVIMENTO
           END-IF.
      *
       GRAVA-MOVIMENTO.
           MOVE 'G'              TO TIPO-MOV.
           MOVE WS-LT-DATA-PAGTO TO DATA-VALOR-MOV.
           MOVE AGENCIA-MOV      TO ORIGEM-MOV.
           WRITE REG-MOV.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVIMENTO - " WS-FS-MOV
               STOP RUN.
      *
      *    LOTE RECUSADO INTEIRO: TODAS AS LINHAS VOLTAM COM O MOTIVO
      *    DO LOTE.
       REJEITA-LOTE.
           PERFORM MARCA-LINHA-LOTE
               VARYING WS-LN-SUBS FROM 1 BY 1
               UNTIL WS-LN-SUBS > WS-LN-QTDE.
           PERFORM GRAVA-LINHA
               VARYING WS-LN-SUBS FROM 1 BY 1
               UNTIL WS-LN-SUBS > WS-LN-QTDE.
           MOVE 'N' TO WS-LOTE-ABERTO.
           DISPLAY "LOTE DA EMPRESA " WS-LT-AGENCIA-EMP "/"
               WS-LT-CONTA-EMP " RECUSADO - MOTIVO " WS-LT-MOTIVO.
      *
       MARCA-LINHA-LOTE.
           MOVE WS-LT-MOTIVO TO WS-LN-MOTIVO(WS-LN-SUBS).
      *
       GRAVA-LINHA.
           PERFORM GRAVA-RETORNO.
           IF WS-LN-MOTIVO(WS-LN-SUBS) = ZEROS
               ADD 1 TO WS-CONT-CREDITADOS
           ELSE
               ADD 1 TO WS-CONT-REJEITADOS
           END-IF.
      *
       GRAVA-RETORNO.
           MOVE WS-REFERENCIA            TO REFERENCIA-RFL.
           MOVE WS-LT-ID-EMP             TO ID-EMP-RFL.
           MOVE WS-LT-DATA-PAGTO         TO DATA-PAGTO-RFL.
           MOVE WS-LN-CPF(WS-LN-SUBS)    TO CPF-RFL.
           MOVE WS-LN-ID-CLI(WS-LN-SUBS) TO ID-CLI-RFL.
           MOVE WS-LN-VALOR(WS-LN-SUBS)  TO VALOR-RFL.
           MOVE WS-LN-NOME(WS-LN-SUBS)   TO NOME-RFL.
           MOVE WS-LN-MOTIVO(WS-LN-SUBS) TO MOTIVO-RFL.
           IF RFL-OK
               SET RFL-CREDITADO TO TRUE
           ELSE
               SET RFL-REJEITADO TO TRUE
           END-IF.
           MOVE DATA-LOTE                TO DATA-RFL.
           WRITE REG-RET.
           IF WS-FS-RET NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO RETFOLHA - " WS-FS-RET
               STOP RUN.
      *
       FINALIZA.
           CLOSE ARQFOLHA.
           CLOSE ARQRET.
           CLOSE MOVIM.
           CLOSE FOLHACTL.
           MOVE WS-TOTAL-CREDITADO TO WS-L-VALOR.
           DISPLAY "===== CREDITO DE FOLHA DE PAGAMENTO =====".
           DISPLAY "LOTES RECEBIDOS       : " WS-CONT-LOTES.
           DISPLAY "LOTES POSTADOS        : " WS-CONT-LOTES-POST.
           DISPLAY "LINHAS LIDAS          : " WS-CONT-LIDOS.
           DISPLAY "CREDITOS GERADOS      : " WS-CONT-CREDITADOS.
           DISPLAY "LINHAS REJEITADAS     : " WS-CONT-REJEITADOS.
           DISPLAY "VALOR TOTAL CREDITADO : " WS-L-VALOR.
