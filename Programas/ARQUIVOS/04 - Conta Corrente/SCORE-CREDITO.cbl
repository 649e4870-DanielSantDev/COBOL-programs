       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORE-CREDITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SALDODIA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SDIA.
           SELECT CHEQUE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CHQ.
           SELECT RESTRITIVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RES.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VINC.
           SELECT SCORECLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCO.
       DATA DIVISION.
       FILE SECTION.
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
       FD SALDODIA VALUE OF FILE-ID IS "SALDODIA.DAT".
       01 REG-SALDODIA.
           03 ID-SDIA.
               05 AGENCIA-SDIA     PIC 9(03).
               05 CONTA-SDIA       PIC 9(06).
           03 DATA-SDIA            PIC 9(06).
           03 DATA-SDIA-R REDEFINES DATA-SDIA.
               05 DATA-SDIA-AA     PIC 9(02).
               05 DATA-SDIA-MM     PIC 9(02).
               05 DATA-SDIA-DD     PIC 9(02).
           03 SALDO-SDIA           PIC S9(09)V99.
      *
       FD CHEQUE VALUE OF FILE-ID IS "CHEQUE.DAT".
       01 REG-CHEQUE.
           03 ID-CHEQUE.
               05 AGENCIA-CHEQUE       PIC 9(03).
               05 CONTA-CHEQUE         PIC 9(06).
               05 NUMERO-CHEQUE        PIC 9(06).
           03 VALOR-CHEQUE             PIC S9(09).
           03 DATA-EMISSAO-CHEQUE      PIC 9(06).
           03 DATA-EMISSAO-CHEQUE-R REDEFINES DATA-EMISSAO-CHEQUE.
               05 DATA-EMISSAO-AA      PIC 9(02).
               05 DATA-EMISSAO-MM      PIC 9(02).
               05 DATA-EMISSAO-DD      PIC 9(02).
           03 STATUS-CHEQUE            PIC X(01).
               88 CHEQUE-EMITIDO       VALUE 'E'.
               88 CHEQUE-COMPENSADO    VALUE 'C'.
               88 CHEQUE-DEVOLVIDO     VALUE 'D'.
               88 CHEQUE-CANCELADO     VALUE 'X'.
      *
       FD RESTRITIVO VALUE OF FILE-ID IS "RESTRITIVO.DAT".
       01 REG-RESTRITIVO.
           03 DOCUMENTO-RES        PIC X(14).
           03 MOTIVO-RES           PIC X(30).
           03 DATA-INCLUSAO-RES    PIC 9(06).
      *
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
           03 CPF-VINC             PIC X(11).
           03 ID-CLI-VINC.
               05 AGENCIA-VINC     PIC 9(03).
               05 CONTA-VINC       PIC 9(06).
      *
      *    SCORE COMPORTAMENTAL POR CONTA - REGERADO A CADA RODADA
      *    MENSAL. LIDO PELO CADLIMITE (TETO DA FAIXA), CONTASCPF E
      *    PESQUISA DE CLIENTE (EXIBICAO DA FAIXA).
       FD SCORECLI VALUE OF FILE-ID IS "SCORECLI.DAT".
       01 REG-SCORECLI.
           03 ID-CLI-SCO.
               05 AGENCIA-SCO      PIC 9(03).
               05 CONTA-SCO        PIC 9(06).
           03 COMPETENCIA-SCO      PIC 9(04).
           03 PONTOS-SCO           PIC 9(04).
           03 FAIXA-SCO            PIC X(01).
           03 TETO-LIMITE-SCO      PIC S9(09)V99.
           03 SALDO-MEDIO-SCO      PIC S9(09)V99.
           03 DIAS-NEGATIVO-SCO    PIC 9(03).
           03 CHEQUES-DEV-SCO      PIC 9(03).
           03 RESTRITIVOS-SCO      PIC 9(03).
           03 MESES-CONTA-SCO      PIC 9(03).
           03 DATA-CALC-SCO        PIC 9(06).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-SDIA               PIC X(02) VALUE ZEROS.
       01 WS-FS-CHQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-RES                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-SCO                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA           PIC 9(04) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-COMP-AA           PIC 9(02).
           03 WS-COMP-MM           PIC 9(02).
      *    MES CORRIDO (AA * 12 + MM) - PARA IDADE DA CONTA E PARA A
      *    JANELA DE 12 MESES DOS CHEQUES DEVOLVIDOS.
       01 WS-MES-COMP              PIC 9(04) VALUE ZEROS.
       01 WS-MES-DATA              PIC 9(04) VALUE ZEROS.
      *
      *    PESOS DO SCORE (0 A 1000, PARTINDO DE 500) E FAIXAS DE
      *    RISCO COM O TETO DE LIMITE DE CADA UMA (LIMITE-CLI E' O
      *    PISO DO SALDO - TETO MAIS NEGATIVO = MAIS CHEQUE ESPECIAL).
      *    OS PISOS DE SALDO MEDIO SAO OS MESMOS DO RERATE-LIMITE.
      *    AJUSTE DE POLITICA = AJUSTE DESTES VALUES E RECOMPILACAO.
       01 WS-PONTOS-BASE           PIC S9(05) VALUE +500.
       01 WS-PISO-MEDIA-1          PIC S9(09) VALUE 1000000.
       01 WS-PONTOS-MEDIA-1        PIC S9(05) VALUE +200.
       01 WS-PISO-MEDIA-2          PIC S9(09) VALUE 100000.
       01 WS-PONTOS-MEDIA-2        PIC S9(05) VALUE +120.
       01 WS-PISO-MEDIA-3          PIC S9(09) VALUE 0.
       01 WS-PONTOS-MEDIA-3        PIC S9(05) VALUE +040.
       01 WS-PONTOS-MEDIA-NEG      PIC S9(05) VALUE -080.
       01 WS-PONTOS-DIA-NEG        PIC S9(05) VALUE -010.
       01 WS-MAX-PERDA-DIAS        PIC S9(05) VALUE -200.
       01 WS-PONTOS-CHEQUE-DEV     PIC S9(05) VALUE -050.
       01 WS-MAX-PERDA-CHEQUE      PIC S9(05) VALUE -250.
       01 WS-PONTOS-RESTRITIVO     PIC S9(05) VALUE -300.
       01 WS-PONTOS-MES-CONTA      PIC S9(05) VALUE +005.
       01 WS-MAX-GANHO-IDADE       PIC S9(05) VALUE +150.
       01 WS-FAIXA-TAB.
           03 WS-FAIXA-A.
               05 FILLER           PIC X(01) VALUE 'A'.
               05 FILLER           PIC 9(04) VALUE 0800.
               05 FILLER           PIC S9(09) VALUE -500000.
           03 WS-FAIXA-B.
               05 FILLER           PIC X(01) VALUE 'B'.
               05 FILLER           PIC 9(04) VALUE 0600.
               05 FILLER           PIC S9(09) VALUE -200000.
           03 WS-FAIXA-C.
               05 FILLER           PIC X(01) VALUE 'C'.
               05 FILLER           PIC 9(04) VALUE 0400.
               05 FILLER           PIC S9(09) VALUE -050000.
           03 WS-FAIXA-D.
               05 FILLER           PIC X(01) VALUE 'D'.
               05 FILLER           PIC 9(04) VALUE 0200.
               05 FILLER           PIC S9(09) VALUE -010000.
           03 WS-FAIXA-E.
               05 FILLER           PIC X(01) VALUE 'E'.
               05 FILLER           PIC 9(04) VALUE 0000.
               05 FILLER           PIC S9(09) VALUE 0.
       01 WS-FAIXA-TAB-R REDEFINES WS-FAIXA-TAB.
           03 WS-FAIXA-ITEM OCCURS 5 TIMES.
               05 WS-FAIXA-COD     PIC X(01).
               05 WS-FAIXA-PISO    PIC 9(04).
               05 WS-FAIXA-TETO    PIC S9(09).
       01 WS-FAIXA-SUBS            PIC 9(01) VALUE ZEROS.
       01 WS-FAIXA-POS             PIC 9(01) VALUE ZEROS.
       01 WS-CONT-FAIXA OCCURS 5 TIMES PIC 9(05) VALUE ZEROS.
      *
       01 WS-PONTOS                PIC S9(05) VALUE ZEROS.
       01 WS-PARCELA               PIC S9(05) VALUE ZEROS.
       01 WS-SALDO-MEDIO           PIC S9(09)V99 VALUE ZEROS.
       01 WS-MESES-CONTA           PIC 9(03) VALUE ZEROS.
      *
      *    CONTAS DO CLIENTE.DAT COM OS INSUMOS DO SCORE.
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CT-ITEM OCCURS 5000 TIMES.
               05 WS-CT-ID             PIC 9(09).
               05 WS-CT-STATUS         PIC X(01).
               05 WS-CT-SOMA           PIC S9(13)V99.
               05 WS-CT-DIAS           PIC 9(03).
               05 WS-CT-DIAS-NEG       PIC 9(03).
               05 WS-CT-PRIMEIRO-MES   PIC 9(04).
               05 WS-CT-CHEQUES-DEV    PIC 9(03).
               05 WS-CT-RESTRITIVOS    PIC 9(03).
       01 WS-CT-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-CT-POS                PIC 9(04) VALUE ZEROS.
       01 WS-CT-BUSCA              PIC 9(09) VALUE ZEROS.
      *
       01 WS-RES-TAB.
           03 WS-RES-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-RES-ITEM OCCURS 3000 TIMES.
               05 WS-RES-DOC       PIC X(14).
       01 WS-RES-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-RES-QTDE-DOC          PIC 9(03) VALUE ZEROS.
       01 WS-RES-BUSCA             PIC X(14) VALUE SPACES.
      *
       01 WS-CONT-CALCULADAS       PIC 9(05) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG).
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "SCORE-CREDIT".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    SCORE COMPORTAMENTAL MENSAL: O RERATE-LIMITE OLHA SO A
      *    FAIXA DE SALDO; AQUI ENTRAM TAMBEM OS DIAS NO NEGATIVO DA
      *    COMPETENCIA, OS CHEQUES DEVOLVIDOS NOS ULTIMOS 12 MESES, O
      *    NOME EM RESTRITIVO.DAT (CPF DO TITULAR OU COTITULAR) E A
      *    IDADE DA CONTA (MESES DESDE O PRIMEIRO RETRATO NO
      *    SALDODIA, JA QUE O CADASTRO NAO GUARDA DATA DE ABERTURA).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DO SCORE (AAMM): ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = ZEROS OR WS-COMP-MM > 12
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN.
           ACCEPT WS-HOJE FROM DATE.
           COMPUTE WS-MES-COMP = WS-COMP-AA * 12 + WS-COMP-MM.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM CARREGA-RESTRITIVOS.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-VINCULOS.
           PERFORM ACUMULA-SALDOS-DIARIOS.
           PERFORM CONTA-CHEQUES-DEVOLVIDOS.
           PERFORM GRAVA-SCORES.
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
           MOVE WS-CT-QTDE         TO WS-RUN-LIDOS.
           MOVE WS-CONT-CALCULADAS TO WS-RUN-ATUALIZADOS.
           MOVE ZEROS              TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       CARREGA-RESTRITIVOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT RESTRITIVO.
           IF WS-FS-RES NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-RESTRITIVO UNTIL WS-FIM = 'S'.
           IF WS-FS-RES = "00" OR WS-FS-RES = "10"
               CLOSE RESTRITIVO
           END-IF.
      *
       GUARDA-RESTRITIVO.
           READ RESTRITIVO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-RES-QTDE < 3000
                       ADD 1 TO WS-RES-QTDE
                       MOVE DOCUMENTO-RES TO WS-RES-DOC(WS-RES-QTDE)
                   END-IF
           END-READ.
      *
      *    QUANTAS VEZES O DOCUMENTO APARECE NA LISTA RESTRITIVA.
       CONTA-RESTRITIVOS.
           MOVE ZEROS TO WS-RES-QTDE-DOC.
           PERFORM CONFERE-RESTRITIVO
               VARYING WS-RES-SUBS FROM 1 BY 1
               UNTIL WS-RES-SUBS > WS-RES-QTDE.
      *
       CONFERE-RESTRITIVO.
           IF WS-RES-DOC(WS-RES-SUBS) = WS-RES-BUSCA
               ADD 1 TO WS-RES-QTDE-DOC
           END-IF.
      *
       CARREGA-CLIENTES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM GUARDA-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       GUARDA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-CT-QTDE < 5000
                       ADD 1 TO WS-CT-QTDE
                       MOVE ID-CLI     TO WS-CT-ID(WS-CT-QTDE)
                       MOVE STATUS-CLI TO WS-CT-STATUS(WS-CT-QTDE)
                       MOVE ZEROS TO WS-CT-SOMA(WS-CT-QTDE)
                           WS-CT-DIAS(WS-CT-QTDE)
                           WS-CT-DIAS-NEG(WS-CT-QTDE)
                           WS-CT-PRIMEIRO-MES(WS-CT-QTDE)
                           WS-CT-CHEQUES-DEV(WS-CT-QTDE)
                           WS-CT-RESTRITIVOS(WS-CT-QTDE)
                       IF DOC-CLI2 NOT = SPACES
                           MOVE DOC-CLI2 TO WS-RES-BUSCA
                           PERFORM CONTA-RESTRITIVOS
                           ADD WS-RES-QTDE-DOC
                               TO WS-CT-RESTRITIVOS(WS-CT-QTDE)
                       END-IF
                   END-IF
           END-READ.
      *
       LOCALIZA-CONTA.
           MOVE ZEROS TO WS-CT-POS.
           PERFORM BUSCA-CONTA
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE
                  OR WS-CT-POS NOT = ZEROS.
      *
       BUSCA-CONTA.
           IF WS-CT-ID(WS-CT-SUBS) = WS-CT-BUSCA
               MOVE WS-CT-SUBS TO WS-CT-POS
           END-IF.
      *
       CARREGA-VINCULOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CONTAPESSOA.
           IF WS-FS-VINC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-VINCULO UNTIL WS-FIM = 'S'.
           IF WS-FS-VINC = "00" OR WS-FS-VINC = "10"
               CLOSE CONTAPESSOA
           END-IF.
      *
       GUARDA-VINCULO.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI-VINC TO WS-CT-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-CT-POS NOT = ZEROS
                       MOVE CPF-VINC TO WS-RES-BUSCA
                       PERFORM CONTA-RESTRITIVOS
                       ADD WS-RES-QTDE-DOC
                           TO WS-CT-RESTRITIVOS(WS-CT-POS)
                   END-IF
           END-READ.
      *
      *    MEDIA E DIAS NEGATIVOS SO NA COMPETENCIA; O PRIMEIRO
      *    RETRATO DE QUALQUER DATA DA' A IDADE DA CONTA.
       ACUMULA-SALDOS-DIARIOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT SALDODIA.
           IF WS-FS-SDIA NOT EQUAL "00"
               DISPLAY "SALDODIA.DAT NAO ENCONTRADO - SCORE SEM MEDIA"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM ACUMULA-RETRATO UNTIL WS-FIM = 'S'.
           IF WS-FS-SDIA = "00" OR WS-FS-SDIA = "10"
               CLOSE SALDODIA
           END-IF.
      *
       ACUMULA-RETRATO.
           READ SALDODIA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-SDIA TO WS-CT-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-CT-POS NOT = ZEROS
                       COMPUTE WS-MES-DATA =
                           DATA-SDIA-AA * 12 + DATA-SDIA-MM
                       IF WS-CT-PRIMEIRO-MES(WS-CT-POS) = ZEROS
                          OR WS-MES-DATA
                             < WS-CT-PRIMEIRO-MES(WS-CT-POS)
                           MOVE WS-MES-DATA
                               TO WS-CT-PRIMEIRO-MES(WS-CT-POS)
                       END-IF
                       IF DATA-SDIA-AA = WS-COMP-AA
                          AND DATA-SDIA-MM = WS-COMP-MM
                           ADD SALDO-SDIA TO WS-CT-SOMA(WS-CT-POS)
                           ADD 1 TO WS-CT-DIAS(WS-CT-POS)
                           IF SALDO-SDIA < ZEROS
                               ADD 1 TO WS-CT-DIAS-NEG(WS-CT-POS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       CONTA-CHEQUES-DEVOLVIDOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CHEQUE.
           IF WS-FS-CHQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM AVALIA-CHEQUE UNTIL WS-FIM = 'S'.
           IF WS-FS-CHQ = "00" OR WS-FS-CHQ = "10"
               CLOSE CHEQUE
           END-IF.
      *
       AVALIA-CHEQUE.
           READ CHEQUE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CHEQUE-DEVOLVIDO
                       COMPUTE WS-MES-DATA =
                           DATA-EMISSAO-AA * 12 + DATA-EMISSAO-MM
                       IF WS-MES-DATA NOT > WS-MES-COMP
                          AND WS-MES-DATA + 12 > WS-MES-COMP
                           MOVE AGENCIA-CHEQUE TO WS-CT-BUSCA(1:3)
                           MOVE CONTA-CHEQUE   TO WS-CT-BUSCA(4:6)
                           PERFORM LOCALIZA-CONTA
                           IF WS-CT-POS NOT = ZEROS
                               ADD 1 TO WS-CT-CHEQUES-DEV(WS-CT-POS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       GRAVA-SCORES.
           OPEN OUTPUT SCORECLI.
           IF WS-FS-SCO NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA SCORECLI - " WS-FS-SCO
               STOP RUN.
           PERFORM CALCULA-SCORE
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE.
           CLOSE SCORECLI.
      *
      *    CONTA ENCERRADA NAO RECEBE SCORE.
       CALCULA-SCORE.
           MOVE WS-CT-SUBS TO WS-CT-POS.
           IF WS-CT-STATUS(WS-CT-POS) NOT = 'E'
               PERFORM APURA-PONTOS
               PERFORM ENQUADRA-FAIXA
               PERFORM GRAVA-SCORE
           END-IF.
      *
       APURA-PONTOS.
           MOVE WS-PONTOS-BASE TO WS-PONTOS.
           MOVE ZEROS TO WS-SALDO-MEDIO.
           IF WS-CT-DIAS(WS-CT-POS) > ZEROS
               COMPUTE WS-SALDO-MEDIO = WS-CT-SOMA(WS-CT-POS)
                   / WS-CT-DIAS(WS-CT-POS)
               EVALUATE TRUE
                   WHEN WS-SALDO-MEDIO NOT < WS-PISO-MEDIA-1
                       ADD WS-PONTOS-MEDIA-1 TO WS-PONTOS
                   WHEN WS-SALDO-MEDIO NOT < WS-PISO-MEDIA-2
                       ADD WS-PONTOS-MEDIA-2 TO WS-PONTOS
                   WHEN WS-SALDO-MEDIO NOT < WS-PISO-MEDIA-3
                       ADD WS-PONTOS-MEDIA-3 TO WS-PONTOS
                   WHEN OTHER
                       ADD WS-PONTOS-MEDIA-NEG TO WS-PONTOS
               END-EVALUATE
           END-IF.
           COMPUTE WS-PARCELA =
               WS-CT-DIAS-NEG(WS-CT-POS) * WS-PONTOS-DIA-NEG.
           IF WS-PARCELA < WS-MAX-PERDA-DIAS
               MOVE WS-MAX-PERDA-DIAS TO WS-PARCELA
           END-IF.
           ADD WS-PARCELA TO WS-PONTOS.
           COMPUTE WS-PARCELA =
               WS-CT-CHEQUES-DEV(WS-CT-POS) * WS-PONTOS-CHEQUE-DEV.
           IF WS-PARCELA < WS-MAX-PERDA-CHEQUE
               MOVE WS-MAX-PERDA-CHEQUE TO WS-PARCELA
           END-IF.
           ADD WS-PARCELA TO WS-PONTOS.
           IF WS-CT-RESTRITIVOS(WS-CT-POS) > ZEROS
               ADD WS-PONTOS-RESTRITIVO TO WS-PONTOS
           END-IF.
           MOVE ZEROS TO WS-MESES-CONTA.
           IF WS-CT-PRIMEIRO-MES(WS-CT-POS) NOT = ZEROS
              AND WS-CT-PRIMEIRO-MES(WS-CT-POS) < WS-MES-COMP
               COMPUTE WS-MESES-CONTA =
                   WS-MES-COMP - WS-CT-PRIMEIRO-MES(WS-CT-POS)
           END-IF.
           COMPUTE WS-PARCELA = WS-MESES-CONTA * WS-PONTOS-MES-CONTA.
           IF WS-PARCELA > WS-MAX-GANHO-IDADE
               MOVE WS-MAX-GANHO-IDADE TO WS-PARCELA
           END-IF.
           ADD WS-PARCELA TO WS-PONTOS.
           IF WS-PONTOS < ZEROS
               MOVE ZEROS TO WS-PONTOS
           END-IF.
           IF WS-PONTOS > 1000
               MOVE 1000 TO WS-PONTOS
           END-IF.
      *
      *    FAIXAS EM ORDEM DECRESCENTE DE PISO - A PRIMEIRA ALCANCADA
      *    VALE. A ULTIMA TEM PISO ZERO E PEGA O RESTO.
       ENQUADRA-FAIXA.
           MOVE ZEROS TO WS-FAIXA-POS.
           PERFORM TESTA-FAIXA
               VARYING WS-FAIXA-SUBS FROM 1 BY 1
               UNTIL WS-FAIXA-SUBS > 5
                  OR WS-FAIXA-POS NOT = ZEROS.
      *
       TESTA-FAIXA.
           IF WS-PONTOS NOT < WS-FAIXA-PISO(WS-FAIXA-SUBS)
               MOVE WS-FAIXA-SUBS TO WS-FAIXA-POS
           END-IF.
      *
       GRAVA-SCORE.
           MOVE WS-CT-ID(WS-CT-POS)       TO ID-CLI-SCO.
           MOVE WS-COMPETENCIA            TO COMPETENCIA-SCO.
           MOVE WS-PONTOS                 TO PONTOS-SCO.
           MOVE WS-FAIXA-COD(WS-FAIXA-POS)  TO FAIXA-SCO.
           MOVE WS-FAIXA-TETO(WS-FAIXA-POS) TO TETO-LIMITE-SCO.
           MOVE WS-SALDO-MEDIO            TO SALDO-MEDIO-SCO.
           MOVE WS-CT-DIAS-NEG(WS-CT-POS)    TO DIAS-NEGATIVO-SCO.
           MOVE WS-CT-CHEQUES-DEV(WS-CT-POS) TO CHEQUES-DEV-SCO.
           MOVE WS-CT-RESTRITIVOS(WS-CT-POS) TO RESTRITIVOS-SCO.
           MOVE WS-MESES-CONTA            TO MESES-CONTA-SCO.
           MOVE WS-HOJE                   TO DATA-CALC-SCO.
           WRITE REG-SCORECLI.
           IF WS-FS-SCO NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO SCORECLI - " WS-FS-SCO
               STOP RUN.
           ADD 1 TO WS-CONT-CALCULADAS.
           ADD 1 TO WS-CONT-FAIXA(WS-FAIXA-POS).
      *
       FINALIZA.
           DISPLAY "CONTAS LIDAS       : " WS-CT-QTDE.
           DISPLAY "SCORES CALCULADOS  : " WS-CONT-CALCULADAS.
           PERFORM MOSTRA-FAIXA
               VARYING WS-FAIXA-SUBS FROM 1 BY 1
               UNTIL WS-FAIXA-SUBS > 5.
      *
       MOSTRA-FAIXA.
           DISPLAY "FAIXA " WS-FAIXA-COD(WS-FAIXA-SUBS)
               " (TETO " WS-FAIXA-TETO(WS-FAIXA-SUBS) ") : "
               WS-CONT-FAIXA(WS-FAIXA-SUBS).
