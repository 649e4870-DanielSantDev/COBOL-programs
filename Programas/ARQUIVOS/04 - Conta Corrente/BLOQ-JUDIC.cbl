       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQ-JUDIC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEMJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.
           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BJ.
           SELECT RESPJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RSP.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VINC.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
      *
      *    ORDENS JUDICIAIS RECEBIDAS: B = BLOQUEAR ATE O VALOR DA
      *    ORDEM NAS CONTAS DO DEVEDOR, L = LIBERAR O QUE A ORDEM
      *    BLOQUEOU.
       FD ORDEMJUD VALUE OF FILE-ID IS "ORDEMJUD.DAT".
       01 REG-ORDEMJUD.
           03 NUMERO-ORD           PIC X(20).
           03 TIPO-ORD             PIC X(01).
               88 ORD-BLOQUEIO     VALUE 'B'.
               88 ORD-LIBERACAO    VALUE 'L'.
           03 TIPO-DOC-ORD         PIC X(01).
               88 ORD-CPF          VALUE 'F'.
               88 ORD-CNPJ         VALUE 'J'.
           03 DOC-ORD              PIC X(14).
           03 VALOR-ORD            PIC 9(07)V99.
           03 DATA-ORD             PIC 9(06).
      *
      *    BLOQUEIO JUDICIAL POR CONTA - O VALOR BLOQUEADO ATIVO FICA
      *    INDISPONIVEL PARA O MOVIMENTACAO, LANCA, TRANSFERE,
      *    TRANSFINTER E COMPENSA-LOTE ATE A LIBERACAO.
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
      *    RESPOSTA AO JUIZO: UMA LINHA POR CONTA ATINGIDA E UMA
      *    LINHA DE TOTAL DA ORDEM (AGENCIA/CONTA ZERADAS).
       FD RESPJUD VALUE OF FILE-ID IS "RESPJUD.DAT".
       01 REG-RESPJUD.
           03 NUMERO-RSP           PIC X(20).
           03 TIPO-ORD-RSP         PIC X(01).
           03 DOC-RSP              PIC X(14).
           03 ID-CLI-RSP.
               05 AGENCIA-RSP      PIC 9(03).
               05 CONTA-RSP        PIC 9(06).
           03 VALOR-SOLIC-RSP      PIC 9(07)V99.
           03 VALOR-BLOQ-RSP       PIC 9(07)V99.
           03 DATA-RSP             PIC 9(06).
           03 SITUACAO-RSP         PIC X(20).
      *
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
           03 CPF-VINC             PIC X(11).
           03 ID-CLI-VINC.
               05 AGENCIA-VINC     PIC 9(03).
               05 CONTA-VINC       PIC 9(06).
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
       WORKING-STORAGE SECTION.
       01 WS-FS-ORD                PIC X(02) VALUE ZEROS.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FS-RSP                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FIM-ORD               PIC X(01) VALUE 'N'.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-CPF                   PIC X(11) VALUE SPACES.
       01 WS-ORDEM-DUPLICADA       PIC X(01) VALUE 'N'.
       01 WS-RESTANTE              PIC S9(09)V99 VALUE ZEROS.
       01 WS-DISPONIVEL            PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-BLOQ            PIC S9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-BLOQ            PIC S9(09)V99 VALUE ZEROS.
       01 WS-QTDE-LIBERADAS        PIC 9(03) VALUE ZEROS.
       01 WS-CONT-ORDENS           PIC 9(07) VALUE ZEROS.
       01 WS-CONT-CUMPRIDAS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-RECUSADAS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-CONTAS-BLOQ      PIC 9(07) VALUE ZEROS.
       01 WS-CONT-CONTAS-LIB       PIC 9(07) VALUE ZEROS.
      *
      *    CONTAS DO DEVEDOR (CONTAPESSOA.DAT) COM O QUE JA ESTA
      *    BLOQUEADO POR OUTRAS ORDENS - SO O SALDO LIVRE ENTRA NO
      *    BLOQUEIO NOVO.
       01 WS-VINC-TAB.
           03 WS-VINC-QTDE         PIC 9(03) VALUE ZEROS.
           03 WS-VINC-ITEM OCCURS 100 TIMES.
               05 WS-VINC-ID.
                   07 WS-VINC-AGENCIA PIC 9(03).
                   07 WS-VINC-CONTA   PIC 9(06).
               05 WS-VINC-JA-BLOQ  PIC 9(09)V99.
       01 WS-VINC-SUBS             PIC 9(03) VALUE ZEROS.
       01 WS-VINC-POS              PIC 9(03) VALUE ZEROS.
       01 WS-VINC-BUSCA            PIC 9(09) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DA EXECUCAO.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "BLOQ-JUDIC".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    CUMPRE AS ORDENS DE BLOQUEIO JUDICIAL: EM VEZ DE BLOQUEAR
      *    A CONTA INTEIRA (STATUS 'B'), CONGELA SO O VALOR DA ORDEM,
      *    DISTRIBUIDO PELAS CONTAS DO DEVEDOR NA ORDEM DO CADASTRO,
      *    ATE O SALDO LIVRE DE CADA UMA. A LIBERACAO DESFAZ TUDO O
      *    QUE A ORDEM BLOQUEOU E CARIMBA A DATA DE LIBERACAO.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM ABRE-ARQ.
           PERFORM LER-ORDEM.
           PERFORM TRATA-ORDEM UNTIL WS-FIM-ORD = 'S'.
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
           MOVE WS-CONT-ORDENS      TO WS-RUN-LIDOS.
           MOVE WS-CONT-CUMPRIDAS   TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-RECUSADAS   TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ABRE-ARQ.
           OPEN INPUT ORDEMJUD.
           IF WS-FS-ORD NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ORDEMJUD - " WS-FS-ORD
               STOP RUN.
           OPEN OUTPUT RESPJUD.
           IF WS-FS-RSP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RESPJUD - " WS-FS-RSP
               STOP RUN.
      *
       LER-ORDEM.
           READ ORDEMJUD
               AT END
                   MOVE 'S' TO WS-FIM-ORD
               NOT AT END
                   ADD 1 TO WS-CONT-ORDENS
           END-READ.
      *
       TRATA-ORDEM.
           EVALUATE TRUE
               WHEN ORD-BLOQUEIO
                   PERFORM CUMPRE-BLOQUEIO
               WHEN ORD-LIBERACAO
                   PERFORM CUMPRE-LIBERACAO
               WHEN OTHER
                   MOVE ZEROS TO WS-TOTAL-BLOQ
                   MOVE "TIPO DE ORDEM INVAL" TO SITUACAO-RSP
                   PERFORM GRAVA-RESPOSTA-TOTAL
                   ADD 1 TO WS-CONT-RECUSADAS
           END-EVALUATE.
           PERFORM LER-ORDEM.
      *
      *    BLOQUEIO: O NUMERO DA ORDEM NAO PODE TER SIDO CUMPRIDO
      *    ANTES (REENVIO DO ARQUIVO NAO BLOQUEIA EM DOBRO). DEVEDOR
      *    CPF TEM AS CONTAS EM CONTAPESSOA.DAT; CNPJ NAO TEM VINCULO
      *    LA - AS CONTAS SAO AS DO CLIENTE.DAT COM ESSE CNPJ-CLI.
      *    DOCUMENTO DE OUTRO TIPO VOLTA SEM CONTAS PARA O JUIZO
      *    REDIRECIONAR A ORDEM.
       CUMPRE-BLOQUEIO.
           MOVE ZEROS TO WS-TOTAL-BLOQ.
           PERFORM VERIFICA-ORDEM-DUPLICADA.
           EVALUATE TRUE
               WHEN WS-ORDEM-DUPLICADA = 'S'
                   MOVE "ORDEM JA CUMPRIDA" TO SITUACAO-RSP
                   PERFORM GRAVA-RESPOSTA-TOTAL
                   ADD 1 TO WS-CONT-RECUSADAS
               WHEN NOT ORD-CPF AND NOT ORD-CNPJ
                   MOVE "DEVEDOR SEM CONTAS" TO SITUACAO-RSP
                   PERFORM GRAVA-RESPOSTA-TOTAL
                   ADD 1 TO WS-CONT-RECUSADAS
               WHEN OTHER
                   IF ORD-CPF
                       MOVE DOC-ORD(1:11) TO WS-CPF
                       PERFORM CARREGA-VINCULOS
                   ELSE
                       PERFORM CARREGA-CONTAS-CNPJ
                   END-IF
                   IF WS-VINC-QTDE = ZEROS
                       MOVE "DEVEDOR SEM CONTAS" TO SITUACAO-RSP
                       PERFORM GRAVA-RESPOSTA-TOTAL
                       ADD 1 TO WS-CONT-RECUSADAS
                   ELSE
                       PERFORM SOMA-BLOQUEIOS-ATIVOS
                       PERFORM DISTRIBUI-BLOQUEIO
                       EVALUATE TRUE
                           WHEN WS-TOTAL-BLOQ = ZEROS
                               MOVE "SEM SALDO" TO SITUACAO-RSP
                           WHEN WS-TOTAL-BLOQ < VALOR-ORD
                               MOVE "BLOQUEIO PARCIAL"
                                   TO SITUACAO-RSP
                           WHEN OTHER
                               MOVE "BLOQUEIO TOTAL" TO SITUACAO-RSP
                       END-EVALUATE
                       PERFORM GRAVA-RESPOSTA-TOTAL
                       ADD 1 TO WS-CONT-CUMPRIDAS
                   END-IF
           END-EVALUATE.
      *
       VERIFICA-ORDEM-DUPLICADA.
           MOVE 'N' TO WS-ORDEM-DUPLICADA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-ORDEM-DUPLICADA
               UNTIL WS-FIM = 'S' OR WS-ORDEM-DUPLICADA = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
      *
       BUSCA-ORDEM-DUPLICADA.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-BJ = NUMERO-ORD
                       MOVE 'S' TO WS-ORDEM-DUPLICADA
                   END-IF
           END-READ.
      *
       CARREGA-VINCULOS.
           MOVE ZEROS TO WS-VINC-QTDE.
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
                   IF CPF-VINC = WS-CPF AND WS-VINC-QTDE < 100
                       ADD 1 TO WS-VINC-QTDE
                       MOVE ID-CLI-VINC
                           TO WS-VINC-ID(WS-VINC-QTDE)
                       MOVE ZEROS
                           TO WS-VINC-JA-BLOQ(WS-VINC-QTDE)
                   END-IF
           END-READ.
      *
       CARREGA-CONTAS-CNPJ.
           MOVE ZEROS TO WS-VINC-QTDE.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM GUARDA-CONTA-CNPJ UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       GUARDA-CONTA-CNPJ.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CNPJ-CLI = DOC-ORD AND DOC-ORD NOT = SPACES
                      AND WS-VINC-QTDE < 100
                       ADD 1 TO WS-VINC-QTDE
                       MOVE ID-CLI
                           TO WS-VINC-ID(WS-VINC-QTDE)
                       MOVE ZEROS
                           TO WS-VINC-JA-BLOQ(WS-VINC-QTDE)
                   END-IF
           END-READ.
      *
       SOMA-BLOQUEIOS-ATIVOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM SOMA-BLOQUEIO-CONTA UNTIL WS-FIM = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
      *
       SOMA-BLOQUEIO-CONTA.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF BJ-ATIVO
                       MOVE ID-CLI-BJ TO WS-VINC-BUSCA
                       PERFORM LOCALIZA-VINCULO
                       IF WS-VINC-POS NOT = ZEROS
                           ADD VALOR-BLOQ-BJ
                               TO WS-VINC-JA-BLOQ(WS-VINC-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       LOCALIZA-VINCULO.
           MOVE ZEROS TO WS-VINC-POS.
           PERFORM BUSCA-VINCULO
               VARYING WS-VINC-SUBS FROM 1 BY 1
               UNTIL WS-VINC-SUBS > WS-VINC-QTDE
                  OR WS-VINC-POS NOT = ZEROS.
      *
       BUSCA-VINCULO.
           IF WS-VINC-ID(WS-VINC-SUBS) = WS-VINC-BUSCA
               MOVE WS-VINC-SUBS TO WS-VINC-POS
           END-IF.
      *
      *    PASSAGEM POR CLIENTE.DAT: CONTA ENCERRADA NAO ENTRA; NAS
      *    DEMAIS CONGELA O MENOR ENTRE O SALDO LIVRE (SALDO MENOS O
      *    QUE JA ESTA BLOQUEADO) E O QUE FALTA DA ORDEM. LIMITE DE
      *    CHEQUE ESPECIAL NAO E' SALDO DO DEVEDOR E NAO E' BLOQUEADO.
       DISTRIBUI-BLOQUEIO.
           MOVE VALOR-ORD TO WS-RESTANTE.
           OPEN EXTEND BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               OPEN OUTPUT BLOQJUD
           END-IF.
           IF WS-FS-BJ NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA BLOQJUD - " WS-FS-BJ
               STOP RUN.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           MOVE 'N' TO WS-FIM.
           PERFORM AVALIA-CONTA-DEVEDOR
               UNTIL WS-FIM = 'S' OR WS-RESTANTE NOT > ZEROS.
           CLOSE CADCLI.
           CLOSE BLOQJUD.
      *
       AVALIA-CONTA-DEVEDOR.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI TO WS-VINC-BUSCA
                   PERFORM LOCALIZA-VINCULO
                   IF WS-VINC-POS NOT = ZEROS AND NOT CLI-ENCERRADA
                       PERFORM BLOQUEIA-CONTA
                   END-IF
           END-READ.
      *
       BLOQUEIA-CONTA.
           COMPUTE WS-DISPONIVEL =
               SALDO - WS-VINC-JA-BLOQ(WS-VINC-POS).
           IF WS-DISPONIVEL > ZEROS
               IF WS-DISPONIVEL < WS-RESTANTE
                   MOVE WS-DISPONIVEL TO WS-VALOR-BLOQ
               ELSE
                   MOVE WS-RESTANTE   TO WS-VALOR-BLOQ
               END-IF
               SUBTRACT WS-VALOR-BLOQ FROM WS-RESTANTE
               ADD WS-VALOR-BLOQ TO WS-TOTAL-BLOQ
               MOVE NUMERO-ORD    TO NUMERO-BJ
               MOVE TIPO-DOC-ORD  TO TIPO-DOC-BJ
               MOVE DOC-ORD       TO DOC-BJ
               MOVE ID-CLI        TO ID-CLI-BJ
               MOVE VALOR-ORD     TO VALOR-SOLIC-BJ
               MOVE WS-VALOR-BLOQ TO VALOR-BLOQ-BJ
               MOVE WS-HOJE       TO DATA-BLOQ-BJ
               MOVE ZEROS         TO DATA-LIB-BJ
               SET BJ-ATIVO       TO TRUE
               WRITE REG-BLOQJUD
               IF WS-FS-BJ NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO BLOQJUD - " WS-FS-BJ
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONT-CONTAS-BLOQ
               MOVE ID-CLI        TO ID-CLI-RSP
               MOVE WS-VALOR-BLOQ TO VALOR-BLOQ-RSP
               MOVE "BLOQUEADO"   TO SITUACAO-RSP
               PERFORM GRAVA-RESPOSTA
           END-IF.
      *
      *    LIBERACAO: TODOS OS BLOQUEIOS ATIVOS DA ORDEM PASSAM A
      *    LIBERADOS NA DATA DE HOJE; CADA CONTA VOLTA NA RESPOSTA.
       CUMPRE-LIBERACAO.
           MOVE ZEROS TO WS-TOTAL-BLOQ.
           MOVE ZEROS TO WS-QTDE-LIBERADAS.
           MOVE 'N' TO WS-FIM.
           OPEN I-O BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LIBERA-BLOQUEIO UNTIL WS-FIM = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
           IF WS-QTDE-LIBERADAS = ZEROS
               MOVE "ORDEM NAO LOCALIZADA" TO SITUACAO-RSP
               ADD 1 TO WS-CONT-RECUSADAS
           ELSE
               MOVE "LIBERACAO CUMPRIDA" TO SITUACAO-RSP
               ADD 1 TO WS-CONT-CUMPRIDAS
           END-IF.
           PERFORM GRAVA-RESPOSTA-TOTAL.
      *
       LIBERA-BLOQUEIO.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-BJ = NUMERO-ORD AND BJ-ATIVO
                       SET BJ-LIBERADO TO TRUE
                       MOVE WS-HOJE TO DATA-LIB-BJ
                       REWRITE REG-BLOQJUD
                       IF WS-FS-BJ NOT EQUAL "00"
                           DISPLAY "ERRO DE GRAVACAO BLOQJUD - "
                               WS-FS-BJ
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTDE-LIBERADAS
                       ADD 1 TO WS-CONT-CONTAS-LIB
                       ADD VALOR-BLOQ-BJ TO WS-TOTAL-BLOQ
                       MOVE ID-CLI-BJ     TO ID-CLI-RSP
                       MOVE VALOR-BLOQ-BJ TO VALOR-BLOQ-RSP
                       MOVE "LIBERADO"    TO SITUACAO-RSP
                       PERFORM GRAVA-RESPOSTA
                   END-IF
           END-READ.
      *
       GRAVA-RESPOSTA-TOTAL.
           MOVE ZEROS         TO ID-CLI-RSP.
           MOVE WS-TOTAL-BLOQ TO VALOR-BLOQ-RSP.
           PERFORM GRAVA-RESPOSTA.
      *
       GRAVA-RESPOSTA.
           MOVE NUMERO-ORD    TO NUMERO-RSP.
           MOVE TIPO-ORD      TO TIPO-ORD-RSP.
           MOVE DOC-ORD       TO DOC-RSP.
           MOVE VALOR-ORD     TO VALOR-SOLIC-RSP.
           MOVE WS-HOJE       TO DATA-RSP.
           WRITE REG-RESPJUD.
           IF WS-FS-RSP NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO RESPJUD - " WS-FS-RSP
               STOP RUN.
      *
       FINALIZA.
           CLOSE ORDEMJUD.
           CLOSE RESPJUD.
           DISPLAY "ORDENS LIDAS           : " WS-CONT-ORDENS.
           DISPLAY "ORDENS CUMPRIDAS       : " WS-CONT-CUMPRIDAS.
           DISPLAY "ORDENS RECUSADAS       : " WS-CONT-RECUSADAS.
           DISPLAY "CONTAS BLOQUEADAS      : " WS-CONT-CONTAS-BLOQ.
           DISPLAY "CONTAS LIBERADAS       : " WS-CONT-CONTAS-LIB.
