       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-ALERTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFALERTA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT ENDERECO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-END.
           SELECT SALDODIA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SDIA.
           SELECT MOVLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT LOTECTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.
           SELECT ALERTAS ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALE.
       DATA DIVISION.
       FILE SECTION.
      *
      *    PREFERENCIAS DE ALERTA POR CONTA - MANTIDAS PELO CADALERTA.
       FD PREFALERTA VALUE OF FILE-ID IS "PREFALERTA.DAT".
       01 REG-PREFALERTA.
           03 ID-CLI-PAL.
               05 AGENCIA-PAL      PIC 9(03).
               05 CONTA-PAL        PIC 9(06).
           03 ADESAO-PAL           PIC X(01).
               88 PAL-ADERIU       VALUE 'S'.
           03 AVISA-SALDO-PAL      PIC X(01).
           03 SALDO-MIN-PAL        PIC S9(09).
           03 AVISA-DEBITO-PAL     PIC X(01).
           03 DEBITO-MAX-PAL       PIC 9(09).
           03 AVISA-LIMITE-PAL     PIC X(01).
           03 AVISA-DEVOL-PAL      PIC X(01).
           03 DATA-ALT-PAL         PIC 9(06).
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
       FD ENDERECO VALUE OF FILE-ID IS "ENDERECO.DAT".
       01 REG-ENDERECO.
           03 ID-CLI-END.
               05 AGENCIA-END      PIC 9(03).
               05 CONTA-END        PIC 9(06).
           03 LOGRADOURO-END       PIC X(30).
           03 CIDADE-END           PIC X(20).
           03 UF-END               PIC X(02).
           03 CEP-END              PIC 9(08).
           03 FONE-END             PIC X(15).
           03 EMAIL-END            PIC X(30).
      *
       FD SALDODIA VALUE OF FILE-ID IS "SALDODIA.DAT".
       01 REG-SALDODIA.
           03 ID-SDIA.
               05 AGENCIA-SDIA     PIC 9(03).
               05 CONTA-SDIA       PIC 9(06).
           03 DATA-SDIA            PIC 9(06).
           03 SALDO-SDIA           PIC S9(09)V99.
      *
       FD MOVLOG VALUE OF FILE-ID IS "LOGMOV.DAT".
       01 REG-LOG.
           03 ID-LOG.
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
      *
       FD LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
       01 REG-LOTECTL.
           03 DATA-LOTE            PIC 9(06).
           03 STATUS-LOTE          PIC X(01).
               88 LOTE-ABERTO      VALUE 'A'.
               88 LOTE-FECHADO     VALUE 'F'.
      *
      *    ARQUIVO DE SAIDA PARA O PROVEDOR DE MENSAGENS (SMS/EMAIL).
      *    UM REGISTRO POR ALERTA, JA COM O CONTATO DO CADENDER.
       FD ALERTAS VALUE OF FILE-ID IS "ALERTAS.DAT".
       01 REG-ALERTA.
           03 DATA-ALE             PIC 9(06).
           03 HORA-ALE             PIC 9(08).
           03 ID-CLI-ALE.
               05 AGENCIA-ALE      PIC 9(03).
               05 CONTA-ALE        PIC 9(06).
           03 NOME-ALE             PIC X(20).
           03 TIPO-ALE             PIC X(01).
               88 ALE-SALDO-BAIXO  VALUE 'S'.
               88 ALE-DEBITO       VALUE 'D'.
               88 ALE-LIMITE       VALUE 'L'.
               88 ALE-CHEQUE-DEV   VALUE 'C'.
           03 VALOR-ALE            PIC S9(09)V99.
           03 SALDO-ALE            PIC S9(09)V99.
           03 FONE-ALE             PIC X(15).
           03 EMAIL-ALE            PIC X(30).
           03 MENSAGEM-ALE         PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-PAL                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-END                PIC X(02) VALUE ZEROS.
       01 WS-FS-SDIA               PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-FS-ALE                PIC X(02) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06).
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-MOVIMENTO             PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-DEBITO          PIC S9(09)V99 VALUE ZEROS.
      *    STATUS QUE ALTERAM SALDO E CARREGAM O SALDO RESULTANTE EM
      *    VALOR-LOG - MESMA LISTA DO EXTRATO-CLIENTE.
       01 WS-STATUS-LOG            PIC X(11) VALUE SPACES.
           88 LOG-MOV-POSTADO      VALUE "ATUALIZADO ",
                                         "ESTORNADO  ",
                                         "APROVADO   ",
                                         "ENVIADA    ",
                                         "RECEBIDA   ",
                                         "DEVOLVIDO  ",
                                         "COMPENSADO ".
      *
      *    CONTAS QUE ADERIRAM. O SALDO DE ABERTURA E' O ULTIMO
      *    RETRATO DO SALDODIA ANTERIOR AO LOTE; A PARTIR DELE CADA
      *    POSTAGEM DO DIA NO LOG DA' O VALOR MOVIMENTADO (VALOR-LOG
      *    TRAZ O SALDO RESULTANTE, NAO O VALOR DO LANCAMENTO).
       01 WS-PA-TAB.
           03 WS-PA-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-PA-ITEM OCCURS 3000 TIMES.
               05 WS-PA-ID             PIC 9(09).
               05 WS-PA-AVISA-SALDO    PIC X(01).
               05 WS-PA-SALDO-MIN      PIC S9(09).
               05 WS-PA-AVISA-DEBITO   PIC X(01).
               05 WS-PA-DEBITO-MAX     PIC 9(09).
               05 WS-PA-AVISA-LIMITE   PIC X(01).
               05 WS-PA-AVISA-DEVOL    PIC X(01).
               05 WS-PA-ACHOU-CLI      PIC X(01).
               05 WS-PA-NOME           PIC X(20).
               05 WS-PA-STATUS         PIC X(01).
               05 WS-PA-SALDO-FIM      PIC S9(09)V99.
               05 WS-PA-FONE           PIC X(15).
               05 WS-PA-EMAIL          PIC X(30).
               05 WS-PA-TEM-ABERT      PIC X(01).
               05 WS-PA-DATA-ABERT     PIC 9(06).
               05 WS-PA-SALDO-ABERT    PIC S9(09)V99.
               05 WS-PA-TEM-BASE       PIC X(01).
               05 WS-PA-SALDO-CORR     PIC S9(09)V99.
               05 WS-PA-LIMITE-AVISADO PIC X(01).
       01 WS-PA-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-PA-POS                PIC 9(04) VALUE ZEROS.
       01 WS-PA-BUSCA              PIC 9(09) VALUE ZEROS.
      *
       01 WS-CONT-OPTANTES         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-LOG-DIA          PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ALERTAS          PIC 9(07) VALUE ZEROS.
       01 WS-CONT-SEM-CONTATO      PIC 9(07) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "GERA-ALERTA".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    ALERTAS AO CLIENTE DEPOIS DA POSTAGEM DO DIA: DEBITO ACIMA
      *    DO VALOR ESCOLHIDO, ENTRADA NO LIMITE (SALDO PASSA DE
      *    POSITIVO A NEGATIVO), CHEQUE DEVOLVIDO PELO COMPENSA-LOTE E,
      *    NO FIM DO DIA, SALDO ABAIXO DO MINIMO. O ALERTA DE SALDO SO
      *    SAI NO DIA EM QUE A CONTA CRUZA O MINIMO, PARA NAO REPETIR
      *    TODO DIA ENQUANTO O SALDO CONTINUAR BAIXO.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-LOTE.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM CARREGA-PREFERENCIAS.
           IF WS-PA-QTDE NOT = ZEROS
               PERFORM CARREGA-CLIENTES
               PERFORM CARREGA-CONTATOS
               PERFORM CARREGA-SALDO-ABERTURA
               PERFORM ABRE-ALERTAS
               PERFORM VARRE-LOG-DIA
               PERFORM VERIFICA-SALDO-MINIMO
                   VARYING WS-PA-SUBS FROM 1 BY 1
                   UNTIL WS-PA-SUBS > WS-PA-QTDE
               CLOSE ALERTAS
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
           MOVE WS-CONT-LOG-DIA     TO WS-RUN-LIDOS.
           MOVE WS-CONT-ALERTAS     TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-SEM-CONTATO TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
      *    OS ALERTAS SAO DO LOTE ABERTO PELO CONTROLA-LOTE PARA A
      *    DATA DE HOJE.
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
       CARREGA-PREFERENCIAS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PREFALERTA.
           IF WS-FS-PAL NOT EQUAL "00"
               DISPLAY "PREFALERTA.DAT NAO ENCONTRADO - SEM ADESOES"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-PREFERENCIA UNTIL WS-FIM = 'S'.
           IF WS-FS-PAL = "00" OR WS-FS-PAL = "10"
               CLOSE PREFALERTA
           END-IF.
      *
       GUARDA-PREFERENCIA.
           READ PREFALERTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF PAL-ADERIU AND WS-PA-QTDE < 3000
                       ADD 1 TO WS-PA-QTDE
                       ADD 1 TO WS-CONT-OPTANTES
                       MOVE ID-CLI-PAL       TO WS-PA-ID(WS-PA-QTDE)
                       MOVE AVISA-SALDO-PAL
                           TO WS-PA-AVISA-SALDO(WS-PA-QTDE)
                       MOVE SALDO-MIN-PAL
                           TO WS-PA-SALDO-MIN(WS-PA-QTDE)
                       MOVE AVISA-DEBITO-PAL
                           TO WS-PA-AVISA-DEBITO(WS-PA-QTDE)
                       MOVE DEBITO-MAX-PAL
                           TO WS-PA-DEBITO-MAX(WS-PA-QTDE)
                       MOVE AVISA-LIMITE-PAL
                           TO WS-PA-AVISA-LIMITE(WS-PA-QTDE)
                       MOVE AVISA-DEVOL-PAL
                           TO WS-PA-AVISA-DEVOL(WS-PA-QTDE)
                       MOVE 'N'    TO WS-PA-ACHOU-CLI(WS-PA-QTDE)
                       MOVE SPACES TO WS-PA-NOME(WS-PA-QTDE)
                       MOVE SPACES TO WS-PA-STATUS(WS-PA-QTDE)
                       MOVE ZEROS  TO WS-PA-SALDO-FIM(WS-PA-QTDE)
                       MOVE SPACES TO WS-PA-FONE(WS-PA-QTDE)
                       MOVE SPACES TO WS-PA-EMAIL(WS-PA-QTDE)
                       MOVE 'N'    TO WS-PA-TEM-ABERT(WS-PA-QTDE)
                       MOVE ZEROS  TO WS-PA-DATA-ABERT(WS-PA-QTDE)
                       MOVE ZEROS  TO WS-PA-SALDO-ABERT(WS-PA-QTDE)
                       MOVE 'N'    TO WS-PA-TEM-BASE(WS-PA-QTDE)
                       MOVE ZEROS  TO WS-PA-SALDO-CORR(WS-PA-QTDE)
                       MOVE 'N'
                           TO WS-PA-LIMITE-AVISADO(WS-PA-QTDE)
                   END-IF
           END-READ.
      *
       LOCALIZA-PREFERENCIA.
           MOVE ZEROS TO WS-PA-POS.
           PERFORM BUSCA-PREFERENCIA
               VARYING WS-PA-SUBS FROM 1 BY 1
               UNTIL WS-PA-SUBS > WS-PA-QTDE
                  OR WS-PA-POS NOT = ZEROS.
      *
       BUSCA-PREFERENCIA.
           IF WS-PA-ID(WS-PA-SUBS) = WS-PA-BUSCA
               MOVE WS-PA-SUBS TO WS-PA-POS
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
                   MOVE ID-CLI TO WS-PA-BUSCA
                   PERFORM LOCALIZA-PREFERENCIA
                   IF WS-PA-POS NOT = ZEROS
                       MOVE 'S'        TO WS-PA-ACHOU-CLI(WS-PA-POS)
                       MOVE NOME-CLI   TO WS-PA-NOME(WS-PA-POS)
                       MOVE STATUS-CLI TO WS-PA-STATUS(WS-PA-POS)
                       MOVE SALDO      TO WS-PA-SALDO-FIM(WS-PA-POS)
                   END-IF
           END-READ.
      *
       CARREGA-CONTATOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ENDERECO.
           IF WS-FS-END NOT EQUAL "00"
               DISPLAY "ENDERECO.DAT NAO ENCONTRADO - SEM CONTATOS"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-CONTATO UNTIL WS-FIM = 'S'.
           IF WS-FS-END = "00" OR WS-FS-END = "10"
               CLOSE ENDERECO
           END-IF.
      *
       GUARDA-CONTATO.
           READ ENDERECO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI-END TO WS-PA-BUSCA
                   PERFORM LOCALIZA-PREFERENCIA
                   IF WS-PA-POS NOT = ZEROS
                       MOVE FONE-END  TO WS-PA-FONE(WS-PA-POS)
                       MOVE EMAIL-END TO WS-PA-EMAIL(WS-PA-POS)
                   END-IF
           END-READ.
      *
      *    SALDO DE ABERTURA = RETRATO MAIS RECENTE ANTERIOR AO LOTE.
      *    O RETRATO DO PROPRIO DIA (SE A MOVIMENTACAO JA GRAVOU) E'
      *    O FECHAMENTO E NAO SERVE COMO PONTO DE PARTIDA.
       CARREGA-SALDO-ABERTURA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT SALDODIA.
           IF WS-FS-SDIA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-SALDO-ABERTURA UNTIL WS-FIM = 'S'.
           IF WS-FS-SDIA = "00" OR WS-FS-SDIA = "10"
               CLOSE SALDODIA
           END-IF.
           PERFORM INICIA-SALDO-CORRENTE
               VARYING WS-PA-SUBS FROM 1 BY 1
               UNTIL WS-PA-SUBS > WS-PA-QTDE.
      *
       GUARDA-SALDO-ABERTURA.
           READ SALDODIA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-SDIA < DATA-LOTE
                       MOVE ID-SDIA TO WS-PA-BUSCA
                       PERFORM LOCALIZA-PREFERENCIA
                       IF WS-PA-POS NOT = ZEROS
                          AND DATA-SDIA
                              NOT < WS-PA-DATA-ABERT(WS-PA-POS)
                           MOVE 'S' TO WS-PA-TEM-ABERT(WS-PA-POS)
                           MOVE DATA-SDIA
                               TO WS-PA-DATA-ABERT(WS-PA-POS)
                           MOVE SALDO-SDIA
                               TO WS-PA-SALDO-ABERT(WS-PA-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       INICIA-SALDO-CORRENTE.
           MOVE WS-PA-TEM-ABERT(WS-PA-SUBS)
               TO WS-PA-TEM-BASE(WS-PA-SUBS).
           MOVE WS-PA-SALDO-ABERT(WS-PA-SUBS)
               TO WS-PA-SALDO-CORR(WS-PA-SUBS).
      *
       ABRE-ALERTAS.
           OPEN EXTEND ALERTAS.
           IF WS-FS-ALE NOT EQUAL "00"
               OPEN OUTPUT ALERTAS
           END-IF.
           IF WS-FS-ALE NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ALERTAS - " WS-FS-ALE
               STOP RUN.
      *
       VARRE-LOG-DIA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT MOVLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "LOGMOV.DAT NAO ENCONTRADO - SEM MOVIMENTO"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM TRATA-LOG UNTIL WS-FIM = 'S'.
           IF WS-FS-LOG = "00" OR WS-FS-LOG = "10"
               CLOSE MOVLOG
           END-IF.
      *
       TRATA-LOG.
           READ MOVLOG
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-LOG = DATA-LOTE
                       ADD 1 TO WS-CONT-LOG-DIA
                       MOVE ID-LOG TO WS-PA-BUSCA
                       PERFORM LOCALIZA-PREFERENCIA
                       IF WS-PA-POS NOT = ZEROS
                           MOVE DESCRICAO-LOG(10:11) TO WS-STATUS-LOG
                           IF LOG-MOV-POSTADO
                               PERFORM AVALIA-POSTAGEM
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      *    SEM SALDO DE ABERTURA A PRIMEIRA POSTAGEM DO DIA SO SERVE
      *    DE BASE PARA AS SEGUINTES.
       AVALIA-POSTAGEM.
           MOVE ZEROS TO WS-VALOR-DEBITO.
           IF WS-PA-TEM-BASE(WS-PA-POS) = 'S'
               COMPUTE WS-MOVIMENTO =
                   VALOR-LOG - WS-PA-SALDO-CORR(WS-PA-POS)
               IF WS-MOVIMENTO < ZEROS
                   COMPUTE WS-VALOR-DEBITO = ZEROS - WS-MOVIMENTO
               END-IF
               IF WS-PA-AVISA-DEBITO(WS-PA-POS) = 'S'
                  AND WS-VALOR-DEBITO > WS-PA-DEBITO-MAX(WS-PA-POS)
                   MOVE 'D' TO TIPO-ALE
                   MOVE WS-VALOR-DEBITO TO VALOR-ALE
                   MOVE "DEBITO ACIMA DO VALOR ESCOLHIDO"
                       TO MENSAGEM-ALE
                   PERFORM GRAVA-ALERTA
               END-IF
               IF WS-PA-AVISA-LIMITE(WS-PA-POS) = 'S'
                  AND WS-PA-LIMITE-AVISADO(WS-PA-POS) = 'N'
                  AND WS-PA-SALDO-CORR(WS-PA-POS) NOT < ZEROS
                  AND VALOR-LOG < ZEROS
                   MOVE 'S' TO WS-PA-LIMITE-AVISADO(WS-PA-POS)
                   MOVE 'L' TO TIPO-ALE
                   MOVE WS-VALOR-DEBITO TO VALOR-ALE
                   MOVE "CONTA ENTROU NO LIMITE"
                       TO MENSAGEM-ALE
                   PERFORM GRAVA-ALERTA
               END-IF
           END-IF.
           IF DESCRICAO-LOG = "CHEQUE   DEVOLVIDO  "
              AND WS-PA-AVISA-DEVOL(WS-PA-POS) = 'S'
               MOVE 'C' TO TIPO-ALE
               MOVE WS-VALOR-DEBITO TO VALOR-ALE
               MOVE "CHEQUE DEVOLVIDO" TO MENSAGEM-ALE
               PERFORM GRAVA-ALERTA
           END-IF.
           MOVE VALOR-LOG TO WS-PA-SALDO-CORR(WS-PA-POS).
           MOVE 'S' TO WS-PA-TEM-BASE(WS-PA-POS).
      *
       VERIFICA-SALDO-MINIMO.
           MOVE WS-PA-SUBS TO WS-PA-POS.
           IF WS-PA-ACHOU-CLI(WS-PA-POS) = 'S'
              AND WS-PA-AVISA-SALDO(WS-PA-POS) = 'S'
              AND WS-PA-SALDO-FIM(WS-PA-POS)
                  < WS-PA-SALDO-MIN(WS-PA-POS)
               IF WS-PA-TEM-ABERT(WS-PA-POS) = 'N'
                  OR WS-PA-SALDO-ABERT(WS-PA-POS)
                     NOT < WS-PA-SALDO-MIN(WS-PA-POS)
                   MOVE 'S' TO TIPO-ALE
                   MOVE ZEROS TO VALOR-ALE
                   MOVE "SALDO ABAIXO DO MINIMO ESCOLHIDO"
                       TO MENSAGEM-ALE
                   PERFORM GRAVA-ALERTA
               END-IF
           END-IF.
      *
      *    TIPO, VALOR E MENSAGEM JA PREENCHIDOS PELO CHAMADOR. CONTA
      *    ENCERRADA NAO RECEBE ALERTA; SEM TELEFONE E SEM EMAIL NAO
      *    HA COMO ENVIAR E O ALERTA SO ENTRA NA CONTAGEM.
       GRAVA-ALERTA.
           IF WS-PA-STATUS(WS-PA-POS) NOT = 'E'
               IF WS-PA-FONE(WS-PA-POS) = SPACES
                  AND WS-PA-EMAIL(WS-PA-POS) = SPACES
                   ADD 1 TO WS-CONT-SEM-CONTATO
               ELSE
                   MOVE DATA-LOTE TO DATA-ALE
                   ACCEPT HORA-ALE FROM TIME
                   MOVE WS-PA-ID(WS-PA-POS)    TO ID-CLI-ALE
                   MOVE WS-PA-NOME(WS-PA-POS)  TO NOME-ALE
                   MOVE WS-PA-FONE(WS-PA-POS)  TO FONE-ALE
                   MOVE WS-PA-EMAIL(WS-PA-POS) TO EMAIL-ALE
                   IF ALE-SALDO-BAIXO
                       MOVE WS-PA-SALDO-FIM(WS-PA-POS) TO SALDO-ALE
                   ELSE
                       MOVE VALOR-LOG TO SALDO-ALE
                   END-IF
                   WRITE REG-ALERTA
                   IF WS-FS-ALE NOT EQUAL "00"
                       DISPLAY "ERRO DE GRAVACAO ALERTAS - " WS-FS-ALE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CONT-ALERTAS
               END-IF
           END-IF.
      *
       FINALIZA.
           DISPLAY "CONTAS COM ADESAO       : " WS-CONT-OPTANTES.
           DISPLAY "LANCAMENTOS DO DIA LIDOS: " WS-CONT-LOG-DIA.
           DISPLAY "ALERTAS GERADOS         : " WS-CONT-ALERTAS.
           DISPLAY "ALERTAS SEM CONTATO     : " WS-CONT-SEM-CONTATO.
