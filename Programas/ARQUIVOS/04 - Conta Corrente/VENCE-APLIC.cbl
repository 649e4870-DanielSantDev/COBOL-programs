       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-APLIC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-APL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT MOVLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT IRRF ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IRRF.
           SELECT LOTECTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.
       DATA DIVISION.
       FILE SECTION.
       FD APLICACAO VALUE OF FILE-ID IS "APLICACAO.DAT".
       01 REG-APLICACAO.
           03 NUMERO-APL           PIC 9(06).
           03 ID-CLI-APL.
               05 AGENCIA-APL      PIC 9(03).
               05 CONTA-APL        PIC 9(06).
           03 VALOR-APL            PIC 9(09).
           03 TAXA-ANO-APL         PIC 9V9999.
           03 PRAZO-APL            PIC 9(03).
           03 DATA-APLIC-APL       PIC 9(06).
           03 DATA-VENC-APL        PIC 9(06).
           03 STATUS-APL           PIC X(01).
               88 APL-ATIVA        VALUE 'A'.
               88 APL-VENCIDA      VALUE 'V'.
               88 APL-ANTECIPADA   VALUE 'E'.
           03 DATA-RESGATE-APL     PIC 9(06).
           03 RENDIMENTO-APL       PIC 9(09).
           03 IR-APL               PIC 9(09).
           03 PENALIDADE-APL       PIC 9(09).
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
       FD IRRF VALUE OF FILE-ID IS "IRRF.DAT".
       01 REG-IRRF.
           03 ID-IRRF.
               05 AGENCIA-IRRF     PIC 9(03).
               05 CONTA-IRRF       PIC 9(06).
           03 NUMERO-APL-IRRF      PIC 9(06).
           03 DATA-IRRF            PIC 9(06).
           03 BASE-IRRF            PIC 9(07)V99.
           03 VALOR-IRRF           PIC 9(07)V99.
      *
       FD LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
       01 REG-LOTECTL.
           03 DATA-LOTE            PIC 9(06).
           03 STATUS-LOTE          PIC X(01).
               88 LOTE-ABERTO      VALUE 'A'.
               88 LOTE-FECHADO     VALUE 'F'.
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-APL                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-IRRF               PIC X(02) VALUE ZEROS.
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06).
       01 WS-FIM-APL               PIC X(01) VALUE 'N'.
       01 WS-FIM-CLI               PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CONTA           PIC X(01) VALUE 'N'.
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
      *
      *    APLICACOES VENCIDAS ATE A DATA DO LOTE, COM O RESGATE JA
      *    CALCULADO - UMA SO PASSADA NO CLIENTE.DAT CREDITA TODAS.
      *    WS-VNC-CREDITADA MARCA AS QUE ACHARAM A CONTA; AS DEMAIS
      *    FICAM ATIVAS E VOLTAM NO PROXIMO LOTE.
       01 WS-VNC-TAB.
           03 WS-VNC-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-VNC-ITEM OCCURS 1000 TIMES.
               05 WS-VNC-NUMERO    PIC 9(06).
               05 WS-VNC-ID.
                   07 WS-VNC-AGENCIA PIC 9(03).
                   07 WS-VNC-CONTA   PIC 9(06).
               05 WS-VNC-VALOR     PIC 9(09).
               05 WS-VNC-RENDIMENTO PIC 9(09).
               05 WS-VNC-IR        PIC 9(09).
               05 WS-VNC-CREDITADA PIC X(01).
       01 WS-VNC-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-VNC-POS               PIC 9(04) VALUE ZEROS.
      *
      *    DIAS CORRIDOS NA MESMA APROXIMACAO DOS RELATORIOS DE
      *    ATRASO (ANO*360 + MES*30 + DIA) - BASE 360 DO RENDIMENTO.
       01 WS-APLIC-R.
           03 WS-APLIC-AA          PIC 9(02).
           03 WS-APLIC-MM          PIC 9(02).
           03 WS-APLIC-DD          PIC 9(02).
       01 WS-VENC-R.
           03 WS-VENC-AA           PIC 9(02).
           03 WS-VENC-MM           PIC 9(02).
           03 WS-VENC-DD           PIC 9(02).
       01 WS-APLIC-DIAS            PIC 9(07) VALUE ZEROS.
       01 WS-VENC-DIAS             PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-CORRIDOS         PIC 9(05) VALUE ZEROS.
       01 WS-ALIQUOTA-IR           PIC V999 VALUE ZEROS.
       01 WS-RENDIMENTO            PIC 9(09) VALUE ZEROS.
       01 WS-VALOR-IR              PIC 9(09) VALUE ZEROS.
      *
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO         PIC X(09) VALUE SPACES.
           03 WS-DESC-STATUS       PIC X(11) VALUE SPACES.
       01 WS-CONT-LIDAS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-RESGATADAS       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-PENDENTES        PIC 9(07) VALUE ZEROS.
       01 WS-TOT-IR                PIC 9(11) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "VENCE-APLIC".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    RESGATE AUTOMATICO DAS APLICACOES (CDB) NO VENCIMENTO:
      *    CREDITA PRINCIPAL + RENDIMENTO DO PRAZO CONTRATADO E DEBITA
      *    O IR RETIDO PELA TABELA REGRESSIVA, COM ENTRADA PROPRIA NO
      *    LOG (COMO O IOF NO MOTOR). O IR VAI PARA O IRRF.DAT, DE
      *    ONDE O RELIRRF TIRA O RESUMO MENSAL DE RECOLHIMENTO. RODA
      *    NO FIM DO CICLO, DEPOIS DA CONFERENCIA DO RECONCILIA, POIS
      *    ATUALIZA O SALDO DIRETO SEM PASSAR PELO MOVIMENTO.DAT.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-LOTE.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM CARREGA-VENCIDAS.
           IF WS-VNC-QTDE = ZEROS
               DISPLAY "NENHUMA APLICACAO VENCIDA ATE " DATA-LOTE
           ELSE
               PERFORM CREDITA-RESGATES
               PERFORM BAIXA-APLICACOES
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
           MOVE WS-CONT-LIDAS       TO WS-RUN-LIDOS.
           MOVE WS-CONT-RESGATADAS  TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-PENDENTES   TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
      *    OS RESGATES SO SAO FEITOS DENTRO DE UMA JANELA DE LOTE
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
       CARREGA-VENCIDAS.
           OPEN INPUT APLICACAO.
           IF WS-FS-APL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA APLICACAO - " WS-FS-APL
               STOP RUN.
           PERFORM LER-APLICACAO.
           PERFORM AVALIA-APLICACAO UNTIL WS-FIM-APL = 'S'.
           CLOSE APLICACAO.
      *
       LER-APLICACAO.
           READ APLICACAO
               AT END
                   MOVE 'S' TO WS-FIM-APL
               NOT AT END
                   ADD 1 TO WS-CONT-LIDAS
           END-READ.
      *
       AVALIA-APLICACAO.
           IF APL-ATIVA AND DATA-VENC-APL NOT > DATA-LOTE
               IF WS-VNC-QTDE = 1000
                   DISPLAY "TABELA DE APLICACOES VENCIDAS CHEIA - "
                       "RESTANTE FICA PARA O PROXIMO LOTE"
               ELSE
                   PERFORM CALCULA-RESGATE
                   ADD 1 TO WS-VNC-QTDE
                   MOVE NUMERO-APL    TO WS-VNC-NUMERO(WS-VNC-QTDE)
                   MOVE ID-CLI-APL    TO WS-VNC-ID(WS-VNC-QTDE)
                   MOVE VALOR-APL     TO WS-VNC-VALOR(WS-VNC-QTDE)
                   MOVE WS-RENDIMENTO TO WS-VNC-RENDIMENTO(WS-VNC-QTDE)
                   MOVE WS-VALOR-IR   TO WS-VNC-IR(WS-VNC-QTDE)
                   MOVE 'N'           TO WS-VNC-CREDITADA(WS-VNC-QTDE)
               END-IF
           END-IF.
           PERFORM LER-APLICACAO.
      *
      *    RENDIMENTO DO PRAZO CONTRATADO (ATE O VENCIMENTO, MESMO QUE
      *    O LOTE RODE DEPOIS) E ALIQUOTA PELO TEMPO DE APLICACAO.
       CALCULA-RESGATE.
           MOVE DATA-APLIC-APL TO WS-APLIC-R.
           MOVE DATA-VENC-APL  TO WS-VENC-R.
           COMPUTE WS-APLIC-DIAS =
               (WS-APLIC-AA * 360) + (WS-APLIC-MM * 30) + WS-APLIC-DD.
           COMPUTE WS-VENC-DIAS =
               (WS-VENC-AA * 360) + (WS-VENC-MM * 30) + WS-VENC-DD.
           COMPUTE WS-DIAS-CORRIDOS = WS-VENC-DIAS - WS-APLIC-DIAS.
           COMPUTE WS-RENDIMENTO ROUNDED =
               VALOR-APL * TAXA-ANO-APL * WS-DIAS-CORRIDOS / 360.
           PERFORM CALCULA-ALIQUOTA-IR.
           COMPUTE WS-VALOR-IR ROUNDED =
               WS-RENDIMENTO * WS-ALIQUOTA-IR.
      *
      *    TABELA REGRESSIVA DO IR SOBRE RENDA FIXA, PELO TEMPO DE
      *    APLICACAO: ATE 180 DIAS 22,5%; ATE 360 DIAS 20%; ATE 720
      *    DIAS 17,5%; ACIMA DISSO 15%.
       CALCULA-ALIQUOTA-IR.
           EVALUATE TRUE
               WHEN WS-DIAS-CORRIDOS NOT > 180
                   MOVE 0.225 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-CORRIDOS NOT > 360
                   MOVE 0.200 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-CORRIDOS NOT > 720
                   MOVE 0.175 TO WS-ALIQUOTA-IR
               WHEN OTHER
                   MOVE 0.150 TO WS-ALIQUOTA-IR
           END-EVALUATE.
      *
       CREDITA-RESGATES.
           OPEN I-O CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           OPEN EXTEND MOVLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT MOVLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LOG - " WS-FS-LOG
               STOP RUN.
           OPEN EXTEND IRRF.
           IF WS-FS-IRRF NOT EQUAL "00"
               OPEN OUTPUT IRRF
           END-IF.
           IF WS-FS-IRRF NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA IRRF - " WS-FS-IRRF
               STOP RUN.
           PERFORM LER-CLIENTE.
           PERFORM TRATA-CLIENTE UNTIL WS-FIM-CLI = 'S'.
           CLOSE CADCLI.
           CLOSE MOVLOG.
           CLOSE IRRF.
      *
       LER-CLIENTE.
           READ CADCLI AT END MOVE 'S' TO WS-FIM-CLI.
      *
       TRATA-CLIENTE.
           MOVE 'N' TO WS-ACHOU-CONTA.
           PERFORM CREDITA-ITEM
               VARYING WS-VNC-SUBS FROM 1 BY 1
               UNTIL WS-VNC-SUBS > WS-VNC-QTDE.
           IF WS-ACHOU-CONTA = 'S'
               REWRITE REG-CLI
               IF WS-FS-CLI NOT EQUAL "00"
                   DISPLAY "ERRO DE REGRAVACAO CLIENTE - " WS-FS-CLI
                   STOP RUN
               END-IF
           END-IF.
           PERFORM LER-CLIENTE.
      *
      *    O RESGATE NO VENCIMENTO E' CREDITADO MESMO EM CONTA
      *    BLOQUEADA OU DORMENTE - O DINHEIRO E' DO CLIENTE E SO
      *    ESTAVA APLICADO. CONTA ENCERRADA NAO RECEBE: A APLICACAO
      *    FICA ATIVA E APARECE NO RESUMO ATE SER TRATADA NA AGENCIA.
       CREDITA-ITEM.
           IF WS-VNC-ID(WS-VNC-SUBS) = ID-CLI AND NOT CLI-ENCERRADA
               MOVE 'S' TO WS-ACHOU-CONTA
               MOVE 'S' TO WS-VNC-CREDITADA(WS-VNC-SUBS)
               COMPUTE SALDO = SALDO + WS-VNC-VALOR(WS-VNC-SUBS)
                   + WS-VNC-RENDIMENTO(WS-VNC-SUBS)
               MOVE 'RESG CDB ' TO WS-DESC-TIPO
               MOVE 'VENCIMENTO ' TO WS-DESC-STATUS
               PERFORM GRAVA-LOG
               IF WS-VNC-IR(WS-VNC-SUBS) > ZEROS
                   SUBTRACT WS-VNC-IR(WS-VNC-SUBS) FROM SALDO
                   MOVE 'IRRF CDB ' TO WS-DESC-TIPO
                   MOVE 'ATUALIZADO ' TO WS-DESC-STATUS
                   PERFORM GRAVA-LOG
                   PERFORM GRAVA-IRRF
               END-IF
               ADD 1 TO WS-CONT-RESGATADAS
           END-IF.
      *
       GRAVA-LOG.
           MOVE ID-CLI           TO ID-LOG.
           MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG.
           MOVE SALDO            TO VALOR-LOG.
           MOVE DATA-LOTE        TO DATA-LOG.
           ACCEPT HORA-LOG FROM TIME.
           CALL "NSUGET" USING WS-NSU.
           MOVE WS-NSU TO NSU-LOG.
           WRITE REG-LOG.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
               STOP RUN.
      *
       GRAVA-IRRF.
           MOVE WS-VNC-ID(WS-VNC-SUBS)         TO ID-IRRF.
           MOVE WS-VNC-NUMERO(WS-VNC-SUBS)     TO NUMERO-APL-IRRF.
           MOVE DATA-LOTE                      TO DATA-IRRF.
           MOVE WS-VNC-RENDIMENTO(WS-VNC-SUBS) TO BASE-IRRF.
           MOVE WS-VNC-IR(WS-VNC-SUBS)         TO VALOR-IRRF.
           WRITE REG-IRRF.
           IF WS-FS-IRRF NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO IRRF - " WS-FS-IRRF
               STOP RUN.
           ADD WS-VNC-IR(WS-VNC-SUBS) TO WS-TOT-IR.
      *
      *    SEGUNDA PASSADA NO APLICACAO.DAT: AS CREDITADAS FICAM
      *    RESGATADAS NO VENCIMENTO COM O RENDIMENTO E O IR GRAVADOS.
       BAIXA-APLICACOES.
           OPEN I-O APLICACAO.
           IF WS-FS-APL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA APLICACAO - " WS-FS-APL
               STOP RUN.
           MOVE 'N' TO WS-FIM-APL.
           READ APLICACAO AT END MOVE 'S' TO WS-FIM-APL.
           PERFORM BAIXA-APLICACAO UNTIL WS-FIM-APL = 'S'.
           CLOSE APLICACAO.
      *
       BAIXA-APLICACAO.
           MOVE ZEROS TO WS-VNC-POS.
           PERFORM BUSCA-VENCIDA
               VARYING WS-VNC-SUBS FROM 1 BY 1
               UNTIL WS-VNC-SUBS > WS-VNC-QTDE
                  OR WS-VNC-POS NOT = ZEROS.
           IF WS-VNC-POS NOT = ZEROS
               IF WS-VNC-CREDITADA(WS-VNC-POS) = 'S'
                   MOVE 'V'       TO STATUS-APL
                   MOVE DATA-LOTE TO DATA-RESGATE-APL
                   MOVE WS-VNC-RENDIMENTO(WS-VNC-POS) TO RENDIMENTO-APL
                   MOVE WS-VNC-IR(WS-VNC-POS)         TO IR-APL
                   MOVE ZEROS     TO PENALIDADE-APL
                   REWRITE REG-APLICACAO
                   IF WS-FS-APL NOT EQUAL "00"
                       DISPLAY "ERRO DE REGRAVACAO APLICACAO - "
                           WS-FS-APL
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "APLICACAO " NUMERO-APL " - CONTA "
                       ID-CLI-APL " NAO ENCONTRADA OU ENCERRADA"
                   ADD 1 TO WS-CONT-PENDENTES
               END-IF
           END-IF.
           READ APLICACAO AT END MOVE 'S' TO WS-FIM-APL.
      *
       BUSCA-VENCIDA.
           IF WS-VNC-NUMERO(WS-VNC-SUBS) = NUMERO-APL
               MOVE WS-VNC-SUBS TO WS-VNC-POS
           END-IF.
      *
       FINALIZA.
           DISPLAY "APLICACOES LIDAS      : " WS-CONT-LIDAS.
           DISPLAY "RESGATADAS NO VENCTO  : " WS-CONT-RESGATADAS.
           DISPLAY "PENDENTES (SEM CONTA) : " WS-CONT-PENDENTES.
           DISPLAY "IR RETIDO NO LOTE     : " WS-TOT-IR.
