       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEIA-NOITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEIA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAD.
           SELECT RUNHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.
           SELECT RELCAD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT LOTECTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.
       DATA DIVISION.
       FILE SECTION.
      *    CRONOGRAMA DA NOITE - MANTIDO PELO CADCADEIA, NA ORDEM DO
      *    PLANO (SEQ CRESCENTE). PASSO E' O NOME DO STEP NO NOITE.JCL.
       FD CADEIA VALUE OF FILE-ID IS "CADEIA.DAT".
       01 REG-CADEIA.
           03 SEQ-CAD              PIC 9(03).
           03 PASSO-CAD            PIC X(08).
           03 PROGRAMA-CAD         PIC X(12).
           03 PREDEC-CAD           PIC X(08) OCCURS 5 TIMES.
           03 REEXEC-CAD           PIC X(01).
               88 CAD-REEXECUTAVEL VALUE 'S'.
           03 HORA-PREV-CAD        PIC 9(04).
           03 DURACAO-PREV-CAD     PIC 9(03).
      *
       FD RUNHIST VALUE OF FILE-ID IS "RUNHIST.DAT".
       01 REG-RUNHIST.
           03 PROGRAMA-RUN         PIC X(12).
           03 EVENTO-RUN           PIC X(01).
               88 RUN-INICIO       VALUE 'I'.
               88 RUN-FIM          VALUE 'F'.
           03 DATA-LOTE-RUN        PIC 9(06).
           03 DATA-RUN             PIC 9(06).
           03 HORA-RUN             PIC 9(08).
           03 STATUS-RUN           PIC X(02).
           03 LIDOS-RUN            PIC 9(07).
           03 ATUALIZADOS-RUN      PIC 9(07).
           03 REJEITADOS-RUN       PIC 9(07).
      *
       FD RELCAD VALUE OF FILE-ID IS "RELCADEIA.DAT".
       01 REG-REL                  PIC X(80).
      *
       FD LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
       01 REG-LOTECTL.
           03 DATA-LOTE            PIC 9(06).
           03 STATUS-LOTE          PIC X(01).
               88 LOTE-ABERTO      VALUE 'A'.
               88 LOTE-FECHADO     VALUE 'F'.
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-PASSO                 PIC X(08) VALUE SPACES.
       01 WS-DATA-LOTE             PIC 9(06) VALUE ZEROS.
       01 WS-FS-CAD                PIC X(02) VALUE ZEROS.
       01 WS-FS-RUN                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-TEM-LOTE              PIC X(01) VALUE 'N'.
       01 WS-FIM-CAD               PIC X(01) VALUE 'N'.
       01 WS-FIM-RUN               PIC X(01) VALUE 'N'.
       01 WS-PRED-OK               PIC X(01) VALUE 'S'.
       01 WS-BLOQUEIA              PIC X(01) VALUE 'N'.
       01 WS-CODIGO-RETORNO        PIC 9(02) VALUE ZEROS.
      *
      *    CRONOGRAMA EM MEMORIA COM A SITUACAO DE CADA PASSO NO LOTE:
      *    N NAO EXECUTADO, E INICIOU E NAO TERMINOU (FALHA/ABEND),
      *    C CONCLUIDO COM STATUS 00.
       01 WS-CAD-TAB.
           03 WS-CAD-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-CAD-ITEM OCCURS 100 TIMES.
               05 WS-CAD-SEQ       PIC 9(03).
               05 WS-CAD-PASSO     PIC X(08).
               05 WS-CAD-PROGRAMA  PIC X(12).
               05 WS-CAD-PREDEC    PIC X(08) OCCURS 5 TIMES.
               05 WS-CAD-REEXEC    PIC X(01).
               05 WS-CAD-HORA-PREV PIC 9(04).
               05 WS-CAD-DURACAO   PIC 9(03).
               05 WS-CAD-SITUACAO  PIC X(01).
               05 WS-CAD-STATUS    PIC X(02).
               05 WS-CAD-DATA-INI  PIC 9(06).
               05 WS-CAD-HORA-INI  PIC 9(08).
               05 WS-CAD-DATA-FIM  PIC 9(06).
               05 WS-CAD-HORA-FIM  PIC 9(08).
       01 WS-CAD-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-CAD-POS               PIC 9(03) VALUE ZEROS.
       01 WS-CAD-BUSCA             PIC X(12) VALUE SPACES.
       01 WS-PASSO-POS             PIC 9(03) VALUE ZEROS.
       01 WS-PRED-SUBS             PIC 9(01) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - O PASSO
      *    ENTRA COM O NOME DO STEP E O FIM NORMAL COM STATUS 00.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE SPACES.
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    HORARIOS EM MINUTOS A PARTIR DA 00:00 DO DIA DO LOTE. A
      *    NOITE ATRAVESSA A MEIA-NOITE: HORA PREVISTA ANTES DAS 12:00
      *    E EXECUCAO COM DATA DIFERENTE DA DO LOTE CAEM NO DIA
      *    SEGUINTE (+1440).
       01 WS-HORA-R.
           03 WS-HORA-HH           PIC 9(02).
           03 WS-HORA-MM           PIC 9(02).
           03 WS-HORA-SS           PIC 9(02).
           03 WS-HORA-CC           PIC 9(02).
       01 WS-HHMM-R.
           03 WS-HHMM-HH           PIC 9(02).
           03 WS-HHMM-MM           PIC 9(02).
       01 WS-MIN-PREV-INI          PIC 9(05) VALUE ZEROS.
       01 WS-MIN-PREV-FIM          PIC 9(05) VALUE ZEROS.
       01 WS-MIN-REAL-FIM          PIC 9(05) VALUE ZEROS.
       01 WS-MIN-ATRASO            PIC S9(05) VALUE ZEROS.
      *
       01 WS-CONT-CONCLUIDOS       PIC 9(03) VALUE ZEROS.
       01 WS-CONT-ATRASADOS        PIC 9(03) VALUE ZEROS.
       01 WS-CONT-FALHOS           PIC 9(03) VALUE ZEROS.
       01 WS-CONT-PENDENTES        PIC 9(03) VALUE ZEROS.
      *
       01 WS-CAB1.
           05 FILLER               PIC X(29)
               VALUE "===== CADEIA DA NOITE - LOTE ".
           05 WS-CAB-LOTE          PIC 9(06).
           05 FILLER               PIC X(45)
               VALUE " - PREVISTO X REALIZADO =====".
       01 WS-CAB2                  PIC X(80)
           VALUE
           "SEQ PASSO    PREV  P.FIM INICIO FIM    ST ATRASO SITUACAO".
       01 WS-LINHA-DET.
           05 WS-L-SEQ             PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-PASSO           PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-PREV            PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-L-PREV-FIM        PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-L-INICIO          PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-FIM             PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-ST              PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-ATRASO          PIC -----9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-SITUACAO        PIC X(24).
           05 FILLER               PIC X(07) VALUE SPACES.
       01 WS-LINHA-TOT.
           05 FILLER               PIC X(12) VALUE "CONCLUIDOS: ".
           05 WS-T-CONCLUIDOS      PIC ZZ9.
           05 FILLER               PIC X(13) VALUE "  ATRASADOS: ".
           05 WS-T-ATRASADOS       PIC ZZ9.
           05 FILLER               PIC X(10) VALUE "  FALHAS: ".
           05 WS-T-FALHOS          PIC ZZ9.
           05 FILLER               PIC X(15) VALUE "  NAO RODARAM: ".
           05 WS-T-PENDENTES       PIC ZZ9.
           05 FILLER               PIC X(18) VALUE SPACES.
      *
      *    CONDUTOR DA CADEIA DA NOITE. CADA STEP DO NOITE.JCL VEM
      *    ENTRE DOIS STEPS DESTE PROGRAMA:
      *      L - LIBERA O PASSO SE TODOS OS PREDECESSORES TERMINARAM
      *          COM STATUS 00 NO MESMO LOTE (RC 0); PASSO JA
      *          CONCLUIDO E NAO REEXECUTAVEL E' SALTADO (RC 4); FORA
      *          ISSO O PASSO E' RECUSADO (RC 8).
      *      F - GRAVA O FIM 00 DO PASSO (SO RODA SE O STEP DEU 0).
      *    E PARA O OPERADOR:
      *      R - CONFERE O REINICIO A PARTIR DE UM PASSO E DIZ O
      *          RESTART= A USAR NA RESUBMISSAO.
      *      T - RELATORIO PREVISTO X REALIZADO (RELCADEIA.DAT).
      *    DATA DO LOTE ZERO = LOTE ABERTO NO LOTECTL.DAT (SEM LOTE
      *    ABERTO, HOJE). NA LIBERACAO, DATA DIFERENTE DA DO LOTE
      *    ABERTO E' RECUSADA - A CADEIA INTEIRA RODA NUM SO LOTE,
      *    AINDA QUE ATRAVESSE A MEIA-NOITE.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-PARAMETROS.
           PERFORM LE-LOTE.
           PERFORM RESOLVE-DATA-LOTE.
           PERFORM CARREGA-CADEIA.
           PERFORM APURA-SITUACAO.
           EVALUATE WS-OPCAO
               WHEN 'L' PERFORM LIBERA-PASSO
               WHEN 'F' PERFORM FINALIZA-PASSO
               WHEN 'R' PERFORM CONFERE-REINICIO
               WHEN 'T' PERFORM GERA-LINHA-TEMPO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE L, F, R OU T"
                   MOVE 8 TO WS-CODIGO-RETORNO
           END-EVALUATE.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.
      *
       ENTRA-PARAMETROS.
           DISPLAY "OPERACAO (L-LIBERAR / F-FIM DO PASSO / "
               "R-REINICIO / T-PREVISTO X REALIZADO): ".
           ACCEPT WS-OPCAO.
           IF WS-OPCAO NOT = 'T'
               DISPLAY "PASSO: "
               ACCEPT WS-PASSO
           END-IF.
           DISPLAY "DATA DO LOTE (AAMMDD, 000000 = LOTE ABERTO): ".
           ACCEPT WS-DATA-LOTE.
      *
       LE-LOTE.
           OPEN INPUT LOTECTL.
           IF WS-FS-LOTE = "00"
               READ LOTECTL
                   NOT AT END
                       MOVE 'S' TO WS-TEM-LOTE
               END-READ
               CLOSE LOTECTL
           END-IF.
      *
       RESOLVE-DATA-LOTE.
           IF WS-DATA-LOTE = ZEROS
               IF WS-TEM-LOTE = 'S' AND LOTE-ABERTO
                   MOVE DATA-LOTE TO WS-DATA-LOTE
               ELSE
                   ACCEPT WS-DATA-LOTE FROM DATE
               END-IF
           END-IF.
      *
       CARREGA-CADEIA.
           OPEN INPUT CADEIA.
           IF WS-FS-CAD NOT EQUAL "00"
               DISPLAY "CADEIA.DAT NAO ENCONTRADO - EXECUTE CADCADEIA"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LER-CADEIA UNTIL WS-FIM-CAD = 'S'.
           CLOSE CADEIA.
      *
       LER-CADEIA.
           READ CADEIA
               AT END
                   MOVE 'S' TO WS-FIM-CAD
               NOT AT END
                   PERFORM GUARDA-PASSO
           END-READ.
      *
       GUARDA-PASSO.
           IF WS-CAD-QTDE = 100
               DISPLAY "CRONOGRAMA COM MAIS DE 100 PASSOS - PASSO "
                   PASSO-CAD " IGNORADO"
           ELSE
               ADD 1 TO WS-CAD-QTDE
               MOVE SEQ-CAD          TO WS-CAD-SEQ(WS-CAD-QTDE)
               MOVE PASSO-CAD        TO WS-CAD-PASSO(WS-CAD-QTDE)
               MOVE PROGRAMA-CAD     TO WS-CAD-PROGRAMA(WS-CAD-QTDE)
               PERFORM COPIA-PREDEC
                   VARYING WS-PRED-SUBS FROM 1 BY 1
                   UNTIL WS-PRED-SUBS > 5
               MOVE REEXEC-CAD       TO WS-CAD-REEXEC(WS-CAD-QTDE)
               MOVE HORA-PREV-CAD    TO WS-CAD-HORA-PREV(WS-CAD-QTDE)
               MOVE DURACAO-PREV-CAD TO WS-CAD-DURACAO(WS-CAD-QTDE)
               MOVE 'N'              TO WS-CAD-SITUACAO(WS-CAD-QTDE)
               MOVE SPACES           TO WS-CAD-STATUS(WS-CAD-QTDE)
               MOVE ZEROS            TO WS-CAD-DATA-INI(WS-CAD-QTDE)
                                        WS-CAD-HORA-INI(WS-CAD-QTDE)
                                        WS-CAD-DATA-FIM(WS-CAD-QTDE)
                                        WS-CAD-HORA-FIM(WS-CAD-QTDE)
           END-IF.
      *
       COPIA-PREDEC.
           MOVE PREDEC-CAD(WS-PRED-SUBS)
               TO WS-CAD-PREDEC(WS-CAD-QTDE WS-PRED-SUBS).
      *
      *    SO OS EVENTOS DO MESMO LOTE CONTAM. O ULTIMO EVENTO DO PASSO
      *    DECIDE: INICIO SEM FIM DEPOIS DELE E' FALHA OU ABEND.
       APURA-SITUACAO.
           OPEN INPUT RUNHIST.
           IF WS-FS-RUN NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-RUN
           END-IF.
           PERFORM LER-RUNHIST UNTIL WS-FIM-RUN = 'S'.
           IF WS-FS-RUN = "00" OR WS-FS-RUN = "10"
               CLOSE RUNHIST
           END-IF.
      *
       LER-RUNHIST.
           READ RUNHIST
               AT END
                   MOVE 'S' TO WS-FIM-RUN
               NOT AT END
                   IF DATA-LOTE-RUN = WS-DATA-LOTE
                       PERFORM REGISTRA-EVENTO
                   END-IF
           END-READ.
      *
       REGISTRA-EVENTO.
           MOVE PROGRAMA-RUN TO WS-CAD-BUSCA.
           PERFORM LOCALIZA-PASSO.
           IF WS-CAD-POS NOT = ZEROS
               IF RUN-INICIO
                   MOVE 'E'      TO WS-CAD-SITUACAO(WS-CAD-POS)
                   MOVE SPACES   TO WS-CAD-STATUS(WS-CAD-POS)
                   MOVE DATA-RUN TO WS-CAD-DATA-INI(WS-CAD-POS)
                   MOVE HORA-RUN TO WS-CAD-HORA-INI(WS-CAD-POS)
                   MOVE ZEROS    TO WS-CAD-DATA-FIM(WS-CAD-POS)
                                    WS-CAD-HORA-FIM(WS-CAD-POS)
               ELSE
                   MOVE STATUS-RUN TO WS-CAD-STATUS(WS-CAD-POS)
                   MOVE DATA-RUN   TO WS-CAD-DATA-FIM(WS-CAD-POS)
                   MOVE HORA-RUN   TO WS-CAD-HORA-FIM(WS-CAD-POS)
                   IF STATUS-RUN = "00"
                       MOVE 'C' TO WS-CAD-SITUACAO(WS-CAD-POS)
                   ELSE
                       MOVE 'E' TO WS-CAD-SITUACAO(WS-CAD-POS)
                   END-IF
               END-IF
           END-IF.
      *
       LOCALIZA-PASSO.
           MOVE ZEROS TO WS-CAD-POS.
           PERFORM BUSCA-PASSO
               VARYING WS-CAD-SUBS FROM 1 BY 1
               UNTIL WS-CAD-SUBS > WS-CAD-QTDE OR WS-CAD-POS NOT = 0.
      *
       BUSCA-PASSO.
           IF WS-CAD-PASSO(WS-CAD-SUBS) = WS-CAD-BUSCA
               MOVE WS-CAD-SUBS TO WS-CAD-POS
           END-IF.
      *
       LOCALIZA-PASSO-PEDIDO.
           MOVE WS-PASSO TO WS-CAD-BUSCA.
           PERFORM LOCALIZA-PASSO.
           MOVE WS-CAD-POS TO WS-PASSO-POS.
           IF WS-PASSO-POS = ZEROS
               DISPLAY "PASSO " WS-PASSO " NAO CONSTA DO CRONOGRAMA"
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.
      *
       LIBERA-PASSO.
           IF WS-TEM-LOTE = 'S' AND LOTE-ABERTO
              AND DATA-LOTE NOT = WS-DATA-LOTE
               DISPLAY "PASSO " WS-PASSO " RECUSADO - LOTE ABERTO "
                   DATA-LOTE " DIFERENTE DO LOTE " WS-DATA-LOTE
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               PERFORM LOCALIZA-PASSO-PEDIDO
               IF WS-PASSO-POS NOT = ZEROS
                   PERFORM DECIDE-LIBERACAO
               END-IF
           END-IF.
      *
       DECIDE-LIBERACAO.
           PERFORM CONFERE-PREDECESSORES.
           EVALUATE TRUE
               WHEN WS-CAD-SITUACAO(WS-PASSO-POS) = 'C'
                AND WS-CAD-REEXEC(WS-PASSO-POS) NOT = 'S'
                   DISPLAY "PASSO " WS-PASSO " JA CONCLUIDO NO LOTE "
                       WS-DATA-LOTE " E NAO REEXECUTAVEL - SALTADO"
                   MOVE 4 TO WS-CODIGO-RETORNO
               WHEN WS-CAD-SITUACAO(WS-PASSO-POS) = 'E'
                AND WS-CAD-REEXEC(WS-PASSO-POS) NOT = 'S'
                   DISPLAY "PASSO " WS-PASSO " FALHOU NO LOTE "
                       WS-DATA-LOTE " E NAO E' REEXECUTAVEL - "
                       "ACERTO MANUAL ANTES DE PROSSEGUIR"
                   MOVE 8 TO WS-CODIGO-RETORNO
               WHEN WS-PRED-OK = 'N'
                   DISPLAY "PASSO " WS-PASSO " RECUSADO - "
                       "PREDECESSOR SEM FIM 00 NO LOTE " WS-DATA-LOTE
                   MOVE 8 TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE WS-PASSO TO WS-RUN-PROGRAMA
                   MOVE 'I'      TO WS-RUN-EVENTO
                   MOVE SPACES   TO WS-RUN-STATUS
                   PERFORM GRAVA-RUNLOG
                   DISPLAY "PASSO " WS-PASSO " LIBERADO - LOTE "
                       WS-DATA-LOTE
                   MOVE ZEROS TO WS-CODIGO-RETORNO
           END-EVALUATE.
      *
       CONFERE-PREDECESSORES.
           MOVE 'S' TO WS-PRED-OK.
           PERFORM CONFERE-UM-PREDECESSOR
               VARYING WS-PRED-SUBS FROM 1 BY 1
               UNTIL WS-PRED-SUBS > 5.
      *
       CONFERE-UM-PREDECESSOR.
           IF WS-CAD-PREDEC(WS-PASSO-POS WS-PRED-SUBS) NOT = SPACES
               MOVE WS-CAD-PREDEC(WS-PASSO-POS WS-PRED-SUBS)
                   TO WS-CAD-BUSCA
               PERFORM LOCALIZA-PASSO
               EVALUATE TRUE
                   WHEN WS-CAD-POS = ZEROS
                       MOVE 'N' TO WS-PRED-OK
                       DISPLAY "  PREDECESSOR " WS-CAD-BUSCA(1:8)
                           " NAO CONSTA DO CRONOGRAMA"
                   WHEN WS-CAD-SITUACAO(WS-CAD-POS) = 'N'
                       MOVE 'N' TO WS-PRED-OK
                       DISPLAY "  PREDECESSOR " WS-CAD-BUSCA(1:8)
                           " NAO EXECUTADO"
                   WHEN WS-CAD-SITUACAO(WS-CAD-POS) = 'E'
                       MOVE 'N' TO WS-PRED-OK
                       DISPLAY "  PREDECESSOR " WS-CAD-BUSCA(1:8)
                           " SEM FIM 00 (FALHA OU EM CURSO)"
               END-EVALUATE
           END-IF.
      *
       FINALIZA-PASSO.
           PERFORM LOCALIZA-PASSO-PEDIDO.
           IF WS-PASSO-POS NOT = ZEROS
               IF WS-CAD-SITUACAO(WS-PASSO-POS) NOT = 'E'
                   DISPLAY "PASSO " WS-PASSO " NAO FOI LIBERADO NO "
                       "LOTE " WS-DATA-LOTE " - FIM NAO GRAVADO"
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE WS-PASSO TO WS-RUN-PROGRAMA
                   MOVE 'F'      TO WS-RUN-EVENTO
                   MOVE "00"     TO WS-RUN-STATUS
                   PERFORM GRAVA-RUNLOG
                   DISPLAY "PASSO " WS-PASSO " CONCLUIDO - LOTE "
                       WS-DATA-LOTE
               END-IF
           END-IF.
      *
       GRAVA-RUNLOG.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
      *    O REINICIO REEXECUTA O PASSO PEDIDO E TODOS OS SEGUINTES
      *    NO PLANO. PASSO JA CONCLUIDO E NAO REEXECUTAVEL SO E'
      *    SALTADO PELO STEP L; O QUE BLOQUEIA O REINICIO E' PASSO
      *    FALHO QUE NAO PODE SER REEXECUTADO OU PREDECESSOR DO PASSO
      *    PEDIDO SEM FIM 00.
       CONFERE-REINICIO.
           PERFORM LOCALIZA-PASSO-PEDIDO.
           IF WS-PASSO-POS NOT = ZEROS
               PERFORM CONFERE-PREDECESSORES
               MOVE 'N' TO WS-BLOQUEIA
               IF WS-PRED-OK = 'N'
                   MOVE 'S' TO WS-BLOQUEIA
               END-IF
               DISPLAY "===== REINICIO A PARTIR DE " WS-PASSO
                   " - LOTE " WS-DATA-LOTE " ====="
               PERFORM AVALIA-PASSO-REINICIO
                   VARYING WS-CAD-SUBS FROM WS-PASSO-POS BY 1
                   UNTIL WS-CAD-SUBS > WS-CAD-QTDE
               IF WS-BLOQUEIA = 'S'
                   DISPLAY "REINICIO RECUSADO - ACERTE OS ITENS ACIMA"
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   DISPLAY "REINICIO LIBERADO - RESUBMETA O NOITE COM "
                       "RESTART=L" WS-CAD-SEQ(WS-PASSO-POS)
               END-IF
           END-IF.
      *
       AVALIA-PASSO-REINICIO.
           EVALUATE TRUE
               WHEN WS-CAD-SITUACAO(WS-CAD-SUBS) = 'C'
                AND WS-CAD-REEXEC(WS-CAD-SUBS) NOT = 'S'
                   DISPLAY WS-CAD-SEQ(WS-CAD-SUBS) " "
                       WS-CAD-PASSO(WS-CAD-SUBS)
                       " JA CONCLUIDO - SERA SALTADO"
               WHEN WS-CAD-SITUACAO(WS-CAD-SUBS) = 'C'
                   DISPLAY WS-CAD-SEQ(WS-CAD-SUBS) " "
                       WS-CAD-PASSO(WS-CAD-SUBS)
                       " JA CONCLUIDO - SERA REEXECUTADO"
               WHEN WS-CAD-SITUACAO(WS-CAD-SUBS) = 'E'
                AND WS-CAD-REEXEC(WS-CAD-SUBS) NOT = 'S'
                   DISPLAY WS-CAD-SEQ(WS-CAD-SUBS) " "
                       WS-CAD-PASSO(WS-CAD-SUBS)
                       " FALHOU E NAO E' REEXECUTAVEL - BLOQUEIA"
                   MOVE 'S' TO WS-BLOQUEIA
               WHEN WS-CAD-SITUACAO(WS-CAD-SUBS) = 'E'
                   DISPLAY WS-CAD-SEQ(WS-CAD-SUBS) " "
                       WS-CAD-PASSO(WS-CAD-SUBS)
                       " FALHOU - SERA REEXECUTADO"
               WHEN OTHER
                   DISPLAY WS-CAD-SEQ(WS-CAD-SUBS) " "
                       WS-CAD-PASSO(WS-CAD-SUBS)
                       " SERA EXECUTADO"
           END-EVALUATE.
      *
       GERA-LINHA-TEMPO.
           OPEN OUTPUT RELCAD.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELCADEIA - " WS-FS-REL
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-DATA-LOTE TO WS-CAB-LOTE.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           PERFORM ESCREVE-LINHA-PASSO
               VARYING WS-CAD-SUBS FROM 1 BY 1
               UNTIL WS-CAD-SUBS > WS-CAD-QTDE.
           MOVE WS-CONT-CONCLUIDOS TO WS-T-CONCLUIDOS.
           MOVE WS-CONT-ATRASADOS  TO WS-T-ATRASADOS.
           MOVE WS-CONT-FALHOS     TO WS-T-FALHOS.
           MOVE WS-CONT-PENDENTES  TO WS-T-PENDENTES.
           MOVE WS-LINHA-TOT TO REG-REL.
           WRITE REG-REL.
           CLOSE RELCAD.
           DISPLAY "PASSOS NO RELATORIO: " WS-CAD-QTDE.
      *
       ESCREVE-LINHA-PASSO.
           MOVE WS-CAD-HORA-PREV(WS-CAD-SUBS) TO WS-HHMM-R.
           COMPUTE WS-MIN-PREV-INI = WS-HHMM-HH * 60 + WS-HHMM-MM.
           IF WS-HHMM-HH < 12
               ADD 1440 TO WS-MIN-PREV-INI
           END-IF.
           COMPUTE WS-MIN-PREV-FIM = WS-MIN-PREV-INI
               + WS-CAD-DURACAO(WS-CAD-SUBS).
           MOVE WS-CAD-SEQ(WS-CAD-SUBS)       TO WS-L-SEQ.
           MOVE WS-CAD-PASSO(WS-CAD-SUBS)     TO WS-L-PASSO.
           MOVE WS-CAD-HORA-PREV(WS-CAD-SUBS) TO WS-L-PREV.
           PERFORM CALCULA-PREV-FIM.
           MOVE SPACES TO WS-L-INICIO WS-L-FIM WS-L-ST.
           MOVE ZEROS  TO WS-L-ATRASO.
           IF WS-CAD-SITUACAO(WS-CAD-SUBS) NOT = 'N'
               MOVE WS-CAD-HORA-INI(WS-CAD-SUBS) TO WS-HORA-R
               MOVE WS-HORA-R(1:6) TO WS-L-INICIO
           END-IF.
           EVALUATE WS-CAD-SITUACAO(WS-CAD-SUBS)
               WHEN 'N'
                   MOVE "NAO EXECUTADO" TO WS-L-SITUACAO
                   ADD 1 TO WS-CONT-PENDENTES
               WHEN 'E'
                   MOVE WS-CAD-STATUS(WS-CAD-SUBS) TO WS-L-ST
                   MOVE "SEM FIM 00 - FALHOU" TO WS-L-SITUACAO
                   ADD 1 TO WS-CONT-FALHOS
               WHEN OTHER
                   PERFORM AVALIA-PRAZO
           END-EVALUATE.
           MOVE WS-LINHA-DET TO REG-REL.
           WRITE REG-REL.
      *
       CALCULA-PREV-FIM.
           IF WS-MIN-PREV-FIM NOT < 1440
               COMPUTE WS-HHMM-HH = (WS-MIN-PREV-FIM - 1440) / 60
               COMPUTE WS-HHMM-MM = WS-MIN-PREV-FIM - 1440
                   - WS-HHMM-HH * 60
           ELSE
               COMPUTE WS-HHMM-HH = WS-MIN-PREV-FIM / 60
               COMPUTE WS-HHMM-MM = WS-MIN-PREV-FIM - WS-HHMM-HH * 60
           END-IF.
           MOVE WS-HHMM-R TO WS-L-PREV-FIM.
      *
       AVALIA-PRAZO.
           MOVE WS-CAD-HORA-FIM(WS-CAD-SUBS) TO WS-HORA-R.
           MOVE WS-HORA-R(1:6) TO WS-L-FIM.
           MOVE WS-CAD-STATUS(WS-CAD-SUBS) TO WS-L-ST.
           COMPUTE WS-MIN-REAL-FIM = WS-HORA-HH * 60 + WS-HORA-MM.
           IF WS-CAD-DATA-FIM(WS-CAD-SUBS) NOT = WS-DATA-LOTE
               ADD 1440 TO WS-MIN-REAL-FIM
           END-IF.
           COMPUTE WS-MIN-ATRASO = WS-MIN-REAL-FIM - WS-MIN-PREV-FIM.
           ADD 1 TO WS-CONT-CONCLUIDOS.
           IF WS-MIN-ATRASO > ZEROS
               MOVE WS-MIN-ATRASO TO WS-L-ATRASO
               MOVE "CONCLUIDO COM ATRASO" TO WS-L-SITUACAO
               ADD 1 TO WS-CONT-ATRASADOS
           ELSE
               MOVE "CONCLUIDO NO PRAZO" TO WS-L-SITUACAO
           END-IF.
