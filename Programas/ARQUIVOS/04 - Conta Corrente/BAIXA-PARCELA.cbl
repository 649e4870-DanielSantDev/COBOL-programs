       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-PARCELA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCRET ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRET.
           SELECT PARCELA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARC.
           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMP.
           SELECT TRABALHO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.
       DATA DIVISION.
       FILE SECTION.
       FD PARCRET VALUE OF FILE-ID IS "PARCRET.DAT".
       01 REG-PARCRET.
           03 ID-RET.
               05 AGENCIA-RET      PIC 9(03).
               05 CONTA-RET        PIC 9(06).
           03 VALOR-RET            PIC S9(09).
           03 DATA-RET             PIC 9(06).
           03 SITUACAO-RET         PIC X(01).
               88 RET-PAGA         VALUE 'P'.
               88 RET-RECUSADA     VALUE 'R'.
               88 RET-AGUARDANDO   VALUE 'A'.
      *
       FD PARCELA VALUE OF FILE-ID IS "PARCELA.DAT".
       01 REG-PARCELA.
           03 ID-PARCELA.
               05 NUMERO-EMP-PARC  PIC 9(06).
               05 NUM-PARC         PIC 9(03).
           03 ID-CLI-PARC.
               05 AGENCIA-PARC     PIC 9(03).
               05 CONTA-PARC       PIC 9(06).
           03 DATA-VENC-PARC       PIC 9(06).
           03 VALOR-PARC           PIC 9(09).
           03 AMORTIZACAO-PARC     PIC 9(09).
           03 JUROS-PARC           PIC 9(09).
           03 SALDO-DEVEDOR-PARC   PIC 9(09).
           03 STATUS-PARC          PIC X(01).
               88 PARC-A-VENCER    VALUE 'A'.
               88 PARC-EM-COBRANCA VALUE 'C'.
               88 PARC-VENCIDA     VALUE 'V'.
               88 PARC-PAGA        VALUE 'P'.
           03 DATA-PAGTO-PARC      PIC 9(06).
      *
       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".
       01 REG-EMPREST.
           03 NUMERO-EMP           PIC 9(06).
           03 ID-CLI-EMP.
               05 AGENCIA-EMP      PIC 9(03).
               05 CONTA-EMP        PIC 9(06).
           03 PRINCIPAL-EMP        PIC 9(09).
           03 TAXA-EMP             PIC 9V9999.
           03 PRAZO-EMP            PIC 9(03).
           03 DATA-INICIO-EMP      PIC 9(06).
           03 VALOR-PARCELA-EMP    PIC 9(09).
           03 STATUS-EMP           PIC X(01).
               88 EMP-NOVO         VALUE 'N'.
               88 EMP-ATIVO        VALUE 'A'.
               88 EMP-QUITADO      VALUE 'Q'.
      *
      *    RETORNOS QUE NAO COUBERAM NA TABELA - VOLTAM PARA O
      *    PARCRET.DAT NO FIM, PARA A PROXIMA EXECUCAO.
       FD TRABALHO VALUE OF FILE-ID IS "PARCTRAB.DAT".
       01 REG-TRABALHO             PIC X(25).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-PRET               PIC X(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC X(02) VALUE ZEROS.
       01 WS-FS-EMP                PIC X(02) VALUE ZEROS.
       01 WS-FS-TRB                PIC X(02) VALUE ZEROS.
       01 WS-FIM-RET               PIC X(01) VALUE 'N'.
       01 WS-FIM-PARC              PIC X(01) VALUE 'N'.
       01 WS-FIM-EMP               PIC X(01) VALUE 'N'.
       01 WS-FIM-TRB               PIC X(01) VALUE 'N'.
      *
      *    RETORNOS DO LOTE EM MEMORIA - CADA RETORNO E' CASADO COM
      *    UMA UNICA PARCELA EM COBRANCA DA MESMA CONTA E MESMO VALOR
      *    (A MAIS ANTIGA, PELA ORDEM DO PARCELA.DAT).
       01 WS-RET-TAB.
           03 WS-RET-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-RET-ITEM OCCURS 2000 TIMES.
               05 WS-RET-ID        PIC 9(09).
               05 WS-RET-VALOR     PIC 9(09).
               05 WS-RET-DATA      PIC 9(06).
               05 WS-RET-SITUACAO  PIC X(01).
               05 WS-RET-USADO     PIC X(01).
       01 WS-RET-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-RET-POS               PIC 9(04) VALUE ZEROS.
      *
      *    CONTRATOS QUE AINDA TEM PARCELA EM ABERTO DEPOIS DA BAIXA.
       01 WS-ABERTO-TAB.
           03 WS-ABERTO-QTDE       PIC 9(04) VALUE ZEROS.
           03 WS-ABERTO-NUMERO     PIC 9(06) OCCURS 2000 TIMES.
       01 WS-ABERTO-SUBS           PIC 9(04) VALUE ZEROS.
       01 WS-ABERTO-POS            PIC 9(04) VALUE ZEROS.
      *
       01 WS-CONT-RETORNOS         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-PAGAS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-VENCIDAS         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-AGUARDANDO       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-SEM-PARCELA      PIC 9(07) VALUE ZEROS.
       01 WS-CONT-QUITADOS         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ADIADOS          PIC 9(07) VALUE ZEROS.
       01 WS-DATA-LOTE             PIC 9(06) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "BAIXA-PARC".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    RODA DEPOIS DA MOVIMENTACAO: APLICA NO PARCELA.DAT O
      *    RESULTADO DE CADA DEBITO DE PARCELA (PARCRET.DAT). DEBITO
      *    RECUSADO POR LIMITE OU STATUS DA CONTA DEIXA A PARCELA
      *    VENCIDA - ELA NAO SE PERDE, VOLTA NO PROXIMO GERA-PARCELA E
      *    ENVELHECE NO RELINADIMP. PARCELA QUE CAIU NA FILA DE
      *    APROVACAO CONTINUA EM COBRANCA ATE O SUPERVISOR DECIDIR.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-RETORNOS.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM ATUALIZA-PARCELAS.
           PERFORM ATUALIZA-CONTRATOS.
           PERFORM FINALIZA.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE WS-DATA-LOTE TO WS-RUN-DATA-LOTE.
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
           MOVE WS-CONT-RETORNOS    TO WS-RUN-LIDOS.
           MOVE WS-CONT-PAGAS       TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-VENCIDAS    TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       CARREGA-RETORNOS.
           OPEN INPUT PARCRET.
           IF WS-FS-PRET NOT EQUAL "00"
               DISPLAY "PARCRET.DAT NAO ENCONTRADO - NADA A BAIXAR"
               STOP RUN.
           OPEN OUTPUT TRABALHO.
           IF WS-FS-TRB NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PARCTRAB - " WS-FS-TRB
               STOP RUN.
           PERFORM LER-RETORNO.
           PERFORM GUARDA-RETORNO UNTIL WS-FIM-RET = 'S'.
           CLOSE PARCRET.
           CLOSE TRABALHO.
      *
       LER-RETORNO.
           READ PARCRET
               AT END
                   MOVE 'S' TO WS-FIM-RET
               NOT AT END
                   ADD 1 TO WS-CONT-RETORNOS
           END-READ.
      *
       GUARDA-RETORNO.
           IF WS-RET-QTDE < 2000
               ADD 1 TO WS-RET-QTDE
               MOVE ID-RET       TO WS-RET-ID(WS-RET-QTDE)
               COMPUTE WS-RET-VALOR(WS-RET-QTDE) = VALOR-RET * -1
               MOVE DATA-RET     TO WS-RET-DATA(WS-RET-QTDE)
               MOVE SITUACAO-RET TO WS-RET-SITUACAO(WS-RET-QTDE)
               MOVE 'N'          TO WS-RET-USADO(WS-RET-QTDE)
               MOVE DATA-RET     TO WS-DATA-LOTE
           ELSE
               DISPLAY "TABELA DE RETORNOS CHEIA - RETORNO DA CONTA "
                   ID-RET " FICA PARA A PROXIMA EXECUCAO"
               WRITE REG-TRABALHO FROM REG-PARCRET
               IF WS-FS-TRB NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO PARCTRAB - " WS-FS-TRB
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONT-ADIADOS
           END-IF.
           PERFORM LER-RETORNO.
      *
       ATUALIZA-PARCELAS.
           OPEN I-O PARCELA.
           IF WS-FS-PARC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PARCELA - " WS-FS-PARC
               STOP RUN.
           PERFORM LER-PARCELA.
           PERFORM TRATA-PARCELA UNTIL WS-FIM-PARC = 'S'.
           CLOSE PARCELA.
      *
       LER-PARCELA.
           READ PARCELA AT END MOVE 'S' TO WS-FIM-PARC.
      *
       TRATA-PARCELA.
           IF PARC-EM-COBRANCA
               PERFORM LOCALIZA-RETORNO
               IF WS-RET-POS NOT = ZEROS
                   PERFORM APLICA-RETORNO
               END-IF
           END-IF.
           IF NOT PARC-PAGA
               PERFORM MARCA-CONTRATO-ABERTO
           END-IF.
           PERFORM LER-PARCELA.
      *
       LOCALIZA-RETORNO.
           MOVE ZEROS TO WS-RET-POS.
           PERFORM BUSCA-RETORNO
               VARYING WS-RET-SUBS FROM 1 BY 1
               UNTIL WS-RET-SUBS > WS-RET-QTDE
                  OR WS-RET-POS NOT = ZEROS.
      *
       BUSCA-RETORNO.
           IF WS-RET-USADO(WS-RET-SUBS) = 'N'
              AND WS-RET-ID(WS-RET-SUBS) = ID-CLI-PARC
              AND WS-RET-VALOR(WS-RET-SUBS) = VALOR-PARC
               MOVE WS-RET-SUBS TO WS-RET-POS
           END-IF.
      *
       APLICA-RETORNO.
           MOVE 'S' TO WS-RET-USADO(WS-RET-POS).
           EVALUATE WS-RET-SITUACAO(WS-RET-POS)
               WHEN 'P'
                   MOVE 'P' TO STATUS-PARC
                   MOVE WS-RET-DATA(WS-RET-POS) TO DATA-PAGTO-PARC
                   ADD 1 TO WS-CONT-PAGAS
               WHEN 'R'
                   MOVE 'V' TO STATUS-PARC
                   ADD 1 TO WS-CONT-VENCIDAS
                   DISPLAY "CONTRATO " NUMERO-EMP-PARC " PARCELA "
                       NUM-PARC " RECUSADA - CONTA " ID-CLI-PARC
                       " - PARCELA VENCIDA"
               WHEN OTHER
                   ADD 1 TO WS-CONT-AGUARDANDO
           END-EVALUATE.
           REWRITE REG-PARCELA.
           IF WS-FS-PARC NOT EQUAL "00"
               DISPLAY "ERRO DE REGRAVACAO PARCELA - " WS-FS-PARC
               STOP RUN.
      *
       MARCA-CONTRATO-ABERTO.
           MOVE ZEROS TO WS-ABERTO-POS.
           PERFORM BUSCA-CONTRATO-ABERTO
               VARYING WS-ABERTO-SUBS FROM 1 BY 1
               UNTIL WS-ABERTO-SUBS > WS-ABERTO-QTDE
                  OR WS-ABERTO-POS NOT = ZEROS.
           IF WS-ABERTO-POS = ZEROS AND WS-ABERTO-QTDE < 2000
               ADD 1 TO WS-ABERTO-QTDE
               MOVE NUMERO-EMP-PARC TO WS-ABERTO-NUMERO(WS-ABERTO-QTDE)
           END-IF.
      *
       BUSCA-CONTRATO-ABERTO.
           IF WS-ABERTO-NUMERO(WS-ABERTO-SUBS) = NUMERO-EMP-PARC
               MOVE WS-ABERTO-SUBS TO WS-ABERTO-POS
           END-IF.
      *
      *    CONTRATO ATIVO SEM NENHUMA PARCELA EM ABERTO ESTA QUITADO.
       ATUALIZA-CONTRATOS.
           OPEN I-O EMPRESTIMO.
           IF WS-FS-EMP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA EMPRESTIMO - " WS-FS-EMP
               STOP RUN.
           PERFORM LER-EMPRESTIMO.
           PERFORM TRATA-EMPRESTIMO UNTIL WS-FIM-EMP = 'S'.
           CLOSE EMPRESTIMO.
      *
       LER-EMPRESTIMO.
           READ EMPRESTIMO AT END MOVE 'S' TO WS-FIM-EMP.
      *
       TRATA-EMPRESTIMO.
           IF EMP-ATIVO
               MOVE ZEROS TO WS-ABERTO-POS
               PERFORM BUSCA-CONTRATO-EMP
                   VARYING WS-ABERTO-SUBS FROM 1 BY 1
                   UNTIL WS-ABERTO-SUBS > WS-ABERTO-QTDE
                      OR WS-ABERTO-POS NOT = ZEROS
               IF WS-ABERTO-POS = ZEROS
                   MOVE 'Q' TO STATUS-EMP
                   REWRITE REG-EMPREST
                   IF WS-FS-EMP NOT EQUAL "00"
                       DISPLAY "ERRO DE REGRAVACAO EMPRESTIMO - "
                           WS-FS-EMP
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CONT-QUITADOS
                   DISPLAY "CONTRATO " NUMERO-EMP " QUITADO"
               END-IF
           END-IF.
           PERFORM LER-EMPRESTIMO.
      *
       BUSCA-CONTRATO-EMP.
           IF WS-ABERTO-NUMERO(WS-ABERTO-SUBS) = NUMERO-EMP
               MOVE WS-ABERTO-SUBS TO WS-ABERTO-POS
           END-IF.
      *
      *    RETORNO SEM PARCELA EM COBRANCA CORRESPONDENTE E' SO
      *    INFORMADO; O PARCRET.DAT E' ESVAZIADO DEPOIS DE CONSUMIDO,
      *    COMO O APROVA-MOV FAZ COM A FILA DE PENDENTES. SO FICAM
      *    NELE OS RETORNOS QUE NAO COUBERAM NA TABELA NESTA EXECUCAO.
       FINALIZA.
           PERFORM CONTA-SEM-PARCELA
               VARYING WS-RET-SUBS FROM 1 BY 1
               UNTIL WS-RET-SUBS > WS-RET-QTDE.
           OPEN OUTPUT PARCRET.
           IF WS-CONT-ADIADOS > ZEROS
               OPEN INPUT TRABALHO
               PERFORM DEVOLVE-RETORNO UNTIL WS-FIM-TRB = 'S'
               CLOSE TRABALHO
           END-IF.
           CLOSE PARCRET.
           DISPLAY "RETORNOS LIDOS         : " WS-CONT-RETORNOS.
           DISPLAY "PARCELAS PAGAS         : " WS-CONT-PAGAS.
           DISPLAY "PARCELAS VENCIDAS      : " WS-CONT-VENCIDAS.
           DISPLAY "AGUARDANDO APROVACAO   : " WS-CONT-AGUARDANDO.
           DISPLAY "RETORNOS SEM PARCELA   : " WS-CONT-SEM-PARCELA.
           DISPLAY "CONTRATOS QUITADOS     : " WS-CONT-QUITADOS.
           DISPLAY "RETORNOS ADIADOS       : " WS-CONT-ADIADOS.
      *
       DEVOLVE-RETORNO.
           READ TRABALHO INTO REG-PARCRET
               AT END
                   MOVE 'S' TO WS-FIM-TRB
               NOT AT END
                   WRITE REG-PARCRET
                   IF WS-FS-PRET NOT EQUAL "00"
                       DISPLAY "ERRO DE GRAVACAO PARCRET - " WS-FS-PRET
                       STOP RUN
                   END-IF
           END-READ.
      *
       CONTA-SEM-PARCELA.
           IF WS-RET-USADO(WS-RET-SUBS) = 'N'
               ADD 1 TO WS-CONT-SEM-PARCELA
               DISPLAY "RETORNO SEM PARCELA EM COBRANCA - CONTA "
                   WS-RET-ID(WS-RET-SUBS) " VALOR "
                   WS-RET-VALOR(WS-RET-SUBS)
           END-IF.
