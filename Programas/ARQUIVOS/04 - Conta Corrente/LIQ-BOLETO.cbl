       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQ-BOLETO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLRET ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BRET.
           SELECT BOLETO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BOL.
           SELECT LIQBOL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIQ.
       DATA DIVISION.
       FILE SECTION.
       FD BOLRET VALUE OF FILE-ID IS "BOLRET.DAT".
       01 REG-BOLRET.
           03 ID-RETB.
               05 AGENCIA-RETB     PIC 9(03).
               05 CONTA-RETB       PIC 9(06).
           03 VALOR-RETB           PIC S9(09).
           03 DATA-RETB            PIC 9(06).
           03 SITUACAO-RETB        PIC X(01).
               88 RETB-PAGO        VALUE 'P'.
               88 RETB-RECUSADO    VALUE 'R'.
               88 RETB-AGUARDANDO  VALUE 'A'.
      *
       FD BOLETO VALUE OF FILE-ID IS "BOLETO.DAT".
       01 REG-BOLETO.
           03 NSU-BOL              PIC 9(09).
           03 ID-CLI-BOL.
               05 AGENCIA-BOL      PIC 9(03).
               05 CONTA-BOL        PIC 9(06).
           03 LINHA-BOL            PIC X(47).
           03 BANCO-BOL            PIC 9(03).
           03 VENC-BOL             PIC 9(06).
           03 VALOR-BOL            PIC 9(08)V99.
           03 DATA-PAGTO-BOL       PIC 9(06).
           03 ATRASO-BOL           PIC X(01).
           03 STATUS-BOL           PIC X(01).
               88 BOL-CAPTURADO    VALUE 'C'.
               88 BOL-ENVIADO      VALUE 'E'.
               88 BOL-LIQUIDADO    VALUE 'L'.
               88 BOL-RECUSADO     VALUE 'R'.
           03 DATA-LIQ-BOL         PIC 9(06).
      *
      *    ARQUIVO DE REPASSE AOS BANCOS FAVORECIDOS - UM BLOCO POR
      *    BANCO: HEADER (H), UM DETALHE (D) POR BOLETO LIQUIDADO NO
      *    DIA E TRAILER (T) COM QUANTIDADE E TOTAL DO BLOCO.
       FD LIQBOL VALUE OF FILE-ID IS "LIQBOLETO.DAT".
       01 REG-LIQBOL               PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-BRET               PIC X(02) VALUE ZEROS.
       01 WS-FS-BOL                PIC X(02) VALUE ZEROS.
       01 WS-FS-LIQ                PIC X(02) VALUE ZEROS.
       01 WS-FIM-RET               PIC X(01) VALUE 'N'.
       01 WS-FIM-BOL               PIC X(01) VALUE 'N'.
       01 WS-VALOR-INT             PIC 9(09) VALUE ZEROS.
      *
      *    RETORNOS DO LOTE EM MEMORIA - CADA RETORNO E' CASADO COM UM
      *    UNICO BOLETO ENVIADO DA MESMA CONTA E MESMO VALOR (O VALOR
      *    DO BOLETO ARREDONDADO, COMO O GERA-BOLETO LANCOU).
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
      *    BOLETOS LIQUIDADOS NESTA EXECUCAO, PARA O REPASSE.
       01 WS-LIQ-TAB.
           03 WS-LIQ-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-LIQ-ITEM OCCURS 2000 TIMES.
               05 WS-LIQ-BANCO     PIC 9(03).
               05 WS-LIQ-LINHA     PIC X(47).
               05 WS-LIQ-VALOR     PIC 9(08)V99.
               05 WS-LIQ-DATA      PIC 9(06).
               05 WS-LIQ-ATRASO    PIC X(01).
       01 WS-LIQ-SUBS              PIC 9(04) VALUE ZEROS.
      *
      *    BANCOS FAVORECIDOS DISTINTOS, NA ORDEM EM QUE APARECEM.
       01 WS-BCO-TAB.
           03 WS-BCO-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-BCO-ITEM OCCURS 2000 TIMES.
               05 WS-BCO-NUMERO    PIC 9(03).
       01 WS-BCO-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-BCO-POS               PIC 9(04) VALUE ZEROS.
       01 WS-BCO-ATUAL             PIC 9(03) VALUE ZEROS.
       01 WS-BCO-QTDE-DET          PIC 9(07) VALUE ZEROS.
       01 WS-BCO-TOTAL             PIC 9(11)V99 VALUE ZEROS.
      *
       01 WS-LIQ-HEADER.
           03 WS-H-TIPO            PIC X(01) VALUE 'H'.
           03 WS-H-BANCO           PIC 9(03).
           03 WS-H-DATA            PIC 9(06).
           03 FILLER               PIC X(70) VALUE SPACES.
       01 WS-LIQ-DETALHE.
           03 WS-D-TIPO            PIC X(01) VALUE 'D'.
           03 WS-D-BANCO           PIC 9(03).
           03 WS-D-LINHA           PIC X(47).
           03 WS-D-VALOR           PIC 9(08)V99.
           03 WS-D-DATA-PAGTO      PIC 9(06).
           03 WS-D-ATRASO          PIC X(01).
           03 FILLER               PIC X(12) VALUE SPACES.
       01 WS-LIQ-TRAILER.
           03 WS-T-TIPO            PIC X(01) VALUE 'T'.
           03 WS-T-BANCO           PIC 9(03).
           03 WS-T-QTDE            PIC 9(07).
           03 WS-T-TOTAL           PIC 9(11)V99.
           03 FILLER               PIC X(56) VALUE SPACES.
      *
       01 WS-CONT-RETORNOS         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-LIQUIDADOS       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-RECUSADOS        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-AGUARDANDO       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-SEM-BOLETO       PIC 9(07) VALUE ZEROS.
       01 WS-DATA-LOTE             PIC 9(06) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "LIQ-BOLETO".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    RODA DEPOIS DA MOVIMENTACAO: APLICA NO BOLETO.DAT O
      *    RESULTADO DE CADA DEBITO DE BOLETO (BOLRET.DAT). O BOLETO
      *    DEBITADO FICA LIQUIDADO E ENTRA NO REPASSE DO DIA AO BANCO
      *    FAVORECIDO (LIQBOLETO.DAT); O RECUSADO NAO E' REPASSADO. O
      *    QUE CAIU NA FILA DE APROVACAO CONTINUA ENVIADO ATE O
      *    SUPERVISOR DECIDIR.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-RETORNOS.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM ATUALIZA-BOLETOS.
           PERFORM GERA-REPASSE.
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
           MOVE WS-CONT-LIQUIDADOS  TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-RECUSADOS   TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       CARREGA-RETORNOS.
           OPEN INPUT BOLRET.
           IF WS-FS-BRET NOT EQUAL "00"
               DISPLAY "BOLRET.DAT NAO ENCONTRADO - NADA A LIQUIDAR"
               STOP RUN.
           PERFORM LER-RETORNO.
           PERFORM GUARDA-RETORNO UNTIL WS-FIM-RET = 'S'.
           CLOSE BOLRET.
      *
       LER-RETORNO.
           READ BOLRET
               AT END
                   MOVE 'S' TO WS-FIM-RET
               NOT AT END
                   ADD 1 TO WS-CONT-RETORNOS
           END-READ.
      *
       GUARDA-RETORNO.
           IF WS-RET-QTDE < 2000
               ADD 1 TO WS-RET-QTDE
               MOVE ID-RETB       TO WS-RET-ID(WS-RET-QTDE)
               COMPUTE WS-RET-VALOR(WS-RET-QTDE) = VALOR-RETB * -1
               MOVE DATA-RETB     TO WS-RET-DATA(WS-RET-QTDE)
               MOVE SITUACAO-RETB TO WS-RET-SITUACAO(WS-RET-QTDE)
               MOVE 'N'           TO WS-RET-USADO(WS-RET-QTDE)
               MOVE DATA-RETB     TO WS-DATA-LOTE
           ELSE
               DISPLAY "TABELA DE RETORNOS CHEIA - RETORNO DA CONTA "
                   ID-RETB " FICA PARA A PROXIMA EXECUCAO"
           END-IF.
           PERFORM LER-RETORNO.
      *
       ATUALIZA-BOLETOS.
           OPEN I-O BOLETO.
           IF WS-FS-BOL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA BOLETO - " WS-FS-BOL
               STOP RUN.
           PERFORM LER-BOLETO.
           PERFORM TRATA-BOLETO UNTIL WS-FIM-BOL = 'S'.
           CLOSE BOLETO.
      *
       LER-BOLETO.
           READ BOLETO AT END MOVE 'S' TO WS-FIM-BOL.
      *
       TRATA-BOLETO.
           IF BOL-ENVIADO
               COMPUTE WS-VALOR-INT ROUNDED = VALOR-BOL
               PERFORM LOCALIZA-RETORNO
               IF WS-RET-POS NOT = ZEROS
                   PERFORM APLICA-RETORNO
               END-IF
           END-IF.
           PERFORM LER-BOLETO.
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
              AND WS-RET-ID(WS-RET-SUBS) = ID-CLI-BOL
              AND WS-RET-VALOR(WS-RET-SUBS) = WS-VALOR-INT
               MOVE WS-RET-SUBS TO WS-RET-POS
           END-IF.
      *
       APLICA-RETORNO.
           MOVE 'S' TO WS-RET-USADO(WS-RET-POS).
           EVALUATE WS-RET-SITUACAO(WS-RET-POS)
               WHEN 'P'
                   MOVE 'L' TO STATUS-BOL
                   MOVE WS-RET-DATA(WS-RET-POS) TO DATA-LIQ-BOL
                   ADD 1 TO WS-CONT-LIQUIDADOS
                   PERFORM GUARDA-LIQUIDADO
               WHEN 'R'
                   MOVE 'R' TO STATUS-BOL
                   ADD 1 TO WS-CONT-RECUSADOS
                   DISPLAY "BOLETO NSU " NSU-BOL " RECUSADO - CONTA "
                       ID-CLI-BOL " - NAO REPASSADO"
               WHEN OTHER
                   ADD 1 TO WS-CONT-AGUARDANDO
           END-EVALUATE.
           REWRITE REG-BOLETO.
           IF WS-FS-BOL NOT EQUAL "00"
               DISPLAY "ERRO DE REGRAVACAO BOLETO - " WS-FS-BOL
               STOP RUN.
      *
       GUARDA-LIQUIDADO.
           IF WS-LIQ-QTDE < 2000
               ADD 1 TO WS-LIQ-QTDE
               MOVE BANCO-BOL      TO WS-LIQ-BANCO(WS-LIQ-QTDE)
               MOVE LINHA-BOL      TO WS-LIQ-LINHA(WS-LIQ-QTDE)
               MOVE VALOR-BOL      TO WS-LIQ-VALOR(WS-LIQ-QTDE)
               MOVE DATA-PAGTO-BOL TO WS-LIQ-DATA(WS-LIQ-QTDE)
               MOVE ATRASO-BOL     TO WS-LIQ-ATRASO(WS-LIQ-QTDE)
               PERFORM MARCA-BANCO
           ELSE
               DISPLAY "TABELA DE REPASSE CHEIA - BOLETO NSU " NSU-BOL
                   " LIQUIDADO SEM REPASSE"
           END-IF.
      *
       MARCA-BANCO.
           MOVE ZEROS TO WS-BCO-POS.
           PERFORM BUSCA-BANCO
               VARYING WS-BCO-SUBS FROM 1 BY 1
               UNTIL WS-BCO-SUBS > WS-BCO-QTDE
                  OR WS-BCO-POS NOT = ZEROS.
           IF WS-BCO-POS = ZEROS
               ADD 1 TO WS-BCO-QTDE
               MOVE BANCO-BOL TO WS-BCO-NUMERO(WS-BCO-QTDE)
           END-IF.
      *
       BUSCA-BANCO.
           IF WS-BCO-NUMERO(WS-BCO-SUBS) = BANCO-BOL
               MOVE WS-BCO-SUBS TO WS-BCO-POS
           END-IF.
      *
      *    O REPASSE E' REGERADO A CADA EXECUCAO COM O QUE FOI
      *    LIQUIDADO NELA - SEM BOLETO LIQUIDADO O ARQUIVO FICA VAZIO.
       GERA-REPASSE.
           OPEN OUTPUT LIQBOL.
           IF WS-FS-LIQ NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LIQBOLETO - " WS-FS-LIQ
               STOP RUN.
           PERFORM GERA-BLOCO-BANCO
               VARYING WS-BCO-SUBS FROM 1 BY 1
               UNTIL WS-BCO-SUBS > WS-BCO-QTDE.
           CLOSE LIQBOL.
      *
       GERA-BLOCO-BANCO.
           MOVE WS-BCO-NUMERO(WS-BCO-SUBS) TO WS-BCO-ATUAL.
           MOVE ZEROS TO WS-BCO-QTDE-DET WS-BCO-TOTAL.
           MOVE WS-BCO-ATUAL TO WS-H-BANCO.
           MOVE WS-DATA-LOTE TO WS-H-DATA.
           MOVE WS-LIQ-HEADER TO REG-LIQBOL.
           WRITE REG-LIQBOL.
           PERFORM GERA-DETALHE-BANCO
               VARYING WS-LIQ-SUBS FROM 1 BY 1
               UNTIL WS-LIQ-SUBS > WS-LIQ-QTDE.
           MOVE WS-BCO-ATUAL    TO WS-T-BANCO.
           MOVE WS-BCO-QTDE-DET TO WS-T-QTDE.
           MOVE WS-BCO-TOTAL    TO WS-T-TOTAL.
           MOVE WS-LIQ-TRAILER TO REG-LIQBOL.
           WRITE REG-LIQBOL.
           DISPLAY "REPASSE BANCO " WS-BCO-ATUAL " - "
               WS-BCO-QTDE-DET " BOLETOS".
      *
       GERA-DETALHE-BANCO.
           IF WS-LIQ-BANCO(WS-LIQ-SUBS) = WS-BCO-ATUAL
               MOVE WS-BCO-ATUAL               TO WS-D-BANCO
               MOVE WS-LIQ-LINHA(WS-LIQ-SUBS)  TO WS-D-LINHA
               MOVE WS-LIQ-VALOR(WS-LIQ-SUBS)  TO WS-D-VALOR
               MOVE WS-LIQ-DATA(WS-LIQ-SUBS)   TO WS-D-DATA-PAGTO
               MOVE WS-LIQ-ATRASO(WS-LIQ-SUBS) TO WS-D-ATRASO
               MOVE WS-LIQ-DETALHE TO REG-LIQBOL
               WRITE REG-LIQBOL
               ADD 1 TO WS-BCO-QTDE-DET
               ADD WS-LIQ-VALOR(WS-LIQ-SUBS) TO WS-BCO-TOTAL
           END-IF.
      *
      *    RETORNO SEM BOLETO ENVIADO CORRESPONDENTE E' SO INFORMADO;
      *    O BOLRET.DAT E' ESVAZIADO DEPOIS DE CONSUMIDO, COMO O
      *    BAIXA-PARCELA FAZ COM O PARCRET.DAT.
       FINALIZA.
           PERFORM CONTA-SEM-BOLETO
               VARYING WS-RET-SUBS FROM 1 BY 1
               UNTIL WS-RET-SUBS > WS-RET-QTDE.
           OPEN OUTPUT BOLRET.
           CLOSE BOLRET.
           DISPLAY "RETORNOS LIDOS         : " WS-CONT-RETORNOS.
           DISPLAY "BOLETOS LIQUIDADOS     : " WS-CONT-LIQUIDADOS.
           DISPLAY "BOLETOS RECUSADOS      : " WS-CONT-RECUSADOS.
           DISPLAY "AGUARDANDO APROVACAO   : " WS-CONT-AGUARDANDO.
           DISPLAY "RETORNOS SEM BOLETO    : " WS-CONT-SEM-BOLETO.
           DISPLAY "BANCOS NO REPASSE      : " WS-BCO-QTDE.
      *
       CONTA-SEM-BOLETO.
           IF WS-RET-USADO(WS-RET-SUBS) = 'N'
               ADD 1 TO WS-CONT-SEM-BOLETO
               DISPLAY "RETORNO SEM BOLETO ENVIADO - CONTA "
                   WS-RET-ID(WS-RET-SUBS) " VALOR "
                   WS-RET-VALOR(WS-RET-SUBS)
           END-IF.
