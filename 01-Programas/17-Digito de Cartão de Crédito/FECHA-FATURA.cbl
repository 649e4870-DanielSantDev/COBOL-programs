      ******************************************************************
      * Purpose: fechar o ciclo das contas cartao no dia de fechamento
      *          e gerar a fatura com total, pagamento minimo e
      *          vencimento (FATURA.DAT e RELFATURA.DAT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-FATURA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CCA.
           SELECT FATURA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FAT.
           SELECT LANCCART ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LCC.
           SELECT RELFAT ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTACART VALUE OF FILE-ID IS "CONTACART.DAT".
       01  REG-CONTACART.
           05 NUMERO-CCA           PIC X(19).
           05 LIMITE-CCA           PIC 9(09)V99.
           05 DIA-FECHA-CCA        PIC 9(02).
           05 DIA-VENC-CCA         PIC 9(02).
           05 OPCAO-PAG-CCA        PIC X(01).
           05 TAXA-ROT-CCA         PIC 9(02)V99.
           05 UTILIZADO-CCA        PIC 9(09)V99.
           05 COMPRAS-CICLO-CCA    PIC 9(09)V99.
           05 SALDO-ROT-CCA        PIC 9(09)V99.
           05 DATA-ULT-FECHA-CCA   PIC 9(06).
      *
      *    UMA FATURA POR CARTAO E CICLO. SITUACAO A-ABERTA ATE O
      *    DEBITA-FATURA PROCESSAR O VENCIMENTO; P-PAGA NO TOTAL;
      *    R-PAGA EM PARTE, O RESTANTE FOI PARA O ROTATIVO.
       FD  FATURA VALUE OF FILE-ID IS "FATURA.DAT".
       01  REG-FATURA.
           05 NUMERO-FAT           PIC X(19).
           05 DATA-FECHA-FAT       PIC 9(06).
           05 DATA-VENC-FAT        PIC 9(06).
           05 SALDO-ANT-FAT        PIC 9(09)V99.
           05 JUROS-FAT            PIC 9(09)V99.
           05 COMPRAS-FAT          PIC 9(09)V99.
           05 TOTAL-FAT            PIC 9(09)V99.
           05 MINIMO-FAT           PIC 9(09)V99.
           05 VALOR-PAGO-FAT       PIC 9(09)V99.
           05 SITUACAO-FAT         PIC X(01).
               88 FAT-ABERTA       VALUE 'A'.
               88 FAT-PAGA         VALUE 'P'.
               88 FAT-ROTATIVO     VALUE 'R'.
      *
       FD  LANCCART VALUE OF FILE-ID IS "LANCCART.DAT".
       01  REG-LANCCART.
           05 NUMERO-LCC           PIC X(19).
           05 VALOR-LCC            PIC 9(09)V99.
           05 ESTAB-LCC            PIC X(20).
           05 DATA-LCC             PIC 9(06).
           05 DATA-FAT-LCC         PIC 9(06).
      *
       FD  RELFAT VALUE OF FILE-ID IS "RELFATURA.DAT".
       01  REG-REL                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *    PAGAMENTO MINIMO: 15% DO TOTAL, NAO MENOS QUE 50,00 E NUNCA
      *    MAIS QUE O PROPRIO TOTAL.
       01 WS-PERC-MINIMO           PIC 9(02)V99 VALUE 15.
       01 WS-PISO-MINIMO           PIC 9(09)V99 VALUE 50.
      *
       01 WS-FS-CCA                PIC X(02) VALUE ZEROS.
       01 WS-FS-FAT                PIC X(02) VALUE ZEROS.
       01 WS-FS-LCC                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM-CCA               PIC X(01) VALUE 'N'.
       01 WS-FIM-FAT               PIC X(01) VALUE 'N'.
       01 WS-FIM-LCC               PIC X(01) VALUE 'N'.
       01 WS-CONT-CONTAS           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-FATURAS          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-MOV          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-PENDENTES        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ITENS            PIC 9(05) VALUE ZEROS.
      *
       01 WS-DATA-HOJE             PIC 9(06) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-AAMM-HOJE         PIC 9(04).
           05 WS-DD-HOJE           PIC 9(02).
       01 WS-DATA-HOJE-R2 REDEFINES WS-DATA-HOJE.
           05 WS-AA-HOJE           PIC 9(02).
           05 WS-MM-HOJE           PIC 9(02).
           05 FILLER               PIC 9(02).
       01 WS-ULT-FECHA             PIC 9(06) VALUE ZEROS.
       01 WS-ULT-FECHA-R REDEFINES WS-ULT-FECHA.
           05 WS-AAMM-ULT          PIC 9(04).
           05 FILLER               PIC 9(02).
       01 WS-VENC.
           05 WS-AA-VENC           PIC 9(02).
           05 WS-MM-VENC           PIC 9(02).
           05 WS-DD-VENC           PIC 9(02).
       01 WS-VENC-R REDEFINES WS-VENC PIC 9(06).
      *
       01 WS-SALDO-ANT             PIC 9(09)V99 VALUE ZEROS.
       01 WS-JUROS                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-MINIMO                PIC 9(09)V99 VALUE ZEROS.
      *
      *    CARTOES COM FATURA AINDA ABERTA - NAO FECHAM NOVO CICLO
      *    ANTES DO DEBITA-FATURA PROCESSAR O VENCIMENTO ANTERIOR.
       01 WS-ABT-TAB.
           05 WS-ABT-QTDE          PIC 9(03) VALUE ZEROS.
           05 WS-ABT-NUMERO        PIC X(19) OCCURS 500 TIMES.
       01 WS-ABT-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-ABT-POS               PIC 9(03) VALUE ZEROS.
      *
      *    FATURAS FECHADAS NESTA EXECUCAO, PARA O RELATORIO.
       01 WS-FEC-TAB.
           05 WS-FEC-QTDE          PIC 9(03) VALUE ZEROS.
           05 WS-FEC-ITEM OCCURS 500 TIMES.
               10 WS-FEC-NUMERO    PIC X(19).
               10 WS-FEC-VENC      PIC 9(06).
               10 WS-FEC-SALDO-ANT PIC 9(09)V99.
               10 WS-FEC-JUROS     PIC 9(09)V99.
               10 WS-FEC-COMPRAS   PIC 9(09)V99.
               10 WS-FEC-TOTAL     PIC 9(09)V99.
               10 WS-FEC-MINIMO    PIC 9(09)V99.
       01 WS-FEC-SUBS              PIC 9(03) VALUE ZEROS.
      *
       01 WS-DATA-AUX              PIC 9(06) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AA-AUX            PIC 9(02).
           05 WS-MM-AUX            PIC 9(02).
           05 WS-DD-AUX            PIC 9(02).
       01 WS-DATA-ED.
           05 WS-DD-ED             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-MM-ED             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-AA-ED             PIC 9(02).
      *
       01 WS-CAB1.
           05 FILLER               PIC X(23)
               VALUE "===== FATURA DO CARTAO ".
           05 WS-C1-NUMERO         PIC X(19).
           05 FILLER               PIC X(06) VALUE " =====".
           05 FILLER               PIC X(32) VALUE SPACES.
       01 WS-CAB2.
           05 FILLER               PIC X(11) VALUE "FECHAMENTO ".
           05 WS-C2-FECHA          PIC X(08).
           05 FILLER               PIC X(14) VALUE "   VENCIMENTO ".
           05 WS-C2-VENC           PIC X(08).
           05 FILLER               PIC X(39) VALUE SPACES.
       01 WS-CAB3.
           05 FILLER               PIC X(10) VALUE "DATA".
           05 FILLER               PIC X(21) VALUE "ESTABELECIMENTO".
           05 FILLER               PIC X(13) VALUE "        VALOR".
           05 FILLER               PIC X(36) VALUE SPACES.
       01 WS-LINHA-DET.
           05 WS-D-DATA            PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-D-ESTAB           PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-VALOR           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(36) VALUE SPACES.
       01 WS-LINHA-TOT.
           05 WS-T-TEXTO           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-T-VALOR           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(36) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE.
           PERFORM CARREGA-FATURAS-ABERTAS.
           PERFORM ABRE-ARQ.
           PERFORM LER-CONTA.
           PERFORM PROCESSO UNTIL WS-FIM-CCA = 'S'.
           CLOSE CONTACART.
           CLOSE FATURA.
           PERFORM IMPRIME-FATURA VARYING WS-FEC-SUBS FROM 1 BY 1
               UNTIL WS-FEC-SUBS > WS-FEC-QTDE.
           CLOSE RELFAT.
           DISPLAY "CONTAS CARTAO LIDAS     : " WS-CONT-CONTAS.
           DISPLAY "FATURAS GERADAS         : " WS-CONT-FATURAS.
           DISPLAY "CICLOS SEM MOVIMENTO    : " WS-CONT-SEM-MOV.
           DISPLAY "FATURA ANTERIOR ABERTA  : " WS-CONT-PENDENTES.
           DISPLAY "LANCAMENTOS FATURADOS   : " WS-CONT-ITENS.
           STOP RUN.
      *
       CARREGA-FATURAS-ABERTAS.
           MOVE ZEROS TO WS-ABT-QTDE.
           MOVE 'N' TO WS-FIM-FAT.
           OPEN INPUT FATURA.
           IF WS-FS-FAT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-FAT
           END-IF.
           PERFORM CARREGA-ABERTA UNTIL WS-FIM-FAT = 'S'.
           IF WS-FS-FAT = "00" OR WS-FS-FAT = "10"
               CLOSE FATURA
           END-IF.
      *
       CARREGA-ABERTA.
           READ FATURA
               AT END
                   MOVE 'S' TO WS-FIM-FAT
               NOT AT END
                   IF FAT-ABERTA AND WS-ABT-QTDE < 500
                       ADD 1 TO WS-ABT-QTDE
                       MOVE NUMERO-FAT TO WS-ABT-NUMERO(WS-ABT-QTDE)
                   END-IF
           END-READ.
      *
       ABRE-ARQ.
           OPEN I-O CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CONTACART - " WS-FS-CCA
               STOP RUN.
           OPEN EXTEND FATURA.
           IF WS-FS-FAT NOT EQUAL "00"
               OPEN OUTPUT FATURA
           END-IF.
           IF WS-FS-FAT NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA FATURA - " WS-FS-FAT
               CLOSE CONTACART
               STOP RUN.
           OPEN OUTPUT RELFAT.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELFATURA - " WS-FS-REL
               CLOSE CONTACART FATURA
               STOP RUN.
      *
       LER-CONTA.
           READ CONTACART
               AT END
                   MOVE 'S' TO WS-FIM-CCA
               NOT AT END
                   ADD 1 TO WS-CONT-CONTAS
           END-READ.
      *
      *    O CICLO FECHA NO PRIMEIRO PROCESSAMENTO A PARTIR DO DIA DE
      *    FECHAMENTO, UMA VEZ POR MES.
       PROCESSO.
           MOVE DATA-ULT-FECHA-CCA TO WS-ULT-FECHA.
           IF DIA-FECHA-CCA NOT > WS-DD-HOJE
              AND WS-AAMM-ULT NOT = WS-AAMM-HOJE
               PERFORM LOCALIZA-ABERTA
               IF WS-ABT-POS NOT = ZEROS
                   ADD 1 TO WS-CONT-PENDENTES
                   DISPLAY "FATURA ANTERIOR EM ABERTO - " NUMERO-CCA
               ELSE
                   PERFORM FECHA-CICLO
               END-IF
           END-IF.
           PERFORM LER-CONTA.
      *
       LOCALIZA-ABERTA.
           MOVE ZEROS TO WS-ABT-POS.
           PERFORM BUSCA-ABERTA VARYING WS-ABT-SUBS FROM 1 BY 1
               UNTIL WS-ABT-SUBS > WS-ABT-QTDE
                  OR WS-ABT-POS NOT = ZEROS.
      *
       BUSCA-ABERTA.
           IF WS-ABT-NUMERO(WS-ABT-SUBS) = NUMERO-CCA
               MOVE WS-ABT-SUBS TO WS-ABT-POS
           END-IF.
      *
      *    TOTAL = RESTANTE DA FATURA ANTERIOR + JUROS DO ROTATIVO SOBRE
      *    ELE + COMPRAS DO CICLO. OS JUROS ENTRAM NO UTILIZADO.
       FECHA-CICLO.
           MOVE SALDO-ROT-CCA TO WS-SALDO-ANT.
           COMPUTE WS-JUROS ROUNDED =
               WS-SALDO-ANT * TAXA-ROT-CCA / 100.
           COMPUTE WS-TOTAL =
               WS-SALDO-ANT + WS-JUROS + COMPRAS-CICLO-CCA.
           IF WS-TOTAL = ZEROS
               ADD 1 TO WS-CONT-SEM-MOV
           ELSE
               PERFORM CALCULA-MINIMO
               PERFORM CALCULA-VENCIMENTO
               PERFORM GRAVA-FATURA
           END-IF.
           ADD WS-JUROS TO UTILIZADO-CCA.
           MOVE ZEROS TO COMPRAS-CICLO-CCA.
           MOVE ZEROS TO SALDO-ROT-CCA.
           MOVE WS-DATA-HOJE TO DATA-ULT-FECHA-CCA.
           REWRITE REG-CONTACART.
           IF WS-FS-CCA NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO CONTACART - " WS-FS-CCA
               STOP RUN.
      *
       CALCULA-MINIMO.
           COMPUTE WS-MINIMO ROUNDED =
               WS-TOTAL * WS-PERC-MINIMO / 100.
           IF WS-MINIMO < WS-PISO-MINIMO
               MOVE WS-PISO-MINIMO TO WS-MINIMO
           END-IF.
           IF WS-MINIMO > WS-TOTAL
               MOVE WS-TOTAL TO WS-MINIMO
           END-IF.
      *
      *    VENCIMENTO NO MES DO FECHAMENTO SE O DIA DE VENCIMENTO FOR
      *    POSTERIOR AO DE FECHAMENTO, SENAO NO MES SEGUINTE.
       CALCULA-VENCIMENTO.
           MOVE WS-AA-HOJE   TO WS-AA-VENC.
           MOVE WS-MM-HOJE   TO WS-MM-VENC.
           MOVE DIA-VENC-CCA TO WS-DD-VENC.
           IF DIA-VENC-CCA < DIA-FECHA-CCA
               ADD 1 TO WS-MM-VENC
               IF WS-MM-VENC > 12
                   MOVE 1 TO WS-MM-VENC
                   ADD 1 TO WS-AA-VENC
               END-IF
           END-IF.
      *
       GRAVA-FATURA.
           MOVE NUMERO-CCA        TO NUMERO-FAT.
           MOVE WS-DATA-HOJE      TO DATA-FECHA-FAT.
           MOVE WS-VENC-R         TO DATA-VENC-FAT.
           MOVE WS-SALDO-ANT      TO SALDO-ANT-FAT.
           MOVE WS-JUROS          TO JUROS-FAT.
           MOVE COMPRAS-CICLO-CCA TO COMPRAS-FAT.
           MOVE WS-TOTAL          TO TOTAL-FAT.
           MOVE WS-MINIMO         TO MINIMO-FAT.
           MOVE ZEROS             TO VALOR-PAGO-FAT.
           MOVE 'A'               TO SITUACAO-FAT.
           WRITE REG-FATURA.
           IF WS-FS-FAT NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO FATURA - " WS-FS-FAT
               STOP RUN.
           ADD 1 TO WS-CONT-FATURAS.
           IF WS-FEC-QTDE < 500
               ADD 1 TO WS-FEC-QTDE
               MOVE NUMERO-CCA    TO WS-FEC-NUMERO(WS-FEC-QTDE)
               MOVE WS-VENC-R     TO WS-FEC-VENC(WS-FEC-QTDE)
               MOVE WS-SALDO-ANT  TO WS-FEC-SALDO-ANT(WS-FEC-QTDE)
               MOVE WS-JUROS      TO WS-FEC-JUROS(WS-FEC-QTDE)
               MOVE COMPRAS-CICLO-CCA
                   TO WS-FEC-COMPRAS(WS-FEC-QTDE)
               MOVE WS-TOTAL      TO WS-FEC-TOTAL(WS-FEC-QTDE)
               MOVE WS-MINIMO     TO WS-FEC-MINIMO(WS-FEC-QTDE)
           ELSE
               DISPLAY "TABELA DE FATURAS CHEIA - SEM RELATORIO "
                   NUMERO-CCA
           END-IF.
      *
      *    EXTRATO DA FATURA: OS LANCAMENTOS AINDA NAO FATURADOS DO
      *    CARTAO SAO MARCADOS COM A DATA DE FECHAMENTO E LISTADOS.
       IMPRIME-FATURA.
           MOVE WS-FEC-NUMERO(WS-FEC-SUBS) TO WS-C1-NUMERO.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-DATA-HOJE TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED TO WS-C2-FECHA.
           MOVE WS-FEC-VENC(WS-FEC-SUBS) TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED TO WS-C2-VENC.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB3 TO REG-REL.
           WRITE REG-REL.
           MOVE 'N' TO WS-FIM-LCC.
           OPEN I-O LANCCART.
           IF WS-FS-LCC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-LCC
           END-IF.
           PERFORM MARCA-LANCAMENTO UNTIL WS-FIM-LCC = 'S'.
           IF WS-FS-LCC = "00" OR WS-FS-LCC = "10"
               CLOSE LANCCART
           END-IF.
           MOVE "SALDO ANTERIOR (ROTATIVO)" TO WS-T-TEXTO.
           MOVE WS-FEC-SALDO-ANT(WS-FEC-SUBS) TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "JUROS DO ROTATIVO" TO WS-T-TEXTO.
           MOVE WS-FEC-JUROS(WS-FEC-SUBS) TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "COMPRAS DO PERIODO" TO WS-T-TEXTO.
           MOVE WS-FEC-COMPRAS(WS-FEC-SUBS) TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "TOTAL DA FATURA" TO WS-T-TEXTO.
           MOVE WS-FEC-TOTAL(WS-FEC-SUBS) TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "PAGAMENTO MINIMO" TO WS-T-TEXTO.
           MOVE WS-FEC-MINIMO(WS-FEC-SUBS) TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
      *
       MARCA-LANCAMENTO.
           READ LANCCART
               AT END
                   MOVE 'S' TO WS-FIM-LCC
               NOT AT END
                   IF NUMERO-LCC = WS-FEC-NUMERO(WS-FEC-SUBS)
                      AND DATA-FAT-LCC = ZEROS
                       MOVE WS-DATA-HOJE TO DATA-FAT-LCC
                       REWRITE REG-LANCCART
                       ADD 1 TO WS-CONT-ITENS
                       MOVE DATA-LCC TO WS-DATA-AUX
                       PERFORM EDITA-DATA
                       MOVE WS-DATA-ED TO WS-D-DATA
                       MOVE ESTAB-LCC  TO WS-D-ESTAB
                       MOVE VALOR-LCC  TO WS-D-VALOR
                       MOVE WS-LINHA-DET TO REG-REL
                       WRITE REG-REL
                   END-IF
           END-READ.
      *
       ESCREVE-TOTAL.
           MOVE WS-LINHA-TOT TO REG-REL.
           WRITE REG-REL.
      *
       EDITA-DATA.
           MOVE WS-DD-AUX TO WS-DD-ED.
           MOVE WS-MM-AUX TO WS-MM-ED.
           MOVE WS-AA-AUX TO WS-AA-ED.
