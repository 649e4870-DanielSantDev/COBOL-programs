       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPARA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDEPARA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-DEP.
       DATA DIVISION.
       FILE SECTION.
      *    DE-PARA DE CONTAS RENUMERADAS NA INCORPORACAO DE AGENCIA
      *    (FUSAO-AGENCIA) - NUMERO ANTIGO x NUMERO NOVO. UMA CONTA
      *    QUE MUDA DE AGENCIA MAIS DE UMA VEZ TEM OS REGISTROS
      *    ANTERIORES REGRAVADOS PARA O NUMERO MAIS RECENTE, ENTAO
      *    UMA UNICA CONSULTA BASTA.
       FD ARQDEPARA VALUE OF FILE-ID IS "DEPARACONTA.DAT".
       01 REG-DEPARA.
           03 ID-ANT-DEP.
               05 AGENCIA-ANT-DEP  PIC 9(03).
               05 CONTA-ANT-DEP    PIC 9(06).
           03 ID-NOVO-DEP.
               05 AGENCIA-NOVO-DEP PIC 9(03).
               05 CONTA-NOVO-DEP   PIC 9(06).
           03 DATA-FUSAO-DEP       PIC 9(06).
           03 OPERADOR-DEP         PIC X(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-DEP                PIC X(02) VALUE ZEROS.
       01 WS-FIM-DEP               PIC X(01) VALUE 'N'.
       01 WS-CARREGADO             PIC X(01) VALUE 'N'.
       01 WS-ID-BUSCA.
           03 WS-AGENCIA-BUSCA     PIC 9(03).
           03 WS-CONTA-BUSCA       PIC 9(06).
       01 WS-DEP-TAB.
           03 WS-DEP-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-DEP-ITEM OCCURS 5000 TIMES.
               05 WS-DEP-ANT       PIC X(09).
               05 WS-DEP-NOVO      PIC X(09).
       01 WS-DEP-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-DEP-POS               PIC 9(04) VALUE ZEROS.
      *
      *    O ARQUIVO E' LIDO UMA VEZ, NA PRIMEIRA CHAMADA; AS DEMAIS SO
      *    PROCURAM NA TABELA. CONTA ENCONTRADA COMO NUMERO ANTIGO TEM
      *    LK-AGENCIA/LK-CONTA TROCADOS PELO NUMERO NOVO E LK-TROCOU
      *    VOLTA 'S'; CASO CONTRARIO NADA E' ALTERADO E VOLTA 'N'.
      *    SEM DEPARACONTA.DAT NENHUMA CONTA E' TROCADA.
       LINKAGE SECTION.
       01 LK-AGENCIA               PIC 9(03).
       01 LK-CONTA                 PIC 9(06).
       01 LK-TROCOU                PIC X(01).
      *
       PROCEDURE DIVISION USING LK-AGENCIA LK-CONTA LK-TROCOU.
       INICIO.
           IF WS-CARREGADO = 'N'
               PERFORM CARREGA-DEPARA
           END-IF.
           MOVE 'N' TO LK-TROCOU.
           MOVE LK-AGENCIA TO WS-AGENCIA-BUSCA.
           MOVE LK-CONTA   TO WS-CONTA-BUSCA.
           MOVE ZEROS TO WS-DEP-POS.
           PERFORM BUSCA-DEPARA
               VARYING WS-DEP-SUBS FROM 1 BY 1
               UNTIL WS-DEP-SUBS > WS-DEP-QTDE
                  OR WS-DEP-POS NOT = ZEROS.
           IF WS-DEP-POS NOT = ZEROS
               MOVE WS-DEP-NOVO(WS-DEP-POS) TO WS-ID-BUSCA
               MOVE WS-AGENCIA-BUSCA TO LK-AGENCIA
               MOVE WS-CONTA-BUSCA   TO LK-CONTA
               MOVE 'S' TO LK-TROCOU
           END-IF.
           GOBACK.
      *
       CARREGA-DEPARA.
           MOVE 'S' TO WS-CARREGADO.
           MOVE 'N' TO WS-FIM-DEP.
           OPEN INPUT ARQDEPARA.
           IF WS-FS-DEP NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-DEP
           END-IF.
           PERFORM GUARDA-DEPARA UNTIL WS-FIM-DEP = 'S'.
           IF WS-FS-DEP = "00" OR WS-FS-DEP = "10"
               CLOSE ARQDEPARA
           END-IF.
      *
       GUARDA-DEPARA.
           READ ARQDEPARA
               AT END
                   MOVE 'S' TO WS-FIM-DEP
               NOT AT END
                   IF WS-DEP-QTDE < 5000
                       ADD 1 TO WS-DEP-QTDE
                       MOVE ID-ANT-DEP  TO WS-DEP-ANT(WS-DEP-QTDE)
                       MOVE ID-NOVO-DEP TO WS-DEP-NOVO(WS-DEP-QTDE)
                   ELSE
                       DISPLAY "TABELA DE-PARA CHEIA - CONTA "
                           ID-ANT-DEP " NAO CARREGADA"
                   END-IF
           END-READ.
      *
       BUSCA-DEPARA.
           IF WS-DEP-ANT(WS-DEP-SUBS) = WS-ID-BUSCA
               MOVE WS-DEP-SUBS TO WS-DEP-POS
           END-IF.
