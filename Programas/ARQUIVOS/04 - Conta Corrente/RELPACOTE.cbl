       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPACOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACOTE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAC.
           SELECT USOHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-UHS.
           SELECT RELPAC ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD PACOTE VALUE OF FILE-ID IS "PACOTE.DAT".
       01 REG-PACOTE.
           03 CODIGO-PAC           PIC 9(02).
           03 NOME-PAC             PIC X(15).
           03 MENSALIDADE-PAC      PIC 9(07).
           03 FRANQ-SAQUE-PAC      PIC 9(03).
           03 FRANQ-TRANSF-PAC     PIC 9(03).
           03 FRANQ-CHEQUE-PAC     PIC 9(03).
           03 TARIFA-SAQUE-PAC     PIC 9(05).
           03 TARIFA-TRANSF-PAC    PIC 9(05).
           03 TARIFA-CHEQUE-PAC    PIC 9(05).
      *
      *    HISTORICO DE USO DOS MESES FECHADOS, GRAVADO PELO
      *    MOVIMENTACAO NO LOTE DE FIM DE MES.
       FD USOHIST VALUE OF FILE-ID IS "USOHIST.DAT".
       01 REG-USOHIST.
           03 ID-UHS.
               05 AGENCIA-UHS      PIC 9(03).
               05 CONTA-UHS        PIC 9(06).
           03 COMPET-UHS           PIC 9(04).
           03 CODIGO-PAC-UHS       PIC 9(02).
           03 QTD-SAQUE-UHS        PIC 9(05).
           03 QTD-TRANSF-UHS       PIC 9(05).
           03 QTD-CHEQUE-UHS       PIC 9(05).
      *
       FD RELPAC VALUE OF FILE-ID IS "RELPACOTE.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-PAC                PIC X(02) VALUE ZEROS.
       01 WS-FS-UHS                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM-PAC               PIC X(01) VALUE 'N'.
       01 WS-FIM-UHS               PIC X(01) VALUE 'N'.
       01 WS-COMPET                PIC 9(04) VALUE ZEROS.
       01 WS-PAC-TAB.
           03 WS-PAC-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-PAC-ITEM OCCURS 99 TIMES.
               05 WS-PAC-CODIGO        PIC 9(02).
               05 WS-PAC-NOME          PIC X(15).
               05 WS-PAC-MENSALIDADE   PIC 9(07).
               05 WS-PAC-FRANQ-SAQUE   PIC 9(03).
               05 WS-PAC-FRANQ-TRANSF  PIC 9(03).
               05 WS-PAC-FRANQ-CHEQUE  PIC 9(03).
               05 WS-PAC-TARIFA-SAQUE  PIC 9(05).
               05 WS-PAC-TARIFA-TRANSF PIC 9(05).
               05 WS-PAC-TARIFA-CHEQUE PIC 9(05).
       01 WS-PAC-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-PAC-POS               PIC 9(03) VALUE ZEROS.
       01 WS-PAC-MELHOR            PIC 9(03) VALUE ZEROS.
       01 WS-CUSTO                 PIC 9(11) VALUE ZEROS.
       01 WS-CUSTO-ATUAL           PIC 9(11) VALUE ZEROS.
       01 WS-CUSTO-MELHOR          PIC 9(11) VALUE ZEROS.
       01 WS-EXCEDENTE             PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CONTAS           PIC 9(07) VALUE ZEROS.
       01 WS-CONT-SUGESTOES        PIC 9(07) VALUE ZEROS.
       01 WS-TOT-ECONOMIA          PIC 9(11) VALUE ZEROS.
      *
       01 WS-CAB1.
           03 FILLER               PIC X(41)
               VALUE "===== PACOTE MAIS BARATO PELO USO REAL - ".
           03 WS-C-COMPET          PIC 99/99.
           03 FILLER               PIC X(06) VALUE " =====".
           03 FILLER               PIC X(28) VALUE SPACES.
       01 WS-CAB2.
           03 FILLER               PIC X(34)
               VALUE "AG  CONTA  SAQ TRF CHQ PC   ATUAL ".
           03 FILLER               PIC X(46)
               VALUE " SUGERIDO          CUSTO ECONOMIA".
       01 WS-LINHA-DET.
           03 WS-L-AGENCIA         PIC 9(03).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-CONTA           PIC 9(06).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-SAQUE           PIC ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-TRANSF          PIC ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-CHEQUE          PIC ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-PAC-ATUAL       PIC 99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-CUSTO-ATUAL     PIC ZZZ,ZZ9.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-L-PAC-NOME        PIC X(15).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-CUSTO-MELHOR    PIC ZZZ,ZZ9.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-L-ECONOMIA        PIC ZZZ,ZZ9.
       01 WS-LINHA-TOT.
           03 FILLER               PIC X(20)
               VALUE "CONTAS ANALISADAS : ".
           03 WS-T-CONTAS          PIC ZZZ,ZZ9.
           03 FILLER               PIC X(16)
               VALUE "   SUGESTOES : ".
           03 WS-T-SUGESTOES       PIC ZZZ,ZZ9.
           03 FILLER               PIC X(14)
               VALUE "   ECONOMIA : ".
           03 WS-T-ECONOMIA        PIC ZZ,ZZZ,ZZ9.
      *
      *    PARA A ULTIMA COMPETENCIA FECHADA NO USOHIST.DAT, CALCULA O
      *    QUE CADA CONTA TERIA PAGO EM CADA PACOTE DO CADASTRO
      *    (MENSALIDADE + EXCEDENTE X TARIFA) E LISTA AS CONTAS PARA
      *    AS QUAIS OUTRO PACOTE SAIRIA MAIS BARATO QUE O ATUAL.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-PACOTES.
           PERFORM ACHA-COMPETENCIA.
           PERFORM ABRE-ARQ.
           PERFORM LER-USOHIST.
           PERFORM TRATA-USO UNTIL WS-FIM-UHS = 'S'.
           PERFORM FINALIZA.
           STOP RUN.
      *
       CARREGA-PACOTES.
           OPEN INPUT PACOTE.
           IF WS-FS-PAC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PACOTE - " WS-FS-PAC
               STOP RUN.
           PERFORM GUARDA-PACOTE UNTIL WS-FIM-PAC = 'S'.
           CLOSE PACOTE.
      *
       GUARDA-PACOTE.
           READ PACOTE
               AT END
                   MOVE 'S' TO WS-FIM-PAC
               NOT AT END
                   IF WS-PAC-QTDE < 99
                       ADD 1 TO WS-PAC-QTDE
                       MOVE WS-PAC-QTDE TO WS-PAC-POS
                       MOVE CODIGO-PAC
                           TO WS-PAC-CODIGO(WS-PAC-POS)
                       MOVE NOME-PAC
                           TO WS-PAC-NOME(WS-PAC-POS)
                       MOVE MENSALIDADE-PAC
                           TO WS-PAC-MENSALIDADE(WS-PAC-POS)
                       MOVE FRANQ-SAQUE-PAC
                           TO WS-PAC-FRANQ-SAQUE(WS-PAC-POS)
                       MOVE FRANQ-TRANSF-PAC
                           TO WS-PAC-FRANQ-TRANSF(WS-PAC-POS)
                       MOVE FRANQ-CHEQUE-PAC
                           TO WS-PAC-FRANQ-CHEQUE(WS-PAC-POS)
                       MOVE TARIFA-SAQUE-PAC
                           TO WS-PAC-TARIFA-SAQUE(WS-PAC-POS)
                       MOVE TARIFA-TRANSF-PAC
                           TO WS-PAC-TARIFA-TRANSF(WS-PAC-POS)
                       MOVE TARIFA-CHEQUE-PAC
                           TO WS-PAC-TARIFA-CHEQUE(WS-PAC-POS)
                   END-IF
           END-READ.
      *
       ACHA-COMPETENCIA.
           OPEN INPUT USOHIST.
           IF WS-FS-UHS NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA USOHIST - " WS-FS-UHS
               STOP RUN.
           PERFORM LE-COMPETENCIA UNTIL WS-FIM-UHS = 'S'.
           CLOSE USOHIST.
           MOVE 'N' TO WS-FIM-UHS.
           IF WS-COMPET = ZEROS
               DISPLAY "USOHIST.DAT SEM MES FECHADO - NADA A ANALISAR"
               STOP RUN.
      *
       LE-COMPETENCIA.
           READ USOHIST
               AT END
                   MOVE 'S' TO WS-FIM-UHS
               NOT AT END
                   IF COMPET-UHS > WS-COMPET
                       MOVE COMPET-UHS TO WS-COMPET
                   END-IF
           END-READ.
      *
       ABRE-ARQ.
           OPEN INPUT USOHIST.
           IF WS-FS-UHS NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA USOHIST - " WS-FS-UHS
               STOP RUN.
           OPEN OUTPUT RELPAC.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELPACOTE - " WS-FS-REL
               STOP RUN.
           MOVE WS-COMPET TO WS-C-COMPET.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
      *
       LER-USOHIST.
           READ USOHIST AT END MOVE 'S' TO WS-FIM-UHS.
      *
       TRATA-USO.
           IF COMPET-UHS = WS-COMPET
               ADD 1 TO WS-CONT-CONTAS
               PERFORM AVALIA-PACOTES
           END-IF.
           PERFORM LER-USOHIST.
      *
       AVALIA-PACOTES.
           MOVE ZEROS TO WS-CUSTO-ATUAL WS-PAC-MELHOR.
           PERFORM CUSTO-PACOTE
               VARYING WS-PAC-SUBS FROM 1 BY 1
               UNTIL WS-PAC-SUBS > WS-PAC-QTDE.
           IF WS-PAC-MELHOR NOT = ZEROS
              AND WS-CUSTO-MELHOR < WS-CUSTO-ATUAL
              AND WS-PAC-CODIGO(WS-PAC-MELHOR) NOT = CODIGO-PAC-UHS
               PERFORM ESCREVE-LINHA
           END-IF.
      *
       CUSTO-PACOTE.
           MOVE WS-PAC-MENSALIDADE(WS-PAC-SUBS) TO WS-CUSTO.
           MOVE ZEROS TO WS-EXCEDENTE.
           IF QTD-SAQUE-UHS > WS-PAC-FRANQ-SAQUE(WS-PAC-SUBS)
               COMPUTE WS-EXCEDENTE =
                   QTD-SAQUE-UHS - WS-PAC-FRANQ-SAQUE(WS-PAC-SUBS)
               COMPUTE WS-CUSTO = WS-CUSTO +
                   WS-EXCEDENTE * WS-PAC-TARIFA-SAQUE(WS-PAC-SUBS)
           END-IF.
           IF QTD-TRANSF-UHS > WS-PAC-FRANQ-TRANSF(WS-PAC-SUBS)
               COMPUTE WS-EXCEDENTE =
                   QTD-TRANSF-UHS - WS-PAC-FRANQ-TRANSF(WS-PAC-SUBS)
               COMPUTE WS-CUSTO = WS-CUSTO +
                   WS-EXCEDENTE * WS-PAC-TARIFA-TRANSF(WS-PAC-SUBS)
           END-IF.
           IF QTD-CHEQUE-UHS > WS-PAC-FRANQ-CHEQUE(WS-PAC-SUBS)
               COMPUTE WS-EXCEDENTE =
                   QTD-CHEQUE-UHS - WS-PAC-FRANQ-CHEQUE(WS-PAC-SUBS)
               COMPUTE WS-CUSTO = WS-CUSTO +
                   WS-EXCEDENTE * WS-PAC-TARIFA-CHEQUE(WS-PAC-SUBS)
           END-IF.
           IF WS-PAC-CODIGO(WS-PAC-SUBS) = CODIGO-PAC-UHS
               MOVE WS-CUSTO TO WS-CUSTO-ATUAL
           END-IF.
           IF WS-PAC-MELHOR = ZEROS OR WS-CUSTO < WS-CUSTO-MELHOR
               MOVE WS-PAC-SUBS TO WS-PAC-MELHOR
               MOVE WS-CUSTO    TO WS-CUSTO-MELHOR
           END-IF.
      *
       ESCREVE-LINHA.
           ADD 1 TO WS-CONT-SUGESTOES.
           COMPUTE WS-TOT-ECONOMIA = WS-TOT-ECONOMIA
               + WS-CUSTO-ATUAL - WS-CUSTO-MELHOR.
           MOVE AGENCIA-UHS      TO WS-L-AGENCIA.
           MOVE CONTA-UHS        TO WS-L-CONTA.
           MOVE QTD-SAQUE-UHS    TO WS-L-SAQUE.
           MOVE QTD-TRANSF-UHS   TO WS-L-TRANSF.
           MOVE QTD-CHEQUE-UHS   TO WS-L-CHEQUE.
           MOVE CODIGO-PAC-UHS   TO WS-L-PAC-ATUAL.
           MOVE WS-CUSTO-ATUAL   TO WS-L-CUSTO-ATUAL.
           MOVE WS-PAC-NOME(WS-PAC-MELHOR) TO WS-L-PAC-NOME.
           MOVE WS-CUSTO-MELHOR  TO WS-L-CUSTO-MELHOR.
           COMPUTE WS-L-ECONOMIA = WS-CUSTO-ATUAL - WS-CUSTO-MELHOR.
           MOVE WS-LINHA-DET     TO REG-REL.
           WRITE REG-REL.
      *
       FINALIZA.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CONT-CONTAS    TO WS-T-CONTAS.
           MOVE WS-CONT-SUGESTOES TO WS-T-SUGESTOES.
           MOVE WS-TOT-ECONOMIA   TO WS-T-ECONOMIA.
           MOVE WS-LINHA-TOT      TO REG-REL.
           WRITE REG-REL.
           CLOSE USOHIST.
           CLOSE RELPAC.
           DISPLAY "COMPETENCIA ANALISADA : " WS-COMPET.
           DISPLAY "CONTAS ANALISADAS     : " WS-CONT-CONTAS.
           DISPLAY "SUGESTOES DE PACOTE   : " WS-CONT-SUGESTOES.
