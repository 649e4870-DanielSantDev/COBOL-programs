       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCADEIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEIA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAD.
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-SEQ                   PIC 9(03) VALUE ZEROS.
       01 WS-PASSO                 PIC X(08) VALUE SPACES.
       01 WS-PROGRAMA              PIC X(12) VALUE SPACES.
       01 WS-PREDEC-TAB.
           03 WS-PREDEC            PIC X(08) OCCURS 5 TIMES.
       01 WS-REEXEC                PIC X(01) VALUE 'N'.
       01 WS-HORA-PREV             PIC 9(04) VALUE ZEROS.
       01 WS-DURACAO               PIC 9(03) VALUE ZEROS.
       01 WS-FS-CAD                PIC X(02) VALUE ZEROS.
       01 WS-FIM-CAD               PIC X(01) VALUE 'N'.
       01 WS-ACHOU                 PIC X(01) VALUE 'N'.
       01 WS-DADOS-OK              PIC X(01) VALUE 'S'.
       01 WS-ULTIMA-SEQ            PIC 9(03) VALUE ZEROS.
       01 WS-PRED-SUBS             PIC 9(01) VALUE ZEROS.
       01 WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
      *
      *    PASSOS JA CADASTRADOS (NOME E SEQ) PARA VALIDAR OS
      *    PREDECESSORES - SO VALE PREDECESSOR COM SEQ MENOR, O QUE
      *    MANTEM O PLANO SEM CICLOS E NA ORDEM DO ARQUIVO.
       01 WS-PAS-TAB.
           03 WS-PAS-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-PAS-ITEM OCCURS 100 TIMES.
               05 WS-PAS-NOME      PIC X(08).
               05 WS-PAS-SEQ       PIC 9(03).
       01 WS-PAS-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-PAS-POS               PIC 9(03) VALUE ZEROS.
       01 WS-PAS-BUSCA             PIC X(08) VALUE SPACES.
      *
      *    CRONOGRAMA DA CADEIA DA NOITE USADO PELO CADEIA-NOITE: UM
      *    REGISTRO POR STEP DO NOITE.JCL, COM ATE CINCO PREDECESSORES,
      *    SE PODE SER REEXECUTADO NO MESMO LOTE E O HORARIO PREVISTO
      *    (HHMM - ANTES DAS 12:00 CONTA COMO MADRUGADA SEGUINTE) COM A
      *    DURACAO PREVISTA EM MINUTOS. O ARQUIVO FICA NA ORDEM DO
      *    PLANO: PASSO NOVO SEMPRE COM SEQ MAIOR QUE O ULTIMO. O NOME
      *    DO PASSO E' O DO STEP E NAO PODE COINCIDIR COM NOME DE
      *    PROGRAMA QUE GRAVA NO RUNHIST.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           PERFORM CARREGA-PASSOS.
           EVALUATE WS-OPCAO
               WHEN 'I' PERFORM INCLUI-PASSO
               WHEN 'A' PERFORM ALTERA-PASSO
               WHEN 'C' PERFORM CONSULTA-PASSOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE I, A OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (I-INCLUIR / A-ALTERAR / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
       CARREGA-PASSOS.
           MOVE 'N' TO WS-FIM-CAD.
           OPEN INPUT CADEIA.
           IF WS-FS-CAD NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-CAD
           END-IF.
           PERFORM LER-PASSO UNTIL WS-FIM-CAD = 'S'.
           IF WS-FS-CAD = "00" OR WS-FS-CAD = "10"
               CLOSE CADEIA
           END-IF.
      *
       LER-PASSO.
           READ CADEIA
               AT END
                   MOVE 'S' TO WS-FIM-CAD
               NOT AT END
                   IF WS-PAS-QTDE < 100
                       ADD 1 TO WS-PAS-QTDE
                       MOVE PASSO-CAD TO WS-PAS-NOME(WS-PAS-QTDE)
                       MOVE SEQ-CAD   TO WS-PAS-SEQ(WS-PAS-QTDE)
                   END-IF
                   MOVE SEQ-CAD TO WS-ULTIMA-SEQ
           END-READ.
      *
       LOCALIZA-PASSO.
           MOVE ZEROS TO WS-PAS-POS.
           PERFORM BUSCA-PASSO
               VARYING WS-PAS-SUBS FROM 1 BY 1
               UNTIL WS-PAS-SUBS > WS-PAS-QTDE OR WS-PAS-POS NOT = 0.
      *
       BUSCA-PASSO.
           IF WS-PAS-NOME(WS-PAS-SUBS) = WS-PAS-BUSCA
               MOVE WS-PAS-SUBS TO WS-PAS-POS
           END-IF.
      *
       ENTRA-PLANO.
           MOVE SPACES TO WS-PREDEC-TAB.
           PERFORM ENTRA-PREDECESSOR
               VARYING WS-PRED-SUBS FROM 1 BY 1
               UNTIL WS-PRED-SUBS > 5.
           DISPLAY "PODE SER REEXECUTADO NO MESMO LOTE (S/N): ".
           ACCEPT WS-REEXEC.
           DISPLAY "HORARIO PREVISTO DE INICIO (HHMM): ".
           ACCEPT WS-HORA-PREV.
           DISPLAY "DURACAO PREVISTA (MINUTOS): ".
           ACCEPT WS-DURACAO.
      *
       ENTRA-PREDECESSOR.
           DISPLAY "PREDECESSOR " WS-PRED-SUBS " (BRANCO = NENHUM): ".
           ACCEPT WS-PREDEC(WS-PRED-SUBS).
      *
       VALIDA-PLANO.
           MOVE 'S' TO WS-DADOS-OK.
           IF WS-REEXEC NOT = 'S' AND WS-REEXEC NOT = 'N'
               DISPLAY "REEXECUCAO DEVE SER S OU N"
               MOVE 'N' TO WS-DADOS-OK
           END-IF.
           IF WS-HORA-PREV(1:2) > "23" OR WS-HORA-PREV(3:2) > "59"
               DISPLAY "HORARIO PREVISTO INVALIDO"
               MOVE 'N' TO WS-DADOS-OK
           END-IF.
           PERFORM VALIDA-PREDECESSOR
               VARYING WS-PRED-SUBS FROM 1 BY 1
               UNTIL WS-PRED-SUBS > 5.
      *
       VALIDA-PREDECESSOR.
           IF WS-PREDEC(WS-PRED-SUBS) NOT = SPACES
               MOVE WS-PREDEC(WS-PRED-SUBS) TO WS-PAS-BUSCA
               PERFORM LOCALIZA-PASSO
               EVALUATE TRUE
                   WHEN WS-PAS-POS = ZEROS
                       DISPLAY "PREDECESSOR " WS-PAS-BUSCA
                           " NAO CADASTRADO"
                       MOVE 'N' TO WS-DADOS-OK
                   WHEN WS-PAS-SEQ(WS-PAS-POS) NOT < WS-SEQ
                       DISPLAY "PREDECESSOR " WS-PAS-BUSCA
                           " NAO VEM ANTES DO PASSO NO PLANO"
                       MOVE 'N' TO WS-DADOS-OK
               END-EVALUATE
           END-IF.
      *
       INCLUI-PASSO.
           DISPLAY "SEQUENCIA NO PLANO: ".
           ACCEPT WS-SEQ.
           DISPLAY "PASSO (NOME DO STEP NO NOITE.JCL): ".
           ACCEPT WS-PASSO.
           DISPLAY "PROGRAMA EXECUTADO NO PASSO: ".
           ACCEPT WS-PROGRAMA.
           PERFORM ENTRA-PLANO.
           PERFORM VALIDA-PLANO.
           MOVE WS-PASSO TO WS-PAS-BUSCA.
           PERFORM LOCALIZA-PASSO.
           EVALUATE TRUE
               WHEN WS-PASSO = SPACES
                   DISPLAY "PASSO NAO INFORMADO"
               WHEN WS-PAS-POS NOT = ZEROS
                   DISPLAY "PASSO " WS-PASSO " JA CADASTRADO"
               WHEN WS-SEQ NOT > WS-ULTIMA-SEQ
                   DISPLAY "SEQUENCIA DEVE SER MAIOR QUE "
                       WS-ULTIMA-SEQ
               WHEN WS-DADOS-OK = 'N'
                   DISPLAY "PASSO NAO INCLUIDO"
               WHEN OTHER
                   PERFORM GRAVA-PASSO
           END-EVALUATE.
      *
       GRAVA-PASSO.
           OPEN EXTEND CADEIA.
           IF WS-FS-CAD NOT EQUAL "00"
               OPEN OUTPUT CADEIA
           END-IF.
           IF WS-FS-CAD NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CADEIA - " WS-FS-CAD
               STOP RUN.
           MOVE WS-SEQ      TO SEQ-CAD.
           MOVE WS-PASSO    TO PASSO-CAD.
           MOVE WS-PROGRAMA TO PROGRAMA-CAD.
           PERFORM MOVE-PLANO.
           WRITE REG-CADEIA.
           CLOSE CADEIA.
           DISPLAY "PASSO " WS-PASSO " INCLUIDO NA SEQUENCIA " WS-SEQ.
      *
       MOVE-PLANO.
           PERFORM MOVE-PREDECESSOR
               VARYING WS-PRED-SUBS FROM 1 BY 1
               UNTIL WS-PRED-SUBS > 5.
           MOVE WS-REEXEC    TO REEXEC-CAD.
           MOVE WS-HORA-PREV TO HORA-PREV-CAD.
           MOVE WS-DURACAO   TO DURACAO-PREV-CAD.
      *
       MOVE-PREDECESSOR.
           MOVE WS-PREDEC(WS-PRED-SUBS) TO PREDEC-CAD(WS-PRED-SUBS).
      *
      *    ALTERACAO REGRAVA PREDECESSORES, REEXECUCAO E HORARIO - SEQ,
      *    PASSO E PROGRAMA FICAM COMO ESTAO.
       ALTERA-PASSO.
           DISPLAY "PASSO A ALTERAR: ".
           ACCEPT WS-PASSO.
           MOVE WS-PASSO TO WS-PAS-BUSCA.
           PERFORM LOCALIZA-PASSO.
           IF WS-PAS-POS = ZEROS
               DISPLAY "PASSO " WS-PASSO " NAO CADASTRADO"
           ELSE
               MOVE WS-PAS-SEQ(WS-PAS-POS) TO WS-SEQ
               PERFORM ENTRA-PLANO
               PERFORM VALIDA-PLANO
               IF WS-DADOS-OK = 'N'
                   DISPLAY "PASSO NAO ALTERADO"
               ELSE
                   PERFORM REGRAVA-PASSO
               END-IF
           END-IF.
      *
       REGRAVA-PASSO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM-CAD.
           OPEN I-O CADEIA.
           IF WS-FS-CAD NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CADEIA - " WS-FS-CAD
               STOP RUN.
           PERFORM PROCURA-PASSO
               UNTIL WS-FIM-CAD = 'S' OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'S'
               PERFORM MOVE-PLANO
               REWRITE REG-CADEIA
               DISPLAY "PASSO " WS-PASSO " ALTERADO"
           END-IF.
           CLOSE CADEIA.
      *
       PROCURA-PASSO.
           READ CADEIA
               AT END
                   MOVE 'S' TO WS-FIM-CAD
               NOT AT END
                   IF PASSO-CAD = WS-PASSO
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
      *
       CONSULTA-PASSOS.
           MOVE 'N' TO WS-FIM-CAD.
           OPEN INPUT CADEIA.
           IF WS-FS-CAD NOT EQUAL "00"
               DISPLAY "CADEIA.DAT NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "===== CRONOGRAMA DA CADEIA DA NOITE =====".
           DISPLAY "SEQ PASSO    PROGRAMA     HHMM MIN R PREDECESSORES".
           PERFORM LISTA-PASSO UNTIL WS-FIM-CAD = 'S'.
           CLOSE CADEIA.
           DISPLAY "PASSOS LISTADOS: " WS-CONT-LISTADOS.
      *
       LISTA-PASSO.
           READ CADEIA
               AT END
                   MOVE 'S' TO WS-FIM-CAD
               NOT AT END
                   DISPLAY SEQ-CAD " " PASSO-CAD " " PROGRAMA-CAD " "
                       HORA-PREV-CAD " " DURACAO-PREV-CAD " "
                       REEXEC-CAD " " PREDEC-CAD(1) " " PREDEC-CAD(2)
                       " " PREDEC-CAD(3) " " PREDEC-CAD(4) " "
                       PREDEC-CAD(5)
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
