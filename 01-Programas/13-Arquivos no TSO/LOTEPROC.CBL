       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEPROC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTEPROC ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PRC.
       DATA DIVISION.
       FILE SECTION.
      *    INDICADOR DE LOTE EM PROCESSAMENTO: O PROGRAMA DE LANCAMENTO
      *    (MOVIMENTACAO, LANCA) LIGA AO GRAVAR O INICIO NO RUNHIST E
      *    DESLIGA AO GRAVAR O FIM NORMAL. ENQUANTO LIGADO, A
      *    MANUTENCAO DE CLIENTE.DAT NO TSO FICA SO EM CONSULTA. UMA
      *    EXECUCAO ABENDADA DEIXA O INDICADOR LIGADO ATE O SUPERVISOR
      *    LIBERAR PELO CONTROLA-LOTE. REGISTRO UNICO, REGRAVADO COM
      *    OPEN OUTPUT COMO O LOTECTL.DAT.
       FD LOTEPROC VALUE OF FILE-ID IS "LOTEPROC.DAT".
       01 REG-LOTEPROC.
           03 PROGRAMA-PROC        PIC X(12).
           03 DATA-LOTE-PROC       PIC 9(06).
           03 DATA-INICIO-PROC     PIC 9(06).
           03 HORA-INICIO-PROC     PIC 9(08).
           03 SITUACAO-PROC        PIC X(01).
               88 PROC-EM-CURSO    VALUE 'E'.
               88 PROC-LIVRE       VALUE 'L'.
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-PRC                PIC X(02) VALUE ZEROS.
       01 WS-TEM-PROC              PIC X(01) VALUE 'N'.
      *
      *    LK-ACAO: 'L' LIGA, 'D' DESLIGA, 'C' CONSULTA. NA CONSULTA
      *    VOLTAM O PROGRAMA E A DATA DO LOTE QUE LIGOU O INDICADOR.
      *    O DESLIGAMENTO SO VALE PARA O PROGRAMA QUE LIGOU - OS
      *    CAMPOS DO CHAMADOR NAO SAO ALTERADOS.
      *    LK-EM-CURSO VOLTA 'S' SE O INDICADOR FICOU LIGADO.
       LINKAGE SECTION.
       01 LK-ACAO                  PIC X(01).
       01 LK-PROGRAMA              PIC X(12).
       01 LK-DATA-LOTE             PIC 9(06).
       01 LK-EM-CURSO              PIC X(01).
      *
       PROCEDURE DIVISION USING LK-ACAO LK-PROGRAMA LK-DATA-LOTE
                                 LK-EM-CURSO.
       INICIO.
           PERFORM LE-INDICADOR.
           EVALUATE LK-ACAO
               WHEN 'L' PERFORM LIGA-INDICADOR
               WHEN 'D' PERFORM DESLIGA-INDICADOR
               WHEN OTHER PERFORM CONSULTA-INDICADOR
           END-EVALUATE.
           GOBACK.
      *
       LE-INDICADOR.
           MOVE 'N' TO WS-TEM-PROC.
           OPEN INPUT LOTEPROC.
           IF WS-FS-PRC EQUAL "00"
               READ LOTEPROC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-TEM-PROC
               END-READ
               CLOSE LOTEPROC
           END-IF.
      *
       LIGA-INDICADOR.
           MOVE LK-PROGRAMA  TO PROGRAMA-PROC.
           MOVE LK-DATA-LOTE TO DATA-LOTE-PROC.
           ACCEPT DATA-INICIO-PROC FROM DATE.
           ACCEPT HORA-INICIO-PROC FROM TIME.
           SET PROC-EM-CURSO TO TRUE.
           PERFORM GRAVA-INDICADOR.
           MOVE 'S' TO LK-EM-CURSO.
      *
       DESLIGA-INDICADOR.
           IF WS-TEM-PROC = 'S' AND PROC-EM-CURSO
              AND PROGRAMA-PROC = LK-PROGRAMA
               SET PROC-LIVRE TO TRUE
               PERFORM GRAVA-INDICADOR
           END-IF.
           IF WS-TEM-PROC = 'S' AND PROC-EM-CURSO
               MOVE 'S' TO LK-EM-CURSO
           ELSE
               MOVE 'N' TO LK-EM-CURSO
           END-IF.
      *
       CONSULTA-INDICADOR.
           IF WS-TEM-PROC = 'S' AND PROC-EM-CURSO
               MOVE 'S'            TO LK-EM-CURSO
               MOVE PROGRAMA-PROC  TO LK-PROGRAMA
               MOVE DATA-LOTE-PROC TO LK-DATA-LOTE
           ELSE
               MOVE 'N'            TO LK-EM-CURSO
           END-IF.
      *
       GRAVA-INDICADOR.
           OPEN OUTPUT LOTEPROC.
           IF WS-FS-PRC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LOTEPROC - " WS-FS-PRC
           ELSE
               WRITE REG-LOTEPROC
               CLOSE LOTEPROC
           END-IF.
