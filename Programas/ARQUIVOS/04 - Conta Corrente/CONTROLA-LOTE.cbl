               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.
           SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
           03 STATUS-LOTE          PIC X(01).
               88 LOTE-ABERTO      VALUE 'A'.
               88 LOTE-FECHADO     VALUE 'F'.
      *
       FD OPERLOG.
       01 REG-OPERLOG.
           03 OPERADOR-ID-LOG      PIC X(08).
           03 ACAO-LOG             PIC X(10).
           03 ID-CLI-LOG.
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-TEM-LOTE              PIC X(01) VALUE 'N'.
       01 WS-DIA-UTIL              PIC X(01) VALUE 'N'.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
      *    INDICADOR DE LOTE EM PROCESSAMENTO (LOTEPROC.DAT). LIGADO
      *    PELO MOVIMENTACAO/LANCA E DESLIGADO NO FIM NORMAL; SE A
      *    EXECUCAO ABENDOU, SO O SUPERVISOR LIBERA (OPCAO L), COM
      *    REGISTRO NO OPERLOG E FIM 'LS' NO RUNHIST PARA A EXECUCAO
      *    QUE FICOU SEM FIM.
       01 WS-PRC-ACAO              PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA          PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
       01 WS-RUN-EVENTO            PIC X(01) VALUE 'F'.
       01 WS-RUN-STATUS            PIC X(02) VALUE "LS".
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           PERFORM LE-LOTE-ATUAL.
           PERFORM LE-INDICADOR-PROC.
           EVALUATE WS-OPCAO
               WHEN 'A' PERFORM ABRE-LOTE
               WHEN 'F' PERFORM FECHA-LOTE
               WHEN 'C' PERFORM CONSULTA-LOTE
               WHEN 'L' PERFORM LIBERA-PROCESSAMENTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE A, F, C OU L"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (A-ABRIR / F-FECHAR / C-CONSULTAR / "
               "L-LIBERAR PROCESSAMENTO): ".
           ACCEPT WS-OPCAO.
      *
       LE-LOTE-ATUAL.
               END-READ
               CLOSE LOTECTL
           END-IF.
      *
       LE-INDICADOR-PROC.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
      *
       ABRE-LOTE.
           IF WS-TEM-LOTE = 'S' AND LOTE-ABERTO
           END-IF.
      *
       FECHA-LOTE.
           EVALUATE TRUE
               WHEN WS-TEM-LOTE = 'N' OR NOT LOTE-ABERTO
                   DISPLAY "NENHUM LOTE ABERTO NO MOMENTO"
               WHEN PRC-LOTE-EM-CURSO
                   DISPLAY "LOTE " WS-PRC-DATA-LOTE
                       " EM PROCESSAMENTO (" WS-PRC-PROGRAMA
                       ") - NAO PODE SER FECHADO"
               WHEN OTHER
                   PERFORM GRAVA-LOTE-FECHADO
           END-EVALUATE.
      *
       GRAVA-LOTE-FECHADO.
           SET LOTE-FECHADO TO TRUE.
           OPEN OUTPUT LOTECTL.
           WRITE REG-LOTECTL.
           CLOSE LOTECTL.
           DISPLAY "LOTE " DATA-LOTE " FECHADO COM SUCESSO".
      *
       CONSULTA-LOTE.
           IF WS-TEM-LOTE = 'N'
                       DISPLAY "SITUACAO    : FECHADO"
               END-EVALUATE
           END-IF.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "PROCESSANDO : " WS-PRC-PROGRAMA
                   " (LOTE " WS-PRC-DATA-LOTE ")"
           ELSE
               DISPLAY "PROCESSANDO : NENHUM PROGRAMA"
           END-IF.
      *
      *    LIBERACAO MANUAL DO INDICADOR DEIXADO POR UMA EXECUCAO
      *    ABENDADA - SO SUPERVISOR, DEPOIS DE CONFERIR O RUNHIST E O
      *    ESTADO DE CLIENTE.DAT. O SUPERVISOR FICA NO OPERLOG COM A
      *    DATA DO LOTE EM CONTA-LOG.
       LIBERA-PROCESSAMENTO.
           IF NOT PRC-LOTE-EM-CURSO
               DISPLAY "NENHUM PROGRAMA EM PROCESSAMENTO - NADA A "
                   "LIBERAR"
           ELSE
               DISPLAY "LOTE " WS-PRC-DATA-LOTE " PRESO POR "
                   WS-PRC-PROGRAMA
               PERFORM ENTRA-OPERADOR
               IF WS-AUTORIZADO NOT = 'S'
                   DISPLAY "ACESSO NEGADO - SUPERVISOR NAO AUTENTICADO"
               ELSE
                   MOVE 'D' TO WS-PRC-ACAO
                   CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
                       WS-PRC-DATA-LOTE WS-PRC-EM-CURSO
                   CALL "RUNLOG" USING WS-PRC-PROGRAMA WS-RUN-EVENTO
                       WS-PRC-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
                       WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS
                   PERFORM GRAVA-OPERLOG
                   DISPLAY "PROCESSAMENTO DE " WS-PRC-PROGRAMA
                       " LIBERADO - MANUTENCAO DE CLIENTES REABERTA"
               END-IF
           END-IF.
      *
       ENTRA-OPERADOR.
           MOVE 0   TO WS-TENTATIVAS.
           MOVE 'N' TO WS-AUTORIZADO.
           PERFORM VALIDA-OPERADOR
               UNTIL WS-AUTORIZADO = 'S' OR WS-TENTATIVAS = 3.
      *
       VALIDA-OPERADOR.
           DISPLAY "MATRICULA DO SUPERVISOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA-OP.
           CALL "OPERVALID" USING WS-OPERADOR-ID WS-SENHA-OP
               WS-AUTORIZADO WS-NOME-OP WS-NIVEL-OP.
           ADD 1 TO WS-TENTATIVAS.
           EVALUATE TRUE
               WHEN WS-AUTORIZADO NOT = 'S'
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               WHEN WS-NIVEL-OP NOT = 'S'
                   MOVE 'N' TO WS-AUTORIZADO
                   DISPLAY "OPERADOR SEM ALCADA DE SUPERVISOR"
           END-EVALUATE.
      *
       GRAVA-OPERLOG.
           OPEN EXTEND OPERLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT OPERLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA OPERLOG - " WS-FS-LOG
           ELSE
               MOVE WS-OPERADOR-ID   TO OPERADOR-ID-LOG
               MOVE "LIBERA LOT"     TO ACAO-LOG
               MOVE ZEROS            TO AGENCIA-LOG
               MOVE WS-PRC-DATA-LOTE TO CONTA-LOG
               ACCEPT DATA-LOG FROM DATE
               ACCEPT HORA-LOG FROM TIME
               WRITE REG-OPERLOG
               CLOSE OPERLOG
           END-IF.
