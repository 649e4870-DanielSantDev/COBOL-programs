      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CARREGAR O HISTORICO DE CONTRIBUICAO DOS FUNCIONARIOS
      *          (PERIODO, EMPREGADOR E SALARIO DE CONTRIBUICAO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-CONTRIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FUNC.
           SELECT CONTRIBENT ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ENT.
           SELECT CONTRIB ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CTB.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC VALUE OF FILE-ID IS "FUNCIONARIOS.DAT".
       01  REG-FUNC.
           02 FUNC-NOME          PIC X(30).
           02 FUNC-DATA-INI      PIC X(10).
           02 FUNC-DATA-FIM      PIC X(10).
           02 FUNC-ANOS-REGRA    PIC 9(02).
           02 FUNC-SALARIO       PIC 9(07)V99.
           02 FUNC-DEPTO         PIC X(15).
           02 FUNC-CARGO         PIC X(15).
      *
      *    ENTRADA DA CARGA - MESMO LEIAUTE DO CONTRIB.DAT, UM
      *    REGISTRO POR PERIODO CONTRIBUIDO (EXTRATO DO INSS OU
      *    DIGITACAO DO RH).
       FD  CONTRIBENT VALUE OF FILE-ID IS "CONTRIBENT.DAT".
       01  REG-CONTRIBENT.
           02 ENT-NOME           PIC X(30).
           02 ENT-DATA-INI.
               03 ENT-DIA-INI    PIC 9(02).
               03 FILLER         PIC X(01).
               03 ENT-MES-INI    PIC 9(02).
               03 FILLER         PIC X(01).
               03 ENT-ANO-INI    PIC 9(04).
           02 ENT-DATA-FIM.
               03 ENT-DIA-FIM    PIC 9(02).
               03 FILLER         PIC X(01).
               03 ENT-MES-FIM    PIC 9(02).
               03 FILLER         PIC X(01).
               03 ENT-ANO-FIM    PIC 9(04).
           02 ENT-EMPREGADOR     PIC X(20).
           02 ENT-SALARIO        PIC 9(07)V99.
      *
      *    HISTORICO DE CONTRIBUICAO - LIDO PELO APOSENTA-LOTE.
       FD  CONTRIB VALUE OF FILE-ID IS "CONTRIB.DAT".
       01  REG-CONTRIB.
           02 CONTRIB-NOME       PIC X(30).
           02 CONTRIB-DATA-INI.
               03 CONTRIB-DIA-INI PIC 9(02).
               03 FILLER          PIC X(01).
               03 CONTRIB-MES-INI PIC 9(02).
               03 FILLER          PIC X(01).
               03 CONTRIB-ANO-INI PIC 9(04).
           02 CONTRIB-DATA-FIM.
               03 CONTRIB-DIA-FIM PIC 9(02).
               03 FILLER          PIC X(01).
               03 CONTRIB-MES-FIM PIC 9(02).
               03 FILLER          PIC X(01).
               03 CONTRIB-ANO-FIM PIC 9(04).
           02 CONTRIB-EMPREGADOR PIC X(20).
           02 CONTRIB-SALARIO    PIC 9(07)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-FUNC        PIC X(02) VALUE ZEROS.
       01 WS-FS-ENT         PIC X(02) VALUE ZEROS.
       01 WS-FS-CTB         PIC X(02) VALUE ZEROS.
       01 WS-FIM            PIC X(01) VALUE 'N'.
       01 WS-CONT-LIDOS     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-GRAVADOS  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REJEITADOS PIC 9(05) VALUE ZEROS.
       01 WS-MOTIVO         PIC X(30) VALUE SPACES.
      *
       01 WS-FUNC-TAB.
           03 WS-FUNC-QTDE      PIC 9(03) VALUE ZEROS.
           03 WS-FUNC-ITEM OCCURS 500 TIMES.
               05 WS-FUNC-NOME  PIC X(30).
       01 WS-FUNC-SUBS      PIC 9(03) VALUE ZEROS.
       01 WS-FUNC-POS       PIC 9(03) VALUE ZEROS.
      *
      *    PERIODOS JA NO CONTRIB.DAT - A MESMA CARGA RODADA DUAS
      *    VEZES NAO DUPLICA O HISTORICO.
       01 WS-CHV-TAB.
           03 WS-CHV-QTDE       PIC 9(04) VALUE ZEROS.
           03 WS-CHV-ITEM OCCURS 5000 TIMES.
               05 WS-CHV-CHAVE  PIC X(70).
       01 WS-CHV-SUBS       PIC 9(04) VALUE ZEROS.
       01 WS-CHV-POS        PIC 9(04) VALUE ZEROS.
       01 WS-CHV-BUSCA      PIC X(70) VALUE SPACES.
      *
       01 WS-DATA-8         PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-INI       PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-FIM       PIC 9(07) VALUE ZEROS.
       01 WS-DIA-TESTE      PIC 9(02) VALUE ZEROS.
       01 WS-MES-TESTE      PIC 9(02) VALUE ZEROS.
       01 WS-ANO-TESTE      PIC 9(04) VALUE ZEROS.
       01 WS-DIAS-MES       PIC 9(02) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-HISTORICO.
           PERFORM ABRE-ARQ.
           PERFORM LER-ENTRADA.
           PERFORM PROCESSO UNTIL WS-FIM = 'S'.
           PERFORM FINALIZA.
           STOP RUN.
      *
       CARREGA-FUNCIONARIOS.
           OPEN INPUT ARQFUNC.
           IF WS-FS-FUNC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA FUNCIONARIOS - " WS-FS-FUNC
               STOP RUN.
           MOVE 'N' TO WS-FIM.
           PERFORM GUARDA-FUNCIONARIO UNTIL WS-FIM = 'S'.
           CLOSE ARQFUNC.
      *
       GUARDA-FUNCIONARIO.
           READ ARQFUNC
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-FUNC-QTDE < 500
                       ADD 1 TO WS-FUNC-QTDE
                       MOVE FUNC-NOME TO WS-FUNC-NOME(WS-FUNC-QTDE)
                   END-IF
           END-READ.
      *
       CARREGA-HISTORICO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CONTRIB.
           IF WS-FS-CTB NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-HISTORICO UNTIL WS-FIM = 'S'.
           IF WS-FS-CTB = "00" OR WS-FS-CTB = "10"
               CLOSE CONTRIB
           END-IF.
      *
       GUARDA-HISTORICO.
           READ CONTRIB
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-CHV-QTDE < 5000
                       ADD 1 TO WS-CHV-QTDE
                       MOVE REG-CONTRIB(1:70)
                           TO WS-CHV-CHAVE(WS-CHV-QTDE)
                   END-IF
           END-READ.
      *
       ABRE-ARQ.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CONTRIBENT.
           IF WS-FS-ENT NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CONTRIBENT - " WS-FS-ENT
               STOP RUN.
           OPEN EXTEND CONTRIB.
           IF WS-FS-CTB NOT EQUAL "00"
               OPEN OUTPUT CONTRIB
           END-IF.
           IF WS-FS-CTB NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CONTRIB - " WS-FS-CTB
               CLOSE CONTRIBENT
               STOP RUN.
      *
       LER-ENTRADA.
           READ CONTRIBENT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.
      *
       PROCESSO.
           PERFORM VALIDA-PERIODO.
           IF WS-MOTIVO = SPACES
               MOVE REG-CONTRIBENT TO REG-CONTRIB
               WRITE REG-CONTRIB
               IF WS-FS-CTB NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO CONTRIB - " WS-FS-CTB
                   STOP RUN
               END-IF
               IF WS-CHV-QTDE < 5000
                   ADD 1 TO WS-CHV-QTDE
                   MOVE WS-CHV-BUSCA TO WS-CHV-CHAVE(WS-CHV-QTDE)
               END-IF
               ADD 1 TO WS-CONT-GRAVADOS
           ELSE
               DISPLAY "REJEITADO - " ENT-NOME " " ENT-DATA-INI " "
                   ENT-DATA-FIM " - " WS-MOTIVO
               ADD 1 TO WS-CONT-REJEITADOS
           END-IF.
           PERFORM LER-ENTRADA.
      *
       VALIDA-PERIODO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROS TO WS-FUNC-POS.
           PERFORM BUSCA-FUNCIONARIO
               VARYING WS-FUNC-SUBS FROM 1 BY 1
               UNTIL WS-FUNC-SUBS > WS-FUNC-QTDE
                  OR WS-FUNC-POS NOT = ZEROS.
           IF WS-FUNC-POS = ZEROS
               MOVE "FUNCIONARIO NAO CADASTRADO" TO WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               IF ENT-DIA-INI NOT NUMERIC OR ENT-MES-INI NOT NUMERIC
                  OR ENT-ANO-INI NOT NUMERIC
                  OR ENT-DIA-FIM NOT NUMERIC
                  OR ENT-MES-FIM NOT NUMERIC
                  OR ENT-ANO-FIM NOT NUMERIC
                   MOVE "DATA NAO NUMERICA" TO WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               MOVE ENT-DIA-INI TO WS-DIA-TESTE
               MOVE ENT-MES-INI TO WS-MES-TESTE
               MOVE ENT-ANO-INI TO WS-ANO-TESTE
               PERFORM CONFERE-DATA
               IF WS-MOTIVO NOT = SPACES
                   MOVE "DATA INICIAL INVALIDA" TO WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               MOVE ENT-DIA-FIM TO WS-DIA-TESTE
               MOVE ENT-MES-FIM TO WS-MES-TESTE
               MOVE ENT-ANO-FIM TO WS-ANO-TESTE
               PERFORM CONFERE-DATA
               IF WS-MOTIVO NOT = SPACES
                   MOVE "DATA FINAL INVALIDA" TO WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               COMPUTE WS-DATA-8 = ENT-ANO-INI * 10000
                   + ENT-MES-INI * 100 + ENT-DIA-INI
               COMPUTE WS-DIAS-INI = FUNCTION INTEGER-OF-DATE(WS-DATA-8)
               COMPUTE WS-DATA-8 = ENT-ANO-FIM * 10000
                   + ENT-MES-FIM * 100 + ENT-DIA-FIM
               COMPUTE WS-DIAS-FIM = FUNCTION INTEGER-OF-DATE(WS-DATA-8)
               IF WS-DIAS-FIM < WS-DIAS-INI
                   MOVE "FIM ANTERIOR AO INICIO" TO WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               IF ENT-SALARIO NOT NUMERIC OR ENT-SALARIO = ZEROS
                   MOVE "SALARIO DE CONTRIBUICAO ZERADO" TO WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               MOVE REG-CONTRIBENT(1:70) TO WS-CHV-BUSCA
               MOVE ZEROS TO WS-CHV-POS
               PERFORM BUSCA-CHAVE
                   VARYING WS-CHV-SUBS FROM 1 BY 1
                   UNTIL WS-CHV-SUBS > WS-CHV-QTDE
                      OR WS-CHV-POS NOT = ZEROS
               IF WS-CHV-POS NOT = ZEROS
                   MOVE "PERIODO JA CARREGADO" TO WS-MOTIVO.
      *
       BUSCA-FUNCIONARIO.
           IF WS-FUNC-NOME(WS-FUNC-SUBS) = ENT-NOME
               MOVE WS-FUNC-SUBS TO WS-FUNC-POS
           END-IF.
      *
       BUSCA-CHAVE.
           IF WS-CHV-CHAVE(WS-CHV-SUBS) = WS-CHV-BUSCA
               MOVE WS-CHV-SUBS TO WS-CHV-POS
           END-IF.
      *
      *    DIA, MES E ANO EM WS-DIA-TESTE, WS-MES-TESTE E
      *    WS-ANO-TESTE. DATA FORA DO CALENDARIO DEVOLVE MOTIVO.
       CONFERE-DATA.
           IF WS-MES-TESTE < 1 OR WS-MES-TESTE > 12
              OR WS-ANO-TESTE < 1900 OR WS-DIA-TESTE < 1
               MOVE "DATA INVALIDA" TO WS-MOTIVO
           ELSE
               PERFORM DIAS-DO-MES
               IF WS-DIA-TESTE > WS-DIAS-MES
                   MOVE "DATA INVALIDA" TO WS-MOTIVO
               END-IF
           END-IF.
      *
       DIAS-DO-MES.
           EVALUATE WS-MES-TESTE
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DIAS-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 2
                   IF FUNCTION MOD(WS-ANO-TESTE, 400) = 0 OR
                     (FUNCTION MOD(WS-ANO-TESTE, 4) = 0 AND
                      FUNCTION MOD(WS-ANO-TESTE, 100) NOT = 0)
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
           END-EVALUATE.
      *
       FINALIZA.
           CLOSE CONTRIBENT.
           CLOSE CONTRIB.
           DISPLAY "PERIODOS LIDOS      : " WS-CONT-LIDOS.
           DISPLAY "PERIODOS GRAVADOS   : " WS-CONT-GRAVADOS.
           DISPLAY "PERIODOS REJEITADOS : " WS-CONT-REJEITADOS.
