              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
           SELECT CONTRIB ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CTB.
           SELECT RELLACUNA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LAC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC VALUE OF FILE-ID IS "FUNCIONARIOS.DAT".
          02 REL-BENEFICIO     PIC 9(07)V99.
          02 FILLER            PIC X(02) VALUE SPACES.
          02 REL-DEPTO         PIC X(15).
      *
      *    HISTORICO DE CONTRIBUICAO, CARREGADO PELO CARGA-CONTRIB.
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
      *    LACUNAS E SOBREPOSICOES DO HISTORICO, POR FUNCIONARIO.
       FD RELLACUNA VALUE OF FILE-ID IS "RELLACUNA.DAT".
       01 REG-LACUNA           PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-FUNC        PIC X(02) VALUE ZEROS.
       01 WS-SALARIO        PIC 9(07)V99 VALUE ZEROS.
       01 WS-FATOR          PIC 9(03) VALUE ZEROS.
       01 WS-BENEFICIO      PIC 9(07)V99 VALUE ZEROS.
      *
      *    COM HISTORICO NO CONTRIB.DAT SO CONTA O TEMPO CONTRIBUIDO
      *    (PERIODOS SOBREPOSTOS CONTAM UMA VEZ SO) E O SALARIO DO
      *    BENEFICIO PASSA A SER A MEDIA DOS SALARIOS DE CONTRIBUICAO,
      *    PONDERADA PELOS DIAS DE CADA PERIODO. SEM HISTORICO VALE O
      *    CALCULO ANTIGO, DE FUNC-DATA-INI A FUNC-DATA-FIM COM O
      *    FUNC-SALARIO. DIAS CONTRIBUIDOS VIRAM ANOS DE 365 DIAS E
      *    MESES DE 30.
       01 WS-FS-CTB         PIC X(02) VALUE ZEROS.
       01 WS-FS-LAC         PIC X(02) VALUE ZEROS.
       01 WS-FIM-CTB        PIC X(01) VALUE 'N'.
       01 WS-CTB-TAB.
           03 WS-CTB-QTDE       PIC 9(04) VALUE ZEROS.
           03 WS-CTB-ITEM OCCURS 5000 TIMES.
               05 WS-CTB-NOME       PIC X(30).
               05 WS-CTB-INI        PIC 9(07).
               05 WS-CTB-FIM        PIC 9(07).
               05 WS-CTB-DATA-INI   PIC X(10).
               05 WS-CTB-DATA-FIM   PIC X(10).
               05 WS-CTB-EMPREGADOR PIC X(20).
               05 WS-CTB-SALARIO    PIC 9(07)V99.
       01 WS-CTB-SUBS       PIC 9(04) VALUE ZEROS.
       01 WS-CTB-POS        PIC 9(04) VALUE ZEROS.
       01 WS-CTB-COBRE      PIC 9(04) VALUE ZEROS.
      *    PERIODOS DO FUNCIONARIO CORRENTE, EM ORDEM DE INICIO.
       01 WS-PER-TAB.
           03 WS-PER-QTDE       PIC 9(03) VALUE ZEROS.
           03 WS-PER-IDX OCCURS 200 TIMES PIC 9(04).
       01 WS-PER-SUBS       PIC 9(03) VALUE ZEROS.
       01 WS-PER-PROX       PIC 9(03) VALUE ZEROS.
       01 WS-PER-TROCA      PIC 9(04) VALUE ZEROS.
       01 WS-DATA-8         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-8-R REDEFINES WS-DATA-8.
          02 WS-D8-ANO      PIC 9(04).
          02 WS-D8-MES      PIC 9(02).
          02 WS-D8-DIA      PIC 9(02).
       01 WS-COBERTO-ATE    PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-PERIODO   PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-CONTRIB   PIC 9(07) VALUE ZEROS.
       01 WS-RESTO-DIAS     PIC 9(07) VALUE ZEROS.
       01 WS-SOMA-PONDERADA PIC 9(13)V99 VALUE ZEROS.
       01 WS-DIAS-PONDERA   PIC 9(07) VALUE ZEROS.
       01 WS-LACUNA-INI     PIC 9(07) VALUE ZEROS.
       01 WS-LACUNA-FIM     PIC 9(07) VALUE ZEROS.
       01 WS-LACUNA-DIAS    PIC 9(07) VALUE ZEROS.
       01 WS-DATA-ED-INI    PIC X(10) VALUE SPACES.
       01 WS-DATA-ED-FIM    PIC X(10) VALUE SPACES.
       01 WS-DATA-ED        PIC X(10) VALUE SPACES.
       01 WS-CABECALHO-FUNC PIC X(01) VALUE 'N'.
       01 WS-CONT-LACUNAS   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SOBREPOS  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-HIST  PIC 9(05) VALUE ZEROS.
       01 WS-LACUNAS-FUNC   PIC 9(03) VALUE ZEROS.
       01 WS-SOBREPOS-FUNC  PIC 9(03) VALUE ZEROS.
       01 WS-LINHA          PIC X(80) VALUE SPACES.
       01 WS-DIAS-ED        PIC ZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-CONTRIBUICOES.
           PERFORM ABRE-ARQ.
           PERFORM LER-FUNC.
           PERFORM PROCESSO UNTIL WS-FIM-FUNC = 'S'.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELAPOSENTA - " WS-FS-REL
               STOP RUN.
           OPEN OUTPUT RELLACUNA.
           IF WS-FS-LAC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELLACUNA - " WS-FS-LAC
               STOP RUN.
           MOVE "===== LACUNAS E SOBREPOSICOES DE CONTRIBUICAO ====="
               TO REG-LACUNA.
           WRITE REG-LACUNA.
      *
       LER-FUNC.
           READ ARQFUNC AT END MOVE 'S' TO WS-FIM-FUNC.
      *
       PROCESSO.
           PERFORM ENTRADA-DE-DADOS.
           PERFORM SEPARA-PERIODOS.
           IF WS-PER-QTDE > ZEROS
               PERFORM CALCULO-CONTRIBUICAO
           ELSE
               ADD 1 TO WS-CONT-SEM-HIST
               PERFORM CLACULO-DA-DATA
           END-IF.
           PERFORM MOSTRA-RESULTADO.
           PERFORM GRAVA-RESULTADO.
           ADD 1 TO WS-CONT-PROC.
           DISPLAY "JA TRABALHOU: ".
           DISPLAY WS-ANOS" ANOS "WS-MESES" MESES E "WS-DIAS" DIAS".
           DISPLAY "FATAM " WS-FALTA " ANOS PARA A APOSENTADORIA".
           IF WS-PER-QTDE > ZEROS
               DISPLAY "PERIODOS DE CONTRIBUICAO: " WS-PER-QTDE
                   "  LACUNAS: " WS-LACUNAS-FUNC
                   "  SOBREPOSICOES: " WS-SOBREPOS-FUNC
               DISPLAY "SALARIO MEDIO DE CONTRIBUICAO: " WS-SALARIO
           ELSE
               DISPLAY "SEM HISTORICO DE CONTRIBUICAO - TEMPO PELO "
                   "CADASTRO"
           END-IF.
           DISPLAY "BENEFICIO ESTIMADO: " WS-BENEFICIO
               " (" WS-FATOR "% DO SALARIO)".
      *
       FINALIZA.
           CLOSE ARQFUNC.
           CLOSE RELAPOSENTA.
           CLOSE RELLACUNA.
           DISPLAY "FUNCIONARIOS PROCESSADOS: " WS-CONT-PROC.
           DISPLAY "SEM HISTORICO (CADASTRO): " WS-CONT-SEM-HIST.
           DISPLAY "LACUNAS ENCONTRADAS     : " WS-CONT-LACUNAS.
           DISPLAY "SOBREPOSICOES           : " WS-CONT-SOBREPOS.
           DISPLAY "FIM DO PROGRAMA".
      *
       CARREGA-CONTRIBUICOES.
           MOVE 'N' TO WS-FIM-CTB.
           OPEN INPUT CONTRIB.
           IF WS-FS-CTB NOT EQUAL "00"
               DISPLAY "CONTRIB.DAT NAO ENCONTRADO - TEMPO PELO "
                   "CADASTRO"
               MOVE 'S' TO WS-FIM-CTB
           END-IF.
           PERFORM GUARDA-CONTRIBUICAO UNTIL WS-FIM-CTB = 'S'.
           IF WS-FS-CTB = "00" OR WS-FS-CTB = "10"
               CLOSE CONTRIB
           END-IF.
      *
       GUARDA-CONTRIBUICAO.
           READ CONTRIB
               AT END
                   MOVE 'S' TO WS-FIM-CTB
               NOT AT END
                   IF WS-CTB-QTDE < 5000
                       ADD 1 TO WS-CTB-QTDE
                       MOVE CONTRIB-NOME TO WS-CTB-NOME(WS-CTB-QTDE)
                       MOVE CONTRIB-DATA-INI
                           TO WS-CTB-DATA-INI(WS-CTB-QTDE)
                       MOVE CONTRIB-DATA-FIM
                           TO WS-CTB-DATA-FIM(WS-CTB-QTDE)
                       MOVE CONTRIB-EMPREGADOR
                           TO WS-CTB-EMPREGADOR(WS-CTB-QTDE)
                       MOVE CONTRIB-SALARIO
                           TO WS-CTB-SALARIO(WS-CTB-QTDE)
                       COMPUTE WS-DATA-8 = CONTRIB-ANO-INI * 10000
                           + CONTRIB-MES-INI * 100 + CONTRIB-DIA-INI
                       COMPUTE WS-CTB-INI(WS-CTB-QTDE) =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-8)
                       COMPUTE WS-DATA-8 = CONTRIB-ANO-FIM * 10000
                           + CONTRIB-MES-FIM * 100 + CONTRIB-DIA-FIM
                       COMPUTE WS-CTB-FIM(WS-CTB-QTDE) =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-8)
                   ELSE
                       DISPLAY "TABELA DE CONTRIBUICOES CHEIA - "
                           CONTRIB-NOME " IGNORADO"
                   END-IF
           END-READ.
      *
      *    PERIODOS DO FUNCIONARIO, ORDENADOS PELA DATA DE INICIO.
       SEPARA-PERIODOS.
           MOVE ZEROS TO WS-PER-QTDE.
           PERFORM PEGA-PERIODO
               VARYING WS-CTB-SUBS FROM 1 BY 1
               UNTIL WS-CTB-SUBS > WS-CTB-QTDE.
           PERFORM ORDENA-PERIODO
               VARYING WS-PER-SUBS FROM 1 BY 1
                 UNTIL WS-PER-SUBS NOT < WS-PER-QTDE
               AFTER WS-PER-PROX FROM 1 BY 1
                 UNTIL WS-PER-PROX > WS-PER-QTDE - WS-PER-SUBS.
      *
       PEGA-PERIODO.
           IF WS-CTB-NOME(WS-CTB-SUBS) = WS-NOME
              AND WS-PER-QTDE < 200
               ADD 1 TO WS-PER-QTDE
               MOVE WS-CTB-SUBS TO WS-PER-IDX(WS-PER-QTDE)
           END-IF.
      *
       ORDENA-PERIODO.
           IF WS-CTB-INI(WS-PER-IDX(WS-PER-PROX))
              > WS-CTB-INI(WS-PER-IDX(WS-PER-PROX + 1))
               MOVE WS-PER-IDX(WS-PER-PROX) TO WS-PER-TROCA
               MOVE WS-PER-IDX(WS-PER-PROX + 1)
                   TO WS-PER-IDX(WS-PER-PROX)
               MOVE WS-PER-TROCA TO WS-PER-IDX(WS-PER-PROX + 1)
           END-IF.
      *
       CALCULO-CONTRIBUICAO.
           MOVE ZEROS TO WS-DIAS-CONTRIB WS-COBERTO-ATE WS-CTB-COBRE
               WS-SOMA-PONDERADA WS-DIAS-PONDERA
               WS-LACUNAS-FUNC WS-SOBREPOS-FUNC.
           MOVE 'N' TO WS-CABECALHO-FUNC.
           PERFORM AVALIA-PERIODO
               VARYING WS-PER-SUBS FROM 1 BY 1
               UNTIL WS-PER-SUBS > WS-PER-QTDE.
           COMPUTE WS-ANOS = WS-DIAS-CONTRIB / 365.
           COMPUTE WS-RESTO-DIAS = WS-DIAS-CONTRIB - WS-ANOS * 365.
           COMPUTE WS-MESES = WS-RESTO-DIAS / 30.
           IF WS-MESES > 11
               MOVE 11 TO WS-MESES
           END-IF.
           COMPUTE WS-DIAS = WS-RESTO-DIAS - WS-MESES * 30.
           COMPUTE WS-FALTA = WS-ANOS-REGRA - WS-ANOS.
           COMPUTE WS-SALARIO ROUNDED =
               WS-SOMA-PONDERADA / WS-DIAS-PONDERA.
           PERFORM CALCULO-DO-BENEFICIO.
      *
      *    WS-COBERTO-ATE E' O ULTIMO DIA JA CONTADO; WS-CTB-COBRE E'
      *    O PERIODO QUE CHEGOU ATE ELE.
       AVALIA-PERIODO.
           MOVE WS-PER-IDX(WS-PER-SUBS) TO WS-CTB-POS.
           COMPUTE WS-DIAS-PERIODO =
               WS-CTB-FIM(WS-CTB-POS) - WS-CTB-INI(WS-CTB-POS) + 1.
           COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
               + WS-CTB-SALARIO(WS-CTB-POS) * WS-DIAS-PERIODO.
           ADD WS-DIAS-PERIODO TO WS-DIAS-PONDERA.
           EVALUATE TRUE
               WHEN WS-PER-SUBS = 1
                   ADD WS-DIAS-PERIODO TO WS-DIAS-CONTRIB
                   MOVE WS-CTB-FIM(WS-CTB-POS) TO WS-COBERTO-ATE
                   MOVE WS-CTB-POS TO WS-CTB-COBRE
               WHEN WS-CTB-INI(WS-CTB-POS) > WS-COBERTO-ATE + 1
                   COMPUTE WS-LACUNA-INI = WS-COBERTO-ATE + 1
                   COMPUTE WS-LACUNA-FIM = WS-CTB-INI(WS-CTB-POS) - 1
                   PERFORM LISTA-LACUNA
                   ADD WS-DIAS-PERIODO TO WS-DIAS-CONTRIB
                   MOVE WS-CTB-FIM(WS-CTB-POS) TO WS-COBERTO-ATE
                   MOVE WS-CTB-POS TO WS-CTB-COBRE
               WHEN WS-CTB-INI(WS-CTB-POS) NOT > WS-COBERTO-ATE
                   PERFORM LISTA-SOBREPOSICAO
                   IF WS-CTB-FIM(WS-CTB-POS) > WS-COBERTO-ATE
                       COMPUTE WS-DIAS-CONTRIB = WS-DIAS-CONTRIB
                           + WS-CTB-FIM(WS-CTB-POS) - WS-COBERTO-ATE
                       MOVE WS-CTB-FIM(WS-CTB-POS) TO WS-COBERTO-ATE
                       MOVE WS-CTB-POS TO WS-CTB-COBRE
                   END-IF
               WHEN OTHER
                   ADD WS-DIAS-PERIODO TO WS-DIAS-CONTRIB
                   MOVE WS-CTB-FIM(WS-CTB-POS) TO WS-COBERTO-ATE
                   MOVE WS-CTB-POS TO WS-CTB-COBRE
           END-EVALUATE.
      *
       LISTA-LACUNA.
           PERFORM CABECALHO-LACUNA.
           COMPUTE WS-LACUNA-DIAS = WS-LACUNA-FIM - WS-LACUNA-INI + 1.
           COMPUTE WS-DATA-8 = FUNCTION DATE-OF-INTEGER(WS-LACUNA-INI).
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED-INI.
           COMPUTE WS-DATA-8 = FUNCTION DATE-OF-INTEGER(WS-LACUNA-FIM).
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED-FIM.
           MOVE WS-LACUNA-DIAS TO WS-DIAS-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "  LACUNA       " WS-DATA-ED-INI " A " WS-DATA-ED-FIM
               "  " WS-DIAS-ED " DIAS SEM CONTRIBUICAO"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM ESCREVE-LACUNA.
           ADD 1 TO WS-LACUNAS-FUNC.
           ADD 1 TO WS-CONT-LACUNAS.
      *
       LISTA-SOBREPOSICAO.
           PERFORM CABECALHO-LACUNA.
           IF WS-CTB-FIM(WS-CTB-POS) < WS-COBERTO-ATE
               MOVE WS-CTB-FIM(WS-CTB-POS) TO WS-LACUNA-FIM
           ELSE
               MOVE WS-COBERTO-ATE TO WS-LACUNA-FIM
           END-IF.
           COMPUTE WS-LACUNA-DIAS =
               WS-LACUNA-FIM - WS-CTB-INI(WS-CTB-POS) + 1.
           COMPUTE WS-DATA-8 = FUNCTION DATE-OF-INTEGER(WS-LACUNA-FIM).
           PERFORM EDITA-DATA.
           MOVE WS-LACUNA-DIAS TO WS-DIAS-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "  SOBREPOSICAO " WS-CTB-DATA-INI(WS-CTB-POS) " A "
               WS-DATA-ED "  " WS-DIAS-ED " DIAS CONTADOS UMA VEZ"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM ESCREVE-LACUNA.
           MOVE SPACES TO WS-LINHA.
           STRING "               " WS-CTB-EMPREGADOR(WS-CTB-COBRE)
               " X " WS-CTB-EMPREGADOR(WS-CTB-POS)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM ESCREVE-LACUNA.
           ADD 1 TO WS-SOBREPOS-FUNC.
           ADD 1 TO WS-CONT-SOBREPOS.
      *
       CABECALHO-LACUNA.
           IF WS-CABECALHO-FUNC = 'N'
               MOVE 'S' TO WS-CABECALHO-FUNC
               MOVE SPACES TO WS-LINHA
               STRING "FUNCIONARIO: " WS-NOME
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM ESCREVE-LACUNA
           END-IF.
      *
       EDITA-DATA.
           MOVE SPACES TO WS-DATA-ED.
           STRING WS-D8-DIA "/" WS-D8-MES "/" WS-D8-ANO
               DELIMITED BY SIZE INTO WS-DATA-ED.
      *
       ESCREVE-LACUNA.
           MOVE WS-LINHA TO REG-LACUNA.
           WRITE REG-LACUNA.
           IF WS-FS-LAC NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO RELLACUNA - " WS-FS-LAC.
