       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGANT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT LOGNOVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
           SELECT LOGHANT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT LOGHNOVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
           SELECT SDIAANT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT SDIANOVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
           SELECT JORANT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT JORNOVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
           SELECT MOVANT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT MOVNOVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
           SELECT MOVHANT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT MOVHNOVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
           SELECT SANTANT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT SANTNOVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
           SELECT FUTANT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT FUTNOVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
           SELECT PENDANT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANT.
           SELECT PENDNOVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.
           SELECT RELCENT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
      *    ARQUIVOS NO LEIAUTE ANTERIOR (VALORES EM UNIDADES
      *    INTEIRAS, S9(09)) - CADA UM E' RENOMEADO PARA
      *    <NOME>-ANT.DAT ANTES DA CONVERSAO. OS NOVOS SAEM COM O
      *    NOME DE SEMPRE, VALORES EM S9(09)V99.
       FD LOGANT VALUE OF FILE-ID IS "LOGMOV-ANT.DAT".
       01 REG-LOGANT               PIC X(61).
      *
       FD LOGNOVO VALUE OF FILE-ID IS "LOGMOV.DAT".
       01 REG-LOGNOVO              PIC X(63).
      *
       FD LOGHANT VALUE OF FILE-ID IS "LOGMOV-HIST-ANT.DAT".
       01 REG-LOGHANT              PIC X(61).
      *
       FD LOGHNOVO VALUE OF FILE-ID IS "LOGMOV-HIST.DAT".
       01 REG-LOGHNOVO             PIC X(63).
      *
       FD SDIAANT VALUE OF FILE-ID IS "SALDODIA-ANT.DAT".
       01 REG-SDIAANT              PIC X(24).
      *
       FD SDIANOVO VALUE OF FILE-ID IS "SALDODIA.DAT".
       01 REG-SDIANOVO             PIC X(26).
      *
       FD JORANT VALUE OF FILE-ID IS "JORNAL-ANT.DAT".
       01 REG-JORANT               PIC X(79).
      *
       FD JORNOVO VALUE OF FILE-ID IS "JORNAL.DAT".
       01 REG-JORNOVO              PIC X(81).
      *
       FD MOVANT VALUE OF FILE-ID IS "MOVIMENTO-ANT.DAT".
       01 REG-MOVANT               PIC X(28).
      *
       FD MOVNOVO VALUE OF FILE-ID IS "MOVIMENTO.DAT".
       01 REG-MOVNOVO              PIC X(30).
      *
       FD MOVHANT VALUE OF FILE-ID IS "MOVIMENTO-HIST-ANT.DAT".
       01 REG-MOVHANT              PIC X(28).
      *
       FD MOVHNOVO VALUE OF FILE-ID IS "MOVIMENTO-HIST.DAT".
       01 REG-MOVHNOVO             PIC X(30).
      *
       FD SANTANT VALUE OF FILE-ID IS "SALDOANT-ANT.DAT".
       01 REG-SANTANT              PIC X(24).
      *
       FD SANTNOVO VALUE OF FILE-ID IS "SALDOANT.DAT".
       01 REG-SANTNOVO             PIC X(26).
      *
      *    LANCAMENTOS COM DATA FUTURA E FILA DE APROVACAO - NAO SAO
      *    HISTORICO, MAS ATRAVESSAM AS RODADAS E NAO SE REGENERAM.
       FD FUTANT VALUE OF FILE-ID IS "FUTUROS-ANT.DAT".
       01 REG-FUTANT               PIC X(28).
      *
       FD FUTNOVO VALUE OF FILE-ID IS "FUTUROS.DAT".
       01 REG-FUTNOVO              PIC X(30).
      *
       FD PENDANT VALUE OF FILE-ID IS "PENDENTEMOV-ANT.DAT".
       01 REG-PENDANT              PIC X(42).
      *
       FD PENDNOVO VALUE OF FILE-ID IS "PENDENTEMOV.DAT".
       01 REG-PENDNOVO             PIC X(44).
      *
       FD RELCENT VALUE OF FILE-ID IS "RELCENT.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-ANT                PIC X(02) VALUE ZEROS.
       01 WS-FS-NOVO               PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
      *
      *    ARQUIVOS CONVERTIDOS, NA ORDEM DE PROCESSAMENTO: NOME,
      *    POSICAO DO VALOR NO REGISTRO, TAMANHO DO REGISTRO
      *    ANTERIOR E SE O ARQUIVO TEM HEADER/TRAILER DE LOTE.
       01 WS-TAB-ARQ-VALORES.
           05 FILLER               PIC X(21)
               VALUE "LOGMOV         3061N".
           05 FILLER               PIC X(21)
               VALUE "LOGMOV-HIST    3061N".
           05 FILLER               PIC X(21)
               VALUE "SALDODIA       1624N".
           05 FILLER               PIC X(21)
               VALUE "JORNAL         5479N".
           05 FILLER               PIC X(21)
               VALUE "MOVIMENTO      1028S".
           05 FILLER               PIC X(21)
               VALUE "MOVIMENTO-HIST 1028S".
           05 FILLER               PIC X(21)
               VALUE "SALDOANT       1024N".
           05 FILLER               PIC X(21)
               VALUE "FUTUROS        1028N".
           05 FILLER               PIC X(21)
               VALUE "PENDENTEMOV    1042N".
       01 WS-TAB-ARQ REDEFINES WS-TAB-ARQ-VALORES.
           05 WS-TAB-ITEM OCCURS 9 TIMES.
               07 WS-TAB-NOME      PIC X(15).
               07 WS-TAB-POS       PIC 9(02).
               07 WS-TAB-TAM       PIC 9(02).
               07 WS-TAB-CTL       PIC X(01).
               07 FILLER           PIC X(01).
       01 WS-ARQ                   PIC 9(02) VALUE ZEROS.
       01 WS-QTDE-ARQ              PIC 9(02) VALUE 9.
      *
      *    PARAMETROS DO ARQUIVO EM CONVERSAO
       01 WS-NOME-ARQ              PIC X(15) VALUE SPACES.
       01 WS-POS-VALOR             PIC 9(02) VALUE ZEROS.
       01 WS-TAM-ANT               PIC 9(02) VALUE ZEROS.
       01 WS-TAM-NOVO              PIC 9(02) VALUE ZEROS.
       01 WS-TEM-CTL               PIC X(01) VALUE 'N'.
       01 WS-TAM-PREFIXO           PIC 9(02) VALUE ZEROS.
       01 WS-POS-RESTO-ANT         PIC 9(02) VALUE ZEROS.
       01 WS-POS-RESTO-NOVO        PIC 9(02) VALUE ZEROS.
       01 WS-TAM-RESTO             PIC 9(02) VALUE ZEROS.
      *
       01 WS-REG-ANT               PIC X(79) VALUE SPACES.
       01 WS-REG-NOVO              PIC X(81) VALUE SPACES.
      *
       01 WS-VALOR-ANT-X           PIC X(09) VALUE ZEROS.
       01 WS-VALOR-ANT REDEFINES WS-VALOR-ANT-X PIC S9(09).
       01 WS-VALOR-NOVO            PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-NOVO-X REDEFINES WS-VALOR-NOVO PIC X(11).
      *
      *    TRAILER DO MOVIMENTO: SOMA LIQUIDA DE S9(11) PASSA A
      *    S9(11)V99, NA MESMA POSICAO.
       01 WS-HASH-ANT-X            PIC X(11) VALUE ZEROS.
       01 WS-HASH-ANT REDEFINES WS-HASH-ANT-X PIC S9(11).
       01 WS-HASH-NOVO             PIC S9(11)V99 VALUE ZEROS.
       01 WS-HASH-NOVO-X REDEFINES WS-HASH-NOVO PIC X(13).
      *
      *    CONTADORES E TOTAIS DO ARQUIVO - ANTES (LIDOS DO
      *    ANTERIOR) E DEPOIS (RELIDOS DO ARQUIVO NOVO).
       01 WS-ARQ-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-ARQ-GRAVADOS          PIC 9(07) VALUE ZEROS.
       01 WS-ARQ-REJEITADOS        PIC 9(07) VALUE ZEROS.
       01 WS-ARQ-RELIDOS           PIC 9(07) VALUE ZEROS.
       01 WS-TOT-ANTES             PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOT-DEPOIS            PIC S9(11)V99 VALUE ZEROS.
       01 WS-SITUACAO              PIC X(03) VALUE SPACES.
      *
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-CONVERTIDOS      PIC 9(07) VALUE ZEROS.
       01 WS-CONT-REJEITADOS       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ARQ-OK           PIC 9(02) VALUE ZEROS.
       01 WS-CONT-ARQ-AUSENTES     PIC 9(02) VALUE ZEROS.
       01 WS-CONT-ARQ-DIVERG       PIC 9(02) VALUE ZEROS.
      *
       01 WS-LINHA-CAB.
           05 FILLER               PIC X(42)
               VALUE "CONVERSAO DE VALORES PARA CENTAVOS - DATA ".
           05 WS-C-DATA            PIC 9(06).
           05 FILLER               PIC X(32) VALUE SPACES.
       01 WS-LINHA-CAB2.
           05 FILLER               PIC X(40)
               VALUE "ARQUIVO          LIDOS GRAVADO REJEITA  ".
           05 FILLER               PIC X(40)
               VALUE "      TOTAL ANTES       TOTAL DEPOIS SIT".
      *
       01 WS-LINHA-CONF.
           05 WS-D-ARQUIVO         PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-LIDOS           PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-GRAVADOS        PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-REJEITADOS      PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-ANTES           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-DEPOIS          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-SITUACAO        PIC X(03).
      *
       01 WS-LINHA-REJ.
           05 WS-R-ARQUIVO         PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-R-SEQ             PIC 9(07).
           05 FILLER               PIC X(03) VALUE " - ".
           05 WS-R-MOTIVO          PIC X(42).
           05 FILLER               PIC X(12) VALUE SPACES.
      *
       01 WS-LINHA-TOT.
           05 WS-T-DESCRICAO       PIC X(30).
           05 WS-T-VALOR           PIC ZZZZZZ9.
           05 FILLER               PIC X(43) VALUE SPACES.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG).
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "CONVERTE-CEN".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    CONVERSAO UNICA DOS ARQUIVOS DE HISTORICO DA TRILHA
      *    SEQUENCIAL (E DOS FUTUROS E DA FILA DE APROVACAO, QUE
      *    PASSAM DE UMA RODADA PARA OUTRA) PARA VALORES COM
      *    CENTAVOS. CADA ARQUIVO ANTERIOR E' LIDO E REGRAVADO COM O
      *    VALOR ALARGADO DE S9(09) PARA S9(09)V99 (MESMO VALOR,
      *    DUAS CASAS A MAIS);
      *    O RESTO DO REGISTRO E' COPIADO COMO ESTAVA. NO MOVIMENTO
      *    O HEADER E' COPIADO E O TRAILER TEM A SOMA ALARGADA.
      *    REGISTRO COM VALOR NAO NUMERICO NAO E' GRAVADO - SAI NO
      *    RELCENT.DAT PARA ACERTO MANUAL.
      *    DEPOIS DE GRAVADO, O ARQUIVO NOVO E' RELIDO E SOMADO: A
      *    QUANTIDADE E O TOTAL TEM QUE BATER COM O QUE FOI LIDO DO
      *    ANTERIOR - A CONFERENCIA SAI POR ARQUIVO NO RELCENT.DAT.
      *    ARQUIVO ANTERIOR AUSENTE E' SO INFORMADO (NADA A
      *    CONVERTER NAQUELE AMBIENTE).
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM ABRE-RELATORIO.
           MOVE 1 TO WS-ARQ.
           PERFORM CONVERTE-ARQUIVO UNTIL WS-ARQ > WS-QTDE-ARQ.
           PERFORM FINALIZA.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE WS-HOJE TO WS-RUN-DATA-LOTE.
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
           MOVE WS-CONT-LIDOS       TO WS-RUN-LIDOS.
           MOVE WS-CONT-CONVERTIDOS TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-REJEITADOS  TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ABRE-RELATORIO.
           OPEN OUTPUT RELCENT.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELCENT - " WS-FS-REL
               STOP RUN.
           MOVE WS-HOJE TO WS-C-DATA.
           MOVE WS-LINHA-CAB TO REG-REL.
           WRITE REG-REL.
           MOVE WS-LINHA-CAB2 TO REG-REL.
           WRITE REG-REL.
      *
       CONVERTE-ARQUIVO.
           MOVE WS-TAB-NOME(WS-ARQ) TO WS-NOME-ARQ.
           MOVE WS-TAB-POS(WS-ARQ)  TO WS-POS-VALOR.
           MOVE WS-TAB-TAM(WS-ARQ)  TO WS-TAM-ANT.
           MOVE WS-TAB-CTL(WS-ARQ)  TO WS-TEM-CTL.
           COMPUTE WS-TAM-NOVO = WS-TAM-ANT + 2.
           COMPUTE WS-TAM-PREFIXO = WS-POS-VALOR - 1.
           COMPUTE WS-POS-RESTO-ANT = WS-POS-VALOR + 9.
           COMPUTE WS-POS-RESTO-NOVO = WS-POS-VALOR + 11.
           COMPUTE WS-TAM-RESTO = WS-TAM-ANT - WS-POS-RESTO-ANT + 1.
           MOVE ZEROS TO WS-ARQ-LIDOS WS-ARQ-GRAVADOS
               WS-ARQ-REJEITADOS WS-ARQ-RELIDOS.
           MOVE ZEROS TO WS-TOT-ANTES WS-TOT-DEPOIS.
           PERFORM ABRE-ANTERIOR.
           IF WS-FS-ANT NOT EQUAL "00"
               MOVE WS-NOME-ARQ TO WS-R-ARQUIVO
               MOVE ZEROS TO WS-R-SEQ
               MOVE "ARQUIVO ANTERIOR AUSENTE - NAO CONVERTIDO"
                   TO WS-R-MOTIVO
               MOVE WS-LINHA-REJ TO REG-REL
               WRITE REG-REL
               DISPLAY WS-NOME-ARQ " - ANTERIOR AUSENTE - " WS-FS-ANT
               ADD 1 TO WS-CONT-ARQ-AUSENTES
           ELSE
               PERFORM ABRE-NOVO-SAIDA
               IF WS-FS-NOVO NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA " WS-NOME-ARQ " - "
                       WS-FS-NOVO
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-FIM
               PERFORM LER-ANTERIOR
               PERFORM CONVERTE-REGISTRO UNTIL WS-FIM = 'S'
               PERFORM FECHA-ARQUIVOS
               PERFORM CONFERE-NOVO
               PERFORM ESCREVE-CONFERENCIA
           END-IF.
           ADD 1 TO WS-ARQ.
      *
       ABRE-ANTERIOR.
           EVALUATE WS-ARQ
               WHEN 1
                   OPEN INPUT LOGANT
               WHEN 2
                   OPEN INPUT LOGHANT
               WHEN 3
                   OPEN INPUT SDIAANT
               WHEN 4
                   OPEN INPUT JORANT
               WHEN 5
                   OPEN INPUT MOVANT
               WHEN 6
                   OPEN INPUT MOVHANT
               WHEN 7
                   OPEN INPUT SANTANT
               WHEN 8
                   OPEN INPUT FUTANT
               WHEN 9
                   OPEN INPUT PENDANT
           END-EVALUATE.
      *
       ABRE-NOVO-SAIDA.
           EVALUATE WS-ARQ
               WHEN 1
                   OPEN OUTPUT LOGNOVO
               WHEN 2
                   OPEN OUTPUT LOGHNOVO
               WHEN 3
                   OPEN OUTPUT SDIANOVO
               WHEN 4
                   OPEN OUTPUT JORNOVO
               WHEN 5
                   OPEN OUTPUT MOVNOVO
               WHEN 6
                   OPEN OUTPUT MOVHNOVO
               WHEN 7
                   OPEN OUTPUT SANTNOVO
               WHEN 8
                   OPEN OUTPUT FUTNOVO
               WHEN 9
                   OPEN OUTPUT PENDNOVO
           END-EVALUATE.
      *
       LER-ANTERIOR.
           MOVE SPACES TO WS-REG-ANT.
           EVALUATE WS-ARQ
               WHEN 1
                   READ LOGANT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-LOGANT TO WS-REG-ANT
                   END-READ
               WHEN 2
                   READ LOGHANT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-LOGHANT TO WS-REG-ANT
                   END-READ
               WHEN 3
                   READ SDIAANT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-SDIAANT TO WS-REG-ANT
                   END-READ
               WHEN 4
                   READ JORANT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-JORANT TO WS-REG-ANT
                   END-READ
               WHEN 5
                   READ MOVANT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-MOVANT TO WS-REG-ANT
                   END-READ
               WHEN 6
                   READ MOVHANT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-MOVHANT TO WS-REG-ANT
                   END-READ
               WHEN 7
                   READ SANTANT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-SANTANT TO WS-REG-ANT
                   END-READ
               WHEN 8
                   READ FUTANT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-FUTANT TO WS-REG-ANT
                   END-READ
               WHEN 9
                   READ PENDANT
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-PENDANT TO WS-REG-ANT
                   END-READ
           END-EVALUATE.
           IF WS-FIM NOT = 'S'
               ADD 1 TO WS-ARQ-LIDOS
               ADD 1 TO WS-CONT-LIDOS
           END-IF.
      *
      *    HEADER E TRAILER DE LOTE SO EXISTEM NO MOVIMENTO; NOS
      *    DEMAIS ARQUIVOS TODO REGISTRO TEM VALOR NA POSICAO DA
      *    TABELA.
       CONVERTE-REGISTRO.
           MOVE SPACES TO WS-REG-NOVO.
           IF WS-TEM-CTL = 'S' AND WS-REG-ANT(1:2) = "HD"
               MOVE WS-REG-ANT(1:28) TO WS-REG-NOVO(1:28)
               PERFORM GRAVA-NOVO
           ELSE
               IF WS-TEM-CTL = 'S' AND WS-REG-ANT(1:2) = "TR"
                   PERFORM CONVERTE-TRAILER
               ELSE
                   PERFORM CONVERTE-DETALHE
               END-IF
           END-IF.
           PERFORM LER-ANTERIOR.
      *
       CONVERTE-DETALHE.
           MOVE WS-REG-ANT(WS-POS-VALOR:9) TO WS-VALOR-ANT-X.
           IF WS-VALOR-ANT IS NOT NUMERIC
               MOVE "VALOR NAO NUMERICO - REGISTRO NAO GRAVADO"
                   TO WS-R-MOTIVO
               PERFORM ESCREVE-REJEICAO
           ELSE
               ADD WS-VALOR-ANT TO WS-TOT-ANTES
               MOVE WS-VALOR-ANT TO WS-VALOR-NOVO
               MOVE WS-REG-ANT(1:WS-TAM-PREFIXO)
                   TO WS-REG-NOVO(1:WS-TAM-PREFIXO)
               MOVE WS-VALOR-NOVO-X TO WS-REG-NOVO(WS-POS-VALOR:11)
               IF WS-TAM-RESTO > ZEROS
                   MOVE WS-REG-ANT(WS-POS-RESTO-ANT:WS-TAM-RESTO)
                       TO WS-REG-NOVO(WS-POS-RESTO-NOVO:WS-TAM-RESTO)
               END-IF
               PERFORM GRAVA-NOVO
           END-IF.
      *
      *    TRAILER: TIPO(2) + QUANTIDADE(7) + SOMA S9(11) + FILLER.
       CONVERTE-TRAILER.
           MOVE WS-REG-ANT(10:11) TO WS-HASH-ANT-X.
           IF WS-HASH-ANT IS NOT NUMERIC
               MOVE "SOMA DO TRAILER NAO NUMERICA - NAO GRAVADO"
                   TO WS-R-MOTIVO
               PERFORM ESCREVE-REJEICAO
           ELSE
               MOVE WS-HASH-ANT TO WS-HASH-NOVO
               MOVE WS-REG-ANT(1:9) TO WS-REG-NOVO(1:9)
               MOVE WS-HASH-NOVO-X TO WS-REG-NOVO(10:13)
               MOVE WS-REG-ANT(21:8) TO WS-REG-NOVO(23:8)
               PERFORM GRAVA-NOVO
           END-IF.
      *
       GRAVA-NOVO.
           EVALUATE WS-ARQ
               WHEN 1
                   WRITE REG-LOGNOVO FROM WS-REG-NOVO
               WHEN 2
                   WRITE REG-LOGHNOVO FROM WS-REG-NOVO
               WHEN 3
                   WRITE REG-SDIANOVO FROM WS-REG-NOVO
               WHEN 4
                   WRITE REG-JORNOVO FROM WS-REG-NOVO
               WHEN 5
                   WRITE REG-MOVNOVO FROM WS-REG-NOVO
               WHEN 6
                   WRITE REG-MOVHNOVO FROM WS-REG-NOVO
               WHEN 7
                   WRITE REG-SANTNOVO FROM WS-REG-NOVO
               WHEN 8
                   WRITE REG-FUTNOVO FROM WS-REG-NOVO
               WHEN 9
                   WRITE REG-PENDNOVO FROM WS-REG-NOVO
           END-EVALUATE.
           IF WS-FS-NOVO NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO " WS-NOME-ARQ " - "
                   WS-FS-NOVO
               STOP RUN.
           ADD 1 TO WS-ARQ-GRAVADOS.
           ADD 1 TO WS-CONT-CONVERTIDOS.
      *
       FECHA-ARQUIVOS.
           EVALUATE WS-ARQ
               WHEN 1
                   CLOSE LOGANT
                   CLOSE LOGNOVO
               WHEN 2
                   CLOSE LOGHANT
                   CLOSE LOGHNOVO
               WHEN 3
                   CLOSE SDIAANT
                   CLOSE SDIANOVO
               WHEN 4
                   CLOSE JORANT
                   CLOSE JORNOVO
               WHEN 5
                   CLOSE MOVANT
                   CLOSE MOVNOVO
               WHEN 6
                   CLOSE MOVHANT
                   CLOSE MOVHNOVO
               WHEN 7
                   CLOSE SANTANT
                   CLOSE SANTNOVO
               WHEN 8
                   CLOSE FUTANT
                   CLOSE FUTNOVO
               WHEN 9
                   CLOSE PENDANT
                   CLOSE PENDNOVO
           END-EVALUATE.
      *
      *    RELEITURA DO ARQUIVO NOVO, JA NO LEIAUTE COM CENTAVOS,
      *    SOMANDO OS VALORES DOS REGISTROS DE DETALHE.
       CONFERE-NOVO.
           EVALUATE WS-ARQ
               WHEN 1
                   OPEN INPUT LOGNOVO
               WHEN 2
                   OPEN INPUT LOGHNOVO
               WHEN 3
                   OPEN INPUT SDIANOVO
               WHEN 4
                   OPEN INPUT JORNOVO
               WHEN 5
                   OPEN INPUT MOVNOVO
               WHEN 6
                   OPEN INPUT MOVHNOVO
               WHEN 7
                   OPEN INPUT SANTNOVO
               WHEN 8
                   OPEN INPUT FUTNOVO
               WHEN 9
                   OPEN INPUT PENDNOVO
           END-EVALUATE.
           IF WS-FS-NOVO NOT EQUAL "00"
               DISPLAY "ERRO NA RELEITURA " WS-NOME-ARQ " - "
                   WS-FS-NOVO
               STOP RUN.
           MOVE 'N' TO WS-FIM.
           PERFORM LER-NOVO.
           PERFORM SOMA-NOVO UNTIL WS-FIM = 'S'.
           EVALUATE WS-ARQ
               WHEN 1
                   CLOSE LOGNOVO
               WHEN 2
                   CLOSE LOGHNOVO
               WHEN 3
                   CLOSE SDIANOVO
               WHEN 4
                   CLOSE JORNOVO
               WHEN 5
                   CLOSE MOVNOVO
               WHEN 6
                   CLOSE MOVHNOVO
               WHEN 7
                   CLOSE SANTNOVO
               WHEN 8
                   CLOSE FUTNOVO
               WHEN 9
                   CLOSE PENDNOVO
           END-EVALUATE.
      *
       LER-NOVO.
           MOVE SPACES TO WS-REG-NOVO.
           EVALUATE WS-ARQ
               WHEN 1
                   READ LOGNOVO
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-LOGNOVO TO WS-REG-NOVO
                   END-READ
               WHEN 2
                   READ LOGHNOVO
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-LOGHNOVO TO WS-REG-NOVO
                   END-READ
               WHEN 3
                   READ SDIANOVO
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-SDIANOVO TO WS-REG-NOVO
                   END-READ
               WHEN 4
                   READ JORNOVO
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-JORNOVO TO WS-REG-NOVO
                   END-READ
               WHEN 5
                   READ MOVNOVO
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-MOVNOVO TO WS-REG-NOVO
                   END-READ
               WHEN 6
                   READ MOVHNOVO
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-MOVHNOVO TO WS-REG-NOVO
                   END-READ
               WHEN 7
                   READ SANTNOVO
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-SANTNOVO TO WS-REG-NOVO
                   END-READ
               WHEN 8
                   READ FUTNOVO
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-FUTNOVO TO WS-REG-NOVO
                   END-READ
               WHEN 9
                   READ PENDNOVO
                       AT END
                           MOVE 'S' TO WS-FIM
                       NOT AT END
                           MOVE REG-PENDNOVO TO WS-REG-NOVO
                   END-READ
           END-EVALUATE.
           IF WS-FIM NOT = 'S'
               ADD 1 TO WS-ARQ-RELIDOS
           END-IF.
      *
       SOMA-NOVO.
           IF WS-TEM-CTL = 'S'
              AND (WS-REG-NOVO(1:2) = "HD" OR WS-REG-NOVO(1:2) = "TR")
               CONTINUE
           ELSE
               MOVE WS-REG-NOVO(WS-POS-VALOR:11) TO WS-VALOR-NOVO-X
               ADD WS-VALOR-NOVO TO WS-TOT-DEPOIS
           END-IF.
           PERFORM LER-NOVO.
      *
      *    OK  = QUANTIDADE E TOTAL CONFEREM, SEM REJEICAO
      *    REJ = CONFERE, MAS HOUVE REGISTRO REJEITADO (VER ACIMA)
      *    DIF = ARQUIVO NOVO NAO BATE COM O ANTERIOR
       ESCREVE-CONFERENCIA.
           IF WS-ARQ-RELIDOS NOT = WS-ARQ-GRAVADOS
              OR WS-TOT-DEPOIS NOT = WS-TOT-ANTES
               MOVE "DIF" TO WS-SITUACAO
               ADD 1 TO WS-CONT-ARQ-DIVERG
           ELSE
               IF WS-ARQ-REJEITADOS > ZEROS
                   MOVE "REJ" TO WS-SITUACAO
               ELSE
                   MOVE "OK " TO WS-SITUACAO
                   ADD 1 TO WS-CONT-ARQ-OK
               END-IF
           END-IF.
           MOVE WS-NOME-ARQ       TO WS-D-ARQUIVO.
           MOVE WS-ARQ-LIDOS      TO WS-D-LIDOS.
           MOVE WS-ARQ-GRAVADOS   TO WS-D-GRAVADOS.
           MOVE WS-ARQ-REJEITADOS TO WS-D-REJEITADOS.
           MOVE WS-TOT-ANTES      TO WS-D-ANTES.
           MOVE WS-TOT-DEPOIS     TO WS-D-DEPOIS.
           MOVE WS-SITUACAO       TO WS-D-SITUACAO.
           MOVE WS-LINHA-CONF TO REG-REL.
           WRITE REG-REL.
           DISPLAY WS-LINHA-CONF.
      *
       ESCREVE-REJEICAO.
           MOVE WS-NOME-ARQ  TO WS-R-ARQUIVO.
           MOVE WS-ARQ-LIDOS TO WS-R-SEQ.
           MOVE WS-LINHA-REJ TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-ARQ-REJEITADOS.
           ADD 1 TO WS-CONT-REJEITADOS.
      *
       FINALIZA.
           MOVE "REGISTROS LIDOS              " TO WS-T-DESCRICAO.
           MOVE WS-CONT-LIDOS TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "REGISTROS CONVERTIDOS        " TO WS-T-DESCRICAO.
           MOVE WS-CONT-CONVERTIDOS TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "REGISTROS REJEITADOS         " TO WS-T-DESCRICAO.
           MOVE WS-CONT-REJEITADOS TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "ARQUIVOS CONFERIDOS OK       " TO WS-T-DESCRICAO.
           MOVE WS-CONT-ARQ-OK TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "ARQUIVOS ANTERIORES AUSENTES " TO WS-T-DESCRICAO.
           MOVE WS-CONT-ARQ-AUSENTES TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "ARQUIVOS COM DIVERGENCIA     " TO WS-T-DESCRICAO.
           MOVE WS-CONT-ARQ-DIVERG TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           CLOSE RELCENT.
      *
       ESCREVE-TOTAL.
           MOVE WS-LINHA-TOT TO REG-REL.
           WRITE REG-REL.
           DISPLAY WS-T-DESCRICAO ": " WS-T-VALOR.
