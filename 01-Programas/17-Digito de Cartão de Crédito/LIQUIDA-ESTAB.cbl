      ******************************************************************
      * Purpose: liquidar aos estabelecimentos as transacoes capturadas
      *          (CAPTURA.DAT) vencidas no prazo de cada um, descontada
      *          a taxa - credito em conta da casa ou remessa para
      *          outro banco, extrato por estabelecimento e historico
      *          das liquidacoes para a contabilidade
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-ESTAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAB ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-EST.
           SELECT CAPTURA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CAP.
           SELECT MOVIM ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-MOV.
           SELECT REMESTAB ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REM.
           SELECT LIQESTAB ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LIQ.
           SELECT RELLIQ ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTAB VALUE OF FILE-ID IS "ESTAB.DAT".
       01  REG-ESTAB.
           05 CODIGO-EST           PIC 9(06).
           05 NOME-EST             PIC X(20).
           05 CNPJ-EST             PIC X(14).
           05 TIPO-LIQ-EST         PIC X(01).
           05 AGENCIA-EST          PIC 9(03).
           05 CONTA-EST            PIC 9(06).
           05 BANCO-EXT-EST        PIC 9(03).
           05 AGENCIA-EXT-EST      PIC 9(04).
           05 CONTA-EXT-EST        PIC X(10).
           05 TAXA-EST             PIC 9(02)V99.
           05 DIAS-LIQ-EST         PIC 9(02).
      *
       FD  CAPTURA VALUE OF FILE-ID IS "CAPTURA.DAT".
       01  REG-CAPTURA.
           05 NUMERO-CAP           PIC X(19).
           05 VALOR-CAP            PIC 9(09).
           05 ESTAB-CAP            PIC X(20).
           05 DATA-CAP             PIC 9(06).
           05 DATA-LIQ-CAP         PIC 9(06).
      *
       FD  MOVIM VALUE OF FILE-ID IS "MOVIMENTO.DAT".
       01  REG-MOV.
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
      *
      *    REMESSA DE PAGAMENTO A ESTABELECIMENTO COM CONTA EM OUTRO
      *    BANCO - EXECUTADA PELO NOSSO BANCO LIQUIDANTE.
       FD  REMESTAB VALUE OF FILE-ID IS "REMESTAB.DAT".
       01  REG-REMESTAB.
           05 CODIGO-REM           PIC 9(06).
           05 CNPJ-REM             PIC X(14).
           05 BANCO-REM            PIC 9(03).
           05 AGENCIA-REM          PIC 9(04).
           05 CONTA-REM            PIC X(10).
           05 VALOR-REM            PIC 9(09)V99.
           05 DATA-REM             PIC 9(06).
      *
      *    HISTORICO DAS LIQUIDACOES - UM REGISTRO POR ESTABELECIMENTO
      *    E RODADA. A TAXA RETIDA E' RECEITA - O JORNALCONTABIL LEVA
      *    AO JORNAL COM ORIGEM ESTABELEC.
       FD  LIQESTAB VALUE OF FILE-ID IS "LIQESTAB.DAT".
       01  REG-LIQESTAB.
           05 CODIGO-LIQ           PIC 9(06).
           05 DATA-LIQ             PIC 9(06).
           05 HORA-LIQ             PIC 9(08).
           05 QTDE-LIQ             PIC 9(05).
           05 BRUTO-LIQ            PIC 9(09)V99.
           05 TAXA-VALOR-LIQ       PIC 9(09)V99.
           05 LIQUIDO-LIQ          PIC 9(09)V99.
           05 TIPO-LIQ             PIC X(01).
      *
       FD  RELLIQ VALUE OF FILE-ID IS "RELLIQEST.DAT".
       01  REG-REL                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-EST                PIC X(02) VALUE ZEROS.
       01 WS-FS-CAP                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-REM                PIC X(02) VALUE ZEROS.
       01 WS-FS-LIQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM-EST               PIC X(01) VALUE 'N'.
       01 WS-FIM-CAP               PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-HORA                  PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-VENC             PIC 9(07) VALUE ZEROS.
       01 WS-DATA-8                PIC 9(08) VALUE ZEROS.
       01 WS-CHAVE-EST             PIC X(20) VALUE SPACES.
       01 WS-BRUTO                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-TAXA-VALOR            PIC 9(09)V99 VALUE ZEROS.
       01 WS-LIQUIDO               PIC 9(09)V99 VALUE ZEROS.
       01 WS-CONT-LIDAS            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-LIQUIDADAS       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-A-VENCER         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-CADASTRO     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CREDITOS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REMESSAS         PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-TAXAS           PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-TAXAS-ED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
      *    ESTABELECIMENTOS CARREGADOS DO ESTAB.DAT, COM O BRUTO DA
      *    RODADA ACUMULADO POR ESTABELECIMENTO.
       01 WS-EST-TAB.
           05 WS-EST-QTDE          PIC 9(03) VALUE ZEROS.
           05 WS-EST-ITEM OCCURS 500 TIMES.
               10 WS-EST-CODIGO    PIC 9(06).
               10 WS-EST-NOME      PIC X(20).
               10 WS-EST-CNPJ      PIC X(14).
               10 WS-EST-TIPO      PIC X(01).
               10 WS-EST-AGENCIA   PIC 9(03).
               10 WS-EST-CONTA     PIC 9(06).
               10 WS-EST-BANCO-EXT PIC 9(03).
               10 WS-EST-AG-EXT    PIC 9(04).
               10 WS-EST-CONTA-EXT PIC X(10).
               10 WS-EST-TAXA      PIC 9(02)V99.
               10 WS-EST-DIAS      PIC 9(02).
               10 WS-EST-QTDE-LIQ  PIC 9(05).
               10 WS-EST-BRUTO     PIC 9(09)V99.
       01 WS-EST-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-EST-POS               PIC 9(03) VALUE ZEROS.
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
           05 FILLER               PIC X(27)
               VALUE "===== EXTRATO DE LIQUIDACAO".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-C1-CODIGO         PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-C1-NOME           PIC X(20).
           05 FILLER               PIC X(06) VALUE " =====".
           05 FILLER               PIC X(19) VALUE SPACES.
       01 WS-CAB2.
           05 FILLER               PIC X(06) VALUE "CNPJ ".
           05 WS-C2-CNPJ           PIC X(18).
           05 FILLER               PIC X(13) VALUE "  LIQUIDACAO ".
           05 WS-C2-DATA           PIC X(08).
           05 FILLER               PIC X(35) VALUE SPACES.
       01 WS-CAB3.
           05 FILLER               PIC X(10) VALUE "CAPTURA".
           05 FILLER               PIC X(20) VALUE "CARTAO".
           05 FILLER               PIC X(13) VALUE "        VALOR".
           05 FILLER               PIC X(37) VALUE SPACES.
       01 WS-LINHA-DET.
           05 WS-D-DATA            PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-D-NUMERO          PIC X(19).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-VALOR           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(37) VALUE SPACES.
       01 WS-LINHA-TOT.
           05 WS-T-TEXTO           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-T-VALOR           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(36) VALUE SPACES.
       01 WS-LINHA-DOM.
           05 FILLER               PIC X(13) VALUE "CREDITADO EM ".
           05 WS-L-DOMICILIO       PIC X(40).
           05 FILLER               PIC X(27) VALUE SPACES.
       01 WS-DOM-CASA.
           05 FILLER               PIC X(14) VALUE "CONTA DA CASA ".
           05 WS-DC-AGENCIA        PIC 9(03).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-DC-CONTA          PIC 9(06).
           05 FILLER               PIC X(16) VALUE SPACES.
       01 WS-DOM-EXTERNO.
           05 FILLER               PIC X(06) VALUE "BANCO ".
           05 WS-DE-BANCO          PIC 9(03).
           05 FILLER               PIC X(05) VALUE " AG. ".
           05 WS-DE-AGENCIA        PIC 9(04).
           05 FILLER               PIC X(04) VALUE " CC ".
           05 WS-DE-CONTA          PIC X(10).
           05 FILLER               PIC X(08) VALUE SPACES.
       01 WS-TAXA-ED               PIC Z9.99.
       01 WS-CNPJ-MASC             PIC X(18) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           ACCEPT WS-HORA FROM TIME.
           COMPUTE WS-DATA-8 = 20000000 + WS-HOJE.
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-8).
           PERFORM CARREGA-ESTABELECIMENTOS.
           PERFORM SELECIONA-CAPTURAS.
           PERFORM ABRE-ARQ.
           PERFORM LIQUIDA-ESTABELECIMENTO
               VARYING WS-EST-SUBS FROM 1 BY 1
               UNTIL WS-EST-SUBS > WS-EST-QTDE.
           CLOSE MOVIM.
           CLOSE REMESTAB.
           CLOSE LIQESTAB.
           CLOSE RELLIQ.
           MOVE WS-TOTAL-TAXAS TO WS-TOTAL-TAXAS-ED.
           DISPLAY "CAPTURAS LIDAS          : " WS-CONT-LIDAS.
           DISPLAY "CAPTURAS LIQUIDADAS     : " WS-CONT-LIQUIDADAS.
           DISPLAY "CAPTURAS A VENCER       : " WS-CONT-A-VENCER.
           DISPLAY "SEM ESTAB. CADASTRADO   : " WS-CONT-SEM-CADASTRO.
           DISPLAY "CREDITOS EM CONTA CASA  : " WS-CONT-CREDITOS.
           DISPLAY "REMESSAS OUTRO BANCO    : " WS-CONT-REMESSAS.
           DISPLAY "TAXAS RETIDAS           : " WS-TOTAL-TAXAS-ED.
           STOP RUN.
      *
       CARREGA-ESTABELECIMENTOS.
           MOVE ZEROS TO WS-EST-QTDE.
           OPEN INPUT ESTAB.
           IF WS-FS-EST NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ESTAB - " WS-FS-EST
               STOP RUN.
           PERFORM CARREGA-ESTAB UNTIL WS-FIM-EST = 'S'.
           CLOSE ESTAB.
      *
       CARREGA-ESTAB.
           READ ESTAB
               AT END
                   MOVE 'S' TO WS-FIM-EST
               NOT AT END
                   IF WS-EST-QTDE < 500
                       ADD 1 TO WS-EST-QTDE
                       PERFORM GUARDA-ESTAB
                   ELSE
                       DISPLAY "TABELA DE ESTABELECIMENTOS CHEIA"
                       MOVE 'S' TO WS-FIM-EST
                   END-IF
           END-READ.
      *
       GUARDA-ESTAB.
           MOVE CODIGO-EST      TO WS-EST-CODIGO(WS-EST-QTDE).
           MOVE NOME-EST        TO WS-EST-NOME(WS-EST-QTDE).
           MOVE CNPJ-EST        TO WS-EST-CNPJ(WS-EST-QTDE).
           MOVE TIPO-LIQ-EST    TO WS-EST-TIPO(WS-EST-QTDE).
           MOVE AGENCIA-EST     TO WS-EST-AGENCIA(WS-EST-QTDE).
           MOVE CONTA-EST       TO WS-EST-CONTA(WS-EST-QTDE).
           MOVE BANCO-EXT-EST   TO WS-EST-BANCO-EXT(WS-EST-QTDE).
           MOVE AGENCIA-EXT-EST TO WS-EST-AG-EXT(WS-EST-QTDE).
           MOVE CONTA-EXT-EST   TO WS-EST-CONTA-EXT(WS-EST-QTDE).
           MOVE TAXA-EST        TO WS-EST-TAXA(WS-EST-QTDE).
           MOVE DIAS-LIQ-EST    TO WS-EST-DIAS(WS-EST-QTDE).
           MOVE ZEROS           TO WS-EST-QTDE-LIQ(WS-EST-QTDE).
           MOVE ZEROS           TO WS-EST-BRUTO(WS-EST-QTDE).
      *
      *    CAPTURA AINDA NAO LIQUIDADA ENTRA NA RODADA QUANDO A DATA
      *    DA CAPTURA MAIS O PRAZO DO ESTABELECIMENTO JA CHEGOU; FICA
      *    MARCADA COM A DATA DE HOJE. ESTABELECIMENTO FORA DO
      *    CADASTRO FICA PENDENTE ATE SER CADASTRADO.
       SELECIONA-CAPTURAS.
           OPEN I-O CAPTURA.
           IF WS-FS-CAP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CAPTURA - " WS-FS-CAP
               STOP RUN.
           PERFORM SELECIONA-CAPTURA UNTIL WS-FIM-CAP = 'S'.
           CLOSE CAPTURA.
      *
       SELECIONA-CAPTURA.
           READ CAPTURA
               AT END
                   MOVE 'S' TO WS-FIM-CAP
               NOT AT END
                   ADD 1 TO WS-CONT-LIDAS
                   IF DATA-LIQ-CAP = ZEROS
                       PERFORM AVALIA-CAPTURA
                   END-IF
           END-READ.
      *
       AVALIA-CAPTURA.
           MOVE ESTAB-CAP TO WS-CHAVE-EST.
           PERFORM LOCALIZA-ESTAB.
           IF WS-EST-POS = ZEROS
               ADD 1 TO WS-CONT-SEM-CADASTRO
               DISPLAY "ESTABELECIMENTO NAO CADASTRADO - " ESTAB-CAP
                   " " NUMERO-CAP " " VALOR-CAP
           ELSE
               COMPUTE WS-DATA-8 = 20000000 + DATA-CAP
               COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-8)
                   + WS-EST-DIAS(WS-EST-POS)
               IF WS-DIAS-VENC > WS-DIAS-HOJE
                   ADD 1 TO WS-CONT-A-VENCER
               ELSE
                   MOVE WS-HOJE TO DATA-LIQ-CAP
                   REWRITE REG-CAPTURA
                   IF WS-FS-CAP NOT EQUAL "00"
                       DISPLAY "ERRO DE GRAVACAO CAPTURA - " WS-FS-CAP
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-EST-QTDE-LIQ(WS-EST-POS)
                   ADD VALOR-CAP TO WS-EST-BRUTO(WS-EST-POS)
                   ADD 1 TO WS-CONT-LIQUIDADAS
               END-IF
           END-IF.
      *
       LOCALIZA-ESTAB.
           MOVE ZEROS TO WS-EST-POS.
           PERFORM BUSCA-ESTAB VARYING WS-EST-SUBS FROM 1 BY 1
               UNTIL WS-EST-SUBS > WS-EST-QTDE
                  OR WS-EST-POS NOT = ZEROS.
      *
       BUSCA-ESTAB.
           IF WS-EST-NOME(WS-EST-SUBS) = WS-CHAVE-EST
               MOVE WS-EST-SUBS TO WS-EST-POS
           END-IF.
      *
       ABRE-ARQ.
           OPEN EXTEND MOVIM.
           IF WS-FS-MOV NOT EQUAL "00"
               OPEN OUTPUT MOVIM
           END-IF.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
               STOP RUN.
           OPEN EXTEND REMESTAB.
           IF WS-FS-REM NOT EQUAL "00"
               OPEN OUTPUT REMESTAB
           END-IF.
           IF WS-FS-REM NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA REMESTAB - " WS-FS-REM
               STOP RUN.
           OPEN EXTEND LIQESTAB.
           IF WS-FS-LIQ NOT EQUAL "00"
               OPEN OUTPUT LIQESTAB
           END-IF.
           IF WS-FS-LIQ NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LIQESTAB - " WS-FS-LIQ
               STOP RUN.
           OPEN OUTPUT RELLIQ.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELLIQEST - " WS-FS-REL
               STOP RUN.
      *
      *    A TAXA E' CALCULADA SOBRE O BRUTO DA RODADA DO
      *    ESTABELECIMENTO, ARREDONDADA NO CENTAVO; O LIQUIDO VAI PARA
      *    O DOMICILIO CADASTRADO.
       LIQUIDA-ESTABELECIMENTO.
           IF WS-EST-QTDE-LIQ(WS-EST-SUBS) > ZEROS
               MOVE WS-EST-BRUTO(WS-EST-SUBS) TO WS-BRUTO
               COMPUTE WS-TAXA-VALOR ROUNDED =
                   WS-BRUTO * WS-EST-TAXA(WS-EST-SUBS) / 100
               COMPUTE WS-LIQUIDO = WS-BRUTO - WS-TAXA-VALOR
               IF WS-EST-TIPO(WS-EST-SUBS) = 'C'
                   PERFORM GRAVA-CREDITO-CONTA
               ELSE
                   PERFORM GRAVA-REMESSA
               END-IF
               PERFORM GRAVA-HISTORICO
               PERFORM IMPRIME-EXTRATO
               ADD WS-TAXA-VALOR TO WS-TOTAL-TAXAS
           END-IF.
      *
      *    CREDITO TIPO F (CRED FORN), O MESMO DO PAGAMENTO A
      *    FORNECEDOR COM CONTA NA CASA, COM DATA-VALOR DA LIQUIDACAO.
       GRAVA-CREDITO-CONTA.
           MOVE WS-EST-AGENCIA(WS-EST-SUBS) TO AGENCIA-MOV.
           MOVE WS-EST-CONTA(WS-EST-SUBS)   TO CONTA-MOV.
           MOVE WS-LIQUIDO                  TO MOVIMENTO.
           MOVE 'F'                         TO TIPO-MOV.
           MOVE WS-HOJE                     TO DATA-VALOR-MOV.
           MOVE WS-EST-AGENCIA(WS-EST-SUBS) TO ORIGEM-MOV.
           WRITE REG-MOV.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVIMENTO - " WS-FS-MOV
               STOP RUN.
           ADD 1 TO WS-CONT-CREDITOS.
           MOVE WS-EST-AGENCIA(WS-EST-SUBS) TO WS-DC-AGENCIA.
           MOVE WS-EST-CONTA(WS-EST-SUBS)   TO WS-DC-CONTA.
           MOVE WS-DOM-CASA                 TO WS-L-DOMICILIO.
      *
       GRAVA-REMESSA.
           MOVE WS-EST-CODIGO(WS-EST-SUBS)    TO CODIGO-REM.
           MOVE WS-EST-CNPJ(WS-EST-SUBS)      TO CNPJ-REM.
           MOVE WS-EST-BANCO-EXT(WS-EST-SUBS) TO BANCO-REM.
           MOVE WS-EST-AG-EXT(WS-EST-SUBS)    TO AGENCIA-REM.
           MOVE WS-EST-CONTA-EXT(WS-EST-SUBS) TO CONTA-REM.
           MOVE WS-LIQUIDO                    TO VALOR-REM.
           MOVE WS-HOJE                       TO DATA-REM.
           WRITE REG-REMESTAB.
           IF WS-FS-REM NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO REMESTAB - " WS-FS-REM
               STOP RUN.
           ADD 1 TO WS-CONT-REMESSAS.
           MOVE WS-EST-BANCO-EXT(WS-EST-SUBS) TO WS-DE-BANCO.
           MOVE WS-EST-AG-EXT(WS-EST-SUBS)    TO WS-DE-AGENCIA.
           MOVE WS-EST-CONTA-EXT(WS-EST-SUBS) TO WS-DE-CONTA.
           MOVE WS-DOM-EXTERNO                TO WS-L-DOMICILIO.
      *
       GRAVA-HISTORICO.
           MOVE WS-EST-CODIGO(WS-EST-SUBS)   TO CODIGO-LIQ.
           MOVE WS-HOJE                      TO DATA-LIQ.
           MOVE WS-HORA                      TO HORA-LIQ.
           MOVE WS-EST-QTDE-LIQ(WS-EST-SUBS) TO QTDE-LIQ.
           MOVE WS-BRUTO                     TO BRUTO-LIQ.
           MOVE WS-TAXA-VALOR                TO TAXA-VALOR-LIQ.
           MOVE WS-LIQUIDO                   TO LIQUIDO-LIQ.
           MOVE WS-EST-TIPO(WS-EST-SUBS)     TO TIPO-LIQ.
           WRITE REG-LIQESTAB.
           IF WS-FS-LIQ NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO LIQESTAB - " WS-FS-LIQ
               STOP RUN.
      *
      *    EXTRATO DO ESTABELECIMENTO: AS CAPTURAS MARCADAS COM A DATA
      *    DE HOJE SAO RELIDAS E LISTADAS, SEGUIDAS DOS TOTAIS.
       IMPRIME-EXTRATO.
           MOVE WS-EST-CODIGO(WS-EST-SUBS) TO WS-C1-CODIGO.
           MOVE WS-EST-NOME(WS-EST-SUBS)   TO WS-C1-NOME.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           CALL "CNPJMASK" USING WS-EST-CNPJ(WS-EST-SUBS) WS-CNPJ-MASC.
           MOVE WS-CNPJ-MASC TO WS-C2-CNPJ.
           MOVE WS-HOJE TO WS-DATA-AUX.
           PERFORM EDITA-DATA.
           MOVE WS-DATA-ED TO WS-C2-DATA.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB3 TO REG-REL.
           WRITE REG-REL.
           MOVE 'N' TO WS-FIM-CAP.
           OPEN INPUT CAPTURA.
           IF WS-FS-CAP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CAPTURA - " WS-FS-CAP
               STOP RUN.
           PERFORM LISTA-CAPTURA UNTIL WS-FIM-CAP = 'S'.
           CLOSE CAPTURA.
           MOVE "VALOR BRUTO" TO WS-T-TEXTO.
           MOVE WS-BRUTO TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE WS-EST-TAXA(WS-EST-SUBS) TO WS-TAXA-ED.
           MOVE SPACES TO WS-T-TEXTO.
           STRING "TAXA DE DESCONTO (" WS-TAXA-ED "%)"
               DELIMITED BY SIZE INTO WS-T-TEXTO.
           MOVE WS-TAXA-VALOR TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE "VALOR LIQUIDO" TO WS-T-TEXTO.
           MOVE WS-LIQUIDO TO WS-T-VALOR.
           PERFORM ESCREVE-TOTAL.
           MOVE WS-LINHA-DOM TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
      *
       LISTA-CAPTURA.
           READ CAPTURA
               AT END
                   MOVE 'S' TO WS-FIM-CAP
               NOT AT END
                   IF ESTAB-CAP = WS-EST-NOME(WS-EST-SUBS)
                      AND DATA-LIQ-CAP = WS-HOJE
                       MOVE DATA-CAP TO WS-DATA-AUX
                       PERFORM EDITA-DATA
                       MOVE WS-DATA-ED TO WS-D-DATA
                       MOVE NUMERO-CAP TO WS-D-NUMERO
                       MOVE VALOR-CAP  TO WS-D-VALOR
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
