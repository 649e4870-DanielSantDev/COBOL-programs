      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: FOLHA MENSAL DE BENEFICIOS DOS APOSENTADOS - CREDITO
      *          EM CONTA NO MOVIMENTO.DAT, REAJUSTE ANUAL, EXTRATO
      *          DE PAGAMENTO E RETENCAO DE CONTA BLOQUEADA/ENCERRADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA-APOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APOSENTADO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-APO.
           SELECT REAJUSTE ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REA.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CLI.
           SELECT MOVIM ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-MOV.
           SELECT RETIDO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-RET.
           SELECT EXTRATO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-EXT.
           SELECT RELRET ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-RRE.
       DATA DIVISION.
       FILE SECTION.
      *    CADASTRO DE APOSENTADOS, MANTIDO PELO CADAPOSENT.
       FD  APOSENTADO VALUE OF FILE-ID IS "APOSENTADO.DAT".
       01  REG-APO.
           02 APO-NOME           PIC X(30).
           02 APO-BENEF-CONC     PIC 9(07)V99.
           02 APO-BENEF-ATUAL    PIC 9(07)V99.
           02 APO-DATA-INI.
               03 APO-DIA-INI    PIC 9(02).
               03 FILLER         PIC X(01).
               03 APO-MES-INI    PIC 9(02).
               03 FILLER         PIC X(01).
               03 APO-ANO-INI    PIC 9(04).
           02 APO-DIA-PAGTO      PIC 9(02).
           02 APO-AGENCIA        PIC 9(03).
           02 APO-CONTA          PIC 9(06).
           02 APO-ANO-REAJ       PIC 9(04).
           02 APO-ULT-COMPET     PIC 9(06).
           02 APO-SITUACAO       PIC X(01).
               88 APO-ATIVO      VALUE 'A'.
               88 APO-SUSPENSO   VALUE 'S'.
      *
       FD  REAJUSTE VALUE OF FILE-ID IS "REAJUSTEAPO.DAT".
       01  REG-REAJUSTE.
           02 REAJ-ANO           PIC 9(04).
           02 REAJ-PERC          PIC 9(03)V99.
      *
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
           03 ID-CLI.
               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
               88 CLI-ABERTA       VALUE 'A'.
               88 CLI-BLOQUEADA    VALUE 'B'.
               88 CLI-ENCERRADA    VALUE 'E'.
               88 CLI-DORMENTE     VALUE 'D'.
           03 NOME-CLI2            PIC X(20).
           03 DOC-CLI2             PIC X(11).
           03 CNPJ-CLI             PIC X(14).
           03 TOTAL-MOV-ANO        PIC S9(09)V99.
           03 CONT-MOV-DIA-CLI     PIC 9(03).
           03 DATA-MOV-DIA-CLI     PIC 9(06).
           03 FILLER               PIC X(23).
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
      *    PAGAMENTOS RETIDOS POR CONTA BLOQUEADA, ENCERRADA OU FORA
      *    DO CLIENTE.DAT. FICAM AQUI ATE A CONTA SER REGULARIZADA;
      *    A FOLHA SEGUINTE LIBERA O QUE JA PUDER SER CREDITADO.
       FD  RETIDO VALUE OF FILE-ID IS "APORETIDO.DAT".
       01  REG-RETIDO.
           02 RET-NOME           PIC X(30).
           02 RET-COMPET         PIC 9(06).
           02 RET-VALOR          PIC 9(07)V99.
           02 RET-AGENCIA        PIC 9(03).
           02 RET-CONTA          PIC 9(06).
           02 RET-MOTIVO         PIC X(20).
      *
       FD EXTRATO VALUE OF FILE-ID IS "EXTRATOAPO.DAT".
       01 REG-EXTRATO          PIC X(80).
      *
       FD RELRET VALUE OF FILE-ID IS "RELRETAPO.DAT".
       01 REG-RELRET           PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-APO         PIC X(02) VALUE ZEROS.
       01 WS-FS-REA         PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI         PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV         PIC X(02) VALUE ZEROS.
       01 WS-FS-RET         PIC X(02) VALUE ZEROS.
       01 WS-FS-EXT         PIC X(02) VALUE ZEROS.
       01 WS-FS-RRE         PIC X(02) VALUE ZEROS.
       01 WS-FIM            PIC X(01) VALUE 'N'.
       01 WS-FIM-APO        PIC X(01) VALUE 'N'.
      *
      *    COMPETENCIA DA FOLHA (AAAAMM).
       01 WS-COMPET         PIC 9(06) VALUE ZEROS.
       01 WS-COMPET-R REDEFINES WS-COMPET.
          02 WS-COMPET-ANO  PIC 9(04).
          02 WS-COMPET-MES  PIC 9(02).
       01 WS-COMPET-INI     PIC 9(06) VALUE ZEROS.
      *
      *    DATA DE PAGAMENTO (AAMMDD), NO FORMATO DO MOVIMENTO.DAT.
       01 WS-DATA-PAGTO.
          02 WS-PAG-AA      PIC 9(02).
          02 WS-PAG-MM      PIC 9(02).
          02 WS-PAG-DD      PIC 9(02).
       01 WS-DATA-PAGTO-N REDEFINES WS-DATA-PAGTO PIC 9(06).
       01 WS-DIA-UTIL       PIC X(01) VALUE 'N'.
       01 WS-DIAS-MES       PIC 9(02) VALUE ZEROS.
       01 WS-ANO-TESTE      PIC 9(04) VALUE ZEROS.
       01 WS-DATA-ED.
          02 WS-DD-ED       PIC 9(02).
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-MM-ED       PIC 9(02).
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-AA-ED       PIC 9(02).
       01 WS-COMPET-ED.
          02 WS-CE-MES      PIC 9(02).
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-CE-ANO      PIC 9(04).
      *
       01 WS-REA-TAB.
           03 WS-REA-QTDE       PIC 9(02) VALUE ZEROS.
           03 WS-REA-ITEM OCCURS 50 TIMES.
               05 WS-REA-ANO    PIC 9(04).
               05 WS-REA-PERC   PIC 9(03)V99.
       01 WS-REA-SUBS       PIC 9(02) VALUE ZEROS.
       01 WS-REA-POS        PIC 9(02) VALUE ZEROS.
       01 WS-ANO-PROX       PIC 9(04) VALUE ZEROS.
       01 WS-SEM-INDICE     PIC X(01) VALUE 'N'.
      *
       01 WS-CLI-TAB.
           03 WS-CLI-QTDE       PIC 9(04) VALUE ZEROS.
           03 WS-CLI-ITEM OCCURS 5000 TIMES.
               05 WS-CLI-AGENCIA PIC 9(03).
               05 WS-CLI-CONTA   PIC 9(06).
               05 WS-CLI-STATUS  PIC X(01).
       01 WS-CLI-SUBS       PIC 9(04) VALUE ZEROS.
       01 WS-CLI-POS        PIC 9(04) VALUE ZEROS.
       01 WS-STATUS-CONTA   PIC X(01) VALUE SPACES.
       01 WS-MOTIVO         PIC X(20) VALUE SPACES.
      *
      *    RETIDOS CARREGADOS DO APORETIDO.DAT MAIS OS DESTA FOLHA.
      *    SITUACAO R = CONTINUA RETIDO, L = LIBERADO NESTA FOLHA.
       01 WS-RET-TAB.
           03 WS-RET-QTDE       PIC 9(04) VALUE ZEROS.
           03 WS-RET-ITEM OCCURS 2000 TIMES.
               05 WS-RET-NOME    PIC X(30).
               05 WS-RET-COMPET  PIC 9(06).
               05 WS-RET-VALOR   PIC 9(07)V99.
               05 WS-RET-AGENCIA PIC 9(03).
               05 WS-RET-CONTA   PIC 9(06).
               05 WS-RET-MOTIVO  PIC X(20).
               05 WS-RET-SIT     PIC X(01).
       01 WS-RET-SUBS       PIC 9(04) VALUE ZEROS.
      *
       01 WS-VALOR-CREDITO  PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOTAL-APO      PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-CREDITADO PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-RETIDO   PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-LIBERADO PIC 9(11)V99 VALUE ZEROS.
       01 WS-CONT-LIDOS     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-PAGOS     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-RETIDOS   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-LIBERADOS PIC 9(05) VALUE ZEROS.
       01 WS-CONT-JA-PAGOS  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SUSPENSOS PIC 9(05) VALUE ZEROS.
       01 WS-CONT-A-INICIAR PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REAJUSTES PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-INDICE PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-ED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-LINHA-TRACO    PIC X(80) VALUE ALL "-".
       01 WS-EXT-CAB1.
          02 FILLER         PIC X(36)
             VALUE "===== EXTRATO DE BENEFICIO - COMPET ".
          02 WS-X1-COMPET   PIC X(07).
          02 FILLER         PIC X(06) VALUE " =====".
          02 FILLER         PIC X(31) VALUE SPACES.
       01 WS-EXT-CAB2.
          02 FILLER         PIC X(12) VALUE "APOSENTADO: ".
          02 WS-X2-NOME     PIC X(30).
          02 FILLER         PIC X(10) VALUE "  INICIO: ".
          02 WS-X2-INICIO   PIC X(10).
          02 FILLER         PIC X(18) VALUE SPACES.
       01 WS-EXT-CAB3.
          02 FILLER         PIC X(18) VALUE "CONTA DE CREDITO: ".
          02 WS-X3-AGENCIA  PIC 9(03).
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-X3-CONTA    PIC 9(06).
          02 FILLER         PIC X(21) VALUE "  DATA DE PAGAMENTO: ".
          02 WS-X3-DATA     PIC X(08).
          02 FILLER         PIC X(23) VALUE SPACES.
       01 WS-EXT-VALOR.
          02 WS-XV-TEXTO    PIC X(30).
          02 FILLER         PIC X(01) VALUE SPACE.
          02 WS-XV-VALOR    PIC Z,ZZZ,ZZ9.99.
          02 FILLER         PIC X(02) VALUE SPACES.
          02 WS-XV-OBS      PIC X(35).
       01 WS-EXT-REAJ.
          02 FILLER         PIC X(20) VALUE "REAJUSTE APLICADO - ".
          02 WS-XR-ANO      PIC 9(04).
          02 FILLER         PIC X(02) VALUE ": ".
          02 WS-XR-PERC     PIC ZZ9.99.
          02 FILLER         PIC X(01) VALUE "%".
          02 FILLER         PIC X(47) VALUE SPACES.
      *
       01 WS-RRE-CAB1.
          02 FILLER         PIC X(38)
             VALUE "===== PAGAMENTOS DE BENEFICIO RETIDOS ".
          02 FILLER         PIC X(08) VALUE "- COMPET".
          02 FILLER         PIC X(01) VALUE SPACE.
          02 WS-R1-COMPET   PIC X(07).
          02 FILLER         PIC X(06) VALUE " =====".
          02 FILLER         PIC X(20) VALUE SPACES.
       01 WS-RRE-CAB2.
          02 FILLER         PIC X(31) VALUE "APOSENTADO".
          02 FILLER         PIC X(08) VALUE "COMPET".
          02 FILLER         PIC X(11) VALUE "CONTA".
          02 FILLER         PIC X(12) VALUE "       VALOR".
          02 FILLER         PIC X(18) VALUE " MOTIVO/SITUACAO".
       01 WS-RRE-DET.
          02 WS-RD-NOME     PIC X(30).
          02 FILLER         PIC X(01) VALUE SPACE.
          02 WS-RD-COMPET   PIC X(07).
          02 FILLER         PIC X(01) VALUE SPACE.
          02 WS-RD-AGENCIA  PIC 9(03).
          02 FILLER         PIC X(01) VALUE "/".
          02 WS-RD-CONTA    PIC 9(06).
          02 FILLER         PIC X(01) VALUE SPACE.
          02 WS-RD-VALOR    PIC Z,ZZZ,ZZ9.99.
          02 FILLER         PIC X(01) VALUE SPACE.
          02 WS-RD-MOTIVO   PIC X(17).
       01 WS-RRE-TOT.
          02 WS-RT-TEXTO    PIC X(30).
          02 FILLER         PIC X(01) VALUE SPACE.
          02 WS-RT-VALOR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          02 FILLER         PIC X(32) VALUE SPACES.
      *
      *    PAGA A COMPETENCIA INFORMADA A CADA APOSENTADO ATIVO QUE JA
      *    INICIOU O BENEFICIO E AINDA NAO RECEBEU ESSA COMPETENCIA -
      *    RODAR DE NOVO O MESMO MES NAO PAGA EM DOBRO. O CREDITO VAI
      *    PARA O MOVIMENTO.DAT (TIPO P) COM DATA DE VALOR NO DIA DE
      *    PAGAMENTO, ROLADO PARA O PROXIMO DIA UTIL; O ESTRUTURA-MOV
      *    SEGURA NO FUTUROS O QUE AINDA NAO VENCEU. CONTA BLOQUEADA,
      *    ENCERRADA OU FORA DO CLIENTE.DAT RETEM O PAGAMENTO NO
      *    APORETIDO.DAT, LIBERADO NA PRIMEIRA FOLHA COM A CONTA EM
      *    ORDEM.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DA FOLHA (AAAAMM): ".
           ACCEPT WS-COMPET.
           IF WS-COMPET-MES < 1 OR WS-COMPET-MES > 12
              OR WS-COMPET-ANO < 1900
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN.
           MOVE WS-COMPET-MES TO WS-CE-MES.
           MOVE WS-COMPET-ANO TO WS-CE-ANO.
           PERFORM CARREGA-REAJUSTE.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-RETIDOS.
           PERFORM ABRE-ARQUIVOS.
           PERFORM PROCESSA-APOSENTADO UNTIL WS-FIM-APO = 'S'.
           PERFORM GRAVA-RETIDOS.
           PERFORM EMITE-RELRET.
           PERFORM FINALIZA.
           STOP RUN.
      *
       CARREGA-REAJUSTE.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT REAJUSTE.
           IF WS-FS-REA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM.
           PERFORM LE-REAJUSTE UNTIL WS-FIM = 'S'.
           IF WS-FS-REA = "00" OR WS-FS-REA = "10"
               CLOSE REAJUSTE.
      *
       LE-REAJUSTE.
           READ REAJUSTE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-REA-QTDE < 50
                       ADD 1 TO WS-REA-QTDE
                       MOVE REAJ-ANO  TO WS-REA-ANO(WS-REA-QTDE)
                       MOVE REAJ-PERC TO WS-REA-PERC(WS-REA-QTDE)
                   END-IF
           END-READ.
      *
       CARREGA-CLIENTES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM LE-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       LE-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-CLI-QTDE < 5000
                       ADD 1 TO WS-CLI-QTDE
                       MOVE AGENCIA-CLI TO WS-CLI-AGENCIA(WS-CLI-QTDE)
                       MOVE CONTA-CLI   TO WS-CLI-CONTA(WS-CLI-QTDE)
                       MOVE STATUS-CLI  TO WS-CLI-STATUS(WS-CLI-QTDE)
                   END-IF
           END-READ.
      *
       CARREGA-RETIDOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT RETIDO.
           IF WS-FS-RET NOT EQUAL "00"
               MOVE 'S' TO WS-FIM.
           PERFORM LE-RETIDO UNTIL WS-FIM = 'S'.
           IF WS-FS-RET = "00" OR WS-FS-RET = "10"
               CLOSE RETIDO.
      *
       LE-RETIDO.
           READ RETIDO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-RET-QTDE < 2000
                       ADD 1 TO WS-RET-QTDE
                       MOVE RET-NOME    TO WS-RET-NOME(WS-RET-QTDE)
                       MOVE RET-COMPET  TO WS-RET-COMPET(WS-RET-QTDE)
                       MOVE RET-VALOR   TO WS-RET-VALOR(WS-RET-QTDE)
                       MOVE RET-AGENCIA TO WS-RET-AGENCIA(WS-RET-QTDE)
                       MOVE RET-CONTA   TO WS-RET-CONTA(WS-RET-QTDE)
                       MOVE RET-MOTIVO  TO WS-RET-MOTIVO(WS-RET-QTDE)
                       MOVE 'R'         TO WS-RET-SIT(WS-RET-QTDE)
                   ELSE
                       DISPLAY "TABELA DE RETIDOS CHEIA - "
                           RET-NOME " " RET-COMPET " NAO CARREGADO"
                   END-IF
           END-READ.
      *
       DIAS-DO-MES.
           EVALUATE WS-PAG-MM
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
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.
      *
       ABRE-ARQUIVOS.
           OPEN I-O APOSENTADO.
           IF WS-FS-APO NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA APOSENTADO - " WS-FS-APO
               STOP RUN.
           OPEN EXTEND MOVIM.
           IF WS-FS-MOV NOT EQUAL "00"
               OPEN OUTPUT MOVIM
               IF WS-FS-MOV NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA MOVIMENTO - " WS-FS-MOV
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT EXTRATO.
           IF WS-FS-EXT NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA EXTRATOAPO - " WS-FS-EXT
               STOP RUN.
      *
       PROCESSA-APOSENTADO.
           READ APOSENTADO
               AT END
                   MOVE 'S' TO WS-FIM-APO
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   COMPUTE WS-COMPET-INI =
                       APO-ANO-INI * 100 + APO-MES-INI
                   EVALUATE TRUE
                       WHEN APO-SUSPENSO
                           ADD 1 TO WS-CONT-SUSPENSOS
                       WHEN APO-ULT-COMPET NOT < WS-COMPET
                           ADD 1 TO WS-CONT-JA-PAGOS
                       WHEN WS-COMPET-INI > WS-COMPET
                           ADD 1 TO WS-CONT-A-INICIAR
                       WHEN OTHER
                           PERFORM PAGA-APOSENTADO
                   END-EVALUATE
           END-READ.
      *
       PAGA-APOSENTADO.
           MOVE ZEROS TO WS-TOTAL-APO.
           PERFORM AJUSTA-DIA-PAGTO.
           PERFORM SITUACAO-CONTA.
           PERFORM CABECALHO-EXTRATO.
           MOVE 'N' TO WS-SEM-INDICE.
           PERFORM APLICA-REAJUSTE
               UNTIL APO-ANO-REAJ NOT < WS-COMPET-ANO
                  OR WS-SEM-INDICE = 'S'.
           IF WS-SEM-INDICE = 'S'
               ADD 1 TO WS-CONT-SEM-INDICE
               DISPLAY "SEM INDICE DE REAJUSTE PARA " WS-ANO-PROX
                   " - " APO-NOME " PAGO SEM REAJUSTE"
           END-IF.
           MOVE "BENEFICIO CONCEDIDO"  TO WS-XV-TEXTO.
           MOVE APO-BENEF-CONC         TO WS-XV-VALOR.
           MOVE SPACES                 TO WS-XV-OBS.
           MOVE WS-EXT-VALOR TO REG-EXTRATO.
           PERFORM ESCREVE-EXTRATO.
           MOVE "BENEFICIO DA COMPETENCIA" TO WS-XV-TEXTO.
           MOVE APO-BENEF-ATUAL        TO WS-XV-VALOR.
           MOVE APO-BENEF-ATUAL        TO WS-VALOR-CREDITO.
           IF WS-MOTIVO = SPACES
               PERFORM CREDITA-CONTA
               ADD 1 TO WS-CONT-PAGOS
               ADD WS-VALOR-CREDITO TO WS-TOTAL-CREDITADO
               ADD WS-VALOR-CREDITO TO WS-TOTAL-APO
               MOVE "CREDITADO"        TO WS-XV-OBS
           ELSE
               PERFORM RETEM-PAGAMENTO
               STRING "RETIDO - " DELIMITED BY SIZE
                      WS-MOTIVO DELIMITED BY SIZE
                   INTO WS-XV-OBS
           END-IF.
           MOVE WS-EXT-VALOR TO REG-EXTRATO.
           PERFORM ESCREVE-EXTRATO.
           IF WS-MOTIVO = SPACES
               PERFORM LIBERA-RETIDO
                   VARYING WS-RET-SUBS FROM 1 BY 1
                   UNTIL WS-RET-SUBS > WS-RET-QTDE
           END-IF.
           MOVE "TOTAL CREDITADO NA FOLHA"  TO WS-XV-TEXTO.
           MOVE WS-TOTAL-APO           TO WS-XV-VALOR.
           MOVE SPACES                 TO WS-XV-OBS.
           MOVE WS-EXT-VALOR TO REG-EXTRATO.
           PERFORM ESCREVE-EXTRATO.
           MOVE WS-LINHA-TRACO TO REG-EXTRATO.
           PERFORM ESCREVE-EXTRATO.
           MOVE WS-COMPET TO APO-ULT-COMPET.
           REWRITE REG-APO.
           IF WS-FS-APO NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO APOSENTADO - " WS-FS-APO
               STOP RUN.
      *
      *    O DIA DE PAGAMENTO ALEM DO FIM DO MES CAI NO ULTIMO DIA; DIA
      *    SEM EXPEDIENTE ROLA PARA O PROXIMO DIA UTIL, COMO NO
      *    PROCESSA-ORDEM.
       AJUSTA-DIA-PAGTO.
           MOVE WS-COMPET-ANO TO WS-PAG-AA.
           MOVE WS-COMPET-MES TO WS-PAG-MM.
           MOVE WS-COMPET-ANO TO WS-ANO-TESTE.
           PERFORM DIAS-DO-MES.
           MOVE APO-DIA-PAGTO TO WS-PAG-DD.
           IF WS-PAG-DD > WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-PAG-DD.
           CALL "DIAUTIL" USING WS-DATA-PAGTO-N WS-DIA-UTIL.
           PERFORM ROLA-DIA-UTIL UNTIL WS-DIA-UTIL = 'S'.
      *
       ROLA-DIA-UTIL.
           ADD 1 TO WS-PAG-DD.
           IF WS-PAG-DD > WS-DIAS-MES
               MOVE 01 TO WS-PAG-DD
               ADD 1 TO WS-PAG-MM
               IF WS-PAG-MM > 12
                   MOVE 01 TO WS-PAG-MM
                   ADD 1 TO WS-PAG-AA
                   ADD 1 TO WS-ANO-TESTE
               END-IF
               PERFORM DIAS-DO-MES
           END-IF.
           CALL "DIAUTIL" USING WS-DATA-PAGTO-N WS-DIA-UTIL.
      *
       SITUACAO-CONTA.
           MOVE ZEROS TO WS-CLI-POS.
           PERFORM BUSCA-CONTA
               VARYING WS-CLI-SUBS FROM 1 BY 1
               UNTIL WS-CLI-SUBS > WS-CLI-QTDE
                  OR WS-CLI-POS NOT = ZEROS.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-CLI-POS = ZEROS
               MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
           ELSE
               MOVE WS-CLI-STATUS(WS-CLI-POS) TO WS-STATUS-CONTA
               IF WS-STATUS-CONTA = 'B'
                   MOVE "CONTA BLOQUEADA" TO WS-MOTIVO
               END-IF
               IF WS-STATUS-CONTA = 'E'
                   MOVE "CONTA ENCERRADA" TO WS-MOTIVO
               END-IF
           END-IF.
      *
       BUSCA-CONTA.
           IF WS-CLI-AGENCIA(WS-CLI-SUBS) = APO-AGENCIA
              AND WS-CLI-CONTA(WS-CLI-SUBS) = APO-CONTA
               MOVE WS-CLI-SUBS TO WS-CLI-POS
           END-IF.
      *
      *    O INDICE DE CADA ANO ENTRA NA PRIMEIRA FOLHA DAQUELE ANO,
      *    SOBRE O BENEFICIO JA REAJUSTADO; ANO SEM INDICE CADASTRADO
      *    SEGURA O REAJUSTE ATE O INDICE SER INFORMADO NO CADAPOSENT.
       APLICA-REAJUSTE.
           COMPUTE WS-ANO-PROX = APO-ANO-REAJ + 1.
           MOVE ZEROS TO WS-REA-POS.
           PERFORM BUSCA-REAJUSTE
               VARYING WS-REA-SUBS FROM 1 BY 1
               UNTIL WS-REA-SUBS > WS-REA-QTDE
                  OR WS-REA-POS NOT = ZEROS.
           IF WS-REA-POS = ZEROS
               MOVE 'S' TO WS-SEM-INDICE
           ELSE
               COMPUTE APO-BENEF-ATUAL ROUNDED =
                   APO-BENEF-ATUAL *
                   (100 + WS-REA-PERC(WS-REA-POS)) / 100
               MOVE WS-ANO-PROX TO APO-ANO-REAJ
               ADD 1 TO WS-CONT-REAJUSTES
               MOVE WS-ANO-PROX TO WS-XR-ANO
               MOVE WS-REA-PERC(WS-REA-POS) TO WS-XR-PERC
               MOVE WS-EXT-REAJ TO REG-EXTRATO
               PERFORM ESCREVE-EXTRATO
           END-IF.
      *
       BUSCA-REAJUSTE.
           IF WS-REA-ANO(WS-REA-SUBS) = WS-ANO-PROX
               MOVE WS-REA-SUBS TO WS-REA-POS
           END-IF.
      *
       CABECALHO-EXTRATO.
           MOVE WS-COMPET-ED   TO WS-X1-COMPET.
           MOVE WS-EXT-CAB1    TO REG-EXTRATO.
           PERFORM ESCREVE-EXTRATO.
           MOVE APO-NOME       TO WS-X2-NOME.
           MOVE APO-DATA-INI   TO WS-X2-INICIO.
           MOVE WS-EXT-CAB2    TO REG-EXTRATO.
           PERFORM ESCREVE-EXTRATO.
           MOVE APO-AGENCIA    TO WS-X3-AGENCIA.
           MOVE APO-CONTA      TO WS-X3-CONTA.
           MOVE WS-PAG-DD      TO WS-DD-ED.
           MOVE WS-PAG-MM      TO WS-MM-ED.
           MOVE WS-PAG-AA      TO WS-AA-ED.
           MOVE WS-DATA-ED     TO WS-X3-DATA.
           MOVE WS-EXT-CAB3    TO REG-EXTRATO.
           PERFORM ESCREVE-EXTRATO.
      *
       CREDITA-CONTA.
           MOVE APO-AGENCIA      TO AGENCIA-MOV.
           MOVE APO-CONTA        TO CONTA-MOV.
           MOVE WS-VALOR-CREDITO TO MOVIMENTO.
           MOVE 'P'              TO TIPO-MOV.
           MOVE WS-DATA-PAGTO-N  TO DATA-VALOR-MOV.
           MOVE APO-AGENCIA      TO ORIGEM-MOV.
           WRITE REG-MOV.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVIMENTO - " WS-FS-MOV
               STOP RUN.
      *
       RETEM-PAGAMENTO.
           IF WS-RET-QTDE < 2000
               ADD 1 TO WS-RET-QTDE
               MOVE APO-NOME         TO WS-RET-NOME(WS-RET-QTDE)
               MOVE WS-COMPET        TO WS-RET-COMPET(WS-RET-QTDE)
               MOVE WS-VALOR-CREDITO TO WS-RET-VALOR(WS-RET-QTDE)
               MOVE APO-AGENCIA      TO WS-RET-AGENCIA(WS-RET-QTDE)
               MOVE APO-CONTA        TO WS-RET-CONTA(WS-RET-QTDE)
               MOVE WS-MOTIVO        TO WS-RET-MOTIVO(WS-RET-QTDE)
               MOVE 'R'              TO WS-RET-SIT(WS-RET-QTDE)
               ADD 1 TO WS-CONT-RETIDOS
               ADD WS-VALOR-CREDITO TO WS-TOTAL-RETIDO
           ELSE
               DISPLAY "TABELA DE RETIDOS CHEIA - " APO-NOME
                   " NAO RETIDO NEM PAGO"
           END-IF.
      *
      *    RETENCAO DE COMPETENCIA ANTERIOR COM A CONTA JA EM ORDEM:
      *    CREDITA NA MESMA DATA DE PAGAMENTO DESTA FOLHA.
       LIBERA-RETIDO.
           IF WS-RET-SIT(WS-RET-SUBS) = 'R'
              AND WS-RET-NOME(WS-RET-SUBS) = APO-NOME
              AND WS-RET-COMPET(WS-RET-SUBS) < WS-COMPET
               MOVE WS-RET-VALOR(WS-RET-SUBS) TO WS-VALOR-CREDITO
               PERFORM CREDITA-CONTA
               MOVE 'L' TO WS-RET-SIT(WS-RET-SUBS)
               ADD 1 TO WS-CONT-LIBERADOS
               ADD WS-VALOR-CREDITO TO WS-TOTAL-LIBERADO
               ADD WS-VALOR-CREDITO TO WS-TOTAL-CREDITADO
               ADD WS-VALOR-CREDITO TO WS-TOTAL-APO
               MOVE WS-RET-COMPET(WS-RET-SUBS)(5:2) TO WS-CE-MES
               MOVE WS-RET-COMPET(WS-RET-SUBS)(1:4) TO WS-CE-ANO
               MOVE SPACES TO WS-XV-TEXTO
               STRING "RETIDO DA COMPET " DELIMITED BY SIZE
                      WS-COMPET-ED DELIMITED BY SIZE
                   INTO WS-XV-TEXTO
               MOVE WS-VALOR-CREDITO TO WS-XV-VALOR
               MOVE "CREDITADO" TO WS-XV-OBS
               MOVE WS-EXT-VALOR TO REG-EXTRATO
               PERFORM ESCREVE-EXTRATO
               MOVE WS-COMPET-MES TO WS-CE-MES
               MOVE WS-COMPET-ANO TO WS-CE-ANO
           END-IF.
      *
       ESCREVE-EXTRATO.
           WRITE REG-EXTRATO.
           IF WS-FS-EXT NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO EXTRATOAPO - " WS-FS-EXT
               STOP RUN.
      *
       GRAVA-RETIDOS.
           OPEN OUTPUT RETIDO.
           IF WS-FS-RET NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA APORETIDO - " WS-FS-RET
               STOP RUN.
           PERFORM GRAVA-RETIDO
               VARYING WS-RET-SUBS FROM 1 BY 1
               UNTIL WS-RET-SUBS > WS-RET-QTDE.
           CLOSE RETIDO.
      *
       GRAVA-RETIDO.
           IF WS-RET-SIT(WS-RET-SUBS) = 'R'
               MOVE WS-RET-NOME(WS-RET-SUBS)    TO RET-NOME
               MOVE WS-RET-COMPET(WS-RET-SUBS)  TO RET-COMPET
               MOVE WS-RET-VALOR(WS-RET-SUBS)   TO RET-VALOR
               MOVE WS-RET-AGENCIA(WS-RET-SUBS) TO RET-AGENCIA
               MOVE WS-RET-CONTA(WS-RET-SUBS)   TO RET-CONTA
               MOVE WS-RET-MOTIVO(WS-RET-SUBS)  TO RET-MOTIVO
               WRITE REG-RETIDO
               IF WS-FS-RET NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO APORETIDO - " WS-FS-RET
                   STOP RUN
               END-IF
           END-IF.
      *
      *    RELATORIO DE RETIDOS: TUDO O QUE CONTINUA RETIDO (DESTA E
      *    DE FOLHAS ANTERIORES) E O QUE FOI LIBERADO NESTA FOLHA.
       EMITE-RELRET.
           OPEN OUTPUT RELRET.
           IF WS-FS-RRE NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELRETAPO - " WS-FS-RRE
               STOP RUN.
           MOVE WS-COMPET-ED TO WS-R1-COMPET.
           MOVE WS-RRE-CAB1 TO REG-RELRET.
           WRITE REG-RELRET.
           MOVE WS-RRE-CAB2 TO REG-RELRET.
           WRITE REG-RELRET.
           PERFORM ESCREVE-RETIDO
               VARYING WS-RET-SUBS FROM 1 BY 1
               UNTIL WS-RET-SUBS > WS-RET-QTDE.
           MOVE WS-LINHA-TRACO TO REG-RELRET.
           WRITE REG-RELRET.
           MOVE "RETIDO NESTA FOLHA" TO WS-RT-TEXTO.
           MOVE WS-TOTAL-RETIDO TO WS-RT-VALOR.
           MOVE WS-RRE-TOT TO REG-RELRET.
           WRITE REG-RELRET.
           MOVE "LIBERADO NESTA FOLHA" TO WS-RT-TEXTO.
           MOVE WS-TOTAL-LIBERADO TO WS-RT-VALOR.
           MOVE WS-RRE-TOT TO REG-RELRET.
           WRITE REG-RELRET.
           CLOSE RELRET.
      *
       ESCREVE-RETIDO.
           MOVE WS-RET-NOME(WS-RET-SUBS)     TO WS-RD-NOME.
           MOVE WS-RET-COMPET(WS-RET-SUBS)(5:2) TO WS-CE-MES.
           MOVE WS-RET-COMPET(WS-RET-SUBS)(1:4) TO WS-CE-ANO.
           MOVE WS-COMPET-ED                 TO WS-RD-COMPET.
           MOVE WS-RET-AGENCIA(WS-RET-SUBS)  TO WS-RD-AGENCIA.
           MOVE WS-RET-CONTA(WS-RET-SUBS)    TO WS-RD-CONTA.
           MOVE WS-RET-VALOR(WS-RET-SUBS)    TO WS-RD-VALOR.
           IF WS-RET-SIT(WS-RET-SUBS) = 'L'
               MOVE "LIBERADO"               TO WS-RD-MOTIVO
           ELSE
               MOVE WS-RET-MOTIVO(WS-RET-SUBS) TO WS-RD-MOTIVO
           END-IF.
           MOVE WS-RRE-DET TO REG-RELRET.
           WRITE REG-RELRET.
      *
       FINALIZA.
           CLOSE APOSENTADO.
           CLOSE MOVIM.
           CLOSE EXTRATO.
           MOVE WS-COMPET-MES TO WS-CE-MES.
           MOVE WS-COMPET-ANO TO WS-CE-ANO.
           DISPLAY "===== FOLHA DE BENEFICIOS " WS-COMPET-ED " =====".
           DISPLAY "APOSENTADOS LIDOS      : " WS-CONT-LIDOS.
           DISPLAY "PAGOS NA COMPETENCIA   : " WS-CONT-PAGOS.
           DISPLAY "RETIDOS NA COMPETENCIA : " WS-CONT-RETIDOS.
           DISPLAY "RETIDOS LIBERADOS      : " WS-CONT-LIBERADOS.
           DISPLAY "JA PAGOS (IGNORADOS)   : " WS-CONT-JA-PAGOS.
           DISPLAY "SUSPENSOS              : " WS-CONT-SUSPENSOS.
           DISPLAY "INICIO POSTERIOR       : " WS-CONT-A-INICIAR.
           DISPLAY "REAJUSTES APLICADOS    : " WS-CONT-REAJUSTES.
           DISPLAY "SEM INDICE DE REAJUSTE : " WS-CONT-SEM-INDICE.
           MOVE WS-TOTAL-CREDITADO TO WS-TOTAL-ED.
           DISPLAY "TOTAL CREDITADO        : " WS-TOTAL-ED.
           MOVE WS-TOTAL-RETIDO TO WS-TOTAL-ED.
           DISPLAY "TOTAL RETIDO           : " WS-TOTAL-ED.
