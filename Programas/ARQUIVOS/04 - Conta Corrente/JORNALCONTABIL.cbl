               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAR.
           SELECT SESSAOCX ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SES.
           SELECT LIQESTAB ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIQ.
           SELECT LANCPROV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LPR.
       DATA DIVISION.
       FILE SECTION.
       FD MOVLOG VALUE OF FILE-ID IS "LOGMOV.DAT".
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
           03 ORIGEM-JOR-TMP       PIC X(10).
           03 IDENT-JOR-TMP        PIC 9(09).
           03 DESCRICAO-JOR-TMP    PIC X(20).
           03 VALOR-JOR-TMP        PIC S9(09)V99.
           03 CONTA-DEB-JOR-TMP    PIC 9(04).
           03 CONTA-CRED-JOR-TMP   PIC 9(04).
           03 NSU-JOR-TMP          PIC 9(09).
           03 ORIGEM-JOR           PIC X(10).
           03 IDENT-JOR            PIC 9(09).
           03 DESCRICAO-JOR        PIC X(20).
           03 VALOR-JOR            PIC S9(09)V99.
           03 CONTA-DEB-JOR        PIC 9(04).
           03 CONTA-CRED-JOR       PIC 9(04).
           03 NSU-JOR              PIC 9(09).
           03 ORIGEM-JOR-SD         PIC X(10).
           03 IDENT-JOR-SD          PIC 9(09).
           03 DESCRICAO-JOR-SD      PIC X(20).
           03 VALOR-JOR-SD          PIC S9(09)V99.
           03 CONTA-DEB-JOR-SD      PIC 9(04).
           03 CONTA-CRED-JOR-SD     PIC 9(04).
           03 NSU-JOR-SD            PIC 9(09).
           03 ORIGEM-TAR           PIC X(10).
           03 IDENT-TAR            PIC 9(09).
           03 DESCRICAO-TAR        PIC X(20).
           03 VALOR-TAR            PIC S9(09)V99.
      *
      *    SESSOES DE CAIXA MANTIDAS PELO CAIXA-OPER - A SOBRA OU
      *    QUEBRA DE CADA GAVETA FECHADA ENTRA NO JORNAL COM ORIGEM
      *    CAIXA.
       FD SESSAOCX VALUE OF FILE-ID IS "SESSAOCX.DAT".
       01 REG-SESSAO.
           03 OPERADOR-SES         PIC X(08).
           03 AGENCIA-SES          PIC 9(03).
           03 DATA-SES             PIC 9(06).
           03 HORA-ABERT-SES       PIC 9(08).
           03 ABERTURA-SES         PIC 9(09)V99.
           03 DEPOSITOS-SES        PIC 9(09)V99.
           03 SAQUES-SES           PIC 9(09)V99.
           03 SUPRIMENTO-SES       PIC 9(09)V99.
           03 RECOLHIMENTO-SES     PIC 9(09)V99.
           03 CONTADO-SES          PIC 9(09)V99.
           03 DIFERENCA-SES        PIC S9(09)V99.
           03 HORA-FECH-SES        PIC 9(08).
           03 STATUS-SES           PIC X(01).
               88 SES-ABERTA       VALUE 'A'.
               88 SES-FECHADA      VALUE 'F'.
      *
      *    LIQUIDACOES A ESTABELECIMENTOS FEITAS PELO LIQUIDA-ESTAB - A
      *    TAXA DE DESCONTO RETIDA ENTRA NO JORNAL COM ORIGEM
      *    ESTABELEC COMO RECEITA.
       FD LIQESTAB VALUE OF FILE-ID IS "LIQESTAB.DAT".
       01 REG-LIQESTAB.
           03 CODIGO-LIQ           PIC 9(06).
           03 DATA-LIQ             PIC 9(06).
           03 HORA-LIQ             PIC 9(08).
           03 QTDE-LIQ             PIC 9(05).
           03 BRUTO-LIQ            PIC 9(09)V99.
           03 TAXA-VALOR-LIQ       PIC 9(09)V99.
           03 LIQUIDO-LIQ          PIC 9(09)V99.
           03 TIPO-LIQ             PIC X(01).
      *
      *    LANCAMENTOS DA PROVISAO SOBRE SALDOS DEVEDORES FEITOS PELO
      *    PROVISAO-NEG (CONSTITUICAO, REVERSAO E BAIXA A PREJUIZO) -
      *    ENTRAM NO JORNAL COM ORIGEM PROVISAO.
       FD LANCPROV VALUE OF FILE-ID IS "LANCPROV.DAT".
       01 REG-LANCPROV.
           03 COMPETENCIA-LPR      PIC 9(04).
           03 DATA-LPR             PIC 9(06).
           03 HORA-LPR             PIC 9(08).
           03 ID-LPR               PIC 9(09).
           03 DESCRICAO-LPR        PIC X(20).
           03 VALOR-LPR            PIC S9(09)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-MOVLOG              PIC X(02) VALUE ZEROS.
       01 WS-FS-TAR                 PIC X(02) VALUE ZEROS.
       01 WS-FIM-PER                PIC X(01) VALUE 'N'.
       01 WS-CONT-TARDIOS           PIC 9(05) VALUE ZEROS.
       01 WS-FS-SES                 PIC X(02) VALUE ZEROS.
       01 WS-CONT-CAIXA             PIC 9(05) VALUE ZEROS.
       01 WS-DESC-CAIXA.
           03 WS-DC-TIPO            PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DC-OPERADOR        PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
       01 WS-FS-LIQ                 PIC X(02) VALUE ZEROS.
       01 WS-CONT-ESTAB             PIC 9(05) VALUE ZEROS.
       01 WS-DESC-ESTAB.
           03 FILLER                PIC X(10) VALUE "TAXA DESC ".
           03 WS-DE-CODIGO          PIC 9(06).
           03 FILLER                PIC X(04) VALUE SPACES.
       01 WS-FS-LPR                 PIC X(02) VALUE ZEROS.
       01 WS-CONT-PROVISAO          PIC 9(05) VALUE ZEROS.
       01 WS-COMP-LANC              PIC 9(04) VALUE ZEROS.
       01 WS-COMP-FECHADA           PIC X(01) VALUE 'N'.
      *    SITUACAO POR COMPETENCIA - CARREGADA DO PERIODOCTB NA
               WS-CONT-CLIENTE.
           DISPLAY "LANCAMENTOS DE FORNECEDOR INCLUIDOS : "
               WS-CONT-FORNECEDOR.
           DISPLAY "DIFERENCAS DE CAIXA INCLUIDAS       : "
               WS-CONT-CAIXA.
           DISPLAY "TAXAS DE ESTABELECIMENTO INCLUIDAS  : "
               WS-CONT-ESTAB.
           DISPLAY "LANCAMENTOS DE PROVISAO INCLUIDOS   : "
               WS-CONT-PROVISAO.
           DISPLAY "LANCAMENTOS SEM REGRA CONTABIL      : "
               WS-CONT-SEM-REGRA.
           CLOSE TARDIOS.
               STOP RUN.
           PERFORM COPIA-MOVLOG.
           PERFORM COPIA-FORLOG.
           PERFORM COPIA-SESSAOCX.
           PERFORM COPIA-LIQESTAB.
           PERFORM COPIA-LANCPROV.
           CLOSE JORNAL-TMP.
      *
       COPIA-MOVLOG.
           PERFORM CLASSIFICA-CONTAS.
           WRITE REG-JORNAL-TMP.
           ADD 1 TO WS-CONT-FORNECEDOR.
      *
      *    SEM SESSAOCX.DAT (AGENCIA SEM CAIXA OPERANDO PELO
      *    CAIXA-OPER) NAO HA DIFERENCA DE CAIXA A CONTABILIZAR.
       COPIA-SESSAOCX.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT SESSAOCX.
           IF WS-FS-SES NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-SESSAOCX UNTIL WS-FIM = 'S'.
           IF WS-FS-SES = "00" OR WS-FS-SES = "10"
               CLOSE SESSAOCX
           END-IF.
      *
       LE-SESSAOCX.
           READ SESSAOCX
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF SES-FECHADA AND DIFERENCA-SES NOT = ZEROS
                       PERFORM GRAVA-TMP-CAIXA
                   END-IF
           END-READ.
      *
       GRAVA-TMP-CAIXA.
           IF DIFERENCA-SES > ZEROS
               MOVE "SOBRA CX " TO WS-DC-TIPO
           ELSE
               MOVE "QUEBRA CX" TO WS-DC-TIPO
           END-IF.
           MOVE OPERADOR-SES TO WS-DC-OPERADOR.
           MOVE DATA-SES(1:4)     TO WS-COMP-LANC.
           PERFORM VERIFICA-COMPETENCIA.
           IF WS-COMP-FECHADA = 'S'
               MOVE DATA-SES          TO DATA-TAR
               MOVE HORA-FECH-SES     TO HORA-TAR
               MOVE "CAIXA"           TO ORIGEM-TAR
               MOVE AGENCIA-SES       TO IDENT-TAR
               MOVE WS-DESC-CAIXA     TO DESCRICAO-TAR
               MOVE DIFERENCA-SES     TO VALOR-TAR
               WRITE REG-TARDIO
               ADD 1 TO WS-CONT-TARDIOS
           ELSE
               MOVE DATA-SES          TO DATA-JOR-TMP
               MOVE HORA-FECH-SES     TO HORA-JOR-TMP
               MOVE "CAIXA"           TO ORIGEM-JOR-TMP
               MOVE AGENCIA-SES       TO IDENT-JOR-TMP
               MOVE WS-DESC-CAIXA     TO DESCRICAO-JOR-TMP
               MOVE DIFERENCA-SES     TO VALOR-JOR-TMP
               MOVE ZEROS             TO NSU-JOR-TMP
               MOVE "CAIXA"           TO WS-BUSCA-ORIGEM
               MOVE WS-DC-TIPO        TO WS-BUSCA-TEXTO
               PERFORM CLASSIFICA-CONTAS
               WRITE REG-JORNAL-TMP
               ADD 1 TO WS-CONT-CAIXA
           END-IF.
      *
      *    SEM LIQESTAB.DAT (NENHUMA LIQUIDACAO A ESTABELECIMENTO
      *    AINDA) NAO HA TAXA A CONTABILIZAR.
       COPIA-LIQESTAB.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT LIQESTAB.
           IF WS-FS-LIQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-LIQESTAB UNTIL WS-FIM = 'S'.
           IF WS-FS-LIQ = "00" OR WS-FS-LIQ = "10"
               CLOSE LIQESTAB
           END-IF.
      *
       LE-LIQESTAB.
           READ LIQESTAB
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF TAXA-VALOR-LIQ NOT = ZEROS
                       PERFORM GRAVA-TMP-ESTAB
                   END-IF
           END-READ.
      *
       GRAVA-TMP-ESTAB.
           MOVE CODIGO-LIQ TO WS-DE-CODIGO.
           MOVE DATA-LIQ(1:4)     TO WS-COMP-LANC.
           PERFORM VERIFICA-COMPETENCIA.
           IF WS-COMP-FECHADA = 'S'
               MOVE DATA-LIQ          TO DATA-TAR
               MOVE HORA-LIQ          TO HORA-TAR
               MOVE "ESTABELEC"       TO ORIGEM-TAR
               MOVE CODIGO-LIQ        TO IDENT-TAR
               MOVE WS-DESC-ESTAB     TO DESCRICAO-TAR
               MOVE TAXA-VALOR-LIQ    TO VALOR-TAR
               WRITE REG-TARDIO
               ADD 1 TO WS-CONT-TARDIOS
           ELSE
               MOVE DATA-LIQ          TO DATA-JOR-TMP
               MOVE HORA-LIQ          TO HORA-JOR-TMP
               MOVE "ESTABELEC"       TO ORIGEM-JOR-TMP
               MOVE CODIGO-LIQ        TO IDENT-JOR-TMP
               MOVE WS-DESC-ESTAB     TO DESCRICAO-JOR-TMP
               MOVE TAXA-VALOR-LIQ    TO VALOR-JOR-TMP
               MOVE ZEROS             TO NSU-JOR-TMP
               MOVE "ESTABELEC"       TO WS-BUSCA-ORIGEM
               MOVE "TAXA DESC"       TO WS-BUSCA-TEXTO
               PERFORM CLASSIFICA-CONTAS
               WRITE REG-JORNAL-TMP
               ADD 1 TO WS-CONT-ESTAB
           END-IF.
      *
      *    SEM LANCPROV.DAT (PROVISAO AINDA NAO APURADA) NAO HA O QUE
      *    CONTABILIZAR. A COMPETENCIA DO LANCAMENTO E' A DA APURACAO.
       COPIA-LANCPROV.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT LANCPROV.
           IF WS-FS-LPR NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-LANCPROV UNTIL WS-FIM = 'S'.
           IF WS-FS-LPR = "00" OR WS-FS-LPR = "10"
               CLOSE LANCPROV
           END-IF.
      *
       LE-LANCPROV.
           READ LANCPROV
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF VALOR-LPR NOT = ZEROS
                       PERFORM GRAVA-TMP-PROVISAO
                   END-IF
           END-READ.
      *
       GRAVA-TMP-PROVISAO.
           MOVE COMPETENCIA-LPR   TO WS-COMP-LANC.
           PERFORM VERIFICA-COMPETENCIA.
           IF WS-COMP-FECHADA = 'S'
               MOVE DATA-LPR          TO DATA-TAR
               MOVE HORA-LPR          TO HORA-TAR
               MOVE "PROVISAO"        TO ORIGEM-TAR
               MOVE ID-LPR            TO IDENT-TAR
               MOVE DESCRICAO-LPR     TO DESCRICAO-TAR
               MOVE VALOR-LPR         TO VALOR-TAR
               WRITE REG-TARDIO
               ADD 1 TO WS-CONT-TARDIOS
           ELSE
               MOVE DATA-LPR          TO DATA-JOR-TMP
               MOVE HORA-LPR          TO HORA-JOR-TMP
               MOVE "PROVISAO"        TO ORIGEM-JOR-TMP
               MOVE ID-LPR            TO IDENT-JOR-TMP
               MOVE DESCRICAO-LPR     TO DESCRICAO-JOR-TMP
               MOVE VALOR-LPR         TO VALOR-JOR-TMP
               MOVE ZEROS             TO NSU-JOR-TMP
               MOVE "PROVISAO"        TO WS-BUSCA-ORIGEM
               MOVE DESCRICAO-LPR(1:9) TO WS-BUSCA-TEXTO
               PERFORM CLASSIFICA-CONTAS
               WRITE REG-JORNAL-TMP
               ADD 1 TO WS-CONT-PROVISAO
           END-IF.
