              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CPG.
           SELECT RETFOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-RET.
           SELECT RETENCAO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-RTC.
           SELECT FORBANCO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FBC.
           SELECT BORDERO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-BOR.
           SELECT ADIANTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ADT.
           SELECT FORCONTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FCC.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CLI.
      *    O CREDITO NA CONTA DO FORNECEDOR CLIENTE DA CASA VAI PARA O
      *    ARQUIVO DE MOVIMENTO DA AGENCIA (MOVAGNNN.DAT), QUE O
      *    CONSOLIDA-MOV JUNTA NO MOVIMENTO.DAT DO LOTE.
           SELECT ARQAG ASSIGN TO WS-NOME-ARQ-AG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-AG.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
            03  DESCONTO-CPG    PIC  9(02)V99.
            03  CARENCIA-CPG    PIC  9(02).
            03  JUROS-CPG       PIC  9(02)V99.
      *
       FD  RETFOR VALUE OF FILE-ID IS "RETFOR.DAT".
       01  REG-RETFOR.
            03  CD-FORN-RET     PIC  9(03).
            03  IRRF-RET        PIC  9(02)V99.
            03  ISS-RET         PIC  9(02)V99.
            03  INSS-RET        PIC  9(02)V99.
            03  PCC-RET         PIC  9(02)V99.
      *
      *    RETENCOES EFETUADAS - UM REGISTRO POR TRIBUTO RETIDO EM
      *    CADA PAGAMENTO, BASE DO RELRETFOR PARA AS GUIAS DO MES.
       FD  RETENCAO VALUE OF FILE-ID IS "RETENCAO.DAT".
       01  REG-RETENCAO.
            03  CD-FORN-RTC     PIC  9(03).
            03  CNPJ-RTC        PIC  X(14).
            03  TRIBUTO-RTC     PIC  X(04).
            03  DATA-RTC        PIC  9(06).
            03  BASE-RTC        PIC  9(09).
            03  ALIQ-RTC        PIC  9(02)V99.
            03  VALOR-RTC       PIC  9(09).
            03  NF-RTC          PIC  9(09).
            03  PARCELA-RTC     PIC  9(02).
            03  STATUS-RTC      PIC  X(01).
                88 RTC-ESTORNADA       VALUE 'E'.
      *
       FD  FORBANCO VALUE OF FILE-ID IS "FORBANCO.DAT".
       01  REG-FORBANCO.
            03  CD-FORN-FBC    PIC  9(03).
            03  BANCO-FBC      PIC  9(03).
            03  AGENCIA-FBC    PIC  9(04).
            03  CONTA-FBC      PIC  X(10).
      *
       FD  BORDERO VALUE OF FILE-ID IS "BORDERO.DAT".
       01  REG-BORDERO.
            03  CD-FORN-BOR    PIC  9(03).
            03  BANCO-BOR      PIC  9(03).
            03  AGENCIA-BOR    PIC  9(04).
            03  CONTA-BOR      PIC  X(10).
            03  VALOR-BOR      PIC  9(09).
            03  DATA-BOR       PIC  9(06).
            03  NF-BOR         PIC  9(09).
            03  PARCELA-BOR    PIC  9(02).
            03  VALOR-FACE-BOR PIC  9(09).
            03  VALOR-COMP-BOR PIC  9(09).
            03  STATUS-BOR     PIC  X(01).
                88 BOR-ENVIADO         VALUE 'E'.
                88 BOR-CONFIRMADO      VALUE 'C'.
                88 BOR-DEVOLVIDO       VALUE 'D'.
            03  DATA-LIQ-BOR   PIC  9(06).
            03  MOTIVO-BOR     PIC  X(30).
      *
       FD  ADIANTA VALUE OF FILE-ID IS "ADIANTA.DAT".
       01  REG-ADIANTA.
            03  CD-FORN-ADT     PIC  9(03).
            03  DATA-ADT        PIC  9(06).
            03  VALOR-ADT       PIC  9(09).
            03  SALDO-ADT       PIC  9(09).
            03  DOC-ADT         PIC  X(20).
            03  STATUS-ADT      PIC  X(01).
                88 ADT-ABERTO          VALUE 'A'.
                88 ADT-COMPENSADO      VALUE 'C'.
            03  DATA-COMP-ADT   PIC  9(06).
      *
      *    CONTA NA CASA INDICADA PELO FORNECEDOR (CADFORBANCO).
       FD  FORCONTA VALUE OF FILE-ID IS "FORCONTA.DAT".
       01  REG-FORCONTA.
            03  CD-FORN-FCC    PIC  9(03).
            03  AGENCIA-FCC    PIC  9(03).
            03  CONTA-FCC      PIC  9(06).
            03  STATUS-FCC     PIC  X(01).
                88 FCC-ATIVO           VALUE 'A'.
                88 FCC-CANCELADO       VALUE 'C'.
            03  DATA-FCC       PIC  9(06).
      *
       FD  CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01  REG-CLI.
            03  ID-CLI.
                05  AGENCIA-CLI    PIC  9(03).
                05  CONTA-CLI      PIC  9(06).
            03  NOME-CLI       PIC  X(20).
            03  SALDO          PIC  S9(09)V99.
            03  LIMITE-CLI     PIC  S9(09)V99.
            03  STATUS-CLI     PIC  X(01).
                88 CLI-ABERTA          VALUE 'A'.
                88 CLI-BLOQUEADA       VALUE 'B'.
                88 CLI-ENCERRADA       VALUE 'E'.
                88 CLI-DORMENTE        VALUE 'D'.
            03  NOME-CLI2      PIC  X(20).
            03  DOC-CLI2       PIC  X(11).
            03  CNPJ-CLI       PIC  X(14).
            03  TOTAL-MOV-ANO  PIC  S9(09)V99.
            03  CONT-MOV-DIA-CLI PIC  9(03).
            03  DATA-MOV-DIA-CLI PIC  9(06).
            03  FILLER         PIC  X(23).
      *
       FD  ARQAG.
       01  REG-MOV-AG.
            03  ID-MOV-AG.
                05  AGENCIA-MOV-AG PIC  9(03).
                05  CONTA-MOV-AG   PIC  9(06).
            03  MOVIMENTO-AG   PIC  S9(09)V99.
            03  TIPO-MOV-AG    PIC  X(01).
            03  DATA-VALOR-MOV-AG PIC  9(06).
            03  ORIGEM-MOV-AG  PIC  9(03).
      *
       WORKING-STORAGE SECTION.
       01 WS-CD-FOR              PIC  9(03).
       01 WS-FS-LOG              PIC  X(02) VALUE ZEROS.
       01 WS-FIM-FOR             PIC  X(01) VALUE 'N'.
       01 WS-ACHOU               PIC  X(01) VALUE 'N'.
       01 WS-CNPJ-FOR            PIC  X(14) VALUE SPACES.
      *    RETENCAO NA FONTE (RETFOR.DAT) SOBRE O VALOR DE FACE: O
      *    FORNECEDOR RECEBE O LIQUIDO PELO BORDERO E O RETIDO FICA
      *    A RECOLHER. IRRF E PCC ABAIXO DO MINIMO DE RECOLHIMENTO
      *    NAO SAO RETIDOS.
       01 WS-FS-RET              PIC  X(02) VALUE ZEROS.
       01 WS-FIM-RET             PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-RET           PIC  X(01) VALUE 'N'.
       01 WS-FS-RTC              PIC  X(02) VALUE ZEROS.
       01 WS-RET-MINIMO          PIC  9(09) VALUE 10.
       01 WS-RET-IRRF            PIC  S9(09) VALUE ZEROS.
       01 WS-RET-ISS             PIC  S9(09) VALUE ZEROS.
       01 WS-RET-INSS            PIC  S9(09) VALUE ZEROS.
       01 WS-RET-PCC             PIC  S9(09) VALUE ZEROS.
       01 WS-TOTAL-RETIDO        PIC  S9(09) VALUE ZEROS.
       01 WS-VALOR-LIQUIDO       PIC  S9(09) VALUE ZEROS.
       01 WS-RET-TRIBUTO         PIC  X(04) VALUE SPACES.
       01 WS-RET-ALIQ            PIC  9(02)V99 VALUE ZEROS.
       01 WS-RET-VALOR           PIC  S9(09) VALUE ZEROS.
       01 WS-SALDO-LOG           PIC  S9(09) VALUE ZEROS.
       01 WS-DESC-RET.
           03 FILLER             PIC  X(04) VALUE "RET ".
           03 WS-DESC-RET-TRIB   PIC  X(04) VALUE SPACES.
           03 FILLER             PIC  X(12) VALUE SPACES.
       01 WS-FS-FBC              PIC  X(02) VALUE ZEROS.
       01 WS-FIM-FBC             PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-FBC           PIC  X(01) VALUE 'N'.
       01 WS-FS-BOR              PIC  X(02) VALUE ZEROS.
      *    ADIANTAMENTO EM ABERTO (ADIANTA.DAT) COMPENSADO NO LIQUIDO
      *    DO PAGAMENTO - SO A DIFERENCA VAI PARA O BORDERO.
       01 WS-FS-ADT              PIC  X(02) VALUE ZEROS.
       01 WS-FIM-ADT             PIC  X(01) VALUE 'N'.
       01 WS-ADT-DISPONIVEL      PIC  S9(09) VALUE ZEROS.
       01 WS-VALOR-COMPENSADO    PIC  S9(09) VALUE ZEROS.
       01 WS-COMP-RESTANTE       PIC  S9(09) VALUE ZEROS.
      *    FORNECEDOR COM CONTA NA CASA ATIVA (FORCONTA.DAT) RECEBE O
      *    LIQUIDO COMO CREDITO TIPO F NA CONTA, FORA DO BORDERO. CONTA
      *    BLOQUEADA, ENCERRADA OU NAO ACHADA VOLTA PARA A REMESSA.
       01 WS-FS-FCC              PIC  X(02) VALUE ZEROS.
       01 WS-FS-CLI              PIC  X(02) VALUE ZEROS.
       01 WS-FS-AG               PIC  X(02) VALUE ZEROS.
       01 WS-FIM-FCC             PIC  X(01) VALUE 'N'.
       01 WS-FIM-CLI             PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-FCC           PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-CLI           PIC  X(01) VALUE 'N'.
       01 WS-CREDITO-CC          PIC  X(01) VALUE 'N'.
       01 WS-CHAVE-CC.
           03 WS-AGENCIA-CC      PIC  9(03) VALUE ZEROS.
           03 WS-CONTA-CC        PIC  9(06) VALUE ZEROS.
       01 WS-STATUS-CC           PIC  X(01) VALUE SPACE.
       01 WS-NOME-ARQ-AG         PIC  X(12) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       INICIO.
                   CLOSE ARQFOR
                   PERFORM GRAVA-LOG-FORN-BLOQ
               WHEN OTHER
                   PERFORM CALCULA-COMPENSACAO
                   PERFORM LOCALIZA-CONTA-INTERNA
                   PERFORM ABATE-SALDO
                   PERFORM GRAVA-LOG-PAGAMENTO
                   IF WS-VALOR-COMPENSADO > ZEROS
                       PERFORM CONSOME-ADIANTAMENTOS
                   END-IF
                   IF WS-VALOR-LIQUIDO > ZEROS
                       IF WS-CREDITO-CC = 'S'
                           PERFORM GRAVA-CREDITO-CONTA
                       ELSE
                           PERFORM GRAVA-BORDERO
                       END-IF
                   END-IF
           END-EVALUATE.
           STOP RUN.
      *
           ACCEPT WS-DATA-VENC.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM CALCULA-AJUSTE.
           PERFORM CALCULA-RETENCOES.
      *
       LOCALIZA-FORN.
           MOVE 'N' TO WS-ACHOU.
               NOT AT END
                   IF CD-FORN = WS-CD-FOR
                       MOVE 'S' TO WS-ACHOU
                       MOVE CNPJ-FOR TO WS-CNPJ-FOR
                   END-IF
           END-READ.
      *
                       MOVE 'S' TO WS-ACHOU-CPG
                   END-IF
           END-READ.
      *
      *    RETENCOES CALCULADAS SOBRE O VALOR DE FACE DO TITULO -
      *    DESCONTO E JUROS CONTRATUAIS NAO ALTERAM A BASE.
       CALCULA-RETENCOES.
           MOVE ZEROS TO WS-RET-IRRF WS-RET-ISS WS-RET-INSS
               WS-RET-PCC WS-TOTAL-RETIDO.
           PERFORM LOCALIZA-PERFIL.
           IF WS-ACHOU-RET = 'S'
               COMPUTE WS-RET-IRRF ROUNDED =
                   WS-VALOR-FACE * IRRF-RET / 100
               COMPUTE WS-RET-ISS ROUNDED =
                   WS-VALOR-FACE * ISS-RET / 100
               COMPUTE WS-RET-INSS ROUNDED =
                   WS-VALOR-FACE * INSS-RET / 100
               COMPUTE WS-RET-PCC ROUNDED =
                   WS-VALOR-FACE * PCC-RET / 100
               IF WS-RET-IRRF < WS-RET-MINIMO
                   MOVE ZEROS TO WS-RET-IRRF
               END-IF
               IF WS-RET-PCC < WS-RET-MINIMO
                   MOVE ZEROS TO WS-RET-PCC
               END-IF
               COMPUTE WS-TOTAL-RETIDO = WS-RET-IRRF + WS-RET-ISS
                   + WS-RET-INSS + WS-RET-PCC
           END-IF.
           IF WS-TOTAL-RETIDO > WS-VALOR-PAGO
               DISPLAY "RETENCOES MAIORES QUE O PAGAMENTO - "
                   "VERIFIQUE O RETFOR - NADA RETIDO"
               MOVE ZEROS TO WS-RET-IRRF WS-RET-ISS WS-RET-INSS
                   WS-RET-PCC WS-TOTAL-RETIDO
           END-IF.
           COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-PAGO - WS-TOTAL-RETIDO.
           IF WS-TOTAL-RETIDO > ZEROS
               DISPLAY "IRRF RETIDO         : " WS-RET-IRRF
               DISPLAY "ISS RETIDO          : " WS-RET-ISS
               DISPLAY "INSS RETIDO         : " WS-RET-INSS
               DISPLAY "PIS/COFINS/CSLL     : " WS-RET-PCC
               DISPLAY "VALOR LIQUIDO       : " WS-VALOR-LIQUIDO
           END-IF.
      *
      *    O ADIANTAMENTO EM ABERTO DO FORNECEDOR ABATE O LIQUIDO
      *    (DEPOIS DAS RETENCOES, QUE FICAM SOBRE O VALOR DE FACE);
      *    PAGAMENTO COBERTO PELO ADIANTAMENTO NAO VAI PARA O BORDERO.
       CALCULA-COMPENSACAO.
           MOVE ZEROS TO WS-VALOR-COMPENSADO.
           PERFORM SOMA-ADIANTAMENTOS.
           IF WS-ADT-DISPONIVEL > ZEROS
               IF WS-ADT-DISPONIVEL > WS-VALOR-LIQUIDO
                   MOVE WS-VALOR-LIQUIDO TO WS-VALOR-COMPENSADO
               ELSE
                   MOVE WS-ADT-DISPONIVEL TO WS-VALOR-COMPENSADO
               END-IF
               SUBTRACT WS-VALOR-COMPENSADO FROM WS-VALOR-LIQUIDO
               DISPLAY "ADIANTAMENTO COMPENSADO: " WS-VALOR-COMPENSADO
               DISPLAY "LIQUIDO A PAGAR        : " WS-VALOR-LIQUIDO
           END-IF.
      *
       SOMA-ADIANTAMENTOS.
           MOVE ZEROS TO WS-ADT-DISPONIVEL.
           MOVE 'N' TO WS-FIM-ADT.
           OPEN INPUT ADIANTA.
           IF WS-FS-ADT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-ADT
           END-IF.
           PERFORM SOMA-ADIANTAMENTO UNTIL WS-FIM-ADT = 'S'.
           IF WS-FS-ADT = "00" OR WS-FS-ADT = "10"
               CLOSE ADIANTA
           END-IF.
      *
       SOMA-ADIANTAMENTO.
           READ ADIANTA
               AT END
                   MOVE 'S' TO WS-FIM-ADT
               NOT AT END
                   IF CD-FORN-ADT = WS-CD-FOR AND ADT-ABERTO
                       ADD SALDO-ADT TO WS-ADT-DISPONIVEL
                   END-IF
           END-READ.
      *
      *    BAIXA O VALOR COMPENSADO DOS ADIANTAMENTOS DO FORNECEDOR,
      *    DO MAIS ANTIGO PARA O MAIS NOVO.
       CONSOME-ADIANTAMENTOS.
           MOVE WS-VALOR-COMPENSADO TO WS-COMP-RESTANTE.
           MOVE 'N' TO WS-FIM-ADT.
           OPEN I-O ADIANTA.
           IF WS-FS-ADT NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ADIANTA - " WS-FS-ADT
               STOP RUN.
           PERFORM CONSOME-ADIANTAMENTO
               UNTIL WS-FIM-ADT = 'S' OR WS-COMP-RESTANTE = ZEROS.
           CLOSE ADIANTA.
      *
       CONSOME-ADIANTAMENTO.
           READ ADIANTA
               AT END
                   MOVE 'S' TO WS-FIM-ADT
               NOT AT END
                   IF CD-FORN-ADT = WS-CD-FOR AND ADT-ABERTO
                       IF SALDO-ADT > WS-COMP-RESTANTE
                           SUBTRACT WS-COMP-RESTANTE FROM SALDO-ADT
                           MOVE ZEROS TO WS-COMP-RESTANTE
                       ELSE
                           SUBTRACT SALDO-ADT FROM WS-COMP-RESTANTE
                           MOVE ZEROS TO SALDO-ADT
                           SET ADT-COMPENSADO TO TRUE
                       END-IF
                       MOVE WS-HOJE TO DATA-COMP-ADT
                       REWRITE REG-ADIANTA
                       IF WS-FS-ADT NOT EQUAL "00"
                           DISPLAY "ERRO DE GRAVACAO ADIANTA - "
                               WS-FS-ADT
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
      *
       LOCALIZA-PERFIL.
           MOVE 'N' TO WS-ACHOU-RET.
           MOVE 'N' TO WS-FIM-RET.
           OPEN INPUT RETFOR.
           IF WS-FS-RET NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-RET
           END-IF.
           PERFORM BUSCA-PERFIL
               UNTIL WS-FIM-RET = 'S' OR WS-ACHOU-RET = 'S'.
           IF WS-FS-RET = "00" OR WS-FS-RET = "10"
               CLOSE RETFOR
           END-IF.
      *
       BUSCA-PERFIL.
           READ RETFOR
               AT END
                   MOVE 'S' TO WS-FIM-RET
               NOT AT END
                   IF CD-FORN-RET = WS-CD-FOR
                       MOVE 'S' TO WS-ACHOU-RET
                   END-IF
           END-READ.
      *
       ABATE-SALDO.
           IF WS-TIPO-AJUSTE = 'D'
           IF WS-TIPO-AJUSTE NOT = SPACE
               PERFORM GRAVA-LOG-AJUSTE
           END-IF.
           MOVE WS-SALDO-ANTES   TO WS-SALDO-LOG.
           IF WS-TOTAL-RETIDO > ZEROS
               PERFORM GRAVA-RETENCOES
           END-IF.
           IF WS-VALOR-COMPENSADO > ZEROS
               PERFORM GRAVA-LOG-COMPENSACAO
           END-IF.
           IF WS-VALOR-LIQUIDO > ZEROS
               MOVE WS-CD-FOR        TO CD-FORLOG
               COMPUTE VALOR-FORLOG = WS-VALOR-LIQUIDO * -1
               MOVE WS-SALDO-LOG     TO SALDO-ANTES-LOG
               MOVE SALDO-FORN       TO SALDO-DEPOIS-LOG
               IF WS-CREDITO-CC = 'S'
                   MOVE "PAGTO CRED CONTA" TO DESCRICAO-LOG
               ELSE
                   MOVE "PAGAMENTO"      TO DESCRICAO-LOG
               END-IF
               ACCEPT DATA-LOG FROM DATE
               ACCEPT HORA-LOG FROM TIME
               WRITE REG-FORLOG
               IF WS-FS-LOG NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
               END-IF
           END-IF.
           CLOSE FORLOG.
      *
      *    A COMPENSACAO SAI NO FORLOG COMO LANCAMENTO PROPRIO
      *    ("COMPENSA ADIANT") ENTRE AS RETENCOES E O PAGAMENTO -
      *    BRUTO = RETENCOES + COMPENSADO + LIQUIDO.
       GRAVA-LOG-COMPENSACAO.
           MOVE WS-CD-FOR           TO CD-FORLOG.
           COMPUTE VALOR-FORLOG = WS-VALOR-COMPENSADO * -1.
           MOVE WS-SALDO-LOG        TO SALDO-ANTES-LOG.
           SUBTRACT WS-VALOR-COMPENSADO FROM WS-SALDO-LOG.
           MOVE WS-SALDO-LOG        TO SALDO-DEPOIS-LOG.
           MOVE "COMPENSA ADIANT"   TO DESCRICAO-LOG.
           ACCEPT DATA-LOG FROM DATE.
           ACCEPT HORA-LOG FROM TIME.
           WRITE REG-FORLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
           END-IF.
      *
      *    O AJUSTE SAI NO FORLOG COMO LANCAMENTO PROPRIO, ANTES DO
      *    PAGAMENTO - O EXTRATO-FOR MOSTRA EXATAMENTE O QUE
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
           END-IF.
      *
      *    CADA TRIBUTO RETIDO SAI NO FORLOG COMO LANCAMENTO PROPRIO
      *    ("RET IRRF", "RET ISS", ...) ANTES DO PAGAMENTO LIQUIDO -
      *    BRUTO = RETENCOES + LIQUIDO, E O JORNALCONTABIL LEVA CADA
      *    UM PARA O PASSIVO DO TRIBUTO PELA REGRA DO CADPLANO.
       GRAVA-RETENCOES.
           OPEN EXTEND RETENCAO.
           IF WS-FS-RTC NOT EQUAL "00"
               OPEN OUTPUT RETENCAO
           END-IF.
           IF WS-FS-RTC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RETENCAO - " WS-FS-RTC
               STOP RUN.
           MOVE "IRRF"      TO WS-RET-TRIBUTO.
           MOVE IRRF-RET    TO WS-RET-ALIQ.
           MOVE WS-RET-IRRF TO WS-RET-VALOR.
           PERFORM GRAVA-RETENCAO.
           MOVE "ISS "      TO WS-RET-TRIBUTO.
           MOVE ISS-RET     TO WS-RET-ALIQ.
           MOVE WS-RET-ISS  TO WS-RET-VALOR.
           PERFORM GRAVA-RETENCAO.
           MOVE "INSS"      TO WS-RET-TRIBUTO.
           MOVE INSS-RET    TO WS-RET-ALIQ.
           MOVE WS-RET-INSS TO WS-RET-VALOR.
           PERFORM GRAVA-RETENCAO.
           MOVE "PCC "      TO WS-RET-TRIBUTO.
           MOVE PCC-RET     TO WS-RET-ALIQ.
           MOVE WS-RET-PCC  TO WS-RET-VALOR.
           PERFORM GRAVA-RETENCAO.
           CLOSE RETENCAO.
      *
       GRAVA-RETENCAO.
           IF WS-RET-VALOR > ZEROS
               MOVE WS-CD-FOR      TO CD-FORLOG
               COMPUTE VALOR-FORLOG = WS-RET-VALOR * -1
               MOVE WS-SALDO-LOG   TO SALDO-ANTES-LOG
               SUBTRACT WS-RET-VALOR FROM WS-SALDO-LOG
               MOVE WS-SALDO-LOG   TO SALDO-DEPOIS-LOG
               MOVE WS-RET-TRIBUTO TO WS-DESC-RET-TRIB
               MOVE WS-DESC-RET    TO DESCRICAO-LOG
               ACCEPT DATA-LOG FROM DATE
               ACCEPT HORA-LOG FROM TIME
               WRITE REG-FORLOG
               IF WS-FS-LOG NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
               END-IF
               MOVE WS-CD-FOR      TO CD-FORN-RTC
               MOVE WS-CNPJ-FOR    TO CNPJ-RTC
               MOVE WS-RET-TRIBUTO TO TRIBUTO-RTC
               MOVE WS-HOJE        TO DATA-RTC
               MOVE WS-VALOR-FACE  TO BASE-RTC
               MOVE WS-RET-ALIQ    TO ALIQ-RTC
               MOVE WS-RET-VALOR   TO VALOR-RTC
               MOVE ZEROS          TO NF-RTC
               MOVE ZEROS          TO PARCELA-RTC
               MOVE SPACE          TO STATUS-RTC
               WRITE REG-RETENCAO
               IF WS-FS-RTC NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO RETENCAO - " WS-FS-RTC
               END-IF
           END-IF.
      *
      *    O LIQUIDO VAI PARA O BORDERO DE REMESSA AO BANCO PELO
      *    DOMICILIO DO FORBANCO.DAT - SEM DOMICILIO, O PAGAMENTO
      *    FICA A CARGO DA TESOURARIA.
       GRAVA-BORDERO.
           PERFORM LOCALIZA-DOMICILIO.
           IF WS-ACHOU-FBC = 'N'
               DISPLAY "FORNECEDOR " WS-CD-FOR
                   " SEM DOMICILIO BANCARIO - LIQUIDO FORA DO BORDERO"
           ELSE
               OPEN EXTEND BORDERO
               IF WS-FS-BOR NOT EQUAL "00"
                   OPEN OUTPUT BORDERO
               END-IF
               IF WS-FS-BOR NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA BORDERO - " WS-FS-BOR
                   STOP RUN
               END-IF
               MOVE WS-CD-FOR        TO CD-FORN-BOR
               MOVE BANCO-FBC        TO BANCO-BOR
               MOVE AGENCIA-FBC      TO AGENCIA-BOR
               MOVE CONTA-FBC        TO CONTA-BOR
               MOVE WS-VALOR-LIQUIDO TO VALOR-BOR
               MOVE WS-HOJE          TO DATA-BOR
               MOVE ZEROS            TO NF-BOR
               MOVE ZEROS            TO PARCELA-BOR
               MOVE WS-VALOR-FACE    TO VALOR-FACE-BOR
               MOVE WS-VALOR-COMPENSADO TO VALOR-COMP-BOR
               SET BOR-ENVIADO       TO TRUE
               MOVE ZEROS            TO DATA-LIQ-BOR
               MOVE SPACES           TO MOTIVO-BOR
               WRITE REG-BORDERO
               IF WS-FS-BOR NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO BORDERO - " WS-FS-BOR
               END-IF
               CLOSE BORDERO
           END-IF.
      *
       LOCALIZA-DOMICILIO.
           MOVE 'N' TO WS-ACHOU-FBC.
           MOVE 'N' TO WS-FIM-FBC.
           OPEN INPUT FORBANCO.
           IF WS-FS-FBC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-FBC
           END-IF.
           PERFORM BUSCA-DOMICILIO
               UNTIL WS-FIM-FBC = 'S' OR WS-ACHOU-FBC = 'S'.
           IF WS-FS-FBC = "00" OR WS-FS-FBC = "10"
               CLOSE FORBANCO
           END-IF.
      *
       BUSCA-DOMICILIO.
           READ FORBANCO
               AT END
                   MOVE 'S' TO WS-FIM-FBC
               NOT AT END
                   IF CD-FORN-FBC = WS-CD-FOR
                       MOVE 'S' TO WS-ACHOU-FBC
                   END-IF
           END-READ.
      *
      *    SO A CONTA ABERTA (OU DORMENTE, QUE AINDA ACEITA CREDITO)
      *    RECEBE O PAGAMENTO - BLOQUEADA, ENCERRADA OU NAO ACHADA
      *    VOLTA PARA O BORDERO.
       LOCALIZA-CONTA-INTERNA.
           MOVE 'N' TO WS-CREDITO-CC.
           MOVE 'N' TO WS-ACHOU-FCC.
           MOVE 'N' TO WS-FIM-FCC.
           OPEN INPUT FORCONTA.
           IF WS-FS-FCC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-FCC
           END-IF.
           PERFORM BUSCA-CONTA-INTERNA
               UNTIL WS-FIM-FCC = 'S' OR WS-ACHOU-FCC = 'S'.
           IF WS-FS-FCC = "00" OR WS-FS-FCC = "10"
               CLOSE FORCONTA
           END-IF.
           IF WS-ACHOU-FCC = 'S'
               PERFORM VERIFICA-CONTA-INTERNA
           END-IF.
      *
       BUSCA-CONTA-INTERNA.
           READ FORCONTA
               AT END
                   MOVE 'S' TO WS-FIM-FCC
               NOT AT END
                   IF CD-FORN-FCC = WS-CD-FOR AND FCC-ATIVO
                       MOVE 'S' TO WS-ACHOU-FCC
                       MOVE AGENCIA-FCC TO WS-AGENCIA-CC
                       MOVE CONTA-FCC   TO WS-CONTA-CC
                   END-IF
           END-READ.
      *
       VERIFICA-CONTA-INTERNA.
           MOVE 'N' TO WS-ACHOU-CLI.
           MOVE 'N' TO WS-FIM-CLI.
           MOVE SPACE TO WS-STATUS-CC.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-CLI
           END-IF.
           PERFORM BUSCA-CLIENTE
               UNTIL WS-FIM-CLI = 'S' OR WS-ACHOU-CLI = 'S'.
           IF WS-FS-CLI = "00" OR WS-FS-CLI = "10"
               CLOSE CADCLI
           END-IF.
           IF WS-STATUS-CC = 'A' OR WS-STATUS-CC = 'D'
               MOVE 'S' TO WS-CREDITO-CC
           ELSE
               DISPLAY "CONTA NA CASA " WS-AGENCIA-CC "/" WS-CONTA-CC
                   " BLOQUEADA OU ENCERRADA - PAGAMENTO PELO BORDERO"
           END-IF.
      *
       BUSCA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM-CLI
               NOT AT END
                   IF ID-CLI = WS-CHAVE-CC
                       MOVE 'S' TO WS-ACHOU-CLI
                       MOVE STATUS-CLI TO WS-STATUS-CC
                   END-IF
           END-READ.
      *
      *    CREDITO TIPO F (CRED FORN NO LOGMOV) NA CONTA DO FORNECEDOR,
      *    POSTADO PELO ESTRUTURA-MOV NA RODADA NOTURNA.
       GRAVA-CREDITO-CONTA.
           MOVE SPACES TO WS-NOME-ARQ-AG.
           STRING "MOVAG" WS-AGENCIA-CC ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-AG.
           OPEN EXTEND ARQAG.
           IF WS-FS-AG NOT EQUAL "00"
               OPEN OUTPUT ARQAG
           END-IF.
           IF WS-FS-AG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA " WS-NOME-ARQ-AG " - "
                   WS-FS-AG
               STOP RUN.
           MOVE WS-CHAVE-CC      TO ID-MOV-AG.
           MOVE WS-VALOR-LIQUIDO TO MOVIMENTO-AG.
           MOVE 'F'              TO TIPO-MOV-AG.
           MOVE WS-HOJE          TO DATA-VALOR-MOV-AG.
           MOVE WS-AGENCIA-CC    TO ORIGEM-MOV-AG.
           WRITE REG-MOV-AG.
           IF WS-FS-AG NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO " WS-NOME-ARQ-AG " - "
                   WS-FS-AG
               STOP RUN.
           CLOSE ARQAG.
           DISPLAY "LIQUIDO " WS-VALOR-LIQUIDO
               " CREDITADO NA CONTA " WS-AGENCIA-CC "/" WS-CONTA-CC.
