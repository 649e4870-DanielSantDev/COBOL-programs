       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-BCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETBANCO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-RET.
           SELECT BORDERO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-BOR.
           SELECT ARQFOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FOR.
           SELECT MOVFOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-MOV.
           SELECT FORLOG ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LOG.
           SELECT RETENCAO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-RTC.
           SELECT FORBANCO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FBC.
           SELECT ADIANTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ADT.
           SELECT RELDEV ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
      *    ARQUIVO DE RETORNO DO BANCO PARA O BORDERO DE PAGAMENTOS:
      *    UMA LINHA POR PAGAMENTO REMETIDO, IDENTIFICADO PELO NOSSO
      *    NUMERO (FORNECEDOR, NOTA, PARCELA, DATA DA REMESSA) E O
      *    VALOR. OCORRENCIA "00" = PAGAMENTO EFETIVADO NA DATA DE
      *    EFETIVACAO; QUALQUER OUTRA = DEVOLVIDO, COM O MOTIVO DO
      *    BANCO (CONTA INEXISTENTE, CONTA ENCERRADA, ...).
       FD  RETBANCO VALUE OF FILE-ID IS "RETBANCO.DAT".
       01  REG-RETBANCO.
            03  CD-FORN-RET    PIC  9(03).
            03  NF-RET         PIC  9(09).
            03  PARCELA-RET    PIC  9(02).
            03  DATA-REM-RET   PIC  9(06).
            03  VALOR-RET      PIC  9(09).
            03  OCORR-RET      PIC  X(02).
                88 RET-EFETIVADO       VALUE "00".
            03  DATA-EFET-RET  PIC  9(06).
            03  MOTIVO-RET     PIC  X(30).
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
       FD  ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
       01  REG-FOR.
            03  CD-FORN        PIC  9(03).
            03  NM-FORN        PIC  X(20).
            03  NM-CIDADE      PIC  X(20).
            03  SALDO-FORN     PIC  S9(09).
            03  LIMITE-FORN    PIC  S9(09).
            03  CNPJ-FOR       PIC  X(14).
            03  STATUS-FORN    PIC  X(01).
                88 FORN-ATIVO          VALUE 'A'.
                88 FORN-BLOQ-NOVOS     VALUE 'B'.
                88 FORN-BLOQ-PAGTOS    VALUE 'P'.
      *
       FD  MOVFOR VALUE OF FILE-ID IS "MOVFOR.DAT".
       01  REG-MOVFOR.
            03  CD-FOR         PIC  9(03).
            03  VALOR-FOR      PIC  S9(09).
            03  DATA-VENC-FOR  PIC  9(06).
            03  STATUS-MOVFOR  PIC  X(01).
                88 MOVFOR-ABERTO   VALUE 'A'.
                88 MOVFOR-PAGO     VALUE 'P'.
                88 MOVFOR-RETIDO   VALUE 'R'.
            03  NF-FOR         PIC  9(09).
            03  EMISSAO-FOR    PIC  9(06).
            03  PARCELA-FOR    PIC  9(02).
            03  QTDE-PARC-FOR  PIC  9(02).
      *
       FD  FORLOG VALUE OF FILE-ID IS "FORLOG.DAT".
       01  REG-FORLOG.
            03  CD-FORLOG        PIC 9(03).
            03  VALOR-FORLOG     PIC S9(09).
            03  SALDO-ANTES-LOG  PIC S9(09).
            03  SALDO-DEPOIS-LOG PIC S9(09).
            03  DESCRICAO-LOG    PIC X(20).
            03  DATA-LOG         PIC 9(06).
            03  HORA-LOG         PIC 9(08).
      *
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
       FD  RELDEV VALUE OF FILE-ID IS "RELDEVBC.DAT".
       01  REG-REL                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-HOJE               PIC  9(06) VALUE ZEROS.
       01 WS-FS-RET             PIC  X(02) VALUE ZEROS.
       01 WS-FS-BOR             PIC  X(02) VALUE ZEROS.
       01 WS-FS-FOR             PIC  X(02) VALUE ZEROS.
       01 WS-FS-MOV             PIC  X(02) VALUE ZEROS.
       01 WS-FS-LOG             PIC  X(02) VALUE ZEROS.
       01 WS-FS-RTC             PIC  X(02) VALUE ZEROS.
       01 WS-FS-FBC             PIC  X(02) VALUE ZEROS.
       01 WS-FS-REL             PIC  X(02) VALUE ZEROS.
       01 WS-FS-ADT             PIC  X(02) VALUE ZEROS.
       01 WS-FIM-ADT            PIC  X(01) VALUE 'N'.
       01 WS-FIM                PIC  X(01) VALUE 'N'.
       01 WS-FIM-BOR            PIC  X(01) VALUE 'N'.
       01 WS-FIM-FOR            PIC  X(01) VALUE 'N'.
       01 WS-FIM-MOV            PIC  X(01) VALUE 'N'.
       01 WS-FIM-RTC            PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-BOR          PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-FOR          PIC  X(01) VALUE 'N'.
       01 WS-ACHOU-MOV          PIC  X(01) VALUE 'N'.
      *
      *    DADOS DA REMESSA DEVOLVIDA, GUARDADOS PARA O ESTORNO.
       01 WS-CD-FOR             PIC  9(03) VALUE ZEROS.
       01 WS-NF                 PIC  9(09) VALUE ZEROS.
       01 WS-PARCELA            PIC  9(02) VALUE ZEROS.
       01 WS-DATA-BOR           PIC  9(06) VALUE ZEROS.
       01 WS-VALOR-FACE         PIC  S9(09) VALUE ZEROS.
       01 WS-VALOR-COMP         PIC  S9(09) VALUE ZEROS.
       01 WS-COMP-RESTANTE      PIC  S9(09) VALUE ZEROS.
       01 WS-ADT-ESPACO         PIC  S9(09) VALUE ZEROS.
       01 WS-VALOR-LOG          PIC  S9(09) VALUE ZEROS.
       01 WS-SALDO-ANTES        PIC  S9(09) VALUE ZEROS.
       01 WS-DESC-DEV.
           03 FILLER            PIC  X(10) VALUE "DEV BANCO ".
           03 WS-DESC-DEV-MOT   PIC  X(10) VALUE SPACES.
      *
       01 WS-CONT-LIDOS         PIC  9(05) VALUE ZEROS.
       01 WS-CONT-EFETIVADOS    PIC  9(05) VALUE ZEROS.
       01 WS-CONT-DEVOLVIDOS    PIC  9(05) VALUE ZEROS.
       01 WS-CONT-SEM-REMESSA   PIC  9(05) VALUE ZEROS.
       01 WS-CONT-REABERTOS     PIC  9(05) VALUE ZEROS.
       01 WS-CONT-ESTORNOS      PIC  9(05) VALUE ZEROS.
       01 WS-CONT-ADT-REABERTOS PIC  9(05) VALUE ZEROS.
       01 WS-CONT-A-CORRIGIR    PIC  9(05) VALUE ZEROS.
       01 WS-TOTAL-DEVOLVIDO    PIC  9(11) VALUE ZEROS.
      *
      *    DOMICILIO ATUAL (FORBANCO.DAT) E SITUACAO DO DOMICILIO DE
      *    CADA FORNECEDOR, INDEXADOS PELO CODIGO. O DOMICILIO FICA
      *    A CORRIGIR QUANDO O ULTIMO PAGAMENTO QUE O BANCO DEVOLVEU
      *    OU EFETIVOU NELE FOI UMA DEVOLUCAO.
       01 WS-TAB-DOMICILIO.
           03 WS-DOM OCCURS 999 TIMES.
               05 WS-DOM-TEM        PIC X(01).
               05 WS-DOM-BANCO      PIC 9(03).
               05 WS-DOM-AGENCIA    PIC 9(04).
               05 WS-DOM-CONTA      PIC X(10).
               05 WS-DOM-CORRIGIR   PIC X(01).
               05 WS-DOM-QTDE-DEV   PIC 9(03).
               05 WS-DOM-DATA-DEV   PIC 9(06).
               05 WS-DOM-MOTIVO     PIC X(30).
       01 WS-DOM-SUBS           PIC 9(04) VALUE ZEROS.
      *
       01 WS-CAB1               PIC X(80)
           VALUE "===== RETORNO BANCARIO - PAGAMENTO A FORNECEDORES".
       01 WS-CAB2               PIC X(80)
           VALUE "FOR      NOTA PC REMESSA       VALOR OC MOTIVO".
       01 WS-CAB3               PIC X(80)
           VALUE "===== FORNECEDORES COM DOMICILIO BANCARIO A CORRIGIR".
       01 WS-CAB4               PIC X(80)
           VALUE "FOR BCO AGEN CONTA      DEVOL ULTIMA MOTIVO".
       01 WS-LINHA-DEV.
           05 WS-L-FOR          PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-L-NF           PIC Z(8)9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-L-PARC         PIC 99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-L-REMESSA      PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-L-VALOR        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-L-OCORR        PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-L-MOTIVO       PIC X(30).
       01 WS-LINHA-DOM.
           05 WS-D-FOR          PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-D-BANCO        PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-D-AGENCIA      PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-D-CONTA        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-D-QTDE         PIC ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-D-DATA         PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-D-MOTIVO       PIC X(30).
       01 WS-LINHA-TOTAL.
           05 FILLER            PIC X(20)
               VALUE "PAGTOS DEVOLVIDOS: ".
           05 WS-T-QTDE         PIC ZZZZ9.
           05 FILLER            PIC X(19)
               VALUE "  VALOR DEVOLVIDO: ".
           05 WS-T-VALOR        PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-LINHA-TOTAL-DOM.
           05 FILLER            PIC X(30)
               VALUE "FORNECEDORES A CORRIGIR: ".
           05 WS-T-DOM          PIC ZZZZ9.
      *
      *    PROCESSA O RETORNO DO BANCO PARA O BORDERO.DAT GRAVADO PELO
      *    PAGAMENTO-LOTE E PELO PAGA-FOR: CADA LINHA DO RETORNO E'
      *    CASADA COM A LINHA DA REMESSA AINDA ENVIADA (MESMO
      *    FORNECEDOR, NOTA, PARCELA, DATA E VALOR LIQUIDO).
      *    EFETIVADO - A REMESSA RECEBE A DATA DE LIQUIDACAO.
      *    DEVOLVIDO - A REMESSA FICA DEVOLVIDA COM O MOTIVO; O VALOR
      *    DE FACE VOLTA AO SALDO DO FORNECEDOR (LOG "DEV BANCO" NO
      *    FORLOG.DAT), A PARCELA DO MOVFOR.DAT VOLTA A ABERTA PARA O
      *    PROXIMO LOTE E AS RETENCOES DO PAGAMENTO SAO ESTORNADAS. A
      *    PARTE COMPENSADA COM ADIANTAMENTO VOLTA AO ADIANTA.DAT
      *    (LOG "ESTORNO ADIANT") E E' COMPENSADA DE NOVO NO PROXIMO
      *    PAGAMENTO DA PARCELA.
      *    O RELDEVBC.DAT LISTA AS DEVOLUCOES DO RETORNO E OS
      *    FORNECEDORES CUJO DOMICILIO NO FORBANCO.DAT AINDA E' O QUE
      *    O BANCO RECUSOU (CORRIGIR NO CADFORBANCO).
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG).
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "RETORNO-BCO".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM PROCESSO UNTIL WS-FIM = 'S'.
           CLOSE RETBANCO.
           PERFORM TOTALIZA-DEVOLUCOES.
           PERFORM CARREGA-DOMICILIOS.
           PERFORM APURA-DOMICILIOS.
           PERFORM LISTA-DOMICILIOS.
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
           COMPUTE WS-RUN-ATUALIZADOS =
               WS-CONT-EFETIVADOS + WS-CONT-DEVOLVIDOS.
           MOVE WS-CONT-SEM-REMESSA TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ABRE-ARQ.
           OPEN INPUT RETBANCO.
           IF WS-FS-RET NOT EQUAL "00"
               DISPLAY "RETBANCO.DAT NAO ENCONTRADO - NADA A PROCESSAR"
               STOP RUN.
           OPEN OUTPUT RELDEV.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELDEVBC - " WS-FS-REL
               STOP RUN.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           OPEN EXTEND FORLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT FORLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA FORLOG - " WS-FS-LOG
               STOP RUN.
      *
       PROCESSO.
           READ RETBANCO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM TRATA-RETORNO
           END-READ.
      *
       TRATA-RETORNO.
           PERFORM LOCALIZA-REMESSA.
           IF WS-ACHOU-BOR = 'N'
               MOVE "RETORNO SEM REMESSA NO BORDERO" TO WS-L-MOTIVO
               PERFORM ESCREVE-RETORNO
               ADD 1 TO WS-CONT-SEM-REMESSA
               DISPLAY "FORNECEDOR " CD-FORN-RET " NF " NF-RET
                   " REMESSA " DATA-REM-RET
                   " - RETORNO SEM REMESSA NO BORDERO"
           ELSE
               IF RET-EFETIVADO
                   PERFORM BAIXA-REMESSA
               ELSE
                   PERFORM DEVOLVE-REMESSA
               END-IF
           END-IF.
      *
      *    A REMESSA FICA ABERTA EM I-O POSICIONADA NA LINHA ACHADA.
       LOCALIZA-REMESSA.
           MOVE 'N' TO WS-ACHOU-BOR.
           MOVE 'N' TO WS-FIM-BOR.
           OPEN I-O BORDERO.
           IF WS-FS-BOR NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-BOR
           END-IF.
           PERFORM BUSCA-REMESSA
               UNTIL WS-FIM-BOR = 'S' OR WS-ACHOU-BOR = 'S'.
           IF (WS-FS-BOR = "00" OR WS-FS-BOR = "10")
              AND WS-ACHOU-BOR = 'N'
               CLOSE BORDERO
           END-IF.
      *
       BUSCA-REMESSA.
           READ BORDERO
               AT END
                   MOVE 'S' TO WS-FIM-BOR
               NOT AT END
                   IF CD-FORN-BOR = CD-FORN-RET
                      AND NF-BOR = NF-RET
                      AND PARCELA-BOR = PARCELA-RET
                      AND DATA-BOR = DATA-REM-RET
                      AND VALOR-BOR = VALOR-RET
                      AND BOR-ENVIADO
                       MOVE 'S' TO WS-ACHOU-BOR
                   END-IF
           END-READ.
      *
       BAIXA-REMESSA.
           SET BOR-CONFIRMADO TO TRUE.
           IF DATA-EFET-RET = ZEROS
               MOVE WS-HOJE TO DATA-LIQ-BOR
           ELSE
               MOVE DATA-EFET-RET TO DATA-LIQ-BOR
           END-IF.
           REWRITE REG-BORDERO.
           IF WS-FS-BOR NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO BORDERO - " WS-FS-BOR
               STOP RUN.
           CLOSE BORDERO.
           ADD 1 TO WS-CONT-EFETIVADOS.
      *
       DEVOLVE-REMESSA.
           SET BOR-DEVOLVIDO TO TRUE.
           MOVE ZEROS TO DATA-LIQ-BOR.
           MOVE MOTIVO-RET TO MOTIVO-BOR.
           REWRITE REG-BORDERO.
           IF WS-FS-BOR NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO BORDERO - " WS-FS-BOR
               STOP RUN.
           MOVE CD-FORN-BOR    TO WS-CD-FOR.
           MOVE NF-BOR         TO WS-NF.
           MOVE PARCELA-BOR    TO WS-PARCELA.
           MOVE DATA-BOR       TO WS-DATA-BOR.
           MOVE VALOR-FACE-BOR TO WS-VALOR-FACE.
           MOVE VALOR-COMP-BOR TO WS-VALOR-COMP.
           CLOSE BORDERO.
           MOVE MOTIVO-RET TO WS-L-MOTIVO.
           PERFORM ESCREVE-RETORNO.
           PERFORM ESTORNA-SALDO.
           IF WS-NF NOT = ZEROS
               PERFORM REABRE-PARCELA
           END-IF.
           PERFORM ESTORNA-RETENCOES.
           IF WS-VALOR-COMP > ZEROS
               PERFORM REABRE-ADIANTAMENTOS
           END-IF.
           ADD 1 TO WS-CONT-DEVOLVIDOS.
           ADD VALOR-RET TO WS-TOTAL-DEVOLVIDO.
           DISPLAY "FORNECEDOR " WS-CD-FOR " NF " WS-NF
               " PAGAMENTO DEVOLVIDO - " MOTIVO-RET.
      *
       ESCREVE-RETORNO.
           MOVE CD-FORN-RET  TO WS-L-FOR.
           MOVE NF-RET       TO WS-L-NF.
           MOVE PARCELA-RET  TO WS-L-PARC.
           MOVE DATA-REM-RET TO WS-L-REMESSA.
           MOVE VALOR-RET    TO WS-L-VALOR.
           MOVE OCORR-RET    TO WS-L-OCORR.
           MOVE WS-LINHA-DEV TO REG-REL.
           WRITE REG-REL.
      *
      *    O VALOR DE FACE BAIXADO NO PAGAMENTO VOLTA AO SALDO - A
      *    PARTE COMPENSADA COM ADIANTAMENTO EM LANCAMENTO PROPRIO.
       ESTORNA-SALDO.
           MOVE 'N' TO WS-ACHOU-FOR.
           MOVE 'N' TO WS-FIM-FOR.
           OPEN I-O ARQFOR.
           IF WS-FS-FOR NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ARQFOR - " WS-FS-FOR
               STOP RUN.
           PERFORM BUSCA-FORNECEDOR
               UNTIL WS-FIM-FOR = 'S' OR WS-ACHOU-FOR = 'S'.
           IF WS-ACHOU-FOR = 'N'
               DISPLAY "FORNECEDOR " WS-CD-FOR
                   " NAO ENCONTRADO - SALDO NAO ESTORNADO"
               CLOSE ARQFOR
           ELSE
               MOVE SALDO-FORN TO WS-SALDO-ANTES
               ADD WS-VALOR-FACE TO SALDO-FORN
               REWRITE REG-FOR
               IF WS-FS-FOR NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO ARQFOR - " WS-FS-FOR
                   STOP RUN
               END-IF
               CLOSE ARQFOR
               COMPUTE WS-VALOR-LOG = WS-VALOR-FACE - WS-VALOR-COMP
               MOVE MOTIVO-RET TO WS-DESC-DEV-MOT
               MOVE WS-DESC-DEV TO DESCRICAO-LOG
               PERFORM GRAVA-LOG
               IF WS-VALOR-COMP > ZEROS
                   MOVE WS-VALOR-COMP TO WS-VALOR-LOG
                   MOVE "ESTORNO ADIANT" TO DESCRICAO-LOG
                   PERFORM GRAVA-LOG
               END-IF
           END-IF.
      *
       BUSCA-FORNECEDOR.
           READ ARQFOR
               AT END
                   MOVE 'S' TO WS-FIM-FOR
               NOT AT END
                   IF CD-FORN = WS-CD-FOR
                       MOVE 'S' TO WS-ACHOU-FOR
                   END-IF
           END-READ.
      *
       GRAVA-LOG.
           MOVE WS-CD-FOR         TO CD-FORLOG.
           MOVE WS-VALOR-LOG      TO VALOR-FORLOG.
           MOVE WS-SALDO-ANTES    TO SALDO-ANTES-LOG.
           ADD WS-VALOR-LOG       TO WS-SALDO-ANTES.
           MOVE WS-SALDO-ANTES    TO SALDO-DEPOIS-LOG.
           ACCEPT DATA-LOG FROM DATE.
           ACCEPT HORA-LOG FROM TIME.
           WRITE REG-FORLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
               STOP RUN.
      *
      *    A PARCELA PAGA VOLTA A ABERTA E ENTRA NO PROXIMO LOTE.
       REABRE-PARCELA.
           MOVE 'N' TO WS-ACHOU-MOV.
           MOVE 'N' TO WS-FIM-MOV.
           OPEN I-O MOVFOR.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVFOR - " WS-FS-MOV
               STOP RUN.
           PERFORM BUSCA-PARCELA
               UNTIL WS-FIM-MOV = 'S' OR WS-ACHOU-MOV = 'S'.
           CLOSE MOVFOR.
           IF WS-ACHOU-MOV = 'N'
               DISPLAY "FORNECEDOR " WS-CD-FOR " NF " WS-NF
                   " PARCELA " WS-PARCELA " NAO ENCONTRADA NO MOVFOR"
           END-IF.
      *
       BUSCA-PARCELA.
           READ MOVFOR
               AT END
                   MOVE 'S' TO WS-FIM-MOV
               NOT AT END
                   IF CD-FOR = WS-CD-FOR AND NF-FOR = WS-NF
                      AND PARCELA-FOR = WS-PARCELA
                      AND MOVFOR-PAGO
                       MOVE 'S' TO WS-ACHOU-MOV
                       SET MOVFOR-ABERTO TO TRUE
                       REWRITE REG-MOVFOR
                       IF WS-FS-MOV NOT EQUAL "00"
                           DISPLAY "ERRO DE GRAVACAO MOVFOR - "
                               WS-FS-MOV
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CONT-REABERTOS
                   END-IF
           END-READ.
      *
      *    IMPOSTO RETIDO NO PAGAMENTO DEVOLVIDO NAO E' RECOLHIDO:
      *    A RETENCAO FICA ESTORNADA E SAI DO RELRETFOR.
       ESTORNA-RETENCOES.
           MOVE 'N' TO WS-FIM-RTC.
           OPEN I-O RETENCAO.
           IF WS-FS-RTC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-RTC
           END-IF.
           PERFORM ESTORNA-RETENCAO UNTIL WS-FIM-RTC = 'S'.
           IF WS-FS-RTC = "00" OR WS-FS-RTC = "10"
               CLOSE RETENCAO
           END-IF.
      *
       ESTORNA-RETENCAO.
           READ RETENCAO
               AT END
                   MOVE 'S' TO WS-FIM-RTC
               NOT AT END
                   IF CD-FORN-RTC = WS-CD-FOR AND NF-RTC = WS-NF
                      AND PARCELA-RTC = WS-PARCELA
                      AND DATA-RTC = WS-DATA-BOR
                      AND NOT RTC-ESTORNADA
                       SET RTC-ESTORNADA TO TRUE
                       REWRITE REG-RETENCAO
                       IF WS-FS-RTC NOT EQUAL "00"
                           DISPLAY "ERRO DE GRAVACAO RETENCAO - "
                               WS-FS-RTC
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CONT-ESTORNOS
                   END-IF
           END-READ.
      *
      *    O VALOR COMPENSADO VOLTA AOS ADIANTAMENTOS DO FORNECEDOR,
      *    DO MAIS ANTIGO PARA O MAIS NOVO, ATE O VALOR ORIGINAL DE
      *    CADA UM.
       REABRE-ADIANTAMENTOS.
           MOVE WS-VALOR-COMP TO WS-COMP-RESTANTE.
           MOVE 'N' TO WS-FIM-ADT.
           OPEN I-O ADIANTA.
           IF WS-FS-ADT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-ADT
           END-IF.
           PERFORM REABRE-ADIANTAMENTO
               UNTIL WS-FIM-ADT = 'S' OR WS-COMP-RESTANTE = ZEROS.
           IF WS-FS-ADT = "00" OR WS-FS-ADT = "10"
               CLOSE ADIANTA
           END-IF.
           IF WS-COMP-RESTANTE > ZEROS
               DISPLAY "FORNECEDOR " WS-CD-FOR
                   " - ADIANTAMENTO NAO REABERTO: " WS-COMP-RESTANTE
           END-IF.
      *
       REABRE-ADIANTAMENTO.
           READ ADIANTA
               AT END
                   MOVE 'S' TO WS-FIM-ADT
               NOT AT END
                   IF CD-FORN-ADT = WS-CD-FOR
                      AND SALDO-ADT < VALOR-ADT
                       COMPUTE WS-ADT-ESPACO = VALOR-ADT - SALDO-ADT
                       IF WS-ADT-ESPACO > WS-COMP-RESTANTE
                           ADD WS-COMP-RESTANTE TO SALDO-ADT
                           MOVE ZEROS TO WS-COMP-RESTANTE
                       ELSE
                           ADD WS-ADT-ESPACO TO SALDO-ADT
                           SUBTRACT WS-ADT-ESPACO FROM WS-COMP-RESTANTE
                       END-IF
                       SET ADT-ABERTO TO TRUE
                       REWRITE REG-ADIANTA
                       IF WS-FS-ADT NOT EQUAL "00"
                           DISPLAY "ERRO DE GRAVACAO ADIANTA - "
                               WS-FS-ADT
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CONT-ADT-REABERTOS
                   END-IF
           END-READ.
      *
       TOTALIZA-DEVOLUCOES.
           MOVE WS-CONT-DEVOLVIDOS TO WS-T-QTDE.
           MOVE WS-TOTAL-DEVOLVIDO TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
      *
       CARREGA-DOMICILIOS.
           MOVE 1 TO WS-DOM-SUBS.
           PERFORM LIMPA-DOMICILIO UNTIL WS-DOM-SUBS > 999.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT FORBANCO.
           IF WS-FS-FBC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CARREGA-DOMICILIO UNTIL WS-FIM = 'S'.
           IF WS-FS-FBC = "00" OR WS-FS-FBC = "10"
               CLOSE FORBANCO
           END-IF.
      *
       LIMPA-DOMICILIO.
           MOVE 'N'    TO WS-DOM-TEM(WS-DOM-SUBS).
           MOVE ZEROS  TO WS-DOM-BANCO(WS-DOM-SUBS).
           MOVE ZEROS  TO WS-DOM-AGENCIA(WS-DOM-SUBS).
           MOVE SPACES TO WS-DOM-CONTA(WS-DOM-SUBS).
           MOVE 'N'    TO WS-DOM-CORRIGIR(WS-DOM-SUBS).
           MOVE ZEROS  TO WS-DOM-QTDE-DEV(WS-DOM-SUBS).
           MOVE ZEROS  TO WS-DOM-DATA-DEV(WS-DOM-SUBS).
           MOVE SPACES TO WS-DOM-MOTIVO(WS-DOM-SUBS).
           ADD 1 TO WS-DOM-SUBS.
      *
       CARREGA-DOMICILIO.
           READ FORBANCO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CD-FORN-FBC NOT = ZEROS
                       MOVE 'S'         TO WS-DOM-TEM(CD-FORN-FBC)
                       MOVE BANCO-FBC   TO WS-DOM-BANCO(CD-FORN-FBC)
                       MOVE AGENCIA-FBC TO WS-DOM-AGENCIA(CD-FORN-FBC)
                       MOVE CONTA-FBC   TO WS-DOM-CONTA(CD-FORN-FBC)
                   END-IF
           END-READ.
      *
      *    PERCORRE O BORDERO EM ORDEM DE REMESSA: NO DOMICILIO ATUAL,
      *    DEVOLUCAO MARCA A CORRIGIR E PAGAMENTO EFETIVADO DEPOIS
      *    DELA DESMARCA. DOMICILIO JA TROCADO NO FORBANCO NAO CONTA.
       APURA-DOMICILIOS.
           MOVE 'N' TO WS-FIM-BOR.
           OPEN INPUT BORDERO.
           IF WS-FS-BOR NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-BOR
           END-IF.
           PERFORM APURA-DOMICILIO UNTIL WS-FIM-BOR = 'S'.
           IF WS-FS-BOR = "00" OR WS-FS-BOR = "10"
               CLOSE BORDERO
           END-IF.
      *
       APURA-DOMICILIO.
           READ BORDERO
               AT END
                   MOVE 'S' TO WS-FIM-BOR
               NOT AT END
                   IF CD-FORN-BOR NOT = ZEROS
                      AND WS-DOM-TEM(CD-FORN-BOR) = 'S'
                      AND BANCO-BOR = WS-DOM-BANCO(CD-FORN-BOR)
                      AND AGENCIA-BOR = WS-DOM-AGENCIA(CD-FORN-BOR)
                      AND CONTA-BOR = WS-DOM-CONTA(CD-FORN-BOR)
                       PERFORM MARCA-DOMICILIO
                   END-IF
           END-READ.
      *
       MARCA-DOMICILIO.
           IF BOR-DEVOLVIDO
               MOVE 'S' TO WS-DOM-CORRIGIR(CD-FORN-BOR)
               ADD 1 TO WS-DOM-QTDE-DEV(CD-FORN-BOR)
               MOVE DATA-BOR   TO WS-DOM-DATA-DEV(CD-FORN-BOR)
               MOVE MOTIVO-BOR TO WS-DOM-MOTIVO(CD-FORN-BOR)
           END-IF.
           IF BOR-CONFIRMADO
               MOVE 'N' TO WS-DOM-CORRIGIR(CD-FORN-BOR)
               MOVE ZEROS TO WS-DOM-QTDE-DEV(CD-FORN-BOR)
           END-IF.
      *
       LISTA-DOMICILIOS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB3 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB4 TO REG-REL.
           WRITE REG-REL.
           MOVE 1 TO WS-DOM-SUBS.
           PERFORM LISTA-DOMICILIO UNTIL WS-DOM-SUBS > 999.
           MOVE WS-CONT-A-CORRIGIR TO WS-T-DOM.
           MOVE WS-LINHA-TOTAL-DOM TO REG-REL.
           WRITE REG-REL.
      *
       LISTA-DOMICILIO.
           IF WS-DOM-CORRIGIR(WS-DOM-SUBS) = 'S'
               MOVE WS-DOM-SUBS                  TO WS-D-FOR
               MOVE WS-DOM-BANCO(WS-DOM-SUBS)    TO WS-D-BANCO
               MOVE WS-DOM-AGENCIA(WS-DOM-SUBS)  TO WS-D-AGENCIA
               MOVE WS-DOM-CONTA(WS-DOM-SUBS)    TO WS-D-CONTA
               MOVE WS-DOM-QTDE-DEV(WS-DOM-SUBS) TO WS-D-QTDE
               MOVE WS-DOM-DATA-DEV(WS-DOM-SUBS) TO WS-D-DATA
               MOVE WS-DOM-MOTIVO(WS-DOM-SUBS)   TO WS-D-MOTIVO
               MOVE WS-LINHA-DOM TO REG-REL
               WRITE REG-REL
               ADD 1 TO WS-CONT-A-CORRIGIR
           END-IF.
           ADD 1 TO WS-DOM-SUBS.
      *
       FINALIZA.
           CLOSE FORLOG.
           CLOSE RELDEV.
           DISPLAY "RETORNOS LIDOS         : " WS-CONT-LIDOS.
           DISPLAY "PAGAMENTOS EFETIVADOS  : " WS-CONT-EFETIVADOS.
           DISPLAY "PAGAMENTOS DEVOLVIDOS  : " WS-CONT-DEVOLVIDOS.
           DISPLAY "PARCELAS REABERTAS     : " WS-CONT-REABERTOS.
           DISPLAY "RETENCOES ESTORNADAS   : " WS-CONT-ESTORNOS.
           DISPLAY "ADIANTAMENTOS REABERTOS: " WS-CONT-ADT-REABERTOS.
           DISPLAY "RETORNOS SEM REMESSA   : " WS-CONT-SEM-REMESSA.
           DISPLAY "DOMICILIOS A CORRIGIR  : " WS-CONT-A-CORRIGIR.
