       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRF-FOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFOR ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FOR.
           SELECT FORLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT RETENCAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTC.
           SELECT DIRFFOR ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DRF.
           SELECT RELDIRF ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REG-FOR.
           03 CD-FORN              PIC 9(03).
           03 NM-FORN              PIC X(20).
           03 NM-CIDADE            PIC X(20).
           03 SALDO-FORN           PIC S9(09).
           03 LIMITE-FORN          PIC S9(09).
           03 CNPJ-FOR             PIC X(14).
           03 STATUS-FORN          PIC X(01).
      *
       FD FORLOG VALUE OF FILE-ID IS "FORLOG.DAT".
       01 REG-FORLOG.
           03 CD-FORLOG            PIC 9(03).
           03 VALOR-FORLOG         PIC S9(09).
           03 SALDO-ANTES-LOG      PIC S9(09).
           03 SALDO-DEPOIS-LOG     PIC S9(09).
           03 DESCRICAO-LOG        PIC X(20).
           03 DATA-LOG             PIC 9(06).
           03 DATA-LOG-R REDEFINES DATA-LOG.
               05 DATA-LOG-AA      PIC 9(02).
               05 DATA-LOG-MM      PIC 9(02).
               05 DATA-LOG-DD      PIC 9(02).
           03 HORA-LOG             PIC 9(08).
      *
       FD RETENCAO VALUE OF FILE-ID IS "RETENCAO.DAT".
       01 REG-RETENCAO.
           03 CD-FORN-RTC          PIC 9(03).
           03 CNPJ-RTC             PIC X(14).
           03 TRIBUTO-RTC          PIC X(04).
           03 DATA-RTC             PIC 9(06).
           03 DATA-RTC-R REDEFINES DATA-RTC.
               05 DATA-RTC-AA      PIC 9(02).
               05 DATA-RTC-MM      PIC 9(02).
               05 DATA-RTC-DD      PIC 9(02).
           03 BASE-RTC             PIC 9(09).
           03 ALIQ-RTC             PIC 9(02)V99.
           03 VALOR-RTC            PIC 9(09).
           03 NF-RTC               PIC 9(09).
           03 PARCELA-RTC          PIC 9(02).
           03 STATUS-RTC           PIC X(01).
               88 RTC-ESTORNADA    VALUE 'E'.
      *
      *    ARQUIVO DA DECLARACAO ANUAL: UM REGISTRO POR CNPJ, COM O
      *    PAGO BRUTO E AS RETENCOES DE CADA MES DO ANO-CALENDARIO.
      *    FORNECEDORES COM MAIS DE UM CODIGO NO MESMO CNPJ SAEM
      *    SOMADOS; O NOME E' O DO PRIMEIRO CODIGO.
       FD DIRFFOR VALUE OF FILE-ID IS "DIRFFOR.DAT".
       01 REG-DIRF.
           03 ANO-DRF              PIC 9(02).
           03 CNPJ-DRF             PIC X(14).
           03 NOME-DRF             PIC X(20).
           03 MES-DRF OCCURS 12 TIMES.
               05 PAGO-DRF         PIC S9(11).
               05 IRRF-DRF         PIC 9(09).
               05 ISS-DRF          PIC 9(09).
               05 INSS-DRF         PIC 9(09).
               05 PCC-DRF          PIC 9(09).
           03 TOTAL-PAGO-DRF       PIC S9(11).
           03 TOTAL-RETIDO-DRF     PIC 9(11).
      *
       FD RELDIRF VALUE OF FILE-ID IS "RELDIRF.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-ANO                   PIC 9(02) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06).
       01 WS-HOJE-R REDEFINES WS-HOJE.
           03 WS-HOJE-AA           PIC 9(02).
           03 WS-HOJE-MM           PIC 9(02).
           03 WS-HOJE-DD           PIC 9(02).
       01 WS-FS-FOR                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-RTC                PIC X(02) VALUE ZEROS.
       01 WS-FS-DRF                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-CNPJ-VALIDO           PIC X(01) VALUE 'N'.
      *
      *    PAGO BRUTO = O QUE SAIU DO SALDO DO FORNECEDOR NA
      *    LIQUIDACAO: PAGAMENTO LIQUIDO + RETENCOES + ADIANTAMENTO
      *    COMPENSADO, MENOS AS DEVOLUCOES DO BANCO (DEV BANCO E
      *    ESTORNO ADIANT), TUDO PELO FORLOG NO MES DO LANCAMENTO.
      *    O RETIDO POR TRIBUTO VEM DO RETENCAO.DAT (SEM AS
      *    ESTORNADAS), NO MES DO LOTE.
       01 WS-FOR-TAB.
           03 WS-FT OCCURS 999 TIMES.
               05 WS-FT-TEM         PIC X(01).
               05 WS-FT-NOME        PIC X(20).
               05 WS-FT-CNPJ        PIC X(14).
               05 WS-FT-VALIDO      PIC X(01).
               05 WS-FT-MOVTO       PIC X(01).
               05 WS-FT-EMITIDO     PIC X(01).
               05 WS-FT-MESES.
                   07 WS-FT-MES OCCURS 12 TIMES.
                       09 WS-FT-PAGO    PIC S9(11).
                       09 WS-FT-IRRF    PIC 9(09).
                       09 WS-FT-ISS     PIC 9(09).
                       09 WS-FT-INSS    PIC 9(09).
                       09 WS-FT-PCC     PIC 9(09).
       01 WS-FT-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-FT-POS                PIC 9(04) VALUE ZEROS.
       01 WS-MES-SUBS              PIC 9(02) VALUE ZEROS.
      *
      *    CONSOLIDADO DO CNPJ EM EMISSAO.
       01 WS-CON-TAB.
           03 WS-CON-MES OCCURS 12 TIMES.
               05 WS-CON-PAGO       PIC S9(11).
               05 WS-CON-IRRF       PIC 9(09).
               05 WS-CON-ISS        PIC 9(09).
               05 WS-CON-INSS       PIC 9(09).
               05 WS-CON-PCC        PIC 9(09).
       01 WS-CON-MOVTO             PIC X(01) VALUE 'N'.
       01 WS-CON-TOTAL-PAGO        PIC S9(11) VALUE ZEROS.
       01 WS-CON-TOTAL-IRRF        PIC 9(11) VALUE ZEROS.
       01 WS-CON-TOTAL-ISS         PIC 9(11) VALUE ZEROS.
       01 WS-CON-TOTAL-INSS        PIC 9(11) VALUE ZEROS.
       01 WS-CON-TOTAL-PCC         PIC 9(11) VALUE ZEROS.
      *
       01 WS-COD-PAGO              PIC S9(11) VALUE ZEROS.
       01 WS-COD-RETIDO            PIC 9(11) VALUE ZEROS.
      *
       01 WS-CONT-LOG              PIC 9(07) VALUE ZEROS.
       01 WS-CONT-RETENCOES        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-DECLARADOS       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CORRIGIR         PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-PAGO            PIC S9(13) VALUE ZEROS.
       01 WS-TOTAL-RETIDO          PIC 9(13) VALUE ZEROS.
      *
       01 WS-CAB1.
           05 FILLER               PIC X(40)
               VALUE "===== INFORME ANUAL DE PAGAMENTOS E RETE".
           05 FILLER               PIC X(40)
               VALUE "NCOES - FORNECEDORES =====".
       01 WS-CAB2.
           05 FILLER               PIC X(15) VALUE "ANO-CALENDARIO ".
           05 WS-C-ANO             PIC 9(02).
       01 WS-CAB-CNPJ.
           05 FILLER               PIC X(06) VALUE "CNPJ: ".
           05 WS-C-CNPJ            PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-C-NOME            PIC X(20).
           05 FILLER               PIC X(13) VALUE "  CODIGO(S): ".
           05 WS-C-CODIGOS         PIC X(24).
       01 WS-CAB-MES.
           05 FILLER               PIC X(07) VALUE "MES".
           05 FILLER               PIC X(12) VALUE "  PAGO BRUTO".
           05 FILLER               PIC X(12) VALUE "        IRRF".
           05 FILLER               PIC X(12) VALUE "         ISS".
           05 FILLER               PIC X(12) VALUE "        INSS".
           05 FILLER               PIC X(12) VALUE "         PCC".
       01 WS-LINHA-MES.
           05 WS-L-MES             PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-L-ANO             PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-L-PAGO            PIC -Z(10)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-L-IRRF            PIC Z(09)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-L-ISS             PIC Z(09)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-L-INSS            PIC Z(09)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-L-PCC             PIC Z(09)9.
       01 WS-LINHA-TOT-CNPJ.
           05 FILLER               PIC X(07) VALUE "TOTAL".
           05 WS-TC-PAGO           PIC -Z(10)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-TC-IRRF           PIC Z(09)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-TC-ISS            PIC Z(09)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-TC-INSS           PIC Z(09)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-TC-PCC            PIC Z(09)9.
       01 WS-CODIGOS.
           05 WS-CODIGO OCCURS 6 TIMES.
               07 WS-COD-NUM       PIC 9(03).
               07 FILLER           PIC X(01).
       01 WS-COD-QTDE              PIC 9(03) VALUE ZEROS.
      *
       01 WS-CAB-COR1.
           05 FILLER               PIC X(40)
               VALUE "===== CNPJ INVALIDO OU AUSENTE - CORRIGI".
           05 FILLER               PIC X(40)
               VALUE "R ANTES DA DECLARACAO =====".
       01 WS-CAB-COR2.
           05 FILLER               PIC X(40)
               VALUE "FOR NOME                 CNPJ           ".
           05 FILLER               PIC X(40)
               VALUE "SITUACAO         PAGO NO ANO      RETIDO".
       01 WS-LINHA-COR.
           05 WS-R-FOR             PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-R-NOME            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-R-CNPJ            PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-R-SITUACAO        PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-R-PAGO            PIC -Z(10)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-R-RETIDO          PIC Z(10)9.
      *
       01 WS-LINHA-TOTAL.
           05 FILLER               PIC X(20)
               VALUE "CNPJ DECLARADOS: ".
           05 WS-T-QTDE            PIC ZZZZ9.
           05 FILLER               PIC X(09) VALUE "  PAGO: ".
           05 WS-T-PAGO            PIC -Z(12)9.
           05 FILLER               PIC X(11) VALUE "  RETIDO: ".
           05 WS-T-RETIDO          PIC Z(12)9.
       01 WS-LINHA-BRANCO          PIC X(80) VALUE SPACES.
      *
      *    INFORME ANUAL DE PAGAMENTOS A FORNECEDORES POR CNPJ, MES A
      *    MES, COM AS RETENCOES NA FONTE - BASE DA DECLARACAO ANUAL
      *    (DIRFFOR.DAT) E DO COMPROVANTE DE RETENCAO ENVIADO A CADA
      *    FORNECEDOR (RELDIRF.DAT). FORNECEDOR SEM CNPJ OU COM CNPJ
      *    QUE NAO PASSA NO CNPJDIG FICA FORA DA DECLARACAO E SAI NA
      *    LISTA DE CORRECAO NO FIM DO RELATORIO.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ANO-CALENDARIO (AA, 00 = ANO ANTERIOR): ".
           ACCEPT WS-ANO.
           ACCEPT WS-HOJE FROM DATE.
           IF WS-ANO = ZEROS
               IF WS-HOJE-AA = ZEROS
                   MOVE 99 TO WS-ANO
               ELSE
                   COMPUTE WS-ANO = WS-HOJE-AA - 1
               END-IF
           END-IF.
           PERFORM CARREGA-FORNECEDORES.
           PERFORM ACUMULA-PAGAMENTOS.
           PERFORM ACUMULA-RETENCOES.
           PERFORM GERA-DECLARACAO.
           PERFORM LISTA-CORRECOES.
           PERFORM FINALIZA.
           STOP RUN.
      *
       CARREGA-FORNECEDORES.
           MOVE 1 TO WS-FT-SUBS.
           PERFORM LIMPA-FORNECEDOR UNTIL WS-FT-SUBS > 999.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQFOR.
           IF WS-FS-FOR NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ARQFOR - " WS-FS-FOR
               STOP RUN.
           PERFORM CARREGA-FORNECEDOR UNTIL WS-FIM = 'S'.
           CLOSE ARQFOR.
      *
       LIMPA-FORNECEDOR.
           MOVE 'N'    TO WS-FT-TEM(WS-FT-SUBS).
           MOVE SPACES TO WS-FT-NOME(WS-FT-SUBS).
           MOVE SPACES TO WS-FT-CNPJ(WS-FT-SUBS).
           MOVE 'N'    TO WS-FT-VALIDO(WS-FT-SUBS).
           MOVE 'N'    TO WS-FT-MOVTO(WS-FT-SUBS).
           MOVE 'N'    TO WS-FT-EMITIDO(WS-FT-SUBS).
           MOVE ZEROS  TO WS-FT-MESES(WS-FT-SUBS).
           ADD 1 TO WS-FT-SUBS.
      *
       CARREGA-FORNECEDOR.
           READ ARQFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CD-FORN > ZEROS
                       MOVE 'S'      TO WS-FT-TEM(CD-FORN)
                       MOVE NM-FORN  TO WS-FT-NOME(CD-FORN)
                       MOVE CNPJ-FOR TO WS-FT-CNPJ(CD-FORN)
                       PERFORM VALIDA-CNPJ
                   END-IF
           END-READ.
      *
       VALIDA-CNPJ.
           MOVE 'N' TO WS-CNPJ-VALIDO.
           IF CNPJ-FOR NOT = SPACES AND CNPJ-FOR NOT = ZEROS
               CALL "CNPJDIG" USING CNPJ-FOR WS-CNPJ-VALIDO
           END-IF.
           MOVE WS-CNPJ-VALIDO TO WS-FT-VALIDO(CD-FORN).
      *
       ACUMULA-PAGAMENTOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT FORLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CLASSIFICA-LOG UNTIL WS-FIM = 'S'.
           IF WS-FS-LOG = "00" OR WS-FS-LOG = "10"
               CLOSE FORLOG
           END-IF.
      *
       CLASSIFICA-LOG.
           READ FORLOG
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-LOG-AA = WS-ANO
                      AND DATA-LOG-MM > ZEROS AND DATA-LOG-MM < 13
                      AND CD-FORLOG > ZEROS
                       PERFORM ACUMULA-LOG
                   END-IF
           END-READ.
      *
      *    OS LANCAMENTOS DE LIQUIDACAO SAO GRAVADOS NEGATIVOS E AS
      *    DEVOLUCOES POSITIVAS - O PAGO E' O INVERSO DA SOMA.
       ACUMULA-LOG.
           IF DESCRICAO-LOG = "PAGAMENTO"
              OR DESCRICAO-LOG = "PAGTO CRED CONTA"
              OR DESCRICAO-LOG(1:4) = "RET "
              OR DESCRICAO-LOG = "COMPENSA ADIANT"
              OR DESCRICAO-LOG(1:9) = "DEV BANCO"
              OR DESCRICAO-LOG = "ESTORNO ADIANT"
               SUBTRACT VALOR-FORLOG
                   FROM WS-FT-PAGO(CD-FORLOG, DATA-LOG-MM)
               MOVE 'S' TO WS-FT-MOVTO(CD-FORLOG)
               ADD 1 TO WS-CONT-LOG
           END-IF.
      *
       ACUMULA-RETENCOES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT RETENCAO.
           IF WS-FS-RTC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CLASSIFICA-RETENCAO UNTIL WS-FIM = 'S'.
           IF WS-FS-RTC = "00" OR WS-FS-RTC = "10"
               CLOSE RETENCAO
           END-IF.
      *
       CLASSIFICA-RETENCAO.
           READ RETENCAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-RTC-AA = WS-ANO
                      AND DATA-RTC-MM > ZEROS AND DATA-RTC-MM < 13
                      AND CD-FORN-RTC > ZEROS
                      AND NOT RTC-ESTORNADA
                       PERFORM ACUMULA-RETENCAO
                   END-IF
           END-READ.
      *
       ACUMULA-RETENCAO.
           EVALUATE TRIBUTO-RTC
               WHEN "IRRF"
                   ADD VALOR-RTC
                       TO WS-FT-IRRF(CD-FORN-RTC, DATA-RTC-MM)
               WHEN "ISS "
                   ADD VALOR-RTC
                       TO WS-FT-ISS(CD-FORN-RTC, DATA-RTC-MM)
               WHEN "INSS"
                   ADD VALOR-RTC
                       TO WS-FT-INSS(CD-FORN-RTC, DATA-RTC-MM)
               WHEN "PCC "
                   ADD VALOR-RTC
                       TO WS-FT-PCC(CD-FORN-RTC, DATA-RTC-MM)
           END-EVALUATE.
           MOVE 'S' TO WS-FT-MOVTO(CD-FORN-RTC).
           ADD 1 TO WS-CONT-RETENCOES.
      *
       GERA-DECLARACAO.
           OPEN OUTPUT RELDIRF.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELDIRF - " WS-FS-REL
               STOP RUN.
           OPEN OUTPUT DIRFFOR.
           IF WS-FS-DRF NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA DIRFFOR - " WS-FS-DRF
               STOP RUN.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-ANO TO WS-C-ANO.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-LINHA-BRANCO TO REG-REL.
           WRITE REG-REL.
           PERFORM EMITE-CNPJ
               VARYING WS-FT-SUBS FROM 1 BY 1
               UNTIL WS-FT-SUBS > 999.
           CLOSE DIRFFOR.
           MOVE WS-CONT-DECLARADOS TO WS-T-QTDE.
           MOVE WS-TOTAL-PAGO      TO WS-T-PAGO.
           MOVE WS-TOTAL-RETIDO    TO WS-T-RETIDO.
           MOVE WS-LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
      *
      *    O PRIMEIRO CODIGO DE CADA CNPJ VALIDO PUXA OS DEMAIS
      *    CODIGOS DO MESMO CNPJ, QUE FICAM MARCADOS COMO EMITIDOS.
       EMITE-CNPJ.
           IF WS-FT-TEM(WS-FT-SUBS) = 'S'
              AND WS-FT-VALIDO(WS-FT-SUBS) = 'S'
              AND WS-FT-EMITIDO(WS-FT-SUBS) NOT = 'S'
               MOVE ZEROS  TO WS-CON-TAB
               MOVE 'N'    TO WS-CON-MOVTO
               MOVE SPACES TO WS-CODIGOS
               MOVE ZEROS  TO WS-COD-QTDE
               PERFORM CONSOLIDA-CODIGO
                   VARYING WS-FT-POS FROM WS-FT-SUBS BY 1
                   UNTIL WS-FT-POS > 999
               IF WS-CON-MOVTO = 'S'
                   PERFORM ESCREVE-INFORME
               END-IF
           END-IF.
      *
       CONSOLIDA-CODIGO.
           IF WS-FT-TEM(WS-FT-POS) = 'S'
              AND WS-FT-VALIDO(WS-FT-POS) = 'S'
              AND WS-FT-CNPJ(WS-FT-POS) = WS-FT-CNPJ(WS-FT-SUBS)
               MOVE 'S' TO WS-FT-EMITIDO(WS-FT-POS)
               IF WS-FT-MOVTO(WS-FT-POS) = 'S'
                   MOVE 'S' TO WS-CON-MOVTO
                   PERFORM SOMA-MES-CODIGO
                       VARYING WS-MES-SUBS FROM 1 BY 1
                       UNTIL WS-MES-SUBS > 12
                   IF WS-COD-QTDE < 6
                       ADD 1 TO WS-COD-QTDE
                       MOVE WS-FT-POS TO WS-COD-NUM(WS-COD-QTDE)
                   END-IF
               END-IF
           END-IF.
      *
       SOMA-MES-CODIGO.
           ADD WS-FT-PAGO(WS-FT-POS, WS-MES-SUBS)
               TO WS-CON-PAGO(WS-MES-SUBS).
           ADD WS-FT-IRRF(WS-FT-POS, WS-MES-SUBS)
               TO WS-CON-IRRF(WS-MES-SUBS).
           ADD WS-FT-ISS(WS-FT-POS, WS-MES-SUBS)
               TO WS-CON-ISS(WS-MES-SUBS).
           ADD WS-FT-INSS(WS-FT-POS, WS-MES-SUBS)
               TO WS-CON-INSS(WS-MES-SUBS).
           ADD WS-FT-PCC(WS-FT-POS, WS-MES-SUBS)
               TO WS-CON-PCC(WS-MES-SUBS).
      *
      *    COMPROVANTE DO CNPJ NO RELATORIO (DOZE MESES E TOTAL) E O
      *    REGISTRO DA DECLARACAO.
       ESCREVE-INFORME.
           MOVE ZEROS TO WS-CON-TOTAL-PAGO WS-CON-TOTAL-IRRF
               WS-CON-TOTAL-ISS WS-CON-TOTAL-INSS WS-CON-TOTAL-PCC.
           MOVE WS-FT-CNPJ(WS-FT-SUBS) TO WS-C-CNPJ.
           MOVE WS-FT-NOME(WS-FT-SUBS) TO WS-C-NOME.
           MOVE WS-CODIGOS             TO WS-C-CODIGOS.
           MOVE WS-CAB-CNPJ TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB-MES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-ANO                 TO ANO-DRF.
           MOVE WS-FT-CNPJ(WS-FT-SUBS) TO CNPJ-DRF.
           MOVE WS-FT-NOME(WS-FT-SUBS) TO NOME-DRF.
           PERFORM ESCREVE-MES
               VARYING WS-MES-SUBS FROM 1 BY 1
               UNTIL WS-MES-SUBS > 12.
           MOVE WS-CON-TOTAL-PAGO TO WS-TC-PAGO.
           MOVE WS-CON-TOTAL-IRRF TO WS-TC-IRRF.
           MOVE WS-CON-TOTAL-ISS  TO WS-TC-ISS.
           MOVE WS-CON-TOTAL-INSS TO WS-TC-INSS.
           MOVE WS-CON-TOTAL-PCC  TO WS-TC-PCC.
           MOVE WS-LINHA-TOT-CNPJ TO REG-REL.
           WRITE REG-REL.
           MOVE WS-LINHA-BRANCO TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CON-TOTAL-PAGO TO TOTAL-PAGO-DRF.
           COMPUTE TOTAL-RETIDO-DRF = WS-CON-TOTAL-IRRF
               + WS-CON-TOTAL-ISS + WS-CON-TOTAL-INSS
               + WS-CON-TOTAL-PCC.
           WRITE REG-DIRF.
           IF WS-FS-DRF NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DIRFFOR - " WS-FS-DRF
               STOP RUN.
           ADD 1 TO WS-CONT-DECLARADOS.
           ADD TOTAL-PAGO-DRF   TO WS-TOTAL-PAGO.
           ADD TOTAL-RETIDO-DRF TO WS-TOTAL-RETIDO.
      *
       ESCREVE-MES.
           MOVE WS-CON-PAGO(WS-MES-SUBS) TO PAGO-DRF(WS-MES-SUBS).
           MOVE WS-CON-IRRF(WS-MES-SUBS) TO IRRF-DRF(WS-MES-SUBS).
           MOVE WS-CON-ISS(WS-MES-SUBS)  TO ISS-DRF(WS-MES-SUBS).
           MOVE WS-CON-INSS(WS-MES-SUBS) TO INSS-DRF(WS-MES-SUBS).
           MOVE WS-CON-PCC(WS-MES-SUBS)  TO PCC-DRF(WS-MES-SUBS).
           ADD WS-CON-PAGO(WS-MES-SUBS)  TO WS-CON-TOTAL-PAGO.
           ADD WS-CON-IRRF(WS-MES-SUBS)  TO WS-CON-TOTAL-IRRF.
           ADD WS-CON-ISS(WS-MES-SUBS)   TO WS-CON-TOTAL-ISS.
           ADD WS-CON-INSS(WS-MES-SUBS)  TO WS-CON-TOTAL-INSS.
           ADD WS-CON-PCC(WS-MES-SUBS)   TO WS-CON-TOTAL-PCC.
           MOVE WS-MES-SUBS              TO WS-L-MES.
           MOVE WS-ANO                   TO WS-L-ANO.
           MOVE WS-CON-PAGO(WS-MES-SUBS) TO WS-L-PAGO.
           MOVE WS-CON-IRRF(WS-MES-SUBS) TO WS-L-IRRF.
           MOVE WS-CON-ISS(WS-MES-SUBS)  TO WS-L-ISS.
           MOVE WS-CON-INSS(WS-MES-SUBS) TO WS-L-INSS.
           MOVE WS-CON-PCC(WS-MES-SUBS)  TO WS-L-PCC.
           MOVE WS-LINHA-MES TO REG-REL.
           WRITE REG-REL.
      *
      *    CODIGOS COM MOVIMENTO NO ANO QUE FICARAM FORA DA
      *    DECLARACAO: CNPJ EM BRANCO, CNPJ COM DIGITO ERRADO OU
      *    FORNECEDOR QUE NAO ESTA MAIS NO ARQFOR.
       LISTA-CORRECOES.
           MOVE WS-LINHA-BRANCO TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB-COR1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB-COR2 TO REG-REL.
           WRITE REG-REL.
           PERFORM VERIFICA-CORRECAO
               VARYING WS-FT-SUBS FROM 1 BY 1
               UNTIL WS-FT-SUBS > 999.
           CLOSE RELDIRF.
      *
       VERIFICA-CORRECAO.
           IF WS-FT-MOVTO(WS-FT-SUBS) = 'S'
              AND (WS-FT-TEM(WS-FT-SUBS) NOT = 'S'
                   OR WS-FT-VALIDO(WS-FT-SUBS) NOT = 'S')
               PERFORM ESCREVE-CORRECAO
           END-IF.
      *
       ESCREVE-CORRECAO.
           MOVE ZEROS TO WS-COD-PAGO WS-COD-RETIDO.
           MOVE WS-FT-SUBS TO WS-FT-POS.
           PERFORM SOMA-ANO-CODIGO
               VARYING WS-MES-SUBS FROM 1 BY 1
               UNTIL WS-MES-SUBS > 12.
           MOVE WS-FT-SUBS             TO WS-R-FOR.
           MOVE WS-FT-NOME(WS-FT-SUBS) TO WS-R-NOME.
           MOVE WS-FT-CNPJ(WS-FT-SUBS) TO WS-R-CNPJ.
           IF WS-FT-TEM(WS-FT-SUBS) NOT = 'S'
               MOVE "NAO CADASTRADO" TO WS-R-SITUACAO
           ELSE
               IF WS-FT-CNPJ(WS-FT-SUBS) = SPACES
                  OR WS-FT-CNPJ(WS-FT-SUBS) = ZEROS
                   MOVE "SEM CNPJ"      TO WS-R-SITUACAO
               ELSE
                   MOVE "CNPJ INVALIDO" TO WS-R-SITUACAO
               END-IF
           END-IF.
           MOVE WS-COD-PAGO   TO WS-R-PAGO.
           MOVE WS-COD-RETIDO TO WS-R-RETIDO.
           MOVE WS-LINHA-COR TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-CONT-CORRIGIR.
      *
       SOMA-ANO-CODIGO.
           ADD WS-FT-PAGO(WS-FT-POS, WS-MES-SUBS) TO WS-COD-PAGO.
           ADD WS-FT-IRRF(WS-FT-POS, WS-MES-SUBS) TO WS-COD-RETIDO.
           ADD WS-FT-ISS(WS-FT-POS, WS-MES-SUBS)  TO WS-COD-RETIDO.
           ADD WS-FT-INSS(WS-FT-POS, WS-MES-SUBS) TO WS-COD-RETIDO.
           ADD WS-FT-PCC(WS-FT-POS, WS-MES-SUBS)  TO WS-COD-RETIDO.
      *
       FINALIZA.
           DISPLAY "ANO-CALENDARIO              : " WS-ANO.
           DISPLAY "LANCAMENTOS DE PAGAMENTO    : " WS-CONT-LOG.
           DISPLAY "RETENCOES NO ANO            : " WS-CONT-RETENCOES.
           DISPLAY "CNPJ DECLARADOS             : " WS-CONT-DECLARADOS.
           DISPLAY "TOTAL PAGO DECLARADO        : " WS-TOTAL-PAGO.
           DISPLAY "TOTAL RETIDO DECLARADO      : " WS-TOTAL-RETIDO.
           IF WS-CONT-CORRIGIR > ZEROS
               DISPLAY "FORNECEDORES A CORRIGIR     : "
                   WS-CONT-CORRIGIR
               DISPLAY "CORRIGIR O CNPJ NO CADASTRO ANTES DA ENTREGA"
           END-IF.
