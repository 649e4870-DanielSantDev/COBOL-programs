       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGABOLETO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BOL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
      *    PAGAMENTO DE BOLETO CAPTURADO NO CAIXA. C = CAPTURADO,
      *    E = ENVIADO AO LOTE (GERA-BOLETO), L = LIQUIDADO (DEBITADO
      *    E REPASSADO PELO LIQ-BOLETO), R = RECUSADO NO DEBITO.
       FD BOLETO VALUE OF FILE-ID IS "BOLETO.DAT".
       01 REG-BOLETO.
           03 NSU-BOL              PIC 9(09).
           03 ID-CLI-BOL.
               05 AGENCIA-BOL      PIC 9(03).
               05 CONTA-BOL        PIC 9(06).
           03 LINHA-BOL            PIC X(47).
           03 BANCO-BOL            PIC 9(03).
           03 VENC-BOL             PIC 9(06).
           03 VALOR-BOL            PIC 9(08)V99.
           03 DATA-PAGTO-BOL       PIC 9(06).
           03 ATRASO-BOL           PIC X(01).
           03 STATUS-BOL           PIC X(01).
               88 BOL-CAPTURADO    VALUE 'C'.
               88 BOL-ENVIADO      VALUE 'E'.
               88 BOL-LIQUIDADO    VALUE 'L'.
               88 BOL-RECUSADO     VALUE 'R'.
           03 DATA-LIQ-BOL         PIC 9(06).
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
       WORKING-STORAGE SECTION.
       01 WS-CHAVE-CLI.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-LINHA                 PIC X(47) VALUE SPACES.
       01 WS-LINHA-R REDEFINES WS-LINHA.
           03 WS-LIN-BANCO         PIC 9(03).
           03 FILLER               PIC X(30).
           03 WS-LIN-FATOR         PIC 9(04).
           03 WS-LIN-VALOR         PIC 9(08)V99.
       01 WS-LINHA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-VALOR                 PIC 9(08)V99 VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-VENC                  PIC 9(06) VALUE ZEROS.
       01 WS-ATRASO                PIC X(01) VALUE 'N'.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
       01 WS-DIA-UTIL              PIC X(01) VALUE 'N'.
      *
      *    FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997. O FATOR CHEGOU
      *    A 9999 EM 21/02/2025 E RECOMECOU EM 1000 NO DIA SEGUINTE -
      *    VALE O CICLO CUJA DATA FICA MAIS PERTO DE HOJE.
       01 WS-DATA-BASE-1           PIC 9(08) VALUE 19971007.
       01 WS-DATA-BASE-2           PIC 9(08) VALUE 20250222.
       01 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-VENC             PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-VENC-2           PIC 9(07) VALUE ZEROS.
       01 WS-DIST-1                PIC 9(07) VALUE ZEROS.
       01 WS-DIST-2                PIC 9(07) VALUE ZEROS.
       01 WS-DATA-8                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-8-R REDEFINES WS-DATA-8.
           03 WS-D8-SECULO         PIC 9(02).
           03 WS-D8-AAMMDD         PIC 9(06).
      *
       01 WS-FS-BOL                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-JA-PAGO               PIC X(01) VALUE 'N'.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
      *
      *    O CAIXA SO CAPTURA O PAGAMENTO: O DEBITO NA CONTA VEM PELO
      *    FLUXO NORMAL DE MOVIMENTO (TIPO B, GERADO PELO GERA-BOLETO
      *    NO LOTE), COM LIMITE, STATUS DA CONTA E ALCADA DE APROVACAO
      *    APLICADOS PELA MOVIMENTACAO COMO EM QUALQUER DEBITO.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA UNTIL WS-CONTA-VALIDA = 'S'.
           PERFORM LOCALIZA-CLIENTE.
           EVALUATE TRUE
               WHEN WS-ACHOU-CLI = 'N'
                   DISPLAY "CONTA NAO ENCONTRADA EM CLIENTE.DAT"
               WHEN NOT CLI-ABERTA
                   DISPLAY "CONTA BLOQUEADA/ENCERRADA/DORMENTE - "
                       "PAGAMENTO NAO PERMITIDO"
               WHEN OTHER
                   DISPLAY "CLIENTE: " NOME-CLI
                   MOVE 'N' TO WS-LINHA-VALIDA
                   PERFORM ENTRA-LINHA UNTIL WS-LINHA-VALIDA = 'S'
                   PERFORM TRATA-BOLETO
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-CONTA.
           DISPLAY "AGENCIA: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTAG.
           CALL "CONTADIG" USING WS-AGENCIA WS-CONTAG WS-CONTA-VALIDA.
           IF WS-CONTA-VALIDA NOT = 'S'
               DISPLAY "CONTA INVALIDA - DIGITO NAO CONFERE"
           END-IF.
      *
       LOCALIZA-CLIENTE.
           MOVE 'N' TO WS-ACHOU-CLI.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM BUSCA-CLIENTE
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CLI = 'S'.
           CLOSE CADCLI.
      *
       BUSCA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI = WS-CHAVE-CLI
                       MOVE 'S' TO WS-ACHOU-CLI
                   END-IF
           END-READ.
      *
       ENTRA-LINHA.
           DISPLAY "LINHA DIGITAVEL (47 DIGITOS, SEM PONTOS): ".
           ACCEPT WS-LINHA.
           CALL "BOLETODIG" USING WS-LINHA WS-LINHA-VALIDA.
           IF WS-LINHA-VALIDA NOT = 'S'
               DISPLAY "LINHA DIGITAVEL INVALIDA - DIGITO NAO CONFERE"
           END-IF.
      *
       TRATA-BOLETO.
           MOVE WS-LIN-VALOR TO WS-VALOR.
           IF WS-VALOR = ZEROS
               DISPLAY "BOLETO SEM VALOR NO CODIGO - VALOR A PAGAR: "
               ACCEPT WS-VALOR
           END-IF.
           PERFORM CALCULA-VENCIMENTO.
           PERFORM VERIFICA-DUPLICADO.
           EVALUATE TRUE
               WHEN WS-VALOR = ZEROS
                   DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
               WHEN WS-JA-PAGO = 'S'
                   DISPLAY "BOLETO JA PAGO - PAGAMENTO RECUSADO"
               WHEN OTHER
                   PERFORM VERIFICA-ATRASO
                   PERFORM CONFIRMA-PAGAMENTO
           END-EVALUATE.
      *
      *    FATOR ZERADO = BOLETO SEM VENCIMENTO (NUNCA ATRASA).
      *    VENCIMENTO EM FIM DE SEMANA OU FERIADO PODE SER PAGO NO
      *    PRIMEIRO DIA UTIL SEGUINTE SEM ATRASO.
       CALCULA-VENCIMENTO.
           MOVE ZEROS TO WS-VENC.
           IF WS-LIN-FATOR NOT = ZEROS
               COMPUTE WS-DATA-8 = 20000000 + WS-HOJE
               COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-8)
               COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-BASE-1)
                   + WS-LIN-FATOR
               IF WS-LIN-FATOR NOT < 1000
                   COMPUTE WS-DIAS-VENC-2 =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-BASE-2)
                       + WS-LIN-FATOR - 1000
                   PERFORM ESCOLHE-CICLO
               END-IF
               COMPUTE WS-DATA-8 =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-VENC)
               MOVE WS-D8-AAMMDD TO WS-VENC
               CALL "DIAUTIL" USING WS-VENC WS-DIA-UTIL
               PERFORM ROLA-DIA-UTIL UNTIL WS-DIA-UTIL = 'S'
           END-IF.
      *
       ESCOLHE-CICLO.
           IF WS-DIAS-VENC > WS-DIAS-HOJE
               COMPUTE WS-DIST-1 = WS-DIAS-VENC - WS-DIAS-HOJE
           ELSE
               COMPUTE WS-DIST-1 = WS-DIAS-HOJE - WS-DIAS-VENC
           END-IF.
           IF WS-DIAS-VENC-2 > WS-DIAS-HOJE
               COMPUTE WS-DIST-2 = WS-DIAS-VENC-2 - WS-DIAS-HOJE
           ELSE
               COMPUTE WS-DIST-2 = WS-DIAS-HOJE - WS-DIAS-VENC-2
           END-IF.
           IF WS-DIST-2 < WS-DIST-1
               MOVE WS-DIAS-VENC-2 TO WS-DIAS-VENC
           END-IF.
      *
       ROLA-DIA-UTIL.
           ADD 1 TO WS-DIAS-VENC.
           COMPUTE WS-DATA-8 = FUNCTION DATE-OF-INTEGER(WS-DIAS-VENC).
           MOVE WS-D8-AAMMDD TO WS-VENC.
           CALL "DIAUTIL" USING WS-VENC WS-DIA-UTIL.
      *
      *    BOLETO VENCIDO SO E' ACEITO COM CONFIRMACAO DO CAIXA (O
      *    CEDENTE PODE COBRAR ENCARGOS NA LIQUIDACAO) E FICA MARCADO
      *    COMO PAGO EM ATRASO NO REPASSE.
       VERIFICA-ATRASO.
           MOVE 'N' TO WS-ATRASO.
           IF WS-VENC NOT = ZEROS AND WS-VENC < WS-HOJE
               DISPLAY "ATENCAO - BOLETO VENCIDO EM " WS-VENC
               DISPLAY "ACEITAR PAGAMENTO EM ATRASO (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   MOVE 'S' TO WS-ATRASO
               ELSE
                   MOVE 'R' TO WS-ATRASO
               END-IF
           END-IF.
      *
       CONFIRMA-PAGAMENTO.
           IF WS-ATRASO = 'R'
               DISPLAY "BOLETO VENCIDO - PAGAMENTO RECUSADO"
           ELSE
               DISPLAY "BANCO " WS-LIN-BANCO " VENCIMENTO " WS-VENC
                   " VALOR " WS-VALOR
               DISPLAY "CONFIRMA O PAGAMENTO (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                   PERFORM GRAVA-BOLETO
               ELSE
                   DISPLAY "PAGAMENTO NAO REALIZADO"
               END-IF
           END-IF.
      *
      *    A MESMA LINHA DIGITAVEL NAO PODE SER PAGA DUAS VEZES -
      *    SO UM PAGAMENTO RECUSADO NO DEBITO LIBERA NOVA TENTATIVA.
       VERIFICA-DUPLICADO.
           MOVE 'N' TO WS-JA-PAGO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT BOLETO.
           IF WS-FS-BOL NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-DUPLICADO
               UNTIL WS-FIM = 'S' OR WS-JA-PAGO = 'S'.
           IF WS-FS-BOL = "00" OR WS-FS-BOL = "10"
               CLOSE BOLETO
           END-IF.
      *
       BUSCA-DUPLICADO.
           READ BOLETO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF LINHA-BOL = WS-LINHA AND NOT BOL-RECUSADO
                       MOVE 'S' TO WS-JA-PAGO
                   END-IF
           END-READ.
      *
       GRAVA-BOLETO.
           OPEN EXTEND BOLETO.
           IF WS-FS-BOL NOT EQUAL "00"
               OPEN OUTPUT BOLETO
           END-IF.
           IF WS-FS-BOL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA BOLETO - " WS-FS-BOL
               STOP RUN.
           CALL "NSUGET" USING WS-NSU.
           MOVE WS-NSU         TO NSU-BOL.
           MOVE WS-CHAVE-CLI   TO ID-CLI-BOL.
           MOVE WS-LINHA       TO LINHA-BOL.
           MOVE WS-LIN-BANCO   TO BANCO-BOL.
           MOVE WS-VENC        TO VENC-BOL.
           MOVE WS-VALOR       TO VALOR-BOL.
           MOVE WS-HOJE        TO DATA-PAGTO-BOL.
           MOVE WS-ATRASO      TO ATRASO-BOL.
           MOVE 'C'            TO STATUS-BOL.
           MOVE ZEROS          TO DATA-LIQ-BOL.
           WRITE REG-BOLETO.
           IF WS-FS-BOL NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO BOLETO - " WS-FS-BOL
               STOP RUN.
           CLOSE BOLETO.
           DISPLAY "PAGAMENTO CAPTURADO - NSU " WS-NSU
               " - DEBITO NO PROXIMO LOTE".
