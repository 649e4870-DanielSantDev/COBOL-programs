       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAPLIC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-APL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT MOVLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT IRRF ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IRRF.
       DATA DIVISION.
       FILE SECTION.
      *    APLICACAO A PRAZO (CDB) - TAXA ANUAL, PRAZO DE 90, 180 OU
      *    360 DIAS. A = ATIVA, V = RESGATADA NO VENCIMENTO (PELO
      *    VENCE-APLIC), E = RESGATE ANTECIPADO (AQUI, COM MULTA).
       FD APLICACAO VALUE OF FILE-ID IS "APLICACAO.DAT".
       01 REG-APLICACAO.
           03 NUMERO-APL           PIC 9(06).
           03 ID-CLI-APL.
               05 AGENCIA-APL      PIC 9(03).
               05 CONTA-APL        PIC 9(06).
           03 VALOR-APL            PIC 9(09).
           03 TAXA-ANO-APL         PIC 9V9999.
           03 PRAZO-APL            PIC 9(03).
           03 DATA-APLIC-APL       PIC 9(06).
           03 DATA-VENC-APL        PIC 9(06).
           03 STATUS-APL           PIC X(01).
               88 APL-ATIVA        VALUE 'A'.
               88 APL-VENCIDA      VALUE 'V'.
               88 APL-ANTECIPADA   VALUE 'E'.
           03 DATA-RESGATE-APL     PIC 9(06).
           03 RENDIMENTO-APL       PIC 9(09).
           03 IR-APL               PIC 9(09).
           03 PENALIDADE-APL       PIC 9(09).
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
       FD MOVLOG VALUE OF FILE-ID IS "LOGMOV.DAT".
       01 REG-LOG.
           03 ID-LOG.
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
      *
      *    IMPOSTO DE RENDA RETIDO NA FONTE SOBRE O RENDIMENTO DAS
      *    APLICACOES - O RELIRRF FECHA O RESUMO MENSAL DE
      *    RECOLHIMENTO A PARTIR DESTE ARQUIVO.
       FD IRRF VALUE OF FILE-ID IS "IRRF.DAT".
       01 REG-IRRF.
           03 ID-IRRF.
               05 AGENCIA-IRRF     PIC 9(03).
               05 CONTA-IRRF       PIC 9(06).
           03 NUMERO-APL-IRRF      PIC 9(06).
           03 DATA-IRRF            PIC 9(06).
           03 BASE-IRRF            PIC 9(07)V99.
           03 VALOR-IRRF           PIC 9(07)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-CHAVE-CLI.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-NUMERO-APL            PIC 9(06) VALUE ZEROS.
       01 WS-VALOR                 PIC 9(09) VALUE ZEROS.
       01 WS-TAXA-ANO              PIC 9V9999 VALUE ZEROS.
       01 WS-PRAZO                 PIC 9(03) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
           03 WS-HOJE-AA           PIC 9(02).
           03 WS-HOJE-MM           PIC 9(02).
           03 WS-HOJE-DD           PIC 9(02).
       01 WS-DATA-VENC             PIC 9(06) VALUE ZEROS.
       01 WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           03 WS-VENC-AA           PIC 9(02).
           03 WS-VENC-MM           PIC 9(02).
           03 WS-VENC-DD           PIC 9(02).
       01 WS-MESES                 PIC 9(02) VALUE ZEROS.
       01 WS-ULT-DIA-MES           PIC 9(02) VALUE ZEROS.
      *
      *    DIAS CORRIDOS NA MESMA APROXIMACAO DOS RELATORIOS DE
      *    ATRASO (ANO*360 + MES*30 + DIA) - BASE 360 DO RENDIMENTO.
       01 WS-APLIC-R.
           03 WS-APLIC-AA          PIC 9(02).
           03 WS-APLIC-MM          PIC 9(02).
           03 WS-APLIC-DD          PIC 9(02).
       01 WS-HOJE-DIAS             PIC 9(07) VALUE ZEROS.
       01 WS-APLIC-DIAS            PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-CORRIDOS         PIC 9(05) VALUE ZEROS.
      *
      *    RESGATE ANTECIPADO: ANTES DE 30 DIAS NAO HA RENDIMENTO;
      *    DEPOIS, O CLIENTE PERDE METADE DO RENDIMENTO APURADO.
       01 WS-PERC-PENALIDADE       PIC V99 VALUE 0.50.
       01 WS-CARENCIA-DIAS         PIC 9(03) VALUE 030.
       01 WS-RENDIMENTO            PIC 9(09) VALUE ZEROS.
       01 WS-PENALIDADE            PIC 9(09) VALUE ZEROS.
       01 WS-ALIQUOTA-IR           PIC V999 VALUE ZEROS.
       01 WS-VALOR-IR              PIC 9(09) VALUE ZEROS.
       01 WS-CREDITO               PIC 9(09) VALUE ZEROS.
      *
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO         PIC X(09) VALUE SPACES.
           03 WS-DESC-STATUS       PIC X(11) VALUE SPACES.
       01 WS-FS-APL                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-IRRF               PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-APL             PIC X(01) VALUE 'N'.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
      *
      *    LOTE EM PROCESSAMENTO (LOTEPROC) - A REGRAVACAO DO
      *    CLIENTE.DAT PELO LOTE PERDERIA O DEBITO OU CREDITO FEITO
      *    AGORA.
       01 WS-PRC-ACAO              PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA          PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
      *
      *    A APLICACAO DEBITA O SALDO DA CONTA NA HORA (COMO O
      *    TRANSFERE) - NAO USA LIMITE: SO APLICA QUEM TEM SALDO.
      *    O RESGATE NO VENCIMENTO E' AUTOMATICO (VENCE-APLIC); AQUI
      *    SO O RESGATE ANTECIPADO, A PEDIDO DO CLIENTE.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'A' PERFORM NOVA-APLICACAO
               WHEN 'R' PERFORM RESGATE-ANTECIPADO
               WHEN 'C' PERFORM CONSULTA-APLICACOES
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE A, R OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (A-APLICAR / R-RESGATE ANTECIPADO / "
               "C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
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
       NOVA-APLICACAO.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA UNTIL WS-CONTA-VALIDA = 'S'.
           DISPLAY "VALOR A APLICAR: ".
           ACCEPT WS-VALOR.
           DISPLAY "PRAZO EM DIAS (090, 180 OU 360): ".
           ACCEPT WS-PRAZO.
           DISPLAY "TAXA ANUAL (9V9999): ".
           ACCEPT WS-TAXA-ANO.
           EVALUATE TRUE
               WHEN WS-PRAZO NOT = 090 AND WS-PRAZO NOT = 180
                                       AND WS-PRAZO NOT = 360
                   DISPLAY "PRAZO INVALIDO - USE 090, 180 OU 360"
               WHEN WS-VALOR = ZEROS
                   DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
               WHEN OTHER
                   PERFORM LOCALIZA-CLIENTE
                   PERFORM VALIDA-APLICACAO
           END-EVALUATE.
      *
       VALIDA-APLICACAO.
           EVALUATE TRUE
               WHEN WS-ACHOU-CLI = 'N'
                   DISPLAY "CONTA NAO ENCONTRADA EM CLIENTE.DAT"
               WHEN NOT CLI-ABERTA
                   DISPLAY "CONTA BLOQUEADA/ENCERRADA/DORMENTE - "
                       "APLICACAO NAO REALIZADA"
               WHEN SALDO < WS-VALOR
                   DISPLAY "SALDO INSUFICIENTE PARA APLICAR - SALDO "
                       SALDO
               WHEN OTHER
                   PERFORM CALCULA-VENCIMENTO
                   DISPLAY "CLIENTE: " NOME-CLI
                   DISPLAY "VALOR " WS-VALOR " PRAZO " WS-PRAZO
                       " DIAS - VENCIMENTO " WS-DATA-VENC
                   DISPLAY "CONFIRMA A APLICACAO (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       PERFORM DEBITA-APLICACAO
                       PERFORM PROXIMO-NUMERO
                       PERFORM GRAVA-APLICACAO
                   ELSE
                       DISPLAY "APLICACAO NAO REALIZADA"
                   END-IF
           END-EVALUATE.
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
      *    VENCIMENTO = 3, 6 OU 12 MESES DEPOIS DA APLICACAO; DIA QUE
      *    NAO EXISTE NO MES CAI NO ULTIMO DIA DO MES.
       CALCULA-VENCIMENTO.
           MOVE WS-HOJE TO WS-DATA-VENC.
           COMPUTE WS-MESES = WS-PRAZO / 30.
           ADD WS-MESES TO WS-VENC-MM.
           IF WS-VENC-MM > 12
               SUBTRACT 12 FROM WS-VENC-MM
               ADD 1 TO WS-VENC-AA
           END-IF.
           PERFORM CALCULA-ULT-DIA-MES.
           IF WS-VENC-DD > WS-ULT-DIA-MES
               MOVE WS-ULT-DIA-MES TO WS-VENC-DD
           END-IF.
      *
       CALCULA-ULT-DIA-MES.
           EVALUATE WS-VENC-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-ULT-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-ULT-DIA-MES
               WHEN 2
                   IF FUNCTION MOD(WS-VENC-AA, 4) = 0
                       MOVE 29 TO WS-ULT-DIA-MES
                   ELSE
                       MOVE 28 TO WS-ULT-DIA-MES
                   END-IF
           END-EVALUATE.
      *
      *    ENQUANTO O LANCAMENTO DO LOTE REGRAVA CLIENTE.DAT O SALDO
      *    NAO E' MEXIDO AQUI - NEM APLICACAO NEM RESGATE.
       VERIFICA-LOTE-EM-CURSO.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "LOTE " WS-PRC-DATA-LOTE " EM PROCESSAMENTO ("
                   WS-PRC-PROGRAMA ") - NADA ALTERADO"
               STOP RUN.
      *
       DEBITA-APLICACAO.
           PERFORM VERIFICA-LOTE-EM-CURSO.
           OPEN I-O CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           MOVE 'N' TO WS-FIM.
           MOVE 'N' TO WS-ACHOU-CLI.
           PERFORM ATUALIZA-DEBITO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CLI = 'S'.
           CLOSE CADCLI.
      *
       ATUALIZA-DEBITO.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI = WS-CHAVE-CLI
                       MOVE 'S' TO WS-ACHOU-CLI
                       COMPUTE SALDO = SALDO - WS-VALOR
                       REWRITE REG-CLI
                       IF WS-FS-CLI NOT EQUAL "00"
                           DISPLAY "ERRO DE REGRAVACAO CLIENTE - "
                               WS-FS-CLI
                           STOP RUN
                       END-IF
                       MOVE 'APLIC CDB'   TO WS-DESC-TIPO
                       MOVE 'ATUALIZADO ' TO WS-DESC-STATUS
                       MOVE SALDO         TO VALOR-LOG
                       PERFORM GRAVA-LOG
                   END-IF
           END-READ.
      *
       PROXIMO-NUMERO.
           MOVE ZEROS TO WS-NUMERO-APL.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT APLICACAO.
           IF WS-FS-APL NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-MAIOR-NUMERO UNTIL WS-FIM = 'S'.
           IF WS-FS-APL = "00" OR WS-FS-APL = "10"
               CLOSE APLICACAO
           END-IF.
           ADD 1 TO WS-NUMERO-APL.
      *
       LE-MAIOR-NUMERO.
           READ APLICACAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-APL > WS-NUMERO-APL
                       MOVE NUMERO-APL TO WS-NUMERO-APL
                   END-IF
           END-READ.
      *
       GRAVA-APLICACAO.
           OPEN EXTEND APLICACAO.
           IF WS-FS-APL NOT EQUAL "00"
               OPEN OUTPUT APLICACAO
           END-IF.
           IF WS-FS-APL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA APLICACAO - " WS-FS-APL
               STOP RUN.
           MOVE WS-NUMERO-APL  TO NUMERO-APL.
           MOVE WS-CHAVE-CLI   TO ID-CLI-APL.
           MOVE WS-VALOR       TO VALOR-APL.
           MOVE WS-TAXA-ANO    TO TAXA-ANO-APL.
           MOVE WS-PRAZO       TO PRAZO-APL.
           MOVE WS-HOJE        TO DATA-APLIC-APL.
           MOVE WS-DATA-VENC   TO DATA-VENC-APL.
           MOVE 'A'            TO STATUS-APL.
           MOVE ZEROS          TO DATA-RESGATE-APL RENDIMENTO-APL
                                  IR-APL PENALIDADE-APL.
           WRITE REG-APLICACAO.
           IF WS-FS-APL NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO APLICACAO - " WS-FS-APL
               STOP RUN.
           CLOSE APLICACAO.
           DISPLAY "APLICACAO " WS-NUMERO-APL " REGISTRADA - "
               "VENCIMENTO " WS-DATA-VENC.
      *
       RESGATE-ANTECIPADO.
           DISPLAY "NUMERO DA APLICACAO: ".
           ACCEPT WS-NUMERO-APL.
           OPEN I-O APLICACAO.
           IF WS-FS-APL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA APLICACAO - " WS-FS-APL
               STOP RUN.
           MOVE 'N' TO WS-FIM.
           MOVE 'N' TO WS-ACHOU-APL.
           PERFORM BUSCA-APLICACAO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-APL = 'S'.
           EVALUATE TRUE
               WHEN WS-ACHOU-APL = 'N'
                   DISPLAY "APLICACAO NAO ENCONTRADA"
               WHEN NOT APL-ATIVA
                   DISPLAY "APLICACAO JA RESGATADA EM " DATA-RESGATE-APL
               WHEN OTHER
                   PERFORM CALCULA-RESGATE-ANTECIPADO
                   DISPLAY "RENDIMENTO APURADO : " WS-RENDIMENTO
                   DISPLAY "MULTA              : " WS-PENALIDADE
                   DISPLAY "IR RETIDO          : " WS-VALOR-IR
                   DISPLAY "VALOR A CREDITAR   : " WS-CREDITO
                   DISPLAY "CONFIRMA O RESGATE (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       PERFORM EFETIVA-RESGATE
                   ELSE
                       DISPLAY "RESGATE NAO REALIZADO"
                   END-IF
           END-EVALUATE.
           CLOSE APLICACAO.
      *
       BUSCA-APLICACAO.
           READ APLICACAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-APL = WS-NUMERO-APL
                       MOVE 'S' TO WS-ACHOU-APL
                   END-IF
           END-READ.
      *
       CALCULA-RESGATE-ANTECIPADO.
           MOVE DATA-APLIC-APL TO WS-APLIC-R.
           COMPUTE WS-APLIC-DIAS =
               (WS-APLIC-AA * 360) + (WS-APLIC-MM * 30) + WS-APLIC-DD.
           COMPUTE WS-HOJE-DIAS =
               (WS-HOJE-AA * 360) + (WS-HOJE-MM * 30) + WS-HOJE-DD.
           COMPUTE WS-DIAS-CORRIDOS = WS-HOJE-DIAS - WS-APLIC-DIAS.
           IF WS-DIAS-CORRIDOS < WS-CARENCIA-DIAS
               MOVE ZEROS TO WS-RENDIMENTO WS-PENALIDADE
           ELSE
               COMPUTE WS-RENDIMENTO ROUNDED =
                   VALOR-APL * TAXA-ANO-APL * WS-DIAS-CORRIDOS / 360
               COMPUTE WS-PENALIDADE ROUNDED =
                   WS-RENDIMENTO * WS-PERC-PENALIDADE
           END-IF.
           PERFORM CALCULA-ALIQUOTA-IR.
           COMPUTE WS-VALOR-IR ROUNDED =
               (WS-RENDIMENTO - WS-PENALIDADE) * WS-ALIQUOTA-IR.
           COMPUTE WS-CREDITO = VALOR-APL + WS-RENDIMENTO
               - WS-PENALIDADE - WS-VALOR-IR.
      *
      *    TABELA REGRESSIVA DO IR SOBRE RENDA FIXA, PELO TEMPO DE
      *    APLICACAO: ATE 180 DIAS 22,5%; ATE 360 DIAS 20%; ATE 720
      *    DIAS 17,5%; ACIMA DISSO 15%.
       CALCULA-ALIQUOTA-IR.
           EVALUATE TRUE
               WHEN WS-DIAS-CORRIDOS NOT > 180
                   MOVE 0.225 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-CORRIDOS NOT > 360
                   MOVE 0.200 TO WS-ALIQUOTA-IR
               WHEN WS-DIAS-CORRIDOS NOT > 720
                   MOVE 0.175 TO WS-ALIQUOTA-IR
               WHEN OTHER
                   MOVE 0.150 TO WS-ALIQUOTA-IR
           END-EVALUATE.
      *
       EFETIVA-RESGATE.
           PERFORM VERIFICA-LOTE-EM-CURSO.
           MOVE ID-CLI-APL TO WS-CHAVE-CLI.
           OPEN I-O CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           MOVE 'N' TO WS-FIM.
           MOVE 'N' TO WS-ACHOU-CLI.
           PERFORM ATUALIZA-CREDITO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CLI = 'S'.
           CLOSE CADCLI.
           IF WS-ACHOU-CLI = 'N'
               DISPLAY "CONTA DA APLICACAO NAO ENCONTRADA - "
                   "RESGATE NAO REALIZADO"
           ELSE
               MOVE 'E'            TO STATUS-APL
               MOVE WS-HOJE        TO DATA-RESGATE-APL
               MOVE WS-RENDIMENTO  TO RENDIMENTO-APL
               MOVE WS-VALOR-IR    TO IR-APL
               MOVE WS-PENALIDADE  TO PENALIDADE-APL
               REWRITE REG-APLICACAO
               IF WS-FS-APL NOT EQUAL "00"
                   DISPLAY "ERRO DE REGRAVACAO APLICACAO - " WS-FS-APL
                   STOP RUN
               END-IF
               IF WS-VALOR-IR > ZEROS
                   PERFORM GRAVA-IRRF
               END-IF
               DISPLAY "RESGATE ANTECIPADO CONCLUIDO - CREDITADO "
                   WS-CREDITO
           END-IF.
      *
      *    CREDITO BRUTO (PRINCIPAL + RENDIMENTO - MULTA) E DEBITO DO
      *    IR COM ENTRADA PROPRIA NO LOG, COMO O IOF NO MOTOR.
       ATUALIZA-CREDITO.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI = WS-CHAVE-CLI
                       MOVE 'S' TO WS-ACHOU-CLI
                       COMPUTE SALDO = SALDO + WS-CREDITO + WS-VALOR-IR
                       MOVE 'RESG CDB ' TO WS-DESC-TIPO
                       MOVE 'ANTECIPADO ' TO WS-DESC-STATUS
                       MOVE SALDO       TO VALOR-LOG
                       PERFORM GRAVA-LOG
                       IF WS-VALOR-IR > ZEROS
                           SUBTRACT WS-VALOR-IR FROM SALDO
                           MOVE 'IRRF CDB ' TO WS-DESC-TIPO
                           MOVE 'ATUALIZADO ' TO WS-DESC-STATUS
                           MOVE SALDO       TO VALOR-LOG
                           PERFORM GRAVA-LOG
                       END-IF
                       REWRITE REG-CLI
                       IF WS-FS-CLI NOT EQUAL "00"
                           DISPLAY "ERRO DE REGRAVACAO CLIENTE - "
                               WS-FS-CLI
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
      *
       GRAVA-IRRF.
           OPEN EXTEND IRRF.
           IF WS-FS-IRRF NOT EQUAL "00"
               OPEN OUTPUT IRRF
           END-IF.
           IF WS-FS-IRRF NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA IRRF - " WS-FS-IRRF
               STOP RUN.
           MOVE ID-CLI-APL     TO ID-IRRF.
           MOVE NUMERO-APL     TO NUMERO-APL-IRRF.
           MOVE WS-HOJE        TO DATA-IRRF.
           COMPUTE BASE-IRRF = WS-RENDIMENTO - WS-PENALIDADE.
           MOVE WS-VALOR-IR    TO VALOR-IRRF.
           WRITE REG-IRRF.
           IF WS-FS-IRRF NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO IRRF - " WS-FS-IRRF
           END-IF.
           CLOSE IRRF.
      *
       GRAVA-LOG.
           OPEN EXTEND MOVLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT MOVLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LOG -" WS-FS-LOG
               STOP RUN.
           MOVE WS-CHAVE-CLI     TO ID-LOG.
           MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG.
           MOVE WS-HOJE          TO DATA-LOG.
           ACCEPT HORA-LOG FROM TIME.
           CALL "NSUGET" USING WS-NSU.
           MOVE WS-NSU TO NSU-LOG.
           WRITE REG-LOG.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
           END-IF.
           CLOSE MOVLOG.
      *
       CONSULTA-APLICACOES.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA UNTIL WS-CONTA-VALIDA = 'S'.
           OPEN INPUT APLICACAO.
           IF WS-FS-APL NOT EQUAL "00"
               DISPLAY "APLICACAO.DAT NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "===== APLICACOES DA CONTA " WS-AGENCIA "/"
               WS-CONTAG " =====".
           MOVE 'N' TO WS-FIM.
           PERFORM LISTA-APLICACAO UNTIL WS-FIM = 'S'.
           CLOSE APLICACAO.
           DISPLAY "APLICACOES LISTADAS: " WS-CONT-LISTADOS.
      *
       LISTA-APLICACAO.
           READ APLICACAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-APL = WS-CHAVE-CLI
                       DISPLAY NUMERO-APL " VALOR " VALOR-APL
                           " TAXA " TAXA-ANO-APL " DE " DATA-APLIC-APL
                           " A " DATA-VENC-APL " STATUS " STATUS-APL
                       ADD 1 TO WS-CONT-LISTADOS
                   END-IF
           END-READ.
