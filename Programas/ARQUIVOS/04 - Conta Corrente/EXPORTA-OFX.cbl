       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-OFX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT MOVLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT MOVLOG-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT ARQOFX ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OFX.
       DATA DIVISION.
       FILE SECTION.
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
       FD MOVLOG-HIST VALUE OF FILE-ID IS "LOGMOV-HIST.DAT".
       01 REG-LOG-HIST.
           03 ID-LOG-H.
               05 AGENCIA-LOG-H    PIC 9(03).
               05 CONTA-LOG-H      PIC 9(06).
           03 DESCRICAO-LOG-H      PIC X(20).
           03 VALOR-LOG-H          PIC S9(09)V99.
           03 DATA-LOG-H           PIC 9(06).
           03 HORA-LOG-H           PIC 9(08).
           03 NSU-LOG-H            PIC 9(09).
      *
      *    EXTRATO OFX (SGML 1.02) - UMA TAG POR REGISTRO DE 80
      *    POSICOES, ENTREGUE AO CLIENTE COMO ARQUIVO TEXTO.
       FD ARQOFX VALUE OF FILE-ID IS "EXTRATO.OFX".
       01 REG-OFX                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-MODO                  PIC X(01) VALUE SPACE.
           88 MODO-CONTA           VALUE 'C'.
           88 MODO-CNPJ            VALUE 'J'.
       01 WS-ID.
           03 WS-AGENCIA           PIC 9(03).
           03 WS-CONTAG            PIC 9(06).
       01 WS-CNPJ                  PIC X(14) VALUE SPACES.
       01 WS-DATA-INI              PIC 9(06) VALUE ZEROS.
       01 WS-DATA-FIM              PIC 9(06) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-AGORA                 PIC 9(08) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-HIST               PIC X(02) VALUE ZEROS.
       01 WS-FS-OFX                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
      *
      *    CODIGO COMPE DO BANCO INFORMADO NO BANKID DO OFX.
       01 WS-OFX-BANCO             PIC X(03) VALUE "999".
      *
      *    CONTAS A EXPORTAR - UMA SO NO MODO CONTA, TODAS AS DO
      *    CNPJ NO MODO CNPJ.
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(03) VALUE ZEROS.
           03 WS-CT-ITEM OCCURS 100 TIMES.
               05 WS-CT-ID.
                   07 WS-CT-AGENCIA PIC 9(03).
                   07 WS-CT-CONTA   PIC 9(06).
       01 WS-CT-SUBS               PIC 9(03) VALUE ZEROS.
      *
      *    STATUS QUE ALTERAM SALDO E CARREGAM O SALDO RESULTANTE EM
      *    VALOR-LOG - MESMA LISTA DO EXTRATO-CLIENTE.
       01 WS-STATUS-LOG            PIC X(11) VALUE SPACES.
           88 LOG-MOV-POSTADO      VALUE "ATUALIZADO ",
                                         "ESTORNADO  ",
                                         "APROVADO   ",
                                         "ENVIADA    ",
                                         "RECEBIDA   ",
                                         "DEVOLVIDO  ",
                                         "COMPENSADO ".
      *
      *    ENTRADA DO LOG EM TRATAMENTO (DO HISTORICO OU DO AO VIVO)
       01 WS-ENTRADA.
           03 WS-E-DESCRICAO.
               05 WS-E-TIPO        PIC X(09).
               05 WS-E-STATUS      PIC X(11).
           03 WS-E-VALOR           PIC S9(09)V99.
           03 WS-E-DATA            PIC 9(06).
           03 WS-E-HORA            PIC 9(08).
           03 WS-E-NSU             PIC 9(09).
      *
       01 WS-SALDO-ABERTURA        PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALDO-CORRENTE        PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-TRN             PIC S9(09)V99 VALUE ZEROS.
       01 WS-TIPO-TRN              PIC X(06) VALUE SPACES.
      *
       01 WS-LINHA-OFX             PIC X(80) VALUE SPACES.
       01 WS-VALOR-ED              PIC -(10)9.99.
       01 WS-BRANCOS               PIC 9(02) VALUE ZEROS.
       01 WS-TRNUID                PIC 9(03) VALUE ZEROS.
       01 WS-CONT-TRN              PIC 9(05) VALUE ZEROS.
       01 WS-CONT-TRN-CONTA        PIC 9(05) VALUE ZEROS.
      *
      *    EXTRATO PARA O SOFTWARE CONTABIL DO CLIENTE: MESMA
      *    LEITURA DO EXTRATO-HIST (LOGMOV-HIST.DAT E DEPOIS
      *    LOGMOV.DAT, NA ORDEM DAS POSTAGENS). SO AS ENTRADAS QUE
      *    ALTERAM SALDO VIRAM TRANSACAO - O VALOR DE CADA UMA E' A
      *    DIFERENCA ENTRE O SALDO APOS E O SALDO ANTERIOR, E O NSU
      *    DO LOG E' O FITID. O SALDO DE ABERTURA E' O DA ULTIMA
      *    POSTAGEM ANTES DA DATA INICIAL (ZERO SE NAO HOUVER); O DE
      *    FECHAMENTO E' O DA ULTIMA POSTAGEM ATE A DATA FINAL.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EXTRATO OFX - C = UMA CONTA, J = CONTAS DO CNPJ: ".
           ACCEPT WS-MODO.
           IF NOT MODO-CONTA AND NOT MODO-CNPJ
               DISPLAY "MODO INVALIDO - INFORME C OU J"
               STOP RUN.
           IF MODO-CONTA
               DISPLAY "AGENCIA: "
               ACCEPT WS-AGENCIA
               DISPLAY "CONTA: "
               ACCEPT WS-CONTAG
           ELSE
               DISPLAY "CNPJ: "
               ACCEPT WS-CNPJ
           END-IF.
           DISPLAY "DATA INICIAL (AAMMDD): ".
           ACCEPT WS-DATA-INI.
           DISPLAY "DATA FINAL (AAMMDD): ".
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM < WS-DATA-INI
               DISPLAY "PERIODO INVALIDO - DATA FINAL ANTES DA INICIAL"
               STOP RUN.
           ACCEPT WS-HOJE FROM DATE.
           ACCEPT WS-AGORA FROM TIME.
           PERFORM CARREGA-CONTAS.
           IF WS-CT-QTDE = ZEROS
               IF MODO-CONTA
                   DISPLAY "CONTA NAO ENCONTRADA EM CLIENTE.DAT"
               ELSE
                   DISPLAY "NENHUMA CONTA DO CNPJ EM CLIENTE.DAT"
               END-IF
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQOFX.
           IF WS-FS-OFX NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA EXTRATO.OFX - " WS-FS-OFX
               STOP RUN.
           PERFORM GRAVA-CABECALHO-OFX.
           MOVE 1 TO WS-CT-SUBS.
           PERFORM GERA-EXTRATO-CONTA UNTIL WS-CT-SUBS > WS-CT-QTDE.
           PERFORM GRAVA-FIM-OFX.
           CLOSE ARQOFX.
           DISPLAY "CONTAS EXPORTADAS    : " WS-CT-QTDE.
           DISPLAY "TRANSACOES EXPORTADAS: " WS-CONT-TRN.
           STOP RUN.
      *
       CARREGA-CONTAS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM SELECIONA-CONTA UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       SELECIONA-CONTA.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF (MODO-CONTA AND ID-CLI = WS-ID)
                      OR (MODO-CNPJ AND CNPJ-CLI = WS-CNPJ)
                       IF WS-CT-QTDE < 100
                           ADD 1 TO WS-CT-QTDE
                           MOVE ID-CLI TO WS-CT-ID(WS-CT-QTDE)
                       ELSE
                           DISPLAY "LIMITE DE 100 CONTAS - CONTA "
                               ID-CLI " IGNORADA"
                       END-IF
                   END-IF
           END-READ.
      *
       GRAVA-CABECALHO-OFX.
           MOVE "OFXHEADER:100" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "DATA:OFXSGML" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "VERSION:102" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "SECURITY:NONE" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "ENCODING:USASCII" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "CHARSET:1252" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "COMPRESSION:NONE" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "OLDFILEUID:NONE" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "NEWFILEUID:NONE" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<OFX>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<SIGNONMSGSRSV1>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<SONRS>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           PERFORM GRAVA-STATUS-OK.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<DTSERVER>20" WS-HOJE WS-AGORA(1:6)
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<LANGUAGE>POR" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</SONRS>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</SIGNONMSGSRSV1>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<BANKMSGSRSV1>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
      *
       GRAVA-STATUS-OK.
           MOVE "<STATUS>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<CODE>0" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<SEVERITY>INFO" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</STATUS>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
      *
       GERA-EXTRATO-CONTA.
           MOVE WS-CT-ID(WS-CT-SUBS) TO WS-ID.
           MOVE ZEROS TO WS-SALDO-ABERTURA WS-SALDO-CORRENTE.
           MOVE ZEROS TO WS-CONT-TRN-CONTA.
           PERFORM GRAVA-INICIO-CONTA.
           PERFORM LE-HISTORICO.
           PERFORM LE-AO-VIVO.
           PERFORM GRAVA-FIM-CONTA.
           DISPLAY "CONTA " WS-AGENCIA "/" WS-CONTAG " - "
               WS-CONT-TRN-CONTA " TRANSACOES".
           ADD 1 TO WS-CT-SUBS.
      *
       GRAVA-INICIO-CONTA.
           ADD 1 TO WS-TRNUID.
           MOVE "<STMTTRNRS>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<TRNUID>" WS-TRNUID
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           PERFORM GRAVA-STATUS-OK.
           MOVE "<STMTRS>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<CURDEF>BRL" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<BANKACCTFROM>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<BANKID>" WS-OFX-BANCO
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<BRANCHID>" WS-AGENCIA
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<ACCTID>" WS-CONTAG
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<ACCTTYPE>CHECKING" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</BANKACCTFROM>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<BANKTRANLIST>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<DTSTART>20" WS-DATA-INI
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<DTEND>20" WS-DATA-FIM
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
      *
       LE-HISTORICO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT MOVLOG-HIST.
           IF WS-FS-HIST NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-ENTRADA-HIST UNTIL WS-FIM = 'S'.
           IF WS-FS-HIST = "00" OR WS-FS-HIST = "10"
               CLOSE MOVLOG-HIST
           END-IF.
      *
       LE-ENTRADA-HIST.
           READ MOVLOG-HIST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-LOG-H = WS-ID
                       MOVE DESCRICAO-LOG-H TO WS-E-DESCRICAO
                       MOVE VALOR-LOG-H     TO WS-E-VALOR
                       MOVE DATA-LOG-H      TO WS-E-DATA
                       MOVE HORA-LOG-H      TO WS-E-HORA
                       MOVE NSU-LOG-H       TO WS-E-NSU
                       PERFORM AVALIA-ENTRADA
                   END-IF
           END-READ.
      *
       LE-AO-VIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT MOVLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-ENTRADA-LOG UNTIL WS-FIM = 'S'.
           IF WS-FS-LOG = "00" OR WS-FS-LOG = "10"
               CLOSE MOVLOG
           END-IF.
      *
       LE-ENTRADA-LOG.
           READ MOVLOG
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-LOG = WS-ID
                       MOVE DESCRICAO-LOG TO WS-E-DESCRICAO
                       MOVE VALOR-LOG     TO WS-E-VALOR
                       MOVE DATA-LOG      TO WS-E-DATA
                       MOVE HORA-LOG      TO WS-E-HORA
                       MOVE NSU-LOG       TO WS-E-NSU
                       PERFORM AVALIA-ENTRADA
                   END-IF
           END-READ.
      *
      *    ENTRADA ANTES DO PERIODO SO ATUALIZA O SALDO DE ABERTURA;
      *    DENTRO DO PERIODO VIRA TRANSACAO; DEPOIS E' IGNORADA.
       AVALIA-ENTRADA.
           MOVE WS-E-STATUS TO WS-STATUS-LOG.
           IF LOG-MOV-POSTADO
               IF WS-E-DATA < WS-DATA-INI
                   MOVE WS-E-VALOR TO WS-SALDO-ABERTURA
                   MOVE WS-E-VALOR TO WS-SALDO-CORRENTE
               ELSE
                   IF WS-E-DATA NOT > WS-DATA-FIM
                       COMPUTE WS-VALOR-TRN =
                           WS-E-VALOR - WS-SALDO-CORRENTE
                       MOVE WS-E-VALOR TO WS-SALDO-CORRENTE
                       PERFORM GRAVA-TRANSACAO
                   END-IF
               END-IF
           END-IF.
      *
       GRAVA-TRANSACAO.
           PERFORM CLASSIFICA-TRANSACAO.
           MOVE "<STMTTRN>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<TRNTYPE>" WS-TIPO-TRN
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<DTPOSTED>20" WS-E-DATA WS-E-HORA(1:6)
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE WS-VALOR-TRN TO WS-VALOR-ED.
           PERFORM AJUSTA-VALOR.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<TRNAMT>" WS-VALOR-ED(WS-BRANCOS:)
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<FITID>" WS-E-NSU
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<MEMO>" WS-E-DESCRICAO
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</STMTTRN>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           ADD 1 TO WS-CONT-TRN.
           ADD 1 TO WS-CONT-TRN-CONTA.
      *
      *    TIPO DA TRANSACAO PELA DESCRICAO DO MOVIMENTO; AS
      *    DESCRICOES QUE SERVEM AOS DOIS SENTIDOS (CORRECAO,
      *    TRANSFERENCIAS, TED, CHEQUE, JUROS...) SEGUEM O SINAL.
       CLASSIFICA-TRANSACAO.
           EVALUATE WS-E-TIPO
               WHEN 'DEPOSITO '
               WHEN 'RESG CDB '
                   MOVE "CREDIT" TO WS-TIPO-TRN
               WHEN 'SAQUE    '
               WHEN 'TARIFA   '
               WHEN 'IOF      '
               WHEN 'ENCARGOS '
               WHEN 'IRRF CDB '
               WHEN 'APLIC CDB'
               WHEN 'BOLETO   '
               WHEN 'DEB AUTOM'
               WHEN 'MENSALID '
                   MOVE "DEBIT " TO WS-TIPO-TRN
               WHEN OTHER
                   IF WS-VALOR-TRN < ZEROS
                       MOVE "DEBIT " TO WS-TIPO-TRN
                   ELSE
                       MOVE "CREDIT" TO WS-TIPO-TRN
                   END-IF
           END-EVALUATE.
      *
      *    WS-BRANCOS FICA COM A POSICAO DO PRIMEIRO CARACTER NAO
      *    BRANCO DO VALOR EDITADO.
       AJUSTA-VALOR.
           MOVE ZEROS TO WS-BRANCOS.
           INSPECT WS-VALOR-ED TALLYING WS-BRANCOS FOR LEADING SPACES.
           ADD 1 TO WS-BRANCOS.
      *
       GRAVA-FIM-CONTA.
           MOVE "</BANKTRANLIST>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<LEDGERBAL>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE WS-SALDO-CORRENTE TO WS-VALOR-ED.
           PERFORM AJUSTA-VALOR.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<BALAMT>" WS-VALOR-ED(WS-BRANCOS:)
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<DTASOF>20" WS-DATA-FIM
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</LEDGERBAL>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<BALLIST>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<BAL>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<NAME>SALDO ANTERIOR" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<DESC>SALDO NO INICIO DO PERIODO" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "<BALTYPE>DOLLAR" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE WS-SALDO-ABERTURA TO WS-VALOR-ED.
           PERFORM AJUSTA-VALOR.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<VALUE>" WS-VALOR-ED(WS-BRANCOS:)
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-OFX.
           STRING "<DTASOF>20" WS-DATA-INI
               DELIMITED BY SIZE INTO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</BAL>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</BALLIST>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</STMTRS>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</STMTTRNRS>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
      *
       GRAVA-FIM-OFX.
           MOVE "</BANKMSGSRSV1>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
           MOVE "</OFX>" TO WS-LINHA-OFX.
           PERFORM GRAVA-LINHA.
      *
       GRAVA-LINHA.
           WRITE REG-OFX FROM WS-LINHA-OFX.
           IF WS-FS-OFX NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO EXTRATO.OFX - " WS-FS-OFX
               STOP RUN.
