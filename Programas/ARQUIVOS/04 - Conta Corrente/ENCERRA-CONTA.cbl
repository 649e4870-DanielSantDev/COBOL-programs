       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCERRA-CONTA.
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
           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
           SELECT PENDENTEMOV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.
           SELECT FUTUROS ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FUT.
           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BJ.
           SELECT CHEQUE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CHQ.
           SELECT ORDEM ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.
           SELECT TEDSAIDA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TED.
           SELECT LIQAG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIQ.
           SELECT ENCERRA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ENC.
           SELECT ENDERECO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-END.
           SELECT DEMENC ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEM.
           SELECT VINCHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VH.
           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMP.
           SELECT PARCELA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARC.
           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-APL.
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
       FD PARAMETROS VALUE OF FILE-ID IS "PARAMETROS.DAT".
       01 REG-PARAM.
           03 AGENCIA-PARAM            PIC 9(03).
           03 DATA-VIGENCIA-PARAM      PIC 9(06).
           03 LIMITE-APROVACAO-PARAM   PIC 9(09).
           03 TAXA-JUROS-PARAM         PIC 9V999.
           03 TAXA-JUROS-CRED-PARAM    PIC 9V999.
           03 LIMITE-MOV-DIA-PARAM     PIC 9(03).
           03 TAXA-IOF-PARAM           PIC 9V9999.
           03 FILLER                   PIC X(05).
      *
       FD PENDENTEMOV VALUE OF FILE-ID IS "PENDENTEMOV.DAT".
       01 REG-PENDENTE-MOV.
           03 ID-PEND-MOV.
               05 AGENCIA-PEND-MOV PIC 9(03).
               05 CONTA-PEND-MOV   PIC 9(06).
           03 MOVIMENTO-PEND-MOV   PIC S9(09)V99.
           03 TIPO-PEND-MOV        PIC X(01).
           03 DATA-PEND-MOV        PIC 9(06).
           03 HORA-PEND-MOV        PIC 9(08).
           03 NSU-PEND-MOV         PIC 9(09).
      *
       FD FUTUROS VALUE OF FILE-ID IS "FUTUROS.DAT".
       01 REG-FUTURO.
           03 ID-FUT.
               05 AGENCIA-FUT      PIC 9(03).
               05 CONTA-FUT        PIC 9(06).
           03 MOVIMENTO-FUT        PIC S9(09)V99.
           03 TIPO-FUT             PIC X(01).
           03 DATA-VALOR-FUT       PIC 9(06).
           03 ORIGEM-FUT           PIC 9(03).
      *
      *    BLOQUEIO JUDICIAL (MANTIDO PELO BLOQ-JUDIC) - SALDO
      *    BLOQUEADO NAO PODE SER PAGO AO CLIENTE NO ENCERRAMENTO.
       FD BLOQJUD VALUE OF FILE-ID IS "BLOQJUD.DAT".
       01 REG-BLOQJUD.
           03 NUMERO-BJ            PIC X(20).
           03 TIPO-DOC-BJ          PIC X(01).
           03 DOC-BJ               PIC X(14).
           03 ID-CLI-BJ.
               05 AGENCIA-BJ       PIC 9(03).
               05 CONTA-BJ         PIC 9(06).
           03 VALOR-SOLIC-BJ       PIC 9(07)V99.
           03 VALOR-BLOQ-BJ        PIC 9(07)V99.
           03 DATA-BLOQ-BJ         PIC 9(06).
           03 DATA-LIB-BJ          PIC 9(06).
           03 STATUS-BJ            PIC X(01).
               88 BJ-ATIVO         VALUE 'A'.
               88 BJ-LIBERADO      VALUE 'L'.
      *
       FD CHEQUE VALUE OF FILE-ID IS "CHEQUE.DAT".
       01 REG-CHEQUE.
           03 ID-CHEQUE.
               05 AGENCIA-CHEQUE       PIC 9(03).
               05 CONTA-CHEQUE         PIC 9(06).
               05 NUMERO-CHEQUE        PIC 9(06).
           03 VALOR-CHEQUE             PIC S9(09).
           03 DATA-EMISSAO-CHEQUE      PIC 9(06).
           03 STATUS-CHEQUE            PIC X(01).
               88 CHEQUE-EMITIDO       VALUE 'E'.
               88 CHEQUE-COMPENSADO    VALUE 'C'.
               88 CHEQUE-DEVOLVIDO     VALUE 'D'.
               88 CHEQUE-CANCELADO     VALUE 'X'.
      *
       FD ORDEM VALUE OF FILE-ID IS "ORDEM.DAT".
       01 REG-ORDEM.
           03 ID-ORDEM.
               05 AGENCIA-ORDEM    PIC 9(03).
               05 CONTA-ORDEM      PIC 9(06).
           03 VALOR-ORDEM          PIC S9(09).
           03 TIPO-ORDEM           PIC X(01).
           03 DIA-EXECUCAO-ORDEM   PIC 9(02).
           03 DESCRICAO-ORDEM      PIC X(20).
           03 STATUS-ORDEM         PIC X(01).
               88 ORDEM-ATIVA      VALUE 'A'.
               88 ORDEM-SUSPENSA   VALUE 'S'.
               88 ORDEM-CANCELADA  VALUE 'C'.
      *
       FD TEDSAIDA VALUE OF FILE-ID IS "TEDSAIDA.DAT".
       01 REG-TED.
           03 ID-ORIGEM-TED.
               05 AGENCIA-ORIG-TED PIC 9(03).
               05 CONTA-ORIG-TED   PIC 9(06).
           03 BANCO-DEST-TED       PIC 9(03).
           03 AGENCIA-DEST-TED     PIC 9(04).
           03 CONTA-DEST-TED       PIC X(10).
           03 VALOR-TED            PIC S9(09)V99.
           03 DATA-TED             PIC 9(06).
      *
       FD LIQAG VALUE OF FILE-ID IS "LIQAG.DAT".
       01 REG-LIQAG.
           03 AGENCIA-DEVE-LIQ     PIC 9(03).
           03 AGENCIA-RECEBE-LIQ   PIC 9(03).
           03 VALOR-LIQ            PIC S9(09)V99.
           03 DATA-LIQ             PIC 9(06).
      *
      *    REGISTRO DO ENCERRAMENTO LIQUIDADO - UM POR CONTA. E' A
      *    TRAVA CONTRA LIQUIDAR A MESMA CONTA DUAS VEZES.
       FD ENCERRA VALUE OF FILE-ID IS "ENCERRA.DAT".
       01 REG-ENCERRA.
           03 ID-ENC.
               05 AGENCIA-ENC      PIC 9(03).
               05 CONTA-ENC        PIC 9(06).
           03 DATA-ENC             PIC 9(06).
           03 SALDO-INI-ENC        PIC S9(09)V99.
           03 JUROS-ENC            PIC S9(09)V99.
           03 VALOR-PAGO-ENC       PIC S9(09)V99.
           03 SALDO-FIM-ENC        PIC S9(09)V99.
           03 FORMA-PAGTO-ENC      PIC X(01).
               88 ENC-INTERNO      VALUE 'I'.
               88 ENC-TED          VALUE 'T'.
               88 ENC-SEM-PAGTO    VALUE 'N'.
           03 BANCO-DEST-ENC       PIC 9(03).
           03 AGENCIA-DEST-ENC     PIC 9(04).
           03 CONTA-DEST-ENC       PIC X(10).
           03 QTD-CHEQUES-ENC      PIC 9(05).
           03 QTD-ORDENS-ENC       PIC 9(05).
           03 OPERADOR-ENC         PIC X(08).
      *
       FD ENDERECO VALUE OF FILE-ID IS "ENDERECO.DAT".
       01 REG-ENDERECO.
           03 ID-CLI-END.
               05 AGENCIA-END      PIC 9(03).
               05 CONTA-END        PIC 9(06).
           03 LOGRADOURO-END       PIC X(30).
           03 CIDADE-END           PIC X(20).
           03 UF-END               PIC X(02).
           03 CEP-END              PIC 9(08).
           03 FONE-END             PIC X(15).
           03 EMAIL-END            PIC X(30).
      *
       FD DEMENC VALUE OF FILE-ID IS "DEMENCERRA.DAT".
       01 REG-DEM                  PIC X(80).
      *
      *    HISTORICO DE RELACIONAMENTO PESSOA x CONTA (CCS) - UM
      *    REGISTRO POR VINCULO, COM INICIO E FIM. FIM ZERADO = EM
      *    VIGOR. DATA-ALT-VH MARCA A ULTIMA ALTERACAO CADASTRAL.
       FD VINCHIST VALUE OF FILE-ID IS "VINCHIST.DAT".
       01 REG-VINCHIST.
           03 DOCUMENTO-VH         PIC X(14).
           03 TIPO-PESSOA-VH       PIC X(01).
               88 VH-FISICA        VALUE 'F'.
               88 VH-JURIDICA      VALUE 'J'.
           03 ID-CLI-VH.
               05 AGENCIA-VH       PIC 9(03).
               05 CONTA-VH         PIC 9(06).
           03 TIPO-VINC-VH         PIC X(01).
               88 VH-TITULAR       VALUE 'T'.
               88 VH-COTITULAR     VALUE 'C'.
           03 NOME-VH              PIC X(30).
           03 DATA-INICIO-VH       PIC 9(06).
           03 DATA-FIM-VH          PIC 9(06).
               88 VH-EM-VIGOR      VALUE ZEROS.
           03 DATA-ALT-VH          PIC 9(06).
           03 ORIGEM-VH            PIC X(12).
           03 OPERADOR-VH          PIC X(08).
      *
      *    CREDITO E INVESTIMENTO DA CONTA - EMPRESTIMO NAO QUITADO,
      *    PARCELA NAO PAGA OU APLICACAO ATIVA IMPEDEM A LIQUIDACAO.
       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".
       01 REG-EMPREST.
           03 NUMERO-EMP           PIC 9(06).
           03 ID-CLI-EMP.
               05 AGENCIA-EMP      PIC 9(03).
               05 CONTA-EMP        PIC 9(06).
           03 PRINCIPAL-EMP        PIC 9(09).
           03 TAXA-EMP             PIC 9V9999.
           03 PRAZO-EMP            PIC 9(03).
           03 DATA-INICIO-EMP      PIC 9(06).
           03 VALOR-PARCELA-EMP    PIC 9(09).
           03 STATUS-EMP           PIC X(01).
               88 EMP-NOVO         VALUE 'N'.
               88 EMP-ATIVO        VALUE 'A'.
               88 EMP-QUITADO      VALUE 'Q'.
      *
       FD PARCELA VALUE OF FILE-ID IS "PARCELA.DAT".
       01 REG-PARCELA.
           03 ID-PARCELA.
               05 NUMERO-EMP-PARC  PIC 9(06).
               05 NUM-PARC         PIC 9(03).
           03 ID-CLI-PARC.
               05 AGENCIA-PARC     PIC 9(03).
               05 CONTA-PARC       PIC 9(06).
           03 DATA-VENC-PARC       PIC 9(06).
           03 VALOR-PARC           PIC 9(09).
           03 AMORTIZACAO-PARC     PIC 9(09).
           03 JUROS-PARC           PIC 9(09).
           03 SALDO-DEVEDOR-PARC   PIC 9(09).
           03 STATUS-PARC          PIC X(01).
               88 PARC-A-VENCER    VALUE 'A'.
               88 PARC-EM-COBRANCA VALUE 'C'.
               88 PARC-VENCIDA     VALUE 'V'.
               88 PARC-PAGA        VALUE 'P'.
           03 DATA-PAGTO-PARC      PIC 9(06).
      *
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
       WORKING-STORAGE SECTION.
       01 WS-ID.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-ID-DESTINO.
           03 WS-AGENCIA-DESTINO   PIC 9(03) VALUE ZEROS.
           03 WS-CONTA-DESTINO     PIC 9(06) VALUE ZEROS.
       01 WS-FORMA-PAGTO           PIC X(01) VALUE 'N'.
       01 WS-BANCO-TED             PIC 9(03) VALUE ZEROS.
       01 WS-AGENCIA-TED           PIC 9(04) VALUE ZEROS.
       01 WS-CONTA-TED             PIC X(10) VALUE SPACES.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-HOJE-R REDEFINES WS-HOJE.
           03 WS-HOJE-AA           PIC 9(02).
           03 WS-HOJE-MM           PIC 9(02).
           03 WS-HOJE-DD           PIC 9(02).
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO         PIC X(09) VALUE SPACES.
           03 WS-DESC-STATUS       PIC X(11) VALUE SPACES.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-PARAM              PIC X(02) VALUE ZEROS.
       01 WS-FS-PEND               PIC X(02) VALUE ZEROS.
       01 WS-FS-FUT                PIC X(02) VALUE ZEROS.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FS-CHQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-ORD                PIC X(02) VALUE ZEROS.
       01 WS-FS-TED                PIC X(02) VALUE ZEROS.
       01 WS-FS-LIQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-ENC                PIC X(02) VALUE ZEROS.
       01 WS-FS-END                PIC X(02) VALUE ZEROS.
       01 WS-FS-DEM                PIC X(02) VALUE ZEROS.
       01 WS-FS-VH                 PIC X(02) VALUE ZEROS.
       01 WS-FS-EMP                PIC X(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC X(02) VALUE ZEROS.
       01 WS-FS-APL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-DESTINO         PIC X(01) VALUE 'N'.
       01 WS-ACHOU-END             PIC X(01) VALUE 'N'.
       01 WS-JA-LIQUIDADA          PIC X(01) VALUE 'N'.
       01 WS-TEM-PENDENTE          PIC X(01) VALUE 'N'.
       01 WS-TEM-FUTURO            PIC X(01) VALUE 'N'.
       01 WS-TEM-EMPRESTIMO        PIC X(01) VALUE 'N'.
       01 WS-TEM-APLICACAO         PIC X(01) VALUE 'N'.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-DESTINO-VALIDO        PIC X(01) VALUE 'N'.
       01 WS-ENCERRA-APROVADO      PIC X(01) VALUE 'N'.
       01 WS-MOTIVO-REJEICAO       PIC X(30) VALUE SPACES.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-VALOR-BLOQJUD         PIC S9(09)V99 VALUE ZEROS.
      *
      *    LOTE EM PROCESSAMENTO (LOTEPROC) - A REGRAVACAO DO
      *    CLIENTE.DAT PELO LOTE PERDERIA A LIQUIDACAO FEITA AGORA.
       01 WS-PRC-ACAO              PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA          PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
      *
      *    DADOS DA CONTA NO MOMENTO DO ENCERRAMENTO.
       01 WS-NOME-CLI              PIC X(20) VALUE SPACES.
       01 WS-SALDO-INI             PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALDO-FIM             PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-JUROS           PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-PAGO            PIC S9(09)V99 VALUE ZEROS.
       01 WS-CONT-CHEQUES          PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ORDENS           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-VINCULOS         PIC 9(05) VALUE ZEROS.
      *
      *    TAXAS MENSAIS DA AGENCIA EM PARAMETROS.DAT (REGISTRO MAIS
      *    RECENTE VIGENTE NA DATA). SEM REGISTRO VALE O PADRAO DO
      *    MOVIMENTACAO PARA O CREDITO; O ENCARGO DE SALDO DEVEDOR SO
      *    E' COBRADO QUANDO A AGENCIA TEM TAXA PARAMETRIZADA.
       01 WS-TAXA-JUROS-CRED       PIC 9V999 VALUE 0.010.
       01 WS-TAXA-JUROS            PIC 9V999 VALUE ZEROS.
       01 WS-VIGENCIA-ESCOLHIDA    PIC 9(06) VALUE ZEROS.
       01 WS-ACHOU-PARAM           PIC X(01) VALUE 'N'.
      *
      *    OPERADOR - ENCERRAMENTO MEXE EM SALDO E PEDE ALCADA.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
       01 WS-LINHA-SALTO           PIC X(80) VALUE ALL "=".
       01 WS-DEM-CAB.
           05 FILLER               PIC X(35)
               VALUE "DEMONSTRATIVO DE ENCERRAMENTO - AG ".
           05 WS-D-AGENCIA         PIC 9(03).
           05 FILLER               PIC X(07) VALUE " CONTA ".
           05 WS-D-CONTA           PIC 9(06).
           05 FILLER               PIC X(04) VALUE " EM ".
           05 WS-D-DATA            PIC 99/99/99.
           05 FILLER               PIC X(17) VALUE SPACES.
       01 WS-DEM-CLIENTE.
           05 FILLER               PIC X(09) VALUE "CLIENTE: ".
           05 WS-D-NOME            PIC X(20).
           05 FILLER               PIC X(51) VALUE SPACES.
       01 WS-LINHA-ENDER.
           05 FILLER               PIC X(10) VALUE "ENDERECO: ".
           05 WS-E-LOGRADOURO      PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-E-CIDADE          PIC X(20).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-E-UF              PIC X(02).
           05 FILLER               PIC X(05) VALUE " CEP ".
           05 WS-E-CEP             PIC 9(08).
           05 FILLER               PIC X(03) VALUE SPACES.
       01 WS-DEM-VALOR.
           05 WS-D-ROTULO          PIC X(40).
           05 WS-D-VALOR           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(25) VALUE SPACES.
       01 WS-DEM-QTDE.
           05 WS-D-ROTULO-Q        PIC X(40).
           05 WS-D-QTDE            PIC ZZZZ9.
           05 FILLER               PIC X(35) VALUE SPACES.
       01 WS-DEM-DESTINO.
           05 FILLER               PIC X(18) VALUE "PAGO PARA BANCO ".
           05 WS-D-BANCO           PIC 9(03).
           05 FILLER               PIC X(06) VALUE " AG ".
           05 WS-D-AG-DEST         PIC 9(04).
           05 FILLER               PIC X(07) VALUE " CONTA ".
           05 WS-D-CONTA-DEST      PIC X(10).
           05 FILLER               PIC X(32) VALUE SPACES.
      *
      *    LIQUIDACAO DA CONTA ENCERRADA: A TROCA DE STATUS PARA 'E'
      *    (CADSTATUS + APROVA-ALT) SO MARCA A CONTA. AQUI O SALDO E'
      *    ACERTADO COM OS JUROS (OU ENCARGOS DE SALDO DEVEDOR) PRO
      *    RATA DOS DIAS CORRIDOS NO MES, O SALDO CREDOR E' PAGO A UMA
      *    CONTA DESTINO (INTERNA OU TED), CHEQUES EM ABERTO E ORDENS
      *    PERMANENTES SAO CANCELADOS E SAI O DEMONSTRATIVO FINAL.
      *    CONTA COM ITEM PENDENTE DE APROVACAO, LANCAMENTO FUTURO,
      *    BLOQUEIO JUDICIAL ATIVO, EMPRESTIMO OU PARCELA EM ABERTO OU
      *    APLICACAO ATIVA NAO E' LIQUIDADA.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - OPERADOR NAO AUTENTICADO"
               STOP RUN.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ENTRA-CONTA-ENCERRADA.
           PERFORM LOCALIZA-CLIENTE.
           PERFORM DECIDE-ENCERRAMENTO.
           IF WS-ENCERRA-APROVADO NOT = 'S'
               DISPLAY "ENCERRAMENTO RECUSADO - " WS-MOTIVO-REJEICAO
               PERFORM GRAVA-LOG-REJEICAO
               STOP RUN.
           PERFORM CARREGA-PARAMETRO.
           PERFORM CALCULA-JUROS.
           COMPUTE WS-SALDO-FIM = WS-SALDO-INI + WS-VALOR-JUROS.
           MOVE ZEROS TO WS-VALOR-PAGO.
           MOVE 'N' TO WS-FORMA-PAGTO.
           IF WS-SALDO-FIM > ZEROS
               MOVE WS-SALDO-FIM TO WS-VALOR-PAGO
               PERFORM ENTRA-DESTINO
           END-IF.
           PERFORM CONFIRMA-ENCERRAMENTO.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "ENCERRAMENTO NAO CONFIRMADO - NADA ALTERADO"
               STOP RUN.
           PERFORM VERIFICA-LOTE-EM-CURSO.
           PERFORM APLICA-ENCERRAMENTO.
           IF WS-FORMA-PAGTO = 'T'
               PERFORM GRAVA-REMESSA
           END-IF.
           IF WS-FORMA-PAGTO = 'I'
              AND WS-AGENCIA NOT = WS-AGENCIA-DESTINO
               PERFORM GRAVA-LIQUIDACAO
           END-IF.
           PERFORM CANCELA-CHEQUES.
           PERFORM CANCELA-ORDENS.
           PERFORM ENCERRA-VINCULOS.
           PERFORM GRAVA-ENCERRAMENTO.
           PERFORM IMPRIME-DEMONSTRATIVO.
           DISPLAY "ENCERRAMENTO LIQUIDADO - CONTA " WS-AGENCIA "/"
               WS-CONTAG.
           DISPLAY "CHEQUES CANCELADOS: " WS-CONT-CHEQUES
               "  ORDENS CANCELADAS: " WS-CONT-ORDENS.
           DISPLAY "VINCULOS ENCERRADOS: " WS-CONT-VINCULOS.
           STOP RUN.
      *
       ENTRA-OPERADOR.
           MOVE 0   TO WS-TENTATIVAS.
           MOVE 'N' TO WS-AUTORIZADO.
           PERFORM VALIDA-OPERADOR
               UNTIL WS-AUTORIZADO = 'S' OR WS-TENTATIVAS = 3.
      *
       VALIDA-OPERADOR.
           DISPLAY "MATRICULA DO OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA-OP.
           CALL "OPERVALID" USING WS-OPERADOR-ID WS-SENHA-OP
               WS-AUTORIZADO WS-NOME-OP WS-NIVEL-OP.
           ADD 1 TO WS-TENTATIVAS.
           EVALUATE TRUE
               WHEN WS-AUTORIZADO NOT = 'S'
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               WHEN WS-NIVEL-OP = 'C'
                   MOVE 'N' TO WS-AUTORIZADO
                   DISPLAY "OPERADOR SEM ALCADA DE MANUTENCAO"
           END-EVALUATE.
      *
       ENTRA-CONTA-ENCERRADA.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA UNTIL WS-CONTA-VALIDA = 'S'.
      *
       ENTRA-CONTA.
           DISPLAY "AGENCIA DA CONTA A LIQUIDAR: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTAG.
           CALL "CONTADIG" USING WS-AGENCIA WS-CONTAG
               WS-CONTA-VALIDA.
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
                   IF ID-CLI = WS-ID
                       MOVE 'S'      TO WS-ACHOU-CLI
                       MOVE NOME-CLI TO WS-NOME-CLI
                       MOVE SALDO    TO WS-SALDO-INI
                   END-IF
           END-READ.
      *
       DECIDE-ENCERRAMENTO.
           MOVE 'S' TO WS-ENCERRA-APROVADO.
           IF WS-ACHOU-CLI = 'S' AND CLI-ENCERRADA
               PERFORM VERIFICA-LIQUIDADA
               PERFORM VERIFICA-PENDENTES
               PERFORM VERIFICA-FUTUROS
               PERFORM APURA-BLOQUEIO-JUDICIAL
               PERFORM VERIFICA-EMPRESTIMOS
               PERFORM VERIFICA-APLICACOES
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACHOU-CLI = 'N'
                   MOVE 'N' TO WS-ENCERRA-APROVADO
                   MOVE "CONTA NAO ENCONTRADA" TO WS-MOTIVO-REJEICAO
               WHEN NOT CLI-ENCERRADA
                   MOVE 'N' TO WS-ENCERRA-APROVADO
                   MOVE "CONTA NAO ESTA COM STATUS E"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-JA-LIQUIDADA = 'S'
                   MOVE 'N' TO WS-ENCERRA-APROVADO
                   MOVE "ENCERRAMENTO JA LIQUIDADO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-TEM-PENDENTE = 'S'
                   MOVE 'N' TO WS-ENCERRA-APROVADO
                   MOVE "ITEM PENDENTE EM PENDENTEMOV"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-TEM-FUTURO = 'S'
                   MOVE 'N' TO WS-ENCERRA-APROVADO
                   MOVE "LANCAMENTO FUTURO AGENDADO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-VALOR-BLOQJUD > ZEROS
                   MOVE 'N' TO WS-ENCERRA-APROVADO
                   MOVE "SALDO SOB BLOQUEIO JUDICIAL"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-TEM-EMPRESTIMO = 'S'
                   MOVE 'N' TO WS-ENCERRA-APROVADO
                   MOVE "EMPRESTIMO/PARCELA EM ABERTO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-TEM-APLICACAO = 'S'
                   MOVE 'N' TO WS-ENCERRA-APROVADO
                   MOVE "APLICACAO ATIVA NA CONTA"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE.
      *
       VERIFICA-LIQUIDADA.
           MOVE 'N' TO WS-JA-LIQUIDADA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ENCERRA.
           IF WS-FS-ENC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-ENCERRAMENTO
               UNTIL WS-FIM = 'S' OR WS-JA-LIQUIDADA = 'S'.
           IF WS-FS-ENC = "00" OR WS-FS-ENC = "10"
               CLOSE ENCERRA
           END-IF.
      *
       BUSCA-ENCERRAMENTO.
           READ ENCERRA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-ENC = WS-ID
                       MOVE 'S' TO WS-JA-LIQUIDADA
                   END-IF
           END-READ.
      *
       VERIFICA-PENDENTES.
           MOVE 'N' TO WS-TEM-PENDENTE.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PENDENTEMOV.
           IF WS-FS-PEND NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-PENDENTE
               UNTIL WS-FIM = 'S' OR WS-TEM-PENDENTE = 'S'.
           IF WS-FS-PEND = "00" OR WS-FS-PEND = "10"
               CLOSE PENDENTEMOV
           END-IF.
      *
       BUSCA-PENDENTE.
           READ PENDENTEMOV
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-PEND-MOV = WS-ID
                       MOVE 'S' TO WS-TEM-PENDENTE
                   END-IF
           END-READ.
      *
       VERIFICA-FUTUROS.
           MOVE 'N' TO WS-TEM-FUTURO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT FUTUROS.
           IF WS-FS-FUT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-FUTURO
               UNTIL WS-FIM = 'S' OR WS-TEM-FUTURO = 'S'.
           IF WS-FS-FUT = "00" OR WS-FS-FUT = "10"
               CLOSE FUTUROS
           END-IF.
      *
       BUSCA-FUTURO.
           READ FUTUROS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-FUT = WS-ID
                       MOVE 'S' TO WS-TEM-FUTURO
                   END-IF
           END-READ.
      *
       APURA-BLOQUEIO-JUDICIAL.
           MOVE ZEROS TO WS-VALOR-BLOQJUD.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM SOMA-BLOQUEIO-JUDICIAL UNTIL WS-FIM = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
      *
       SOMA-BLOQUEIO-JUDICIAL.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-BJ = WS-ID AND BJ-ATIVO
                       ADD VALOR-BLOQ-BJ TO WS-VALOR-BLOQJUD
                   END-IF
           END-READ.
      *
       VERIFICA-EMPRESTIMOS.
           MOVE 'N' TO WS-TEM-EMPRESTIMO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT EMPRESTIMO.
           IF WS-FS-EMP NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-EMPRESTIMO
               UNTIL WS-FIM = 'S' OR WS-TEM-EMPRESTIMO = 'S'.
           IF WS-FS-EMP = "00" OR WS-FS-EMP = "10"
               CLOSE EMPRESTIMO
           END-IF.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PARCELA.
           IF WS-FS-PARC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-PARCELA
               UNTIL WS-FIM = 'S' OR WS-TEM-EMPRESTIMO = 'S'.
           IF WS-FS-PARC = "00" OR WS-FS-PARC = "10"
               CLOSE PARCELA
           END-IF.
      *
       BUSCA-EMPRESTIMO.
           READ EMPRESTIMO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-EMP = WS-ID AND NOT EMP-QUITADO
                       MOVE 'S' TO WS-TEM-EMPRESTIMO
                   END-IF
           END-READ.
      *
       BUSCA-PARCELA.
           READ PARCELA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-PARC = WS-ID AND NOT PARC-PAGA
                       MOVE 'S' TO WS-TEM-EMPRESTIMO
                   END-IF
           END-READ.
      *
       VERIFICA-APLICACOES.
           MOVE 'N' TO WS-TEM-APLICACAO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT APLICACAO.
           IF WS-FS-APL NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-APLICACAO
               UNTIL WS-FIM = 'S' OR WS-TEM-APLICACAO = 'S'.
           IF WS-FS-APL = "00" OR WS-FS-APL = "10"
               CLOSE APLICACAO
           END-IF.
      *
       BUSCA-APLICACAO.
           READ APLICACAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-APL = WS-ID AND APL-ATIVA
                       MOVE 'S' TO WS-TEM-APLICACAO
                   END-IF
           END-READ.
      *
      *    ENQUANTO O LANCAMENTO DO LOTE REGRAVA CLIENTE.DAT A CONTA
      *    NAO E' LIQUIDADA - O SALDO ACERTADO AGORA SERIA PERDIDO NA
      *    REGRAVACAO DO LOTE.
       VERIFICA-LOTE-EM-CURSO.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "LOTE " WS-PRC-DATA-LOTE " EM PROCESSAMENTO ("
                   WS-PRC-PROGRAMA ") - NADA ALTERADO"
               STOP RUN.
      *
       CARREGA-PARAMETRO.
           MOVE 'N' TO WS-ACHOU-PARAM.
           MOVE ZEROS TO WS-VIGENCIA-ESCOLHIDA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PARAMETROS.
           IF WS-FS-PARAM NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM ESCOLHE-PARAMETRO UNTIL WS-FIM = 'S'.
           IF WS-FS-PARAM = "00" OR WS-FS-PARAM = "10"
               CLOSE PARAMETROS
           END-IF.
      *
       ESCOLHE-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF AGENCIA-PARAM = WS-AGENCIA
                      AND DATA-VIGENCIA-PARAM NOT > WS-HOJE
                      AND (WS-ACHOU-PARAM = 'N'
                       OR DATA-VIGENCIA-PARAM NOT <
                              WS-VIGENCIA-ESCOLHIDA)
                       MOVE 'S' TO WS-ACHOU-PARAM
                       MOVE DATA-VIGENCIA-PARAM
                           TO WS-VIGENCIA-ESCOLHIDA
                       MOVE TAXA-JUROS-CRED-PARAM
                           TO WS-TAXA-JUROS-CRED
                       MOVE TAXA-JUROS-PARAM TO WS-TAXA-JUROS
                   END-IF
           END-READ.
      *
      *    TAXA MENSAL PRO RATA DOS DIAS CORRIDOS NO MES (MES DE 30
      *    DIAS) - OS JUROS DO MES FECHADO JA FORAM CREDITADOS PELO
      *    MOVIMENTACAO, QUE NAO CREDITA MAIS CONTA ENCERRADA.
       CALCULA-JUROS.
           MOVE ZEROS TO WS-VALOR-JUROS.
           IF WS-SALDO-INI > ZEROS
               COMPUTE WS-VALOR-JUROS ROUNDED = WS-SALDO-INI
                   * WS-TAXA-JUROS-CRED * WS-HOJE-DD / 30
           END-IF.
           IF WS-SALDO-INI < ZEROS
               COMPUTE WS-VALOR-JUROS ROUNDED = WS-SALDO-INI
                   * WS-TAXA-JUROS * WS-HOJE-DD / 30
           END-IF.
      *
       ENTRA-DESTINO.
           MOVE 'N' TO WS-DESTINO-VALIDO.
           PERFORM ESCOLHE-DESTINO UNTIL WS-DESTINO-VALIDO = 'S'.
      *
       ESCOLHE-DESTINO.
           DISPLAY "SALDO A PAGAR: " WS-VALOR-PAGO.
           DISPLAY "PAGAR EM (I-CONTA DESTE BANCO / T-TED): ".
           ACCEPT WS-FORMA-PAGTO.
           EVALUATE WS-FORMA-PAGTO
               WHEN 'I'
                   PERFORM ENTRA-DESTINO-INTERNO
               WHEN 'T'
                   PERFORM ENTRA-DESTINO-TED
               WHEN OTHER
                   DISPLAY "FORMA DE PAGAMENTO INVALIDA"
           END-EVALUATE.
      *
       ENTRA-DESTINO-INTERNO.
           DISPLAY "AGENCIA DE DESTINO: ".
           ACCEPT WS-AGENCIA-DESTINO.
           DISPLAY "CONTA DE DESTINO: ".
           ACCEPT WS-CONTA-DESTINO.
           CALL "CONTADIG" USING WS-AGENCIA-DESTINO WS-CONTA-DESTINO
               WS-CONTA-VALIDA.
           IF WS-CONTA-VALIDA NOT = 'S'
               DISPLAY "CONTA DE DESTINO INVALIDA - DIGITO NAO CONFERE"
           ELSE
               IF WS-ID-DESTINO = WS-ID
                   DISPLAY "DESTINO NAO PODE SER A PROPRIA CONTA"
               ELSE
                   PERFORM LOCALIZA-DESTINO
               END-IF
           END-IF.
      *
       LOCALIZA-DESTINO.
           MOVE 'N' TO WS-ACHOU-DESTINO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM BUSCA-DESTINO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-DESTINO = 'S'.
           CLOSE CADCLI.
           IF WS-ACHOU-DESTINO = 'N'
               DISPLAY "CONTA DE DESTINO NAO ENCONTRADA"
           ELSE
               IF NOT CLI-ABERTA
                   DISPLAY "CONTA DE DESTINO BLOQUEADA/ENCERRADA"
               ELSE
                   DISPLAY "FAVORECIDO: " NOME-CLI
                   MOVE 'S' TO WS-DESTINO-VALIDO
               END-IF
           END-IF.
      *
       BUSCA-DESTINO.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI = WS-ID-DESTINO
                       MOVE 'S' TO WS-ACHOU-DESTINO
                   END-IF
           END-READ.
      *
       ENTRA-DESTINO-TED.
           DISPLAY "BANCO DE DESTINO: ".
           ACCEPT WS-BANCO-TED.
           DISPLAY "AGENCIA DE DESTINO: ".
           ACCEPT WS-AGENCIA-TED.
           DISPLAY "CONTA DE DESTINO: ".
           ACCEPT WS-CONTA-TED.
           IF WS-BANCO-TED = ZEROS OR WS-CONTA-TED = SPACES
               DISPLAY "DADOS DA TED INCOMPLETOS"
           ELSE
               MOVE 'S' TO WS-DESTINO-VALIDO
           END-IF.
      *
       CONFIRMA-ENCERRAMENTO.
           DISPLAY "CONTA " WS-AGENCIA "/" WS-CONTAG " - "
               WS-NOME-CLI.
           DISPLAY "SALDO ATUAL         : " WS-SALDO-INI.
           DISPLAY "JUROS/ENCARGOS (" WS-HOJE-DD " DIAS): "
               WS-VALOR-JUROS.
           DISPLAY "VALOR A PAGAR       : " WS-VALOR-PAGO.
           DISPLAY "CONFIRMA A LIQUIDACAO (S/N)? ".
           ACCEPT WS-CONFIRMA.
      *
      *    A CONTA ENCERRADA RECEBE OS JUROS/ENCARGOS E E' ZERADA
      *    PELO PAGAMENTO; NO PAGAMENTO INTERNO A CONTA DESTINO E'
      *    CREDITADA NA MESMA PASSAGEM, COMO NO TRANSFERE. SALDO
      *    DEVEDOR REMANESCENTE FICA NA CONTA PARA COBRANCA.
       APLICA-ENCERRAMENTO.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM ATUALIZA-CONTAS UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       ATUALIZA-CONTAS.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI = WS-ID
                       PERFORM LIQUIDA-CONTA
                   END-IF
                   IF WS-FORMA-PAGTO = 'I' AND ID-CLI = WS-ID-DESTINO
                       COMPUTE SALDO = SALDO + WS-VALOR-PAGO
                       REWRITE REG-CLI
                       MOVE WS-ID-DESTINO TO ID-LOG
                       MOVE 'TRANSF   '   TO WS-DESC-TIPO
                       MOVE 'RECEBIDA   ' TO WS-DESC-STATUS
                       MOVE SALDO         TO VALOR-LOG
                       PERFORM GRAVA-LOG
                   END-IF
           END-READ.
      *
       LIQUIDA-CONTA.
           IF WS-VALOR-JUROS NOT = ZEROS
               COMPUTE SALDO = SALDO + WS-VALOR-JUROS
               REWRITE REG-CLI
               MOVE WS-ID TO ID-LOG
               IF WS-VALOR-JUROS > ZEROS
                   MOVE 'JUROS    ' TO WS-DESC-TIPO
               ELSE
                   MOVE 'ENCARGOS ' TO WS-DESC-TIPO
               END-IF
               MOVE 'ATUALIZADO ' TO WS-DESC-STATUS
               MOVE SALDO         TO VALOR-LOG
               PERFORM GRAVA-LOG
           END-IF.
           IF WS-VALOR-PAGO > ZEROS
               COMPUTE SALDO = SALDO - WS-VALOR-PAGO
               REWRITE REG-CLI
               MOVE WS-ID TO ID-LOG
               IF WS-FORMA-PAGTO = 'T'
                   MOVE 'TED      ' TO WS-DESC-TIPO
               ELSE
                   MOVE 'TRANSF   ' TO WS-DESC-TIPO
               END-IF
               MOVE 'ENVIADA    ' TO WS-DESC-STATUS
               MOVE SALDO         TO VALOR-LOG
               PERFORM GRAVA-LOG
           END-IF.
           MOVE SALDO TO WS-SALDO-FIM.
      *
       GRAVA-LOG-REJEICAO.
           MOVE WS-ID           TO ID-LOG.
           MOVE 'ENCERRAM '     TO WS-DESC-TIPO.
           MOVE 'REJEITADO  '   TO WS-DESC-STATUS.
           MOVE WS-SALDO-INI    TO VALOR-LOG.
           PERFORM GRAVA-LOG.
      *
       GRAVA-LOG.
           MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG.
           OPEN EXTEND MOVLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT MOVLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LOG -" WS-FS-LOG
               STOP RUN.
           ACCEPT DATA-LOG FROM DATE.
           ACCEPT HORA-LOG FROM TIME.
           CALL "NSUGET" USING WS-NSU.
           MOVE WS-NSU TO NSU-LOG.
           WRITE REG-LOG.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
           END-IF.
           CLOSE MOVLOG.
      *
       GRAVA-REMESSA.
           OPEN EXTEND TEDSAIDA.
           IF WS-FS-TED NOT EQUAL "00"
               OPEN OUTPUT TEDSAIDA
           END-IF.
           IF WS-FS-TED NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA TEDSAIDA - " WS-FS-TED
               STOP RUN.
           MOVE WS-ID          TO ID-ORIGEM-TED.
           MOVE WS-BANCO-TED   TO BANCO-DEST-TED.
           MOVE WS-AGENCIA-TED TO AGENCIA-DEST-TED.
           MOVE WS-CONTA-TED   TO CONTA-DEST-TED.
           MOVE WS-VALOR-PAGO  TO VALOR-TED.
           MOVE WS-HOJE        TO DATA-TED.
           WRITE REG-TED.
           IF WS-FS-TED NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO TEDSAIDA - " WS-FS-TED
           END-IF.
           CLOSE TEDSAIDA.
      *
       GRAVA-LIQUIDACAO.
           OPEN EXTEND LIQAG.
           IF WS-FS-LIQ NOT EQUAL "00"
               OPEN OUTPUT LIQAG
           END-IF.
           IF WS-FS-LIQ NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LIQAG - " WS-FS-LIQ
               STOP RUN.
           MOVE WS-AGENCIA         TO AGENCIA-DEVE-LIQ.
           MOVE WS-AGENCIA-DESTINO TO AGENCIA-RECEBE-LIQ.
           MOVE WS-VALOR-PAGO      TO VALOR-LIQ.
           MOVE WS-HOJE            TO DATA-LIQ.
           WRITE REG-LIQAG.
           CLOSE LIQAG.
      *
      *    CHEQUE AINDA NAO COMPENSADO PASSA A CANCELADO - SE FOR
      *    APRESENTADO DEPOIS, A COMPENSACAO O TRATA COMO JA BAIXADO.
       CANCELA-CHEQUES.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CHEQUE.
           IF WS-FS-CHQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CANCELA-UM-CHEQUE UNTIL WS-FIM = 'S'.
           IF WS-FS-CHQ = "00" OR WS-FS-CHQ = "10"
               CLOSE CHEQUE
           END-IF.
      *
       CANCELA-UM-CHEQUE.
           READ CHEQUE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF AGENCIA-CHEQUE = WS-AGENCIA
                      AND CONTA-CHEQUE = WS-CONTAG
                      AND CHEQUE-EMITIDO
                       SET CHEQUE-CANCELADO TO TRUE
                       REWRITE REG-CHEQUE
                       ADD 1 TO WS-CONT-CHEQUES
                   END-IF
           END-READ.
      *
      *    ORDEM PERMANENTE ATIVA OU SUSPENSA PASSA A CANCELADA - O
      *    PROCESSA-ORDEM SO GERA MOVIMENTO DE ORDEM ATIVA.
       CANCELA-ORDENS.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ORDEM.
           IF WS-FS-ORD NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CANCELA-UMA-ORDEM UNTIL WS-FIM = 'S'.
           IF WS-FS-ORD = "00" OR WS-FS-ORD = "10"
               CLOSE ORDEM
           END-IF.
      *
       CANCELA-UMA-ORDEM.
           READ ORDEM
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-ORDEM = WS-ID
                      AND (ORDEM-ATIVA OR ORDEM-SUSPENSA)
                       SET ORDEM-CANCELADA TO TRUE
                       REWRITE REG-ORDEM
                       ADD 1 TO WS-CONT-ORDENS
                   END-IF
           END-READ.
      *
      *    TODO VINCULO EM VIGOR DA CONTA (TITULAR E COTITULAR)
      *    TERMINA NA DATA DO ENCERRAMENTO - ENTRA NA REMESSA CCS.
       ENCERRA-VINCULOS.
           MOVE 'N' TO WS-FIM.
           OPEN I-O VINCHIST.
           IF WS-FS-VH NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM ENCERRA-UM-VINCULO UNTIL WS-FIM = 'S'.
           IF WS-FS-VH = "00" OR WS-FS-VH = "10"
               CLOSE VINCHIST
           END-IF.
      *
       ENCERRA-UM-VINCULO.
           READ VINCHIST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-VH = WS-ID AND VH-EM-VIGOR
                       MOVE WS-HOJE        TO DATA-FIM-VH
                       MOVE WS-HOJE        TO DATA-ALT-VH
                       MOVE "ENCERRA-CONT" TO ORIGEM-VH
                       MOVE WS-OPERADOR-ID TO OPERADOR-VH
                       REWRITE REG-VINCHIST
                       ADD 1 TO WS-CONT-VINCULOS
                   END-IF
           END-READ.
      *
       GRAVA-ENCERRAMENTO.
           OPEN EXTEND ENCERRA.
           IF WS-FS-ENC NOT EQUAL "00"
               OPEN OUTPUT ENCERRA
           END-IF.
           IF WS-FS-ENC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ENCERRA - " WS-FS-ENC
               STOP RUN.
           MOVE WS-ID           TO ID-ENC.
           MOVE WS-HOJE         TO DATA-ENC.
           MOVE WS-SALDO-INI    TO SALDO-INI-ENC.
           MOVE WS-VALOR-JUROS  TO JUROS-ENC.
           MOVE WS-VALOR-PAGO   TO VALOR-PAGO-ENC.
           MOVE WS-SALDO-FIM    TO SALDO-FIM-ENC.
           MOVE WS-FORMA-PAGTO  TO FORMA-PAGTO-ENC.
           MOVE ZEROS           TO BANCO-DEST-ENC.
           MOVE ZEROS           TO AGENCIA-DEST-ENC.
           MOVE SPACES          TO CONTA-DEST-ENC.
           IF ENC-INTERNO
               MOVE WS-AGENCIA-DESTINO TO AGENCIA-DEST-ENC
               MOVE WS-CONTA-DESTINO   TO CONTA-DEST-ENC
           END-IF.
           IF ENC-TED
               MOVE WS-BANCO-TED   TO BANCO-DEST-ENC
               MOVE WS-AGENCIA-TED TO AGENCIA-DEST-ENC
               MOVE WS-CONTA-TED   TO CONTA-DEST-ENC
           END-IF.
           MOVE WS-CONT-CHEQUES TO QTD-CHEQUES-ENC.
           MOVE WS-CONT-ORDENS  TO QTD-ORDENS-ENC.
           MOVE WS-OPERADOR-ID  TO OPERADOR-ENC.
           WRITE REG-ENCERRA.
           CLOSE ENCERRA.
      *
      *    DEMONSTRATIVO FINAL PARA O CLIENTE, COM O BLOCO DE
      *    ENDERECO DE EXPEDICAO DO ENDERECO.DAT QUANDO HOUVER.
       IMPRIME-DEMONSTRATIVO.
           OPEN EXTEND DEMENC.
           IF WS-FS-DEM NOT EQUAL "00"
               OPEN OUTPUT DEMENC
           END-IF.
           IF WS-FS-DEM NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA DEMENCERRA - " WS-FS-DEM
               STOP RUN.
           MOVE WS-LINHA-SALTO TO REG-DEM.
           WRITE REG-DEM.
           MOVE WS-AGENCIA     TO WS-D-AGENCIA.
           MOVE WS-CONTAG      TO WS-D-CONTA.
           MOVE WS-HOJE        TO WS-D-DATA.
           MOVE WS-DEM-CAB     TO REG-DEM.
           WRITE REG-DEM.
           MOVE WS-NOME-CLI    TO WS-D-NOME.
           MOVE WS-DEM-CLIENTE TO REG-DEM.
           WRITE REG-DEM.
           PERFORM IMPRIME-ENDERECO.
           MOVE "SALDO NA DATA DO ENCERRAMENTO" TO WS-D-ROTULO.
           MOVE WS-SALDO-INI TO WS-D-VALOR.
           PERFORM ESCREVE-VALOR.
           IF WS-VALOR-JUROS < ZEROS
               MOVE "ENCARGOS DE SALDO DEVEDOR PRO RATA"
                   TO WS-D-ROTULO
           ELSE
               MOVE "JUROS CREDITADOS PRO RATA" TO WS-D-ROTULO
           END-IF.
           MOVE WS-VALOR-JUROS TO WS-D-VALOR.
           PERFORM ESCREVE-VALOR.
           MOVE "VALOR PAGO AO CLIENTE" TO WS-D-ROTULO.
           MOVE WS-VALOR-PAGO TO WS-D-VALOR.
           PERFORM ESCREVE-VALOR.
           IF WS-FORMA-PAGTO = 'I'
               MOVE ZEROS              TO WS-D-BANCO
               MOVE WS-AGENCIA-DESTINO TO WS-D-AG-DEST
               MOVE WS-CONTA-DESTINO   TO WS-D-CONTA-DEST
               MOVE WS-DEM-DESTINO     TO REG-DEM
               WRITE REG-DEM
           END-IF.
           IF WS-FORMA-PAGTO = 'T'
               MOVE WS-BANCO-TED       TO WS-D-BANCO
               MOVE WS-AGENCIA-TED     TO WS-D-AG-DEST
               MOVE WS-CONTA-TED       TO WS-D-CONTA-DEST
               MOVE WS-DEM-DESTINO     TO REG-DEM
               WRITE REG-DEM
           END-IF.
           IF WS-SALDO-FIM < ZEROS
               MOVE "SALDO DEVEDOR REMANESCENTE" TO WS-D-ROTULO
           ELSE
               MOVE "SALDO FINAL" TO WS-D-ROTULO
           END-IF.
           MOVE WS-SALDO-FIM TO WS-D-VALOR.
           PERFORM ESCREVE-VALOR.
           MOVE "CHEQUES EM ABERTO CANCELADOS" TO WS-D-ROTULO-Q.
           MOVE WS-CONT-CHEQUES TO WS-D-QTDE.
           MOVE WS-DEM-QTDE TO REG-DEM.
           WRITE REG-DEM.
           MOVE "ORDENS PERMANENTES CANCELADAS" TO WS-D-ROTULO-Q.
           MOVE WS-CONT-ORDENS TO WS-D-QTDE.
           MOVE WS-DEM-QTDE TO REG-DEM.
           WRITE REG-DEM.
           CLOSE DEMENC.
      *
       ESCREVE-VALOR.
           MOVE WS-DEM-VALOR TO REG-DEM.
           WRITE REG-DEM.
      *
       IMPRIME-ENDERECO.
           MOVE 'N' TO WS-ACHOU-END.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ENDERECO.
           IF WS-FS-END NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-ENDERECO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-END = 'S'.
           IF WS-FS-END = "00" OR WS-FS-END = "10"
               CLOSE ENDERECO
           END-IF.
           IF WS-ACHOU-END = 'S'
               MOVE LOGRADOURO-END TO WS-E-LOGRADOURO
               MOVE CIDADE-END     TO WS-E-CIDADE
               MOVE UF-END         TO WS-E-UF
               MOVE CEP-END        TO WS-E-CEP
               MOVE WS-LINHA-ENDER TO REG-DEM
               WRITE REG-DEM
           END-IF.
      *
       BUSCA-ENDERECO.
           READ ENDERECO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-END = WS-ID
                       MOVE 'S' TO WS-ACHOU-END
                   END-IF
           END-READ.
