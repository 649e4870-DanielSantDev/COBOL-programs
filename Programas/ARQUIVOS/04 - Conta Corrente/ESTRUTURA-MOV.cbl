               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IOF.
           SELECT PARCRET ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRET.
           SELECT BOLRET ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BRET.
           SELECT PACOTE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAC.
           SELECT CONTAPACOTE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CPAC.
           SELECT USOPACOTE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-USP.
           SELECT USOSERV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-USV.
           SELECT USOHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-UHS.
           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BJ.
           SELECT RELSIMUL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SIM.
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
               88 CLI-ABERTA       VALUE 'A'.
               88 CLI-BLOQUEADA    VALUE 'B'.
               88 CLI-DORMENTE     VALUE 'D'.
           03 NOME-CLI2            PIC X(20).
           03 DOC-CLI2             PIC X(11).
           03 CNPJ-CLI             PIC X(14).
           03 TOTAL-MOV-ANO        PIC S9(09)V99.
           03 CONT-MOV-DIA-CLI     PIC 9(03).
           03 DATA-MOV-DIA-CLI     PIC 9(06).
           03 FILLER               PIC X(23).
      *
       FD MOVIM VALUE OF FILE-ID IS "MOVIMENTO.DAT".
       01 REG-MOV.
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
      *    D = DEPOSITO, S = SAQUE, T = TARIFA, C = CORRECAO,
      *    J = JUROS CREDITO, E = EMPRESTIMO (LIBERACAO/PARCELA),
      *    B = PAGAMENTO DE BOLETO, F = CREDITO DE PAGAMENTO A
      *    FORNECEDOR CLIENTE DA CASA, M = MENSALIDADE ESCOLAR,
      *    P = BENEFICIO DE APOSENTADORIA (FOLHA-APOS)
      *    G = FOLHA DE PAGAMENTO DE EMPRESA (CREDITO-FOLHA)
           03 DATA-VALOR-MOV       PIC 9(06).
      *    DATA-VALOR ZERADA = ITEM DO PROPRIO DIA (COMPATIBILIDADE
      *    COM MOVIMENTOS ANTIGOS SEM DATA DE VALOR)
           03 TIPO-REG-MOV         PIC X(02).
               88 REG-MOV-HEADER   VALUE 'HD'.
               88 REG-MOV-TRAILER  VALUE 'TR'.
           03 DADOS-CTL-MOV        PIC X(28).
           03 DADOS-HEADER-MOV REDEFINES DADOS-CTL-MOV.
               05 ORIGEM-HEADER    PIC X(03).
               05 DATA-GER-HEADER  PIC 9(06).
               05 FILLER           PIC X(19).
           03 DADOS-TRAILER-MOV REDEFINES DADOS-CTL-MOV.
               05 QTDE-TRAILER     PIC 9(07).
               05 HASH-TRAILER     PIC S9(11)V99.
               05 FILLER           PIC X(08).
      *
       FD MOVORD VALUE OF FILE-ID IS "MOVORD.DAT".
           03 ID-MOV-ORD.
               05 AGENCIA-MOV-ORD  PIC 9(03).
               05 CONTA-MOV-ORD    PIC 9(06).
           03 MOVIMENTO-ORD        PIC S9(09)V99.
           03 TIPO-MOV-ORD         PIC X(01).
           03 DATA-VALOR-MOV-ORD   PIC 9(06).
           03 ORIGEM-MOV-ORD       PIC 9(03).
           03 ID-SORT-MOV.
               05 AGENCIA-SORT-MOV PIC 9(03).
               05 CONTA-SORT-MOV   PIC 9(06).
           03 MOVIMENTO-SORT       PIC S9(09)V99.
           03 TIPO-MOV-SORT        PIC X(01).
           03 DATA-VALOR-SORT      PIC 9(06).
           03 ORIGEM-SORT          PIC 9(03).
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
           03 ID-PEND-MOV.
               05 AGENCIA-PEND-MOV PIC 9(03).
               05 CONTA-PEND-MOV   PIC 9(06).
           03 MOVIMENTO-PEND-MOV   PIC S9(09)V99.
           03 TIPO-PEND-MOV        PIC X(01).
           03 DATA-PEND-MOV        PIC 9(06).
           03 HORA-PEND-MOV        PIC 9(08).
               05 AGENCIA-SDIA     PIC 9(03).
               05 CONTA-SDIA       PIC 9(06).
           03 DATA-SDIA            PIC 9(06).
           03 SALDO-SDIA           PIC S9(09)V99.
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
               05 CONTA-IOF        PIC 9(06).
           03 DATA-IOF             PIC 9(06).
           03 VALOR-IOF            PIC 9(07)V99.
      *
      *    RETORNO DAS PARCELAS DE EMPRESTIMO (TIPO E, DEBITO) - O
      *    BAIXA-PARCELA LE ESTE ARQUIVO PARA DAR A PARCELA COMO PAGA
      *    OU VENCIDA NO PARCELA.DAT.
       FD PARCRET VALUE OF FILE-ID IS "PARCRET.DAT".
       01 REG-PARCRET.
           03 ID-RET.
               05 AGENCIA-RET      PIC 9(03).
               05 CONTA-RET        PIC 9(06).
           03 VALOR-RET            PIC S9(09).
           03 DATA-RET             PIC 9(06).
           03 SITUACAO-RET         PIC X(01).
               88 RET-PAGA         VALUE 'P'.
               88 RET-RECUSADA     VALUE 'R'.
               88 RET-AGUARDANDO   VALUE 'A'.
      *
      *    RETORNO DOS PAGAMENTOS DE BOLETO (TIPO B) - O LIQ-BOLETO
      *    LE ESTE ARQUIVO PARA LIQUIDAR OU RECUSAR O BOLETO E MONTAR
      *    O REPASSE AO BANCO BENEFICIARIO.
       FD BOLRET VALUE OF FILE-ID IS "BOLRET.DAT".
       01 REG-BOLRET.
           03 ID-RETB.
               05 AGENCIA-RETB     PIC 9(03).
               05 CONTA-RETB       PIC 9(06).
           03 VALOR-RETB           PIC S9(09).
           03 DATA-RETB            PIC 9(06).
           03 SITUACAO-RETB        PIC X(01).
               88 RETB-PAGO        VALUE 'P'.
               88 RETB-RECUSADO    VALUE 'R'.
               88 RETB-AGUARDANDO  VALUE 'A'.
      *
      *    PACOTES DE SERVICO (MANTIDOS PELO CADPACOTE): MENSALIDADE,
      *    FRANQUIA MENSAL E TARIFA AVULSA DO QUE PASSA DA FRANQUIA.
       FD PACOTE VALUE OF FILE-ID IS "PACOTE.DAT".
       01 REG-PACOTE.
           03 CODIGO-PAC           PIC 9(02).
           03 NOME-PAC             PIC X(15).
           03 MENSALIDADE-PAC      PIC 9(07).
           03 FRANQ-SAQUE-PAC      PIC 9(03).
           03 FRANQ-TRANSF-PAC     PIC 9(03).
           03 FRANQ-CHEQUE-PAC     PIC 9(03).
           03 TARIFA-SAQUE-PAC     PIC 9(05).
           03 TARIFA-TRANSF-PAC    PIC 9(05).
           03 TARIFA-CHEQUE-PAC    PIC 9(05).
      *
       FD CONTAPACOTE VALUE OF FILE-ID IS "CONTAPACOTE.DAT".
       01 REG-CONTAPACOTE.
           03 ID-CLI-CPAC.
               05 AGENCIA-CPAC     PIC 9(03).
               05 CONTA-CPAC       PIC 9(06).
           03 CODIGO-PAC-CPAC      PIC 9(02).
           03 DATA-ADESAO-CPAC     PIC 9(06).
      *
      *    USO DO MES CORRENTE POR CONTA - QUANTIDADES E QUANTO DO
      *    EXCEDENTE JA FOI COBRADO. REGRAVADO A CADA LOTE; NO
      *    FECHAMENTO DO MES O MES VAI PARA O USOHIST.DAT.
       FD USOPACOTE VALUE OF FILE-ID IS "USOPACOTE.DAT".
       01 REG-USOPACOTE.
           03 ID-USP.
               05 AGENCIA-USP      PIC 9(03).
               05 CONTA-USP        PIC 9(06).
           03 COMPET-USP           PIC 9(04).
           03 CODIGO-PAC-USP       PIC 9(02).
           03 QTD-SAQUE-USP        PIC 9(05).
           03 QTD-TRANSF-USP       PIC 9(05).
           03 QTD-CHEQUE-USP       PIC 9(05).
           03 COBR-SAQUE-USP       PIC 9(05).
           03 COBR-TRANSF-USP      PIC 9(05).
           03 COBR-CHEQUE-USP      PIC 9(05).
      *
      *    EVENTOS DE USO GRAVADOS PELO TRANSFERE, TRANSFINTER E
      *    COMPENSA-LOTE DESDE O ULTIMO LOTE - CONSUMIDO AQUI.
       FD USOSERV VALUE OF FILE-ID IS "USOSERV.DAT".
       01 REG-USOSERV.
           03 ID-USV.
               05 AGENCIA-USV      PIC 9(03).
               05 CONTA-USV        PIC 9(06).
           03 TIPO-USV             PIC X(01).
               88 USV-TRANSF       VALUE 'T'.
               88 USV-CHEQUE       VALUE 'C'.
           03 DATA-USV             PIC 9(06).
      *
      *    HISTORICO DE USO DOS MESES FECHADOS - INSUMO DO RELPACOTE.
       FD USOHIST VALUE OF FILE-ID IS "USOHIST.DAT".
       01 REG-USOHIST.
           03 ID-UHS.
               05 AGENCIA-UHS      PIC 9(03).
               05 CONTA-UHS        PIC 9(06).
           03 COMPET-UHS           PIC 9(04).
           03 CODIGO-PAC-UHS       PIC 9(02).
           03 QTD-SAQUE-UHS        PIC 9(05).
           03 QTD-TRANSF-UHS       PIC 9(05).
           03 QTD-CHEQUE-UHS       PIC 9(05).
      *
      *    BLOQUEIO JUDICIAL (MANTIDO PELO BLOQ-JUDIC) - O VALOR
      *    BLOQUEADO ATIVO NAO PODE SER DEBITADO DA CONTA.
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
      *    RELATORIO DA SIMULACAO (MODO S) - O QUE O LOTE FARIA.
       FD RELSIMUL VALUE OF FILE-ID IS "RELSIMMOV.DAT".
       01 REG-SIMUL                PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-ID.
           03 WS-AGENCIA           PIC 9(03).
           03 WS-CONTAG            PIC 9(06).
       01 WS-MOVIMENTO             PIC S9(09)V99 VALUE ZEROS.
       01 WS-TIPO-MOV              PIC X(01) VALUE SPACES.
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO         PIC X(09) VALUE SPACES.
           03 WS-DESC-STATUS       PIC X(11) VALUE SPACES.
       01 WS-NOVOSALDO             PIC S9(09)V99 VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-ORD                PIC X(02) VALUE ZEROS.
      *    SEM REGISTRO EM PARAMETROS.DAT A TAXA PADRAO E' ZERO.
       01 WS-TAXA-IOF               PIC 9V9999 VALUE ZEROS.
       01 WS-TAXA-IOF-PAD           PIC 9V9999 VALUE ZEROS.
       01 WS-VALOR-IOF              PIC S9(09)V99 VALUE ZEROS.
       01 WS-IOF-DEVIDO             PIC X(01) VALUE 'N'.
       01 WS-FS-IOF                 PIC X(02) VALUE ZEROS.
       01 WS-CONT-IOF               PIC 9(07) VALUE ZEROS.
       01 WS-CONT-REJEITADOS       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-NAOACHADOS       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-PULADOS          PIC 9(07) VALUE ZEROS.
       01 WS-CONT-REDIRECIONADOS   PIC 9(07) VALUE ZEROS.
       01 WS-CONTA-TROCADA         PIC X(01) VALUE 'N'.
       01 WS-TOTAL-POSTADO         PIC S9(11)V99 VALUE ZEROS.
       01 WS-DATA-EXTENSO          PIC X(30).
       01 WS-CONT-MOV-DIA          PIC 9(03) VALUE ZEROS.
       01 WS-LIMITE-MOV-DIA        PIC 9(03) VALUE 010.
       01 WS-CLI-GRAVADO           PIC X(01) VALUE 'N'.
       01 WS-IO-ACAO               PIC X(01) VALUE SPACES.
       01 WS-TAXA-JUROS-CRED       PIC V999 VALUE 0.010.
       01 WS-VALOR-JUROS           PIC S9(09)V99 VALUE ZEROS.
       01 WS-FIM-MES               PIC X(01) VALUE 'N'.
       01 WS-ULT-DIA-MES           PIC 9(02) VALUE ZEROS.
       01 WS-DATA-TESTE            PIC 9(06) VALUE ZEROS.
       01 WS-TEM-TRAILER           PIC X(01) VALUE 'N'.
       01 WS-FIM-CTL               PIC X(01) VALUE 'N'.
       01 WS-QTDE-CONFERIDA        PIC 9(07) VALUE ZEROS.
       01 WS-HASH-CONFERIDO        PIC S9(11)V99 VALUE ZEROS.
       01 WS-QTDE-TRAILER          PIC 9(07) VALUE ZEROS.
       01 WS-HASH-TRAILER          PIC S9(11)V99 VALUE ZEROS.
       01 WS-QTDE-POS-TRAILER      PIC 9(07) VALUE ZEROS.
       01 WS-FS-PRET               PIC X(02) VALUE ZEROS.
       01 WS-CONT-PARCELAS         PIC 9(07) VALUE ZEROS.
       01 WS-FS-BRET               PIC X(02) VALUE ZEROS.
       01 WS-CONT-BOLETOS          PIC 9(07) VALUE ZEROS.
      *
      *    PACOTES DE SERVICO: TABELA DE PACOTES E USO DO MES POR
      *    CONTA. CONTA SEM PACOTE ATRIBUIDO NAO ENTRA NA TABELA E NAO
      *    PAGA MENSALIDADE NEM EXCEDENTE.
       01 WS-FS-PAC                PIC X(02) VALUE ZEROS.
       01 WS-FS-CPAC               PIC X(02) VALUE ZEROS.
       01 WS-FS-USP                PIC X(02) VALUE ZEROS.
       01 WS-FS-USV                PIC X(02) VALUE ZEROS.
       01 WS-FS-UHS                PIC X(02) VALUE ZEROS.
       01 WS-FIM-PAC               PIC X(01) VALUE 'N'.
       01 WS-COMPET                PIC 9(04) VALUE ZEROS.
       01 WS-PAC-TAB.
           03 WS-PAC-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-PAC-ITEM OCCURS 99 TIMES.
               05 WS-PAC-CODIGO        PIC 9(02).
               05 WS-PAC-MENSALIDADE   PIC 9(07).
               05 WS-PAC-FRANQ-SAQUE   PIC 9(03).
               05 WS-PAC-FRANQ-TRANSF  PIC 9(03).
               05 WS-PAC-FRANQ-CHEQUE  PIC 9(03).
               05 WS-PAC-TARIFA-SAQUE  PIC 9(05).
               05 WS-PAC-TARIFA-TRANSF PIC 9(05).
               05 WS-PAC-TARIFA-CHEQUE PIC 9(05).
       01 WS-PAC-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-PAC-POS               PIC 9(03) VALUE ZEROS.
       01 WS-PAC-BUSCA             PIC 9(02) VALUE ZEROS.
       01 WS-USO-TAB.
           03 WS-USO-QTDE          PIC 9(05) VALUE ZEROS.
           03 WS-USO-ITEM OCCURS 5000 TIMES.
               05 WS-USO-ID            PIC 9(09).
               05 WS-USO-PACOTE        PIC 9(02).
               05 WS-USO-QTD-SAQUE     PIC 9(05).
               05 WS-USO-QTD-TRANSF    PIC 9(05).
               05 WS-USO-QTD-CHEQUE    PIC 9(05).
               05 WS-USO-COBR-SAQUE    PIC 9(05).
               05 WS-USO-COBR-TRANSF   PIC 9(05).
               05 WS-USO-COBR-CHEQUE   PIC 9(05).
       01 WS-USO-SUBS              PIC 9(05) VALUE ZEROS.
       01 WS-USO-POS               PIC 9(05) VALUE ZEROS.
       01 WS-USO-BUSCA             PIC 9(09) VALUE ZEROS.
       01 WS-EXCEDENTE             PIC 9(05) VALUE ZEROS.
       01 WS-VALOR-PACOTE          PIC S9(09)V99 VALUE ZEROS.
       01 WS-CONT-TARIFA-PAC       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-MENSALIDADE      PIC 9(07) VALUE ZEROS.
      *
      *    VALOR BLOQUEADO JUDICIALMENTE POR CONTA (BLOQJUD.DAT, SO
      *    OS ATIVOS) - INDISPONIVEL PARA DEBITO.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FIM-BJ                PIC X(01) VALUE 'N'.
       01 WS-VALOR-BLOQJUD         PIC S9(09)V99 VALUE ZEROS.
       01 WS-BJ-TAB.
           03 WS-BJ-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-BJ-ITEM OCCURS 2000 TIMES.
               05 WS-BJ-ID         PIC 9(09).
               05 WS-BJ-VALOR      PIC 9(09)V99.
       01 WS-BJ-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-BJ-POS                PIC 9(04) VALUE ZEROS.
       01 WS-BJ-BUSCA              PIC 9(09) VALUE ZEROS.
       01 WS-CONT-BLOQ-JUDIC       PIC 9(07) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *    INDICADOR DE LOTE EM PROCESSAMENTO (VIA LOTEPROC) - LIGADO
      *    JUNTO COM O INICIO NO RUNHIST E DESLIGADO SO NO FIM NORMAL;
      *    ENQUANTO LIGADO A MANUTENCAO DE CLIENTES FICA EM CONSULTA.
       01 WS-PRC-ACAO              PIC X(01) VALUE SPACE.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
      *
      *    MODO DE EXECUCAO: E = EFETIVO (LOTE NORMAL), S = SIMULACAO.
      *    A SIMULACAO PASSA PELA MESMA LOGICA DE POSTAGEM CONTRA O
      *    MOVIMENTO.DAT E O CLIENTE.DAT, MAS NAO GRAVA NENHUM ARQUIVO
      *    DO LOTE (CLIENTE, LOGMOV, NSUCTL, CHECKPOINT, PENDENTES,
      *    FUTUROS, IOFREC, RETORNOS, SALDODIA, USO DE PACOTE, RUNHIST
      *    E LOTEPROC) - TUDO VAI PARA O RELSIMMOV.DAT E O LOTE
      *    CONTINUA ABERTO PARA A RODADA EFETIVA.
       01 WS-MODO                  PIC X(01) VALUE SPACES.
           88 MODO-EFETIVO         VALUE 'E'.
           88 MODO-SIMULACAO       VALUE 'S'.
       01 WS-FS-SIM                PIC X(02) VALUE ZEROS.
      *    SALDO PROJETADO DAS CONTAS MEXIDAS NA SIMULACAO - FAZ O
      *    PAPEL DA REGRAVACAO DO CLIENTE.DAT ATE A PASSAGEM FINAL.
       01 WS-SIM-TAB.
           03 WS-SIM-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-SIM-ITEM OCCURS 5000 TIMES.
               05 WS-SIM-ID        PIC 9(09).
               05 WS-SIM-SALDO     PIC S9(09)V99.
       01 WS-SIM-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-SIM-POS               PIC 9(04) VALUE ZEROS.
       01 WS-SIM-BUSCA             PIC 9(09) VALUE ZEROS.
       01 WS-SALDO-HOJE            PIC S9(09)V99 VALUE ZEROS.
       01 WS-SIM-TOTAL-HOJE        PIC S9(11)V99 VALUE ZEROS.
       01 WS-SIM-TOTAL-PROJ        PIC S9(11)V99 VALUE ZEROS.
       01 WS-SIM-CONT-ALTERADAS    PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-IOF             PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-JUROS           PIC S9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-TARIFA-PAC      PIC S9(11)V99 VALUE ZEROS.
      *
       01 WS-SIM-CAB1.
           05 FILLER               PIC X(24)
               VALUE "===== SIMULACAO DO LOTE ".
           05 WS-SC-DATA-LOTE      PIC 9(06).
           05 FILLER               PIC X(50)
               VALUE " - NENHUM ARQUIVO FOI ALTERADO =====".
       01 WS-SIM-CAB2              PIC X(80)
           VALUE "OCORRENCIAS PROJETADAS DO MOVIMENTO".
       01 WS-SIM-CAB3.
           05 FILLER               PIC X(08) VALUE "AGENCIA ".
           05 FILLER               PIC X(08) VALUE "CONTA".
           05 FILLER               PIC X(22) VALUE "OCORRENCIA".
           05 FILLER               PIC X(42)
               VALUE "REFERENCIA         VALOR".
       01 WS-SIM-LINHA-OCOR.
           05 WS-SO-AGENCIA        PIC 9(03).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WS-SO-CONTA          PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-SO-DESCRICAO      PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-SO-REFERENCIA     PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SO-VALOR          PIC -9(09).99.
           05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-SIM-CAB4              PIC X(80)
           VALUE "POSICAO DE FECHAMENTO PROJETADA X SALDO DE HOJE".
       01 WS-SIM-CAB5.
           05 FILLER               PIC X(11) VALUE "AG  CONTA".
           05 FILLER               PIC X(21) VALUE "NOME".
           05 FILLER               PIC X(14) VALUE "   SALDO HOJE".
           05 FILLER               PIC X(14) VALUE "    PROJETADO".
           05 FILLER               PIC X(20) VALUE "    DIFERENCA".
       01 WS-SIM-LINHA-POS.
           05 WS-SP-AGENCIA        PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SP-CONTA          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SP-NOME           PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SP-SALDO-HOJE     PIC -9(09).99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SP-SALDO-PROJ     PIC -9(09).99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SP-DIFERENCA      PIC -9(09).99.
           05 FILLER               PIC X(07) VALUE SPACES.
       01 WS-SIM-CAB6.
           05 FILLER               PIC X(32) VALUE "TOTAIS PROJETADOS".
           05 FILLER               PIC X(07) VALUE "   QTDE".
           05 FILLER               PIC X(18)
               VALUE "             VALOR".
           05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-SIM-LINHA-TOT.
           05 WS-ST-ROTULO         PIC X(32).
           05 WS-ST-QTDE           PIC Z(06)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ST-VALOR          PIC -9(11).99.
           05 FILLER               PIC X(23) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "MODO (E-EFETIVO / S-SIMULACAO): ".
           ACCEPT WS-MODO.
           IF NOT MODO-EFETIVO AND NOT MODO-SIMULACAO
               DISPLAY "MODO INVALIDO - USE E OU S"
               STOP RUN.
           PERFORM VALIDA-CONTROLE-MOVIM.
           SORT SORT-MOVIM
               ON ASCENDING KEY ID-SORT-MOV
               INPUT PROCEDURE IS SELECIONA-DETALHES
               GIVING MOVORD.
           PERFORM ABRE-ARQ.
           IF MODO-EFETIVO
               PERFORM GRAVA-RUN-INICIO
           END-IF.
           PERFORM LER-CLIENTE.
           PERFORM LER-MOVIMENTO.
           PERFORM PROCESSO UNTIL WS-FIM-MOV = 'S'.
           PERFORM FINALIZA.
           IF MODO-EFETIVO
               PERFORM GRAVA-RUN-FIM
           ELSE
               DISPLAY "MODO SIMULACAO - NADA FOI GRAVADO, O LOTE "
                   DATA-LOTE " CONTINUA ABERTO. VER RELSIMMOV.DAT"
           END-IF.
           STOP RUN.
      *
       GRAVA-RUN-INICIO.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
           MOVE 'L' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-RUN-PROGRAMA
               WS-RUN-DATA-LOTE WS-PRC-EM-CURSO.
      *
       GRAVA-RUN-FIM.
           MOVE 'F' TO WS-RUN-EVENTO.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
           MOVE 'D' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-RUN-PROGRAMA
               WS-RUN-DATA-LOTE WS-PRC-EM-CURSO.
      *
      *    CONFERENCIA DO HEADER/TRAILER DA TRANSMISSAO ANTES DE O
      *    SORT TOCAR QUALQUER COISA: O TRAILER TRAZ A QUANTIDADE E A
                   MOVE 'S' TO WS-FIM-CTL
               NOT AT END
                   IF NOT REG-MOV-HEADER AND NOT REG-MOV-TRAILER
                       PERFORM REDIRECIONA-CONTA
                       RELEASE REG-SORT-MOV FROM REG-MOV
                   END-IF
           END-READ.
      *
      *    ITEM QUE CHEGA PELO NUMERO ANTIGO DE UMA CONTA RENUMERADA
      *    NA INCORPORACAO DE AGENCIA (DEPARACONTA.DAT) E' POSTADO NO
      *    NUMERO NOVO. O HASH DO TRAILER JA FOI CONFERIDO ANTES.
       REDIRECIONA-CONTA.
           CALL "DEPARA" USING AGENCIA-MOV CONTA-MOV WS-CONTA-TROCADA.
           IF WS-CONTA-TROCADA = 'S'
               ADD 1 TO WS-CONT-REDIRECIONADOS
           END-IF.
      *
       ABRE-ARQ.
           PERFORM LE-LOTE.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-PACOTES.
           PERFORM CARREGA-BLOQUEIOS.
           IF MODO-SIMULACAO
               OPEN INPUT CADCLI
           ELSE
               OPEN I-O CADCLI
           END-IF.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE -" WS-FS-CLI
               STOP RUN.
               DISPLAY "ERRO DE ABERTURA MOVIM -" WS-FS-ORD
               STOP RUN.
           PERFORM LE-CHECKPOINT.
           IF MODO-SIMULACAO
               PERFORM ABRE-SIMULACAO
           ELSE
               PERFORM ABRE-ARQ-SAIDA
           END-IF.
      *
      *    NA SIMULACAO O CHECKPOINT SO E' LIDO - UM LOTE INTERROMPIDO
      *    E' SIMULADO COMO SERIA O REINICIO.
       ABRE-SIMULACAO.
           IF WS-TEM-CHECKPOINT = 'S'
               DISPLAY "REINICIO - OS PRIMEIROS " CKP-CONT-LIDOS
                   " MOVIMENTOS JA APLICADOS SERAO PULADOS"
           END-IF.
           OPEN OUTPUT RELSIMUL.
           IF WS-FS-SIM NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELSIMMOV - " WS-FS-SIM
               STOP RUN.
           MOVE DATA-LOTE TO WS-SC-DATA-LOTE.
           MOVE WS-SIM-CAB1 TO REG-SIMUL.
           WRITE REG-SIMUL.
           MOVE WS-SIM-CAB2 TO REG-SIMUL.
           WRITE REG-SIMUL.
           MOVE WS-SIM-CAB3 TO REG-SIMUL.
           WRITE REG-SIMUL.
      *
       ABRE-ARQ-SAIDA.
           IF WS-TEM-CHECKPOINT = 'S'
               DISPLAY "REINICIO - OS PRIMEIROS " CKP-CONT-LIDOS
                   " MOVIMENTOS JA APLICADOS SERAO PULADOS"
           IF WS-FS-IOF NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA IOFREC - " WS-FS-IOF
               STOP RUN.
      *    PARCRET.DAT E BOLRET.DAT ACUMULAM ATE O BAIXA-PARCELA E O
      *    LIQ-BOLETO CONSUMIREM - AQUI NUNCA TRUNCAM (NEM NO REINICIO
      *    POR CHECKPOINT).
           OPEN EXTEND PARCRET.
           IF WS-FS-PRET NOT EQUAL "00"
               OPEN OUTPUT PARCRET
           END-IF.
           IF WS-FS-PRET NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PARCRET - " WS-FS-PRET
               STOP RUN.
           OPEN EXTEND BOLRET.
           IF WS-FS-BRET NOT EQUAL "00"
               OPEN OUTPUT BOLRET
           END-IF.
           IF WS-FS-BRET NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA BOLRET - " WS-FS-BRET
               STOP RUN.
      *
      *    O LOTE SO E' PROCESSADO DENTRO DE UMA JANELA ABERTA PELO
      *    CONTROLA-LOTE PARA A DATA DE HOJE - EVITA QUE UM MOVIMENTO.
               MOVE WS-PARAM-TAXA-IOF(WS-PARAM-POS)
                   TO WS-TAXA-IOF
           END-IF.
      *
      *    PACOTES DE SERVICO: CARREGA A TABELA DE PACOTES, O PACOTE
      *    DE CADA CONTA, O USO JA ACUMULADO NO MES (USOPACOTE.DAT) E
      *    OS EVENTOS NOVOS DE TRANSFERENCIA E CHEQUE (USOSERV.DAT).
      *    SAQUES SAO CONTADOS AQUI MESMO, NA POSTAGEM.
       CARREGA-PACOTES.
           MOVE DATA-LOTE(1:4) TO WS-COMPET.
           MOVE 'N' TO WS-FIM-PAC.
           OPEN INPUT PACOTE.
           IF WS-FS-PAC NOT EQUAL "00"
               DISPLAY "PACOTE.DAT NAO ENCONTRADO - SEM COBRANCA "
                   "DE PACOTE NESTE LOTE"
               MOVE 'S' TO WS-FIM-PAC
           END-IF.
           PERFORM GUARDA-PACOTE UNTIL WS-FIM-PAC = 'S'.
           IF WS-FS-PAC = "00" OR WS-FS-PAC = "10"
               CLOSE PACOTE
           END-IF.
           MOVE 'N' TO WS-FIM-PAC.
           OPEN INPUT CONTAPACOTE.
           IF WS-FS-CPAC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-PAC
           END-IF.
           PERFORM GUARDA-CONTA-PACOTE UNTIL WS-FIM-PAC = 'S'.
           IF WS-FS-CPAC = "00" OR WS-FS-CPAC = "10"
               CLOSE CONTAPACOTE
           END-IF.
           MOVE 'N' TO WS-FIM-PAC.
           OPEN INPUT USOPACOTE.
           IF WS-FS-USP NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-PAC
           END-IF.
           PERFORM RESTAURA-USO-PACOTE UNTIL WS-FIM-PAC = 'S'.
           IF WS-FS-USP = "00" OR WS-FS-USP = "10"
               CLOSE USOPACOTE
           END-IF.
           MOVE 'N' TO WS-FIM-PAC.
           OPEN INPUT USOSERV.
           IF WS-FS-USV NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-PAC
           END-IF.
           PERFORM SOMA-USO-SERVICO UNTIL WS-FIM-PAC = 'S'.
           IF WS-FS-USV = "00" OR WS-FS-USV = "10"
               CLOSE USOSERV
           END-IF.
      *
       GUARDA-PACOTE.
           READ PACOTE
               AT END
                   MOVE 'S' TO WS-FIM-PAC
               NOT AT END
                   MOVE CODIGO-PAC TO WS-PAC-BUSCA
                   PERFORM LOCALIZA-PACOTE
                   IF WS-PAC-POS = ZEROS AND WS-PAC-QTDE < 99
                       ADD 1 TO WS-PAC-QTDE
                       MOVE WS-PAC-QTDE TO WS-PAC-POS
                   END-IF
                   IF WS-PAC-POS NOT = ZEROS
                       MOVE CODIGO-PAC
                           TO WS-PAC-CODIGO(WS-PAC-POS)
                       MOVE MENSALIDADE-PAC
                           TO WS-PAC-MENSALIDADE(WS-PAC-POS)
                       MOVE FRANQ-SAQUE-PAC
                           TO WS-PAC-FRANQ-SAQUE(WS-PAC-POS)
                       MOVE FRANQ-TRANSF-PAC
                           TO WS-PAC-FRANQ-TRANSF(WS-PAC-POS)
                       MOVE FRANQ-CHEQUE-PAC
                           TO WS-PAC-FRANQ-CHEQUE(WS-PAC-POS)
                       MOVE TARIFA-SAQUE-PAC
                           TO WS-PAC-TARIFA-SAQUE(WS-PAC-POS)
                       MOVE TARIFA-TRANSF-PAC
                           TO WS-PAC-TARIFA-TRANSF(WS-PAC-POS)
                       MOVE TARIFA-CHEQUE-PAC
                           TO WS-PAC-TARIFA-CHEQUE(WS-PAC-POS)
                   END-IF
           END-READ.
      *
       LOCALIZA-PACOTE.
           MOVE ZEROS TO WS-PAC-POS.
           PERFORM BUSCA-PACOTE
               VARYING WS-PAC-SUBS FROM 1 BY 1
               UNTIL WS-PAC-SUBS > WS-PAC-QTDE
                  OR WS-PAC-POS NOT = ZEROS.
      *
       BUSCA-PACOTE.
           IF WS-PAC-CODIGO(WS-PAC-SUBS) = WS-PAC-BUSCA
               MOVE WS-PAC-SUBS TO WS-PAC-POS
           END-IF.
      *
       GUARDA-CONTA-PACOTE.
           READ CONTAPACOTE
               AT END
                   MOVE 'S' TO WS-FIM-PAC
               NOT AT END
                   MOVE ID-CLI-CPAC TO WS-USO-BUSCA
                   PERFORM LOCALIZA-USO
                   IF WS-USO-POS = ZEROS
                       IF WS-USO-QTDE < 5000
                           ADD 1 TO WS-USO-QTDE
                           MOVE WS-USO-QTDE TO WS-USO-POS
                           MOVE ID-CLI-CPAC TO WS-USO-ID(WS-USO-POS)
                           MOVE ZEROS TO WS-USO-QTD-SAQUE(WS-USO-POS)
                               WS-USO-QTD-TRANSF(WS-USO-POS)
                               WS-USO-QTD-CHEQUE(WS-USO-POS)
                               WS-USO-COBR-SAQUE(WS-USO-POS)
                               WS-USO-COBR-TRANSF(WS-USO-POS)
                               WS-USO-COBR-CHEQUE(WS-USO-POS)
                       ELSE
                           DISPLAY "TABELA DE PACOTES CHEIA - CONTA "
                               ID-CLI-CPAC " SEM COBRANCA"
                       END-IF
                   END-IF
                   IF WS-USO-POS NOT = ZEROS
                       MOVE CODIGO-PAC-CPAC
                           TO WS-USO-PACOTE(WS-USO-POS)
                   END-IF
           END-READ.
      *
       LOCALIZA-USO.
           MOVE ZEROS TO WS-USO-POS.
           PERFORM BUSCA-USO
               VARYING WS-USO-SUBS FROM 1 BY 1
               UNTIL WS-USO-SUBS > WS-USO-QTDE
                  OR WS-USO-POS NOT = ZEROS.
      *
       BUSCA-USO.
           IF WS-USO-ID(WS-USO-SUBS) = WS-USO-BUSCA
               MOVE WS-USO-SUBS TO WS-USO-POS
           END-IF.
      *
      *    USO DE OUTRA COMPETENCIA SO SOBRA QUANDO O LOTE DE FIM DE
      *    MES NAO RODOU - NAO E' SOMADO AO MES NOVO.
       RESTAURA-USO-PACOTE.
           READ USOPACOTE
               AT END
                   MOVE 'S' TO WS-FIM-PAC
               NOT AT END
                   IF COMPET-USP NOT = WS-COMPET
                       DISPLAY "USO DE PACOTE DA COMPETENCIA "
                           COMPET-USP " IGNORADO - CONTA " ID-USP
                   ELSE
                       MOVE ID-USP TO WS-USO-BUSCA
                       PERFORM LOCALIZA-USO
                       IF WS-USO-POS NOT = ZEROS
                           MOVE QTD-SAQUE-USP
                               TO WS-USO-QTD-SAQUE(WS-USO-POS)
                           MOVE QTD-TRANSF-USP
                               TO WS-USO-QTD-TRANSF(WS-USO-POS)
                           MOVE QTD-CHEQUE-USP
                               TO WS-USO-QTD-CHEQUE(WS-USO-POS)
                           MOVE COBR-SAQUE-USP
                               TO WS-USO-COBR-SAQUE(WS-USO-POS)
                           MOVE COBR-TRANSF-USP
                               TO WS-USO-COBR-TRANSF(WS-USO-POS)
                           MOVE COBR-CHEQUE-USP
                               TO WS-USO-COBR-CHEQUE(WS-USO-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       SOMA-USO-SERVICO.
           READ USOSERV
               AT END
                   MOVE 'S' TO WS-FIM-PAC
               NOT AT END
                   MOVE ID-USV TO WS-USO-BUSCA
                   PERFORM LOCALIZA-USO
                   IF WS-USO-POS NOT = ZEROS
                       IF USV-TRANSF
                           ADD 1 TO WS-USO-QTD-TRANSF(WS-USO-POS)
                       END-IF
                       IF USV-CHEQUE
                           ADD 1 TO WS-USO-QTD-CHEQUE(WS-USO-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       CONTA-SAQUE-PACOTE.
           MOVE ID-CLI TO WS-USO-BUSCA.
           PERFORM LOCALIZA-USO.
           IF WS-USO-POS NOT = ZEROS
               ADD 1 TO WS-USO-QTD-SAQUE(WS-USO-POS)
           END-IF.
      *
       CARREGA-BLOQUEIOS.
           MOVE 'N' TO WS-FIM-BJ.
           OPEN INPUT BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-BJ
           END-IF.
           PERFORM GUARDA-BLOQUEIO UNTIL WS-FIM-BJ = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
      *
       GUARDA-BLOQUEIO.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM-BJ
               NOT AT END
                   IF BJ-ATIVO
                       MOVE ID-CLI-BJ TO WS-BJ-BUSCA
                       PERFORM LOCALIZA-BLOQUEIO
                       IF WS-BJ-POS = ZEROS
                           IF WS-BJ-QTDE < 2000
                               ADD 1 TO WS-BJ-QTDE
                               MOVE WS-BJ-QTDE TO WS-BJ-POS
                               MOVE ID-CLI-BJ TO WS-BJ-ID(WS-BJ-POS)
                               MOVE ZEROS TO WS-BJ-VALOR(WS-BJ-POS)
                           ELSE
                               DISPLAY "TABELA DE BLOQUEIOS CHEIA - "
                                   "CONTA " ID-CLI-BJ
                           END-IF
                       END-IF
                       IF WS-BJ-POS NOT = ZEROS
                           ADD VALOR-BLOQ-BJ TO WS-BJ-VALOR(WS-BJ-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       LOCALIZA-BLOQUEIO.
           MOVE ZEROS TO WS-BJ-POS.
           PERFORM BUSCA-BLOQUEIO
               VARYING WS-BJ-SUBS FROM 1 BY 1
               UNTIL WS-BJ-SUBS > WS-BJ-QTDE
                  OR WS-BJ-POS NOT = ZEROS.
      *
       BUSCA-BLOQUEIO.
           IF WS-BJ-ID(WS-BJ-SUBS) = WS-BJ-BUSCA
               MOVE WS-BJ-SUBS TO WS-BJ-POS
           END-IF.
      *
      *    O SALDO NAO PODE FICAR ABAIXO DO VALOR BLOQUEADO POR CONTA
      *    DE UM DEBITO; CREDITO ENTRA NORMALMENTE.
       APURA-BLOQUEIO-JUDICIAL.
           MOVE ZEROS TO WS-VALOR-BLOQJUD.
           MOVE ID-CLI TO WS-BJ-BUSCA.
           PERFORM LOCALIZA-BLOQUEIO.
           IF WS-BJ-POS NOT = ZEROS
               MOVE WS-BJ-VALOR(WS-BJ-POS) TO WS-VALOR-BLOQJUD
           END-IF.
      *
       LE-CHECKPOINT.
           MOVE 'N' TO WS-TEM-CHECKPOINT.
           END-IF.
      *
       GRAVA-CHECKPOINT.
           IF MODO-EFETIVO
               MOVE WS-CONT-LIDOS TO CKP-CONT-LIDOS
               OPEN OUTPUT CHECKPT
               WRITE REG-CHECKPT
               CLOSE CHECKPT
           END-IF.
      *
       LER-CLIENTE.
           MOVE ZEROS TO WS-CONT-MOV-DIA.
               MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG
               PERFORM GRAVA-LOG
           ELSE
      *        O DEBITO DA EMPRESA NA FOLHA (TIPO G NEGATIVO) NAO PODE
      *        FICAR PARADO NA VELOCIDADE NEM NA ALCADA: OS CREDITOS
      *        DOS FUNCIONARIOS DO MESMO LOTE ENTRAM JUNTO COM ELE.
               IF WS-CONT-MOV-DIA NOT < WS-LIMITE-MOV-DIA
                  AND NOT (WS-TIPO-MOV = 'G' AND WS-MOVIMENTO < ZEROS)
                   MOVE WS-MOVIMENTO        TO VALOR-LOG
                   MOVE 'LIM VELOCID'       TO WS-DESC-STATUS
                   ADD 1                    TO WS-CONT-REJEITADOS
                   PERFORM ATUALIZA-SALDO-LIBERADA
               END-IF
           END-IF.
           PERFORM VERIFICA-PARCELA.
           PERFORM VERIFICA-BOLETO.
      *
       ATUALIZA-SALDO-LIBERADA.
           MOVE 'N' TO WS-IOF-DEVIDO.
           IF FUNCTION ABS(WS-MOVIMENTO) > WS-LIMITE-APROVACAO
              AND NOT (WS-TIPO-MOV = 'G' AND WS-MOVIMENTO < ZEROS)
               MOVE WS-MOVIMENTO        TO VALOR-LOG
               MOVE 'AGUARD APRV'       TO WS-DESC-STATUS
               PERFORM GRAVA-PENDENTE-MOV
           ELSE
               COMPUTE WS-NOVOSALDO = SALDO + WS-MOVIMENTO
               PERFORM APURA-BLOQUEIO-JUDICIAL
               IF WS-NOVOSALDO < LIMITE-CLI
                  OR (WS-MOVIMENTO < ZEROS
                      AND WS-NOVOSALDO < WS-VALOR-BLOQJUD)
                   MOVE WS-MOVIMENTO        TO VALOR-LOG
                   MOVE 'REJEITADO'         TO WS-DESC-STATUS
                   IF WS-NOVOSALDO NOT < LIMITE-CLI
                       MOVE 'BLOQ JUDIC'    TO WS-DESC-STATUS
                       ADD 1                TO WS-CONT-BLOQ-JUDIC
                   END-IF
                   ADD 1                    TO WS-CONT-REJEITADOS
               ELSE
                   MOVE WS-NOVOSALDO        TO SALDO VALOR-LOG
                   IF WS-TIPO-MOV = 'S' AND WS-TAXA-IOF > ZEROS
                       MOVE 'S' TO WS-IOF-DEVIDO
                   END-IF
                   IF WS-TIPO-MOV = 'S'
                       PERFORM CONTA-SAQUE-PACOTE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG.
               MOVE SALDO            TO VALOR-LOG
               MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG
               PERFORM GRAVA-LOG
               IF MODO-EFETIVO
                   MOVE ID-CLI       TO ID-IOF
                   MOVE DATA-LOTE    TO DATA-IOF
                   MOVE WS-VALOR-IOF TO VALOR-IOF
                   WRITE REG-IOFREC
                   IF WS-FS-IOF NOT EQUAL "00"
                       DISPLAY "ERRO DE GRAVACAO IOFREC - " WS-FS-IOF
                       STOP RUN
                   END-IF
               END-IF
               ADD 1 TO WS-CONT-IOF
               ADD WS-VALOR-IOF TO WS-TOTAL-IOF
           END-IF.
      *
      *    NA SIMULACAO O ITEM SO E' CONTADO - A OCORRENCIA 'AGUARD
      *    APRV' VAI PARA O RELATORIO PELO GRAVA-LOG.
       GRAVA-PENDENTE-MOV.
           IF MODO-SIMULACAO
               ADD 1 TO WS-CONT-PENDENTES
           ELSE
               PERFORM GRAVA-PENDENTE-ARQUIVO
           END-IF.
      *
       GRAVA-PENDENTE-ARQUIVO.
           MOVE ID-CLI          TO ID-PEND-MOV.
           MOVE WS-MOVIMENTO    TO MOVIMENTO-PEND-MOV.
           MOVE WS-TIPO-MOV     TO TIPO-PEND-MOV.
           END-IF.
      *
       GRAVA-FUTURO.
           IF MODO-SIMULACAO
               PERFORM SIMULA-FUTURO
           ELSE
               PERFORM GRAVA-FUTURO-ARQUIVO
           END-IF.
      *
       SIMULA-FUTURO.
           ADD 1 TO WS-CONT-FUTUROS.
           MOVE WS-ID           TO ID-LOG.
           PERFORM DESCOBRE-TIPO.
           MOVE 'DATA FUTURA'   TO WS-DESC-STATUS.
           MOVE WS-MOVIMENTO    TO VALOR-LOG.
           MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG.
           PERFORM GRAVA-LOG.
      *
       GRAVA-FUTURO-ARQUIVO.
           MOVE WS-ID          TO ID-FUT.
           MOVE WS-MOVIMENTO   TO MOVIMENTO-FUT.
           MOVE WS-TIPO-MOV    TO TIPO-FUT.
           ADD 1                TO WS-CONT-NAOACHADOS.
           MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG.
           PERFORM GRAVA-LOG.
           PERFORM VERIFICA-PARCELA.
           PERFORM VERIFICA-BOLETO.
      *
      *    PARCELA DE EMPRESTIMO (TIPO E NEGATIVO) DEVOLVE O RESULTADO
      *    DO DEBITO: SO 'ATUALIZADO' QUITA A PARCELA; LIMITE, STATUS
      *    DA CONTA OU CONTA NAO ACHADA DEIXAM A PARCELA VENCIDA PARA
      *    O RELINADIMP ENVELHECER. A LIBERACAO (TIPO E POSITIVO) NAO
      *    TEM RETORNO.
       VERIFICA-PARCELA.
           IF WS-TIPO-MOV = 'E' AND WS-MOVIMENTO < ZEROS
               PERFORM GRAVA-RETORNO-PARCELA
           END-IF.
      *
       GRAVA-RETORNO-PARCELA.
           MOVE WS-ID          TO ID-RET.
           MOVE WS-MOVIMENTO   TO VALOR-RET.
           MOVE DATA-LOTE      TO DATA-RET.
           EVALUATE WS-DESC-STATUS
               WHEN 'ATUALIZADO '
                   MOVE 'P' TO SITUACAO-RET
               WHEN 'AGUARD APRV'
                   MOVE 'A' TO SITUACAO-RET
               WHEN OTHER
                   MOVE 'R' TO SITUACAO-RET
           END-EVALUATE.
           IF MODO-EFETIVO
               WRITE REG-PARCRET
               IF WS-FS-PRET NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO PARCRET - " WS-FS-PRET
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO WS-CONT-PARCELAS.
      *
      *    PAGAMENTO DE BOLETO (TIPO B) DEVOLVE O RESULTADO DO DEBITO
      *    DA MESMA FORMA - SO O BOLETO DEBITADO ENTRA NO REPASSE AO
      *    BANCO BENEFICIARIO.
       VERIFICA-BOLETO.
           IF WS-TIPO-MOV = 'B'
               PERFORM GRAVA-RETORNO-BOLETO
           END-IF.
      *
       GRAVA-RETORNO-BOLETO.
           MOVE WS-ID          TO ID-RETB.
           MOVE WS-MOVIMENTO   TO VALOR-RETB.
           MOVE DATA-LOTE      TO DATA-RETB.
           EVALUATE WS-DESC-STATUS
               WHEN 'ATUALIZADO '
                   MOVE 'P' TO SITUACAO-RETB
               WHEN 'AGUARD APRV'
                   MOVE 'A' TO SITUACAO-RETB
               WHEN OTHER
                   MOVE 'R' TO SITUACAO-RETB
           END-EVALUATE.
           IF MODO-EFETIVO
               WRITE REG-BOLRET
               IF WS-FS-BRET NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO BOLRET - " WS-FS-BRET
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO WS-CONT-BOLETOS.
      *
       DESCOBRE-TIPO.
           EVALUATE WS-TIPO-MOV
               WHEN 'T' MOVE 'TARIFA   ' TO WS-DESC-TIPO
               WHEN 'C' MOVE 'CORRECAO ' TO WS-DESC-TIPO
               WHEN 'J' MOVE 'JUROS    ' TO WS-DESC-TIPO
               WHEN 'E' MOVE 'EMPRESTIM' TO WS-DESC-TIPO
               WHEN 'B' MOVE 'BOLETO   ' TO WS-DESC-TIPO
               WHEN 'A' MOVE 'DEB AUTOM' TO WS-DESC-TIPO
               WHEN 'F' MOVE 'CRED FORN' TO WS-DESC-TIPO
               WHEN 'M' MOVE 'MENSALID ' TO WS-DESC-TIPO
               WHEN 'P' MOVE 'BENEF APO' TO WS-DESC-TIPO
               WHEN 'G' MOVE 'FOLHA PAG' TO WS-DESC-TIPO
               WHEN OTHER MOVE 'MOVIMENTO' TO WS-DESC-TIPO
           END-EVALUATE.
      *
       REGRAVA-CLI.
           IF MODO-SIMULACAO
               PERFORM GUARDA-SALDO-SIMULADO
           ELSE
               MOVE ZEROS TO WS-TENTATIVA-CLI
               MOVE 'N'   TO WS-CLI-GRAVADO
               PERFORM TENTA-REGRAVA-CLI
                   UNTIL WS-CLI-GRAVADO = 'S' OR WS-IO-ACAO = 'P'
           END-IF.
      *
       TENTA-REGRAVA-CLI.
           ADD 1 TO WS-TENTATIVA-CLI.
           END-IF.
      *
       GRAVA-LOG.
           IF MODO-SIMULACAO
               PERFORM IMPRIME-OCORRENCIA-SIMULADA
           ELSE
               PERFORM GRAVA-LOG-ARQUIVO
           END-IF.
      *
       GRAVA-LOG-ARQUIVO.
           MOVE DATA-LOTE TO DATA-LOG.
           ACCEPT HORA-LOG FROM TIME.
           CALL "NSUGET" USING WS-NSU.
      *
       PASSAGEM-FINAL-CLIENTES.
           CLOSE CADCLI.
           IF MODO-SIMULACAO
               OPEN INPUT CADCLI
           ELSE
               OPEN I-O CADCLI
           END-IF.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE -" WS-FS-CLI
               STOP RUN.
           IF MODO-SIMULACAO
               MOVE SPACES TO REG-SIMUL
               WRITE REG-SIMUL
               MOVE WS-SIM-CAB4 TO REG-SIMUL
               WRITE REG-SIMUL
               MOVE WS-SIM-CAB5 TO REG-SIMUL
               WRITE REG-SIMUL
           ELSE
               PERFORM ABRE-SALDODIA
           END-IF.
           MOVE 'N' TO WS-FIM-CLI.
           PERFORM LER-CLIENTE-FINAL.
           PERFORM TRATA-CLIENTE-FINAL UNTIL WS-FIM-CLI = 'S'.
           IF MODO-EFETIVO
               CLOSE SALDODIA
           END-IF.
      *
       ABRE-SALDODIA.
           OPEN EXTEND SALDODIA.
           IF WS-FS-SDIA NOT EQUAL "00"
               OPEN OUTPUT SALDODIA
           IF WS-FS-SDIA NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA SALDODIA - " WS-FS-SDIA
               STOP RUN.
      *
       LER-CLIENTE-FINAL.
           READ CADCLI AT END MOVE 'S' TO WS-FIM-CLI.
      *
       TRATA-CLIENTE-FINAL.
           IF MODO-SIMULACAO
               PERFORM RECUPERA-SALDO-SIMULADO
           END-IF.
           IF WS-FIM-MES = 'S'
               PERFORM CREDITA-JUROS-CLIENTE
           END-IF.
           IF CLI-ABERTA
               PERFORM COBRA-PACOTE-CLIENTE
           END-IF.
           IF MODO-SIMULACAO
               PERFORM IMPRIME-POSICAO-SIMULADA
           ELSE
               PERFORM GRAVA-SALDODIA
           END-IF.
           PERFORM LER-CLIENTE-FINAL.
      *
       CREDITA-JUROS-CLIENTE.
                   MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG
                   PERFORM GRAVA-LOG
                   ADD 1 TO WS-CONT-JUROS
                   ADD WS-VALOR-JUROS TO WS-TOTAL-JUROS
               END-IF
           END-IF.
      *
      *    EXCEDENTE DA FRANQUIA: COBRA SO O QUE AINDA NAO FOI COBRADO
      *    NOS LOTES ANTERIORES DO MES; NO FECHAMENTO ENTRA TAMBEM A
      *    MENSALIDADE. DEBITO DIRETO COMO O IOF - A TARIFA DO PACOTE
      *    NAO E' RECUSADA POR LIMITE.
       COBRA-PACOTE-CLIENTE.
           MOVE ID-CLI TO WS-USO-BUSCA.
           PERFORM LOCALIZA-USO.
           IF WS-USO-POS NOT = ZEROS
               MOVE WS-USO-PACOTE(WS-USO-POS) TO WS-PAC-BUSCA
               PERFORM LOCALIZA-PACOTE
           END-IF.
           IF WS-USO-POS NOT = ZEROS AND WS-PAC-POS NOT = ZEROS
               MOVE ZEROS TO WS-VALOR-PACOTE
               PERFORM CALCULA-EXCEDENTE
               IF WS-VALOR-PACOTE > ZEROS
                   PERFORM DEBITA-PACOTE
                   ADD 1 TO WS-CONT-TARIFA-PAC
               END-IF
               IF WS-FIM-MES = 'S'
                   MOVE WS-PAC-MENSALIDADE(WS-PAC-POS)
                       TO WS-VALOR-PACOTE
                   IF WS-VALOR-PACOTE > ZEROS
                       PERFORM DEBITA-PACOTE
                       ADD 1 TO WS-CONT-MENSALIDADE
                   END-IF
               END-IF
           END-IF.
      *
       CALCULA-EXCEDENTE.
           MOVE ZEROS TO WS-EXCEDENTE.
           IF WS-USO-QTD-SAQUE(WS-USO-POS) >
                   WS-PAC-FRANQ-SAQUE(WS-PAC-POS)
               COMPUTE WS-EXCEDENTE = WS-USO-QTD-SAQUE(WS-USO-POS)
                   - WS-PAC-FRANQ-SAQUE(WS-PAC-POS)
           END-IF.
           IF WS-EXCEDENTE > WS-USO-COBR-SAQUE(WS-USO-POS)
               COMPUTE WS-VALOR-PACOTE = WS-VALOR-PACOTE
                   + (WS-EXCEDENTE - WS-USO-COBR-SAQUE(WS-USO-POS))
                   * WS-PAC-TARIFA-SAQUE(WS-PAC-POS)
               MOVE WS-EXCEDENTE TO WS-USO-COBR-SAQUE(WS-USO-POS)
           END-IF.
           MOVE ZEROS TO WS-EXCEDENTE.
           IF WS-USO-QTD-TRANSF(WS-USO-POS) >
                   WS-PAC-FRANQ-TRANSF(WS-PAC-POS)
               COMPUTE WS-EXCEDENTE = WS-USO-QTD-TRANSF(WS-USO-POS)
                   - WS-PAC-FRANQ-TRANSF(WS-PAC-POS)
           END-IF.
           IF WS-EXCEDENTE > WS-USO-COBR-TRANSF(WS-USO-POS)
               COMPUTE WS-VALOR-PACOTE = WS-VALOR-PACOTE
                   + (WS-EXCEDENTE - WS-USO-COBR-TRANSF(WS-USO-POS))
                   * WS-PAC-TARIFA-TRANSF(WS-PAC-POS)
               MOVE WS-EXCEDENTE TO WS-USO-COBR-TRANSF(WS-USO-POS)
           END-IF.
           MOVE ZEROS TO WS-EXCEDENTE.
           IF WS-USO-QTD-CHEQUE(WS-USO-POS) >
                   WS-PAC-FRANQ-CHEQUE(WS-PAC-POS)
               COMPUTE WS-EXCEDENTE = WS-USO-QTD-CHEQUE(WS-USO-POS)
                   - WS-PAC-FRANQ-CHEQUE(WS-PAC-POS)
           END-IF.
           IF WS-EXCEDENTE > WS-USO-COBR-CHEQUE(WS-USO-POS)
               COMPUTE WS-VALOR-PACOTE = WS-VALOR-PACOTE
                   + (WS-EXCEDENTE - WS-USO-COBR-CHEQUE(WS-USO-POS))
                   * WS-PAC-TARIFA-CHEQUE(WS-PAC-POS)
               MOVE WS-EXCEDENTE TO WS-USO-COBR-CHEQUE(WS-USO-POS)
           END-IF.
      *
       DEBITA-PACOTE.
           COMPUTE SALDO = SALDO - WS-VALOR-PACOTE.
           ADD WS-VALOR-PACOTE TO WS-TOTAL-TARIFA-PAC.
           PERFORM REGRAVA-CLI.
           MOVE ID-CLI           TO ID-LOG.
           MOVE 'TARIFA   '      TO WS-DESC-TIPO.
           MOVE 'ATUALIZADO '    TO WS-DESC-STATUS.
           MOVE SALDO            TO VALOR-LOG.
           MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG.
           PERFORM GRAVA-LOG.
      *
      *    FIM DO LOTE: O USO DO MES VOLTA PARA USOPACOTE.DAT; NO
      *    FECHAMENTO O MES VAI PARA USOHIST.DAT E USOPACOTE.DAT FICA
      *    VAZIO PARA O MES NOVO. USOSERV.DAT JA FOI SOMADO E E'
      *    ESVAZIADO.
       GRAVA-USO-PACOTES.
           IF WS-FIM-MES = 'S'
               OPEN EXTEND USOHIST
               IF WS-FS-UHS NOT EQUAL "00"
                   OPEN OUTPUT USOHIST
               END-IF
               IF WS-FS-UHS NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA USOHIST - " WS-FS-UHS
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT USOPACOTE.
           IF WS-FS-USP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA USOPACOTE - " WS-FS-USP
               STOP RUN.
           PERFORM GRAVA-USO-CONTA
               VARYING WS-USO-SUBS FROM 1 BY 1
               UNTIL WS-USO-SUBS > WS-USO-QTDE.
           CLOSE USOPACOTE.
           IF WS-FIM-MES = 'S'
               CLOSE USOHIST
           END-IF.
           OPEN OUTPUT USOSERV.
           CLOSE USOSERV.
      *
       GRAVA-USO-CONTA.
           IF WS-FIM-MES = 'S'
               MOVE WS-USO-ID(WS-USO-SUBS)      TO ID-UHS
               MOVE WS-COMPET                   TO COMPET-UHS
               MOVE WS-USO-PACOTE(WS-USO-SUBS)  TO CODIGO-PAC-UHS
               MOVE WS-USO-QTD-SAQUE(WS-USO-SUBS)  TO QTD-SAQUE-UHS
               MOVE WS-USO-QTD-TRANSF(WS-USO-SUBS) TO QTD-TRANSF-UHS
               MOVE WS-USO-QTD-CHEQUE(WS-USO-SUBS) TO QTD-CHEQUE-UHS
               WRITE REG-USOHIST
           ELSE
               MOVE WS-USO-ID(WS-USO-SUBS)      TO ID-USP
               MOVE WS-COMPET                   TO COMPET-USP
               MOVE WS-USO-PACOTE(WS-USO-SUBS)  TO CODIGO-PAC-USP
               MOVE WS-USO-QTD-SAQUE(WS-USO-SUBS)  TO QTD-SAQUE-USP
               MOVE WS-USO-QTD-TRANSF(WS-USO-SUBS) TO QTD-TRANSF-USP
               MOVE WS-USO-QTD-CHEQUE(WS-USO-SUBS) TO QTD-CHEQUE-USP
               MOVE WS-USO-COBR-SAQUE(WS-USO-SUBS) TO COBR-SAQUE-USP
               MOVE WS-USO-COBR-TRANSF(WS-USO-SUBS)
                   TO COBR-TRANSF-USP
               MOVE WS-USO-COBR-CHEQUE(WS-USO-SUBS)
                   TO COBR-CHEQUE-USP
               WRITE REG-USOPACOTE
           END-IF.
      *
       GRAVA-SALDODIA.
       FINALIZA.
           PERFORM VERIFICA-FIM-MES.
           PERFORM PASSAGEM-FINAL-CLIENTES.
           IF MODO-EFETIVO
               PERFORM GRAVA-USO-PACOTES
           END-IF.
           CALL "DATAEXT" USING WS-DATA-EXTENSO.
           DISPLAY "===== TOTAIS DE CONTROLE DO LOTE - "
               WS-DATA-EXTENSO " =====".
           DISPLAY "REJEITADOS P/ VELOCIDADE: " WS-CONT-EXCESSO-VELOC.
           DISPLAY "CONTAS NAO ENCONTRADAS : " WS-CONT-NAOACHADOS.
           DISPLAY "MOVIMENTOS PULADOS     : " WS-CONT-PULADOS.
           DISPLAY "PELO NUMERO ANTIGO     : " WS-CONT-REDIRECIONADOS.
           DISPLAY "AGUARDANDO APROVACAO   : " WS-CONT-PENDENTES.
           DISPLAY "JUROS CREDITO (FIM MES): " WS-CONT-JUROS.
           DISPLAY "SALDOS FOTOGRAFADOS    : " WS-CONT-SNAPSHOT.
           DISPLAY "RETIDOS P/ DATA FUTURA : " WS-CONT-FUTUROS.
           DISPLAY "IOF COBRADO (ITENS)    : " WS-CONT-IOF.
           DISPLAY "PARCELAS EMPRESTIMO    : " WS-CONT-PARCELAS.
           DISPLAY "PAGAMENTOS DE BOLETO   : " WS-CONT-BOLETOS.
           DISPLAY "TARIFAS EXCEDENTE PACOTE: " WS-CONT-TARIFA-PAC.
           DISPLAY "MENSALIDADES DE PACOTE : " WS-CONT-MENSALIDADE.
           DISPLAY "RECUSADOS BLOQ JUDICIAL: " WS-CONT-BLOQ-JUDIC.
           DISPLAY "TOTAL POSTADO          : " WS-TOTAL-POSTADO.
           CLOSE CADCLI.
           CLOSE MOVORD.
           IF MODO-SIMULACAO
               PERFORM FECHA-SIMULACAO
           ELSE
               PERFORM FECHA-ARQ-SAIDA
           END-IF.
      *
       FECHA-ARQ-SAIDA.
           OPEN OUTPUT CHECKPT.
           CLOSE CHECKPT.
           CLOSE MOVLOG.
           CLOSE PENDENTEMOV.
           CLOSE FUTUROS.
           CLOSE IOFREC.
           CLOSE PARCRET.
           CLOSE BOLRET.
      *
      *    ROTINAS DA SIMULACAO (MODO S).
      *
      *    NO LUGAR DA REGRAVACAO DO CLIENTE.DAT: GUARDA O SALDO
      *    PROJETADO DA CONTA NA TABELA DA SIMULACAO.
       GUARDA-SALDO-SIMULADO.
           MOVE ID-CLI TO WS-SIM-BUSCA.
           PERFORM LOCALIZA-SIMULADO.
           IF WS-SIM-POS = ZEROS
               IF WS-SIM-QTDE < 5000
                   ADD 1 TO WS-SIM-QTDE
                   MOVE WS-SIM-QTDE TO WS-SIM-POS
                   MOVE ID-CLI TO WS-SIM-ID(WS-SIM-POS)
               ELSE
                   DISPLAY "TABELA DA SIMULACAO CHEIA - CONTA "
                       ID-CLI " SEM SALDO PROJETADO"
               END-IF
           END-IF.
           IF WS-SIM-POS NOT = ZEROS
               MOVE SALDO TO WS-SIM-SALDO(WS-SIM-POS)
           END-IF.
      *
       LOCALIZA-SIMULADO.
           MOVE ZEROS TO WS-SIM-POS.
           PERFORM BUSCA-SIMULADO
               VARYING WS-SIM-SUBS FROM 1 BY 1
               UNTIL WS-SIM-SUBS > WS-SIM-QTDE
                  OR WS-SIM-POS NOT = ZEROS.
      *
       BUSCA-SIMULADO.
           IF WS-SIM-ID(WS-SIM-SUBS) = WS-SIM-BUSCA
               MOVE WS-SIM-SUBS TO WS-SIM-POS
           END-IF.
      *
      *    NA PASSAGEM FINAL O CLIENTE.DAT AINDA TEM O SALDO DE HOJE;
      *    A CONTA MEXIDA NO MOVIMENTO SEGUE COM O SALDO PROJETADO.
       RECUPERA-SALDO-SIMULADO.
           MOVE SALDO TO WS-SALDO-HOJE.
           MOVE ID-CLI TO WS-SIM-BUSCA.
           PERFORM LOCALIZA-SIMULADO.
           IF WS-SIM-POS NOT = ZEROS
               MOVE WS-SIM-SALDO(WS-SIM-POS) TO SALDO
           END-IF.
      *
      *    NO LUGAR DO LOGMOV.DAT. NAS OCORRENCIAS POSTADAS O VALOR E'
      *    O SALDO APOS, COMO NO LOG; NAS DEMAIS, O VALOR DO ITEM.
       IMPRIME-OCORRENCIA-SIMULADA.
           MOVE AGENCIA-LOG   TO WS-SO-AGENCIA.
           MOVE CONTA-LOG     TO WS-SO-CONTA.
           MOVE DESCRICAO-LOG TO WS-SO-DESCRICAO.
           IF DESCRICAO-LOG(10:11) = 'ATUALIZADO '
               MOVE "SALDO APOS" TO WS-SO-REFERENCIA
           ELSE
               MOVE "VALOR"      TO WS-SO-REFERENCIA
           END-IF.
           MOVE VALOR-LOG     TO WS-SO-VALOR.
           MOVE WS-SIM-LINHA-OCOR TO REG-SIMUL.
           WRITE REG-SIMUL.
      *
       IMPRIME-POSICAO-SIMULADA.
           MOVE AGENCIA-CLI   TO WS-SP-AGENCIA.
           MOVE CONTA-CLI     TO WS-SP-CONTA.
           MOVE NOME-CLI      TO WS-SP-NOME.
           MOVE WS-SALDO-HOJE TO WS-SP-SALDO-HOJE.
           MOVE SALDO         TO WS-SP-SALDO-PROJ.
           COMPUTE WS-SP-DIFERENCA = SALDO - WS-SALDO-HOJE.
           MOVE WS-SIM-LINHA-POS TO REG-SIMUL.
           WRITE REG-SIMUL.
           ADD WS-SALDO-HOJE TO WS-SIM-TOTAL-HOJE.
           ADD SALDO         TO WS-SIM-TOTAL-PROJ.
           IF SALDO NOT = WS-SALDO-HOJE
               ADD 1 TO WS-SIM-CONT-ALTERADAS
           END-IF.
      *
       FECHA-SIMULACAO.
           MOVE SPACES TO REG-SIMUL.
           WRITE REG-SIMUL.
           MOVE WS-SIM-CAB6 TO REG-SIMUL.
           WRITE REG-SIMUL.
           MOVE "MOVIMENTOS LIDOS"         TO WS-ST-ROTULO.
           MOVE WS-CONT-LIDOS              TO WS-ST-QTDE.
           MOVE ZEROS                      TO WS-ST-VALOR.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "POSTADOS"                 TO WS-ST-ROTULO.
           MOVE WS-CONT-ATUALIZADOS        TO WS-ST-QTDE.
           MOVE WS-TOTAL-POSTADO           TO WS-ST-VALOR.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "REJEITADOS"               TO WS-ST-ROTULO.
           MOVE WS-CONT-REJEITADOS         TO WS-ST-QTDE.
           MOVE ZEROS                      TO WS-ST-VALOR.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "  P/ BLOQUEIO JUDICIAL"   TO WS-ST-ROTULO.
           MOVE WS-CONT-BLOQ-JUDIC         TO WS-ST-QTDE.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "  P/ LIMITE DE VELOCIDADE" TO WS-ST-ROTULO.
           MOVE WS-CONT-EXCESSO-VELOC      TO WS-ST-QTDE.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "CONTAS NAO ENCONTRADAS"   TO WS-ST-ROTULO.
           MOVE WS-CONT-NAOACHADOS         TO WS-ST-QTDE.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "AGUARDANDO APROVACAO"     TO WS-ST-ROTULO.
           MOVE WS-CONT-PENDENTES          TO WS-ST-QTDE.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "RETIDOS P/ DATA FUTURA"   TO WS-ST-ROTULO.
           MOVE WS-CONT-FUTUROS            TO WS-ST-QTDE.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "IOF"                      TO WS-ST-ROTULO.
           MOVE WS-CONT-IOF                TO WS-ST-QTDE.
           MOVE WS-TOTAL-IOF               TO WS-ST-VALOR.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "JUROS CREDITO (FIM MES)"  TO WS-ST-ROTULO.
           MOVE WS-CONT-JUROS              TO WS-ST-QTDE.
           MOVE WS-TOTAL-JUROS             TO WS-ST-VALOR.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "TARIFAS E MENSALIDADES PACOTE" TO WS-ST-ROTULO.
           COMPUTE WS-ST-QTDE = WS-CONT-TARIFA-PAC
               + WS-CONT-MENSALIDADE.
           MOVE WS-TOTAL-TARIFA-PAC        TO WS-ST-VALOR.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "SALDO TOTAL DE HOJE"      TO WS-ST-ROTULO.
           MOVE ZEROS                      TO WS-ST-QTDE.
           MOVE WS-SIM-TOTAL-HOJE          TO WS-ST-VALOR.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           MOVE "SALDO TOTAL PROJETADO"    TO WS-ST-ROTULO.
           MOVE WS-SIM-CONT-ALTERADAS      TO WS-ST-QTDE.
           MOVE WS-SIM-TOTAL-PROJ          TO WS-ST-VALOR.
           PERFORM IMPRIME-TOTAL-SIMULADO.
           CLOSE RELSIMUL.
      *
       IMPRIME-TOTAL-SIMULADO.
           MOVE WS-SIM-LINHA-TOT TO REG-SIMUL.
           WRITE REG-SIMUL.
