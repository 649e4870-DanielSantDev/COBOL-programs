       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSAO-AGENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT TRABALHO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.
           SELECT SORT-CLI ASSIGN TO "SRTCLI".
           SELECT ENDERECO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-END.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VINC.
           SELECT CHEQUE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CHQ.
           SELECT TALAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAL.
           SELECT SUSTACAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUS.
           SELECT ORDEM ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.
           SELECT FUTUROS ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FUT.
           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BJ.
           SELECT CHAVEPIX ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CHV.
           SELECT PENDENTEMOV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.
           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-APL.
           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMP.
           SELECT PARCELA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARC.
           SELECT MANDATO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAND.
           SELECT CONTAPACOTE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CPAC.
           SELECT PREFALERTA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAL.
           SELECT PENDALT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ALT.
           SELECT BOLETO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BOL.
           SELECT APOSENTADO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-APO.
           SELECT RETIDO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.
           SELECT ESTAB ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EST.
           SELECT DISPUTA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DSP.
           SELECT VINCHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VH.
           SELECT VINCCART ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VCA.
           SELECT ARQVINC ASSIGN TO "VINCRESP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VRE.
           SELECT ARQDEPARA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEP.
           SELECT AVISO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVI.
           SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
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
      *    CLIENTE.DAT RENUMERADO, AINDA FORA DE ORDEM - O SORT DEVOLVE
      *    O CADASTRO EM ORDEM DE ID-CLI, COMO O MOVIMENTACAO EXIGE.
       FD TRABALHO VALUE OF FILE-ID IS "FUSAOTRAB.DAT".
       01 REG-TRABALHO             PIC X(140).
      *
       SD SORT-CLI.
       01 REG-SORT-CLI.
           03 ID-SORT-CLI          PIC 9(09).
           03 FILLER               PIC X(131).
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
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
           03 CPF-VINC             PIC X(11).
           03 ID-CLI-VINC.
               05 AGENCIA-VINC     PIC 9(03).
               05 CONTA-VINC       PIC 9(06).
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
       FD TALAO VALUE OF FILE-ID IS "TALAO.DAT".
       01 REG-TALAO.
           03 ID-TALAO.
               05 AGENCIA-TALAO    PIC 9(03).
               05 CONTA-TALAO      PIC 9(06).
           03 NUMERO-INI-TALAO     PIC 9(06).
           03 NUMERO-FIM-TALAO     PIC 9(06).
           03 DATA-EMISSAO-TALAO   PIC 9(06).
      *
       FD SUSTACAO VALUE OF FILE-ID IS "SUSTACAO.DAT".
       01 REG-SUSTACAO.
           03 ID-SUSTACAO.
               05 AGENCIA-SUSTA    PIC 9(03).
               05 CONTA-SUSTA      PIC 9(06).
               05 NUMERO-SUSTA     PIC 9(06).
           03 MOTIVO-SUSTA         PIC X(20).
           03 SOLICITANTE-SUSTA    PIC X(20).
           03 DATA-SUSTA           PIC 9(06).
           03 STATUS-SUSTA         PIC X(01).
               88 SUSTA-ATIVA      VALUE 'A'.
               88 SUSTA-LEVANTADA  VALUE 'L'.
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
       FD CHAVEPIX VALUE OF FILE-ID IS "CHAVEPIX.DAT".
       01 REG-CHAVE.
           03 TIPO-CHV             PIC X(01).
               88 CHV-CPF          VALUE 'C'.
               88 CHV-CNPJ         VALUE 'J'.
               88 CHV-EMAIL        VALUE 'E'.
               88 CHV-FONE         VALUE 'T'.
           03 VALOR-CHV            PIC X(30).
           03 ID-CLI-CHV.
               05 AGENCIA-CHV      PIC 9(03).
               05 CONTA-CHV        PIC 9(06).
           03 DATA-CHV             PIC 9(06).
           03 STATUS-CHV           PIC X(01).
               88 CHV-ATIVA        VALUE 'A'.
               88 CHV-EXCLUIDA     VALUE 'E'.
               88 CHV-PORTADA      VALUE 'P'.
           03 DATA-BAIXA-CHV       PIC 9(06).
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
       FD MANDATO VALUE OF FILE-ID IS "MANDATO.DAT".
       01 REG-MANDATO.
           03 ID-MANDATO.
               05 ID-CLI-MAND.
                   07 AGENCIA-MAND PIC 9(03).
                   07 CONTA-MAND   PIC 9(06).
               05 EMPRESA-MAND     PIC 9(03).
               05 REFERENCIA-MAND  PIC X(20).
           03 VALOR-MAX-MAND       PIC 9(09)V99.
           03 DATA-ADESAO-MAND     PIC 9(06).
           03 DATA-CANC-MAND       PIC 9(06).
           03 STATUS-MAND          PIC X(01).
               88 MAND-ATIVO       VALUE 'A'.
               88 MAND-CANCELADO   VALUE 'C'.
      *
       FD CONTAPACOTE VALUE OF FILE-ID IS "CONTAPACOTE.DAT".
       01 REG-CONTAPACOTE.
           03 ID-CLI-CPAC.
               05 AGENCIA-CPAC     PIC 9(03).
               05 CONTA-CPAC       PIC 9(06).
           03 CODIGO-PAC-CPAC      PIC 9(02).
           03 DATA-ADESAO-CPAC     PIC 9(06).
      *
       FD PREFALERTA VALUE OF FILE-ID IS "PREFALERTA.DAT".
       01 REG-PREFALERTA.
           03 ID-CLI-PAL.
               05 AGENCIA-PAL      PIC 9(03).
               05 CONTA-PAL        PIC 9(06).
           03 ADESAO-PAL           PIC X(01).
               88 PAL-ADERIU       VALUE 'S'.
           03 AVISA-SALDO-PAL      PIC X(01).
           03 SALDO-MIN-PAL        PIC S9(09).
           03 AVISA-DEBITO-PAL     PIC X(01).
           03 DEBITO-MAX-PAL       PIC 9(09).
           03 AVISA-LIMITE-PAL     PIC X(01).
           03 AVISA-DEVOL-PAL      PIC X(01).
           03 DATA-ALT-PAL         PIC 9(06).
      *
       FD PENDALT VALUE OF FILE-ID IS "PENDALT.DAT".
       01 REG-PENDALT.
           03 TIPO-ALT             PIC X(06).
               88 ALT-LIMITE       VALUE 'LIMITE'.
               88 ALT-STATUS       VALUE 'STATUS'.
           03 ID-CLI-ALT.
               05 AGENCIA-ALT      PIC 9(03).
               05 CONTA-ALT        PIC 9(06).
           03 VALOR-NOVO-ALT       PIC S9(09)V99.
           03 STATUS-NOVO-ALT      PIC X(01).
           03 MOTIVO-ALT           PIC X(30).
           03 OPERADOR-SOLIC-ALT   PIC X(08).
           03 OPERADOR-APROV-ALT   PIC X(08).
           03 DATA-ALT             PIC 9(06).
           03 HORA-ALT             PIC 9(08).
           03 SITUACAO-ALT         PIC X(01).
               88 ALT-PENDENTE     VALUE 'P'.
               88 ALT-APROVADA     VALUE 'A'.
               88 ALT-REJEITADA    VALUE 'R'.
           03 FAIXA-ALT            PIC X(01).
           03 TETO-ALT             PIC S9(09)V99.
           03 ACIMA-TETO-ALT       PIC X(01).
               88 ALT-ACIMA-TETO   VALUE 'S'.
      *
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
       FD  RETIDO VALUE OF FILE-ID IS "APORETIDO.DAT".
       01  REG-RETIDO.
           02 RET-NOME           PIC X(30).
           02 RET-COMPET         PIC 9(06).
           02 RET-VALOR          PIC 9(07)V99.
           02 RET-AGENCIA        PIC 9(03).
           02 RET-CONTA          PIC 9(06).
           02 RET-MOTIVO         PIC X(20).
      *
       FD  ESTAB VALUE OF FILE-ID IS "ESTAB.DAT".
       01  REG-ESTAB.
           05 CODIGO-EST           PIC 9(06).
           05 NOME-EST             PIC X(20).
           05 CNPJ-EST             PIC X(14).
           05 TIPO-LIQ-EST         PIC X(01).
               88 EST-LIQ-CASA     VALUE 'C'.
               88 EST-LIQ-EXTERNA  VALUE 'E'.
           05 AGENCIA-EST          PIC 9(03).
           05 CONTA-EST            PIC 9(06).
           05 BANCO-EXT-EST        PIC 9(03).
           05 AGENCIA-EXT-EST      PIC 9(04).
           05 CONTA-EXT-EST        PIC X(10).
           05 TAXA-EST             PIC 9(02)V99.
           05 DIAS-LIQ-EST         PIC 9(02).
      *
       FD  DISPUTA VALUE OF FILE-ID IS "DISPUTA.DAT".
       01  REG-DISPUTA.
           05 CHAVE-DSP.
               10 NUMERO-DSP       PIC X(19).
               10 VALOR-DSP        PIC 9(09).
               10 ESTAB-DSP        PIC X(20).
           05 ID-CLI-DSP.
               10 AGENCIA-DSP      PIC 9(03).
               10 CONTA-DSP        PIC 9(06).
           05 MOTIVO-DSP           PIC X(30).
           05 OPERADOR-DSP         PIC X(08).
           05 DATA-ABERT-DSP       PIC 9(06).
           05 DATA-ENVIO-DSP       PIC 9(06).
           05 PRAZO-DSP            PIC 9(06).
           05 DATA-ENCERR-DSP      PIC 9(06).
           05 SITUACAO-DSP         PIC X(01).
               88 DSP-ABERTA       VALUE 'A'.
               88 DSP-ENVIADA      VALUE 'E'.
               88 DSP-GANHA        VALUE 'G'.
               88 DSP-PERDIDA      VALUE 'P'.
      *
      *    HISTORICO DE RELACIONAMENTO PESSOA x CONTA (CCS) - UM
      *    REGISTRO POR VINCULO, COM INICIO E FIM. FIM ZERADO = EM
      *    VIGOR.
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
       FD VINCCART VALUE OF FILE-ID IS "VINCCART.DAT".
       01 REG-VINCCART.
           03 NUMERO-VCA           PIC X(19).
           03 ID-CLI-VCA.
               05 AGENCIA-VCA      PIC 9(03).
               05 CONTA-VCA        PIC 9(06).
      *
       FD ARQVINC.
       01 REG-VINCRESP.
           03 MATRIC-VRE.
               05 CO-ANO-VRE       PIC 9(02).
               05 CO-NUMERO-VRE    PIC 9(03).
               05 CO-DIGITO-VRE    PIC 9(01).
           03 ID-CLI-VRE.
               05 AGENCIA-VRE      PIC 9(03).
               05 CONTA-VRE        PIC 9(06).
      *
      *    DE-PARA NUMERO ANTIGO x NUMERO NOVO, CONSULTADO PELO
      *    MOVIMENTACAO, PELO COMPENSA-LOTE (VIA DEPARA) E PELO
      *    EXTRATO-HIST PARA OS ITENS QUE AINDA CHEGAM PELO NUMERO
      *    ANTIGO.
       FD ARQDEPARA VALUE OF FILE-ID IS "DEPARACONTA.DAT".
       01 REG-DEPARA.
           03 ID-ANT-DEP.
               05 AGENCIA-ANT-DEP  PIC 9(03).
               05 CONTA-ANT-DEP    PIC 9(06).
           03 ID-NOVO-DEP.
               05 AGENCIA-NOVO-DEP PIC 9(03).
               05 CONTA-NOVO-DEP   PIC 9(06).
           03 DATA-FUSAO-DEP       PIC 9(06).
           03 OPERADOR-DEP         PIC X(08).
      *
       FD AVISO VALUE OF FILE-ID IS "AVISOFUSAO.DAT".
       01 REG-AVISO                PIC X(80).
      *
       FD OPERLOG.
       01 REG-OPERLOG.
           03 OPERADOR-ID-LOG      PIC X(08).
           03 ACAO-LOG             PIC X(10).
           03 ID-CLI-LOG.
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-TRB                PIC X(02) VALUE ZEROS.
       01 WS-FS-END                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-CHQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-TAL                PIC X(02) VALUE ZEROS.
       01 WS-FS-SUS                PIC X(02) VALUE ZEROS.
       01 WS-FS-ORD                PIC X(02) VALUE ZEROS.
       01 WS-FS-FUT                PIC X(02) VALUE ZEROS.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FS-CHV                PIC X(02) VALUE ZEROS.
       01 WS-FS-PEND               PIC X(02) VALUE ZEROS.
       01 WS-FS-APL                PIC X(02) VALUE ZEROS.
       01 WS-FS-EMP                PIC X(02) VALUE ZEROS.
       01 WS-FS-PARC               PIC X(02) VALUE ZEROS.
       01 WS-FS-MAND               PIC X(02) VALUE ZEROS.
       01 WS-FS-CPAC               PIC X(02) VALUE ZEROS.
       01 WS-FS-PAL                PIC X(02) VALUE ZEROS.
       01 WS-FS-ALT                PIC X(02) VALUE ZEROS.
       01 WS-FS-BOL                PIC X(02) VALUE ZEROS.
       01 WS-FS-APO                PIC X(02) VALUE ZEROS.
       01 WS-FS-RET                PIC X(02) VALUE ZEROS.
       01 WS-FS-EST                PIC X(02) VALUE ZEROS.
       01 WS-FS-DSP                PIC X(02) VALUE ZEROS.
       01 WS-FS-VH                 PIC X(02) VALUE ZEROS.
       01 WS-FS-VCA                PIC X(02) VALUE ZEROS.
       01 WS-FS-VRE                PIC X(02) VALUE ZEROS.
       01 WS-FS-DEP                PIC X(02) VALUE ZEROS.
       01 WS-FS-AVI                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-ARQUIVO               PIC X(12) VALUE SPACES.
      *
       01 WS-AG-ORIGEM             PIC 9(03) VALUE ZEROS.
       01 WS-AG-DESTINO            PIC 9(03) VALUE ZEROS.
       01 WS-QTDE-ORIGEM           PIC 9(04) VALUE ZEROS.
       01 WS-QTDE-DESTINO          PIC 9(04) VALUE ZEROS.
      *
      *    CONTAS DO CLIENTE.DAT - PARA SABER QUAIS NUMEROS DA AGENCIA
      *    INCORPORADORA JA ESTAO EM USO.
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CT-ID             PIC X(09) OCCURS 5000 TIMES.
       01 WS-CT-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-CT-POS                PIC 9(04) VALUE ZEROS.
      *
      *    NUMEROS ANTIGOS JA NO DEPARACONTA.DAT - NAO PODEM SER
      *    REAPROVEITADOS, SENAO O DE-PARA DESVIARIA A CONTA NOVA.
       01 WS-DA-TAB.
           03 WS-DA-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-DA-ID             PIC X(09) OCCURS 5000 TIMES.
       01 WS-DA-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-DA-POS                PIC 9(04) VALUE ZEROS.
      *
      *    CONTAS DA AGENCIA INCORPORADA COM O NUMERO NOVO E OS DADOS
      *    DO AVISO AO CLIENTE (ENDERECO PEGO NA PASSAGEM DO
      *    ENDERECO.DAT).
       01 WS-FU-TAB.
           03 WS-FU-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-FU-ITEM OCCURS 5000 TIMES.
               05 WS-FU-ANT        PIC X(09).
               05 WS-FU-NOVO       PIC X(09).
               05 WS-FU-NOME       PIC X(20).
               05 WS-FU-STATUS     PIC X(01).
               05 WS-FU-TEM-END    PIC X(01).
               05 WS-FU-LOGRADOURO PIC X(30).
               05 WS-FU-CIDADE     PIC X(20).
               05 WS-FU-UF         PIC X(02).
               05 WS-FU-CEP        PIC 9(08).
       01 WS-FU-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-FU-POS                PIC 9(04) VALUE ZEROS.
       01 WS-FU-NOVO-POS           PIC 9(04) VALUE ZEROS.
      *
       01 WS-ID-BUSCA.
           03 WS-AGENCIA-BUSCA     PIC 9(03) VALUE ZEROS.
           03 WS-CONTA-BUSCA       PIC 9(06) VALUE ZEROS.
       01 WS-ID-NOVO.
           03 WS-AGENCIA-NOVO      PIC 9(03) VALUE ZEROS.
           03 WS-CONTA-NOVO        PIC 9(06) VALUE ZEROS.
       01 WS-CONTA-NOVO-R REDEFINES WS-ID-NOVO.
           03 FILLER               PIC 9(03).
           03 WS-BASE-NOVO         PIC 9(05).
           03 WS-DV-NOVO           PIC 9(01).
       01 WS-ID-ANTIGO.
           03 WS-AGENCIA-ANTIGO    PIC 9(03) VALUE ZEROS.
           03 WS-CONTA-ANTIGO      PIC 9(06) VALUE ZEROS.
       01 WS-CONTA-ANTIGO-R REDEFINES WS-ID-ANTIGO.
           03 FILLER               PIC 9(03).
           03 WS-BASE-ANTIGO       PIC 9(05).
           03 WS-DV-ANTIGO         PIC 9(01).
       01 WS-NUMERO-LIVRE          PIC X(01) VALUE 'N'.
       01 WS-PROX-BASE             PIC 9(06) VALUE ZEROS.
       01 WS-DV-TESTE              PIC 9(02) VALUE ZEROS.
      *
      *    CONTADORES POR ARQUIVO E GERAIS.
       01 WS-ARQ-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-ARQ-TROCADOS          PIC 9(07) VALUE ZEROS.
       01 WS-TOT-TROCADOS          PIC 9(07) VALUE ZEROS.
       01 WS-CONT-BASE-MANTIDA     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-BASE-NOVA        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-DEPARA-REGRAV    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-AVISOS           PIC 9(05) VALUE ZEROS.
      *
      *    OPERADOR - A FUSAO REGRAVA O CADASTRO E PEDE SUPERVISOR.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
      *    INDICADOR DE LOTE EM PROCESSAMENTO (LOTEPROC.DAT) - COM O
      *    LOTE RODANDO A FUSAO NAO MEXE NO CADASTRO.
       01 WS-PRC-ACAO              PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA          PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DA FUSAO.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "FUSAO-AGENCI".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
       01 WS-LINHA-SALTO           PIC X(80) VALUE ALL "=".
       01 WS-AVI-CAB.
           05 FILLER               PIC X(40)
               VALUE "AVISO DE MUDANCA DO NUMERO DA CONTA".
           05 FILLER               PIC X(26) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE "DATA: ".
           05 WS-A-DATA            PIC 99/99/99.
       01 WS-AVI-CLIENTE.
           05 FILLER               PIC X(09) VALUE "CLIENTE: ".
           05 WS-A-NOME            PIC X(20).
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
       01 WS-AVI-AGENCIA.
           05 FILLER               PIC X(10) VALUE "A AGENCIA ".
           05 WS-A-AG-ORIGEM       PIC 9(03).
           05 FILLER               PIC X(30)
               VALUE " FOI INCORPORADA PELA AGENCIA ".
           05 WS-A-AG-DESTINO      PIC 9(03).
           05 FILLER               PIC X(34) VALUE ".".
       01 WS-AVI-CONTAS.
           05 FILLER               PIC X(16) VALUE "CONTA ANTERIOR: ".
           05 WS-A-AG-ANT          PIC 9(03).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-A-CONTA-ANT       PIC 9(06).
           05 FILLER               PIC X(15) VALUE "   NOVA CONTA: ".
           05 WS-A-AG-NOVO         PIC 9(03).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-A-CONTA-NOVO      PIC 9(06).
           05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-AVI-TEXTO1            PIC X(80) VALUE
           "OS LANCAMENTOS FEITOS AINDA PELO NUMERO ANTERIOR SERAO LEVAD
      -    "OS A NOVA CONTA.".
       01 WS-AVI-TEXTO2            PIC X(80) VALUE
           "SALDO, LIMITE, CHEQUES E ORDENS PERMANENTES CONTINUAM OS MES
      -    "MOS.".
      *
      *    INCORPORACAO DE AGENCIA: TODAS AS CONTAS DA AGENCIA QUE
      *    FECHA PASSAM PARA A AGENCIA INCORPORADORA. A CONTA MANTEM A
      *    BASE DE CINCO DIGITOS E GANHA O DIGITO VERIFICADOR DA NOVA
      *    AGENCIA (CONTADIG); SE ESSE NUMERO JA EXISTE NA AGENCIA
      *    INCORPORADORA (OU JA FOI NUMERO ANTIGO NO DE-PARA), RECEBE
      *    A PROXIMA BASE LIVRE ACIMA DA MAIOR DA AGENCIA. O
      *    CLIENTE.DAT E' REGRAVADO EM ORDEM DE ID-CLI E OS SATELITES
      *    (ENDERECO, CONTAPESSOA, CHEQUE, TALAO, SUSTACAO, ORDEM,
      *    FUTUROS, BLOQJUD, CHAVEPIX, PENDENTEMOV, APLICACAO,
      *    EMPRESTIMO, PARCELA, MANDATO, CONTAPACOTE, PREFALERTA,
      *    PENDALT, BOLETO, APOSENTADO, APORETIDO, ESTAB, DISPUTA,
      *    VINCCART, VINCRESP) TEM A CONTA TROCADA NO PROPRIO
      *    REGISTRO; NO VINCHIST O VINCULO ANTIGO E' ENCERRADO E UM
      *    NOVO E' ABERTO NA CONTA NOVA. O DE-PARA VAI PARA
      *    DEPARACONTA.DAT (O DE-PARA ANTERIOR QUE APONTAVA PARA A
      *    AGENCIA QUE FECHA E' REGRAVADO PARA O NUMERO NOVO), UM
      *    REGISTRO NO OPERLOG POR CONTA E UM AVISO POR CONTA NAO
      *    ENCERRADA EM AVISOFUSAO.DAT.
      *    SO SUPERVISOR, FORA DA JANELA DO LOTE. OS LOGS DE MOVIMENTO
      *    FICAM COM O NUMERO ANTIGO - O EXTRATO-HIST JUNTA OS DOIS.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-LOTE-EM-CURSO.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - SUPERVISOR NAO AUTENTICADO"
               STOP RUN.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ENTRA-AGENCIAS.
           PERFORM CARREGA-CLIENTES.
           IF WS-QTDE-ORIGEM = ZEROS
               DISPLAY "AGENCIA " WS-AG-ORIGEM " SEM CONTAS NO "
                   "CADASTRO - NADA A INCORPORAR"
               STOP RUN.
           IF WS-QTDE-DESTINO = ZEROS
               DISPLAY "AGENCIA INCORPORADORA " WS-AG-DESTINO
                   " SEM CONTAS NO CADASTRO - CONFIRA O NUMERO"
               STOP RUN.
           PERFORM CARREGA-DEPARA.
           PERFORM NUMERA-CONTAS
               VARYING WS-FU-SUBS FROM 1 BY 1
               UNTIL WS-FU-SUBS > WS-FU-QTDE.
           PERFORM CONFIRMA-FUSAO.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "FUSAO NAO CONFIRMADA - NADA ALTERADO"
               STOP RUN.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM RENUMERA-CLIENTES.
           PERFORM RENUMERA-ENDERECO.
           PERFORM RENUMERA-CONTAPESSOA.
           PERFORM RENUMERA-CHEQUE.
           PERFORM RENUMERA-TALAO.
           PERFORM RENUMERA-SUSTACAO.
           PERFORM RENUMERA-ORDEM.
           PERFORM RENUMERA-FUTUROS.
           PERFORM RENUMERA-BLOQJUD.
           PERFORM RENUMERA-CHAVEPIX.
           PERFORM RENUMERA-PENDENTES.
           PERFORM RENUMERA-APLICACAO.
           PERFORM RENUMERA-EMPRESTIMO.
           PERFORM RENUMERA-PARCELA.
           PERFORM RENUMERA-MANDATO.
           PERFORM RENUMERA-CONTAPACOTE.
           PERFORM RENUMERA-PREFALERTA.
           PERFORM RENUMERA-PENDALT.
           PERFORM RENUMERA-BOLETO.
           PERFORM RENUMERA-APOSENTADO.
           PERFORM RENUMERA-RETIDO.
           PERFORM RENUMERA-ESTAB.
           PERFORM RENUMERA-DISPUTA.
           PERFORM RENUMERA-VINCHIST.
           PERFORM RENUMERA-VINCCART.
           PERFORM RENUMERA-VINCRESP.
           PERFORM GRAVA-DEPARA.
           PERFORM GRAVA-OPERLOG.
           PERFORM IMPRIME-AVISOS.
           DISPLAY "CONTAS INCORPORADAS  : " WS-FU-QTDE.
           DISPLAY "  BASE MANTIDA       : " WS-CONT-BASE-MANTIDA.
           DISPLAY "  BASE NOVA          : " WS-CONT-BASE-NOVA.
           DISPLAY "REGISTROS TROCADOS   : " WS-TOT-TROCADOS.
           DISPLAY "DE-PARA REGRAVADOS   : " WS-CONT-DEPARA-REGRAV.
           DISPLAY "AVISOS AOS CLIENTES  : " WS-CONT-AVISOS.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       VERIFICA-LOTE-EM-CURSO.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "LOTE " WS-PRC-DATA-LOTE " EM PROCESSAMENTO ("
                   WS-PRC-PROGRAMA ") - FUSAO NAO PERMITIDA"
               STOP RUN.
      *
       ENTRA-OPERADOR.
           MOVE 0   TO WS-TENTATIVAS.
           MOVE 'N' TO WS-AUTORIZADO.
           PERFORM VALIDA-OPERADOR
               UNTIL WS-AUTORIZADO = 'S' OR WS-TENTATIVAS = 3.
      *
       VALIDA-OPERADOR.
           DISPLAY "MATRICULA DO SUPERVISOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA-OP.
           CALL "OPERVALID" USING WS-OPERADOR-ID WS-SENHA-OP
               WS-AUTORIZADO WS-NOME-OP WS-NIVEL-OP.
           ADD 1 TO WS-TENTATIVAS.
           EVALUATE TRUE
               WHEN WS-AUTORIZADO NOT = 'S'
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               WHEN WS-NIVEL-OP NOT = 'S'
                   MOVE 'N' TO WS-AUTORIZADO
                   DISPLAY "OPERADOR SEM ALCADA DE SUPERVISOR"
           END-EVALUATE.
      *
       ENTRA-AGENCIAS.
           DISPLAY "AGENCIA QUE FECHA (INCORPORADA): ".
           ACCEPT WS-AG-ORIGEM.
           DISPLAY "AGENCIA INCORPORADORA: ".
           ACCEPT WS-AG-DESTINO.
           IF WS-AG-ORIGEM = ZEROS OR WS-AG-DESTINO = ZEROS
               DISPLAY "AGENCIA INVALIDA"
               STOP RUN.
           IF WS-AG-ORIGEM = WS-AG-DESTINO
               DISPLAY "AGENCIA INCORPORADORA IGUAL A QUE FECHA"
               STOP RUN.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE ZEROS TO WS-RUN-DATA-LOTE.
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
           MOVE WS-FU-QTDE         TO WS-RUN-LIDOS.
           MOVE WS-TOT-TROCADOS    TO WS-RUN-ATUALIZADOS.
           MOVE ZEROS              TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
      *    CLIENTE.DAT - TODAS AS CONTAS NA TABELA DE NUMEROS EM USO;
      *    AS DA AGENCIA QUE FECHA TAMBEM NA TABELA DA FUSAO. A MAIOR
      *    BASE DA AGENCIA INCORPORADORA DA' O PONTO DE PARTIDA PARA
      *    AS BASES NOVAS.
       CARREGA-CLIENTES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM GUARDA-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
           ADD 1 TO WS-PROX-BASE.
      *
       GUARDA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-CT-QTDE = 5000
                       DISPLAY "TABELA DE CONTAS CHEIA (5000) - AMPLIAR"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CT-QTDE
                   MOVE ID-CLI TO WS-CT-ID(WS-CT-QTDE)
                   IF AGENCIA-CLI = WS-AG-ORIGEM
                       PERFORM GUARDA-CONTA-ORIGEM
                   END-IF
                   IF AGENCIA-CLI = WS-AG-DESTINO
                       ADD 1 TO WS-QTDE-DESTINO
                       MOVE ID-CLI TO WS-ID-ANTIGO
                       IF WS-BASE-ANTIGO > WS-PROX-BASE
                           MOVE WS-BASE-ANTIGO TO WS-PROX-BASE
                       END-IF
                   END-IF
           END-READ.
      *
       GUARDA-CONTA-ORIGEM.
           ADD 1 TO WS-QTDE-ORIGEM.
           ADD 1 TO WS-FU-QTDE.
           MOVE ID-CLI     TO WS-FU-ANT(WS-FU-QTDE).
           MOVE SPACES     TO WS-FU-NOVO(WS-FU-QTDE).
           MOVE NOME-CLI   TO WS-FU-NOME(WS-FU-QTDE).
           MOVE STATUS-CLI TO WS-FU-STATUS(WS-FU-QTDE).
           MOVE 'N'        TO WS-FU-TEM-END(WS-FU-QTDE).
           MOVE SPACES     TO WS-FU-LOGRADOURO(WS-FU-QTDE)
                              WS-FU-CIDADE(WS-FU-QTDE)
                              WS-FU-UF(WS-FU-QTDE).
           MOVE ZEROS      TO WS-FU-CEP(WS-FU-QTDE).
      *
       CARREGA-DEPARA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQDEPARA.
           IF WS-FS-DEP NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-DEPARA UNTIL WS-FIM = 'S'.
           IF WS-FS-DEP = "00" OR WS-FS-DEP = "10"
               CLOSE ARQDEPARA
           END-IF.
      *
       GUARDA-DEPARA.
           READ ARQDEPARA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-DA-QTDE = 5000
                       DISPLAY "TABELA DE-PARA CHEIA (5000) - AMPLIAR"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DA-QTDE
                   MOVE ID-ANT-DEP TO WS-DA-ID(WS-DA-QTDE)
           END-READ.
      *
      *    NUMERO NOVO DA CONTA WS-FU-SUBS: PRIMEIRO A MESMA BASE COM
      *    O DIGITO DA AGENCIA INCORPORADORA; OCUPADO, A PROXIMA BASE
      *    LIVRE.
       NUMERA-CONTAS.
           MOVE WS-FU-ANT(WS-FU-SUBS) TO WS-ID-ANTIGO.
           MOVE WS-AG-DESTINO  TO WS-AGENCIA-NOVO.
           MOVE WS-BASE-ANTIGO TO WS-BASE-NOVO.
           PERFORM CALCULA-DIGITO.
           PERFORM VERIFICA-NUMERO-LIVRE.
           IF WS-NUMERO-LIVRE = 'S'
               ADD 1 TO WS-CONT-BASE-MANTIDA
           ELSE
               PERFORM PROCURA-BASE-LIVRE
                   UNTIL WS-NUMERO-LIVRE = 'S'
               ADD 1 TO WS-CONT-BASE-NOVA
           END-IF.
           MOVE WS-ID-NOVO TO WS-FU-NOVO(WS-FU-SUBS).
      *
       PROCURA-BASE-LIVRE.
           IF WS-PROX-BASE > 99999
               DISPLAY "AGENCIA " WS-AG-DESTINO " SEM NUMERO DE CONTA "
                   "LIVRE - FUSAO CANCELADA"
               STOP RUN.
           MOVE WS-PROX-BASE TO WS-BASE-NOVO.
           ADD 1 TO WS-PROX-BASE.
           PERFORM CALCULA-DIGITO.
           PERFORM VERIFICA-NUMERO-LIVRE.
      *
      *    O DIGITO E' O QUE O CONTADIG ACEITA PARA AGENCIA + BASE.
       CALCULA-DIGITO.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM TESTA-DIGITO
               VARYING WS-DV-TESTE FROM 0 BY 1
               UNTIL WS-DV-TESTE > 9 OR WS-CONTA-VALIDA = 'S'.
      *
       TESTA-DIGITO.
           MOVE WS-DV-TESTE TO WS-DV-NOVO.
           CALL "CONTADIG" USING WS-AGENCIA-NOVO WS-CONTA-NOVO
               WS-CONTA-VALIDA.
      *
      *    LIVRE = NAO EXISTE NO CADASTRO, NAO FOI DADO A OUTRA CONTA
      *    DESTA FUSAO E NAO E' NUMERO ANTIGO NO DE-PARA.
       VERIFICA-NUMERO-LIVRE.
           MOVE 'S' TO WS-NUMERO-LIVRE.
           MOVE ZEROS TO WS-CT-POS.
           PERFORM BUSCA-CONTA
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE
                  OR WS-CT-POS NOT = ZEROS.
           MOVE ZEROS TO WS-FU-NOVO-POS.
           PERFORM BUSCA-NOVO
               VARYING WS-FU-POS FROM 1 BY 1
               UNTIL WS-FU-POS NOT < WS-FU-SUBS
                  OR WS-FU-NOVO-POS NOT = ZEROS.
           MOVE ZEROS TO WS-DA-POS.
           PERFORM BUSCA-ANTIGO
               VARYING WS-DA-SUBS FROM 1 BY 1
               UNTIL WS-DA-SUBS > WS-DA-QTDE
                  OR WS-DA-POS NOT = ZEROS.
           IF WS-CT-POS NOT = ZEROS OR WS-FU-NOVO-POS NOT = ZEROS
              OR WS-DA-POS NOT = ZEROS
               MOVE 'N' TO WS-NUMERO-LIVRE
           END-IF.
      *
       BUSCA-CONTA.
           IF WS-CT-ID(WS-CT-SUBS) = WS-ID-NOVO
               MOVE WS-CT-SUBS TO WS-CT-POS
           END-IF.
      *
       BUSCA-NOVO.
           IF WS-FU-NOVO(WS-FU-POS) = WS-ID-NOVO
               MOVE WS-FU-POS TO WS-FU-NOVO-POS
           END-IF.
      *
       BUSCA-ANTIGO.
           IF WS-DA-ID(WS-DA-SUBS) = WS-ID-NOVO
               MOVE WS-DA-SUBS TO WS-DA-POS
           END-IF.
      *
       CONFIRMA-FUSAO.
           DISPLAY "===== INCORPORACAO DA AGENCIA " WS-AG-ORIGEM
               " PELA AGENCIA " WS-AG-DESTINO " =====".
           DISPLAY "CONTAS A RENUMERAR   : " WS-FU-QTDE.
           DISPLAY "  MESMA BASE         : " WS-CONT-BASE-MANTIDA.
           DISPLAY "  BASE NOVA          : " WS-CONT-BASE-NOVA.
           DISPLAY "CONFIRMA A FUSAO (S/N)? ".
           ACCEPT WS-CONFIRMA.
      *
      *    CONTA DO SATELITE EM WS-ID-BUSCA. ACHADA NA FUSAO, O NUMERO
      *    NOVO VOLTA EM WS-ID-NOVO.
       LOCALIZA-FUSAO.
           MOVE ZEROS TO WS-FU-POS.
           PERFORM BUSCA-FUSAO
               VARYING WS-FU-SUBS FROM 1 BY 1
               UNTIL WS-FU-SUBS > WS-FU-QTDE
                  OR WS-FU-POS NOT = ZEROS.
           IF WS-FU-POS NOT = ZEROS
               MOVE WS-FU-NOVO(WS-FU-POS) TO WS-ID-NOVO
           END-IF.
      *
       BUSCA-FUSAO.
           IF WS-FU-ANT(WS-FU-SUBS) = WS-ID-BUSCA
               MOVE WS-FU-SUBS TO WS-FU-POS
           END-IF.
      *
      *    ROTINAS COMUNS A TODOS OS ARQUIVOS.
       INICIA-ARQUIVO.
           MOVE ZEROS TO WS-ARQ-LIDOS WS-ARQ-TROCADOS.
           MOVE 'N' TO WS-FIM.
      *
       TOTALIZA-ARQUIVO.
           DISPLAY WS-ARQUIVO " LIDOS " WS-ARQ-LIDOS
               " RENUMERADOS " WS-ARQ-TROCADOS.
           ADD WS-ARQ-TROCADOS TO WS-TOT-TROCADOS.
      *
      *    CLIENTE.DAT - GRAVADO RENUMERADO NO ARQUIVO DE TRABALHO E
      *    DEVOLVIDO PELO SORT EM ORDEM DE ID-CLI.
       RENUMERA-CLIENTES.
           MOVE "CLIENTE" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           OPEN OUTPUT TRABALHO.
           IF WS-FS-TRB NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA FUSAOTRAB - " WS-FS-TRB
               STOP RUN.
           PERFORM RENUMERA-UM-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
           CLOSE TRABALHO.
           SORT SORT-CLI
               ON ASCENDING KEY ID-SORT-CLI
               USING TRABALHO
               GIVING CADCLI.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   IF AGENCIA-CLI = WS-AG-ORIGEM
                       MOVE ID-CLI TO WS-ID-BUSCA
                       PERFORM LOCALIZA-FUSAO
                       MOVE WS-ID-NOVO TO ID-CLI
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
                   WRITE REG-TRABALHO FROM REG-CLI
           END-READ.
      *
      *    ENDERECO.DAT - ALEM DA TROCA, GUARDA O ENDERECO PARA O
      *    AVISO AO CLIENTE.
       RENUMERA-ENDERECO.
           MOVE "ENDERECO" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O ENDERECO.
           IF WS-FS-END NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-ENDERECO UNTIL WS-FIM = 'S'.
           IF WS-FS-END = "00" OR WS-FS-END = "10"
               CLOSE ENDERECO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-ENDERECO.
           READ ENDERECO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-END TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE 'S'            TO WS-FU-TEM-END(WS-FU-POS)
                       MOVE LOGRADOURO-END
                           TO WS-FU-LOGRADOURO(WS-FU-POS)
                       MOVE CIDADE-END     TO WS-FU-CIDADE(WS-FU-POS)
                       MOVE UF-END         TO WS-FU-UF(WS-FU-POS)
                       MOVE CEP-END        TO WS-FU-CEP(WS-FU-POS)
                       MOVE WS-ID-NOVO     TO ID-CLI-END
                       REWRITE REG-ENDERECO
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-CONTAPESSOA.
           MOVE "CONTAPESSOA" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O CONTAPESSOA.
           IF WS-FS-VINC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-VINCULO UNTIL WS-FIM = 'S'.
           IF WS-FS-VINC = "00" OR WS-FS-VINC = "10"
               CLOSE CONTAPESSOA
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-VINCULO.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-VINC TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-VINC
                       REWRITE REG-CONTAPESSOA
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-CHEQUE.
           MOVE "CHEQUE" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O CHEQUE.
           IF WS-FS-CHQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-CHEQUE UNTIL WS-FIM = 'S'.
           IF WS-FS-CHQ = "00" OR WS-FS-CHQ = "10"
               CLOSE CHEQUE
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-CHEQUE.
           READ CHEQUE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE AGENCIA-CHEQUE TO WS-AGENCIA-BUSCA
                   MOVE CONTA-CHEQUE   TO WS-CONTA-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-AGENCIA-NOVO TO AGENCIA-CHEQUE
                       MOVE WS-CONTA-NOVO   TO CONTA-CHEQUE
                       REWRITE REG-CHEQUE
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-TALAO.
           MOVE "TALAO" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O TALAO.
           IF WS-FS-TAL NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-TALAO UNTIL WS-FIM = 'S'.
           IF WS-FS-TAL = "00" OR WS-FS-TAL = "10"
               CLOSE TALAO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-TALAO.
           READ TALAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-TALAO TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-TALAO
                       REWRITE REG-TALAO
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
      *    SUSTACAO.DAT ACOMPANHA O CHEQUE.DAT - A SUSTACAO DE UM
      *    CHEQUE DA CONTA RENUMERADA TEM DE CONTINUAR VALENDO NA
      *    COMPENSACAO.
       RENUMERA-SUSTACAO.
           MOVE "SUSTACAO" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O SUSTACAO.
           IF WS-FS-SUS NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UMA-SUSTACAO UNTIL WS-FIM = 'S'.
           IF WS-FS-SUS = "00" OR WS-FS-SUS = "10"
               CLOSE SUSTACAO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UMA-SUSTACAO.
           READ SUSTACAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE AGENCIA-SUSTA TO WS-AGENCIA-BUSCA
                   MOVE CONTA-SUSTA   TO WS-CONTA-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-AGENCIA-NOVO TO AGENCIA-SUSTA
                       MOVE WS-CONTA-NOVO   TO CONTA-SUSTA
                       REWRITE REG-SUSTACAO
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-ORDEM.
           MOVE "ORDEM" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O ORDEM.
           IF WS-FS-ORD NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UMA-ORDEM UNTIL WS-FIM = 'S'.
           IF WS-FS-ORD = "00" OR WS-FS-ORD = "10"
               CLOSE ORDEM
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UMA-ORDEM.
           READ ORDEM
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-ORDEM TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-ORDEM
                       REWRITE REG-ORDEM
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-FUTUROS.
           MOVE "FUTUROS" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O FUTUROS.
           IF WS-FS-FUT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-FUTURO UNTIL WS-FIM = 'S'.
           IF WS-FS-FUT = "00" OR WS-FS-FUT = "10"
               CLOSE FUTUROS
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-FUTURO.
           READ FUTUROS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-FUT TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-FUT
                       REWRITE REG-FUTURO
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
      *    BLOQJUD.DAT - O BLOQUEIO JUDICIAL (ATIVO OU LIBERADO)
      *    SEGUE A CONTA, PARA CONTINUAR RETENDO O SALDO NO NUMERO
      *    NOVO.
       RENUMERA-BLOQJUD.
           MOVE "BLOQJUD" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-BLOQUEIO UNTIL WS-FIM = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-BLOQUEIO.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-BJ TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-BJ
                       REWRITE REG-BLOQJUD
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
      *    CHAVEPIX.DAT - A CHAVE CONTINUA APONTANDO PARA A MESMA
      *    CONTA, AGORA COM O NUMERO NOVO.
       RENUMERA-CHAVEPIX.
           MOVE "CHAVEPIX" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O CHAVEPIX.
           IF WS-FS-CHV NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UMA-CHAVE UNTIL WS-FIM = 'S'.
           IF WS-FS-CHV = "00" OR WS-FS-CHV = "10"
               CLOSE CHAVEPIX
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UMA-CHAVE.
           READ CHAVEPIX
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-CHV TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-CHV
                       REWRITE REG-CHAVE
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
      *    PENDENTEMOV.DAT - O MOVIMENTO AINDA NA FILA DE APROVACAO E'
      *    LIBERADO NA CONTA RENUMERADA.
       RENUMERA-PENDENTES.
           MOVE "PENDENTEMOV" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O PENDENTEMOV.
           IF WS-FS-PEND NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-PENDENTE UNTIL WS-FIM = 'S'.
           IF WS-FS-PEND = "00" OR WS-FS-PEND = "10"
               CLOSE PENDENTEMOV
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-PENDENTE.
           READ PENDENTEMOV
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-PEND-MOV TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-PEND-MOV
                       REWRITE REG-PENDENTE-MOV
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
      *    APLICACAO.DAT, EMPRESTIMO.DAT E PARCELA.DAT - O CDB VENCIDO
      *    E' CREDITADO E A PARCELA QUITADA PELO RETORNO DO DEBITO,
      *    QUE JA CHEGA COM O NUMERO NOVO.
       RENUMERA-APLICACAO.
           MOVE "APLICACAO" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O APLICACAO.
           IF WS-FS-APL NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UMA-APLICACAO UNTIL WS-FIM = 'S'.
           IF WS-FS-APL = "00" OR WS-FS-APL = "10"
               CLOSE APLICACAO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UMA-APLICACAO.
           READ APLICACAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-APL TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-APL
                       REWRITE REG-APLICACAO
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-EMPRESTIMO.
           MOVE "EMPRESTIMO" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O EMPRESTIMO.
           IF WS-FS-EMP NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-EMPRESTIMO UNTIL WS-FIM = 'S'.
           IF WS-FS-EMP = "00" OR WS-FS-EMP = "10"
               CLOSE EMPRESTIMO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-EMPRESTIMO.
           READ EMPRESTIMO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-EMP TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-EMP
                       REWRITE REG-EMPREST
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-PARCELA.
           MOVE "PARCELA" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O PARCELA.
           IF WS-FS-PARC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UMA-PARCELA UNTIL WS-FIM = 'S'.
           IF WS-FS-PARC = "00" OR WS-FS-PARC = "10"
               CLOSE PARCELA
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UMA-PARCELA.
           READ PARCELA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-PARC TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-PARC
                       REWRITE REG-PARCELA
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
      *    MANDATO.DAT - O PEDIDO DA EMPRESA CONVENIADA CHEGA COM O
      *    NUMERO ANTIGO E O DEBITO-AUTO O TRADUZ PELO DE-PARA ANTES
      *    DE PROCURAR O MANDATO.
       RENUMERA-MANDATO.
           MOVE "MANDATO" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O MANDATO.
           IF WS-FS-MAND NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-MANDATO UNTIL WS-FIM = 'S'.
           IF WS-FS-MAND = "00" OR WS-FS-MAND = "10"
               CLOSE MANDATO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-MANDATO.
           READ MANDATO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-MAND TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-MAND
                       REWRITE REG-MANDATO
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-CONTAPACOTE.
           MOVE "CONTAPACOTE" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O CONTAPACOTE.
           IF WS-FS-CPAC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-PACOTE UNTIL WS-FIM = 'S'.
           IF WS-FS-CPAC = "00" OR WS-FS-CPAC = "10"
               CLOSE CONTAPACOTE
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-PACOTE.
           READ CONTAPACOTE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-CPAC TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-CPAC
                       REWRITE REG-CONTAPACOTE
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-PREFALERTA.
           MOVE "PREFALERTA" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O PREFALERTA.
           IF WS-FS-PAL NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UMA-PREFERENCIA UNTIL WS-FIM = 'S'.
           IF WS-FS-PAL = "00" OR WS-FS-PAL = "10"
               CLOSE PREFALERTA
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UMA-PREFERENCIA.
           READ PREFALERTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-PAL TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-PAL
                       REWRITE REG-PREFALERTA
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-PENDALT.
           MOVE "PENDALT" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O PENDALT.
           IF WS-FS-ALT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UMA-ALTERACAO UNTIL WS-FIM = 'S'.
           IF WS-FS-ALT = "00" OR WS-FS-ALT = "10"
               CLOSE PENDALT
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UMA-ALTERACAO.
           READ PENDALT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-ALT TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-ALT
                       REWRITE REG-PENDALT
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-BOLETO.
           MOVE "BOLETO" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O BOLETO.
           IF WS-FS-BOL NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-BOLETO UNTIL WS-FIM = 'S'.
           IF WS-FS-BOL = "00" OR WS-FS-BOL = "10"
               CLOSE BOLETO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-BOLETO.
           READ BOLETO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-BOL TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-BOL
                       REWRITE REG-BOLETO
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
      *    APOSENTADO.DAT E APORETIDO.DAT - O BENEFICIO DO MES E O
      *    PAGAMENTO RETIDO SAO CREDITADOS NA CONTA COM O NUMERO NOVO.
       RENUMERA-APOSENTADO.
           MOVE "APOSENTADO" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O APOSENTADO.
           IF WS-FS-APO NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-APOSENTADO UNTIL WS-FIM = 'S'.
           IF WS-FS-APO = "00" OR WS-FS-APO = "10"
               CLOSE APOSENTADO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-APOSENTADO.
           READ APOSENTADO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE APO-AGENCIA TO WS-AGENCIA-BUSCA
                   MOVE APO-CONTA TO WS-CONTA-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-AGENCIA-NOVO TO APO-AGENCIA
                       MOVE WS-CONTA-NOVO   TO APO-CONTA
                       REWRITE REG-APO
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-RETIDO.
           MOVE "APORETIDO" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O RETIDO.
           IF WS-FS-RET NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-RETIDO UNTIL WS-FIM = 'S'.
           IF WS-FS-RET = "00" OR WS-FS-RET = "10"
               CLOSE RETIDO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-RETIDO.
           READ RETIDO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE RET-AGENCIA TO WS-AGENCIA-BUSCA
                   MOVE RET-CONTA TO WS-CONTA-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-AGENCIA-NOVO TO RET-AGENCIA
                       MOVE WS-CONTA-NOVO   TO RET-CONTA
                       REWRITE REG-RETIDO
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
      *    ESTAB.DAT - ESTABELECIMENTO LIQUIDADO NA CASA RECEBE NA
      *    CONTA COM O NUMERO NOVO.
       RENUMERA-ESTAB.
           MOVE "ESTAB" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O ESTAB.
           IF WS-FS-EST NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-ESTAB UNTIL WS-FIM = 'S'.
           IF WS-FS-EST = "00" OR WS-FS-EST = "10"
               CLOSE ESTAB
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-ESTAB.
           READ ESTAB
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE AGENCIA-EST TO WS-AGENCIA-BUSCA
                   MOVE CONTA-EST TO WS-CONTA-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-AGENCIA-NOVO TO AGENCIA-EST
                       MOVE WS-CONTA-NOVO   TO CONTA-EST
                       REWRITE REG-ESTAB
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-DISPUTA.
           MOVE "DISPUTA" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O DISPUTA.
           IF WS-FS-DSP NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UMA-DISPUTA UNTIL WS-FIM = 'S'.
           IF WS-FS-DSP = "00" OR WS-FS-DSP = "10"
               CLOSE DISPUTA
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UMA-DISPUTA.
           READ DISPUTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-DSP TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-DSP
                       REWRITE REG-DISPUTA
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
      *    VINCHIST.DAT - O VINCULO EM VIGOR COM A CONTA ANTIGA
      *    TERMINA NA DATA DA FUSAO E UM VINCULO IGUAL COMECA NA CONTA
      *    NOVA, PARA A REMESSA CCS INFORMAR A TROCA. OS VINCULOS
      *    NOVOS FICAM NO ARQUIVO DE TRABALHO (JA LIVRE DEPOIS DO SORT
      *    DO CLIENTE) E ENTRAM NO FIM DO VINCHIST.
       RENUMERA-VINCHIST.
           MOVE "VINCHIST" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O VINCHIST.
           IF WS-FS-VH NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           OPEN OUTPUT TRABALHO.
           IF WS-FS-TRB NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA FUSAOTRAB - " WS-FS-TRB
               STOP RUN.
           PERFORM ENCERRA-UM-VINCULO UNTIL WS-FIM = 'S'.
           CLOSE TRABALHO.
           IF WS-FS-VH = "00" OR WS-FS-VH = "10"
               CLOSE VINCHIST
           END-IF.
           IF WS-ARQ-TROCADOS > ZEROS
               PERFORM ABRE-VINCULOS-NOVOS
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       ENCERRA-UM-VINCULO.
           READ VINCHIST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-VH TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS AND VH-EM-VIGOR
                       MOVE WS-HOJE        TO DATA-FIM-VH
                       MOVE WS-HOJE        TO DATA-ALT-VH
                       MOVE "FUSAO-AGENCI" TO ORIGEM-VH
                       MOVE WS-OPERADOR-ID TO OPERADOR-VH
                       REWRITE REG-VINCHIST
                       MOVE WS-ID-NOVO     TO ID-CLI-VH
                       MOVE WS-HOJE        TO DATA-INICIO-VH
                       MOVE ZEROS          TO DATA-FIM-VH
                       WRITE REG-TRABALHO FROM REG-VINCHIST
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       ABRE-VINCULOS-NOVOS.
           OPEN INPUT TRABALHO.
           OPEN EXTEND VINCHIST.
           IF WS-FS-VH NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA VINCHIST - " WS-FS-VH
               STOP RUN.
           MOVE 'N' TO WS-FIM.
           PERFORM ABRE-UM-VINCULO UNTIL WS-FIM = 'S'.
           CLOSE TRABALHO.
           CLOSE VINCHIST.
      *
       ABRE-UM-VINCULO.
           READ TRABALHO INTO REG-VINCHIST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   WRITE REG-VINCHIST
           END-READ.
      *
       RENUMERA-VINCCART.
           MOVE "VINCCART" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O VINCCART.
           IF WS-FS-VCA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-CARTAO UNTIL WS-FIM = 'S'.
           IF WS-FS-VCA = "00" OR WS-FS-VCA = "10"
               CLOSE VINCCART
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-CARTAO.
           READ VINCCART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-VCA TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-VCA
                       REWRITE REG-VINCCART
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
       RENUMERA-VINCRESP.
           MOVE "VINCRESP" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O ARQVINC.
           IF WS-FS-VRE NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM RENUMERA-UM-RESPONSAVEL UNTIL WS-FIM = 'S'.
           IF WS-FS-VRE = "00" OR WS-FS-VRE = "10"
               CLOSE ARQVINC
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
      *
       RENUMERA-UM-RESPONSAVEL.
           READ ARQVINC
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-VRE TO WS-ID-BUSCA
                   PERFORM LOCALIZA-FUSAO
                   IF WS-FU-POS NOT = ZEROS
                       MOVE WS-ID-NOVO TO ID-CLI-VRE
                       REWRITE REG-VINCRESP
                       ADD 1 TO WS-ARQ-TROCADOS
                   END-IF
           END-READ.
      *
      *    DE-PARA ANTERIOR QUE APONTAVA PARA A AGENCIA QUE FECHA
      *    PASSA A APONTAR PARA O NUMERO NOVO; DEPOIS ENTRA UM
      *    REGISTRO POR CONTA DESTA FUSAO.
       GRAVA-DEPARA.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQDEPARA.
           IF WS-FS-DEP NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM REGRAVA-DEPARA UNTIL WS-FIM = 'S'.
           IF WS-FS-DEP = "00" OR WS-FS-DEP = "10"
               CLOSE ARQDEPARA
           END-IF.
           OPEN EXTEND ARQDEPARA.
           IF WS-FS-DEP NOT EQUAL "00"
               OPEN OUTPUT ARQDEPARA
           END-IF.
           IF WS-FS-DEP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA DEPARACONTA - " WS-FS-DEP
               STOP RUN.
           PERFORM ESCREVE-DEPARA
               VARYING WS-FU-SUBS FROM 1 BY 1
               UNTIL WS-FU-SUBS > WS-FU-QTDE.
           CLOSE ARQDEPARA.
      *
       REGRAVA-DEPARA.
           READ ARQDEPARA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF AGENCIA-NOVO-DEP = WS-AG-ORIGEM
                       MOVE ID-NOVO-DEP TO WS-ID-BUSCA
                       PERFORM LOCALIZA-FUSAO
                       IF WS-FU-POS NOT = ZEROS
                           MOVE WS-ID-NOVO TO ID-NOVO-DEP
                           REWRITE REG-DEPARA
                           ADD 1 TO WS-CONT-DEPARA-REGRAV
                       END-IF
                   END-IF
           END-READ.
      *
       ESCREVE-DEPARA.
           MOVE WS-FU-ANT(WS-FU-SUBS)  TO ID-ANT-DEP.
           MOVE WS-FU-NOVO(WS-FU-SUBS) TO ID-NOVO-DEP.
           MOVE WS-HOJE                TO DATA-FUSAO-DEP.
           MOVE WS-OPERADOR-ID         TO OPERADOR-DEP.
           WRITE REG-DEPARA.
           IF WS-FS-DEP NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DEPARACONTA - " WS-FS-DEP
               STOP RUN.
      *
       GRAVA-OPERLOG.
           OPEN EXTEND OPERLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT OPERLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA OPERLOG - " WS-FS-LOG
               STOP RUN.
           PERFORM ESCREVE-OPERLOG
               VARYING WS-FU-SUBS FROM 1 BY 1
               UNTIL WS-FU-SUBS > WS-FU-QTDE.
           CLOSE OPERLOG.
      *
       ESCREVE-OPERLOG.
           MOVE WS-OPERADOR-ID        TO OPERADOR-ID-LOG.
           MOVE "FUSAO AG"            TO ACAO-LOG.
           MOVE WS-FU-ANT(WS-FU-SUBS) TO ID-CLI-LOG.
           MOVE WS-HOJE               TO DATA-LOG.
           ACCEPT HORA-LOG FROM TIME.
           WRITE REG-OPERLOG.
      *
      *    AVISO AO CLIENTE COM O NUMERO NOVO - CONTA ENCERRADA SO
      *    MUDA DE NUMERO, NAO RECEBE AVISO.
       IMPRIME-AVISOS.
           OPEN OUTPUT AVISO.
           IF WS-FS-AVI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA AVISOFUSAO - " WS-FS-AVI
               STOP RUN.
           PERFORM IMPRIME-UM-AVISO
               VARYING WS-FU-SUBS FROM 1 BY 1
               UNTIL WS-FU-SUBS > WS-FU-QTDE.
           CLOSE AVISO.
      *
       IMPRIME-UM-AVISO.
           IF WS-FU-STATUS(WS-FU-SUBS) NOT = 'E'
               MOVE WS-LINHA-SALTO TO REG-AVISO
               WRITE REG-AVISO
               MOVE WS-HOJE TO WS-A-DATA
               MOVE WS-AVI-CAB TO REG-AVISO
               WRITE REG-AVISO
               MOVE WS-FU-NOME(WS-FU-SUBS) TO WS-A-NOME
               MOVE WS-AVI-CLIENTE TO REG-AVISO
               WRITE REG-AVISO
               IF WS-FU-TEM-END(WS-FU-SUBS) = 'S'
                   MOVE WS-FU-LOGRADOURO(WS-FU-SUBS)
                       TO WS-E-LOGRADOURO
                   MOVE WS-FU-CIDADE(WS-FU-SUBS) TO WS-E-CIDADE
                   MOVE WS-FU-UF(WS-FU-SUBS)     TO WS-E-UF
                   MOVE WS-FU-CEP(WS-FU-SUBS)    TO WS-E-CEP
                   MOVE WS-LINHA-ENDER TO REG-AVISO
                   WRITE REG-AVISO
               END-IF
               MOVE WS-AG-ORIGEM  TO WS-A-AG-ORIGEM
               MOVE WS-AG-DESTINO TO WS-A-AG-DESTINO
               MOVE WS-AVI-AGENCIA TO REG-AVISO
               WRITE REG-AVISO
               MOVE WS-FU-ANT(WS-FU-SUBS)  TO WS-ID-ANTIGO
               MOVE WS-FU-NOVO(WS-FU-SUBS) TO WS-ID-NOVO
               MOVE WS-AGENCIA-ANTIGO TO WS-A-AG-ANT
               MOVE WS-CONTA-ANTIGO   TO WS-A-CONTA-ANT
               MOVE WS-AGENCIA-NOVO   TO WS-A-AG-NOVO
               MOVE WS-CONTA-NOVO     TO WS-A-CONTA-NOVO
               MOVE WS-AVI-CONTAS TO REG-AVISO
               WRITE REG-AVISO
               MOVE WS-AVI-TEXTO1 TO REG-AVISO
               WRITE REG-AVISO
               MOVE WS-AVI-TEXTO2 TO REG-AVISO
               WRITE REG-AVISO
               ADD 1 TO WS-CONT-AVISOS
           END-IF.
