       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO-NEG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SALDODIA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SDIA.
           SELECT FAIXAPROV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FPR.
           SELECT PROVISAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRV.
           SELECT LANCPROV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LPR.
           SELECT MOVLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT RESTRITIVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RES.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VINC.
           SELECT RELPROV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
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
       FD SALDODIA VALUE OF FILE-ID IS "SALDODIA.DAT".
       01 REG-SALDODIA.
           03 ID-SDIA.
               05 AGENCIA-SDIA     PIC 9(03).
               05 CONTA-SDIA       PIC 9(06).
           03 DATA-SDIA            PIC 9(06).
           03 DATA-SDIA-R REDEFINES DATA-SDIA.
               05 DATA-SDIA-AAMM   PIC 9(04).
               05 DATA-SDIA-DD     PIC 9(02).
           03 SALDO-SDIA           PIC S9(09)V99.
      *
      *    FAIXAS DE ATRASO DA PROVISAO (MANTIDAS PELO CADPARAM) - CADA
      *    DATA DE VIGENCIA FORMA UMA TABELA COMPLETA; VALE A MAIS
      *    RECENTE VIGENTE NA DATA DE REFERENCIA. A CONTA CAI NA MENOR
      *    FAIXA CUJO LIMITE DE DIAS ALCANCA O SEU ATRASO.
       FD FAIXAPROV VALUE OF FILE-ID IS "FAIXAPROV.DAT".
       01 REG-FAIXAPROV.
           03 DATA-VIGENCIA-FPR    PIC 9(06).
           03 DIAS-ATE-FPR         PIC 9(04).
           03 PERCENTUAL-FPR       PIC 9(03)V99.
           03 FILLER               PIC X(05).
      *
      *    POSICAO DA PROVISAO POR CONTA NA ULTIMA COMPETENCIA
      *    APURADA - A DIFERENCA PARA A NOVA POSICAO E' O QUE VAI AO
      *    JORNAL. REGERADO A CADA RODADA; A CONTA BAIXADA A PREJUIZO
      *    FICA NA COMPETENCIA DA BAIXA COM VALOR ZERO.
       FD PROVISAO VALUE OF FILE-ID IS "PROVISAO.DAT".
       01 REG-PROVISAO.
           03 ID-PRV.
               05 AGENCIA-PRV      PIC 9(03).
               05 CONTA-PRV        PIC 9(06).
           03 COMPETENCIA-PRV      PIC 9(04).
           03 DIAS-PRV             PIC 9(04).
           03 PERCENTUAL-PRV       PIC 9(03)V99.
           03 SALDO-DEVEDOR-PRV    PIC 9(09)V99.
           03 VALOR-PRV            PIC 9(09)V99.
           03 SITUACAO-PRV         PIC X(01).
               88 PRV-PROVISIONADA VALUE 'P'.
               88 PRV-BAIXADA      VALUE 'B'.
           03 DATA-CALC-PRV        PIC 9(06).
      *
      *    LANCAMENTOS DA PROVISAO PARA O JORNALCONTABIL (ORIGEM
      *    PROVISAO) - CONSTITUICAO, REVERSAO E BAIXA A PREJUIZO,
      *    DATADOS NA REFERENCIA DA COMPETENCIA. SO CRESCE.
       FD LANCPROV VALUE OF FILE-ID IS "LANCPROV.DAT".
       01 REG-LANCPROV.
           03 COMPETENCIA-LPR      PIC 9(04).
           03 DATA-LPR             PIC 9(06).
           03 HORA-LPR             PIC 9(08).
           03 ID-LPR.
               05 AGENCIA-LPR      PIC 9(03).
               05 CONTA-LPR        PIC 9(06).
           03 DESCRICAO-LPR        PIC X(20).
           03 VALOR-LPR            PIC S9(09)V99.
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
       FD RESTRITIVO VALUE OF FILE-ID IS "RESTRITIVO.DAT".
       01 REG-RESTRITIVO.
           03 DOCUMENTO-RES        PIC X(14).
           03 MOTIVO-RES           PIC X(30).
           03 DATA-INCLUSAO-RES    PIC 9(06).
      *
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
           03 CPF-VINC             PIC X(11).
           03 ID-CLI-VINC.
               05 AGENCIA-VINC     PIC 9(03).
               05 CONTA-VINC       PIC 9(06).
      *
       FD RELPROV VALUE OF FILE-ID IS "RELPROV.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-SDIA               PIC X(02) VALUE ZEROS.
       01 WS-FS-FPR                PIC X(02) VALUE ZEROS.
       01 WS-FS-PRV                PIC X(02) VALUE ZEROS.
       01 WS-FS-LPR                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-RES                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA           PIC 9(04) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-COMP-AA           PIC 9(02).
           03 WS-COMP-MM           PIC 9(02).
       01 WS-BAIXA                 PIC X(01) VALUE 'N'.
           88 BAIXA-SIM            VALUE 'S'.
           88 BAIXA-NAO            VALUE 'N'.
      *    ULTIMO RETRATO DO SALDODIA DENTRO DA COMPETENCIA.
       01 WS-DATA-REF              PIC 9(06) VALUE ZEROS.
       01 WS-DATA-8                PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-ULTIMA           PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-INICIO           PIC 9(07) VALUE ZEROS.
       01 WS-CONTA-TROCADA         PIC X(01) VALUE 'N'.
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
      *
      *    CLIENTE.DAT CARREGADO NA ORDEM DO ARQUIVO - A REGRAVACAO DA
      *    BAIXA E' UMA SO PASSADA EM PARALELO COM A TABELA. CONTA QUE
      *    SO EXISTE NA PROVISAO ANTERIOR ENTRA NO FIM DA TABELA
      *    (WS-CT-ORFA) PARA TER A PROVISAO REVERTIDA.
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CT-ITEM OCCURS 5000 TIMES.
               05 WS-CT-ID.
                   07 WS-CT-AGENCIA PIC 9(03).
                   07 WS-CT-CONTA   PIC 9(06).
               05 WS-CT-SALDO       PIC S9(09)V99.
               05 WS-CT-DOC2        PIC X(11).
               05 WS-CT-CNPJ        PIC X(14).
               05 WS-CT-ORFA        PIC X(01).
               05 WS-CT-ULTIMA      PIC 9(06).
               05 WS-CT-SALDO-MES   PIC S9(09)V99.
               05 WS-CT-INICIO-NEG  PIC 9(06).
               05 WS-CT-DIAS        PIC 9(04).
               05 WS-CT-PERC        PIC 9(03)V99.
               05 WS-CT-DEVEDOR     PIC 9(09)V99.
               05 WS-CT-PROV-ANT    PIC 9(09)V99.
               05 WS-CT-PROV-NOVA   PIC 9(09)V99.
               05 WS-CT-BAIXA       PIC 9(09)V99.
               05 WS-CT-SITUACAO    PIC X(01).
               05 WS-CT-ALTERADA    PIC X(01).
       01 WS-CT-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-CT-POS                PIC 9(04) VALUE ZEROS.
       01 WS-CT-BUSCA              PIC 9(09) VALUE ZEROS.
       01 WS-QTDE-CLIENTES         PIC 9(04) VALUE ZEROS.
      *
      *    FAIXAS PADRAO QUANDO NAO HA FAIXAPROV.DAT VIGENTE. AJUSTE
      *    PERMANENTE DE POLITICA = NOVA VIGENCIA PELO CADPARAM.
       01 WS-FX-PADRAO.
           03 FILLER               PIC 9(04) VALUE 0030.
           03 FILLER               PIC 9(03)V99 VALUE 003.00.
           03 FILLER               PIC 9(04) VALUE 0060.
           03 FILLER               PIC 9(03)V99 VALUE 010.00.
           03 FILLER               PIC 9(04) VALUE 0090.
           03 FILLER               PIC 9(03)V99 VALUE 030.00.
           03 FILLER               PIC 9(04) VALUE 0120.
           03 FILLER               PIC 9(03)V99 VALUE 050.00.
           03 FILLER               PIC 9(04) VALUE 0150.
           03 FILLER               PIC 9(03)V99 VALUE 070.00.
           03 FILLER               PIC 9(04) VALUE 0180.
           03 FILLER               PIC 9(03)V99 VALUE 100.00.
       01 WS-FX-PADRAO-R REDEFINES WS-FX-PADRAO.
           03 WS-FXP-ITEM OCCURS 6 TIMES.
               05 WS-FXP-DIAS      PIC 9(04).
               05 WS-FXP-PERC      PIC 9(03)V99.
      *
       01 WS-FX-TAB.
           03 WS-FX-QTDE           PIC 9(02) VALUE ZEROS.
           03 WS-FX-ITEM OCCURS 20 TIMES.
               05 WS-FX-DIAS       PIC 9(04).
               05 WS-FX-PERC       PIC 9(03)V99.
               05 WS-FX-CONTAS     PIC 9(05).
               05 WS-FX-DEVEDOR    PIC 9(11)V99.
               05 WS-FX-PROVISAO   PIC 9(11)V99.
       01 WS-FX-SUBS               PIC 9(02) VALUE ZEROS.
       01 WS-FX-POS                PIC 9(02) VALUE ZEROS.
       01 WS-FX-VIGENCIA           PIC 9(06) VALUE ZEROS.
       01 WS-ALEM-ULTIMA           PIC X(01) VALUE 'N'.
      *
      *    LISTA RESTRITIVA ATUAL - A MESMA BAIXA NAO E' INCLUIDA
      *    DUAS VEZES PARA O MESMO DOCUMENTO.
       01 WS-RES-TAB.
           03 WS-RES-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-RES-ITEM OCCURS 3000 TIMES.
               05 WS-RES-DOC       PIC X(14).
               05 WS-RES-MOTIVO    PIC X(30).
       01 WS-RES-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-RES-POS               PIC 9(04) VALUE ZEROS.
       01 WS-DOC-BUSCA             PIC X(14) VALUE SPACES.
       01 WS-ACHOU-VINC            PIC X(01) VALUE 'N'.
       01 WS-FIM-VINC              PIC X(01) VALUE 'N'.
       01 WS-MOTIVO-BAIXA          PIC X(30)
           VALUE "BAIXA A PREJUIZO".
      *
       01 WS-VARIACAO              PIC S9(09)V99 VALUE ZEROS.
       01 WS-DESC-PROV.
           03 WS-DP-TIPO           PIC X(09) VALUE SPACES.
           03 WS-DP-COMPL          PIC X(11) VALUE SPACES.
       01 WS-VALOR-LANC            PIC S9(09)V99 VALUE ZEROS.
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO         PIC X(09) VALUE 'BAIXA PRJ'.
           03 WS-DESC-STATUS       PIC X(11) VALUE 'ATUALIZADO '.
      *
       01 WS-CONT-RETRATOS         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-PROVISIONADAS    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REVERTIDAS       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-BAIXAS           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-LANCAMENTOS      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-RESTRITIVOS      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ALEM             PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-DEVEDOR         PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-PROV-ANT        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-PROV-NOVA       PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-CONSTITUI       PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-REVERSAO        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-BAIXA           PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-ALEM-DEVEDOR    PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-ALEM-PROV       PIC 9(11)V99 VALUE ZEROS.
      *
      *    INDICADOR DE LOTE EM PROCESSAMENTO (LOTEPROC.DAT) - COM O
      *    LOTE RODANDO A BAIXA NAO MEXE NO CADASTRO.
       01 WS-PRC-ACAO              PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA          PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG).
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "PROVISAO-NEG".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
       01 WS-CAB1.
           05 FILLER               PIC X(40)
               VALUE "===== PROVISAO SOBRE SALDOS DEVEDORES - ".
           05 FILLER               PIC X(12) VALUE "COMPETENCIA ".
           05 WS-C-COMPETENCIA     PIC 9(04).
           05 FILLER               PIC X(06) VALUE " =====".
           05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-CAB2.
           05 FILLER               PIC X(14) VALUE "REFERENCIA: ".
           05 WS-C-DATA-REF        PIC 99/99/99.
           05 FILLER               PIC X(15) VALUE "   BAIXA (S/N):".
           05 WS-C-BAIXA           PIC X(02).
           05 FILLER               PIC X(41) VALUE SPACES.
       01 WS-CAB3.
           05 FILLER               PIC X(11) VALUE "AG  CONTA".
           05 FILLER               PIC X(12) VALUE "DIAS      %".
           05 FILLER               PIC X(15) VALUE "  SALDO DEVEDOR".
           05 FILLER               PIC X(15) VALUE "  PROV ANTERIOR".
           05 FILLER               PIC X(15) VALUE "     PROV ATUAL".
           05 FILLER               PIC X(12) VALUE " SITUACAO".
       01 WS-LINHA-DET.
           05 WS-L-AGENCIA         PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-CONTA           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-DIAS            PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-PERC            PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-DEVEDOR         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-PROV-ANT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-PROV-NOVA       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-SITUACAO        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
       01 WS-CAB4                  PIC X(80)
           VALUE "RESUMO POR FAIXA DE ATRASO".
       01 WS-LINHA-FAIXA.
           05 WS-F-ROTULO          PIC X(16).
           05 WS-F-PERC            PIC ZZ9.99.
           05 FILLER               PIC X(09) VALUE "%  CONTAS".
           05 WS-F-CONTAS          PIC ZZZZ9.
           05 FILLER               PIC X(08) VALUE "  SALDO ".
           05 WS-F-DEVEDOR         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(07) VALUE "  PROV ".
           05 WS-F-PROVISAO        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
       01 WS-ROTULO-FAIXA.
           05 FILLER               PIC X(04) VALUE "ATE ".
           05 WS-RF-DIAS           PIC ZZZ9.
           05 FILLER               PIC X(08) VALUE " DIAS".
       01 WS-LINHA-TOT.
           05 WS-T-ROTULO          PIC X(40).
           05 WS-T-QTDE            PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-T-VALOR           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(15) VALUE SPACES.
      *
      *    PROVISAO MENSAL PARA PERDAS SOBRE SALDO DEVEDOR: O ATRASO
      *    DE CADA CONTA E' O NUMERO DE DIAS CORRIDOS DESDE QUE ELA
      *    FICOU NEGATIVA SEM INTERRUPCAO ATE O SEU ULTIMO RETRATO NA
      *    COMPETENCIA (SALDODIA). O PERCENTUAL DA FAIXA INCIDE SOBRE
      *    O SALDO DEVEDOR DO FIM DA COMPETENCIA, E SO A VARIACAO
      *    CONTRA A PROVISAO ANTERIOR VAI AO JORNAL. COM A OPCAO DE
      *    BAIXA, A CONTA ALEM DA ULTIMA FAIXA TEM O SALDO NEGATIVO
      *    ATUAL BAIXADO A PREJUIZO (SALDO ZERADO, LOGMOV, LANCAMENTO
      *    CONTRA A PROVISAO E DOCUMENTO NO RESTRITIVO.DAT); SEM A
      *    BAIXA ELA FICA PROVISIONADA INTEGRALMENTE.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           DISPLAY "COMPETENCIA DA PROVISAO (AAMM, 0000 = MES "
               "ANTERIOR): ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = ZEROS
               PERFORM COMPETENCIA-ANTERIOR
           END-IF.
           IF WS-COMP-MM = ZEROS OR WS-COMP-MM > 12
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN.
           DISPLAY "BAIXAR A PREJUIZO OS SALDOS ALEM DA ULTIMA FAIXA "
               "(S/N): ".
           ACCEPT WS-BAIXA.
           IF NOT BAIXA-SIM AND NOT BAIXA-NAO
               DISPLAY "OPCAO DE BAIXA INVALIDA - USE S OU N"
               STOP RUN.
           IF BAIXA-SIM
               PERFORM VERIFICA-LOTE-EM-CURSO
           END-IF.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM CARREGA-CLIENTES.
           PERFORM ENVELHECE-SALDOS.
           PERFORM CARREGA-FAIXAS.
           PERFORM CARREGA-PROVISAO-ANTERIOR.
           PERFORM ABRE-SAIDAS.
           PERFORM APURA-CONTA
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE.
           IF WS-CONT-BAIXAS NOT = ZEROS
               PERFORM REGRAVA-CLIENTES
               PERFORM GRAVA-LOG-BAIXAS
               PERFORM GRAVA-RESTRITIVOS
           END-IF.
           PERFORM GRAVA-PROVISAO.
           PERFORM FECHA-SAIDAS.
           PERFORM FINALIZA.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       COMPETENCIA-ANTERIOR.
           MOVE WS-HOJE(1:4) TO WS-COMPETENCIA.
           IF WS-COMP-MM = 01
               MOVE 12 TO WS-COMP-MM
               SUBTRACT 1 FROM WS-COMP-AA
           ELSE
               SUBTRACT 1 FROM WS-COMP-MM
           END-IF.
      *
       VERIFICA-LOTE-EM-CURSO.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "LOTE " WS-PRC-DATA-LOTE " EM PROCESSAMENTO ("
                   WS-PRC-PROGRAMA ") - BAIXA NAO PERMITIDA"
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
           MOVE WS-QTDE-CLIENTES      TO WS-RUN-LIDOS.
           MOVE WS-CONT-PROVISIONADAS TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-BAIXAS        TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       CARREGA-CLIENTES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM GUARDA-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
           MOVE WS-CT-QTDE TO WS-QTDE-CLIENTES.
      *
       GUARDA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-CT-QTDE < 5000
                       ADD 1 TO WS-CT-QTDE
                       MOVE WS-CT-QTDE TO WS-CT-POS
                       PERFORM INICIA-CONTA
                       MOVE ID-CLI     TO WS-CT-ID(WS-CT-POS)
                       MOVE SALDO      TO WS-CT-SALDO(WS-CT-POS)
                       MOVE DOC-CLI2   TO WS-CT-DOC2(WS-CT-POS)
                       MOVE CNPJ-CLI   TO WS-CT-CNPJ(WS-CT-POS)
                   ELSE
      *                A REGRAVACAO DA BAIXA ANDA EM PARALELO COM A
      *                TABELA - MELHOR PARAR ANTES DE TOCAR OS
      *                ARQUIVOS.
                       DISPLAY "TABELA DE CONTAS CHEIA (5000) - "
                           "PROVISAO NAO APURADA"
                       CLOSE CADCLI
                       STOP RUN
                   END-IF
           END-READ.
      *
       INICIA-CONTA.
           MOVE ZEROS  TO WS-CT-SALDO(WS-CT-POS)
               WS-CT-ULTIMA(WS-CT-POS) WS-CT-SALDO-MES(WS-CT-POS)
               WS-CT-INICIO-NEG(WS-CT-POS) WS-CT-DIAS(WS-CT-POS)
               WS-CT-PERC(WS-CT-POS) WS-CT-DEVEDOR(WS-CT-POS)
               WS-CT-PROV-ANT(WS-CT-POS) WS-CT-PROV-NOVA(WS-CT-POS)
               WS-CT-BAIXA(WS-CT-POS).
           MOVE SPACES TO WS-CT-DOC2(WS-CT-POS) WS-CT-CNPJ(WS-CT-POS)
               WS-CT-SITUACAO(WS-CT-POS).
           MOVE 'N'    TO WS-CT-ORFA(WS-CT-POS)
               WS-CT-ALTERADA(WS-CT-POS).
      *
       LOCALIZA-CONTA.
           MOVE ZEROS TO WS-CT-POS.
           PERFORM BUSCA-CONTA
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE
                  OR WS-CT-POS NOT = ZEROS.
      *
       BUSCA-CONTA.
           IF WS-CT-ID(WS-CT-SUBS) = WS-CT-BUSCA
               MOVE WS-CT-SUBS TO WS-CT-POS
           END-IF.
      *
      *    O SALDODIA E' GRAVADO EM ORDEM DE DATA PELO MOVIMENTACAO -
      *    RETRATO NEGATIVO ABRE (OU MANTEM) A SEQUENCIA NEGATIVA DA
      *    CONTA, RETRATO ZERO OU POSITIVO A ENCERRA. RETRATOS
      *    POSTERIORES A COMPETENCIA SAO IGNORADOS. RETRATO GRAVADO
      *    COM O NUMERO ANTIGO DE CONTA RENUMERADA NA INCORPORACAO DE
      *    AGENCIA CONTA PARA O NUMERO NOVO.
       ENVELHECE-SALDOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT SALDODIA.
           IF WS-FS-SDIA NOT EQUAL "00"
               DISPLAY "SALDODIA.DAT NAO ENCONTRADO - RODE O "
                   "LANCAMENTO PRIMEIRO"
               STOP RUN.
           PERFORM ENVELHECE-RETRATO UNTIL WS-FIM = 'S'.
           CLOSE SALDODIA.
           IF WS-DATA-REF = ZEROS
               DISPLAY "SALDODIA.DAT SEM RETRATOS NA COMPETENCIA "
                   WS-COMPETENCIA " - PROVISAO NAO APURADA"
               STOP RUN.
      *
       ENVELHECE-RETRATO.
           READ SALDODIA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-SDIA-AAMM NOT > WS-COMPETENCIA
                       PERFORM CLASSIFICA-RETRATO
                   END-IF
           END-READ.
      *
       CLASSIFICA-RETRATO.
           ADD 1 TO WS-CONT-RETRATOS.
           IF DATA-SDIA-AAMM = WS-COMPETENCIA
              AND DATA-SDIA > WS-DATA-REF
               MOVE DATA-SDIA TO WS-DATA-REF
           END-IF.
           CALL "DEPARA" USING AGENCIA-SDIA CONTA-SDIA
               WS-CONTA-TROCADA.
           MOVE ID-SDIA TO WS-CT-BUSCA.
           PERFORM LOCALIZA-CONTA.
           IF WS-CT-POS NOT = ZEROS
               MOVE DATA-SDIA  TO WS-CT-ULTIMA(WS-CT-POS)
               MOVE SALDO-SDIA TO WS-CT-SALDO-MES(WS-CT-POS)
               IF SALDO-SDIA < ZEROS
                   IF WS-CT-INICIO-NEG(WS-CT-POS) = ZEROS
                       MOVE DATA-SDIA TO WS-CT-INICIO-NEG(WS-CT-POS)
                   END-IF
               ELSE
                   MOVE ZEROS TO WS-CT-INICIO-NEG(WS-CT-POS)
               END-IF
           END-IF.
      *
       CARREGA-FAIXAS.
           MOVE ZEROS TO WS-FX-VIGENCIA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT FAIXAPROV.
           IF WS-FS-FPR NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM ACHA-VIGENCIA UNTIL WS-FIM = 'S'.
           IF WS-FS-FPR = "00" OR WS-FS-FPR = "10"
               CLOSE FAIXAPROV
           END-IF.
           IF WS-FX-VIGENCIA = ZEROS
               DISPLAY "FAIXAPROV.DAT SEM FAIXAS VIGENTES - USANDO "
                   "FAIXAS PADRAO"
               PERFORM CARREGA-FAIXA-PADRAO
                   VARYING WS-FX-SUBS FROM 1 BY 1
                   UNTIL WS-FX-SUBS > 6
           ELSE
               MOVE 'N' TO WS-FIM
               OPEN INPUT FAIXAPROV
               PERFORM GUARDA-FAIXA UNTIL WS-FIM = 'S'
               CLOSE FAIXAPROV
           END-IF.
      *
       ACHA-VIGENCIA.
           READ FAIXAPROV
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-VIGENCIA-FPR NOT > WS-DATA-REF
                      AND DATA-VIGENCIA-FPR > WS-FX-VIGENCIA
                       MOVE DATA-VIGENCIA-FPR TO WS-FX-VIGENCIA
                   END-IF
           END-READ.
      *
       GUARDA-FAIXA.
           READ FAIXAPROV
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-VIGENCIA-FPR = WS-FX-VIGENCIA
                       IF WS-FX-QTDE < 20
                           ADD 1 TO WS-FX-QTDE
                           MOVE DIAS-ATE-FPR
                               TO WS-FX-DIAS(WS-FX-QTDE)
                           MOVE PERCENTUAL-FPR
                               TO WS-FX-PERC(WS-FX-QTDE)
                           PERFORM ZERA-TOTAIS-FAIXA
                       ELSE
                           DISPLAY "MAIS DE 20 FAIXAS NA VIGENCIA "
                               WS-FX-VIGENCIA " - FAIXA DE "
                               DIAS-ATE-FPR " DIAS IGNORADA"
                       END-IF
                   END-IF
           END-READ.
      *
       CARREGA-FAIXA-PADRAO.
           ADD 1 TO WS-FX-QTDE.
           MOVE WS-FXP-DIAS(WS-FX-SUBS) TO WS-FX-DIAS(WS-FX-QTDE).
           MOVE WS-FXP-PERC(WS-FX-SUBS) TO WS-FX-PERC(WS-FX-QTDE).
           PERFORM ZERA-TOTAIS-FAIXA.
      *
       ZERA-TOTAIS-FAIXA.
           MOVE ZEROS TO WS-FX-CONTAS(WS-FX-QTDE)
               WS-FX-DEVEDOR(WS-FX-QTDE) WS-FX-PROVISAO(WS-FX-QTDE).
      *
      *    A PROVISAO ANTERIOR NAO PODE SER DA MESMA COMPETENCIA OU DE
      *    UMA POSTERIOR - SENAO A VARIACAO IRIA AO JORNAL DE NOVO.
       CARREGA-PROVISAO-ANTERIOR.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PROVISAO.
           IF WS-FS-PRV NOT EQUAL "00"
               DISPLAY "PROVISAO.DAT NAO ENCONTRADO - PRIMEIRA "
                   "APURACAO, SEM PROVISAO ANTERIOR"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-PROVISAO UNTIL WS-FIM = 'S'.
           IF WS-FS-PRV = "00" OR WS-FS-PRV = "10"
               CLOSE PROVISAO
           END-IF.
      *
       GUARDA-PROVISAO.
           READ PROVISAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF COMPETENCIA-PRV NOT < WS-COMPETENCIA
                       DISPLAY "PROVISAO JA APURADA NA COMPETENCIA "
                           COMPETENCIA-PRV " - NADA FOI GRAVADO"
                       CLOSE PROVISAO
                       STOP RUN
                   END-IF
                   IF PRV-PROVISIONADA
                       PERFORM SOMA-PROVISAO-ANTERIOR
                   END-IF
           END-READ.
      *
       SOMA-PROVISAO-ANTERIOR.
           CALL "DEPARA" USING AGENCIA-PRV CONTA-PRV WS-CONTA-TROCADA.
           MOVE ID-PRV TO WS-CT-BUSCA.
           PERFORM LOCALIZA-CONTA.
           IF WS-CT-POS = ZEROS
               IF WS-CT-QTDE < 5000
                   ADD 1 TO WS-CT-QTDE
                   MOVE WS-CT-QTDE TO WS-CT-POS
                   PERFORM INICIA-CONTA
                   MOVE ID-PRV TO WS-CT-ID(WS-CT-POS)
                   MOVE 'S'    TO WS-CT-ORFA(WS-CT-POS)
               ELSE
                   DISPLAY "TABELA DE CONTAS CHEIA - PROVISAO DA CONTA "
                       ID-PRV " NAO REVERTIDA"
               END-IF
           END-IF.
           IF WS-CT-POS NOT = ZEROS
               ADD VALOR-PRV TO WS-CT-PROV-ANT(WS-CT-POS)
           END-IF.
      *
       ABRE-SAIDAS.
           OPEN EXTEND LANCPROV.
           IF WS-FS-LPR NOT EQUAL "00"
               OPEN OUTPUT LANCPROV
           END-IF.
           IF WS-FS-LPR NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LANCPROV - " WS-FS-LPR
               STOP RUN.
           OPEN OUTPUT RELPROV.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELPROV - " WS-FS-REL
               STOP RUN.
           MOVE WS-COMPETENCIA TO WS-C-COMPETENCIA.
           MOVE WS-DATA-REF    TO WS-C-DATA-REF.
           MOVE WS-BAIXA       TO WS-C-BAIXA.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB3 TO REG-REL.
           WRITE REG-REL.
      *
      *    CONTA NEGATIVA NO ULTIMO RETRATO E' ENQUADRADA NA FAIXA DO
      *    SEU ATRASO; AS DEMAIS FICAM SEM PROVISAO (A ANTERIOR, SE
      *    HOUVER, E' REVERTIDA).
       APURA-CONTA.
           IF WS-CT-INICIO-NEG(WS-CT-SUBS) NOT = ZEROS
               PERFORM CALCULA-DIAS-NEGATIVO
               PERFORM ENQUADRA-FAIXA
               COMPUTE WS-CT-DEVEDOR(WS-CT-SUBS) =
                   ZEROS - WS-CT-SALDO-MES(WS-CT-SUBS)
               IF WS-ALEM-ULTIMA = 'S' AND BAIXA-SIM
                  AND WS-CT-ORFA(WS-CT-SUBS) = 'N'
                  AND WS-CT-SALDO(WS-CT-SUBS) < ZEROS
                   PERFORM BAIXA-CONTA
               ELSE
                   COMPUTE WS-CT-PROV-NOVA(WS-CT-SUBS) ROUNDED =
                       WS-CT-DEVEDOR(WS-CT-SUBS)
                       * WS-CT-PERC(WS-CT-SUBS) / 100
                   PERFORM ACUMULA-FAIXA
               END-IF
           END-IF.
           IF WS-CT-SITUACAO(WS-CT-SUBS) NOT = 'B'
               COMPUTE WS-VARIACAO = WS-CT-PROV-NOVA(WS-CT-SUBS)
                   - WS-CT-PROV-ANT(WS-CT-SUBS)
               PERFORM LANCA-VARIACAO
               IF WS-CT-PROV-NOVA(WS-CT-SUBS) > ZEROS
                   MOVE 'P' TO WS-CT-SITUACAO(WS-CT-SUBS)
                   ADD 1 TO WS-CONT-PROVISIONADAS
               ELSE
                   IF WS-CT-PROV-ANT(WS-CT-SUBS) > ZEROS
                       ADD 1 TO WS-CONT-REVERTIDAS
                   END-IF
               END-IF
           END-IF.
           ADD WS-CT-PROV-ANT(WS-CT-SUBS)  TO WS-TOTAL-PROV-ANT.
           ADD WS-CT-PROV-NOVA(WS-CT-SUBS) TO WS-TOTAL-PROV-NOVA.
           IF WS-CT-INICIO-NEG(WS-CT-SUBS) NOT = ZEROS
              OR WS-CT-PROV-ANT(WS-CT-SUBS) > ZEROS
               PERFORM IMPRIME-CONTA
           END-IF.
      *
       CALCULA-DIAS-NEGATIVO.
           COMPUTE WS-DATA-8 = 20000000 + WS-CT-ULTIMA(WS-CT-SUBS).
           COMPUTE WS-DIAS-ULTIMA = FUNCTION INTEGER-OF-DATE(WS-DATA-8).
           COMPUTE WS-DATA-8 =
               20000000 + WS-CT-INICIO-NEG(WS-CT-SUBS).
           COMPUTE WS-DIAS-INICIO = FUNCTION INTEGER-OF-DATE(WS-DATA-8).
           COMPUTE WS-CT-DIAS(WS-CT-SUBS) =
               WS-DIAS-ULTIMA - WS-DIAS-INICIO + 1.
      *
      *    MENOR FAIXA QUE ALCANCA O ATRASO. ALEM DA ULTIMA FAIXA A
      *    PROVISAO E' INTEGRAL.
       ENQUADRA-FAIXA.
           MOVE ZEROS TO WS-FX-POS.
           PERFORM COMPARA-FAIXA
               VARYING WS-FX-SUBS FROM 1 BY 1
               UNTIL WS-FX-SUBS > WS-FX-QTDE.
           IF WS-FX-POS = ZEROS
               MOVE 'S' TO WS-ALEM-ULTIMA
               MOVE 100 TO WS-CT-PERC(WS-CT-SUBS)
           ELSE
               MOVE 'N' TO WS-ALEM-ULTIMA
               MOVE WS-FX-PERC(WS-FX-POS) TO WS-CT-PERC(WS-CT-SUBS)
           END-IF.
      *
       COMPARA-FAIXA.
           IF WS-FX-DIAS(WS-FX-SUBS) NOT < WS-CT-DIAS(WS-CT-SUBS)
               IF WS-FX-POS = ZEROS
                   MOVE WS-FX-SUBS TO WS-FX-POS
               ELSE
                   IF WS-FX-DIAS(WS-FX-SUBS) < WS-FX-DIAS(WS-FX-POS)
                       MOVE WS-FX-SUBS TO WS-FX-POS
                   END-IF
               END-IF
           END-IF.
      *
       ACUMULA-FAIXA.
           ADD WS-CT-DEVEDOR(WS-CT-SUBS) TO WS-TOTAL-DEVEDOR.
           IF WS-FX-POS = ZEROS
               ADD 1 TO WS-CONT-ALEM
               ADD WS-CT-DEVEDOR(WS-CT-SUBS) TO WS-TOTAL-ALEM-DEVEDOR
               ADD WS-CT-PROV-NOVA(WS-CT-SUBS) TO WS-TOTAL-ALEM-PROV
           ELSE
               ADD 1 TO WS-FX-CONTAS(WS-FX-POS)
               ADD WS-CT-DEVEDOR(WS-CT-SUBS)
                   TO WS-FX-DEVEDOR(WS-FX-POS)
               ADD WS-CT-PROV-NOVA(WS-CT-SUBS)
                   TO WS-FX-PROVISAO(WS-FX-POS)
           END-IF.
      *
      *    A BAIXA LEVA O SALDO NEGATIVO ATUAL: PRIMEIRO A PROVISAO DA
      *    CONTA E' COMPLETADA (OU REDUZIDA) ATE O VALOR BAIXADO, DEPOIS
      *    O VALOR SAI CONTRA A PROVISAO - A CONTA TERMINA SEM SALDO E
      *    SEM PROVISAO.
       BAIXA-CONTA.
           COMPUTE WS-CT-BAIXA(WS-CT-SUBS) =
               ZEROS - WS-CT-SALDO(WS-CT-SUBS).
           COMPUTE WS-VARIACAO = WS-CT-BAIXA(WS-CT-SUBS)
               - WS-CT-PROV-ANT(WS-CT-SUBS).
           PERFORM LANCA-VARIACAO.
           MOVE 'BAIXA PRJ'   TO WS-DP-TIPO.
           MOVE ' PREJUIZO'   TO WS-DP-COMPL.
           MOVE WS-CT-BAIXA(WS-CT-SUBS) TO WS-VALOR-LANC.
           PERFORM GRAVA-LANCAMENTO.
           MOVE ZEROS TO WS-CT-PROV-NOVA(WS-CT-SUBS).
           MOVE ZEROS TO WS-CT-SALDO(WS-CT-SUBS).
           MOVE 'B'   TO WS-CT-SITUACAO(WS-CT-SUBS).
           MOVE 'S'   TO WS-CT-ALTERADA(WS-CT-SUBS).
           MOVE 100   TO WS-CT-PERC(WS-CT-SUBS).
           ADD 1 TO WS-CONT-BAIXAS.
           ADD WS-CT-BAIXA(WS-CT-SUBS) TO WS-TOTAL-BAIXA.
      *
       LANCA-VARIACAO.
           IF WS-VARIACAO > ZEROS
               MOVE 'CONSTITUI'   TO WS-DP-TIPO
               MOVE ' PROVISAO'   TO WS-DP-COMPL
               MOVE WS-VARIACAO   TO WS-VALOR-LANC
               ADD WS-VARIACAO    TO WS-TOTAL-CONSTITUI
               PERFORM GRAVA-LANCAMENTO
           END-IF.
           IF WS-VARIACAO < ZEROS
               MOVE 'REVERSAO '   TO WS-DP-TIPO
               MOVE ' PROVISAO'   TO WS-DP-COMPL
               COMPUTE WS-VALOR-LANC = ZEROS - WS-VARIACAO
               ADD WS-VALOR-LANC  TO WS-TOTAL-REVERSAO
               PERFORM GRAVA-LANCAMENTO
           END-IF.
      *
       GRAVA-LANCAMENTO.
           MOVE WS-COMPETENCIA       TO COMPETENCIA-LPR.
           MOVE WS-DATA-REF          TO DATA-LPR.
           ACCEPT HORA-LPR FROM TIME.
           MOVE WS-CT-ID(WS-CT-SUBS) TO ID-LPR.
           MOVE WS-DESC-PROV         TO DESCRICAO-LPR.
           MOVE WS-VALOR-LANC        TO VALOR-LPR.
           WRITE REG-LANCPROV.
           IF WS-FS-LPR NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO LANCPROV - " WS-FS-LPR
               STOP RUN.
           ADD 1 TO WS-CONT-LANCAMENTOS.
      *
       IMPRIME-CONTA.
           MOVE WS-CT-AGENCIA(WS-CT-SUBS)   TO WS-L-AGENCIA.
           MOVE WS-CT-CONTA(WS-CT-SUBS)     TO WS-L-CONTA.
           MOVE WS-CT-DIAS(WS-CT-SUBS)      TO WS-L-DIAS.
           MOVE WS-CT-PERC(WS-CT-SUBS)      TO WS-L-PERC.
           MOVE WS-CT-DEVEDOR(WS-CT-SUBS)   TO WS-L-DEVEDOR.
           MOVE WS-CT-PROV-ANT(WS-CT-SUBS)  TO WS-L-PROV-ANT.
           MOVE WS-CT-PROV-NOVA(WS-CT-SUBS) TO WS-L-PROV-NOVA.
           EVALUATE TRUE
               WHEN WS-CT-SITUACAO(WS-CT-SUBS) = 'B'
                   MOVE "BAIXADA"    TO WS-L-SITUACAO
               WHEN WS-CT-PROV-NOVA(WS-CT-SUBS) = ZEROS
                AND WS-CT-PROV-ANT(WS-CT-SUBS) > ZEROS
                   MOVE "REVERTIDA"  TO WS-L-SITUACAO
               WHEN WS-CT-PROV-NOVA(WS-CT-SUBS) >
                    WS-CT-PROV-ANT(WS-CT-SUBS)
                   MOVE "AUMENTO"    TO WS-L-SITUACAO
               WHEN WS-CT-PROV-NOVA(WS-CT-SUBS) <
                    WS-CT-PROV-ANT(WS-CT-SUBS)
                   MOVE "REDUCAO"    TO WS-L-SITUACAO
               WHEN OTHER
                   MOVE "SEM VARIAC" TO WS-L-SITUACAO
           END-EVALUATE.
           MOVE WS-LINHA-DET TO REG-REL.
           WRITE REG-REL.
      *
       REGRAVA-CLIENTES.
           MOVE ZEROS TO WS-CT-SUBS.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM REGRAVA-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       REGRAVA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CT-SUBS
                   IF WS-CT-ALTERADA(WS-CT-SUBS) = 'S'
                       MOVE WS-CT-SALDO(WS-CT-SUBS) TO SALDO
                       REWRITE REG-CLI
                       IF WS-FS-CLI NOT EQUAL "00"
                           DISPLAY "ERRO DE REGRAVACAO CLIENTE - "
                               WS-FS-CLI
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
      *
      *    A BAIXA APARECE NO EXTRATO DO CLIENTE COMO AS DEMAIS
      *    POSTAGENS - VALOR-LOG LEVA O SALDO RESULTANTE (ZERO).
       GRAVA-LOG-BAIXAS.
           OPEN EXTEND MOVLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT MOVLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LOG - " WS-FS-LOG
               STOP RUN.
           PERFORM GRAVA-LOG-BAIXA
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE.
           CLOSE MOVLOG.
      *
       GRAVA-LOG-BAIXA.
           IF WS-CT-SITUACAO(WS-CT-SUBS) = 'B'
               CALL "NSUGET" USING WS-NSU
               MOVE WS-CT-ID(WS-CT-SUBS) TO ID-LOG
               MOVE WS-DESCRICAO-LOG     TO DESCRICAO-LOG
               MOVE ZEROS                TO VALOR-LOG
               MOVE WS-HOJE              TO DATA-LOG
               ACCEPT HORA-LOG FROM TIME
               MOVE WS-NSU               TO NSU-LOG
               WRITE REG-LOG
               IF WS-FS-LOG NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
               END-IF
           END-IF.
      *
      *    O DOCUMENTO DO TITULAR VEM DO VINCULO DE PESSOA
      *    (CONTAPESSOA.DAT), COMO NO GERA-RESTRITIVO; SEM VINCULO
      *    VALE O DOCUMENTO DO COTITULAR OU O CNPJ DO REGISTRO.
       GRAVA-RESTRITIVOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT RESTRITIVO.
           IF WS-FS-RES NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-RESTRITIVO UNTIL WS-FIM = 'S'.
           IF WS-FS-RES = "00" OR WS-FS-RES = "10"
               CLOSE RESTRITIVO
           END-IF.
           OPEN EXTEND RESTRITIVO.
           IF WS-FS-RES NOT EQUAL "00"
               OPEN OUTPUT RESTRITIVO
           END-IF.
           IF WS-FS-RES NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RESTRITIVO - " WS-FS-RES
               STOP RUN.
           PERFORM INCLUI-RESTRITIVO
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE.
           CLOSE RESTRITIVO.
      *
       GUARDA-RESTRITIVO.
           READ RESTRITIVO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-RES-QTDE < 3000
                       ADD 1 TO WS-RES-QTDE
                       MOVE DOCUMENTO-RES TO WS-RES-DOC(WS-RES-QTDE)
                       MOVE MOTIVO-RES TO WS-RES-MOTIVO(WS-RES-QTDE)
                   END-IF
           END-READ.
      *
       INCLUI-RESTRITIVO.
           IF WS-CT-SITUACAO(WS-CT-SUBS) = 'B'
               MOVE SPACES TO WS-DOC-BUSCA
               PERFORM ACHA-DOCUMENTO-TITULAR
               IF WS-DOC-BUSCA = SPACES
                   MOVE WS-CT-DOC2(WS-CT-SUBS) TO WS-DOC-BUSCA(1:11)
               END-IF
               IF WS-DOC-BUSCA = SPACES
                   MOVE WS-CT-CNPJ(WS-CT-SUBS) TO WS-DOC-BUSCA
               END-IF
               IF WS-DOC-BUSCA = SPACES
                   DISPLAY "CONTA " WS-CT-ID(WS-CT-SUBS)
                       " SEM DOCUMENTO DO TITULAR - NAO INCLUIDA NA "
                       "LISTA RESTRITIVA"
               ELSE
                   PERFORM LOCALIZA-DOC-LISTA
                   IF WS-RES-POS = ZEROS
                       PERFORM GRAVA-ENTRADA-RESTRITIVO
                   END-IF
               END-IF
           END-IF.
      *
       GRAVA-ENTRADA-RESTRITIVO.
           MOVE WS-DOC-BUSCA    TO DOCUMENTO-RES.
           MOVE WS-MOTIVO-BAIXA TO MOTIVO-RES.
           MOVE WS-HOJE         TO DATA-INCLUSAO-RES.
           WRITE REG-RESTRITIVO.
           IF WS-FS-RES NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO RESTRITIVO - " WS-FS-RES
           ELSE
               ADD 1 TO WS-CONT-RESTRITIVOS
               IF WS-RES-QTDE < 3000
                   ADD 1 TO WS-RES-QTDE
                   MOVE WS-DOC-BUSCA    TO WS-RES-DOC(WS-RES-QTDE)
                   MOVE WS-MOTIVO-BAIXA TO WS-RES-MOTIVO(WS-RES-QTDE)
               END-IF
               DISPLAY "DOCUMENTO " WS-DOC-BUSCA
                   " INCLUIDO NA LISTA RESTRITIVA (CONTA "
                   WS-CT-ID(WS-CT-SUBS) " BAIXADA A PREJUIZO)"
           END-IF.
      *
       ACHA-DOCUMENTO-TITULAR.
           MOVE 'N' TO WS-ACHOU-VINC.
           MOVE 'N' TO WS-FIM-VINC.
           OPEN INPUT CONTAPESSOA.
           IF WS-FS-VINC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-VINC
           END-IF.
           PERFORM BUSCA-VINCULO-DOC
               UNTIL WS-FIM-VINC = 'S' OR WS-ACHOU-VINC = 'S'.
           IF WS-FS-VINC = "00" OR WS-FS-VINC = "10"
               CLOSE CONTAPESSOA
           END-IF.
      *
       BUSCA-VINCULO-DOC.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM-VINC
               NOT AT END
                   IF ID-CLI-VINC = WS-CT-ID(WS-CT-SUBS)
                       MOVE 'S' TO WS-ACHOU-VINC
                       MOVE CPF-VINC TO WS-DOC-BUSCA(1:11)
                   END-IF
           END-READ.
      *
       LOCALIZA-DOC-LISTA.
           MOVE ZEROS TO WS-RES-POS.
           PERFORM BUSCA-DOC-LISTA
               VARYING WS-RES-SUBS FROM 1 BY 1
               UNTIL WS-RES-SUBS > WS-RES-QTDE
                  OR WS-RES-POS NOT = ZEROS.
      *
       BUSCA-DOC-LISTA.
           IF WS-RES-DOC(WS-RES-SUBS) = WS-DOC-BUSCA
              AND WS-RES-MOTIVO(WS-RES-SUBS) = WS-MOTIVO-BAIXA
               MOVE WS-RES-SUBS TO WS-RES-POS
           END-IF.
      *
      *    NOVA POSICAO: CONTAS PROVISIONADAS E AS BAIXADAS NESTA
      *    COMPETENCIA (ESTAS COM VALOR ZERO, PARA A RODADA NAO SER
      *    REPETIDA).
       GRAVA-PROVISAO.
           OPEN OUTPUT PROVISAO.
           IF WS-FS-PRV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PROVISAO - " WS-FS-PRV
               STOP RUN.
           PERFORM GRAVA-PROVISAO-CONTA
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE.
           CLOSE PROVISAO.
      *
       GRAVA-PROVISAO-CONTA.
           IF WS-CT-SITUACAO(WS-CT-SUBS) = 'P'
              OR WS-CT-SITUACAO(WS-CT-SUBS) = 'B'
               MOVE WS-CT-ID(WS-CT-SUBS)       TO ID-PRV
               MOVE WS-COMPETENCIA             TO COMPETENCIA-PRV
               MOVE WS-CT-DIAS(WS-CT-SUBS)     TO DIAS-PRV
               MOVE WS-CT-PERC(WS-CT-SUBS)     TO PERCENTUAL-PRV
               MOVE WS-CT-DEVEDOR(WS-CT-SUBS)  TO SALDO-DEVEDOR-PRV
               MOVE WS-CT-PROV-NOVA(WS-CT-SUBS) TO VALOR-PRV
               MOVE WS-CT-SITUACAO(WS-CT-SUBS) TO SITUACAO-PRV
               MOVE WS-HOJE                    TO DATA-CALC-PRV
               WRITE REG-PROVISAO
               IF WS-FS-PRV NOT EQUAL "00"
                   DISPLAY "ERRO DE GRAVACAO PROVISAO - " WS-FS-PRV
                   STOP RUN
               END-IF
           END-IF.
      *
       FECHA-SAIDAS.
           CLOSE LANCPROV.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB4 TO REG-REL.
           WRITE REG-REL.
           PERFORM IMPRIME-FAIXA
               VARYING WS-FX-SUBS FROM 1 BY 1
               UNTIL WS-FX-SUBS > WS-FX-QTDE.
           MOVE "ALEM DA ULTIMA"         TO WS-F-ROTULO.
           MOVE 100                      TO WS-F-PERC.
           MOVE WS-CONT-ALEM             TO WS-F-CONTAS.
           MOVE WS-TOTAL-ALEM-DEVEDOR    TO WS-F-DEVEDOR.
           MOVE WS-TOTAL-ALEM-PROV       TO WS-F-PROVISAO.
           MOVE WS-LINHA-FAIXA TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "SALDO DEVEDOR PROVISIONADO"   TO WS-T-ROTULO.
           MOVE WS-CONT-PROVISIONADAS          TO WS-T-QTDE.
           MOVE WS-TOTAL-DEVEDOR               TO WS-T-VALOR.
           PERFORM IMPRIME-TOTAL.
           MOVE "PROVISAO ANTERIOR"            TO WS-T-ROTULO.
           MOVE ZEROS                          TO WS-T-QTDE.
           MOVE WS-TOTAL-PROV-ANT              TO WS-T-VALOR.
           PERFORM IMPRIME-TOTAL.
           MOVE "CONSTITUICAO NO MES"          TO WS-T-ROTULO.
           MOVE WS-TOTAL-CONSTITUI             TO WS-T-VALOR.
           PERFORM IMPRIME-TOTAL.
           MOVE "REVERSAO NO MES"              TO WS-T-ROTULO.
           MOVE WS-CONT-REVERTIDAS             TO WS-T-QTDE.
           MOVE WS-TOTAL-REVERSAO              TO WS-T-VALOR.
           PERFORM IMPRIME-TOTAL.
           MOVE "BAIXA A PREJUIZO"             TO WS-T-ROTULO.
           MOVE WS-CONT-BAIXAS                 TO WS-T-QTDE.
           MOVE WS-TOTAL-BAIXA                 TO WS-T-VALOR.
           PERFORM IMPRIME-TOTAL.
           MOVE "PROVISAO ATUAL"               TO WS-T-ROTULO.
           MOVE ZEROS                          TO WS-T-QTDE.
           MOVE WS-TOTAL-PROV-NOVA             TO WS-T-VALOR.
           PERFORM IMPRIME-TOTAL.
           CLOSE RELPROV.
      *
       IMPRIME-FAIXA.
           MOVE WS-FX-DIAS(WS-FX-SUBS)     TO WS-RF-DIAS.
           MOVE WS-ROTULO-FAIXA            TO WS-F-ROTULO.
           MOVE WS-FX-PERC(WS-FX-SUBS)     TO WS-F-PERC.
           MOVE WS-FX-CONTAS(WS-FX-SUBS)   TO WS-F-CONTAS.
           MOVE WS-FX-DEVEDOR(WS-FX-SUBS)  TO WS-F-DEVEDOR.
           MOVE WS-FX-PROVISAO(WS-FX-SUBS) TO WS-F-PROVISAO.
           MOVE WS-LINHA-FAIXA TO REG-REL.
           WRITE REG-REL.
      *
       IMPRIME-TOTAL.
           MOVE WS-LINHA-TOT TO REG-REL.
           WRITE REG-REL.
      *
       FINALIZA.
           DISPLAY "RETRATOS DE SALDO LIDOS  : " WS-CONT-RETRATOS.
           DISPLAY "DATA DE REFERENCIA       : " WS-DATA-REF.
           DISPLAY "CONTAS PROVISIONADAS     : " WS-CONT-PROVISIONADAS.
           DISPLAY "PROVISOES REVERTIDAS     : " WS-CONT-REVERTIDAS.
           DISPLAY "CONTAS BAIXADAS          : " WS-CONT-BAIXAS.
           DISPLAY "INCLUIDOS NO RESTRITIVO  : " WS-CONT-RESTRITIVOS.
           DISPLAY "LANCAMENTOS AO JORNAL    : " WS-CONT-LANCAMENTOS.
           DISPLAY "PROVISAO ANTERIOR        : " WS-TOTAL-PROV-ANT.
           DISPLAY "PROVISAO ATUAL           : " WS-TOTAL-PROV-NOVA.
           DISPLAY "TOTAL BAIXADO            : " WS-TOTAL-BAIXA.
