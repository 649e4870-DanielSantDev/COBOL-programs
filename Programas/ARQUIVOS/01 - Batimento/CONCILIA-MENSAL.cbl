       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-MENSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMEN ASSIGN TO "MENSALID.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-MEN.
           SELECT ARQLOG ASSIGN TO "LOGMOV.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-LOG.
           SELECT ARQSUS ASSIGN TO "SUSPENSO.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-SUS.
           SELECT ARQLIB ASSIGN TO "LIBFIN.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-LIB.
           SELECT ARQCAD ASSIGN TO "CADASTR.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-ALU.
           SELECT ARQVINC ASSIGN TO "VINCRESP.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-VIN.
           SELECT ARQSAL ASSIGN TO "SALDOMENS.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-SAL.
           SELECT RELINA ASSIGN TO "RELINADIM.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
      *    RAZAO DAS MENSALIDADES (GRAVADO PELO MENSALIDADE-LOTE).
      *    A = AGUARDANDO RETORNO, P = PAGA, R = REJEITADA,
      *    S = EM SUSPENSO, Q = QUITADA NA TESOURARIA
       FD  ARQMEN.
       01  REG-MEN.
            05  MATRIC-MEN.
                10  CO-ANO-MEN      PIC  9(02).
                10  CO-NUMERO-MEN   PIC  9(03).
                10  CO-DIGITO-MEN   PIC  9(01).
            05  COMPETENCIA-MEN     PIC  9(04).
            05  AGENCIA-MEN         PIC  9(03).
            05  CONTA-MEN           PIC  9(06).
            05  VALOR-MEN           PIC  9(09).
            05  DATA-GER-MEN        PIC  9(06).
            05  SITUACAO-MEN        PIC  X(01).
            05  NSU-MEN             PIC  9(09).
            05  MOTIVO-MEN          PIC  X(11).
      *
      *    LOG DO LANCAMENTO NA CONTA CORRENTE (ESTRUTURA-MOV E
      *    APROVA-MOV) - DESCRICAO = TIPO (9) + SITUACAO (11).
       FD  ARQLOG.
       01  REG-LOG.
            05  ID-LOG.
                10  AGENCIA-LOG     PIC  9(03).
                10  CONTA-LOG       PIC  9(06).
            05  DESCRICAO-LOG.
                10  DESC-TIPO-LOG   PIC  X(09).
                10  DESC-STATUS-LOG PIC  X(11).
            05  VALOR-LOG           PIC S9(09)V99.
            05  DATA-LOG            PIC  9(06).
            05  HORA-LOG            PIC  9(08).
            05  NSU-LOG             PIC  9(09).
      *
       FD  ARQSUS.
       01  REG-SUSPENSO.
            05  ID-SUS.
                10  AGENCIA-SUS     PIC  9(03).
                10  CONTA-SUS       PIC  9(06).
            05  MOVIMENTO-SUS       PIC S9(07)V99.
            05  TIPO-SUS            PIC  X(01).
            05  MOTIVO-SUS          PIC  X(20).
      *
      *    LIBERACOES DA TESOURARIA (LIBERA-FIN) - ATIVO S/N.
       FD  ARQLIB.
       01  REG-LIB.
            05  MATRIC-LIB.
                10  CO-ANO-LIB      PIC  9(02).
                10  CO-NUMERO-LIB   PIC  9(03).
                10  CO-DIGITO-LIB   PIC  9(01).
            05  DATA-LIB            PIC  9(06).
            05  ATIVO-LIB           PIC  X(01).
      *
       FD  ARQCAD.
       01  REG-ALUNO.
            05  MATRIC.
                10  CO-ANO     PIC  9(02).
                10  CO-NUMERO  PIC  9(03).
                10  CO-DIGITO  PIC  9(01).
            05  NOME    PIC  X(30).
            05  SEXO    PIC  X(01).
            05  NOTA-PROVA  PIC  9(02)V99.
            05  NOTA-RECUP  PIC  9(02)V99.
            05  FREQUENCIA  PIC  9(03).
            05  NM-RESP     PIC  X(30).
            05  CONTATO-RESP PIC  X(15).
      *
       FD  ARQVINC.
       01  REG-VINCRESP.
            05  MATRIC-VINC.
                10  CO-ANO-VINC     PIC  9(02).
                10  CO-NUMERO-VINC  PIC  9(03).
                10  CO-DIGITO-VINC  PIC  9(01).
            05  AGENCIA-VINC        PIC  9(03).
            05  CONTA-VINC          PIC  9(06).
      *
      *    SALDO DE MENSALIDADES EM ABERTO POR ALUNO, REFEITO A CADA
      *    CONCILIACAO. SITUACAO: B = BLOQUEADO PARA A MATRICULA DO
      *    PROXIMO TERMO, L = ACIMA DO LIMITE MAS LIBERADO PELA
      *    TESOURARIA, N = DENTRO DO LIMITE.
       FD  ARQSAL.
       01  REG-SAL.
            05  MATRIC-SAL.
                10  CO-ANO-SAL      PIC  9(02).
                10  CO-NUMERO-SAL   PIC  9(03).
                10  CO-DIGITO-SAL   PIC  9(01).
            05  MESES-SAL           PIC  9(03).
            05  SALDO-SAL           PIC  9(09).
            05  SITUACAO-SAL        PIC  X(01).
      *
       FD  RELINA.
       01  REG-REL                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  ST-MEN         PIC X(02) VALUE ZEROS.
       77  ST-LOG         PIC X(02) VALUE ZEROS.
       77  ST-SUS         PIC X(02) VALUE ZEROS.
       77  ST-LIB         PIC X(02) VALUE ZEROS.
       77  ST-ALU         PIC X(02) VALUE ZEROS.
       77  ST-VIN         PIC X(02) VALUE ZEROS.
       77  ST-SAL         PIC X(02) VALUE ZEROS.
       77  ST-REL         PIC X(02) VALUE ZEROS.
       77  WS-FIM         PIC X(01) VALUE 'N'.
       77  WS-FIM-MEN     PIC X(01) VALUE 'N'.
       77  WS-FIM-LOG     PIC X(01) VALUE 'N'.
       77  WS-FIM-SUS     PIC X(01) VALUE 'N'.
       77  WS-FIM-LIB     PIC X(01) VALUE 'N'.
       77  WS-ACHOU       PIC X(01) VALUE 'N'.
       77  WS-LIMITE-MESES PIC 9(02) VALUE ZEROS.
       77  WS-ORDEM       PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-SUS   PIC 9(09)V99 VALUE ZEROS.
       77  WS-AGENCIA-RESP PIC 9(03) VALUE ZEROS.
       77  WS-CONTA-RESP  PIC 9(06) VALUE ZEROS.
       77  WS-CONT-PAGAS      PIC 9(05) VALUE ZEROS.
       77  WS-CONT-REJEITADAS PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SUSPENSAS  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-AGUARDANDO PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-RAZAO  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-INADIMPL   PIC 9(05) VALUE ZEROS.
       77  WS-CONT-BLOQUEADOS PIC 9(05) VALUE ZEROS.
      *
      *    MENSALIDADES AINDA NAO LIQUIDADAS (SITUACAO A, R OU S),
      *    COM A POSICAO DE CADA UMA NO RAZAO PARA A REGRAVACAO.
       01  WS-RAZ-TAB.
            05  WS-RAZ-QTDE         PIC 9(04) VALUE ZEROS.
            05  WS-RAZ-ITEM OCCURS 5000 TIMES.
                10  WS-RAZ-ORDEM    PIC 9(06).
                10  WS-RAZ-MATRIC   PIC 9(06).
                10  WS-RAZ-COMPET   PIC 9(04).
                10  WS-RAZ-AGENCIA  PIC 9(03).
                10  WS-RAZ-CONTA    PIC 9(06).
                10  WS-RAZ-VALOR    PIC 9(09).
                10  WS-RAZ-SIT      PIC X(01).
                10  WS-RAZ-NSU      PIC 9(09).
                10  WS-RAZ-MOTIVO   PIC X(11).
       77  WS-RAZ-SUBS    PIC 9(04) VALUE ZEROS.
       77  WS-RAZ-POS     PIC 9(04) VALUE ZEROS.
      *
      *    ULTIMO NSU DO LOG JA CONSUMIDO POR CONTA COBRADA - SO LOG
      *    DE MENSALIDADE POSTERIOR A ELE E' RETORNO NOVO.
       01  WS-CTA-TAB.
            05  WS-CTA-QTDE         PIC 9(04) VALUE ZEROS.
            05  WS-CTA-ITEM OCCURS 2000 TIMES.
                10  WS-CTA-AGENCIA  PIC 9(03).
                10  WS-CTA-CONTA    PIC 9(06).
                10  WS-CTA-ULT-NSU  PIC 9(09).
       77  WS-CTA-SUBS    PIC 9(04) VALUE ZEROS.
       77  WS-CTA-POS     PIC 9(04) VALUE ZEROS.
      *
       01  WS-LIB-TAB.
            05  WS-LIB-QTDE         PIC 9(04) VALUE ZEROS.
            05  WS-LIB-ITEM OCCURS 1000 TIMES.
                10  WS-LIB-MATRIC   PIC 9(06).
       77  WS-LIB-SUBS    PIC 9(04) VALUE ZEROS.
       77  WS-LIB-POS     PIC 9(04) VALUE ZEROS.
      *
      *    SALDO EM ABERTO POR ALUNO (REJEITADAS E EM SUSPENSO).
       01  WS-ALU-TAB.
            05  WS-ALU-QTDE         PIC 9(04) VALUE ZEROS.
            05  WS-ALU-ITEM OCCURS 2000 TIMES.
                10  WS-ALU-MATRIC   PIC 9(06).
                10  WS-ALU-MESES    PIC 9(03).
                10  WS-ALU-SALDO    PIC 9(09).
                10  WS-ALU-SIT      PIC X(01).
       77  WS-ALU-SUBS    PIC 9(04) VALUE ZEROS.
       77  WS-ALU-POS     PIC 9(04) VALUE ZEROS.
      *
       01  WS-LINHA-ALUNO.
            05  FILLER              PIC X(10) VALUE 'MATRICULA '.
            05  WS-A-MATRIC         PIC 9(06).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-A-NOME           PIC X(30).
            05  FILLER              PIC X(33) VALUE SPACES.
      *
       01  WS-LINHA-RESP.
            05  FILLER              PIC X(14) VALUE '  RESPONSAVEL '.
            05  WS-R-NOME           PIC X(30).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-R-CONTATO        PIC X(15).
            05  FILLER              PIC X(04) VALUE ' AG '.
            05  WS-R-AGENCIA        PIC 9(03).
            05  FILLER              PIC X(04) VALUE ' CC '.
            05  WS-R-CONTA          PIC 9(06).
            05  FILLER              PIC X(03) VALUE SPACES.
      *
       01  WS-LINHA-ITEM.
            05  FILLER              PIC X(16)
                VALUE '  COMPETENCIA   '.
            05  WS-I-COMPET         PIC 9(04).
            05  FILLER              PIC X(07) VALUE ' VALOR '.
            05  WS-I-VALOR          PIC ZZZZZZZZ9.
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-I-SITUACAO       PIC X(12).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-I-MOTIVO         PIC X(20).
            05  FILLER              PIC X(10) VALUE SPACES.
      *
       01  WS-LINHA-TOTAL.
            05  FILLER              PIC X(18)
                VALUE '  TOTAL EM ABERTO '.
            05  WS-T-SALDO          PIC ZZZZZZZZ9.
            05  FILLER              PIC X(07) VALUE ' MESES '.
            05  WS-T-MESES          PIC ZZ9.
            05  FILLER              PIC X(43) VALUE SPACES.
      *
      *    CONCILIACAO DAS MENSALIDADES ESCOLARES: CADA DEBITO DO
      *    RAZAO MENSALID.DAT AINDA AGUARDANDO RETORNO E' CASADO, NA
      *    ORDEM DE COBRANCA DA CONTA, COM O PROXIMO LOG DE
      *    MENSALIDADE (LOGMOV.DAT) DAQUELA CONTA - ATUALIZADO OU
      *    APROVADO = PAGA, DEMAIS SITUACOES = REJEITADA (AGUARDANDO
      *    APROVACAO AINDA NAO E' RETORNO). O QUE SOBRAR E ESTIVER NO
      *    SUSPENSO.DAT (TIPO M) FICA EM SUSPENSO - REAVALIADO A CADA
      *    EXECUCAO, POIS O SUSPENSO PODE SER REPROCESSADO. SAEM O
      *    SALDO EM ABERTO POR ALUNO (SALDOMENS.DAT), CONSULTADO PELO
      *    MATRICULA-TERMO, E O AVISO DE ATRASO AOS RESPONSAVEIS
      *    (RELINADIM.DAT). ALUNO ACIMA DO LIMITE DE MESES EM ATRASO
      *    FICA BLOQUEADO, SALVO LIBERACAO DA TESOURARIA (LIBFIN.DAT).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'LIMITE DE MENSALIDADES EM ATRASO (00 = 02): '.
           ACCEPT WS-LIMITE-MESES.
           IF WS-LIMITE-MESES = ZEROS
               MOVE 2 TO WS-LIMITE-MESES.
           PERFORM CARREGA-RAZAO.
           PERFORM CARREGA-LIBERACOES.
           PERFORM CONCILIA-LOG.
           PERFORM CONCILIA-SUSPENSO.
           PERFORM REGRAVA-RAZAO.
           PERFORM APURA-SALDOS
               VARYING WS-RAZ-SUBS FROM 1 BY 1
               UNTIL WS-RAZ-SUBS > WS-RAZ-QTDE.
           PERFORM GRAVA-SALDOS.
           PERFORM FINALIZA.
           STOP RUN.
      *
       CARREGA-RAZAO.
           OPEN INPUT ARQMEN.
           IF ST-MEN NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - MENSALID ' ST-MEN
               STOP RUN.
           PERFORM GUARDA-MENSALIDADE UNTIL WS-FIM-MEN = 'S'.
           CLOSE ARQMEN.
      *
       GUARDA-MENSALIDADE.
           READ ARQMEN
               AT END
                   MOVE 'S' TO WS-FIM-MEN
               NOT AT END
                   ADD 1 TO WS-ORDEM
                   PERFORM GUARDA-CONTA
                   IF SITUACAO-MEN NOT = 'P' AND SITUACAO-MEN NOT = 'Q'
                       PERFORM GUARDA-ABERTA
                   END-IF
           END-READ.
      *
       GUARDA-CONTA.
           MOVE ZEROS TO WS-CTA-POS.
           PERFORM BUSCA-CONTA
               VARYING WS-CTA-SUBS FROM 1 BY 1
               UNTIL WS-CTA-SUBS > WS-CTA-QTDE
                  OR WS-CTA-POS NOT = ZEROS.
           IF WS-CTA-POS = ZEROS
               IF WS-CTA-QTDE NOT < 2000
                   DISPLAY 'TABELA DE CONTAS CHEIA - AUMENTAR '
                       'WS-CTA-TAB'
                   STOP RUN
               END-IF
               ADD 1 TO WS-CTA-QTDE
               MOVE WS-CTA-QTDE TO WS-CTA-POS
               MOVE AGENCIA-MEN TO WS-CTA-AGENCIA(WS-CTA-POS)
               MOVE CONTA-MEN   TO WS-CTA-CONTA(WS-CTA-POS)
               MOVE ZEROS       TO WS-CTA-ULT-NSU(WS-CTA-POS)
           END-IF.
           IF NSU-MEN > WS-CTA-ULT-NSU(WS-CTA-POS)
               MOVE NSU-MEN TO WS-CTA-ULT-NSU(WS-CTA-POS).
      *
       BUSCA-CONTA.
           IF WS-CTA-AGENCIA(WS-CTA-SUBS) = AGENCIA-MEN
              AND WS-CTA-CONTA(WS-CTA-SUBS) = CONTA-MEN
               MOVE WS-CTA-SUBS TO WS-CTA-POS.
      *
      *    O SUSPENSO E' REAVALIADO A CADA EXECUCAO - VOLTA A
      *    AGUARDAR RETORNO ATE SER ACHADO DE NOVO NO SUSPENSO.DAT.
       GUARDA-ABERTA.
           IF WS-RAZ-QTDE NOT < 5000
               DISPLAY 'TABELA DE MENSALIDADES CHEIA - AUMENTAR '
                   'WS-RAZ-TAB'
               STOP RUN.
           ADD 1 TO WS-RAZ-QTDE.
           MOVE WS-RAZ-QTDE     TO WS-RAZ-SUBS.
           MOVE WS-ORDEM        TO WS-RAZ-ORDEM(WS-RAZ-SUBS).
           MOVE MATRIC-MEN      TO WS-RAZ-MATRIC(WS-RAZ-SUBS).
           MOVE COMPETENCIA-MEN TO WS-RAZ-COMPET(WS-RAZ-SUBS).
           MOVE AGENCIA-MEN     TO WS-RAZ-AGENCIA(WS-RAZ-SUBS).
           MOVE CONTA-MEN       TO WS-RAZ-CONTA(WS-RAZ-SUBS).
           MOVE VALOR-MEN       TO WS-RAZ-VALOR(WS-RAZ-SUBS).
           MOVE SITUACAO-MEN    TO WS-RAZ-SIT(WS-RAZ-SUBS).
           MOVE NSU-MEN         TO WS-RAZ-NSU(WS-RAZ-SUBS).
           MOVE MOTIVO-MEN      TO WS-RAZ-MOTIVO(WS-RAZ-SUBS).
           IF SITUACAO-MEN = 'S'
               MOVE 'A'    TO WS-RAZ-SIT(WS-RAZ-SUBS)
               MOVE SPACES TO WS-RAZ-MOTIVO(WS-RAZ-SUBS)
           END-IF.
      *
       CARREGA-LIBERACOES.
           OPEN INPUT ARQLIB.
           IF ST-LIB NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-LIB
           END-IF.
           PERFORM GUARDA-LIBERACAO UNTIL WS-FIM-LIB = 'S'.
           IF ST-LIB = '00' OR ST-LIB = '10'
               CLOSE ARQLIB
           END-IF.
      *
       GUARDA-LIBERACAO.
           READ ARQLIB
               AT END
                   MOVE 'S' TO WS-FIM-LIB
               NOT AT END
                   IF ATIVO-LIB = 'S' AND WS-LIB-QTDE < 1000
                       ADD 1 TO WS-LIB-QTDE
                       MOVE MATRIC-LIB TO WS-LIB-MATRIC(WS-LIB-QTDE)
                   END-IF
           END-READ.
      *
       CONCILIA-LOG.
           OPEN INPUT ARQLOG.
           IF ST-LOG NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-LOG
           END-IF.
           PERFORM LER-LOG UNTIL WS-FIM-LOG = 'S'.
           IF ST-LOG = '00' OR ST-LOG = '10'
               CLOSE ARQLOG
           END-IF.
      *
       LER-LOG.
           READ ARQLOG
               AT END
                   MOVE 'S' TO WS-FIM-LOG
               NOT AT END
                   IF DESC-TIPO-LOG = 'MENSALID '
                      AND DESC-STATUS-LOG NOT = 'AGUARD APRV'
                       PERFORM TRATA-RETORNO
                   END-IF
           END-READ.
      *
       TRATA-RETORNO.
           MOVE ZEROS TO WS-CTA-POS.
           PERFORM BUSCA-CONTA-LOG
               VARYING WS-CTA-SUBS FROM 1 BY 1
               UNTIL WS-CTA-SUBS > WS-CTA-QTDE
                  OR WS-CTA-POS NOT = ZEROS.
           IF WS-CTA-POS = ZEROS
               ADD 1 TO WS-CONT-SEM-RAZAO
           ELSE
               IF NSU-LOG > WS-CTA-ULT-NSU(WS-CTA-POS)
                   MOVE NSU-LOG TO WS-CTA-ULT-NSU(WS-CTA-POS)
                   MOVE ZEROS TO WS-RAZ-POS
                   PERFORM BUSCA-AGUARDANDO-LOG
                       VARYING WS-RAZ-SUBS FROM 1 BY 1
                       UNTIL WS-RAZ-SUBS > WS-RAZ-QTDE
                          OR WS-RAZ-POS NOT = ZEROS
                   IF WS-RAZ-POS = ZEROS
                       ADD 1 TO WS-CONT-SEM-RAZAO
                   ELSE
                       PERFORM BAIXA-RETORNO
                   END-IF
               END-IF
           END-IF.
      *
       BUSCA-CONTA-LOG.
           IF WS-CTA-AGENCIA(WS-CTA-SUBS) = AGENCIA-LOG
              AND WS-CTA-CONTA(WS-CTA-SUBS) = CONTA-LOG
               MOVE WS-CTA-SUBS TO WS-CTA-POS.
      *
       BUSCA-AGUARDANDO-LOG.
           IF WS-RAZ-AGENCIA(WS-RAZ-SUBS) = AGENCIA-LOG
              AND WS-RAZ-CONTA(WS-RAZ-SUBS) = CONTA-LOG
              AND WS-RAZ-SIT(WS-RAZ-SUBS) = 'A'
               MOVE WS-RAZ-SUBS TO WS-RAZ-POS.
      *
       BAIXA-RETORNO.
           MOVE NSU-LOG         TO WS-RAZ-NSU(WS-RAZ-POS).
           MOVE DESC-STATUS-LOG TO WS-RAZ-MOTIVO(WS-RAZ-POS).
           IF DESC-STATUS-LOG = 'ATUALIZADO'
              OR DESC-STATUS-LOG = 'APROVADO'
               MOVE 'P' TO WS-RAZ-SIT(WS-RAZ-POS)
               ADD 1 TO WS-CONT-PAGAS
           ELSE
               MOVE 'R' TO WS-RAZ-SIT(WS-RAZ-POS)
               ADD 1 TO WS-CONT-REJEITADAS
           END-IF.
      *
       CONCILIA-SUSPENSO.
           OPEN INPUT ARQSUS.
           IF ST-SUS NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-SUS
           END-IF.
           PERFORM LER-SUSPENSO UNTIL WS-FIM-SUS = 'S'.
           IF ST-SUS = '00' OR ST-SUS = '10'
               CLOSE ARQSUS
           END-IF.
      *
       LER-SUSPENSO.
           READ ARQSUS
               AT END
                   MOVE 'S' TO WS-FIM-SUS
               NOT AT END
                   IF TIPO-SUS = 'M'
                       COMPUTE WS-VALOR-SUS = MOVIMENTO-SUS * -1
                       MOVE ZEROS TO WS-RAZ-POS
                       PERFORM BUSCA-AGUARDANDO-SUS
                           VARYING WS-RAZ-SUBS FROM 1 BY 1
                           UNTIL WS-RAZ-SUBS > WS-RAZ-QTDE
                              OR WS-RAZ-POS NOT = ZEROS
                       IF WS-RAZ-POS NOT = ZEROS
                           MOVE 'S' TO WS-RAZ-SIT(WS-RAZ-POS)
                           MOVE MOTIVO-SUS TO WS-RAZ-MOTIVO(WS-RAZ-POS)
                           ADD 1 TO WS-CONT-SUSPENSAS
                       END-IF
                   END-IF
           END-READ.
      *
       BUSCA-AGUARDANDO-SUS.
           IF WS-RAZ-AGENCIA(WS-RAZ-SUBS) = AGENCIA-SUS
              AND WS-RAZ-CONTA(WS-RAZ-SUBS) = CONTA-SUS
              AND WS-RAZ-VALOR(WS-RAZ-SUBS) = WS-VALOR-SUS
              AND WS-RAZ-SIT(WS-RAZ-SUBS) = 'A'
               MOVE WS-RAZ-SUBS TO WS-RAZ-POS.
      *
      *    REGRAVA NO RAZAO A NOVA SITUACAO DAS MENSALIDADES EM
      *    ABERTO, NA MESMA ORDEM EM QUE FORAM CARREGADAS.
       REGRAVA-RAZAO.
           OPEN I-O ARQMEN.
           IF ST-MEN NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - MENSALID ' ST-MEN
               STOP RUN.
           MOVE 'N' TO WS-FIM-MEN.
           MOVE ZEROS TO WS-ORDEM.
           MOVE 1 TO WS-RAZ-SUBS.
           PERFORM ATUALIZA-MENSALIDADE
               UNTIL WS-FIM-MEN = 'S' OR WS-RAZ-SUBS > WS-RAZ-QTDE.
           CLOSE ARQMEN.
      *
       ATUALIZA-MENSALIDADE.
           READ ARQMEN
               AT END
                   MOVE 'S' TO WS-FIM-MEN
               NOT AT END
                   ADD 1 TO WS-ORDEM
                   IF WS-ORDEM = WS-RAZ-ORDEM(WS-RAZ-SUBS)
                       MOVE WS-RAZ-SIT(WS-RAZ-SUBS)    TO SITUACAO-MEN
                       MOVE WS-RAZ-NSU(WS-RAZ-SUBS)    TO NSU-MEN
                       MOVE WS-RAZ-MOTIVO(WS-RAZ-SUBS) TO MOTIVO-MEN
                       REWRITE REG-MEN
                       ADD 1 TO WS-RAZ-SUBS
                   END-IF
           END-READ.
      *
       APURA-SALDOS.
           IF WS-RAZ-SIT(WS-RAZ-SUBS) = 'A'
               ADD 1 TO WS-CONT-AGUARDANDO
           END-IF.
           IF WS-RAZ-SIT(WS-RAZ-SUBS) = 'R'
              OR WS-RAZ-SIT(WS-RAZ-SUBS) = 'S'
               MOVE ZEROS TO WS-ALU-POS
               PERFORM BUSCA-SALDO-ALUNO
                   VARYING WS-ALU-SUBS FROM 1 BY 1
                   UNTIL WS-ALU-SUBS > WS-ALU-QTDE
                      OR WS-ALU-POS NOT = ZEROS
               IF WS-ALU-POS = ZEROS
                   IF WS-ALU-QTDE NOT < 2000
                       DISPLAY 'TABELA DE ALUNOS CHEIA - AUMENTAR '
                           'WS-ALU-TAB'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ALU-QTDE
                   MOVE WS-ALU-QTDE TO WS-ALU-POS
                   MOVE WS-RAZ-MATRIC(WS-RAZ-SUBS)
                       TO WS-ALU-MATRIC(WS-ALU-POS)
                   MOVE ZEROS TO WS-ALU-MESES(WS-ALU-POS)
                   MOVE ZEROS TO WS-ALU-SALDO(WS-ALU-POS)
               END-IF
               ADD 1 TO WS-ALU-MESES(WS-ALU-POS)
               ADD WS-RAZ-VALOR(WS-RAZ-SUBS) TO WS-ALU-SALDO(WS-ALU-POS)
           END-IF.
      *
       BUSCA-SALDO-ALUNO.
           IF WS-ALU-MATRIC(WS-ALU-SUBS) = WS-RAZ-MATRIC(WS-RAZ-SUBS)
               MOVE WS-ALU-SUBS TO WS-ALU-POS.
      *
       GRAVA-SALDOS.
           OPEN OUTPUT ARQSAL.
           IF ST-SAL NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - SALDOMENS ' ST-SAL
               STOP RUN.
           OPEN OUTPUT RELINA.
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - RELINADIM ' ST-REL
               STOP RUN.
           MOVE '===== MENSALIDADES EM ATRASO - AVISO AOS RESPONSAVEIS'
               TO REG-REL.
           WRITE REG-REL.
           PERFORM GRAVA-SALDO-ALUNO
               VARYING WS-ALU-SUBS FROM 1 BY 1
               UNTIL WS-ALU-SUBS > WS-ALU-QTDE.
           CLOSE ARQSAL.
           CLOSE RELINA.
      *
       GRAVA-SALDO-ALUNO.
           ADD 1 TO WS-CONT-INADIMPL.
           MOVE 'N' TO WS-ALU-SIT(WS-ALU-SUBS).
           IF WS-ALU-MESES(WS-ALU-SUBS) > WS-LIMITE-MESES
               MOVE ZEROS TO WS-LIB-POS
               PERFORM BUSCA-LIBERACAO
                   VARYING WS-LIB-SUBS FROM 1 BY 1
                   UNTIL WS-LIB-SUBS > WS-LIB-QTDE
                      OR WS-LIB-POS NOT = ZEROS
               IF WS-LIB-POS = ZEROS
                   MOVE 'B' TO WS-ALU-SIT(WS-ALU-SUBS)
                   ADD 1 TO WS-CONT-BLOQUEADOS
               ELSE
                   MOVE 'L' TO WS-ALU-SIT(WS-ALU-SUBS)
               END-IF
           END-IF.
           MOVE WS-ALU-MATRIC(WS-ALU-SUBS) TO MATRIC-SAL.
           MOVE WS-ALU-MESES(WS-ALU-SUBS)  TO MESES-SAL.
           MOVE WS-ALU-SALDO(WS-ALU-SUBS)  TO SALDO-SAL.
           MOVE WS-ALU-SIT(WS-ALU-SUBS)    TO SITUACAO-SAL.
           WRITE REG-SAL.
           PERFORM IMPRIME-AVISO.
      *
       BUSCA-LIBERACAO.
           IF WS-LIB-MATRIC(WS-LIB-SUBS) = WS-ALU-MATRIC(WS-ALU-SUBS)
               MOVE WS-LIB-SUBS TO WS-LIB-POS.
      *
       IMPRIME-AVISO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           PERFORM LOCALIZA-ALUNO.
           MOVE WS-ALU-MATRIC(WS-ALU-SUBS) TO WS-A-MATRIC.
           PERFORM LOCALIZA-VINCULO.
           MOVE WS-LINHA-ALUNO TO REG-REL.
           WRITE REG-REL.
           MOVE WS-AGENCIA-RESP TO WS-R-AGENCIA.
           MOVE WS-CONTA-RESP   TO WS-R-CONTA.
           MOVE WS-LINHA-RESP TO REG-REL.
           WRITE REG-REL.
           PERFORM IMPRIME-MENSALIDADE
               VARYING WS-RAZ-SUBS FROM 1 BY 1
               UNTIL WS-RAZ-SUBS > WS-RAZ-QTDE.
           MOVE WS-ALU-SALDO(WS-ALU-SUBS) TO WS-T-SALDO.
           MOVE WS-ALU-MESES(WS-ALU-SUBS) TO WS-T-MESES.
           MOVE WS-LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           IF WS-ALU-SIT(WS-ALU-SUBS) = 'B'
               MOVE '  MATRICULA DO PROXIMO TERMO BLOQUEADA -'
                   TO REG-REL
               WRITE REG-REL
               MOVE '  REGULARIZAR NA TESOURARIA DA ESCOLA' TO REG-REL
               WRITE REG-REL
           END-IF.
           IF WS-ALU-SIT(WS-ALU-SUBS) = 'L'
               MOVE '  MATRICULA LIBERADA PELA TESOURARIA' TO REG-REL
               WRITE REG-REL
           END-IF.
      *
       LOCALIZA-ALUNO.
           MOVE SPACES TO WS-A-NOME.
           MOVE SPACES TO WS-R-NOME.
           MOVE SPACES TO WS-R-CONTATO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQCAD.
           IF ST-ALU NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-ALUNO UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF ST-ALU = '00' OR ST-ALU = '10'
               CLOSE ARQCAD
           END-IF.
      *
       BUSCA-ALUNO.
           READ ARQCAD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF MATRIC = WS-ALU-MATRIC(WS-ALU-SUBS)
                       MOVE 'S'          TO WS-ACHOU
                       MOVE NOME         TO WS-A-NOME
                       MOVE NM-RESP      TO WS-R-NOME
                       MOVE CONTATO-RESP TO WS-R-CONTATO
                   END-IF
           END-READ.
      *
      *    CONTA DE COBRANCA ATUAL DO RESPONSAVEL; SEM VINCULO, VALE
      *    A CONTA DA ULTIMA MENSALIDADE EM ABERTO.
       LOCALIZA-VINCULO.
           MOVE ZEROS TO WS-AGENCIA-RESP.
           MOVE ZEROS TO WS-CONTA-RESP.
           PERFORM CONTA-DO-RAZAO
               VARYING WS-RAZ-SUBS FROM 1 BY 1
               UNTIL WS-RAZ-SUBS > WS-RAZ-QTDE.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQVINC.
           IF ST-VIN NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-VINCULO UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF ST-VIN = '00' OR ST-VIN = '10'
               CLOSE ARQVINC
           END-IF.
      *
       CONTA-DO-RAZAO.
           IF WS-RAZ-MATRIC(WS-RAZ-SUBS) = WS-ALU-MATRIC(WS-ALU-SUBS)
               MOVE WS-RAZ-AGENCIA(WS-RAZ-SUBS) TO WS-AGENCIA-RESP
               MOVE WS-RAZ-CONTA(WS-RAZ-SUBS)   TO WS-CONTA-RESP.
      *
       BUSCA-VINCULO.
           READ ARQVINC
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF MATRIC-VINC = WS-ALU-MATRIC(WS-ALU-SUBS)
                       MOVE 'S' TO WS-ACHOU
                       MOVE AGENCIA-VINC TO WS-AGENCIA-RESP
                       MOVE CONTA-VINC   TO WS-CONTA-RESP
                   END-IF
           END-READ.
      *
       IMPRIME-MENSALIDADE.
           IF WS-RAZ-MATRIC(WS-RAZ-SUBS) = WS-ALU-MATRIC(WS-ALU-SUBS)
              AND (WS-RAZ-SIT(WS-RAZ-SUBS) = 'R'
                   OR WS-RAZ-SIT(WS-RAZ-SUBS) = 'S')
               MOVE WS-RAZ-COMPET(WS-RAZ-SUBS) TO WS-I-COMPET
               MOVE WS-RAZ-VALOR(WS-RAZ-SUBS)  TO WS-I-VALOR
               IF WS-RAZ-SIT(WS-RAZ-SUBS) = 'R'
                   MOVE 'REJEITADA'   TO WS-I-SITUACAO
               ELSE
                   MOVE 'EM SUSPENSO' TO WS-I-SITUACAO
               END-IF
               MOVE WS-RAZ-MOTIVO(WS-RAZ-SUBS) TO WS-I-MOTIVO
               MOVE WS-LINHA-ITEM TO REG-REL
               WRITE REG-REL
           END-IF.
      *
       FINALIZA.
           DISPLAY 'MENSALIDADES PAGAS        : ' WS-CONT-PAGAS.
           DISPLAY 'MENSALIDADES REJEITADAS   : ' WS-CONT-REJEITADAS.
           DISPLAY 'MENSALIDADES EM SUSPENSO  : ' WS-CONT-SUSPENSAS.
           DISPLAY 'AGUARDANDO RETORNO        : ' WS-CONT-AGUARDANDO.
           DISPLAY 'RETORNOS SEM MENSALIDADE  : ' WS-CONT-SEM-RAZAO.
           DISPLAY 'ALUNOS EM ATRASO          : ' WS-CONT-INADIMPL.
           DISPLAY 'ALUNOS BLOQUEADOS         : ' WS-CONT-BLOQUEADOS.
