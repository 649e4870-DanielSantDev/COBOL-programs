       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRICULA-TERMO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO "PEDIDODISC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-PED.
           SELECT ARQCAD ASSIGN TO "CADASTR.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-ALU.
           SELECT ARQHIST ASSIGN TO "HISTESC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-HIST.
           SELECT ARQDISCAT ASSIGN TO "DISCIPLINA.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-CAT.
           SELECT ARQPRE ASSIGN TO "PREREQ.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-PRE.
           SELECT ARQSAL ASSIGN TO "SALDOMENS.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-SAL.
           SELECT ARQLIB ASSIGN TO "LIBFIN.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-LIB.
           SELECT ARQDISC ASSIGN TO "NOTASDISC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-DISC.
           SELECT ARQESP ASSIGN TO "LISTAESPERA.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-ESP.
           SELECT CONFMAT ASSIGN TO "CONFMATRIC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-CNF.
           SELECT RELESP ASSIGN TO "RELESPERA.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
      *    PEDIDOS DE MATRICULA DO TERMO - UMA LINHA POR ALUNO E
      *    DISCIPLINA PEDIDA, AGRUPADAS POR MATRICULA.
       FD  ARQPED.
       01  REG-PED.
            05  MATRIC-PED.
                10  CO-ANO-PED      PIC  9(02).
                10  CO-NUMERO-PED   PIC  9(03).
                10  CO-DIGITO-PED   PIC  9(01).
            05  CO-DISC-PED         PIC  X(04).
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
       FD  ARQHIST.
       01  REG-HIST.
            05  MATRIC-HIST.
                10  CO-ANO-HIST     PIC  9(02).
                10  CO-NUMERO-HIST  PIC  9(03).
                10  CO-DIGITO-HIST  PIC  9(01).
            05  PERIODO-HIST        PIC  9(05).
            05  CO-DISC-HIST        PIC  X(04).
            05  NOTA-PROVA-HIST     PIC  9(02)V99.
            05  NOTA-RECUP-HIST     PIC  9(02)V99.
            05  FREQUENCIA-HIST     PIC  9(03).
            05  ORIGEM-HIST         PIC  X(01).
                88  HIST-CREDITO-TRANSF VALUE 'T'.
            05  INST-ORIGEM-HIST    PIC  X(20).
      *
       FD  ARQDISCAT.
       01  REG-DISCAT.
            05  CO-DISC-CAT         PIC  X(04).
            05  NOME-DISC-CAT       PIC  X(30).
            05  CARGA-DISC-CAT      PIC  9(03).
            05  OFERTADA-CAT        PIC  X(01).
            05  CAPACIDADE-CAT      PIC  9(03).
            05  OBRIGATORIA-CAT     PIC  X(01).
      *
       FD  ARQPRE.
       01  REG-PRE.
            05  CO-DISC-PRE         PIC  X(04).
            05  CO-DISC-REQ         PIC  X(04).
            05  ATIVO-PRE           PIC  X(01).
      *
      *    SALDO DE MENSALIDADES EM ATRASO (CONCILIA-MENSAL) -
      *    SITUACAO B = BLOQUEADO PARA A MATRICULA DO TERMO.
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
       FD  ARQDISC.
       01  REG-DISC.
            05  MATRIC-DISC.
                10  CO-ANO-DISC     PIC  9(02).
                10  CO-NUMERO-DISC  PIC  9(03).
                10  CO-DIGITO-DISC  PIC  9(01).
            05  CO-DISC             PIC  X(04).
            05  NOTA-PROVA-DISC     PIC  9(02)V99.
            05  NOTA-RECUP-DISC     PIC  9(02)V99.
            05  FREQUENCIA-DISC     PIC  9(03).
      *
      *    LISTA DE ESPERA DO TERMO, NA ORDEM DE PRIORIDADE. O
      *    TRANCA-DISC CHAMA O PRIMEIRO AGUARDANDO QUANDO ABRE VAGA.
       FD  ARQESP.
       01  REG-ESP.
            05  CO-DISC-ESP         PIC  X(04).
            05  MATRIC-ESP          PIC  9(06).
            05  POSICAO-ESP         PIC  9(03).
            05  MEDIA-ESP           PIC  9(02)V99.
            05  SITUACAO-ESP        PIC  X(01).
                88  ESP-AGUARDANDO  VALUE 'A'.
                88  ESP-MATRICULADO VALUE 'M'.
                88  ESP-DESISTENTE  VALUE 'D'.
      *
       FD  CONFMAT.
       01  REG-CONF                PIC X(80).
      *
       FD  RELESP.
       01  REG-RELESP              PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  ST-PED         PIC X(02) VALUE ZEROS.
       77  ST-ALU         PIC X(02) VALUE ZEROS.
       77  ST-HIST        PIC X(02) VALUE ZEROS.
       77  ST-CAT         PIC X(02) VALUE ZEROS.
       77  ST-PRE         PIC X(02) VALUE ZEROS.
       77  ST-DISC        PIC X(02) VALUE ZEROS.
       77  ST-SAL         PIC X(02) VALUE ZEROS.
       77  ST-LIB         PIC X(02) VALUE ZEROS.
       77  ST-ESP         PIC X(02) VALUE ZEROS.
       77  ST-CNF         PIC X(02) VALUE ZEROS.
       77  ST-REL         PIC X(02) VALUE ZEROS.
       77  WS-FIM-PED     PIC X(01) VALUE 'N'.
       77  WS-FIM-ALU     PIC X(01) VALUE 'N'.
       77  WS-FIM-CAT     PIC X(01) VALUE 'N'.
       77  WS-FIM-PRE     PIC X(01) VALUE 'N'.
       77  WS-FIM-HIST    PIC X(01) VALUE 'N'.
       77  WS-FIM-ALOCA   PIC X(01) VALUE 'N'.
       77  WS-FIM-FIN     PIC X(01) VALUE 'N'.
       77  WS-BLOQ-FIN    PIC X(01) VALUE 'N'.
       77  WS-FREQ-MINIMA PIC 9(03) VALUE 75.
       77  WS-NOTA-FINAL  PIC 9(02)V99 VALUE ZEROS.
       77  WS-SOMA-NOTAS  PIC 9(05)V99 VALUE ZEROS.
       77  WS-QTDE-NOTAS  PIC 9(03) VALUE ZEROS.
       77  WS-JA-APROVADO PIC X(01) VALUE 'N'.
       77  WS-ALUNO-OK    PIC X(01) VALUE 'N'.
       77  WS-MATRIC-VALIDA PIC X(01) VALUE 'N'.
       77  WS-ULT-MATRIC  PIC 9(06) VALUE ZEROS.
       77  WS-NOME-ALUNO  PIC X(30) VALUE SPACES.
       77  WS-MAX-ESPERA  PIC 9(03) VALUE ZEROS.
       77  WS-MELHOR      PIC 9(04) VALUE ZEROS.
       77  WS-CONT-PEDIDOS    PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CONFIRMADAS PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ESPERA     PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADAS  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CHEIAS     PIC 9(05) VALUE ZEROS.
      *
      *    CATALOGO DO TERMO COM A OCUPACAO DE CADA DISCIPLINA.
       01  WS-CAT-TAB.
            05  WS-CAT-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-CAT-ITEM OCCURS 100 TIMES.
                10  WS-CAT-CODIGO   PIC X(04).
                10  WS-CAT-NOME     PIC X(30).
                10  WS-CAT-OFERTADA PIC X(01).
                10  WS-CAT-CAPACIDADE PIC 9(03).
                10  WS-CAT-OCUPADAS PIC 9(03).
                10  WS-CAT-ESPERA   PIC 9(03).
                10  WS-CAT-FORA     PIC 9(03).
       77  WS-CAT-SUBS    PIC 9(03) VALUE ZEROS.
       77  WS-CAT-POS     PIC 9(03) VALUE ZEROS.
      *
       01  WS-PRE-TAB.
            05  WS-PRE-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-PRE-ITEM OCCURS 300 TIMES.
                10  WS-PRE-DISC     PIC X(04).
                10  WS-PRE-REQ      PIC X(04).
       77  WS-PRE-SUBS    PIC 9(03) VALUE ZEROS.
      *
      *    PRE-REQUISITOS DA DISCIPLINA DO PEDIDO EM ANALISE E SE O
      *    ALUNO JA FOI APROVADO EM CADA UM.
       01  WS-EXG-TAB.
            05  WS-EXG-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-EXG-ITEM OCCURS 20 TIMES.
                10  WS-EXG-CODIGO   PIC X(04).
                10  WS-EXG-APROVADO PIC X(01).
       77  WS-EXG-SUBS    PIC 9(03) VALUE ZEROS.
       77  WS-EXG-POS     PIC 9(03) VALUE ZEROS.
      *
      *    PEDIDOS DO TERMO. SITUACAO: P-PENDENTE DE VAGA,
      *    C-CONFIRMADA, E-LISTA DE ESPERA, R-RECUSADA.
       01  WS-PED-TAB.
            05  WS-PED-QTDE         PIC 9(04) VALUE ZEROS.
            05  WS-PED-ITEM OCCURS 2000 TIMES.
                10  WS-PED-MATRIC   PIC 9(06).
                10  WS-PED-INGRESSO PIC 9(04).
                10  WS-PED-NOME     PIC X(30).
                10  WS-PED-DISC     PIC X(04).
                10  WS-PED-CAT      PIC 9(03).
                10  WS-PED-MEDIA    PIC 9(02)V99.
                10  WS-PED-SIT      PIC X(01).
                10  WS-PED-POSICAO  PIC 9(03).
                10  WS-PED-MOTIVO   PIC X(32).
       77  WS-PED-SUBS    PIC 9(04) VALUE ZEROS.
       77  WS-PED-POS     PIC 9(04) VALUE ZEROS.
      *
       01  WS-LINHA-ALUNO.
            05  FILLER              PIC X(10) VALUE 'MATRICULA '.
            05  WS-A-MATRIC         PIC 9(06).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-A-NOME           PIC X(30).
            05  FILLER              PIC X(33) VALUE SPACES.
      *
       01  WS-LINHA-CONF.
            05  FILLER              PIC X(02) VALUE SPACES.
            05  WS-C-DISC           PIC X(04).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-C-NOME           PIC X(30).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-C-SITUACAO       PIC X(42).
      *
       01  WS-SIT-ESPERA.
            05  FILLER              PIC X(26)
                VALUE 'LISTA DE ESPERA - POSICAO '.
            05  WS-S-POSICAO        PIC 9(03).
      *
       01  WS-LINHA-CHEIA.
            05  WS-L-DISC           PIC X(04).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-L-NOME           PIC X(30).
            05  FILLER              PIC X(07) VALUE ' VAGAS '.
            05  WS-L-VAGAS          PIC 9(03).
            05  FILLER              PIC X(08) VALUE ' ESPERA '.
            05  WS-L-ESPERA         PIC 9(03).
            05  FILLER              PIC X(15) VALUE ' NAO ATENDIDOS '.
            05  WS-L-FORA           PIC 9(03).
            05  FILLER              PIC X(06) VALUE SPACES.
      *
      *    MATRICULA DO TERMO: CADA DISCIPLINA PEDIDA E' CONFERIDA NO
      *    CATALOGO (OFERTADA NO PERIODO) E NO HISTORICO - O ALUNO
      *    PRECISA TER SIDO APROVADO EM TODOS OS PRE-REQUISITOS DO
      *    PREREQ.DAT E NAO PODE TER SIDO APROVADO NA PROPRIA
      *    DISCIPLINA (MESMA REGRA DE APROVACAO DO SEPARA-DISC). AS
      *    VAGAS (CAPACIDADE DO CATALOGO) VAO PARA OS ALUNOS MAIS
      *    ANTIGOS E, NO MESMO ANO DE INGRESSO, PARA A MAIOR MEDIA NO
      *    HISTORICO; OS DEMAIS ENTRAM NA LISTA DE ESPERA ATE O LIMITE
      *    INFORMADO. ALUNO BLOQUEADO POR MENSALIDADES EM ATRASO
      *    (SALDOMENS.DAT) SO E' ATENDIDO COM LIBERACAO ATIVA DA
      *    TESOURARIA (LIBFIN.DAT). SAEM O NOTASDISC.DAT DO TERMO, O
      *    LISTAESPERA.DAT, O AVISO DE CONFIRMACAO POR ALUNO
      *    (CONFMATRIC.DAT) E AS DISCIPLINAS COM LISTA DE ESPERA
      *    CHEIA (RELESPERA.DAT).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'LIMITE DA LISTA DE ESPERA POR DISCIPLINA '
               '(000 = 010): '.
           ACCEPT WS-MAX-ESPERA.
           IF WS-MAX-ESPERA = ZEROS
               MOVE 10 TO WS-MAX-ESPERA.
           PERFORM VERIFICA-TERMO-ABERTO.
           PERFORM CARREGA-CATALOGO.
           IF WS-CAT-QTDE = ZEROS
               DISPLAY 'CATALOGO DE DISCIPLINAS VAZIO - '
                   'EXECUTE O CADDISC'
               STOP RUN.
           PERFORM CARREGA-PRE-REQUISITOS.
           PERFORM CARREGA-PEDIDOS.
           PERFORM ALOCA-DISCIPLINA
               VARYING WS-CAT-SUBS FROM 1 BY 1
               UNTIL WS-CAT-SUBS > WS-CAT-QTDE.
           PERFORM GRAVA-MATRICULAS.
           PERFORM GERA-RELATORIO-ESPERA.
           PERFORM FINALIZA.
           STOP RUN.
      *
      *    O TERMO ANTERIOR PRECISA TER SIDO FECHADO (FECHA-PERIODO
      *    ESVAZIA O NOTASDISC.DAT) - NAO SOBREPOE NOTAS EM CURSO.
       VERIFICA-TERMO-ABERTO.
           OPEN INPUT ARQDISC.
           IF ST-DISC = '00'
               READ ARQDISC
                   NOT AT END
                       DISPLAY 'NOTASDISC.DAT COM TERMO EM ANDAMENTO - '
                           'EXECUTE O FECHA-PERIODO ANTES'
                       CLOSE ARQDISC
                       STOP RUN
               END-READ
               CLOSE ARQDISC
           END-IF.
      *
       CARREGA-CATALOGO.
           OPEN INPUT ARQDISCAT.
           IF ST-CAT NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - DISCIPLINA ' ST-CAT
               STOP RUN.
           PERFORM GUARDA-DISCIPLINA UNTIL WS-FIM-CAT = 'S'.
           CLOSE ARQDISCAT.
      *
       GUARDA-DISCIPLINA.
           READ ARQDISCAT
               AT END
                   MOVE 'S' TO WS-FIM-CAT
               NOT AT END
                   IF WS-CAT-QTDE < 100
                       ADD 1 TO WS-CAT-QTDE
                       MOVE CO-DISC-CAT
                           TO WS-CAT-CODIGO(WS-CAT-QTDE)
                       MOVE NOME-DISC-CAT
                           TO WS-CAT-NOME(WS-CAT-QTDE)
                       MOVE OFERTADA-CAT
                           TO WS-CAT-OFERTADA(WS-CAT-QTDE)
                       MOVE CAPACIDADE-CAT
                           TO WS-CAT-CAPACIDADE(WS-CAT-QTDE)
                       MOVE ZEROS TO WS-CAT-OCUPADAS(WS-CAT-QTDE)
                       MOVE ZEROS TO WS-CAT-ESPERA(WS-CAT-QTDE)
                       MOVE ZEROS TO WS-CAT-FORA(WS-CAT-QTDE)
                   END-IF
           END-READ.
      *
       CARREGA-PRE-REQUISITOS.
           OPEN INPUT ARQPRE.
           IF ST-PRE NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-PRE
           END-IF.
           PERFORM GUARDA-PRE-REQUISITO UNTIL WS-FIM-PRE = 'S'.
           IF ST-PRE = '00' OR ST-PRE = '10'
               CLOSE ARQPRE
           END-IF.
      *
       GUARDA-PRE-REQUISITO.
           READ ARQPRE
               AT END
                   MOVE 'S' TO WS-FIM-PRE
               NOT AT END
                   IF ATIVO-PRE = 'S' AND WS-PRE-QTDE < 300
                       ADD 1 TO WS-PRE-QTDE
                       MOVE CO-DISC-PRE TO WS-PRE-DISC(WS-PRE-QTDE)
                       MOVE CO-DISC-REQ TO WS-PRE-REQ(WS-PRE-QTDE)
                   END-IF
           END-READ.
      *
       CARREGA-PEDIDOS.
           OPEN INPUT ARQPED.
           IF ST-PED NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - PEDIDODISC ' ST-PED
               STOP RUN.
           PERFORM LER-PEDIDO.
           PERFORM GUARDA-PEDIDO UNTIL WS-FIM-PED = 'S'.
           CLOSE ARQPED.
      *
       LER-PEDIDO.
           READ ARQPED AT END MOVE 'S' TO WS-FIM-PED.
      *
       GUARDA-PEDIDO.
           ADD 1 TO WS-CONT-PEDIDOS.
           IF WS-PED-QTDE NOT < 2000
               DISPLAY 'TABELA DE PEDIDOS CHEIA - MATRICULA '
                   MATRIC-PED ' DISCIPLINA ' CO-DISC-PED
                   ' NAO PROCESSADA'
           ELSE
               ADD 1 TO WS-PED-QTDE
               MOVE WS-PED-QTDE TO WS-PED-SUBS
               MOVE MATRIC-PED  TO WS-PED-MATRIC(WS-PED-SUBS)
               MOVE CO-DISC-PED TO WS-PED-DISC(WS-PED-SUBS)
               MOVE ZEROS       TO WS-PED-CAT(WS-PED-SUBS)
               MOVE ZEROS       TO WS-PED-MEDIA(WS-PED-SUBS)
               MOVE ZEROS       TO WS-PED-POSICAO(WS-PED-SUBS)
               MOVE SPACES      TO WS-PED-MOTIVO(WS-PED-SUBS)
               IF CO-ANO-PED < 50
                   COMPUTE WS-PED-INGRESSO(WS-PED-SUBS) =
                       2000 + CO-ANO-PED
               ELSE
                   COMPUTE WS-PED-INGRESSO(WS-PED-SUBS) =
                       1900 + CO-ANO-PED
               END-IF
               PERFORM VALIDA-PEDIDO
           END-IF.
           PERFORM LER-PEDIDO.
      *
       VALIDA-PEDIDO.
           MOVE 'P' TO WS-PED-SIT(WS-PED-SUBS).
           IF MATRIC-PED NOT = WS-ULT-MATRIC
               MOVE MATRIC-PED TO WS-ULT-MATRIC
               PERFORM LOCALIZA-ALUNO
           END-IF.
           MOVE WS-NOME-ALUNO TO WS-PED-NOME(WS-PED-SUBS).
           CALL "MATRICDIG" USING CO-ANO-PED CO-NUMERO-PED
               CO-DIGITO-PED WS-MATRIC-VALIDA.
           IF WS-MATRIC-VALIDA NOT = 'S'
               MOVE 'MATRICULA INVALIDA' TO WS-PED-MOTIVO(WS-PED-SUBS)
           ELSE
               IF WS-ALUNO-OK = 'N'
                   MOVE 'ALUNO NAO CADASTRADO'
                       TO WS-PED-MOTIVO(WS-PED-SUBS)
               ELSE
                   IF WS-BLOQ-FIN = 'S'
                       MOVE 'MENSALIDADES EM ATRASO'
                           TO WS-PED-MOTIVO(WS-PED-SUBS)
                   END-IF
               END-IF
           END-IF.
           IF WS-PED-MOTIVO(WS-PED-SUBS) = SPACES
               MOVE ZEROS TO WS-CAT-POS
               PERFORM BUSCA-CATALOGO
                   VARYING WS-CAT-SUBS FROM 1 BY 1
                   UNTIL WS-CAT-SUBS > WS-CAT-QTDE
                      OR WS-CAT-POS NOT = ZEROS
               IF WS-CAT-POS = ZEROS
                   MOVE 'DISCIPLINA NAO CATALOGADA'
                       TO WS-PED-MOTIVO(WS-PED-SUBS)
               ELSE
                   MOVE WS-CAT-POS TO WS-PED-CAT(WS-PED-SUBS)
                   IF WS-CAT-OFERTADA(WS-CAT-POS) NOT = 'S'
                       MOVE 'DISCIPLINA NAO OFERTADA NO TERMO'
                           TO WS-PED-MOTIVO(WS-PED-SUBS)
                   END-IF
               END-IF
           END-IF.
           IF WS-PED-MOTIVO(WS-PED-SUBS) = SPACES
               MOVE ZEROS TO WS-PED-POS
               PERFORM BUSCA-PEDIDO-REPETIDO
                   VARYING WS-PED-POS FROM 1 BY 1
                   UNTIL WS-PED-POS NOT < WS-PED-SUBS
                      OR WS-PED-MOTIVO(WS-PED-SUBS) NOT = SPACES
           END-IF.
           IF WS-PED-MOTIVO(WS-PED-SUBS) = SPACES
               PERFORM CONFERE-HISTORICO-ALUNO
           END-IF.
           IF WS-PED-MOTIVO(WS-PED-SUBS) NOT = SPACES
               MOVE 'R' TO WS-PED-SIT(WS-PED-SUBS)
               ADD 1 TO WS-CONT-RECUSADAS
           END-IF.
      *
       LOCALIZA-ALUNO.
           MOVE 'N' TO WS-ALUNO-OK.
           MOVE 'N' TO WS-FIM-ALU.
           MOVE SPACES TO WS-NOME-ALUNO.
           OPEN INPUT ARQCAD.
           IF ST-ALU NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-ALU
           END-IF.
           PERFORM BUSCA-ALUNO
               UNTIL WS-FIM-ALU = 'S' OR WS-ALUNO-OK = 'S'.
           IF ST-ALU = '00' OR ST-ALU = '10'
               CLOSE ARQCAD
           END-IF.
           PERFORM LOCALIZA-BLOQUEIO-FIN.
      *
       BUSCA-ALUNO.
           READ ARQCAD
               AT END
                   MOVE 'S' TO WS-FIM-ALU
               NOT AT END
                   IF MATRIC = MATRIC-PED
                       MOVE 'S'  TO WS-ALUNO-OK
                       MOVE NOME TO WS-NOME-ALUNO
                   END-IF
           END-READ.
      *
      *    BLOQUEIO FINANCEIRO: SITUACAO B NO SALDOMENS.DAT SEM
      *    LIBERACAO ATIVA DA TESOURARIA NO LIBFIN.DAT.
       LOCALIZA-BLOQUEIO-FIN.
           MOVE 'N' TO WS-BLOQ-FIN.
           MOVE 'N' TO WS-FIM-FIN.
           OPEN INPUT ARQSAL.
           IF ST-SAL NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-FIN
           END-IF.
           PERFORM BUSCA-SALDO-MENSAL
               UNTIL WS-FIM-FIN = 'S' OR WS-BLOQ-FIN = 'S'.
           IF ST-SAL = '00' OR ST-SAL = '10'
               CLOSE ARQSAL
           END-IF.
           IF WS-BLOQ-FIN = 'S'
               MOVE 'N' TO WS-FIM-FIN
               OPEN INPUT ARQLIB
               IF ST-LIB NOT EQUAL '00'
                   MOVE 'S' TO WS-FIM-FIN
               END-IF
               PERFORM BUSCA-LIBERACAO-FIN
                   UNTIL WS-FIM-FIN = 'S' OR WS-BLOQ-FIN = 'N'
               IF ST-LIB = '00' OR ST-LIB = '10'
                   CLOSE ARQLIB
               END-IF
           END-IF.
      *
       BUSCA-SALDO-MENSAL.
           READ ARQSAL
               AT END
                   MOVE 'S' TO WS-FIM-FIN
               NOT AT END
                   IF MATRIC-SAL = MATRIC-PED
                      AND SITUACAO-SAL = 'B'
                       MOVE 'S' TO WS-BLOQ-FIN
                   END-IF
           END-READ.
      *
       BUSCA-LIBERACAO-FIN.
           READ ARQLIB
               AT END
                   MOVE 'S' TO WS-FIM-FIN
               NOT AT END
                   IF MATRIC-LIB = MATRIC-PED
                      AND ATIVO-LIB = 'S'
                       MOVE 'N' TO WS-BLOQ-FIN
                   END-IF
           END-READ.
      *
       BUSCA-CATALOGO.
           IF WS-CAT-CODIGO(WS-CAT-SUBS) = CO-DISC-PED
               MOVE WS-CAT-SUBS TO WS-CAT-POS.
      *
       BUSCA-PEDIDO-REPETIDO.
           IF WS-PED-MATRIC(WS-PED-POS) = WS-PED-MATRIC(WS-PED-SUBS)
              AND WS-PED-DISC(WS-PED-POS) = WS-PED-DISC(WS-PED-SUBS)
               MOVE 'PEDIDO REPETIDO' TO WS-PED-MOTIVO(WS-PED-SUBS).
      *
      *    UMA LEITURA DO HISTORICO POR PEDIDO: APURA A MEDIA GERAL
      *    DO ALUNO (PRIORIDADE NA VAGA), A APROVACAO NOS
      *    PRE-REQUISITOS E SE JA FOI APROVADO NA DISCIPLINA.
       CONFERE-HISTORICO-ALUNO.
           MOVE ZEROS TO WS-EXG-QTDE.
           PERFORM MONTA-EXIGENCIA
               VARYING WS-PRE-SUBS FROM 1 BY 1
               UNTIL WS-PRE-SUBS > WS-PRE-QTDE.
           MOVE ZEROS TO WS-SOMA-NOTAS.
           MOVE ZEROS TO WS-QTDE-NOTAS.
           MOVE 'N' TO WS-JA-APROVADO.
           MOVE 'N' TO WS-FIM-HIST.
           OPEN INPUT ARQHIST.
           IF ST-HIST NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-HIST
           END-IF.
           PERFORM LE-HISTORICO UNTIL WS-FIM-HIST = 'S'.
           IF ST-HIST = '00' OR ST-HIST = '10'
               CLOSE ARQHIST
           END-IF.
           IF WS-QTDE-NOTAS > ZEROS
               COMPUTE WS-PED-MEDIA(WS-PED-SUBS) =
                   WS-SOMA-NOTAS / WS-QTDE-NOTAS
           END-IF.
           IF WS-JA-APROVADO = 'S'
               MOVE 'JA APROVADO NA DISCIPLINA'
                   TO WS-PED-MOTIVO(WS-PED-SUBS)
           ELSE
               PERFORM VERIFICA-EXIGENCIA
                   VARYING WS-EXG-SUBS FROM 1 BY 1
                   UNTIL WS-EXG-SUBS > WS-EXG-QTDE
                      OR WS-PED-MOTIVO(WS-PED-SUBS) NOT = SPACES
           END-IF.
      *
       MONTA-EXIGENCIA.
           IF WS-PRE-DISC(WS-PRE-SUBS) = CO-DISC-PED
              AND WS-EXG-QTDE < 20
               ADD 1 TO WS-EXG-QTDE
               MOVE WS-PRE-REQ(WS-PRE-SUBS)
                   TO WS-EXG-CODIGO(WS-EXG-QTDE)
               MOVE 'N' TO WS-EXG-APROVADO(WS-EXG-QTDE).
      *
       LE-HISTORICO.
           READ ARQHIST
               AT END
                   MOVE 'S' TO WS-FIM-HIST
               NOT AT END
                   IF MATRIC-HIST = MATRIC-PED
                       PERFORM AVALIA-HISTORICO
                   END-IF
           END-READ.
      *
       AVALIA-HISTORICO.
           MOVE NOTA-PROVA-HIST TO WS-NOTA-FINAL.
           IF WS-NOTA-FINAL < 5,75
               COMPUTE WS-NOTA-FINAL =
                   (NOTA-PROVA-HIST + NOTA-RECUP-HIST) / 2
           END-IF.
           ADD WS-NOTA-FINAL TO WS-SOMA-NOTAS.
           ADD 1 TO WS-QTDE-NOTAS.
           IF (WS-NOTA-FINAL >= 6
               AND FREQUENCIA-HIST >= WS-FREQ-MINIMA)
              OR HIST-CREDITO-TRANSF
               IF CO-DISC-HIST = CO-DISC-PED
                   MOVE 'S' TO WS-JA-APROVADO
               END-IF
               PERFORM MARCA-EXIGENCIA
                   VARYING WS-EXG-SUBS FROM 1 BY 1
                   UNTIL WS-EXG-SUBS > WS-EXG-QTDE
           END-IF.
      *
       MARCA-EXIGENCIA.
           IF WS-EXG-CODIGO(WS-EXG-SUBS) = CO-DISC-HIST
               MOVE 'S' TO WS-EXG-APROVADO(WS-EXG-SUBS).
      *
       VERIFICA-EXIGENCIA.
           IF WS-EXG-APROVADO(WS-EXG-SUBS) = 'N'
               STRING 'FALTA PRE-REQUISITO '
                   WS-EXG-CODIGO(WS-EXG-SUBS)
                   DELIMITED BY SIZE
                   INTO WS-PED-MOTIVO(WS-PED-SUBS).
      *
      *    DISTRIBUI AS VAGAS DE UMA DISCIPLINA: A CADA PASSADA O
      *    PEDIDO PENDENTE DE MAIOR PRIORIDADE RECEBE VAGA, LUGAR NA
      *    LISTA DE ESPERA OU, COM A LISTA CHEIA, FICA DE FORA.
       ALOCA-DISCIPLINA.
           MOVE 'N' TO WS-FIM-ALOCA.
           PERFORM ALOCA-PROXIMO UNTIL WS-FIM-ALOCA = 'S'.
      *
       ALOCA-PROXIMO.
           MOVE ZEROS TO WS-MELHOR.
           PERFORM COMPARA-PEDIDO
               VARYING WS-PED-SUBS FROM 1 BY 1
               UNTIL WS-PED-SUBS > WS-PED-QTDE.
           IF WS-MELHOR = ZEROS
               MOVE 'S' TO WS-FIM-ALOCA
           ELSE
               PERFORM ATRIBUI-VAGA
           END-IF.
      *
       COMPARA-PEDIDO.
           IF WS-PED-SIT(WS-PED-SUBS) = 'P'
              AND WS-PED-CAT(WS-PED-SUBS) = WS-CAT-SUBS
               IF WS-MELHOR = ZEROS
                   MOVE WS-PED-SUBS TO WS-MELHOR
               ELSE
                   IF WS-PED-INGRESSO(WS-PED-SUBS) <
                      WS-PED-INGRESSO(WS-MELHOR)
                      OR (WS-PED-INGRESSO(WS-PED-SUBS) =
                          WS-PED-INGRESSO(WS-MELHOR)
                      AND WS-PED-MEDIA(WS-PED-SUBS) >
                          WS-PED-MEDIA(WS-MELHOR))
                       MOVE WS-PED-SUBS TO WS-MELHOR
                   END-IF
               END-IF
           END-IF.
      *
       ATRIBUI-VAGA.
           IF WS-CAT-OCUPADAS(WS-CAT-SUBS) <
              WS-CAT-CAPACIDADE(WS-CAT-SUBS)
               MOVE 'C' TO WS-PED-SIT(WS-MELHOR)
               ADD 1 TO WS-CAT-OCUPADAS(WS-CAT-SUBS)
               ADD 1 TO WS-CONT-CONFIRMADAS
           ELSE
               IF WS-CAT-ESPERA(WS-CAT-SUBS) < WS-MAX-ESPERA
                   MOVE 'E' TO WS-PED-SIT(WS-MELHOR)
                   ADD 1 TO WS-CAT-ESPERA(WS-CAT-SUBS)
                   MOVE WS-CAT-ESPERA(WS-CAT-SUBS)
                       TO WS-PED-POSICAO(WS-MELHOR)
                   ADD 1 TO WS-CONT-ESPERA
               ELSE
                   MOVE 'R' TO WS-PED-SIT(WS-MELHOR)
                   MOVE 'SEM VAGA E LISTA DE ESPERA CHEIA'
                       TO WS-PED-MOTIVO(WS-MELHOR)
                   ADD 1 TO WS-CAT-FORA(WS-CAT-SUBS)
                   ADD 1 TO WS-CONT-RECUSADAS
               END-IF
           END-IF.
      *
       GRAVA-MATRICULAS.
           OPEN OUTPUT ARQDISC.
           IF ST-DISC NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - NOTASDISC ' ST-DISC
               STOP RUN.
           OPEN OUTPUT ARQESP.
           IF ST-ESP NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - LISTAESPERA ' ST-ESP
               STOP RUN.
           OPEN OUTPUT CONFMAT.
           IF ST-CNF NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - CONFMATRIC ' ST-CNF
               STOP RUN.
           MOVE '===== CONFIRMACAO DE MATRICULA DO TERMO ====='
               TO REG-CONF.
           WRITE REG-CONF.
           MOVE ZEROS TO WS-ULT-MATRIC.
           PERFORM GRAVA-PEDIDO
               VARYING WS-PED-SUBS FROM 1 BY 1
               UNTIL WS-PED-SUBS > WS-PED-QTDE.
           CLOSE ARQDISC.
           CLOSE ARQESP.
           CLOSE CONFMAT.
      *
       GRAVA-PEDIDO.
           IF WS-PED-MATRIC(WS-PED-SUBS) NOT = WS-ULT-MATRIC
               MOVE WS-PED-MATRIC(WS-PED-SUBS) TO WS-ULT-MATRIC
               MOVE SPACES TO REG-CONF
               WRITE REG-CONF
               MOVE WS-PED-MATRIC(WS-PED-SUBS) TO WS-A-MATRIC
               MOVE WS-PED-NOME(WS-PED-SUBS)   TO WS-A-NOME
               MOVE WS-LINHA-ALUNO TO REG-CONF
               WRITE REG-CONF
           END-IF.
           MOVE WS-PED-DISC(WS-PED-SUBS) TO WS-C-DISC.
           IF WS-PED-CAT(WS-PED-SUBS) = ZEROS
               MOVE SPACES TO WS-C-NOME
           ELSE
               MOVE WS-CAT-NOME(WS-PED-CAT(WS-PED-SUBS)) TO WS-C-NOME
           END-IF.
           EVALUATE WS-PED-SIT(WS-PED-SUBS)
               WHEN 'C'
                   MOVE 'MATRICULA CONFIRMADA' TO WS-C-SITUACAO
                   MOVE WS-PED-MATRIC(WS-PED-SUBS) TO MATRIC-DISC
                   MOVE WS-PED-DISC(WS-PED-SUBS)   TO CO-DISC
                   MOVE ZEROS TO NOTA-PROVA-DISC
                   MOVE ZEROS TO NOTA-RECUP-DISC
                   MOVE ZEROS TO FREQUENCIA-DISC
                   WRITE REG-DISC
               WHEN 'E'
                   MOVE WS-PED-POSICAO(WS-PED-SUBS) TO WS-S-POSICAO
                   MOVE WS-SIT-ESPERA TO WS-C-SITUACAO
                   MOVE WS-PED-DISC(WS-PED-SUBS)    TO CO-DISC-ESP
                   MOVE WS-PED-MATRIC(WS-PED-SUBS)  TO MATRIC-ESP
                   MOVE WS-PED-POSICAO(WS-PED-SUBS) TO POSICAO-ESP
                   MOVE WS-PED-MEDIA(WS-PED-SUBS)   TO MEDIA-ESP
                   MOVE 'A' TO SITUACAO-ESP
                   WRITE REG-ESP
               WHEN OTHER
                   MOVE SPACES TO WS-C-SITUACAO
                   STRING 'RECUSADA: ' WS-PED-MOTIVO(WS-PED-SUBS)
                       DELIMITED BY SIZE INTO WS-C-SITUACAO
           END-EVALUATE.
           MOVE WS-LINHA-CONF TO REG-CONF.
           WRITE REG-CONF.
      *
       GERA-RELATORIO-ESPERA.
           OPEN OUTPUT RELESP.
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - RELESPERA ' ST-REL
               STOP RUN.
           MOVE '===== DISCIPLINAS COM LISTA DE ESPERA CHEIA ====='
               TO REG-RELESP.
           WRITE REG-RELESP.
           PERFORM LISTA-ESPERA-CHEIA
               VARYING WS-CAT-SUBS FROM 1 BY 1
               UNTIL WS-CAT-SUBS > WS-CAT-QTDE.
           CLOSE RELESP.
      *
       LISTA-ESPERA-CHEIA.
           IF WS-CAT-OFERTADA(WS-CAT-SUBS) = 'S'
              AND WS-CAT-ESPERA(WS-CAT-SUBS) NOT < WS-MAX-ESPERA
               MOVE WS-CAT-CODIGO(WS-CAT-SUBS)     TO WS-L-DISC
               MOVE WS-CAT-NOME(WS-CAT-SUBS)       TO WS-L-NOME
               MOVE WS-CAT-CAPACIDADE(WS-CAT-SUBS) TO WS-L-VAGAS
               MOVE WS-CAT-ESPERA(WS-CAT-SUBS)     TO WS-L-ESPERA
               MOVE WS-CAT-FORA(WS-CAT-SUBS)       TO WS-L-FORA
               MOVE WS-LINHA-CHEIA TO REG-RELESP
               WRITE REG-RELESP
               ADD 1 TO WS-CONT-CHEIAS.
      *
       FINALIZA.
           DISPLAY 'PEDIDOS LIDOS                : ' WS-CONT-PEDIDOS.
           DISPLAY 'MATRICULAS CONFIRMADAS       : '
               WS-CONT-CONFIRMADAS.
           DISPLAY 'PEDIDOS NA LISTA DE ESPERA   : ' WS-CONT-ESPERA.
           DISPLAY 'PEDIDOS RECUSADOS            : '
               WS-CONT-RECUSADAS.
           DISPLAY 'DISCIPLINAS COM ESPERA CHEIA : ' WS-CONT-CHEIAS.
