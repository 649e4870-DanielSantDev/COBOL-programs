       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-HORARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHOR ASSIGN TO "HORARIO.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-HOR.
           SELECT ARQPROF ASSIGN TO "PROFESSOR.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-PROF.
           SELECT ARQDISCAT ASSIGN TO "DISCIPLINA.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-CAT.
           SELECT ARQDISC ASSIGN TO "NOTASDISC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-DISC.
           SELECT RELHOR ASSIGN TO "RELHORARIO.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQHOR.
       01  REG-HOR.
            05  CO-DISC-HOR         PIC  X(04).
            05  DIA-SEM-HOR         PIC  9(01).
            05  FAIXA-HOR           PIC  9(01).
            05  CO-PROF-HOR         PIC  X(04).
            05  SALA-HOR            PIC  X(05).
            05  ATIVO-HOR           PIC  X(01).
      *
       FD  ARQPROF.
       01  REG-PROF.
            05  CO-PROF             PIC  X(04).
            05  NOME-PROF           PIC  X(30).
            05  ATIVO-PROF          PIC  X(01).
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
       FD  RELHOR.
       01  REG-REL                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  ST-HOR         PIC X(02) VALUE ZEROS.
       77  ST-PROF        PIC X(02) VALUE ZEROS.
       77  ST-CAT         PIC X(02) VALUE ZEROS.
       77  ST-DISC        PIC X(02) VALUE ZEROS.
       77  ST-REL         PIC X(02) VALUE ZEROS.
       77  WS-FIM-HOR     PIC X(01) VALUE 'N'.
       77  WS-FIM-PROF    PIC X(01) VALUE 'N'.
       77  WS-FIM-CAT     PIC X(01) VALUE 'N'.
       77  WS-FIM-DISC    PIC X(01) VALUE 'N'.
       77  WS-AULA-OK     PIC X(01) VALUE 'N'.
       77  WS-CONT-AULAS      PIC 9(05) VALUE ZEROS.
       77  WS-CONT-INVALIDAS  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CONF-PROF  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CONF-SALA  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-PROF   PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CONF-ALUNO PIC 9(05) VALUE ZEROS.
      *
      *    FAIXAS DE HORARIO DO TERMO - MESMA TABELA DO CADHORARIO.
       01  WS-FAIXAS-TAB.
            05  FILLER              PIC X(11) VALUE '07:30-09:10'.
            05  FILLER              PIC X(11) VALUE '09:20-11:00'.
            05  FILLER              PIC X(11) VALUE '13:30-15:10'.
            05  FILLER              PIC X(11) VALUE '15:20-17:00'.
            05  FILLER              PIC X(11) VALUE '19:00-20:40'.
            05  FILLER              PIC X(11) VALUE '20:50-22:30'.
       01  WS-FAIXAS-R REDEFINES WS-FAIXAS-TAB.
            05  WS-FAIXA-DESC       PIC X(11) OCCURS 6 TIMES.
       01  WS-DIAS-TAB.
            05  FILLER              PIC X(03) VALUE 'SEG'.
            05  FILLER              PIC X(03) VALUE 'TER'.
            05  FILLER              PIC X(03) VALUE 'QUA'.
            05  FILLER              PIC X(03) VALUE 'QUI'.
            05  FILLER              PIC X(03) VALUE 'SEX'.
            05  FILLER              PIC X(03) VALUE 'SAB'.
       01  WS-DIAS-R REDEFINES WS-DIAS-TAB.
            05  WS-DIA-DESC         PIC X(03) OCCURS 6 TIMES.
      *
       01  WS-CAT-TAB.
            05  WS-CAT-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-CAT-ITEM OCCURS 100 TIMES.
                10  WS-CAT-CODIGO   PIC X(04).
                10  WS-CAT-OFERTADA PIC X(01).
       77  WS-CAT-SUBS    PIC 9(03) VALUE ZEROS.
       77  WS-CAT-POS     PIC 9(03) VALUE ZEROS.
      *
       01  WS-PRF-TAB.
            05  WS-PRF-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-PRF-ITEM OCCURS 200 TIMES.
                10  WS-PRF-CODIGO   PIC X(04).
                10  WS-PRF-NOME     PIC X(30).
                10  WS-PRF-ATIVO    PIC X(01).
                10  WS-PRF-AULAS    PIC 9(03).
       77  WS-PRF-SUBS    PIC 9(03) VALUE ZEROS.
       77  WS-PRF-POS     PIC 9(03) VALUE ZEROS.
      *
      *    AULAS ATIVAS DO QUADRO, JA CONFERIDAS COM CATALOGO E
      *    CADASTRO DE PROFESSORES.
       01  WS-HOR-TAB.
            05  WS-HOR-QTDE         PIC 9(03) VALUE ZEROS.
            05  WS-HOR-ITEM OCCURS 500 TIMES.
                10  WS-HOR-DISC     PIC X(04).
                10  WS-HOR-DIA      PIC 9(01).
                10  WS-HOR-FAIXA    PIC 9(01).
                10  WS-HOR-PROF     PIC X(04).
                10  WS-HOR-SALA     PIC X(05).
       77  WS-HOR-SUBS    PIC 9(03) VALUE ZEROS.
       77  WS-HOR-PAR     PIC 9(03) VALUE ZEROS.
       77  WS-HOR-INICIO  PIC 9(03) VALUE ZEROS.
      *
       01  WS-SALA-TAB.
            05  WS-SALA-QTDE        PIC 9(03) VALUE ZEROS.
            05  WS-SALA-ITEM OCCURS 200 TIMES.
                10  WS-SALA-CODIGO  PIC X(05).
       77  WS-SALA-SUBS   PIC 9(03) VALUE ZEROS.
       77  WS-SALA-POS    PIC 9(03) VALUE ZEROS.
      *
      *    HORARIOS JA OCUPADOS POR ALUNO, MONTADOS A PARTIR DO
      *    NOTASDISC.DAT E DO QUADRO DE AULAS.
       01  WS-OCP-TAB.
            05  WS-OCP-QTDE         PIC 9(05) VALUE ZEROS.
            05  WS-OCP-ITEM OCCURS 5000 TIMES.
                10  WS-OCP-MATRIC   PIC 9(06).
                10  WS-OCP-DIA      PIC 9(01).
                10  WS-OCP-FAIXA    PIC 9(01).
                10  WS-OCP-DISC     PIC X(04).
       77  WS-OCP-SUBS    PIC 9(05) VALUE ZEROS.
       77  WS-OCP-POS     PIC 9(05) VALUE ZEROS.
      *
      *    GRADE SEMANAL: SEIS FAIXAS (LINHAS) POR SEIS DIAS (COLUNAS).
      *    O ASTERISCO NA CELULA MARCA DUAS AULAS NO MESMO HORARIO.
       01  WS-GRADE.
            05  WS-GRADE-LINHA OCCURS 6 TIMES.
                10  WS-GRADE-CEL OCCURS 6 TIMES.
                    15  WS-CEL-TEXTO    PIC X(10).
                    15  WS-CEL-MARCA    PIC X(01).
                    15  FILLER          PIC X(01).
       77  WS-GRD-DIA     PIC 9(01) VALUE ZEROS.
       77  WS-GRD-FAIXA   PIC 9(01) VALUE ZEROS.
       77  WS-CEL-ATUAL   PIC X(10) VALUE SPACES.
      *
       01  WS-CEL-PROF.
            05  WS-CP-DISC          PIC X(04).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-CP-SALA          PIC X(05).
       01  WS-CEL-SALA.
            05  WS-CS-DISC          PIC X(04).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-CS-PROF          PIC X(04).
            05  FILLER              PIC X(01) VALUE SPACE.
      *
       01  WS-LINHA-CONF.
            05  WS-F-TIPO           PIC X(10).
            05  WS-F-CHAVE          PIC X(07).
            05  WS-F-TEXTO          PIC X(20).
            05  FILLER              PIC X(03) VALUE ' - '.
            05  WS-F-DIA            PIC X(03).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-F-FAIXA          PIC X(11).
            05  FILLER              PIC X(02) VALUE ': '.
            05  WS-F-DISC-1         PIC X(04).
            05  FILLER              PIC X(03) VALUE ' E '.
            05  WS-F-DISC-2         PIC X(04).
            05  FILLER              PIC X(12) VALUE SPACES.
      *
       01  WS-LINHA-AULA.
            05  FILLER              PIC X(05) VALUE 'AULA '.
            05  WS-A-DISC           PIC X(04).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-A-DIA            PIC X(03).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-A-FAIXA          PIC X(11).
            05  FILLER              PIC X(03) VALUE ' - '.
            05  WS-A-MOTIVO         PIC X(52).
      *
       01  WS-LINHA-SEM-PROF.
            05  FILLER              PIC X(11) VALUE 'DISCIPLINA '.
            05  WS-S-DISC           PIC X(04).
            05  FILLER              PIC X(65) VALUE
                ' OFERTADA SEM PROFESSOR NO QUADRO DE HORARIOS'.
      *
       01  WS-CAB-PROF.
            05  FILLER              PIC X(10) VALUE 'PROFESSOR '.
            05  WS-G-PROF           PIC X(04).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-G-NOME           PIC X(30).
            05  FILLER              PIC X(35) VALUE SPACES.
       01  WS-CAB-SALA.
            05  FILLER              PIC X(05) VALUE 'SALA '.
            05  WS-G-SALA           PIC X(05).
            05  FILLER              PIC X(70) VALUE SPACES.
       01  WS-CAB-DIAS.
            05  FILLER              PIC X(06) VALUE 'HORA'.
            05  FILLER              PIC X(12) VALUE 'SEG'.
            05  FILLER              PIC X(12) VALUE 'TER'.
            05  FILLER              PIC X(12) VALUE 'QUA'.
            05  FILLER              PIC X(12) VALUE 'QUI'.
            05  FILLER              PIC X(12) VALUE 'SEX'.
            05  FILLER              PIC X(14) VALUE 'SAB'.
       01  WS-LINHA-GRADE.
            05  WS-G-HORA           PIC X(05).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-G-CELULAS        PIC X(72).
            05  FILLER              PIC X(02) VALUE SPACES.
      *
      *    CONFERENCIA DO QUADRO DE HORARIOS DO TERMO (CADHORARIO):
      *    AULA COM DISCIPLINA FORA DO CATALOGO OU PROFESSOR NAO
      *    CADASTRADO/INATIVO, PROFESSOR OU SALA COM DUAS AULAS NO
      *    MESMO DIA E FAIXA, DISCIPLINA OFERTADA SEM AULA NO QUADRO
      *    E ALUNO DO NOTASDISC.DAT EM DUAS DISCIPLINAS NO MESMO
      *    HORARIO. DEPOIS DAS OCORRENCIAS SAEM AS GRADES SEMANAIS
      *    POR PROFESSOR E POR SALA, TUDO NO RELHORARIO.DAT.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-CATALOGO.
           PERFORM CARREGA-PROFESSORES.
           PERFORM ABRE-ARQ.
           PERFORM CARREGA-HORARIO.
           PERFORM CONFERE-CONFLITOS
               VARYING WS-HOR-SUBS FROM 1 BY 1
               UNTIL WS-HOR-SUBS > WS-HOR-QTDE.
           PERFORM CONFERE-OFERTA
               VARYING WS-CAT-SUBS FROM 1 BY 1
               UNTIL WS-CAT-SUBS > WS-CAT-QTDE.
           PERFORM CONFERE-ALUNOS.
           PERFORM IMPRIME-GRADES.
           PERFORM FINALIZA.
           STOP RUN.
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
                       MOVE CO-DISC-CAT  TO WS-CAT-CODIGO(WS-CAT-QTDE)
                       MOVE OFERTADA-CAT
                           TO WS-CAT-OFERTADA(WS-CAT-QTDE)
                   END-IF
           END-READ.
      *
       CARREGA-PROFESSORES.
           OPEN INPUT ARQPROF.
           IF ST-PROF NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-PROF
           END-IF.
           PERFORM GUARDA-PROFESSOR UNTIL WS-FIM-PROF = 'S'.
           IF ST-PROF = '00' OR ST-PROF = '10'
               CLOSE ARQPROF
           END-IF.
      *
       GUARDA-PROFESSOR.
           READ ARQPROF
               AT END
                   MOVE 'S' TO WS-FIM-PROF
               NOT AT END
                   IF WS-PRF-QTDE < 200
                       ADD 1 TO WS-PRF-QTDE
                       MOVE CO-PROF    TO WS-PRF-CODIGO(WS-PRF-QTDE)
                       MOVE NOME-PROF  TO WS-PRF-NOME(WS-PRF-QTDE)
                       MOVE ATIVO-PROF TO WS-PRF-ATIVO(WS-PRF-QTDE)
                       MOVE ZEROS      TO WS-PRF-AULAS(WS-PRF-QTDE)
                   END-IF
           END-READ.
      *
       ABRE-ARQ.
           OPEN INPUT ARQHOR.
           IF ST-HOR NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - HORARIO ' ST-HOR
               STOP RUN.
           OPEN OUTPUT RELHOR.
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - RELHORARIO ' ST-REL
               STOP RUN.
           MOVE '===== CONFERENCIA DO QUADRO DE HORARIOS =====' TO
               REG-REL.
           WRITE REG-REL.
      *
       CARREGA-HORARIO.
           PERFORM GUARDA-AULA UNTIL WS-FIM-HOR = 'S'.
           CLOSE ARQHOR.
      *
       GUARDA-AULA.
           READ ARQHOR
               AT END
                   MOVE 'S' TO WS-FIM-HOR
               NOT AT END
                   IF ATIVO-HOR = 'S'
                       ADD 1 TO WS-CONT-AULAS
                       PERFORM CONFERE-AULA
                   END-IF
           END-READ.
      *
       CONFERE-AULA.
           MOVE 'S' TO WS-AULA-OK.
           MOVE SPACES TO WS-A-MOTIVO.
           MOVE CO-DISC-HOR TO WS-A-DISC.
           MOVE WS-DIA-DESC(DIA-SEM-HOR - 1) TO WS-A-DIA.
           MOVE WS-FAIXA-DESC(FAIXA-HOR) TO WS-A-FAIXA.
           MOVE ZEROS TO WS-CAT-POS.
           PERFORM BUSCA-CATALOGO
               VARYING WS-CAT-SUBS FROM 1 BY 1
               UNTIL WS-CAT-SUBS > WS-CAT-QTDE
                  OR WS-CAT-POS NOT = ZEROS.
           MOVE ZEROS TO WS-PRF-POS.
           PERFORM BUSCA-PROFESSOR
               VARYING WS-PRF-SUBS FROM 1 BY 1
               UNTIL WS-PRF-SUBS > WS-PRF-QTDE
                  OR WS-PRF-POS NOT = ZEROS.
           IF WS-CAT-POS = ZEROS
               MOVE 'DISCIPLINA FORA DO CATALOGO' TO WS-A-MOTIVO
           ELSE
               IF WS-PRF-POS = ZEROS
                   MOVE 'PROFESSOR NAO CADASTRADO' TO WS-A-MOTIVO
                   MOVE CO-PROF-HOR TO WS-A-MOTIVO(26:4)
               ELSE
                   IF WS-PRF-ATIVO(WS-PRF-POS) NOT = 'S'
                       MOVE 'PROFESSOR INATIVO' TO WS-A-MOTIVO
                       MOVE CO-PROF-HOR TO WS-A-MOTIVO(19:4)
                   END-IF
               END-IF
           END-IF.
           IF WS-A-MOTIVO NOT = SPACES
               MOVE WS-LINHA-AULA TO REG-REL
               WRITE REG-REL
               ADD 1 TO WS-CONT-INVALIDAS
               IF WS-CAT-POS = ZEROS
                   MOVE 'N' TO WS-AULA-OK
               END-IF
           END-IF.
           IF WS-AULA-OK = 'S' AND WS-HOR-QTDE < 500
               ADD 1 TO WS-HOR-QTDE
               MOVE CO-DISC-HOR TO WS-HOR-DISC(WS-HOR-QTDE)
               MOVE DIA-SEM-HOR TO WS-HOR-DIA(WS-HOR-QTDE)
               MOVE FAIXA-HOR   TO WS-HOR-FAIXA(WS-HOR-QTDE)
               MOVE CO-PROF-HOR TO WS-HOR-PROF(WS-HOR-QTDE)
               MOVE SALA-HOR    TO WS-HOR-SALA(WS-HOR-QTDE)
               PERFORM GUARDA-SALA
           END-IF.
      *
       BUSCA-CATALOGO.
           IF WS-CAT-CODIGO(WS-CAT-SUBS) = CO-DISC-HOR
               MOVE WS-CAT-SUBS TO WS-CAT-POS.
      *
       BUSCA-PROFESSOR.
           IF WS-PRF-CODIGO(WS-PRF-SUBS) = CO-PROF-HOR
               MOVE WS-PRF-SUBS TO WS-PRF-POS.
      *
       GUARDA-SALA.
           MOVE ZEROS TO WS-SALA-POS.
           PERFORM BUSCA-SALA
               VARYING WS-SALA-SUBS FROM 1 BY 1
               UNTIL WS-SALA-SUBS > WS-SALA-QTDE
                  OR WS-SALA-POS NOT = ZEROS.
           IF WS-SALA-POS = ZEROS AND WS-SALA-QTDE < 200
               ADD 1 TO WS-SALA-QTDE
               MOVE SALA-HOR TO WS-SALA-CODIGO(WS-SALA-QTDE)
           END-IF.
      *
       BUSCA-SALA.
           IF WS-SALA-CODIGO(WS-SALA-SUBS) = SALA-HOR
               MOVE WS-SALA-SUBS TO WS-SALA-POS.
      *
      *    CADA AULA CONTRA AS SEGUINTES DO QUADRO - CADA PAR SAI UMA
      *    VEZ SO.
       CONFERE-CONFLITOS.
           COMPUTE WS-HOR-INICIO = WS-HOR-SUBS + 1.
           PERFORM CONFERE-PAR
               VARYING WS-HOR-PAR FROM WS-HOR-INICIO BY 1
               UNTIL WS-HOR-PAR > WS-HOR-QTDE.
      *
       CONFERE-PAR.
           IF WS-HOR-DIA(WS-HOR-PAR) = WS-HOR-DIA(WS-HOR-SUBS)
              AND WS-HOR-FAIXA(WS-HOR-PAR) = WS-HOR-FAIXA(WS-HOR-SUBS)
               IF WS-HOR-PROF(WS-HOR-PAR) = WS-HOR-PROF(WS-HOR-SUBS)
                   MOVE 'PROFESSOR '           TO WS-F-TIPO
                   MOVE WS-HOR-PROF(WS-HOR-SUBS) TO WS-F-CHAVE
                   MOVE 'EM DUAS AULAS'        TO WS-F-TEXTO
                   PERFORM IMPRIME-CONFLITO
                   ADD 1 TO WS-CONT-CONF-PROF
               END-IF
               IF WS-HOR-SALA(WS-HOR-PAR) = WS-HOR-SALA(WS-HOR-SUBS)
                   MOVE 'SALA '                TO WS-F-TIPO
                   MOVE WS-HOR-SALA(WS-HOR-SUBS) TO WS-F-CHAVE
                   MOVE 'COM DUAS AULAS'       TO WS-F-TEXTO
                   PERFORM IMPRIME-CONFLITO
                   ADD 1 TO WS-CONT-CONF-SALA
               END-IF
           END-IF.
      *
       IMPRIME-CONFLITO.
           MOVE WS-DIA-DESC(WS-HOR-DIA(WS-HOR-SUBS) - 1) TO WS-F-DIA.
           MOVE WS-FAIXA-DESC(WS-HOR-FAIXA(WS-HOR-SUBS))  TO WS-F-FAIXA.
           MOVE WS-HOR-DISC(WS-HOR-SUBS) TO WS-F-DISC-1.
           MOVE WS-HOR-DISC(WS-HOR-PAR)  TO WS-F-DISC-2.
           MOVE WS-LINHA-CONF TO REG-REL.
           WRITE REG-REL.
      *
       CONFERE-OFERTA.
           IF WS-CAT-OFERTADA(WS-CAT-SUBS) = 'S'
               MOVE ZEROS TO WS-HOR-PAR
               PERFORM BUSCA-AULA-DISC
                   VARYING WS-HOR-SUBS FROM 1 BY 1
                   UNTIL WS-HOR-SUBS > WS-HOR-QTDE
                      OR WS-HOR-PAR NOT = ZEROS
               IF WS-HOR-PAR = ZEROS
                   MOVE WS-CAT-CODIGO(WS-CAT-SUBS) TO WS-S-DISC
                   MOVE WS-LINHA-SEM-PROF TO REG-REL
                   WRITE REG-REL
                   ADD 1 TO WS-CONT-SEM-PROF
               END-IF
           END-IF.
      *
      *    SO VALE AULA COM PROFESSOR ATIVO.
       BUSCA-AULA-DISC.
           IF WS-HOR-DISC(WS-HOR-SUBS) = WS-CAT-CODIGO(WS-CAT-SUBS)
               MOVE ZEROS TO WS-PRF-POS
               PERFORM BUSCA-PROF-AULA
                   VARYING WS-PRF-SUBS FROM 1 BY 1
                   UNTIL WS-PRF-SUBS > WS-PRF-QTDE
                      OR WS-PRF-POS NOT = ZEROS
               IF WS-PRF-POS NOT = ZEROS
                   IF WS-PRF-ATIVO(WS-PRF-POS) = 'S'
                       MOVE WS-HOR-SUBS TO WS-HOR-PAR
                   END-IF
               END-IF
           END-IF.
      *
       BUSCA-PROF-AULA.
           IF WS-PRF-CODIGO(WS-PRF-SUBS) = WS-HOR-PROF(WS-HOR-SUBS)
               MOVE WS-PRF-SUBS TO WS-PRF-POS.
      *
      *    CADA MATRICULA EM DISCIPLINA OCUPA OS HORARIOS DAS AULAS
      *    DELA; HORARIO JA OCUPADO POR OUTRA DISCIPLINA DO MESMO
      *    ALUNO E' CONFLITO.
       CONFERE-ALUNOS.
           OPEN INPUT ARQDISC.
           IF ST-DISC NOT EQUAL '00'
               MOVE 'S' TO WS-FIM-DISC
           END-IF.
           PERFORM LER-MATRICULA UNTIL WS-FIM-DISC = 'S'.
           IF ST-DISC = '00' OR ST-DISC = '10'
               CLOSE ARQDISC
           END-IF.
      *
       LER-MATRICULA.
           READ ARQDISC
               AT END
                   MOVE 'S' TO WS-FIM-DISC
               NOT AT END
                   PERFORM OCUPA-HORARIO
                       VARYING WS-HOR-SUBS FROM 1 BY 1
                       UNTIL WS-HOR-SUBS > WS-HOR-QTDE
           END-READ.
      *
       OCUPA-HORARIO.
           IF WS-HOR-DISC(WS-HOR-SUBS) = CO-DISC
               MOVE ZEROS TO WS-OCP-POS
               PERFORM BUSCA-OCUPACAO
                   VARYING WS-OCP-SUBS FROM 1 BY 1
                   UNTIL WS-OCP-SUBS > WS-OCP-QTDE
                      OR WS-OCP-POS NOT = ZEROS
               IF WS-OCP-POS NOT = ZEROS
                   MOVE 'ALUNO '              TO WS-F-TIPO
                   MOVE MATRIC-DISC           TO WS-F-CHAVE
                   MOVE 'EM DUAS DISCIPLINAS' TO WS-F-TEXTO
                   MOVE WS-DIA-DESC(WS-HOR-DIA(WS-HOR-SUBS) - 1)
                       TO WS-F-DIA
                   MOVE WS-FAIXA-DESC(WS-HOR-FAIXA(WS-HOR-SUBS))
                       TO WS-F-FAIXA
                   MOVE WS-OCP-DISC(WS-OCP-POS) TO WS-F-DISC-1
                   MOVE CO-DISC               TO WS-F-DISC-2
                   MOVE WS-LINHA-CONF TO REG-REL
                   WRITE REG-REL
                   ADD 1 TO WS-CONT-CONF-ALUNO
               ELSE
                   IF WS-OCP-QTDE < 5000
                       ADD 1 TO WS-OCP-QTDE
                       MOVE MATRIC-DISC TO WS-OCP-MATRIC(WS-OCP-QTDE)
                       MOVE WS-HOR-DIA(WS-HOR-SUBS)
                           TO WS-OCP-DIA(WS-OCP-QTDE)
                       MOVE WS-HOR-FAIXA(WS-HOR-SUBS)
                           TO WS-OCP-FAIXA(WS-OCP-QTDE)
                       MOVE CO-DISC TO WS-OCP-DISC(WS-OCP-QTDE)
                   END-IF
               END-IF
           END-IF.
      *
       BUSCA-OCUPACAO.
           IF WS-OCP-MATRIC(WS-OCP-SUBS) = MATRIC-DISC
              AND WS-OCP-DIA(WS-OCP-SUBS) = WS-HOR-DIA(WS-HOR-SUBS)
              AND WS-OCP-FAIXA(WS-OCP-SUBS) = WS-HOR-FAIXA(WS-HOR-SUBS)
              AND WS-OCP-DISC(WS-OCP-SUBS) NOT = CO-DISC
               MOVE WS-OCP-SUBS TO WS-OCP-POS.
      *
       IMPRIME-GRADES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE '===== GRADE SEMANAL POR PROFESSOR =====' TO REG-REL.
           WRITE REG-REL.
           PERFORM GRADE-PROFESSOR
               VARYING WS-PRF-SUBS FROM 1 BY 1
               UNTIL WS-PRF-SUBS > WS-PRF-QTDE.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE '===== GRADE SEMANAL POR SALA =====' TO REG-REL.
           WRITE REG-REL.
           PERFORM GRADE-SALA
               VARYING WS-SALA-SUBS FROM 1 BY 1
               UNTIL WS-SALA-SUBS > WS-SALA-QTDE.
      *
       GRADE-PROFESSOR.
           MOVE SPACES TO WS-GRADE.
           MOVE ZEROS TO WS-PRF-AULAS(WS-PRF-SUBS).
           PERFORM MARCA-AULA-PROF
               VARYING WS-HOR-SUBS FROM 1 BY 1
               UNTIL WS-HOR-SUBS > WS-HOR-QTDE.
           IF WS-PRF-AULAS(WS-PRF-SUBS) > ZEROS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE WS-PRF-CODIGO(WS-PRF-SUBS) TO WS-G-PROF
               MOVE WS-PRF-NOME(WS-PRF-SUBS)   TO WS-G-NOME
               MOVE WS-CAB-PROF TO REG-REL
               WRITE REG-REL
               PERFORM IMPRIME-GRADE
           END-IF.
      *
       MARCA-AULA-PROF.
           IF WS-HOR-PROF(WS-HOR-SUBS) = WS-PRF-CODIGO(WS-PRF-SUBS)
               ADD 1 TO WS-PRF-AULAS(WS-PRF-SUBS)
               MOVE WS-HOR-DISC(WS-HOR-SUBS) TO WS-CP-DISC
               MOVE WS-HOR-SALA(WS-HOR-SUBS) TO WS-CP-SALA
               MOVE WS-CEL-PROF TO WS-CEL-ATUAL
               PERFORM MARCA-CELULA
           END-IF.
      *
       GRADE-SALA.
           MOVE SPACES TO WS-GRADE.
           PERFORM MARCA-AULA-SALA
               VARYING WS-HOR-SUBS FROM 1 BY 1
               UNTIL WS-HOR-SUBS > WS-HOR-QTDE.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-SALA-CODIGO(WS-SALA-SUBS) TO WS-G-SALA.
           MOVE WS-CAB-SALA TO REG-REL.
           WRITE REG-REL.
           PERFORM IMPRIME-GRADE.
      *
       MARCA-AULA-SALA.
           IF WS-HOR-SALA(WS-HOR-SUBS) = WS-SALA-CODIGO(WS-SALA-SUBS)
               MOVE WS-HOR-DISC(WS-HOR-SUBS) TO WS-CS-DISC
               MOVE WS-HOR-PROF(WS-HOR-SUBS) TO WS-CS-PROF
               MOVE WS-CEL-SALA TO WS-CEL-ATUAL
               PERFORM MARCA-CELULA
           END-IF.
      *
      *    SE A CELULA JA ESTA OCUPADA, FICA A PRIMEIRA AULA E A
      *    MARCA DE CONFLITO.
       MARCA-CELULA.
           COMPUTE WS-GRD-DIA = WS-HOR-DIA(WS-HOR-SUBS) - 1.
           MOVE WS-HOR-FAIXA(WS-HOR-SUBS) TO WS-GRD-FAIXA.
           IF WS-CEL-TEXTO(WS-GRD-FAIXA, WS-GRD-DIA) = SPACES
               MOVE WS-CEL-ATUAL
                   TO WS-CEL-TEXTO(WS-GRD-FAIXA, WS-GRD-DIA)
           ELSE
               MOVE '*' TO WS-CEL-MARCA(WS-GRD-FAIXA, WS-GRD-DIA)
           END-IF.
      *
       IMPRIME-GRADE.
           MOVE WS-CAB-DIAS TO REG-REL.
           WRITE REG-REL.
           PERFORM IMPRIME-LINHA-GRADE
               VARYING WS-GRD-FAIXA FROM 1 BY 1
               UNTIL WS-GRD-FAIXA > 6.
      *
       IMPRIME-LINHA-GRADE.
           MOVE WS-FAIXA-DESC(WS-GRD-FAIXA)(1:5) TO WS-G-HORA.
           MOVE WS-GRADE-LINHA(WS-GRD-FAIXA) TO WS-G-CELULAS.
           MOVE WS-LINHA-GRADE TO REG-REL.
           WRITE REG-REL.
      *
       FINALIZA.
           CLOSE RELHOR.
           DISPLAY 'AULAS NO QUADRO           : ' WS-CONT-AULAS.
           DISPLAY 'AULAS COM CADASTRO INVALIDO: ' WS-CONT-INVALIDAS.
           DISPLAY 'CONFLITOS DE PROFESSOR    : ' WS-CONT-CONF-PROF.
           DISPLAY 'CONFLITOS DE SALA         : ' WS-CONT-CONF-SALA.
           DISPLAY 'OFERTADAS SEM PROFESSOR   : ' WS-CONT-SEM-PROF.
           DISPLAY 'CONFLITOS DE ALUNO        : ' WS-CONT-CONF-ALUNO.
