       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADHORARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROF ASSIGN TO "PROFESSOR.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-FS-PROF.
           SELECT ARQHOR ASSIGN TO "HORARIO.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-FS-HOR.
           SELECT ARQDISCAT ASSIGN TO "DISCIPLINA.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-FS-CAT.
       DATA DIVISION.
       FILE SECTION.
      *    CADASTRO DE PROFESSORES. O PROFESSOR DESATIVADO
      *    (ATIVO-PROF = 'N') NAO RECEBE NOVAS AULAS NO HORARIO.
       FD  ARQPROF.
       01  REG-PROF.
            05  CO-PROF             PIC  X(04).
            05  NOME-PROF           PIC  X(30).
            05  ATIVO-PROF          PIC  X(01).
      *    QUADRO DE HORARIOS DO TERMO - UMA AULA SEMANAL POR
      *    REGISTRO: DISCIPLINA, DIA DA SEMANA (2-SEG A 7-SAB) E
      *    FAIXA DE HORARIO (1 A 6), COM O PROFESSOR E A SALA. O
      *    REGISTRO DESATIVADO (ATIVO-HOR = 'N') FICA SO DE HISTORICO.
       FD  ARQHOR.
       01  REG-HOR.
            05  CO-DISC-HOR         PIC  X(04).
            05  DIA-SEM-HOR         PIC  9(01).
            05  FAIXA-HOR           PIC  9(01).
            05  CO-PROF-HOR         PIC  X(04).
            05  SALA-HOR            PIC  X(05).
            05  ATIVO-HOR           PIC  X(01).
       FD  ARQDISCAT.
       01  REG-DISCAT.
            05  CO-DISC-CAT         PIC  X(04).
            05  NOME-DISC-CAT       PIC  X(30).
            05  CARGA-DISC-CAT      PIC  9(03).
            05  OFERTADA-CAT        PIC  X(01).
            05  CAPACIDADE-CAT      PIC  9(03).
            05  OBRIGATORIA-CAT     PIC  X(01).
       WORKING-STORAGE SECTION.
       01 WS-OPCAO          PIC X(01).
       01 WS-CO-PROF        PIC X(04) VALUE SPACES.
       01 WS-NOME-PROF      PIC X(30) VALUE SPACES.
       01 WS-ATIVO-PROF     PIC X(01) VALUE SPACES.
       01 WS-CO-DISC        PIC X(04) VALUE SPACES.
       01 WS-DIA-SEM        PIC 9(01) VALUE ZEROS.
       01 WS-FAIXA          PIC 9(01) VALUE ZEROS.
       01 WS-SALA           PIC X(05) VALUE SPACES.
       01 WS-ATIVO-HOR      PIC X(01) VALUE SPACES.
       01 WS-FS-PROF        PIC X(02) VALUE ZEROS.
       01 WS-FS-HOR         PIC X(02) VALUE ZEROS.
       01 WS-FS-CAT         PIC X(02) VALUE ZEROS.
       01 WS-FIM            PIC X(01) VALUE 'N'.
       01 WS-ACHOU          PIC X(01) VALUE 'N'.
       01 WS-CONT-PROF      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-AULAS     PIC 9(05) VALUE ZEROS.
      *    FAIXAS DE HORARIO DO TERMO - MESMA TABELA DO VALIDA-HORARIO.
       01 WS-FAIXAS-TAB.
           05 FILLER        PIC X(11) VALUE '07:30-09:10'.
           05 FILLER        PIC X(11) VALUE '09:20-11:00'.
           05 FILLER        PIC X(11) VALUE '13:30-15:10'.
           05 FILLER        PIC X(11) VALUE '15:20-17:00'.
           05 FILLER        PIC X(11) VALUE '19:00-20:40'.
           05 FILLER        PIC X(11) VALUE '20:50-22:30'.
       01 WS-FAIXAS-R REDEFINES WS-FAIXAS-TAB.
           05 WS-FAIXA-DESC PIC X(11) OCCURS 6 TIMES.
       01 WS-DIAS-TAB.
           05 FILLER        PIC X(03) VALUE 'SEG'.
           05 FILLER        PIC X(03) VALUE 'TER'.
           05 FILLER        PIC X(03) VALUE 'QUA'.
           05 FILLER        PIC X(03) VALUE 'QUI'.
           05 FILLER        PIC X(03) VALUE 'SEX'.
           05 FILLER        PIC X(03) VALUE 'SAB'.
       01 WS-DIAS-R REDEFINES WS-DIAS-TAB.
           05 WS-DIA-DESC   PIC X(03) OCCURS 6 TIMES.
       01 WS-DIA-SUBS       PIC 9(01) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'P' PERFORM MANTEM-PROFESSOR
               WHEN 'H' PERFORM MANTEM-HORARIO
               WHEN 'C' PERFORM CONSULTA-HORARIO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - USE P, H OU C'
           END-EVALUATE.
           STOP RUN.
       ENTRA-OPCAO.
           DISPLAY 'OPERACAO (P-PROFESSOR / H-HORARIO DE AULA / '
               'C-CONSULTAR): '.
           ACCEPT WS-OPCAO.
       MANTEM-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR (4 POSICOES): '.
           ACCEPT WS-CO-PROF.
           IF WS-CO-PROF = SPACES
               DISPLAY 'CODIGO INVALIDO'
               STOP RUN.
           DISPLAY 'NOME DO PROFESSOR: '.
           ACCEPT WS-NOME-PROF.
           DISPLAY 'ATIVO (S/N): '.
           ACCEPT WS-ATIVO-PROF.
           IF WS-ATIVO-PROF NOT = 'S' AND WS-ATIVO-PROF NOT = 'N'
               DISPLAY 'INFORME S OU N'
               STOP RUN.
           PERFORM LOCALIZA-PROFESSOR-IO.
           IF WS-ACHOU = 'S'
               IF WS-NOME-PROF NOT = SPACES
                   MOVE WS-NOME-PROF TO NOME-PROF
               END-IF
               MOVE WS-ATIVO-PROF TO ATIVO-PROF
               REWRITE REG-PROF
               CLOSE ARQPROF
               DISPLAY 'PROFESSOR ATUALIZADO'
           ELSE
               IF WS-NOME-PROF = SPACES
                   DISPLAY 'NOME DO PROFESSOR OBRIGATORIO'
                   STOP RUN
               END-IF
               OPEN EXTEND ARQPROF
               IF WS-FS-PROF NOT EQUAL '00'
                   OPEN OUTPUT ARQPROF
               END-IF
               IF WS-FS-PROF NOT EQUAL '00'
                   DISPLAY 'ERRO DE ABERTURA - PROFESSOR ' WS-FS-PROF
                   STOP RUN
               END-IF
               MOVE WS-CO-PROF    TO CO-PROF
               MOVE WS-NOME-PROF  TO NOME-PROF
               MOVE WS-ATIVO-PROF TO ATIVO-PROF
               WRITE REG-PROF
               CLOSE ARQPROF
               DISPLAY 'PROFESSOR INCLUIDO'
           END-IF.
       LOCALIZA-PROFESSOR-IO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQPROF.
           IF WS-FS-PROF NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-PROFESSOR
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF (WS-FS-PROF = '00' OR WS-FS-PROF = '10')
              AND WS-ACHOU = 'N'
               CLOSE ARQPROF
           END-IF.
       BUSCA-PROFESSOR.
           READ ARQPROF
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CO-PROF = WS-CO-PROF
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
      *    A AULA E' IDENTIFICADA POR DISCIPLINA, DIA E FAIXA; SE JA
      *    EXISTE, TROCA PROFESSOR E SALA. CONFLITO DE PROFESSOR, SALA
      *    OU ALUNO NO MESMO HORARIO SAI NO VALIDA-HORARIO.
       MANTEM-HORARIO.
           DISPLAY 'DISCIPLINA (4 POSICOES): '.
           ACCEPT WS-CO-DISC.
           DISPLAY 'DIA DA SEMANA (2-SEG 3-TER 4-QUA 5-QUI 6-SEX '
               '7-SAB): '.
           ACCEPT WS-DIA-SEM.
           IF WS-DIA-SEM < 2 OR WS-DIA-SEM > 7
               DISPLAY 'DIA DA SEMANA INVALIDO'
               STOP RUN.
           DISPLAY 'FAIXA DE HORARIO:'.
           DISPLAY '  1 ' WS-FAIXA-DESC(1) '   2 ' WS-FAIXA-DESC(2)
               '   3 ' WS-FAIXA-DESC(3).
           DISPLAY '  4 ' WS-FAIXA-DESC(4) '   5 ' WS-FAIXA-DESC(5)
               '   6 ' WS-FAIXA-DESC(6).
           ACCEPT WS-FAIXA.
           IF WS-FAIXA < 1 OR WS-FAIXA > 6
               DISPLAY 'FAIXA DE HORARIO INVALIDA'
               STOP RUN.
           DISPLAY 'ATIVO (S-INCLUIR OU ALTERAR / N-RETIRAR): '.
           ACCEPT WS-ATIVO-HOR.
           IF WS-ATIVO-HOR NOT = 'S' AND WS-ATIVO-HOR NOT = 'N'
               DISPLAY 'INFORME S OU N'
               STOP RUN.
           IF WS-ATIVO-HOR = 'S'
               PERFORM ENTRA-PROFESSOR-SALA
           END-IF.
           PERFORM LOCALIZA-DISCIPLINA.
           IF WS-ACHOU = 'N'
               DISPLAY 'DISCIPLINA ' WS-CO-DISC ' NAO CATALOGADA'
               STOP RUN.
           PERFORM LOCALIZA-HORARIO-IO.
           IF WS-ACHOU = 'S'
               IF WS-ATIVO-HOR = 'S'
                   MOVE WS-CO-PROF TO CO-PROF-HOR
                   MOVE WS-SALA    TO SALA-HOR
               END-IF
               MOVE WS-ATIVO-HOR TO ATIVO-HOR
               REWRITE REG-HOR
               CLOSE ARQHOR
               DISPLAY 'AULA ATUALIZADA NO HORARIO'
           ELSE
               IF WS-ATIVO-HOR = 'N'
                   DISPLAY 'AULA NAO CADASTRADA'
                   STOP RUN
               END-IF
               OPEN EXTEND ARQHOR
               IF WS-FS-HOR NOT EQUAL '00'
                   OPEN OUTPUT ARQHOR
               END-IF
               IF WS-FS-HOR NOT EQUAL '00'
                   DISPLAY 'ERRO DE ABERTURA - HORARIO ' WS-FS-HOR
                   STOP RUN
               END-IF
               MOVE WS-CO-DISC   TO CO-DISC-HOR
               MOVE WS-DIA-SEM   TO DIA-SEM-HOR
               MOVE WS-FAIXA     TO FAIXA-HOR
               MOVE WS-CO-PROF   TO CO-PROF-HOR
               MOVE WS-SALA      TO SALA-HOR
               MOVE WS-ATIVO-HOR TO ATIVO-HOR
               WRITE REG-HOR
               CLOSE ARQHOR
               DISPLAY 'AULA INCLUIDA NO HORARIO'
           END-IF.
       ENTRA-PROFESSOR-SALA.
           DISPLAY 'PROFESSOR (4 POSICOES): '.
           ACCEPT WS-CO-PROF.
           DISPLAY 'SALA (5 POSICOES): '.
           ACCEPT WS-SALA.
           IF WS-SALA = SPACES
               DISPLAY 'SALA OBRIGATORIA'
               STOP RUN.
           PERFORM LOCALIZA-PROFESSOR-IO.
           IF WS-ACHOU = 'N'
               DISPLAY 'PROFESSOR ' WS-CO-PROF ' NAO CADASTRADO'
               STOP RUN.
           IF ATIVO-PROF NOT = 'S'
               CLOSE ARQPROF
               DISPLAY 'PROFESSOR ' WS-CO-PROF ' INATIVO'
               STOP RUN.
           CLOSE ARQPROF.
       LOCALIZA-DISCIPLINA.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQDISCAT.
           IF WS-FS-CAT NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-DISCIPLINA
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF WS-FS-CAT = '00' OR WS-FS-CAT = '10'
               CLOSE ARQDISCAT
           END-IF.
       BUSCA-DISCIPLINA.
           READ ARQDISCAT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CO-DISC-CAT = WS-CO-DISC
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
       LOCALIZA-HORARIO-IO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQHOR.
           IF WS-FS-HOR NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-HORARIO
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF (WS-FS-HOR = '00' OR WS-FS-HOR = '10')
              AND WS-ACHOU = 'N'
               CLOSE ARQHOR
           END-IF.
       BUSCA-HORARIO.
           READ ARQHOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CO-DISC-HOR = WS-CO-DISC
                      AND DIA-SEM-HOR = WS-DIA-SEM
                      AND FAIXA-HOR = WS-FAIXA
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
       CONSULTA-HORARIO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQPROF.
           IF WS-FS-PROF NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           DISPLAY '===== PROFESSORES ====='.
           PERFORM LISTA-PROFESSOR UNTIL WS-FIM = 'S'.
           IF WS-FS-PROF = '00' OR WS-FS-PROF = '10'
               CLOSE ARQPROF
           END-IF.
           DISPLAY 'PROFESSORES ATIVOS: ' WS-CONT-PROF.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQHOR.
           IF WS-FS-HOR NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           DISPLAY '===== QUADRO DE HORARIOS ====='.
           PERFORM LISTA-HORARIO UNTIL WS-FIM = 'S'.
           IF WS-FS-HOR = '00' OR WS-FS-HOR = '10'
               CLOSE ARQHOR
           END-IF.
           DISPLAY 'AULAS SEMANAIS: ' WS-CONT-AULAS.
       LISTA-PROFESSOR.
           READ ARQPROF
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ATIVO-PROF = 'S'
                       DISPLAY CO-PROF ' ' NOME-PROF
                       ADD 1 TO WS-CONT-PROF
                   END-IF
           END-READ.
       LISTA-HORARIO.
           READ ARQHOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ATIVO-HOR = 'S'
                       COMPUTE WS-DIA-SUBS = DIA-SEM-HOR - 1
                       DISPLAY CO-DISC-HOR ' ' WS-DIA-DESC(WS-DIA-SUBS)
                           ' ' WS-FAIXA-DESC(FAIXA-HOR)
                           ' PROFESSOR ' CO-PROF-HOR
                           ' SALA ' SALA-HOR
                       ADD 1 TO WS-CONT-AULAS
                   END-IF
           END-READ.
