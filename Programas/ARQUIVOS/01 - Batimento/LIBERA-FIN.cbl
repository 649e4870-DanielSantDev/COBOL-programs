       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA-FIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLIB ASSIGN TO "LIBFIN.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-LIB.
           SELECT ARQMEN ASSIGN TO "MENSALID.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-MEN.
           SELECT ARQCAD ASSIGN TO "CADASTR.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-ALU.
       DATA DIVISION.
       FILE SECTION.
      *    LIBERACAO DA TESOURARIA PARA A MATRICULA DE ALUNO COM
      *    MENSALIDADES EM ATRASO - ATIVO S/N, UM REGISTRO POR ALUNO.
       FD  ARQLIB.
       01  REG-LIB.
            05  MATRIC-LIB.
                10  CO-ANO-LIB      PIC  9(02).
                10  CO-NUMERO-LIB   PIC  9(03).
                10  CO-DIGITO-LIB   PIC  9(01).
            05  DATA-LIB            PIC  9(06).
            05  ATIVO-LIB           PIC  X(01).
      *
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
       WORKING-STORAGE SECTION.
       77  ST-LIB         PIC X(02) VALUE ZEROS.
       77  ST-MEN         PIC X(02) VALUE ZEROS.
       77  ST-ALU         PIC X(02) VALUE ZEROS.
       77  WS-OPCAO       PIC X(01) VALUE SPACES.
       77  WS-COMPETENCIA PIC 9(04) VALUE ZEROS.
       77  WS-DATA-HOJE   PIC 9(06) VALUE ZEROS.
       77  WS-ATIVO       PIC X(01) VALUE SPACES.
       77  WS-FIM         PIC X(01) VALUE 'N'.
       77  WS-ACHOU       PIC X(01) VALUE 'N'.
       77  WS-MATRIC-VALIDA PIC X(01) VALUE 'N'.
       01  WS-MATRIC      PIC 9(06) VALUE ZEROS.
       01  WS-MATRIC-R REDEFINES WS-MATRIC.
            05  WS-CO-ANO           PIC 9(02).
            05  WS-CO-NUMERO        PIC 9(03).
            05  WS-CO-DIGITO        PIC 9(01).
      *
      *    TESOURARIA DA ESCOLA: L = LIBERA A MATRICULA DO PROXIMO
      *    TERMO DE ALUNO BLOQUEADO POR MENSALIDADES EM ATRASO,
      *    C = CANCELA A LIBERACAO, Q = QUITA NA TESOURARIA UMA
      *    MENSALIDADE REJEITADA OU EM SUSPENSO NO BANCO. A
      *    LIBERACAO VALE DE IMEDIATO NO MATRICULA-TERMO; A QUITACAO
      *    ENTRA NO SALDO NA PROXIMA EXECUCAO DO CONCILIA-MENSAL.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'OPCAO (L-LIBERA, C-CANCELA LIBERACAO, Q-QUITA): '.
           ACCEPT WS-OPCAO.
           IF WS-OPCAO NOT = 'L' AND WS-OPCAO NOT = 'C'
              AND WS-OPCAO NOT = 'Q'
               DISPLAY 'OPCAO INVALIDA - USE L, C OU Q'
               STOP RUN.
           DISPLAY 'MATRICULA: '.
           ACCEPT WS-MATRIC.
           CALL "MATRICDIG" USING WS-CO-ANO WS-CO-NUMERO WS-CO-DIGITO
               WS-MATRIC-VALIDA.
           IF WS-MATRIC-VALIDA NOT = 'S'
               DISPLAY 'MATRICULA INVALIDA'
               STOP RUN.
           PERFORM LOCALIZA-ALUNO.
           IF WS-ACHOU = 'N'
               DISPLAY 'ALUNO NAO CADASTRADO'
               STOP RUN.
           ACCEPT WS-DATA-HOJE FROM DATE.
           IF WS-OPCAO = 'Q'
               PERFORM QUITA-MENSALIDADE
           ELSE
               IF WS-OPCAO = 'L'
                   MOVE 'S' TO WS-ATIVO
               ELSE
                   MOVE 'N' TO WS-ATIVO
               END-IF
               PERFORM GRAVA-LIBERACAO
           END-IF.
           STOP RUN.
      *
       LOCALIZA-ALUNO.
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
                   IF MATRIC = WS-MATRIC
                       MOVE 'S' TO WS-ACHOU
                       DISPLAY 'ALUNO: ' NOME
                   END-IF
           END-READ.
      *
       GRAVA-LIBERACAO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQLIB.
           IF ST-LIB NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-LIBERACAO UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'S'
               MOVE WS-DATA-HOJE TO DATA-LIB
               MOVE WS-ATIVO     TO ATIVO-LIB
               REWRITE REG-LIB
               CLOSE ARQLIB
           ELSE
               IF ST-LIB = '00' OR ST-LIB = '10'
                   CLOSE ARQLIB
               END-IF
               IF WS-ATIVO = 'N'
                   DISPLAY 'ALUNO SEM LIBERACAO NA TESOURARIA'
                   STOP RUN
               END-IF
               OPEN EXTEND ARQLIB
               IF ST-LIB NOT EQUAL '00'
                   OPEN OUTPUT ARQLIB
               END-IF
               IF ST-LIB NOT EQUAL '00'
                   DISPLAY 'ERRO DE ABERTURA - LIBFIN ' ST-LIB
                   STOP RUN
               END-IF
               MOVE WS-MATRIC    TO MATRIC-LIB
               MOVE WS-DATA-HOJE TO DATA-LIB
               MOVE WS-ATIVO     TO ATIVO-LIB
               WRITE REG-LIB
               CLOSE ARQLIB
           END-IF.
           IF WS-ATIVO = 'S'
               DISPLAY 'MATRICULA LIBERADA PELA TESOURARIA'
           ELSE
               DISPLAY 'LIBERACAO CANCELADA'
           END-IF.
      *
       BUSCA-LIBERACAO.
           READ ARQLIB
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF MATRIC-LIB = WS-MATRIC
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
      *
      *    SO QUITA MENSALIDADE JA DEVOLVIDA PELO BANCO - A QUE AINDA
      *    AGUARDA RETORNO PODE SER PAGA NA CONTA.
       QUITA-MENSALIDADE.
           DISPLAY 'COMPETENCIA (AAMM): '.
           ACCEPT WS-COMPETENCIA.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQMEN.
           IF ST-MEN NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - MENSALID ' ST-MEN
               STOP RUN.
           PERFORM BUSCA-MENSALIDADE
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'S'
               MOVE 'Q'          TO SITUACAO-MEN
               MOVE 'TESOURARIA' TO MOTIVO-MEN
               REWRITE REG-MEN
               DISPLAY 'MENSALIDADE QUITADA - VALOR ' VALOR-MEN
           ELSE
               DISPLAY 'NENHUMA MENSALIDADE REJEITADA OU EM SUSPENSO '
                   'NESTA COMPETENCIA'
           END-IF.
           CLOSE ARQMEN.
      *
       BUSCA-MENSALIDADE.
           READ ARQMEN
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF MATRIC-MEN = WS-MATRIC
                      AND COMPETENCIA-MEN = WS-COMPETENCIA
                      AND (SITUACAO-MEN = 'R' OR SITUACAO-MEN = 'S')
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
