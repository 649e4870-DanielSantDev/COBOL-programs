            05  NOTA-PROVA-HIST     PIC  9(02)V99.
            05  NOTA-RECUP-HIST     PIC  9(02)V99.
            05  FREQUENCIA-HIST     PIC  9(03).
            05  ORIGEM-HIST         PIC  X(01).
                88  HIST-CREDITO-TRANSF VALUE 'T'.
            05  INST-ORIGEM-HIST    PIC  X(20).
      *
       FD  ARQDISCAT.
       01  REG-DISCAT.
       01 WS-NOME-DISC      PIC X(30) VALUE SPACES.
       01 WS-FIM            PIC X(01) VALUE 'N'.
       01 WS-CONT-TERMOS    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CREDITOS  PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'DIGITE A MATRICULA DO ALUNO: '.
                   NOT AT END
                       IF MATRIC-HIST = WS-MATRIC
                           PERFORM BUSCA-NOME-DISC
                           IF HIST-CREDITO-TRANSF
                               DISPLAY 'PERIODO: ' PERIODO-HIST
                                   '  DISCIPLINA: ' WS-NOME-DISC
                                   '  NOTA ORIGEM: ' NOTA-PROVA-HIST
                                   '  CREDITADA POR TRANSFERENCIA - '
                                   INST-ORIGEM-HIST
                               ADD 1 TO WS-CONT-CREDITOS
                           ELSE
                               DISPLAY 'PERIODO: ' PERIODO-HIST
                                   '  DISCIPLINA: ' WS-NOME-DISC
                                   '  NOTA PROVA: ' NOTA-PROVA-HIST
                                   '  NOTA RECUP: ' NOTA-RECUP-HIST
                           END-IF
                           ADD 1 TO WS-CONT-TERMOS
                       END-IF
               END-READ
                   ' MATRICULA'
           ELSE
               DISPLAY 'TOTAL DE PERIODOS LISTADOS: ' WS-CONT-TERMOS
               IF WS-CONT-CREDITOS NOT = ZERO
                   DISPLAY 'CREDITADAS POR TRANSFERENCIA: '
                       WS-CONT-CREDITOS
               END-IF
           END-IF.
      *    NOME DA DISCIPLINA VEM DO CATALOGO - SEM CATALOGO (OU
      *    CODIGO ANTIGO FORA DELE) SAI O PROPRIO CODIGO.
