            05  NOTA-PROVA-HIST     PIC  9(02)V99.
            05  NOTA-RECUP-HIST     PIC  9(02)V99.
            05  FREQUENCIA-HIST     PIC  9(03).
            05  ORIGEM-HIST         PIC  X(01).
                88  HIST-CREDITO-TRANSF VALUE 'T'.
            05  INST-ORIGEM-HIST    PIC  X(20).
      *
       FD  ARQDISCAT.
       01  REG-DISCAT.
      *    CADA DISCIPLINA OBRIGATORIA DO CATALOGO E' CONFERIDA NO
      *    HISTORICO - NOTA DE APROVACAO (MESMA REGRA DO SEPARA-DISC:
      *    PROVA, OU MEDIA COM A RECUPERACAO QUANDO A PROVA FICA
      *    ABAIXO DE 5,75) E FREQUENCIA MINIMA - OU CREDITO POR
      *    TRANSFERENCIA (IMPORTA-TRANSF). SAEM A LISTA DOS
      *    ELEGIVEIS E A LISTA DE PENDENCIAS NOMINAL POR DISCIPLINA.
       PROCEDURE DIVISION.
       INICIO.
                          AND FREQUENCIA-HIST >= WS-FREQ-MINIMA
                           MOVE 'S' TO WS-APROVADO-DISC
                       END-IF
                       IF HIST-CREDITO-TRANSF
                           MOVE 'S' TO WS-APROVADO-DISC
                       END-IF
                   END-IF
           END-READ.
      *
