            05  NOTA-PROVA-HIST     PIC  9(02)V99.
            05  NOTA-RECUP-HIST     PIC  9(02)V99.
            05  FREQUENCIA-HIST     PIC  9(03).
            05  ORIGEM-HIST         PIC  X(01).
                88  HIST-CREDITO-TRANSF VALUE 'T'.
            05  INST-ORIGEM-HIST    PIC  X(20).
      *
       FD  ARQDISC.
       01  REG-DISC.
           MOVE NOTA-PROVA-MAT TO NOTA-PROVA-HIST.
           MOVE NOTA-RECUP-MAT TO NOTA-RECUP-HIST.
           MOVE 100            TO FREQUENCIA-HIST.
           MOVE SPACES         TO ORIGEM-HIST.
           MOVE SPACES         TO INST-ORIGEM-HIST.
           WRITE REG-HIST.
           IF ST-HIST NOT EQUAL '00'
               DISPLAY 'ERRO DE GRAVACAO - HISTESC' ST-HIST
