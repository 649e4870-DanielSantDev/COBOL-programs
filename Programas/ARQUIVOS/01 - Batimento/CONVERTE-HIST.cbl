       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-HIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQANT ASSIGN TO "HISTESC-ANT.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-ANT.
           SELECT ARQHIST ASSIGN TO "HISTESC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-HIST.
       DATA DIVISION.
       FILE SECTION.
      *    HISTORICO NO LEIAUTE ANTERIOR AO CREDITO POR TRANSFERENCIA
      *    - O HISTESC.DAT ATUAL E' RENOMEADO PARA HISTESC-ANT.DAT
      *    ANTES DA CONVERSAO.
       FD  ARQANT.
       01  REG-ANT.
            05  MATRIC-ANT          PIC  9(06).
            05  PERIODO-ANT         PIC  9(05).
            05  CO-DISC-ANT         PIC  X(04).
            05  NOTA-PROVA-ANT      PIC  9(02)V99.
            05  NOTA-RECUP-ANT      PIC  9(02)V99.
            05  FREQUENCIA-ANT      PIC  9(03).
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
       WORKING-STORAGE SECTION.
       77  ST-ANT         PIC X(02) VALUE ZEROS.
       77  ST-HIST        PIC X(02) VALUE ZEROS.
       77  WS-FIM         PIC X(01) VALUE 'N'.
       77  WS-CONT-LIDOS    PIC 9(07) VALUE ZEROS.
       77  WS-CONT-GRAVADOS PIC 9(07) VALUE ZEROS.
      *
      *    CONVERSAO UNICA DO HISTESC.DAT PARA O LEIAUTE COM ORIGEM
      *    DO REGISTRO. TODO O HISTORICO ANTERIOR FOI CURSADO NA CASA:
      *    ENTRA SEM INDICADOR DE TRANSFERENCIA E SEM INSTITUICAO.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQ.
           PERFORM PROCESSO UNTIL WS-FIM = 'S'.
           PERFORM FINALIZA.
           STOP RUN.
      *
       ABRE-ARQ.
           OPEN INPUT ARQANT.
           IF ST-ANT NOT EQUAL '00'
               DISPLAY 'HISTESC-ANT.DAT NAO ENCONTRADO - ' ST-ANT
               STOP RUN.
           OPEN OUTPUT ARQHIST.
           IF ST-HIST NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - HISTESC ' ST-HIST
               STOP RUN.
      *
       PROCESSO.
           READ ARQANT
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM GRAVA-HISTORICO
           END-READ.
      *
       GRAVA-HISTORICO.
           MOVE MATRIC-ANT     TO MATRIC-HIST.
           MOVE PERIODO-ANT    TO PERIODO-HIST.
           MOVE CO-DISC-ANT    TO CO-DISC-HIST.
           MOVE NOTA-PROVA-ANT TO NOTA-PROVA-HIST.
           MOVE NOTA-RECUP-ANT TO NOTA-RECUP-HIST.
           MOVE FREQUENCIA-ANT TO FREQUENCIA-HIST.
           MOVE SPACES         TO ORIGEM-HIST.
           MOVE SPACES         TO INST-ORIGEM-HIST.
           WRITE REG-HIST.
           IF ST-HIST NOT EQUAL '00'
               DISPLAY 'ERRO DE GRAVACAO - HISTESC ' ST-HIST
               STOP RUN.
           ADD 1 TO WS-CONT-GRAVADOS.
      *
       FINALIZA.
           CLOSE ARQANT.
           CLOSE ARQHIST.
           DISPLAY 'REGISTROS LIDOS      : ' WS-CONT-LIDOS.
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-CONT-GRAVADOS.
