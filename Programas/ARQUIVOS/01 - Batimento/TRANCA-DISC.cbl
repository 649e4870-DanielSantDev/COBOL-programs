       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCA-DISC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDISC ASSIGN TO "NOTASDISC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-DISC.
           SELECT ARQDISC-NOVO ASSIGN TO "NOTASDISC-NOVO.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-NOVO.
           SELECT ARQESP ASSIGN TO "LISTAESPERA.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-ESP.
           SELECT CONFMAT ASSIGN TO "CONFMATRIC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-CNF.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ARQDISC-NOVO.
       01  REG-DISC-NOVO.
            05  MATRIC-DISC-NOVO    PIC  9(06).
            05  CO-DISC-NOVO        PIC  X(04).
            05  NOTA-PROVA-NOVO     PIC  9(02)V99.
            05  NOTA-RECUP-NOVO     PIC  9(02)V99.
            05  FREQUENCIA-NOVO     PIC  9(03).
      *
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
       WORKING-STORAGE SECTION.
       77  ST-DISC        PIC X(02) VALUE ZEROS.
       77  ST-NOVO        PIC X(02) VALUE ZEROS.
       77  ST-ESP         PIC X(02) VALUE ZEROS.
       77  ST-CNF         PIC X(02) VALUE ZEROS.
       77  WS-MATRIC      PIC 9(06) VALUE ZEROS.
       77  WS-CO-DISC     PIC X(04) VALUE SPACES.
       77  WS-FIM         PIC X(01) VALUE 'N'.
       77  WS-ACHOU       PIC X(01) VALUE 'N'.
       77  WS-CHAMADO     PIC 9(06) VALUE ZEROS.
       77  WS-MENOR-POS   PIC 9(03) VALUE ZEROS.
       77  WS-CONT-LIDOS     PIC 9(05) VALUE ZEROS.
       77  WS-CONT-GRAVADOS  PIC 9(05) VALUE ZEROS.
      *
       01  WS-LINHA-AVISO.
            05  FILLER              PIC X(10) VALUE 'MATRICULA '.
            05  WS-A-MATRIC         PIC 9(06).
            05  FILLER              PIC X(12) VALUE ' DISCIPLINA '.
            05  WS-A-DISC           PIC X(04).
            05  FILLER              PIC X(03) VALUE ' - '.
            05  WS-A-SITUACAO       PIC X(45).
      *
      *    TRANCAMENTO DE DISCIPLINA NO TERMO. QUEM ESTA NA LISTA DE
      *    ESPERA SO DESISTE DO LUGAR. QUEM ESTA MATRICULADO SAI DO
      *    NOTASDISC E A VAGA VAI PARA O PRIMEIRO AGUARDANDO DA LISTA
      *    DE ESPERA DA DISCIPLINA - O NOVO MESTRE SAI EM
      *    NOTASDISC-NOVO.DAT, COMO NO CADASTR-EXCLUI.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-DADOS.
           PERFORM DESISTE-ESPERA.
           IF WS-ACHOU = 'S'
               DISPLAY 'PEDIDO RETIRADO DA LISTA DE ESPERA'
               STOP RUN.
           PERFORM ABRE-ARQ.
           PERFORM PROCESSO UNTIL WS-FIM = 'S'.
           IF WS-ACHOU = 'S'
               PERFORM CHAMA-ESPERA
           END-IF.
           PERFORM FINALIZA.
           STOP RUN.
      *
       ENTRA-DADOS.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WS-MATRIC.
           DISPLAY 'DISCIPLINA A TRANCAR (4 POSICOES): '.
           ACCEPT WS-CO-DISC.
      *
       DESISTE-ESPERA.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQESP.
           IF ST-ESP NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-ESPERA-ALUNO
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF WS-ACHOU = 'S'
               MOVE 'D' TO SITUACAO-ESP
               REWRITE REG-ESP
               MOVE 'DESISTIU DA LISTA DE ESPERA' TO WS-A-SITUACAO
               PERFORM GRAVA-AVISO
           END-IF.
           IF ST-ESP = '00' OR ST-ESP = '10'
               CLOSE ARQESP
           END-IF.
      *
       BUSCA-ESPERA-ALUNO.
           READ ARQESP
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CO-DISC-ESP = WS-CO-DISC
                      AND MATRIC-ESP = WS-MATRIC
                      AND ESP-AGUARDANDO
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
      *
       ABRE-ARQ.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQDISC.
           IF ST-DISC NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - NOTASDISC ' ST-DISC
               STOP RUN.
           OPEN OUTPUT ARQDISC-NOVO.
           IF ST-NOVO NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - NOTASDISC-NOVO ' ST-NOVO
               STOP RUN.
      *
       PROCESSO.
           READ ARQDISC
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   PERFORM TRATA-REG
           END-READ.
      *
       TRATA-REG.
           ADD 1 TO WS-CONT-LIDOS.
           IF MATRIC-DISC = WS-MATRIC AND CO-DISC = WS-CO-DISC
               MOVE 'S' TO WS-ACHOU
               MOVE 'DISCIPLINA TRANCADA' TO WS-A-SITUACAO
               PERFORM GRAVA-AVISO
           ELSE
               MOVE REG-DISC TO REG-DISC-NOVO
               WRITE REG-DISC-NOVO
               ADD 1 TO WS-CONT-GRAVADOS
           END-IF.
      *
      *    PRIMEIRO DA FILA = MENOR POSICAO AINDA AGUARDANDO.
       CHAMA-ESPERA.
           MOVE ZEROS TO WS-CHAMADO.
           MOVE 999 TO WS-MENOR-POS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQESP.
           IF ST-ESP NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-PRIMEIRO-ESPERA UNTIL WS-FIM = 'S'.
           IF ST-ESP = '00' OR ST-ESP = '10'
               CLOSE ARQESP
           END-IF.
           IF WS-CHAMADO = ZEROS
               DISPLAY 'LISTA DE ESPERA VAZIA - VAGA FICA LIVRE'
           ELSE
               PERFORM MATRICULA-CHAMADO
           END-IF.
      *
       BUSCA-PRIMEIRO-ESPERA.
           READ ARQESP
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CO-DISC-ESP = WS-CO-DISC
                      AND ESP-AGUARDANDO
                      AND POSICAO-ESP < WS-MENOR-POS
                       MOVE POSICAO-ESP TO WS-MENOR-POS
                       MOVE MATRIC-ESP  TO WS-CHAMADO
                   END-IF
           END-READ.
      *
       MATRICULA-CHAMADO.
           MOVE 'N' TO WS-FIM.
           MOVE 'N' TO WS-ACHOU.
           OPEN I-O ARQESP.
           IF ST-ESP NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - LISTAESPERA ' ST-ESP
               STOP RUN.
           PERFORM BUSCA-CHAMADO UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           MOVE 'M' TO SITUACAO-ESP.
           REWRITE REG-ESP.
           CLOSE ARQESP.
           MOVE WS-CHAMADO TO MATRIC-DISC-NOVO.
           MOVE WS-CO-DISC TO CO-DISC-NOVO.
           MOVE ZEROS TO NOTA-PROVA-NOVO.
           MOVE ZEROS TO NOTA-RECUP-NOVO.
           MOVE ZEROS TO FREQUENCIA-NOVO.
           WRITE REG-DISC-NOVO.
           ADD 1 TO WS-CONT-GRAVADOS.
           MOVE WS-CHAMADO TO WS-MATRIC.
           MOVE 'MATRICULA CONFIRMADA PELA LISTA DE ESPERA'
               TO WS-A-SITUACAO.
           PERFORM GRAVA-AVISO.
           DISPLAY 'VAGA PASSADA A MATRICULA ' WS-CHAMADO
               ' (POSICAO ' WS-MENOR-POS ' DA LISTA DE ESPERA)'.
      *
       BUSCA-CHAMADO.
           READ ARQESP
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CO-DISC-ESP = WS-CO-DISC
                      AND MATRIC-ESP = WS-CHAMADO
                      AND ESP-AGUARDANDO
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
      *
       GRAVA-AVISO.
           OPEN EXTEND CONFMAT.
           IF ST-CNF NOT EQUAL '00'
               OPEN OUTPUT CONFMAT
           END-IF.
           IF ST-CNF NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - CONFMATRIC ' ST-CNF
               STOP RUN
           END-IF.
           MOVE WS-MATRIC TO WS-A-MATRIC.
           MOVE WS-CO-DISC TO WS-A-DISC.
           MOVE WS-LINHA-AVISO TO REG-CONF.
           WRITE REG-CONF.
           CLOSE CONFMAT.
      *
       FINALIZA.
           CLOSE ARQDISC.
           CLOSE ARQDISC-NOVO.
           IF WS-ACHOU = 'S'
               DISPLAY 'TRANCAMENTO FEITO - NOVO MESTRE GRAVADO EM '
                   'NOTASDISC-NOVO.DAT'
               DISPLAY 'PROMOVER NOTASDISC-NOVO.DAT PARA NOTASDISC.DAT'
           ELSE
               DISPLAY 'ALUNO NAO MATRICULADO NA DISCIPLINA - NENHUM '
                   'TRANCAMENTO FEITO'
           END-IF.
           DISPLAY 'REGISTROS LIDOS   : ' WS-CONT-LIDOS.
           DISPLAY 'REGISTROS GRAVADOS: ' WS-CONT-GRAVADOS.
