             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-MOV.
           SELECT ARQMEN ASSIGN TO "MENSALID.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ST-MEN.
           SELECT RELEXC ASSIGN TO "RELMENSAL.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
      *
      *    RAZAO DAS MENSALIDADES COBRADAS POR ALUNO - A SITUACAO E'
      *    ATUALIZADA PELO CONCILIA-MENSAL (RETORNO DO BANCO) E PELO
      *    LIBERA-FIN (QUITACAO NA TESOURARIA DA ESCOLA).
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
       FD  RELEXC.
       01  REG-REL                 PIC X(80).
       77  ST-VIN         PIC X(02) VALUE ZEROS.
       77  ST-MOV         PIC X(02) VALUE ZEROS.
       77  ST-REL         PIC X(02) VALUE ZEROS.
       77  ST-MEN         PIC X(02) VALUE ZEROS.
       77  WS-FIM-ALU     PIC X(01) VALUE 'N'.
       77  WS-FIM-VIN     PIC X(01) VALUE 'N'.
       77  WS-ACHOU-VINC  PIC X(01) VALUE 'N'.
       77  WS-CONT-ALUNOS PIC 9(05) VALUE ZEROS.
       77  WS-CONT-GERADOS PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-VINCULO PIC 9(05) VALUE ZEROS.
       01  WS-DATA-HOJE    PIC 9(06) VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
            05  WS-AAMM-HOJE        PIC 9(04).
            05  WS-DD-HOJE          PIC 9(02).
       01  WS-AGENCIA-RESP PIC 9(03) VALUE ZEROS.
       01  WS-CONTA-RESP   PIC 9(06) VALUE ZEROS.
       01  WS-LINHA-REL.
      *
      *    COBRANCA MENSAL DA ESCOLA PELO CAMINHO NORMAL DO BANCO:
      *    CADA ALUNO COM CONTA VINCULADA (VINCRESP.DAT) GERA UM
      *    DEBITO TIPO M EM MOVIMENTO.DAT - DALI EM DIANTE VALEM A
      *    JANELA DE LOTE, A VELOCIDADE E O LOG DO LANCAMENTO. CADA
      *    DEBITO FICA REGISTRADO NO RAZAO MENSALID.DAT, POR ALUNO E
      *    COMPETENCIA, PARA A CONCILIACAO. ALUNO SEM VINCULO SAI NA
      *    LISTA DE EXCECAO.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'VALOR DA MENSALIDADE: '.
           IF WS-VALOR-MENSALIDADE = ZEROS
               DISPLAY 'VALOR INVALIDO'
               STOP RUN.
           ACCEPT WS-DATA-HOJE FROM DATE.
           PERFORM ABRE-ARQ.
           PERFORM LER-ALUNO.
           PERFORM PROCESSO UNTIL WS-FIM-ALU = 'S'.
           IF ST-MOV NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - MOVIMENTO ' ST-MOV
               STOP RUN.
           OPEN EXTEND ARQMEN.
           IF ST-MEN NOT EQUAL '00'
               OPEN OUTPUT ARQMEN
           END-IF.
           IF ST-MEN NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - MENSALID ' ST-MEN
               STOP RUN.
           OPEN OUTPUT RELEXC.
           IF ST-REL NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA - RELMENSAL ' ST-REL
           MOVE WS-AGENCIA-RESP TO AGENCIA-MOV.
           MOVE WS-CONTA-RESP   TO CONTA-MOV.
           COMPUTE MOVIMENTO = WS-VALOR-MENSALIDADE * -1.
           MOVE 'M'             TO TIPO-MOV.
           MOVE ZEROS           TO DATA-VALOR-MOV.
           MOVE WS-AGENCIA-RESP TO ORIGEM-MOV.
           WRITE REG-MOV.
           IF ST-MOV NOT EQUAL '00'
               DISPLAY 'ERRO DE GRAVACAO - MOVIMENTO ' ST-MOV
               STOP RUN.
           MOVE MATRIC               TO MATRIC-MEN.
           MOVE WS-AAMM-HOJE         TO COMPETENCIA-MEN.
           MOVE WS-AGENCIA-RESP      TO AGENCIA-MEN.
           MOVE WS-CONTA-RESP        TO CONTA-MEN.
           MOVE WS-VALOR-MENSALIDADE TO VALOR-MEN.
           MOVE WS-DATA-HOJE         TO DATA-GER-MEN.
           MOVE 'A'                  TO SITUACAO-MEN.
           MOVE ZEROS                TO NSU-MEN.
           MOVE SPACES               TO MOTIVO-MEN.
           WRITE REG-MEN.
           IF ST-MEN NOT EQUAL '00'
               DISPLAY 'ERRO DE GRAVACAO - MENSALID ' ST-MEN
               STOP RUN.
           ADD 1 TO WS-CONT-GERADOS.
      *
       FINALIZA.
           CLOSE ARQCAD.
           CLOSE MOVIM.
           CLOSE ARQMEN.
           CLOSE RELEXC.
           DISPLAY 'ALUNOS LIDOS            : ' WS-CONT-ALUNOS.
           DISPLAY 'DEBITOS GERADOS         : ' WS-CONT-GERADOS.
