               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IOF.
           SELECT USOSERV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-USV.
           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BJ.
       DATA DIVISION.
       FILE SECTION.
      *    ARQUIVO NOTURNO DA CAMARA DE COMPENSACAO: P = CHEQUE
               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
               88 CLI-ABERTA       VALUE 'A'.
               88 CLI-BLOQUEADA    VALUE 'B'.
               88 CLI-ENCERRADA    VALUE 'E'.
               88 CLI-DORMENTE     VALUE 'D'.
           03 NOME-CLI2            PIC X(20).
           03 DOC-CLI2             PIC X(11).
           03 CNPJ-CLI             PIC X(14).
           03 TOTAL-MOV-ANO        PIC S9(09)V99.
           03 CONT-MOV-DIA-CLI     PIC 9(03).
           03 DATA-MOV-DIA-CLI     PIC 9(06).
           03 FILLER               PIC X(23).
      *
       FD MOVLOG VALUE OF FILE-ID IS "LOGMOV.DAT".
       01 REG-LOG.
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
               05 CONTA-IOF        PIC 9(06).
           03 DATA-IOF             PIC 9(06).
           03 VALOR-IOF            PIC 9(07)V99.
      *
      *    CHEQUE COMPENSADO CONSOME A FRANQUIA DO PACOTE DE SERVICOS -
      *    O MOVIMENTACAO CONTA O USO E COBRA O EXCEDENTE.
       FD USOSERV VALUE OF FILE-ID IS "USOSERV.DAT".
       01 REG-USOSERV.
           03 ID-USV.
               05 AGENCIA-USV      PIC 9(03).
               05 CONTA-USV        PIC 9(06).
           03 TIPO-USV             PIC X(01).
               88 USV-TRANSF       VALUE 'T'.
               88 USV-CHEQUE       VALUE 'C'.
           03 DATA-USV             PIC 9(06).
      *
      *    BLOQUEIO JUDICIAL (MANTIDO PELO BLOQ-JUDIC) - O VALOR
      *    BLOQUEADO ATIVO NAO PODE SER DEBITADO DA CONTA.
       FD BLOQJUD VALUE OF FILE-ID IS "BLOQJUD.DAT".
       01 REG-BLOQJUD.
           03 NUMERO-BJ            PIC X(20).
           03 TIPO-DOC-BJ          PIC X(01).
           03 DOC-BJ               PIC X(14).
           03 ID-CLI-BJ.
               05 AGENCIA-BJ       PIC 9(03).
               05 CONTA-BJ         PIC 9(06).
           03 VALOR-SOLIC-BJ       PIC 9(07)V99.
           03 VALOR-BLOQ-BJ        PIC 9(07)V99.
           03 DATA-BLOQ-BJ         PIC 9(06).
           03 DATA-LIB-BJ          PIC 9(06).
           03 STATUS-BJ            PIC X(01).
               88 BJ-ATIVO         VALUE 'A'.
               88 BJ-LIBERADO      VALUE 'L'.
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-CMP                PIC X(02) VALUE ZEROS.
       01 WS-ACHOU-CHEQUE          PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-CHEQUE-SUSTADO        PIC X(01) VALUE 'N'.
       01 WS-CONTA-TROCADA         PIC X(01) VALUE 'N'.
       01 WS-MOVIMENTO             PIC S9(09)V99 VALUE ZEROS.
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO         PIC X(09) VALUE 'CHEQUE   '.
       01 WS-CONT-DEVOLVIDOS       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SUSTADOS         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NAO-CASADOS      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REDIRECIONADOS   PIC 9(05) VALUE ZEROS.
       01 WS-FS-PARAM              PIC X(02) VALUE ZEROS.
       01 WS-FS-IOF                PIC X(02) VALUE ZEROS.
       01 WS-FS-USV                PIC X(02) VALUE ZEROS.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FIM-BJ                PIC X(01) VALUE 'N'.
       01 WS-VALOR-BLOQJUD         PIC S9(09)V99 VALUE ZEROS.
       01 WS-ID-BLOQJUD.
           03 WS-AGENCIA-BLOQJUD   PIC 9(03).
           03 WS-CONTA-BLOQJUD     PIC 9(06).
       01 WS-SALDO-CONTA           PIC S9(09)V99 VALUE ZEROS.
       01 WS-RETIDO-JUDICIAL       PIC X(01) VALUE 'N'.
       01 WS-CONT-RETIDOS-JUDIC    PIC 9(05) VALUE ZEROS.
       01 WS-FIM-PARAM             PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
      *    DEBITO DE CHEQUE TAMBEM PAGA IOF - TAXA POR AGENCIA VINDA
      *    DE PARAMETROS.DAT (MESMA REGRA DO MOTOR DE LANCAMENTOS).
       01 WS-TAXA-IOF              PIC 9V9999 VALUE ZEROS.
       01 WS-VALOR-IOF             PIC S9(09)V99 VALUE ZEROS.
       01 WS-CONT-IOF              PIC 9(05) VALUE ZEROS.
       01 WS-IOF-TAB.
           03 WS-IOF-QTDE          PIC 9(03) VALUE ZEROS.
           IF WS-FS-IOF NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA IOFREC - " WS-FS-IOF
               STOP RUN.
           OPEN EXTEND USOSERV.
           IF WS-FS-USV NOT EQUAL "00"
               OPEN OUTPUT USOSERV
           END-IF.
           IF WS-FS-USV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA USOSERV - " WS-FS-USV
               STOP RUN.
           OPEN INPUT COMPENSACAO.
           IF WS-FS-CMP NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA COMPENSACAO - " WS-FS-CMP
                   MOVE 'S' TO WS-FIM-CMP
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM REDIRECIONA-CONTA
           END-READ.
      *
      *    CHEQUE EMITIDO PELO NUMERO ANTIGO DE UMA CONTA RENUMERADA
      *    NA INCORPORACAO DE AGENCIA - CHEQUE, SUSTACAO E CADASTRO JA
      *    ESTAO PELO NUMERO NOVO (DEPARACONTA.DAT).
       REDIRECIONA-CONTA.
           CALL "DEPARA" USING AGENCIA-CMP CONTA-CMP WS-CONTA-TROCADA.
           IF WS-CONTA-TROCADA = 'S'
               ADD 1 TO WS-CONT-REDIRECIONADOS
           END-IF.
      *
       PROCESSO.
           PERFORM VERIFICA-SUSTACAO.
                   MOVE WS-LINHA-ERR TO REG-REL
                   WRITE REG-REL
               ELSE
                   PERFORM VERIFICA-BLOQUEIO-JUDICIAL
                   IF WS-RETIDO-JUDICIAL = 'S'
                       ADD 1 TO WS-CONT-RETIDOS-JUDIC
                       MOVE AGENCIA-CMP TO WS-E-AGENCIA
                       MOVE CONTA-CMP   TO WS-E-CONTA
                       MOVE NUMERO-CMP  TO WS-E-NUMERO
                       MOVE "SALDO SOB BLOQUEIO JUDICIAL"
                           TO WS-E-MOTIVO
                       MOVE WS-LINHA-ERR TO REG-REL
                       WRITE REG-REL
                   ELSE
                       PERFORM BAIXA-E-POSTA
                   END-IF
               END-IF
               CLOSE CHEQUE
           END-IF.
                   END-IF
           END-READ.
      *
      *    O LIMITE PODE SER ESTOURADO PELA COMPENSACAO, MAS O VALOR
      *    BLOQUEADO JUDICIALMENTE NAO: O CHEQUE QUE SO SERIA PAGO COM
      *    DINHEIRO BLOQUEADO FICA EMITIDO E VAI PARA A REVISAO.
       VERIFICA-BLOQUEIO-JUDICIAL.
           MOVE 'N' TO WS-RETIDO-JUDICIAL.
           IF CMP-APRESENTADO
               MOVE AGENCIA-CMP TO WS-AGENCIA-BLOQJUD
               MOVE CONTA-CMP   TO WS-CONTA-BLOQJUD
               PERFORM APURA-BLOQUEIO-JUDICIAL
               IF WS-VALOR-BLOQJUD > ZEROS
                   PERFORM LOCALIZA-SALDO-CONTA
                   IF WS-SALDO-CONTA - VALOR-CHEQUE < WS-VALOR-BLOQJUD
                       MOVE 'S' TO WS-RETIDO-JUDICIAL
                   END-IF
               END-IF
           END-IF.
      *
       LOCALIZA-SALDO-CONTA.
           MOVE ZEROS TO WS-SALDO-CONTA.
           MOVE 'N' TO WS-ACHOU-CLI.
           MOVE 'N' TO WS-FIM-CLI.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM BUSCA-SALDO-CONTA
               UNTIL WS-FIM-CLI = 'S' OR WS-ACHOU-CLI = 'S'.
           CLOSE CADCLI.
      *
       BUSCA-SALDO-CONTA.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM-CLI
               NOT AT END
                   IF ID-CLI = WS-ID-BLOQJUD
                       MOVE 'S'   TO WS-ACHOU-CLI
                       MOVE SALDO TO WS-SALDO-CONTA
                   END-IF
           END-READ.
      *
      *    O DEBITO DA COMPENSACAO SAI DO SALDO MESMO QUE ESTOURE O
      *    LIMITE - MESMA REGRA DO CHEQUE DEVOLVIDO NO CADCHEQUE.
       BAIXA-E-POSTA.
                       MOVE SALDO  TO VALOR-LOG
                       PERFORM GRAVA-LOG
                       PERFORM APLICA-IOF-CHEQUE
                       IF CMP-APRESENTADO
                           PERFORM GRAVA-USO-SERVICO
                       END-IF
                   END-IF
           END-READ.
      *
                   ADD 1 TO WS-CONT-IOF
               END-IF
           END-IF.
      *
       GRAVA-USO-SERVICO.
           MOVE ID-CLI  TO ID-USV.
           MOVE 'C'     TO TIPO-USV.
           MOVE WS-HOJE TO DATA-USV.
           WRITE REG-USOSERV.
      *
       GRAVA-LOG.
           MOVE WS-DESCRICAO-LOG TO DESCRICAO-LOG.
           CLOSE MOVLOG.
           CLOSE RELCMP.
           DISPLAY "ITENS LIDOS DA CAMARA   : " WS-CONT-LIDOS.
           DISPLAY "PELO NUMERO ANTIGO      : " WS-CONT-REDIRECIONADOS.
           DISPLAY "CHEQUES COMPENSADOS     : " WS-CONT-COMPENSADOS.
           DISPLAY "CHEQUES DEVOLVIDOS      : " WS-CONT-DEVOLVIDOS.
           DISPLAY "BARRADOS POR SUSTACAO   : " WS-CONT-SUSTADOS.
           DISPLAY "ITENS PARA REVISAO      : " WS-CONT-NAO-CASADOS.
           DISPLAY "RETIDOS BLOQUEIO JUDIC. : " WS-CONT-RETIDOS-JUDIC.
           CLOSE IOFREC.
           CLOSE USOSERV.
           DISPLAY "IOF COBRADO (ITENS)     : " WS-CONT-IOF.
      *
      *    SOMA O QUE ESTA BLOQUEADO JUDICIALMENTE NA CONTA - O SALDO
      *    NAO PODE FICAR ABAIXO DESTE VALOR POR CONTA DE UM DEBITO.
       APURA-BLOQUEIO-JUDICIAL.
           MOVE ZEROS TO WS-VALOR-BLOQJUD.
           MOVE 'N' TO WS-FIM-BJ.
           OPEN INPUT BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-BJ
           END-IF.
           PERFORM SOMA-BLOQUEIO-JUDICIAL UNTIL WS-FIM-BJ = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
      *
       SOMA-BLOQUEIO-JUDICIAL.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM-BJ
               NOT AT END
                   IF ID-CLI-BJ = WS-ID-BLOQJUD AND BJ-ATIVO
                       ADD VALOR-BLOQ-BJ TO WS-VALOR-BLOQJUD
                   END-IF
           END-READ.
