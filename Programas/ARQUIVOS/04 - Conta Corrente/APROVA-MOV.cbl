               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT PARCRET ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRET.
           SELECT BOLRET ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BRET.
           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BJ.
       DATA DIVISION.
       FILE SECTION.
       FD PENDENTEMOV VALUE OF FILE-ID IS "PENDENTEMOV.DAT".
           03 ID-PEND-MOV.
               05 AGENCIA-PEND-MOV PIC 9(03).
               05 CONTA-PEND-MOV   PIC 9(06).
           03 MOVIMENTO-PEND-MOV   PIC S9(09)V99.
           03 TIPO-PEND-MOV        PIC X(01).
           03 DATA-PEND-MOV        PIC 9(06).
           03 HORA-PEND-MOV        PIC 9(08).
               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
               88 CLI-ABERTA       VALUE 'A'.
               88 CLI-BLOQUEADA    VALUE 'B'.
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
      *
      *    PARCELA DE EMPRESTIMO QUE CAIU NA FILA TAMBEM DEVOLVE O
      *    RESULTADO AO BAIXA-PARCELA, COMO NA MOVIMENTACAO.
       FD PARCRET VALUE OF FILE-ID IS "PARCRET.DAT".
       01 REG-PARCRET.
           03 ID-RET.
               05 AGENCIA-RET      PIC 9(03).
               05 CONTA-RET        PIC 9(06).
           03 VALOR-RET            PIC S9(09).
           03 DATA-RET             PIC 9(06).
           03 SITUACAO-RET         PIC X(01).
               88 RET-PAGA         VALUE 'P'.
               88 RET-RECUSADA     VALUE 'R'.
               88 RET-AGUARDANDO   VALUE 'A'.
      *
      *    IDEM PARA O PAGAMENTO DE BOLETO, DEVOLVIDO AO LIQ-BOLETO.
       FD BOLRET VALUE OF FILE-ID IS "BOLRET.DAT".
       01 REG-BOLRET.
           03 ID-RETB.
               05 AGENCIA-RETB     PIC 9(03).
               05 CONTA-RETB       PIC 9(06).
           03 VALOR-RETB           PIC S9(09).
           03 DATA-RETB            PIC 9(06).
           03 SITUACAO-RETB        PIC X(01).
               88 RETB-PAGO        VALUE 'P'.
               88 RETB-RECUSADO    VALUE 'R'.
               88 RETB-AGUARDANDO  VALUE 'A'.
      *
      *    BLOQUEIO JUDICIAL (MANTIDO PELO BLOQ-JUDIC) - O VALOR
      *    BLOQUEADO ATIVO NAO PODE SER DEBITADO DA CONTA, NEM POR
      *    MOVIMENTO LIBERADO NA FILA DE APROVACAO.
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
       01 WS-FS-PEND               PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-PRET               PIC X(02) VALUE ZEROS.
       01 WS-FS-BRET               PIC X(02) VALUE ZEROS.
       01 WS-FIM-PEND               PIC X(01) VALUE 'N'.
       01 WS-FIM-CLI                PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI              PIC X(01) VALUE 'N'.
       01 WS-RESP                   PIC X(01) VALUE SPACES.
       01 WS-NOVOSALDO              PIC S9(09)V99 VALUE ZEROS.
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO          PIC X(09) VALUE SPACES.
           03 WS-DESC-STATUS        PIC X(11) VALUE SPACES.
       01 WS-CONT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       01 WS-NSU                    PIC 9(09) VALUE ZEROS.
       01 WS-OPERADOR-ID            PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP               PIC X(08) VALUE SPACES.
       01 WS-NOME-OP                PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO             PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP               PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS             PIC 9(01) VALUE 0.
      *
      *    VALOR BLOQUEADO JUDICIALMENTE POR CONTA (BLOQJUD.DAT, SO
      *    OS ATIVOS) - INDISPONIVEL PARA DEBITO.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FIM-BJ                PIC X(01) VALUE 'N'.
       01 WS-VALOR-BLOQJUD         PIC S9(09)V99 VALUE ZEROS.
       01 WS-BJ-TAB.
           03 WS-BJ-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-BJ-ITEM OCCURS 2000 TIMES.
               05 WS-BJ-ID         PIC 9(09).
               05 WS-BJ-VALOR      PIC 9(09)V99.
       01 WS-BJ-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-BJ-POS                PIC 9(04) VALUE ZEROS.
       01 WS-BJ-BUSCA              PIC 9(09) VALUE ZEROS.
      *
      *    A FILA DE APROVACAO EXISTE PARA TIRAR A DECISAO DA MAO DE
      *    QUEM LANCOU - SO OPERADOR COM NIVEL DE SUPERVISOR NO
      *    OPERADOR.DAT PODE LIBERAR OU RECUSAR OS PENDENTES.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LOGMOV - " WS-FS-LOG
               STOP RUN.
           OPEN EXTEND PARCRET.
           IF WS-FS-PRET NOT EQUAL "00"
               OPEN OUTPUT PARCRET
           END-IF.
           IF WS-FS-PRET NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PARCRET - " WS-FS-PRET
               STOP RUN.
           OPEN EXTEND BOLRET.
           IF WS-FS-BRET NOT EQUAL "00"
               OPEN OUTPUT BOLRET
           END-IF.
           IF WS-FS-BRET NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA BOLRET - " WS-FS-BRET
               STOP RUN.
           PERFORM CARREGA-BLOQUEIOS.
      *
       LER-PENDENTE.
           READ PENDENTEMOV AT END MOVE 'S' TO WS-FIM-PEND.
               WHEN OTHER
                   COMPUTE WS-NOVOSALDO =
                       SALDO + MOVIMENTO-PEND-MOV
                   PERFORM APURA-BLOQUEIO-JUDICIAL
                   IF WS-NOVOSALDO < LIMITE-CLI
                      OR (MOVIMENTO-PEND-MOV < ZEROS
                          AND WS-NOVOSALDO < WS-VALOR-BLOQJUD)
                       MOVE 'REJEITADO  ' TO WS-DESC-STATUS
                       IF WS-NOVOSALDO NOT < LIMITE-CLI
                           MOVE 'BLOQ JUDIC ' TO WS-DESC-STATUS
                       END-IF
                       MOVE MOVIMENTO-PEND-MOV TO VALOR-LOG
                       PERFORM GRAVA-LOG
                       ADD 1 TO WS-CONT-REJEITADOS
                   END-IF
           END-EVALUATE.
           CLOSE CADCLI.
      *
       CARREGA-BLOQUEIOS.
           MOVE 'N' TO WS-FIM-BJ.
           OPEN INPUT BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-BJ
           END-IF.
           PERFORM GUARDA-BLOQUEIO UNTIL WS-FIM-BJ = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
      *
       GUARDA-BLOQUEIO.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM-BJ
               NOT AT END
                   IF BJ-ATIVO
                       MOVE ID-CLI-BJ TO WS-BJ-BUSCA
                       PERFORM LOCALIZA-BLOQUEIO
                       IF WS-BJ-POS = ZEROS
                           IF WS-BJ-QTDE < 2000
                               ADD 1 TO WS-BJ-QTDE
                               MOVE WS-BJ-QTDE TO WS-BJ-POS
                               MOVE ID-CLI-BJ TO WS-BJ-ID(WS-BJ-POS)
                               MOVE ZEROS TO WS-BJ-VALOR(WS-BJ-POS)
                           ELSE
                               DISPLAY "TABELA DE BLOQUEIOS CHEIA - "
                                   "CONTA " ID-CLI-BJ
                           END-IF
                       END-IF
                       IF WS-BJ-POS NOT = ZEROS
                           ADD VALOR-BLOQ-BJ TO WS-BJ-VALOR(WS-BJ-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       LOCALIZA-BLOQUEIO.
           MOVE ZEROS TO WS-BJ-POS.
           PERFORM BUSCA-BLOQUEIO
               VARYING WS-BJ-SUBS FROM 1 BY 1
               UNTIL WS-BJ-SUBS > WS-BJ-QTDE
                  OR WS-BJ-POS NOT = ZEROS.
      *
       BUSCA-BLOQUEIO.
           IF WS-BJ-ID(WS-BJ-SUBS) = WS-BJ-BUSCA
               MOVE WS-BJ-SUBS TO WS-BJ-POS
           END-IF.
      *
      *    O SALDO NAO PODE FICAR ABAIXO DO VALOR BLOQUEADO POR CONTA
      *    DE UM DEBITO; CREDITO ENTRA NORMALMENTE.
       APURA-BLOQUEIO-JUDICIAL.
           MOVE ZEROS TO WS-VALOR-BLOQJUD.
           MOVE ID-CLI TO WS-BJ-BUSCA.
           PERFORM LOCALIZA-BLOQUEIO.
           IF WS-BJ-POS NOT = ZEROS
               MOVE WS-BJ-VALOR(WS-BJ-POS) TO WS-VALOR-BLOQJUD
           END-IF.
      *
       POSTA-MOVIMENTO.
           MOVE WS-NOVOSALDO TO SALDO.
           CALL "NSUGET" USING WS-NSU.
           MOVE WS-NSU TO NSU-LOG.
           WRITE REG-LOG.
           IF TIPO-PEND-MOV = 'E' AND MOVIMENTO-PEND-MOV < ZEROS
               PERFORM GRAVA-RETORNO-PARCELA
           END-IF.
           IF TIPO-PEND-MOV = 'B'
               PERFORM GRAVA-RETORNO-BOLETO
           END-IF.
      *
       GRAVA-RETORNO-PARCELA.
           MOVE ID-PEND-MOV        TO ID-RET.
           MOVE MOVIMENTO-PEND-MOV TO VALOR-RET.
           MOVE DATA-PEND-MOV      TO DATA-RET.
           IF WS-DESC-STATUS = 'APROVADO   '
               MOVE 'P' TO SITUACAO-RET
           ELSE
               MOVE 'R' TO SITUACAO-RET
           END-IF.
           WRITE REG-PARCRET.
           IF WS-FS-PRET NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO PARCRET - " WS-FS-PRET
           END-IF.
      *
       GRAVA-RETORNO-BOLETO.
           MOVE ID-PEND-MOV        TO ID-RETB.
           MOVE MOVIMENTO-PEND-MOV TO VALOR-RETB.
           MOVE DATA-PEND-MOV      TO DATA-RETB.
           IF WS-DESC-STATUS = 'APROVADO   '
               MOVE 'P' TO SITUACAO-RETB
           ELSE
               MOVE 'R' TO SITUACAO-RETB
           END-IF.
           WRITE REG-BOLRET.
           IF WS-FS-BRET NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO BOLRET - " WS-FS-BRET
           END-IF.
      *
       DESCOBRE-TIPO.
           EVALUATE TIPO-PEND-MOV
               WHEN 'S' MOVE 'SAQUE    ' TO WS-DESC-TIPO
               WHEN 'T' MOVE 'TARIFA   ' TO WS-DESC-TIPO
               WHEN 'C' MOVE 'CORRECAO ' TO WS-DESC-TIPO
               WHEN 'J' MOVE 'JUROS    ' TO WS-DESC-TIPO
               WHEN 'E' MOVE 'EMPRESTIM' TO WS-DESC-TIPO
               WHEN 'B' MOVE 'BOLETO   ' TO WS-DESC-TIPO
               WHEN 'A' MOVE 'DEB AUTOM' TO WS-DESC-TIPO
               WHEN 'F' MOVE 'CRED FORN' TO WS-DESC-TIPO
               WHEN 'M' MOVE 'MENSALID ' TO WS-DESC-TIPO
               WHEN 'P' MOVE 'BENEF APO' TO WS-DESC-TIPO
               WHEN 'G' MOVE 'FOLHA PAG' TO WS-DESC-TIPO
               WHEN OTHER MOVE 'MOVIMENTO' TO WS-DESC-TIPO
           END-EVALUATE.
      *
       FINALIZA.
           CLOSE PENDENTEMOV.
           CLOSE MOVLOG.
           CLOSE PARCRET.
           CLOSE BOLRET.
           OPEN OUTPUT PENDENTEMOV.
           CLOSE PENDENTEMOV.
           DISPLAY "MOVIMENTOS APROVADOS E POSTADOS: "
