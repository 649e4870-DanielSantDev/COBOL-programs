       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA-BKP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT ARQFOR ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT MOVFOR ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT ARQCAD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT ARQHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT CHEQUE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT LOTECTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT LOTEPROC ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT NSUCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
      *    A GERACAO E' LIDA PELO NOME GUARDADO NO CATALOGO.
           SELECT BKCLI ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKFOR ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKMOVF ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKCAD ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKHIST ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKCHQ ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKLOTE ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKPROC ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT BKNSU ASSIGN TO WS-NOME-GER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BK.
           SELECT CATALOGO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
           SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI                  PIC X(140).
       FD ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REG-FOR                  PIC X(76).
       FD MOVFOR VALUE OF FILE-ID IS "MOVFOR.DAT".
       01 REG-MOVFOR               PIC X(38).
       FD ARQCAD VALUE OF FILE-ID IS "CADASTR.DAT".
       01 REG-ALUNO                PIC X(93).
       FD ARQHIST VALUE OF FILE-ID IS "HISTESC.DAT".
       01 REG-HIST                 PIC X(47).
       FD CHEQUE VALUE OF FILE-ID IS "CHEQUE.DAT".
       01 REG-CHEQUE               PIC X(31).
       FD LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
       01 REG-LOTECTL              PIC X(07).
       FD LOTEPROC VALUE OF FILE-ID IS "LOTEPROC.DAT".
       01 REG-LOTEPROC             PIC X(33).
       FD NSUCTL VALUE OF FILE-ID IS "NSUCTL.DAT".
       01 REG-NSUCTL               PIC X(09).
      *
      *    NA COPIA, SO O CAMPO DO TOTAL DE CONTROLE (O MESMO USADO
      *    PELO GERA-BACKUP).
       FD BKCLI.
       01 REG-BKCLI.
           03 FILLER               PIC X(29).
           03 SALDO-BK             PIC S9(09)V99.
           03 FILLER               PIC X(100).
       FD BKFOR.
       01 REG-BKFOR.
           03 FILLER               PIC X(43).
           03 SALDO-FORN-BK        PIC S9(09).
           03 FILLER               PIC X(24).
       FD BKMOVF.
       01 REG-BKMOVF.
           03 FILLER               PIC X(03).
           03 VALOR-FOR-BK         PIC S9(09).
           03 FILLER               PIC X(26).
       FD BKCAD.
       01 REG-BKCAD.
           03 MATRIC-BK            PIC 9(06).
           03 FILLER               PIC X(87).
       FD BKHIST.
       01 REG-BKHIST.
           03 MATRIC-HIST-BK       PIC 9(06).
           03 FILLER               PIC X(41).
       FD BKCHQ.
       01 REG-BKCHQ.
           03 FILLER               PIC X(15).
           03 VALOR-CHEQUE-BK      PIC S9(09).
           03 FILLER               PIC X(07).
       FD BKLOTE.
       01 REG-BKLOTE.
           03 DATA-LOTE-BK         PIC 9(06).
           03 FILLER               PIC X(01).
       FD BKPROC.
       01 REG-BKPROC.
           03 FILLER               PIC X(12).
           03 DATA-LOTE-PROC-BK    PIC 9(06).
           03 FILLER               PIC X(15).
       FD BKNSU.
       01 REG-BKNSU.
           03 ULTIMO-NSU-BK        PIC 9(09).
      *
       FD CATALOGO VALUE OF FILE-ID IS "BACKUPCAT.DAT".
       01 REG-CATALOGO.
           03 GERACAO-CAT          PIC 9(04).
           03 DATA-CAT             PIC 9(06).
           03 HORA-CAT             PIC 9(08).
           03 PROGRAMA-CAT         PIC X(12).
           03 ARQUIVO-CAT          PIC X(08).
           03 NOME-GER-CAT         PIC X(24).
           03 QTDE-REG-CAT         PIC 9(07).
           03 HASH-CAT             PIC S9(13)V99.
           03 SITUACAO-CAT         PIC X(01).
               88 CAT-ATIVA        VALUE 'A'.
               88 CAT-AUSENTE      VALUE 'N'.
               88 CAT-EXPIRADA     VALUE 'X'.
      *
       FD OPERLOG.
       01 REG-OPERLOG.
           03 OPERADOR-ID-LOG      PIC X(08).
           03 ACAO-LOG             PIC X(10).
           03 ID-CLI-LOG.
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01) VALUE SPACE.
       01 WS-GERACAO               PIC 9(04) VALUE ZEROS.
       01 WS-NOME-GER              PIC X(24) VALUE SPACES.
       01 WS-FS-ARQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-BK                 PIC X(02) VALUE ZEROS.
       01 WS-FS-CAT                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-FASE                  PIC X(01) VALUE 'V'.
           88 FASE-CONFERE         VALUE 'V'.
           88 FASE-RESTAURA        VALUE 'R'.
       01 WS-FALTA-COPIA           PIC X(01) VALUE 'N'.
       01 WS-TEM-EXPIRADA          PIC X(01) VALUE 'N'.
       01 WS-CONFIRMA              PIC X(01) VALUE 'N'.
       01 WS-CODIGO-RETORNO        PIC 9(02) VALUE ZEROS.
       01 WS-QTDE-REG              PIC 9(07) VALUE ZEROS.
       01 WS-HASH                  PIC S9(13)V99 VALUE ZEROS.
       01 WS-HASH-ED               PIC -Z(12)9.99.
       01 WS-HASH-CAT-ED           PIC -Z(12)9.99.
       01 WS-CONT-CONFERIDOS       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-RESTAURADOS      PIC 9(07) VALUE ZEROS.
       01 WS-CONT-DIVERGENTES      PIC 9(02) VALUE ZEROS.
      *
      *    ARQUIVOS DA GERACAO ESCOLHIDA, LIDOS DO CATALOGO.
       01 WS-GER-TAB.
           03 WS-GER-QTDE          PIC 9(02) VALUE ZEROS.
           03 WS-GER-ITEM OCCURS 20 TIMES.
               05 WS-GER-ARQUIVO   PIC X(08).
               05 WS-GER-NOME      PIC X(24).
               05 WS-GER-REGS      PIC 9(07).
               05 WS-GER-HASH      PIC S9(13)V99.
               05 WS-GER-SITUACAO  PIC X(01).
               05 WS-GER-PROGRAMA  PIC X(12).
               05 WS-GER-DATA      PIC 9(06).
       01 WS-GER-SUBS              PIC 9(02) VALUE ZEROS.
      *
      *    OPERADOR - A RESTAURACAO SOBREPOE OS MESTRES E PEDE
      *    SUPERVISOR.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
      *    INDICADOR DE LOTE EM PROCESSAMENTO - SO AVISA: APOS UM
      *    ABEND E' JUSTAMENTE A GERACAO ANTERIOR AO LOTE QUE VOLTA,
      *    INCLUSIVE O PROPRIO LOTEPROC.DAT.
       01 WS-PRC-ACAO              PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA          PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
      *
      *    REGISTRO DA RESTAURACAO NO RUNHIST.DAT (VIA RUNLOG).
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "RESTAURA-BKP".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    DEVOLVE UMA GERACAO DO GERA-BACKUP AOS MESTRES. PRIMEIRO
      *    CONFERE CADA COPIA (QUANTIDADE E TOTAL DE CONTROLE CONTRA
      *    O BACKUPCAT.DAT); COM QUALQUER DIVERGENCIA NADA E'
      *    RESTAURADO. ARQUIVO AUSENTE NA GERACAO VOLTA VAZIO. A
      *    RESTAURACAO FICA NO RUNHIST (DATA DO LOTE = DATA DA
      *    GERACAO) E NO OPERLOG (CONTA = NUMERO DA GERACAO).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "OPCAO (L-LISTAR GERACOES / R-RESTAURAR): ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'L' PERFORM LISTA-CATALOGO
               WHEN 'R' PERFORM RESTAURA-GERACAO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE L OU R"
           END-EVALUATE.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.
      *
       LISTA-CATALOGO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CATALOGO.
           IF WS-FS-CAT NOT EQUAL "00"
               DISPLAY "NENHUMA GERACAO NO BACKUPCAT.DAT"
               MOVE 'S' TO WS-FIM
           ELSE
               DISPLAY "GER  DATA   PROGRAMA     ARQUIVO  REGISTROS"
                   "               HASH SIT"
           END-IF.
           PERFORM LISTA-UMA-GERACAO UNTIL WS-FIM = 'S'.
           IF WS-FS-CAT = "00" OR WS-FS-CAT = "10"
               CLOSE CATALOGO
           END-IF.
      *
       LISTA-UMA-GERACAO.
           READ CATALOGO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE HASH-CAT TO WS-HASH-CAT-ED
                   DISPLAY GERACAO-CAT " " DATA-CAT " " PROGRAMA-CAT
                       " " ARQUIVO-CAT " " QTDE-REG-CAT "   "
                       WS-HASH-CAT-ED "  " SITUACAO-CAT
           END-READ.
      *
       RESTAURA-GERACAO.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - SUPERVISOR NAO AUTENTICADO"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               DISPLAY "GERACAO A RESTAURAR: "
               ACCEPT WS-GERACAO
               PERFORM CARREGA-GERACAO
               EVALUATE TRUE
                   WHEN WS-GER-QTDE = ZEROS
                       DISPLAY "GERACAO " WS-GERACAO
                           " NAO ENCONTRADA NO CATALOGO"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   WHEN WS-TEM-EXPIRADA = 'S'
                       DISPLAY "GERACAO " WS-GERACAO
                           " EXPIRADA - COPIAS JA DESCARTADAS"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   WHEN OTHER
                       PERFORM CONFERE-E-RESTAURA
               END-EVALUATE
           END-IF.
      *
       ENTRA-OPERADOR.
           MOVE 0   TO WS-TENTATIVAS.
           MOVE 'N' TO WS-AUTORIZADO.
           PERFORM VALIDA-OPERADOR
               UNTIL WS-AUTORIZADO = 'S' OR WS-TENTATIVAS = 3.
      *
       VALIDA-OPERADOR.
           DISPLAY "MATRICULA DO SUPERVISOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA-OP.
           CALL "OPERVALID" USING WS-OPERADOR-ID WS-SENHA-OP
               WS-AUTORIZADO WS-NOME-OP WS-NIVEL-OP.
           ADD 1 TO WS-TENTATIVAS.
           EVALUATE TRUE
               WHEN WS-AUTORIZADO NOT = 'S'
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               WHEN WS-NIVEL-OP NOT = 'S'
                   MOVE 'N' TO WS-AUTORIZADO
                   DISPLAY "OPERADOR SEM ALCADA DE SUPERVISOR"
           END-EVALUATE.
      *
       CARREGA-GERACAO.
           MOVE ZEROS TO WS-GER-QTDE.
           MOVE 'N' TO WS-TEM-EXPIRADA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CATALOGO.
           IF WS-FS-CAT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-ARQUIVO-GERACAO UNTIL WS-FIM = 'S'.
           IF WS-FS-CAT = "00" OR WS-FS-CAT = "10"
               CLOSE CATALOGO
           END-IF.
      *
       GUARDA-ARQUIVO-GERACAO.
           READ CATALOGO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF GERACAO-CAT = WS-GERACAO AND WS-GER-QTDE < 20
                       IF CAT-EXPIRADA
                           MOVE 'S' TO WS-TEM-EXPIRADA
                       END-IF
                       ADD 1 TO WS-GER-QTDE
                       MOVE ARQUIVO-CAT  TO WS-GER-ARQUIVO(WS-GER-QTDE)
                       MOVE NOME-GER-CAT TO WS-GER-NOME(WS-GER-QTDE)
                       MOVE QTDE-REG-CAT TO WS-GER-REGS(WS-GER-QTDE)
                       MOVE HASH-CAT     TO WS-GER-HASH(WS-GER-QTDE)
                       MOVE SITUACAO-CAT
                           TO WS-GER-SITUACAO(WS-GER-QTDE)
                       MOVE PROGRAMA-CAT
                           TO WS-GER-PROGRAMA(WS-GER-QTDE)
                       MOVE DATA-CAT     TO WS-GER-DATA(WS-GER-QTDE)
                   END-IF
           END-READ.
      *
       CONFERE-E-RESTAURA.
           MOVE WS-GER-DATA(1) TO WS-RUN-DATA-LOTE.
           PERFORM GRAVA-RUN-INICIO.
           DISPLAY "GERACAO " WS-GERACAO " DE " WS-GER-DATA(1)
               " ANTERIOR A " WS-GER-PROGRAMA(1).
           SET FASE-CONFERE TO TRUE.
           MOVE ZEROS TO WS-CONT-DIVERGENTES.
           PERFORM PROCESSA-ARQUIVO
               VARYING WS-GER-SUBS FROM 1 BY 1
               UNTIL WS-GER-SUBS > WS-GER-QTDE.
           IF WS-CONT-DIVERGENTES > ZEROS
               DISPLAY "RESTAURACAO CANCELADA - " WS-CONT-DIVERGENTES
                   " COPIA(S) NAO CONFEREM COM O CATALOGO"
               MOVE 8 TO WS-CODIGO-RETORNO
               MOVE "ER" TO WS-RUN-STATUS
           ELSE
               PERFORM CONFIRMA-RESTAURACAO
               IF WS-CONFIRMA = 'S'
                   SET FASE-RESTAURA TO TRUE
                   PERFORM PROCESSA-ARQUIVO
                       VARYING WS-GER-SUBS FROM 1 BY 1
                       UNTIL WS-GER-SUBS > WS-GER-QTDE
                   PERFORM GRAVA-OPERLOG
                   DISPLAY "GERACAO " WS-GERACAO " RESTAURADA - "
                       WS-CONT-RESTAURADOS " REGISTROS"
                   MOVE "OK" TO WS-RUN-STATUS
               ELSE
                   DISPLAY "RESTAURACAO NAO CONFIRMADA - NADA ALTERADO"
                   MOVE "CN" TO WS-RUN-STATUS
               END-IF
           END-IF.
           PERFORM GRAVA-RUN-FIM.
      *
       CONFIRMA-RESTAURACAO.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "ATENCAO - LOTE " WS-PRC-DATA-LOTE
                   " CONSTA EM PROCESSAMENTO (" WS-PRC-PROGRAMA ")"
               DISPLAY "CONFIRME QUE O PROGRAMA NAO ESTA RODANDO"
           END-IF.
           DISPLAY "CONFIRMA A RESTAURACAO DA GERACAO " WS-GERACAO
               " (S/N)? ".
           ACCEPT WS-CONFIRMA.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE SPACES TO WS-RUN-STATUS.
           MOVE ZEROS TO WS-RUN-LIDOS WS-RUN-ATUALIZADOS
               WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       GRAVA-RUN-FIM.
           MOVE 'F' TO WS-RUN-EVENTO.
           MOVE WS-CONT-CONFERIDOS  TO WS-RUN-LIDOS.
           MOVE WS-CONT-RESTAURADOS TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-DIVERGENTES TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       GRAVA-OPERLOG.
           OPEN EXTEND OPERLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT OPERLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA OPERLOG - " WS-FS-LOG
           ELSE
               MOVE WS-OPERADOR-ID TO OPERADOR-ID-LOG
               MOVE "RESTAURA"     TO ACAO-LOG
               MOVE ZEROS          TO AGENCIA-LOG
               MOVE WS-GERACAO     TO CONTA-LOG
               ACCEPT DATA-LOG FROM DATE
               ACCEPT HORA-LOG FROM TIME
               WRITE REG-OPERLOG
               CLOSE OPERLOG
           END-IF.
      *
      *    NA FASE V SO LE A COPIA E CONFERE; NA FASE R REGRAVA O
      *    MESTRE COM ELA.
       PROCESSA-ARQUIVO.
           MOVE WS-GER-NOME(WS-GER-SUBS) TO WS-NOME-GER.
           MOVE ZEROS TO WS-QTDE-REG WS-HASH.
           MOVE 'N' TO WS-FALTA-COPIA.
           EVALUATE WS-GER-ARQUIVO(WS-GER-SUBS)
               WHEN "CLIENTE"  PERFORM TRATA-CLIENTE
               WHEN "ARQFOR"   PERFORM TRATA-FORNECEDOR
               WHEN "MOVFOR"   PERFORM TRATA-MOVFOR
               WHEN "CADASTR"  PERFORM TRATA-CADASTRO
               WHEN "HISTESC"  PERFORM TRATA-HISTORICO
               WHEN "CHEQUE"   PERFORM TRATA-CHEQUE
               WHEN "LOTECTL"  PERFORM TRATA-LOTECTL
               WHEN "LOTEPROC" PERFORM TRATA-LOTEPROC
               WHEN "NSUCTL"   PERFORM TRATA-NSUCTL
           END-EVALUATE.
           IF FASE-CONFERE
               PERFORM CONFERE-TOTAIS
           ELSE
               ADD WS-QTDE-REG TO WS-CONT-RESTAURADOS
           END-IF.
      *
       CONFERE-TOTAIS.
           MOVE WS-HASH TO WS-HASH-ED.
           ADD WS-QTDE-REG TO WS-CONT-CONFERIDOS.
           EVALUATE TRUE
               WHEN WS-GER-SITUACAO(WS-GER-SUBS) = 'N'
                   DISPLAY WS-GER-ARQUIVO(WS-GER-SUBS)
                       " AUSENTE NA GERACAO - VOLTA VAZIO"
               WHEN WS-FALTA-COPIA = 'S'
                   ADD 1 TO WS-CONT-DIVERGENTES
                   DISPLAY WS-NOME-GER " NAO ENCONTRADA - " WS-FS-BK
               WHEN WS-QTDE-REG NOT = WS-GER-REGS(WS-GER-SUBS)
                 OR WS-HASH NOT = WS-GER-HASH(WS-GER-SUBS)
                   ADD 1 TO WS-CONT-DIVERGENTES
                   MOVE WS-GER-HASH(WS-GER-SUBS) TO WS-HASH-CAT-ED
                   DISPLAY WS-NOME-GER " DIVERGENTE - LIDOS "
                       WS-QTDE-REG " HASH " WS-HASH-ED
                   DISPLAY "    CATALOGO - REGISTROS "
                       WS-GER-REGS(WS-GER-SUBS) " HASH " WS-HASH-CAT-ED
               WHEN OTHER
                   DISPLAY WS-NOME-GER " CONFERE - REGISTROS "
                       WS-QTDE-REG " HASH " WS-HASH-ED
           END-EVALUATE.
      *
       FALHA-MESTRE.
           DISPLAY "ERRO DE ABERTURA DO MESTRE "
               WS-GER-ARQUIVO(WS-GER-SUBS) " - " WS-FS-ARQ.
           DISPLAY "RESTAURACAO INTERROMPIDA - REPITA APOS CORRIGIR".
           MOVE 12 TO WS-CODIGO-RETORNO.
           MOVE "ER" TO WS-RUN-STATUS.
           PERFORM GRAVA-RUN-FIM.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.
      *
       TRATA-CLIENTE.
           IF WS-GER-SITUACAO(WS-GER-SUBS) = 'N'
               IF FASE-RESTAURA
                   OPEN OUTPUT CADCLI
                   CLOSE CADCLI
               END-IF
           ELSE
               OPEN INPUT BKCLI
               IF WS-FS-BK NOT EQUAL "00"
                   MOVE 'S' TO WS-FALTA-COPIA
               ELSE
                   IF FASE-RESTAURA
                       OPEN OUTPUT CADCLI
                       IF WS-FS-ARQ NOT EQUAL "00"
                           PERFORM FALHA-MESTRE
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-FIM
                   PERFORM LE-CLIENTE UNTIL WS-FIM = 'S'
                   CLOSE BKCLI
                   IF FASE-RESTAURA
                       CLOSE CADCLI
                   END-IF
               END-IF
           END-IF.
      *
       LE-CLIENTE.
           READ BKCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-QTDE-REG
                   ADD SALDO-BK TO WS-HASH
                   IF FASE-RESTAURA
                       WRITE REG-CLI FROM REG-BKCLI
                   END-IF
           END-READ.
      *
       TRATA-FORNECEDOR.
           IF WS-GER-SITUACAO(WS-GER-SUBS) = 'N'
               IF FASE-RESTAURA
                   OPEN OUTPUT ARQFOR
                   CLOSE ARQFOR
               END-IF
           ELSE
               OPEN INPUT BKFOR
               IF WS-FS-BK NOT EQUAL "00"
                   MOVE 'S' TO WS-FALTA-COPIA
               ELSE
                   IF FASE-RESTAURA
                       OPEN OUTPUT ARQFOR
                       IF WS-FS-ARQ NOT EQUAL "00"
                           PERFORM FALHA-MESTRE
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-FIM
                   PERFORM LE-FORNECEDOR UNTIL WS-FIM = 'S'
                   CLOSE BKFOR
                   IF FASE-RESTAURA
                       CLOSE ARQFOR
                   END-IF
               END-IF
           END-IF.
      *
       LE-FORNECEDOR.
           READ BKFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-QTDE-REG
                   ADD SALDO-FORN-BK TO WS-HASH
                   IF FASE-RESTAURA
                       WRITE REG-FOR FROM REG-BKFOR
                   END-IF
           END-READ.
      *
       TRATA-MOVFOR.
           IF WS-GER-SITUACAO(WS-GER-SUBS) = 'N'
               IF FASE-RESTAURA
                   OPEN OUTPUT MOVFOR
                   CLOSE MOVFOR
               END-IF
           ELSE
               OPEN INPUT BKMOVF
               IF WS-FS-BK NOT EQUAL "00"
                   MOVE 'S' TO WS-FALTA-COPIA
               ELSE
                   IF FASE-RESTAURA
                       OPEN OUTPUT MOVFOR
                       IF WS-FS-ARQ NOT EQUAL "00"
                           PERFORM FALHA-MESTRE
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-FIM
                   PERFORM LE-MOVFOR UNTIL WS-FIM = 'S'
                   CLOSE BKMOVF
                   IF FASE-RESTAURA
                       CLOSE MOVFOR
                   END-IF
               END-IF
           END-IF.
      *
       LE-MOVFOR.
           READ BKMOVF
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-QTDE-REG
                   ADD VALOR-FOR-BK TO WS-HASH
                   IF FASE-RESTAURA
                       WRITE REG-MOVFOR FROM REG-BKMOVF
                   END-IF
           END-READ.
      *
       TRATA-CADASTRO.
           IF WS-GER-SITUACAO(WS-GER-SUBS) = 'N'
               IF FASE-RESTAURA
                   OPEN OUTPUT ARQCAD
                   CLOSE ARQCAD
               END-IF
           ELSE
               OPEN INPUT BKCAD
               IF WS-FS-BK NOT EQUAL "00"
                   MOVE 'S' TO WS-FALTA-COPIA
               ELSE
                   IF FASE-RESTAURA
                       OPEN OUTPUT ARQCAD
                       IF WS-FS-ARQ NOT EQUAL "00"
                           PERFORM FALHA-MESTRE
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-FIM
                   PERFORM LE-ALUNO UNTIL WS-FIM = 'S'
                   CLOSE BKCAD
                   IF FASE-RESTAURA
                       CLOSE ARQCAD
                   END-IF
               END-IF
           END-IF.
      *
       LE-ALUNO.
           READ BKCAD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-QTDE-REG
                   ADD MATRIC-BK TO WS-HASH
                   IF FASE-RESTAURA
                       WRITE REG-ALUNO FROM REG-BKCAD
                   END-IF
           END-READ.
      *
       TRATA-HISTORICO.
           IF WS-GER-SITUACAO(WS-GER-SUBS) = 'N'
               IF FASE-RESTAURA
                   OPEN OUTPUT ARQHIST
                   CLOSE ARQHIST
               END-IF
           ELSE
               OPEN INPUT BKHIST
               IF WS-FS-BK NOT EQUAL "00"
                   MOVE 'S' TO WS-FALTA-COPIA
               ELSE
                   IF FASE-RESTAURA
                       OPEN OUTPUT ARQHIST
                       IF WS-FS-ARQ NOT EQUAL "00"
                           PERFORM FALHA-MESTRE
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-FIM
                   PERFORM LE-HISTORICO UNTIL WS-FIM = 'S'
                   CLOSE BKHIST
                   IF FASE-RESTAURA
                       CLOSE ARQHIST
                   END-IF
               END-IF
           END-IF.
      *
       LE-HISTORICO.
           READ BKHIST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-QTDE-REG
                   ADD MATRIC-HIST-BK TO WS-HASH
                   IF FASE-RESTAURA
                       WRITE REG-HIST FROM REG-BKHIST
                   END-IF
           END-READ.
      *
       TRATA-CHEQUE.
           IF WS-GER-SITUACAO(WS-GER-SUBS) = 'N'
               IF FASE-RESTAURA
                   OPEN OUTPUT CHEQUE
                   CLOSE CHEQUE
               END-IF
           ELSE
               OPEN INPUT BKCHQ
               IF WS-FS-BK NOT EQUAL "00"
                   MOVE 'S' TO WS-FALTA-COPIA
               ELSE
                   IF FASE-RESTAURA
                       OPEN OUTPUT CHEQUE
                       IF WS-FS-ARQ NOT EQUAL "00"
                           PERFORM FALHA-MESTRE
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-FIM
                   PERFORM LE-CHEQUE UNTIL WS-FIM = 'S'
                   CLOSE BKCHQ
                   IF FASE-RESTAURA
                       CLOSE CHEQUE
                   END-IF
               END-IF
           END-IF.
      *
       LE-CHEQUE.
           READ BKCHQ
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-QTDE-REG
                   ADD VALOR-CHEQUE-BK TO WS-HASH
                   IF FASE-RESTAURA
                       WRITE REG-CHEQUE FROM REG-BKCHQ
                   END-IF
           END-READ.
      *
       TRATA-LOTECTL.
           IF WS-GER-SITUACAO(WS-GER-SUBS) = 'N'
               IF FASE-RESTAURA
                   OPEN OUTPUT LOTECTL
                   CLOSE LOTECTL
               END-IF
           ELSE
               OPEN INPUT BKLOTE
               IF WS-FS-BK NOT EQUAL "00"
                   MOVE 'S' TO WS-FALTA-COPIA
               ELSE
                   IF FASE-RESTAURA
                       OPEN OUTPUT LOTECTL
                       IF WS-FS-ARQ NOT EQUAL "00"
                           PERFORM FALHA-MESTRE
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-FIM
                   PERFORM LE-LOTECTL UNTIL WS-FIM = 'S'
                   CLOSE BKLOTE
                   IF FASE-RESTAURA
                       CLOSE LOTECTL
                   END-IF
               END-IF
           END-IF.
      *
       LE-LOTECTL.
           READ BKLOTE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-QTDE-REG
                   ADD DATA-LOTE-BK TO WS-HASH
                   IF FASE-RESTAURA
                       WRITE REG-LOTECTL FROM REG-BKLOTE
                   END-IF
           END-READ.
      *
       TRATA-LOTEPROC.
           IF WS-GER-SITUACAO(WS-GER-SUBS) = 'N'
               IF FASE-RESTAURA
                   OPEN OUTPUT LOTEPROC
                   CLOSE LOTEPROC
               END-IF
           ELSE
               OPEN INPUT BKPROC
               IF WS-FS-BK NOT EQUAL "00"
                   MOVE 'S' TO WS-FALTA-COPIA
               ELSE
                   IF FASE-RESTAURA
                       OPEN OUTPUT LOTEPROC
                       IF WS-FS-ARQ NOT EQUAL "00"
                           PERFORM FALHA-MESTRE
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-FIM
                   PERFORM LE-LOTEPROC UNTIL WS-FIM = 'S'
                   CLOSE BKPROC
                   IF FASE-RESTAURA
                       CLOSE LOTEPROC
                   END-IF
               END-IF
           END-IF.
      *
       LE-LOTEPROC.
           READ BKPROC
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-QTDE-REG
                   ADD DATA-LOTE-PROC-BK TO WS-HASH
                   IF FASE-RESTAURA
                       WRITE REG-LOTEPROC FROM REG-BKPROC
                   END-IF
           END-READ.
      *
       TRATA-NSUCTL.
           IF WS-GER-SITUACAO(WS-GER-SUBS) = 'N'
               IF FASE-RESTAURA
                   OPEN OUTPUT NSUCTL
                   CLOSE NSUCTL
               END-IF
           ELSE
               OPEN INPUT BKNSU
               IF WS-FS-BK NOT EQUAL "00"
                   MOVE 'S' TO WS-FALTA-COPIA
               ELSE
                   IF FASE-RESTAURA
                       OPEN OUTPUT NSUCTL
                       IF WS-FS-ARQ NOT EQUAL "00"
                           PERFORM FALHA-MESTRE
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-FIM
                   PERFORM LE-NSUCTL UNTIL WS-FIM = 'S'
                   CLOSE BKNSU
                   IF FASE-RESTAURA
                       CLOSE NSUCTL
                   END-IF
               END-IF
           END-IF.
      *
       LE-NSUCTL.
           READ BKNSU
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-QTDE-REG
                   ADD ULTIMO-NSU-BK TO WS-HASH
                   IF FASE-RESTAURA
                       WRITE REG-NSUCTL FROM REG-BKNSU
                   END-IF
           END-READ.
