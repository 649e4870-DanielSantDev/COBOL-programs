       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARRE-SALDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT PESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PES.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VINC.
           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BJ.
           SELECT MOVLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT LOTECTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOTE.
           SELECT RELVARRE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
           03 ID-CLI.
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
       FD PESSOA VALUE OF FILE-ID IS "PESSOA.DAT".
       01 REG-PESSOA.
           03 CPF-PESSOA           PIC X(11).
           03 NOME-PESSOA          PIC X(30).
           03 VARRE-PESSOA         PIC X(01).
               88 VARRE-OPTANTE    VALUE 'S'.
      *
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
           03 CPF-VINC             PIC X(11).
           03 ID-CLI-VINC.
               05 AGENCIA-VINC     PIC 9(03).
               05 CONTA-VINC       PIC 9(06).
      *
      *    BLOQUEIO JUDICIAL (MANTIDO PELO BLOQ-JUDIC) - O VALOR
      *    BLOQUEADO ATIVO NAO PODE SAIR DA CONTA DOADORA.
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
       FD MOVLOG VALUE OF FILE-ID IS "LOGMOV.DAT".
       01 REG-LOG.
           03 ID-LOG.
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
      *
       FD LOTECTL VALUE OF FILE-ID IS "LOTECTL.DAT".
       01 REG-LOTECTL.
           03 DATA-LOTE            PIC 9(06).
           03 STATUS-LOTE          PIC X(01).
               88 LOTE-ABERTO      VALUE 'A'.
               88 LOTE-FECHADO     VALUE 'F'.
      *
       FD RELVARRE VALUE OF FILE-ID IS "RELVARRE.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-PES                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-BJ                 PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOTE               PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06).
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-FIM-PES               PIC X(01) VALUE 'N'.
       01 WS-NSU                   PIC 9(09) VALUE ZEROS.
       01 WS-DESCRICAO-LOG.
           03 WS-DESC-TIPO         PIC X(09) VALUE 'VARREDURA'.
           03 WS-DESC-STATUS       PIC X(11) VALUE SPACES.
      *
      *    CLIENTE.DAT CARREGADO NA ORDEM DO ARQUIVO - A POSICAO NA
      *    TABELA E' A POSICAO DO REGISTRO, E A REGRAVACAO FINAL E'
      *    UMA SO PASSADA EM PARALELO COM A TABELA.
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CT-ITEM OCCURS 5000 TIMES.
               05 WS-CT-ID.
                   07 WS-CT-AGENCIA    PIC 9(03).
                   07 WS-CT-CONTA      PIC 9(06).
               05 WS-CT-SALDO          PIC S9(09)V99.
               05 WS-CT-STATUS         PIC X(01).
               05 WS-CT-BLOQJUD        PIC S9(09)V99.
               05 WS-CT-ALTERADA       PIC X(01).
       01 WS-CT-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-CT-POS                PIC 9(04) VALUE ZEROS.
       01 WS-CT-BUSCA              PIC 9(09) VALUE ZEROS.
      *
      *    VINCULOS CPF X CONTA DO CONTAPESSOA.DAT (SO CONTAS QUE
      *    EXISTEM NO CLIENTE.DAT).
       01 WS-VC-TAB.
           03 WS-VC-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-VC-ITEM OCCURS 5000 TIMES.
               05 WS-VC-CPF        PIC X(11).
               05 WS-VC-CT         PIC 9(04).
       01 WS-VC-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-VC-DOA                PIC 9(04) VALUE ZEROS.
       01 WS-POS-DEVEDORA          PIC 9(04) VALUE ZEROS.
       01 WS-POS-DOADORA           PIC 9(04) VALUE ZEROS.
       01 WS-NECESSARIO            PIC S9(09)V99 VALUE ZEROS.
       01 WS-DISPONIVEL            PIC S9(09)V99 VALUE ZEROS.
       01 WS-VALOR-VARRE           PIC S9(09)V99 VALUE ZEROS.
      *
      *    VARREDURAS FEITAS NO LOTE - GRAVADAS NO LOG DEPOIS DA
      *    REGRAVACAO DO CLIENTE.DAT E LISTADAS POR AGENCIA.
       01 WS-VR-TAB.
           03 WS-VR-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-VR-ITEM OCCURS 2000 TIMES.
               05 WS-VR-CPF            PIC X(11).
               05 WS-VR-DEVEDORA       PIC 9(04).
               05 WS-VR-DOADORA        PIC 9(04).
               05 WS-VR-VALOR          PIC S9(09)V99.
               05 WS-VR-SALDO-DEV      PIC S9(09)V99.
               05 WS-VR-SALDO-DOA      PIC S9(09)V99.
       01 WS-VR-SUBS               PIC 9(04) VALUE ZEROS.
      *
       01 WS-AG-TAB.
           03 WS-AG-QTDE           PIC 9(03) VALUE ZEROS.
           03 WS-AG-ITEM OCCURS 99 TIMES.
               05 WS-AG-AGENCIA    PIC 9(03).
       01 WS-AG-SUBS               PIC 9(03) VALUE ZEROS.
       01 WS-AG-POS                PIC 9(03) VALUE ZEROS.
       01 WS-AG-BUSCA              PIC 9(03) VALUE ZEROS.
      *
       01 WS-CONT-PESSOAS          PIC 9(07) VALUE ZEROS.
       01 WS-CONT-OPTANTES         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-VARRIDAS         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-DESCOBERTAS      PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-VARRIDO         PIC S9(11)V99 VALUE ZEROS.
       01 WS-AG-ITENS              PIC 9(05) VALUE ZEROS.
       01 WS-AG-VALOR              PIC S9(11)V99 VALUE ZEROS.
      *
       01 WS-CAB1.
           05 FILLER               PIC X(36)
               VALUE "===== VARREDURA DE SALDO DEVEDOR - ".
           05 WS-C-DATA            PIC 99/99/99.
           05 FILLER               PIC X(06) VALUE " =====".
           05 FILLER               PIC X(30) VALUE SPACES.
       01 WS-CAB-AGENCIA.
           05 FILLER               PIC X(09) VALUE "AGENCIA: ".
           05 WS-C-AGENCIA         PIC 9(03).
           05 FILLER               PIC X(68) VALUE SPACES.
       01 WS-CAB2.
           05 FILLER               PIC X(48)
               VALUE "CPF         DEVEDORA   DOADORA             VALOR".
           05 FILLER               PIC X(32)
               VALUE "       SALDO DEV       SALDO DOA".
       01 WS-LINHA-DET.
           05 WS-L-CPF             PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-AG-DEV          PIC 9(03).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-L-CONTA-DEV       PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-AG-DOA          PIC 9(03).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-L-CONTA-DOA       PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-VALOR           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-SALDO-DEV       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-SALDO-DOA       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-LINHA-SUBTOT.
           05 FILLER               PIC X(20)
               VALUE "TOTAL DA AGENCIA   ".
           05 WS-S-ITENS           PIC ZZZZ9.
           05 FILLER               PIC X(09) VALUE " ITENS - ".
           05 WS-S-VALOR           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(30) VALUE SPACES.
       01 WS-LINHA-TOTAL.
           05 FILLER               PIC X(20)
               VALUE "TOTAL GERAL        ".
           05 WS-T-ITENS           PIC ZZZZ9.
           05 FILLER               PIC X(09) VALUE " ITENS - ".
           05 WS-T-VALOR           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(30) VALUE SPACES.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DO LOTE.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "VARRE-SALDO".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    VARREDURA DIARIA DE SALDO DEVEDOR: PARA CADA PESSOA QUE
      *    ADERIU (VARRE-PESSOA = 'S'), CADA CONTA ABERTA VINCULADA AO
      *    CPF QUE TERMINOU O DIA NEGATIVA RECEBE DAS OUTRAS CONTAS
      *    ABERTAS DO MESMO CPF SO O NECESSARIO PARA ZERAR - A DOADORA
      *    NAO FICA NEGATIVA NEM ABAIXO DO BLOQUEIO JUDICIAL. CADA
      *    VARREDURA VAI AO LOG COMO PAR DEBITO/CREDITO COM O MESMO
      *    NSU. RODA DEPOIS DA CONFERENCIA DO RECONCILIA, POIS
      *    ATUALIZA O SALDO DIRETO.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-LOTE.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-BLOQUEIOS.
           PERFORM CARREGA-VINCULOS.
           PERFORM APURA-VARREDURAS.
           IF WS-VR-QTDE NOT = ZEROS
               PERFORM REGRAVA-CLIENTES
               PERFORM GRAVA-LOG-VARREDURAS
           END-IF.
           PERFORM GERA-RELATORIO.
           PERFORM FINALIZA.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE DATA-LOTE TO WS-RUN-DATA-LOTE.
           MOVE SPACES TO WS-RUN-STATUS.
           MOVE ZEROS TO WS-RUN-LIDOS WS-RUN-ATUALIZADOS
               WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       GRAVA-RUN-FIM.
           MOVE 'F' TO WS-RUN-EVENTO.
           MOVE "OK" TO WS-RUN-STATUS.
           MOVE WS-CONT-OPTANTES    TO WS-RUN-LIDOS.
           MOVE WS-CONT-VARRIDAS    TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-DESCOBERTAS TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
      *    A VARREDURA SO E' FEITA DENTRO DE UMA JANELA DE LOTE
      *    ABERTA PELO CONTROLA-LOTE PARA A DATA DE HOJE.
       LE-LOTE.
           ACCEPT WS-HOJE FROM DATE.
           OPEN INPUT LOTECTL.
           IF WS-FS-LOTE NOT EQUAL "00"
               DISPLAY "LOTE NAO ABERTO - EXECUTE CONTROLA-LOTE"
               STOP RUN.
           READ LOTECTL
               AT END
                   DISPLAY "LOTE NAO ABERTO - EXECUTE CONTROLA-LOTE"
                   CLOSE LOTECTL
                   STOP RUN
           END-READ.
           CLOSE LOTECTL.
           IF NOT LOTE-ABERTO
               DISPLAY "LOTE " DATA-LOTE
                   " ESTA FECHADO - EXECUTE CONTROLA-LOTE"
               STOP RUN.
           IF DATA-LOTE NOT EQUAL WS-HOJE
               DISPLAY "LOTE ABERTO PARA " DATA-LOTE
                   " NAO CONFERE COM A DATA DE HOJE " WS-HOJE
               STOP RUN.
      *
       CARREGA-CLIENTES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM GUARDA-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       GUARDA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-CT-QTDE < 5000
                       ADD 1 TO WS-CT-QTDE
                       MOVE ID-CLI     TO WS-CT-ID(WS-CT-QTDE)
                       MOVE SALDO      TO WS-CT-SALDO(WS-CT-QTDE)
                       MOVE STATUS-CLI TO WS-CT-STATUS(WS-CT-QTDE)
                       MOVE ZEROS      TO WS-CT-BLOQJUD(WS-CT-QTDE)
                       MOVE 'N'        TO WS-CT-ALTERADA(WS-CT-QTDE)
                   ELSE
      *                A REGRAVACAO ANDA EM PARALELO COM A TABELA -
      *                CONTA FORA DELA FICARIA DESALINHADA. MELHOR
      *                PARAR ANTES DE TOCAR OS ARQUIVOS.
                       DISPLAY "TABELA DE CONTAS CHEIA (5000) - "
                           "NENHUMA VARREDURA FEITA"
                       CLOSE CADCLI
                       STOP RUN
                   END-IF
           END-READ.
      *
       CARREGA-BLOQUEIOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT BLOQJUD.
           IF WS-FS-BJ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-BLOQUEIO UNTIL WS-FIM = 'S'.
           IF WS-FS-BJ = "00" OR WS-FS-BJ = "10"
               CLOSE BLOQJUD
           END-IF.
      *
       GUARDA-BLOQUEIO.
           READ BLOQJUD
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF BJ-ATIVO
                       MOVE ID-CLI-BJ TO WS-CT-BUSCA
                       PERFORM LOCALIZA-CONTA
                       IF WS-CT-POS NOT = ZEROS
                           ADD VALOR-BLOQ-BJ
                               TO WS-CT-BLOQJUD(WS-CT-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       CARREGA-VINCULOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CONTAPESSOA.
           IF WS-FS-VINC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-VINCULO UNTIL WS-FIM = 'S'.
           IF WS-FS-VINC = "00" OR WS-FS-VINC = "10"
               CLOSE CONTAPESSOA
           END-IF.
      *
       GUARDA-VINCULO.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI-VINC TO WS-CT-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-CT-POS NOT = ZEROS AND WS-VC-QTDE < 5000
                       ADD 1 TO WS-VC-QTDE
                       MOVE CPF-VINC  TO WS-VC-CPF(WS-VC-QTDE)
                       MOVE WS-CT-POS TO WS-VC-CT(WS-VC-QTDE)
                   END-IF
           END-READ.
      *
       LOCALIZA-CONTA.
           MOVE ZEROS TO WS-CT-POS.
           PERFORM BUSCA-CONTA
               VARYING WS-CT-SUBS FROM 1 BY 1
               UNTIL WS-CT-SUBS > WS-CT-QTDE
                  OR WS-CT-POS NOT = ZEROS.
      *
       BUSCA-CONTA.
           IF WS-CT-ID(WS-CT-SUBS) = WS-CT-BUSCA
               MOVE WS-CT-SUBS TO WS-CT-POS
           END-IF.
      *
       APURA-VARREDURAS.
           MOVE 'N' TO WS-FIM-PES.
           OPEN INPUT PESSOA.
           IF WS-FS-PES NOT EQUAL "00"
               DISPLAY "PESSOA.DAT NAO ENCONTRADO - NADA A VARRER"
               MOVE 'S' TO WS-FIM-PES
           END-IF.
           PERFORM TRATA-PESSOA UNTIL WS-FIM-PES = 'S'.
           IF WS-FS-PES = "00" OR WS-FS-PES = "10"
               CLOSE PESSOA
           END-IF.
      *
       TRATA-PESSOA.
           READ PESSOA
               AT END
                   MOVE 'S' TO WS-FIM-PES
               NOT AT END
                   ADD 1 TO WS-CONT-PESSOAS
                   IF VARRE-OPTANTE
                       ADD 1 TO WS-CONT-OPTANTES
                       PERFORM TRATA-DEVEDORA
                           VARYING WS-VC-SUBS FROM 1 BY 1
                           UNTIL WS-VC-SUBS > WS-VC-QTDE
                   END-IF
           END-READ.
      *
       TRATA-DEVEDORA.
           IF WS-VC-CPF(WS-VC-SUBS) = CPF-PESSOA
               MOVE WS-VC-CT(WS-VC-SUBS) TO WS-POS-DEVEDORA
               IF WS-CT-STATUS(WS-POS-DEVEDORA) = 'A'
                  AND WS-CT-SALDO(WS-POS-DEVEDORA) < ZEROS
                   COMPUTE WS-NECESSARIO =
                       ZEROS - WS-CT-SALDO(WS-POS-DEVEDORA)
                   PERFORM BUSCA-DOADORA
                       VARYING WS-VC-DOA FROM 1 BY 1
                       UNTIL WS-VC-DOA > WS-VC-QTDE
                          OR WS-NECESSARIO = ZEROS
                   IF WS-NECESSARIO > ZEROS
                       ADD 1 TO WS-CONT-DESCOBERTAS
                   END-IF
               END-IF
           END-IF.
      *
       BUSCA-DOADORA.
           IF WS-VC-CPF(WS-VC-DOA) = CPF-PESSOA
              AND WS-VC-CT(WS-VC-DOA) NOT = WS-POS-DEVEDORA
               MOVE WS-VC-CT(WS-VC-DOA) TO WS-POS-DOADORA
               IF WS-CT-STATUS(WS-POS-DOADORA) = 'A'
                   COMPUTE WS-DISPONIVEL =
                       WS-CT-SALDO(WS-POS-DOADORA)
                       - WS-CT-BLOQJUD(WS-POS-DOADORA)
                   IF WS-DISPONIVEL > ZEROS
                       PERFORM EFETUA-VARREDURA
                   END-IF
               END-IF
           END-IF.
      *
       EFETUA-VARREDURA.
           IF WS-DISPONIVEL < WS-NECESSARIO
               MOVE WS-DISPONIVEL TO WS-VALOR-VARRE
           ELSE
               MOVE WS-NECESSARIO TO WS-VALOR-VARRE
           END-IF.
           IF WS-VR-QTDE < 2000
               SUBTRACT WS-VALOR-VARRE FROM WS-NECESSARIO
               SUBTRACT WS-VALOR-VARRE
                   FROM WS-CT-SALDO(WS-POS-DOADORA)
               ADD WS-VALOR-VARRE TO WS-CT-SALDO(WS-POS-DEVEDORA)
               MOVE 'S' TO WS-CT-ALTERADA(WS-POS-DOADORA)
               MOVE 'S' TO WS-CT-ALTERADA(WS-POS-DEVEDORA)
               ADD 1 TO WS-VR-QTDE
               MOVE CPF-PESSOA      TO WS-VR-CPF(WS-VR-QTDE)
               MOVE WS-POS-DEVEDORA TO WS-VR-DEVEDORA(WS-VR-QTDE)
               MOVE WS-POS-DOADORA  TO WS-VR-DOADORA(WS-VR-QTDE)
               MOVE WS-VALOR-VARRE  TO WS-VR-VALOR(WS-VR-QTDE)
               MOVE WS-CT-SALDO(WS-POS-DEVEDORA)
                   TO WS-VR-SALDO-DEV(WS-VR-QTDE)
               MOVE WS-CT-SALDO(WS-POS-DOADORA)
                   TO WS-VR-SALDO-DOA(WS-VR-QTDE)
               ADD 1 TO WS-CONT-VARRIDAS
               ADD WS-VALOR-VARRE TO WS-TOTAL-VARRIDO
               MOVE WS-CT-AGENCIA(WS-POS-DEVEDORA) TO WS-AG-BUSCA
               PERFORM REGISTRA-AGENCIA
           END-IF.
      *
       REGISTRA-AGENCIA.
           MOVE ZEROS TO WS-AG-POS.
           PERFORM BUSCA-AGENCIA
               VARYING WS-AG-SUBS FROM 1 BY 1
               UNTIL WS-AG-SUBS > WS-AG-QTDE
                  OR WS-AG-POS NOT = ZEROS.
           IF WS-AG-POS = ZEROS AND WS-AG-QTDE < 99
               ADD 1 TO WS-AG-QTDE
               MOVE WS-AG-BUSCA TO WS-AG-AGENCIA(WS-AG-QTDE)
           END-IF.
      *
       BUSCA-AGENCIA.
           IF WS-AG-AGENCIA(WS-AG-SUBS) = WS-AG-BUSCA
               MOVE WS-AG-SUBS TO WS-AG-POS
           END-IF.
      *
       REGRAVA-CLIENTES.
           MOVE ZEROS TO WS-CT-SUBS.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM REGRAVA-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       REGRAVA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CT-SUBS
                   IF WS-CT-ALTERADA(WS-CT-SUBS) = 'S'
                       MOVE WS-CT-SALDO(WS-CT-SUBS) TO SALDO
                       REWRITE REG-CLI
                       IF WS-FS-CLI NOT EQUAL "00"
                           DISPLAY "ERRO DE REGRAVACAO CLIENTE - "
                               WS-FS-CLI
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
      *
      *    PAR DEBITO (DOADORA, ENVIADA) / CREDITO (DEVEDORA,
      *    RECEBIDA) COM O MESMO NSU; VALOR-LOG LEVA O SALDO
      *    RESULTANTE, COMO NAS DEMAIS POSTAGENS.
       GRAVA-LOG-VARREDURAS.
           OPEN EXTEND MOVLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT MOVLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA LOG - " WS-FS-LOG
               STOP RUN.
           PERFORM GRAVA-PAR-LOG
               VARYING WS-VR-SUBS FROM 1 BY 1
               UNTIL WS-VR-SUBS > WS-VR-QTDE.
           CLOSE MOVLOG.
      *
       GRAVA-PAR-LOG.
           CALL "NSUGET" USING WS-NSU.
           MOVE WS-VR-DOADORA(WS-VR-SUBS) TO WS-CT-POS.
           MOVE WS-CT-ID(WS-CT-POS)       TO ID-LOG.
           MOVE 'ENVIADA    '             TO WS-DESC-STATUS.
           MOVE WS-DESCRICAO-LOG          TO DESCRICAO-LOG.
           MOVE WS-VR-SALDO-DOA(WS-VR-SUBS) TO VALOR-LOG.
           PERFORM GRAVA-LOG.
           MOVE WS-VR-DEVEDORA(WS-VR-SUBS) TO WS-CT-POS.
           MOVE WS-CT-ID(WS-CT-POS)       TO ID-LOG.
           MOVE 'RECEBIDA   '             TO WS-DESC-STATUS.
           MOVE WS-DESCRICAO-LOG          TO DESCRICAO-LOG.
           MOVE WS-VR-SALDO-DEV(WS-VR-SUBS) TO VALOR-LOG.
           PERFORM GRAVA-LOG.
      *
       GRAVA-LOG.
           MOVE DATA-LOTE TO DATA-LOG.
           ACCEPT HORA-LOG FROM TIME.
           MOVE WS-NSU TO NSU-LOG.
           WRITE REG-LOG.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
           END-IF.
      *
      *    RELATORIO DIARIO PARA AS AGENCIAS - UMA QUEBRA POR AGENCIA
      *    DA CONTA DEVEDORA.
       GERA-RELATORIO.
           OPEN OUTPUT RELVARRE.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELVARRE - " WS-FS-REL
               STOP RUN.
           MOVE DATA-LOTE TO WS-C-DATA.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           PERFORM LISTA-AGENCIA
               VARYING WS-AG-SUBS FROM 1 BY 1
               UNTIL WS-AG-SUBS > WS-AG-QTDE.
           MOVE WS-CONT-VARRIDAS TO WS-T-ITENS.
           MOVE WS-TOTAL-VARRIDO TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           CLOSE RELVARRE.
      *
       LISTA-AGENCIA.
           MOVE WS-AG-AGENCIA(WS-AG-SUBS) TO WS-C-AGENCIA.
           MOVE WS-CAB-AGENCIA TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           MOVE ZEROS TO WS-AG-ITENS.
           MOVE ZEROS TO WS-AG-VALOR.
           PERFORM LISTA-VARREDURA
               VARYING WS-VR-SUBS FROM 1 BY 1
               UNTIL WS-VR-SUBS > WS-VR-QTDE.
           MOVE WS-AG-ITENS TO WS-S-ITENS.
           MOVE WS-AG-VALOR TO WS-S-VALOR.
           MOVE WS-LINHA-SUBTOT TO REG-REL.
           WRITE REG-REL.
      *
       LISTA-VARREDURA.
           MOVE WS-VR-DEVEDORA(WS-VR-SUBS) TO WS-POS-DEVEDORA.
           IF WS-CT-AGENCIA(WS-POS-DEVEDORA) =
                   WS-AG-AGENCIA(WS-AG-SUBS)
               MOVE WS-VR-DOADORA(WS-VR-SUBS) TO WS-POS-DOADORA
               MOVE WS-VR-CPF(WS-VR-SUBS)      TO WS-L-CPF
               MOVE WS-CT-AGENCIA(WS-POS-DEVEDORA) TO WS-L-AG-DEV
               MOVE WS-CT-CONTA(WS-POS-DEVEDORA)   TO WS-L-CONTA-DEV
               MOVE WS-CT-AGENCIA(WS-POS-DOADORA)  TO WS-L-AG-DOA
               MOVE WS-CT-CONTA(WS-POS-DOADORA)    TO WS-L-CONTA-DOA
               MOVE WS-VR-VALOR(WS-VR-SUBS)     TO WS-L-VALOR
               MOVE WS-VR-SALDO-DEV(WS-VR-SUBS) TO WS-L-SALDO-DEV
               MOVE WS-VR-SALDO-DOA(WS-VR-SUBS) TO WS-L-SALDO-DOA
               MOVE WS-LINHA-DET TO REG-REL
               WRITE REG-REL
               ADD 1 TO WS-AG-ITENS
               ADD WS-VR-VALOR(WS-VR-SUBS) TO WS-AG-VALOR
           END-IF.
      *
       FINALIZA.
           DISPLAY "PESSOAS LIDAS            : " WS-CONT-PESSOAS.
           DISPLAY "PESSOAS OPTANTES         : " WS-CONT-OPTANTES.
           DISPLAY "VARREDURAS EFETUADAS     : " WS-CONT-VARRIDAS.
           DISPLAY "CONTAS AINDA DESCOBERTAS : " WS-CONT-DESCOBERTAS.
           DISPLAY "TOTAL VARRIDO            : " WS-TOTAL-VARRIDO.
