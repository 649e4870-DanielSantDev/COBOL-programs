       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISA-FRAC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VINC.
           SELECT PESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PES.
           SELECT MOVLOG-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT MOVLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT CASOS ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CASO.
       DATA DIVISION.
       FILE SECTION.
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
           03 CPF-VINC             PIC X(11).
           03 ID-CLI-VINC.
               05 AGENCIA-VINC     PIC 9(03).
               05 CONTA-VINC       PIC 9(06).
      *
       FD PESSOA VALUE OF FILE-ID IS "PESSOA.DAT".
       01 REG-PESSOA.
           03 CPF-PESSOA           PIC X(11).
           03 NOME-PESSOA          PIC X(30).
           03 VARRE-PESSOA         PIC X(01).
               88 VARRE-OPTANTE    VALUE 'S'.
      *
       FD MOVLOG-HIST VALUE OF FILE-ID IS "LOGMOV-HIST.DAT".
       01 REG-LOG-HIST.
           03 ID-LOG-H.
               05 AGENCIA-LOG-H    PIC 9(03).
               05 CONTA-LOG-H      PIC 9(06).
           03 DESCRICAO-LOG-H      PIC X(20).
           03 VALOR-LOG-H          PIC S9(09)V99.
           03 DATA-LOG-H           PIC 9(06).
           03 HORA-LOG-H           PIC 9(08).
           03 NSU-LOG-H            PIC 9(09).
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
      *    CASOS DE COMPLIANCE - GRAVADOS AQUI EM ABERTO E DECIDIDOS
      *    (ARQUIVADO OU COMUNICADO) PELO TRATA-CASO.
       FD CASOS VALUE OF FILE-ID IS "CASOS.DAT".
       01 REG-CASO.
           03 NUMERO-CASO          PIC 9(07).
           03 CPF-CASO             PIC X(11).
           03 NOME-CASO            PIC X(30).
           03 TIPO-CASO            PIC X(01).
               88 CASO-FRACIONADO  VALUE 'F'.
               88 CASO-PASSAGEM    VALUE 'P'.
           03 DATA-INI-CASO        PIC 9(06).
           03 DATA-FIM-CASO        PIC 9(06).
           03 QTDE-DEP-CASO        PIC 9(05).
           03 VALOR-DEP-CASO       PIC 9(11)V99.
           03 VALOR-SAIDA-CASO     PIC 9(11)V99.
           03 DATA-DET-CASO        PIC 9(06).
           03 SITUACAO-CASO        PIC X(01).
               88 CASO-ABERTO      VALUE 'A'.
               88 CASO-ARQUIVADO   VALUE 'D'.
               88 CASO-COMUNICADO  VALUE 'C'.
           03 OPERADOR-CASO        PIC X(08).
           03 DATA-DEC-CASO        PIC 9(06).
           03 JUSTIF-CASO          PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-PES                PIC X(02) VALUE ZEROS.
       01 WS-FS-HIST               PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-CASO               PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
      *
      *    PARAMETROS DA RODADA (SYSIN): DIAS DA JANELA MOVEL E LIMITE
      *    DE COMUNICACAO. ZERADOS, VALEM OS PADROES - 5 DIAS E O
      *    MESMO LIMITE DO RELMONIT.
       01 WS-JANELA-DIAS           PIC 9(02) VALUE ZEROS.
       01 WS-JANELA-PAD            PIC 9(02) VALUE 05.
       01 WS-LIMITE-COMUNIC        PIC 9(09) VALUE ZEROS.
       01 WS-LIMITE-PAD            PIC 9(09) VALUE 050000.
      *    "LOGO ABAIXO DO LIMITE" = A PARTIR DE 90% DELE. A PARTIR
      *    DE 3 DEPOSITOS NA FAIXA O CPF VIRA CASO DE FRACIONAMENTO;
      *    3 OU MAIS DEPOSITOS COM 80% OU MAIS DO VALOR SAINDO POR
      *    TRANSFERENCIA ATE O DIA SEGUINTE AO DEPOSITO VIRA CASO DE
      *    PASSAGEM DE RECURSOS.
       01 WS-FAIXA-PCT             PIC 9V99 VALUE 0.90.
       01 WS-MIN-FRACIONADOS       PIC 9(03) VALUE 003.
       01 WS-MIN-DEPOSITOS         PIC 9(03) VALUE 003.
       01 WS-PCT-SAIDA             PIC 9V99 VALUE 0.80.
       01 WS-PISO-FAIXA            PIC 9(09)V99 VALUE ZEROS.
      *
       01 WS-DATA-8                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-8-R REDEFINES WS-DATA-8.
           03 WS-D8-SECULO         PIC 9(02).
           03 WS-D8-AAMMDD         PIC 9(06).
       01 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-INICIO           PIC 9(07) VALUE ZEROS.
       01 WS-DIAS-MOV              PIC 9(07) VALUE ZEROS.
       01 WS-INICIO-JANELA         PIC 9(06) VALUE ZEROS.
      *
      *    MOVIMENTO LIDO DO HISTORICO OU DO AO VIVO - AS DUAS
      *    GERACOES PASSAM PELA MESMA ROTINA DE ANALISE.
       01 WS-MOV.
           03 WS-MOV-ID            PIC 9(09).
           03 WS-MOV-DESCRICAO.
               05 WS-MOV-TIPO      PIC X(09).
               05 WS-MOV-STATUS    PIC X(11).
           03 WS-MOV-VALOR         PIC S9(09)V99.
           03 WS-MOV-DATA          PIC 9(06).
       01 WS-MOVIMENTO             PIC S9(09)V99 VALUE ZEROS.
      *    STATUS QUE ALTERAM SALDO E CARREGAM O SALDO RESULTANTE EM
      *    VALOR-LOG - MESMA LISTA DO EXTRATO-CLIENTE.
       01 WS-STATUS-LOG            PIC X(11) VALUE SPACES.
           88 LOG-MOV-POSTADO      VALUE "ATUALIZADO ",
                                         "ESTORNADO  ",
                                         "APROVADO   ",
                                         "ENVIADA    ",
                                         "RECEBIDA   ",
                                         "DEVOLVIDO  ",
                                         "COMPENSADO ".
       01 WS-TIPO-MOV              PIC X(09) VALUE SPACES.
           88 MOV-DEPOSITO         VALUE "DEPOSITO ".
           88 MOV-SAIDA-TRANSF     VALUE "TRANSF   ", "TED      ".
      *
      *    CONTAS VINCULADAS A ALGUM CPF. O VALOR DE CADA LANCAMENTO E'
      *    A DIFERENCA ENTRE O SALDO POSTADO E O POSTADO ANTERIOR DA
      *    MESMA CONTA (VALOR-LOG TRAZ O SALDO RESULTANTE).
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CT-ITEM OCCURS 5000 TIMES.
               05 WS-CT-ID             PIC 9(09).
               05 WS-CT-TEM-SALDO      PIC X(01).
               05 WS-CT-SALDO          PIC S9(09)V99.
       01 WS-CT-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-CT-POS                PIC 9(04) VALUE ZEROS.
       01 WS-CT-BUSCA              PIC 9(09) VALUE ZEROS.
      *
      *    ACUMULADOS DA JANELA POR CPF (TODAS AS CONTAS DO CPF).
       01 WS-CP-TAB.
           03 WS-CP-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CP-ITEM OCCURS 3000 TIMES.
               05 WS-CP-CPF            PIC X(11).
               05 WS-CP-NOME           PIC X(30).
               05 WS-CP-QTDE-FAIXA     PIC 9(05).
               05 WS-CP-VALOR-FAIXA    PIC 9(11)V99.
               05 WS-CP-QTDE-DEP       PIC 9(05).
               05 WS-CP-VALOR-DEP      PIC 9(11)V99.
               05 WS-CP-DIAS-ULT-DEP   PIC 9(07).
               05 WS-CP-VALOR-SAIDA    PIC 9(11)V99.
               05 WS-CP-DATA-INI       PIC 9(06).
               05 WS-CP-DATA-FIM       PIC 9(06).
               05 WS-CP-TEM-CASO-F     PIC X(01).
               05 WS-CP-TEM-CASO-P     PIC X(01).
       01 WS-CP-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-CP-POS                PIC 9(04) VALUE ZEROS.
       01 WS-CP-BUSCA              PIC X(11) VALUE SPACES.
      *
       01 WS-VC-TAB.
           03 WS-VC-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-VC-ITEM OCCURS 5000 TIMES.
               05 WS-VC-CT         PIC 9(04).
               05 WS-VC-CP         PIC 9(04).
       01 WS-VC-SUBS               PIC 9(04) VALUE ZEROS.
      *
       01 WS-ULTIMO-CASO           PIC 9(07) VALUE ZEROS.
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-NA-JANELA        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-CASOS            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-JA-TRATADOS      PIC 9(05) VALUE ZEROS.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DA RODADA.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "ANALISA-FRAC".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    O RELMONIT PEGA O LANCAMENTO ISOLADO DE ALTO VALOR; AQUI O
      *    MOVIMENTO DE TODAS AS CONTAS DE CADA CPF (CONTAPESSOA) E'
      *    SOMADO NUMA JANELA MOVEL DE DIAS PARA PEGAR O FRACIONAMENTO
      *    (VARIOS DEPOSITOS LOGO ABAIXO DO LIMITE) E A PASSAGEM DE
      *    RECURSOS (DEPOSITOS SEGUIDOS DE TRANSFERENCIA IMEDIATA). OS
      *    SUSPEITOS VAO PARA CASOS.DAT, EM ABERTO, PARA O COMPLIANCE.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-PARAMETROS.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM CALCULA-JANELA.
           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-NOMES.
           PERFORM CARREGA-CASOS.
           PERFORM APURA-MOVIMENTOS.
           PERFORM GRAVA-CASOS.
           PERFORM FINALIZA.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE WS-HOJE TO WS-RUN-DATA-LOTE.
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
           MOVE WS-CONT-LIDOS       TO WS-RUN-LIDOS.
           MOVE WS-CONT-CASOS       TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-JA-TRATADOS TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ENTRA-PARAMETROS.
           ACCEPT WS-HOJE FROM DATE.
           DISPLAY "DIAS DA JANELA (00 = PADRAO): ".
           ACCEPT WS-JANELA-DIAS.
           DISPLAY "LIMITE DE COMUNICACAO (0 = PADRAO): ".
           ACCEPT WS-LIMITE-COMUNIC.
           IF WS-JANELA-DIAS = ZEROS
               MOVE WS-JANELA-PAD TO WS-JANELA-DIAS
           END-IF.
           IF WS-LIMITE-COMUNIC = ZEROS
               MOVE WS-LIMITE-PAD TO WS-LIMITE-COMUNIC
           END-IF.
           COMPUTE WS-PISO-FAIXA = WS-LIMITE-COMUNIC * WS-FAIXA-PCT.
      *
      *    A JANELA TERMINA HOJE E COMECA (DIAS - 1) DIAS ANTES.
       CALCULA-JANELA.
           COMPUTE WS-DATA-8 = 20000000 + WS-HOJE.
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-8).
           COMPUTE WS-DIAS-INICIO = WS-DIAS-HOJE - WS-JANELA-DIAS + 1.
           COMPUTE WS-DATA-8 =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INICIO).
           MOVE WS-D8-AAMMDD TO WS-INICIO-JANELA.
           DISPLAY "JANELA DE " WS-INICIO-JANELA " A " WS-HOJE
               " - LIMITE " WS-LIMITE-COMUNIC.
      *
       CARREGA-VINCULOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CONTAPESSOA.
           IF WS-FS-VINC NOT EQUAL "00"
               DISPLAY "CONTAPESSOA.DAT NAO ENCONTRADO"
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
                   MOVE CPF-VINC TO WS-CP-BUSCA
                   PERFORM LOCALIZA-CPF
                   IF WS-CP-POS = ZEROS AND WS-CP-QTDE < 3000
                       PERFORM INCLUI-CPF
                   END-IF
                   MOVE ID-CLI-VINC TO WS-CT-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-CT-POS = ZEROS AND WS-CT-QTDE < 5000
                       ADD 1 TO WS-CT-QTDE
                       MOVE ID-CLI-VINC TO WS-CT-ID(WS-CT-QTDE)
                       MOVE 'N'   TO WS-CT-TEM-SALDO(WS-CT-QTDE)
                       MOVE ZEROS TO WS-CT-SALDO(WS-CT-QTDE)
                       MOVE WS-CT-QTDE TO WS-CT-POS
                   END-IF
                   IF WS-CP-POS NOT = ZEROS AND WS-CT-POS NOT = ZEROS
                      AND WS-VC-QTDE < 5000
                       ADD 1 TO WS-VC-QTDE
                       MOVE WS-CT-POS TO WS-VC-CT(WS-VC-QTDE)
                       MOVE WS-CP-POS TO WS-VC-CP(WS-VC-QTDE)
                   END-IF
           END-READ.
      *
       INCLUI-CPF.
           ADD 1 TO WS-CP-QTDE.
           MOVE WS-CP-QTDE TO WS-CP-POS.
           MOVE WS-CP-BUSCA TO WS-CP-CPF(WS-CP-POS).
           MOVE SPACES TO WS-CP-NOME(WS-CP-POS).
           MOVE ZEROS TO WS-CP-QTDE-FAIXA(WS-CP-POS)
               WS-CP-VALOR-FAIXA(WS-CP-POS)
               WS-CP-QTDE-DEP(WS-CP-POS)
               WS-CP-VALOR-DEP(WS-CP-POS)
               WS-CP-DIAS-ULT-DEP(WS-CP-POS)
               WS-CP-VALOR-SAIDA(WS-CP-POS)
               WS-CP-DATA-INI(WS-CP-POS)
               WS-CP-DATA-FIM(WS-CP-POS).
           MOVE 'N' TO WS-CP-TEM-CASO-F(WS-CP-POS)
               WS-CP-TEM-CASO-P(WS-CP-POS).
      *
       LOCALIZA-CPF.
           MOVE ZEROS TO WS-CP-POS.
           PERFORM BUSCA-CPF
               VARYING WS-CP-SUBS FROM 1 BY 1
               UNTIL WS-CP-SUBS > WS-CP-QTDE
                  OR WS-CP-POS NOT = ZEROS.
      *
       BUSCA-CPF.
           IF WS-CP-CPF(WS-CP-SUBS) = WS-CP-BUSCA
               MOVE WS-CP-SUBS TO WS-CP-POS
           END-IF.
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
       CARREGA-NOMES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PESSOA.
           IF WS-FS-PES NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-NOME UNTIL WS-FIM = 'S'.
           IF WS-FS-PES = "00" OR WS-FS-PES = "10"
               CLOSE PESSOA
           END-IF.
      *
       GUARDA-NOME.
           READ PESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE CPF-PESSOA TO WS-CP-BUSCA
                   PERFORM LOCALIZA-CPF
                   IF WS-CP-POS NOT = ZEROS
                       MOVE NOME-PESSOA TO WS-CP-NOME(WS-CP-POS)
                   END-IF
           END-READ.
      *
      *    CPF COM CASO DO MESMO TIPO AINDA EM ABERTO, OU DETECTADO
      *    DENTRO DA JANELA ATUAL, NAO GERA CASO NOVO - OS DEPOSITOS
      *    SERIAM OS MESMOS. GUARDA TAMBEM O ULTIMO NUMERO USADO.
       CARREGA-CASOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CASOS.
           IF WS-FS-CASO NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-CASO UNTIL WS-FIM = 'S'.
           IF WS-FS-CASO = "00" OR WS-FS-CASO = "10"
               CLOSE CASOS
           END-IF.
      *
       GUARDA-CASO.
           READ CASOS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-CASO > WS-ULTIMO-CASO
                       MOVE NUMERO-CASO TO WS-ULTIMO-CASO
                   END-IF
                   IF CASO-ABERTO
                      OR DATA-DET-CASO NOT < WS-INICIO-JANELA
                       MOVE CPF-CASO TO WS-CP-BUSCA
                       PERFORM LOCALIZA-CPF
                       IF WS-CP-POS NOT = ZEROS
                           IF CASO-FRACIONADO
                               MOVE 'S' TO WS-CP-TEM-CASO-F(WS-CP-POS)
                           ELSE
                               MOVE 'S' TO WS-CP-TEM-CASO-P(WS-CP-POS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      *    HISTORICO PRIMEIRO, DEPOIS O AO VIVO - ORDEM CRONOLOGICA
      *    DAS POSTAGENS, COMO NO EXTRATO-HIST. O MOVIMENTO ANTERIOR A
      *    JANELA SO SERVE PARA SABER O SALDO DE PARTIDA DE CADA CONTA.
       APURA-MOVIMENTOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT MOVLOG-HIST.
           IF WS-FS-HIST NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LER-HISTORICO UNTIL WS-FIM = 'S'.
           IF WS-FS-HIST = "00" OR WS-FS-HIST = "10"
               CLOSE MOVLOG-HIST
           END-IF.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT MOVLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LER-AO-VIVO UNTIL WS-FIM = 'S'.
           IF WS-FS-LOG = "00" OR WS-FS-LOG = "10"
               CLOSE MOVLOG
           END-IF.
      *
       LER-HISTORICO.
           READ MOVLOG-HIST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-LOG-H        TO WS-MOV-ID
                   MOVE DESCRICAO-LOG-H TO WS-MOV-DESCRICAO
                   MOVE VALOR-LOG-H     TO WS-MOV-VALOR
                   MOVE DATA-LOG-H      TO WS-MOV-DATA
                   PERFORM ANALISA-MOVIMENTO
           END-READ.
      *
       LER-AO-VIVO.
           READ MOVLOG
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-LOG        TO WS-MOV-ID
                   MOVE DESCRICAO-LOG TO WS-MOV-DESCRICAO
                   MOVE VALOR-LOG     TO WS-MOV-VALOR
                   MOVE DATA-LOG      TO WS-MOV-DATA
                   PERFORM ANALISA-MOVIMENTO
           END-READ.
      *
       ANALISA-MOVIMENTO.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE WS-MOV-STATUS TO WS-STATUS-LOG.
           IF LOG-MOV-POSTADO
               MOVE WS-MOV-ID TO WS-CT-BUSCA
               PERFORM LOCALIZA-CONTA
               IF WS-CT-POS NOT = ZEROS
                   IF WS-CT-TEM-SALDO(WS-CT-POS) = 'S'
                      AND WS-MOV-DATA NOT < WS-INICIO-JANELA
                      AND WS-MOV-DATA NOT > WS-HOJE
                       COMPUTE WS-MOVIMENTO =
                           WS-MOV-VALOR - WS-CT-SALDO(WS-CT-POS)
                       ADD 1 TO WS-CONT-NA-JANELA
                       MOVE WS-MOV-TIPO TO WS-TIPO-MOV
                       PERFORM DISTRIBUI-CPF
                           VARYING WS-VC-SUBS FROM 1 BY 1
                           UNTIL WS-VC-SUBS > WS-VC-QTDE
                   END-IF
                   MOVE 'S'          TO WS-CT-TEM-SALDO(WS-CT-POS)
                   MOVE WS-MOV-VALOR TO WS-CT-SALDO(WS-CT-POS)
               END-IF
           END-IF.
      *
      *    CONTA CONJUNTA CONTA PARA CADA UM DOS CPFS VINCULADOS.
       DISTRIBUI-CPF.
           IF WS-VC-CT(WS-VC-SUBS) = WS-CT-POS
               MOVE WS-VC-CP(WS-VC-SUBS) TO WS-CP-POS
               EVALUATE TRUE
                   WHEN MOV-DEPOSITO AND WS-MOVIMENTO > ZEROS
                       PERFORM ACUMULA-DEPOSITO
                   WHEN MOV-SAIDA-TRANSF AND WS-MOVIMENTO < ZEROS
                       PERFORM ACUMULA-SAIDA
               END-EVALUATE
           END-IF.
      *
       ACUMULA-DEPOSITO.
           COMPUTE WS-DATA-8 = 20000000 + WS-MOV-DATA.
           COMPUTE WS-DIAS-MOV = FUNCTION INTEGER-OF-DATE(WS-DATA-8).
           ADD 1 TO WS-CP-QTDE-DEP(WS-CP-POS).
           ADD WS-MOVIMENTO TO WS-CP-VALOR-DEP(WS-CP-POS).
           MOVE WS-DIAS-MOV TO WS-CP-DIAS-ULT-DEP(WS-CP-POS).
           IF WS-CP-DATA-INI(WS-CP-POS) = ZEROS
               MOVE WS-MOV-DATA TO WS-CP-DATA-INI(WS-CP-POS)
           END-IF.
           MOVE WS-MOV-DATA TO WS-CP-DATA-FIM(WS-CP-POS).
           IF WS-MOVIMENTO NOT < WS-PISO-FAIXA
              AND WS-MOVIMENTO < WS-LIMITE-COMUNIC
               ADD 1 TO WS-CP-QTDE-FAIXA(WS-CP-POS)
               ADD WS-MOVIMENTO TO WS-CP-VALOR-FAIXA(WS-CP-POS)
           END-IF.
      *
      *    SO CONTA A SAIDA NO MESMO DIA OU NO DIA SEGUINTE AO ULTIMO
      *    DEPOSITO DO CPF.
       ACUMULA-SAIDA.
           IF WS-CP-QTDE-DEP(WS-CP-POS) > ZEROS
               COMPUTE WS-DATA-8 = 20000000 + WS-MOV-DATA
               COMPUTE WS-DIAS-MOV =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-8)
               IF WS-DIAS-MOV - WS-CP-DIAS-ULT-DEP(WS-CP-POS) < 2
                   COMPUTE WS-CP-VALOR-SAIDA(WS-CP-POS) =
                       WS-CP-VALOR-SAIDA(WS-CP-POS) - WS-MOVIMENTO
                   MOVE WS-MOV-DATA TO WS-CP-DATA-FIM(WS-CP-POS)
               END-IF
           END-IF.
      *
       GRAVA-CASOS.
           OPEN EXTEND CASOS.
           IF WS-FS-CASO NOT EQUAL "00"
               OPEN OUTPUT CASOS
           END-IF.
           IF WS-FS-CASO NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CASOS - " WS-FS-CASO
               STOP RUN.
           PERFORM AVALIA-CPF
               VARYING WS-CP-SUBS FROM 1 BY 1
               UNTIL WS-CP-SUBS > WS-CP-QTDE.
           CLOSE CASOS.
      *
       AVALIA-CPF.
           MOVE WS-CP-SUBS TO WS-CP-POS.
           IF WS-CP-QTDE-FAIXA(WS-CP-POS) NOT < WS-MIN-FRACIONADOS
               IF WS-CP-TEM-CASO-F(WS-CP-POS) = 'S'
                   ADD 1 TO WS-CONT-JA-TRATADOS
               ELSE
                   MOVE 'F' TO TIPO-CASO
                   MOVE WS-CP-QTDE-FAIXA(WS-CP-POS)  TO QTDE-DEP-CASO
                   MOVE WS-CP-VALOR-FAIXA(WS-CP-POS) TO VALOR-DEP-CASO
                   PERFORM GRAVA-CASO
               END-IF
           END-IF.
           IF WS-CP-QTDE-DEP(WS-CP-POS) NOT < WS-MIN-DEPOSITOS
              AND WS-CP-VALOR-SAIDA(WS-CP-POS) NOT <
                  WS-CP-VALOR-DEP(WS-CP-POS) * WS-PCT-SAIDA
               IF WS-CP-TEM-CASO-P(WS-CP-POS) = 'S'
                   ADD 1 TO WS-CONT-JA-TRATADOS
               ELSE
                   MOVE 'P' TO TIPO-CASO
                   MOVE WS-CP-QTDE-DEP(WS-CP-POS)  TO QTDE-DEP-CASO
                   MOVE WS-CP-VALOR-DEP(WS-CP-POS) TO VALOR-DEP-CASO
                   PERFORM GRAVA-CASO
               END-IF
           END-IF.
      *
      *    TIPO, QUANTIDADE E VALOR DE DEPOSITO JA PREENCHIDOS.
       GRAVA-CASO.
           ADD 1 TO WS-ULTIMO-CASO.
           MOVE WS-ULTIMO-CASO             TO NUMERO-CASO.
           MOVE WS-CP-CPF(WS-CP-POS)       TO CPF-CASO.
           MOVE WS-CP-NOME(WS-CP-POS)      TO NOME-CASO.
           MOVE WS-CP-DATA-INI(WS-CP-POS)  TO DATA-INI-CASO.
           MOVE WS-CP-DATA-FIM(WS-CP-POS)  TO DATA-FIM-CASO.
           MOVE WS-CP-VALOR-SAIDA(WS-CP-POS) TO VALOR-SAIDA-CASO.
           MOVE WS-HOJE                    TO DATA-DET-CASO.
           MOVE 'A'                        TO SITUACAO-CASO.
           MOVE SPACES                     TO OPERADOR-CASO.
           MOVE ZEROS                      TO DATA-DEC-CASO.
           MOVE SPACES                     TO JUSTIF-CASO.
           WRITE REG-CASO.
           IF WS-FS-CASO NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO CASOS - " WS-FS-CASO
               STOP RUN.
           ADD 1 TO WS-CONT-CASOS.
           DISPLAY "CASO " NUMERO-CASO " CPF " CPF-CASO " TIPO "
               TIPO-CASO " DEPOSITOS " QTDE-DEP-CASO.
      *
       FINALIZA.
           DISPLAY "LANCAMENTOS LIDOS       : " WS-CONT-LIDOS.
           DISPLAY "LANCAMENTOS NA JANELA   : " WS-CONT-NA-JANELA.
           DISPLAY "CPFS ANALISADOS         : " WS-CP-QTDE.
           DISPLAY "CASOS ABERTOS           : " WS-CONT-CASOS.
           DISPLAY "CASOS JA EM TRATAMENTO  : " WS-CONT-JA-TRATADOS.
