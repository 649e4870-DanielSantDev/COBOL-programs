       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-REND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PES.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VINC.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SALDODIA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SDIA.
           SELECT MOVLOG-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
           SELECT MOVLOG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT IOFREC ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IOF.
           SELECT ENDERECO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-END.
           SELECT INFORME ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-INF.
           SELECT INFORMERF ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IRF.
       DATA DIVISION.
       FILE SECTION.
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
       FD SALDODIA VALUE OF FILE-ID IS "SALDODIA.DAT".
       01 REG-SALDODIA.
           03 ID-SDIA.
               05 AGENCIA-SDIA     PIC 9(03).
               05 CONTA-SDIA       PIC 9(06).
           03 DATA-SDIA            PIC 9(06).
           03 SALDO-SDIA           PIC S9(09)V99.
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
       FD IOFREC VALUE OF FILE-ID IS "IOFREC.DAT".
       01 REG-IOFREC.
           03 ID-IOF.
               05 AGENCIA-IOF      PIC 9(03).
               05 CONTA-IOF        PIC 9(06).
           03 DATA-IOF             PIC 9(06).
           03 DATA-IOF-R REDEFINES DATA-IOF.
               05 DATA-IOF-AA      PIC 9(02).
               05 DATA-IOF-MM      PIC 9(02).
               05 DATA-IOF-DD      PIC 9(02).
           03 VALOR-IOF            PIC 9(07)V99.
      *
       FD ENDERECO VALUE OF FILE-ID IS "ENDERECO.DAT".
       01 REG-ENDERECO.
           03 ID-CLI-END.
               05 AGENCIA-END      PIC 9(03).
               05 CONTA-END        PIC 9(06).
           03 LOGRADOURO-END       PIC X(30).
           03 CIDADE-END           PIC X(20).
           03 UF-END               PIC X(02).
           03 CEP-END              PIC 9(08).
           03 FONE-END             PIC X(15).
           03 EMAIL-END            PIC X(30).
      *
       FD INFORME VALUE OF FILE-ID IS "INFORME.DAT".
       01 REG-INF                  PIC X(80).
      *
      *    ARQUIVO CONSOLIDADO PARA A RECEITA - UM REGISTRO POR CPF E
      *    CONTA, LAYOUT FIXO, VALORES SEM EDICAO.
       FD INFORMERF VALUE OF FILE-ID IS "INFORME-RF.DAT".
       01 REG-IRF.
           03 ANO-IRF              PIC 9(02).
           03 CPF-IRF              PIC X(11).
           03 NOME-IRF             PIC X(30).
           03 ID-IRF.
               05 AGENCIA-IRF      PIC 9(03).
               05 CONTA-IRF        PIC 9(06).
           03 SALDO-ANT-IRF        PIC S9(09)V99.
           03 SALDO-ATU-IRF        PIC S9(09)V99.
           03 JUROS-IRF            PIC 9(09)V99.
           03 IOF-IRF              PIC 9(07)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-ANO                   PIC 9(02) VALUE ZEROS.
       01 WS-ANO-ANT               PIC 9(02) VALUE ZEROS.
       01 WS-CORTE-ANT.
           03 WS-CORTE-ANT-AA      PIC 9(02).
           03 FILLER               PIC 9(04) VALUE 1231.
       01 WS-CORTE-ANT-N REDEFINES WS-CORTE-ANT PIC 9(06).
       01 WS-CORTE-ATU.
           03 WS-CORTE-ATU-AA      PIC 9(02).
           03 FILLER               PIC 9(04) VALUE 1231.
       01 WS-CORTE-ATU-N REDEFINES WS-CORTE-ATU PIC 9(06).
       01 WS-FS-PES                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-SDIA               PIC X(02) VALUE ZEROS.
       01 WS-FS-HIST               PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-IOF                PIC X(02) VALUE ZEROS.
       01 WS-FS-END                PIC X(02) VALUE ZEROS.
       01 WS-FS-INF                PIC X(02) VALUE ZEROS.
       01 WS-FS-IRF                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-FIM-PES               PIC X(01) VALUE 'N'.
       01 WS-FIM-END               PIC X(01) VALUE 'N'.
       01 WS-ACHOU-END             PIC X(01) VALUE 'N'.
      *
      *    MOVIMENTO LIDO DO HISTORICO OU DO AO VIVO - AS DUAS
      *    GERACOES PASSAM PELA MESMA ROTINA DE ACUMULO.
       01 WS-MOV.
           03 WS-MOV-ID.
               05 WS-MOV-AGENCIA   PIC 9(03).
               05 WS-MOV-CONTA     PIC 9(06).
           03 WS-MOV-DESCRICAO.
               05 WS-MOV-TIPO      PIC X(09).
               05 WS-MOV-STATUS    PIC X(11).
           03 WS-MOV-VALOR         PIC S9(09)V99.
           03 WS-MOV-DATA          PIC 9(06).
           03 WS-MOV-DATA-R REDEFINES WS-MOV-DATA.
               05 WS-MOV-DATA-AA   PIC 9(02).
               05 WS-MOV-DATA-MMDD PIC 9(04).
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
      *
      *    CONTAS QUE APARECEM EM ALGUM INFORME. O SALDO EM 31/12 VEM
      *    DO ULTIMO MOVIMENTO POSTADO ATE A DATA (LOGMOV-HIST.DAT +
      *    LOGMOV.DAT); CONTA SEM MOVIMENTO ATE A DATA USA O ULTIMO
      *    RETRATO DO SALDODIA.DAT. OS JUROS SAO A DIFERENCA ENTRE O
      *    SALDO POSTADO PELO 'JUROS' E O SALDO POSTADO ANTERIOR.
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CT-ITEM OCCURS 5000 TIMES.
               05 WS-CT-ID.
                   07 WS-CT-AGENCIA    PIC 9(03).
                   07 WS-CT-CONTA      PIC 9(06).
               05 WS-CT-LOG-ANT        PIC X(01).
               05 WS-CT-SALDO-LOG-ANT  PIC S9(09)V99.
               05 WS-CT-LOG-ATU        PIC X(01).
               05 WS-CT-SALDO-LOG-ATU  PIC S9(09)V99.
               05 WS-CT-SDIA-ANT       PIC X(01).
               05 WS-CT-SALDO-SDIA-ANT PIC S9(09)V99.
               05 WS-CT-SDIA-ATU       PIC X(01).
               05 WS-CT-SALDO-SDIA-ATU PIC S9(09)V99.
               05 WS-CT-CORRENTE       PIC S9(09)V99.
               05 WS-CT-JUROS          PIC 9(09)V99.
               05 WS-CT-IOF            PIC 9(07)V99.
       01 WS-CT-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-CT-POS                PIC 9(04) VALUE ZEROS.
       01 WS-CT-BUSCA              PIC 9(09) VALUE ZEROS.
      *
      *    VINCULOS CPF X CONTA: TITULAR PELO CONTAPESSOA.DAT E
      *    COTITULAR PELO DOCUMENTO DO SEGUNDO TITULAR NO CLIENTE.DAT.
       01 WS-VC-TAB.
           03 WS-VC-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-VC-ITEM OCCURS 5000 TIMES.
               05 WS-VC-CPF        PIC X(11).
               05 WS-VC-CT         PIC 9(04).
       01 WS-VC-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-VC-POS                PIC 9(04) VALUE ZEROS.
       01 WS-VC-CPF-BUSCA          PIC X(11) VALUE SPACES.
      *
       01 WS-SALDO-ANT             PIC S9(09)V99 VALUE ZEROS.
       01 WS-SALDO-ATU             PIC S9(09)V99 VALUE ZEROS.
       01 WS-JUROS                 PIC S9(09)V99 VALUE ZEROS.
       01 WS-PES-CONTAS            PIC 9(04) VALUE ZEROS.
       01 WS-PES-JUROS             PIC 9(11)V99 VALUE ZEROS.
       01 WS-PES-IOF               PIC 9(09)V99 VALUE ZEROS.
       01 WS-NR-INFORME            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-PESSOAS          PIC 9(07) VALUE ZEROS.
       01 WS-CONT-SEM-CONTA        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-REG-RF           PIC 9(07) VALUE ZEROS.
       01 WS-CONT-DESPREZADOS      PIC 9(07) VALUE ZEROS.
      *
       01 WS-LINHA-SALTO           PIC X(80) VALUE ALL "=".
       01 WS-CAB-INFORME.
           05 FILLER               PIC X(12) VALUE "INFORME NR ".
           05 WS-CAB-NR            PIC 9(05).
           05 FILLER               PIC X(38)
               VALUE " - INFORME DE RENDIMENTOS - ANO-BASE ".
           05 WS-CAB-ANO           PIC 9(02).
           05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-CAB-PESSOA.
           05 FILLER               PIC X(05) VALUE "CPF: ".
           05 WS-CAB-CPF           PIC X(11).
           05 FILLER               PIC X(08) VALUE " NOME: ".
           05 WS-CAB-NOME          PIC X(30).
           05 FILLER               PIC X(26) VALUE SPACES.
       01 WS-LINHA-ENDER.
           05 FILLER               PIC X(10) VALUE "ENDERECO: ".
           05 WS-E-LOGRADOURO      PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-E-CIDADE          PIC X(20).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-E-UF              PIC X(02).
           05 FILLER               PIC X(05) VALUE " CEP ".
           05 WS-E-CEP             PIC 9(08).
           05 FILLER               PIC X(03) VALUE SPACES.
       01 WS-CAB-COLUNAS.
           05 FILLER               PIC X(14) VALUE "AG  CONTA".
           05 FILLER               PIC X(12) VALUE "SALDO 31/12/".
           05 WS-CAB-ANO-ANT       PIC 9(02).
           05 FILLER               PIC X(14) VALUE "   SALDO 31/12".
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-CAB-ANO-ATU       PIC 9(02).
           05 FILLER               PIC X(35)
               VALUE "    JUROS CREDIT.      IOF PAGO".
       01 WS-LINHA-CONTA.
           05 WS-L-AGENCIA         PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-CONTA           PIC 9(06).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-L-SALDO-ANT       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-L-SALDO-ATU       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WS-L-JUROS           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-L-IOF             PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(04) VALUE SPACES.
       01 WS-LINHA-TOTAL.
           05 FILLER               PIC X(45)
               VALUE "TOTAIS DO ANO-BASE".
           05 WS-T-JUROS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-T-IOF             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(04) VALUE SPACES.
       01 WS-LINHA-SEM-CONTA       PIC X(80)
           VALUE "NENHUMA CONTA VINCULADA AO CPF NO PERIODO".
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DA EXECUCAO.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "INFORME-REND".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    INFORME DE RENDIMENTOS ANUAL PARA A DECLARACAO DE IR: UM
      *    INFORME IMPRESSO POR CPF DO PESSOA.DAT (COM O BLOCO DE
      *    ENDERECO DA PRIMEIRA CONTA VINCULADA QUE TIVER ENDERECO) E
      *    O ARQUIVO CONSOLIDADO INFORME-RF.DAT PARA A RECEITA. RODA
      *    EM JANEIRO/FEVEREIRO, DEPOIS DO FECHAMENTO DE DEZEMBRO.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ANO-BASE DO INFORME (AA): ".
           ACCEPT WS-ANO.
           IF WS-ANO = ZEROS
               MOVE 99 TO WS-ANO-ANT
           ELSE
               COMPUTE WS-ANO-ANT = WS-ANO - 1
           END-IF.
           MOVE WS-ANO     TO WS-CORTE-ATU-AA.
           MOVE WS-ANO-ANT TO WS-CORTE-ANT-AA.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-COTITULARES.
           PERFORM CARREGA-SALDODIA.
           PERFORM APURA-MOVIMENTOS.
           PERFORM APURA-IOF.
           PERFORM ABRE-ARQ.
           PERFORM LER-PESSOA.
           PERFORM TRATA-PESSOA UNTIL WS-FIM-PES = 'S'.
           PERFORM FINALIZA.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE WS-CORTE-ATU-N TO WS-RUN-DATA-LOTE.
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
           MOVE WS-CONT-PESSOAS     TO WS-RUN-LIDOS.
           MOVE WS-CONT-REG-RF      TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-DESPREZADOS TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
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
                   MOVE CPF-VINC    TO WS-VC-CPF-BUSCA
                   MOVE ID-CLI-VINC TO WS-CT-BUSCA
                   PERFORM INCLUI-VINCULO
           END-READ.
      *
       CARREGA-COTITULARES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM GUARDA-COTITULAR UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       GUARDA-COTITULAR.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DOC-CLI2 NOT = SPACES
                       MOVE DOC-CLI2 TO WS-VC-CPF-BUSCA
                       MOVE ID-CLI   TO WS-CT-BUSCA
                       PERFORM INCLUI-VINCULO
                   END-IF
           END-READ.
      *
      *    INCLUI O PAR WS-VC-CPF-BUSCA X WS-CT-BUSCA, SEM REPETIR
      *    (O TITULAR PODE TER VINDO DOS DOIS ARQUIVOS).
       INCLUI-VINCULO.
           PERFORM LOCALIZA-CONTA.
           IF WS-CT-POS = ZEROS
               IF WS-CT-QTDE < 5000
                   ADD 1 TO WS-CT-QTDE
                   MOVE WS-CT-QTDE  TO WS-CT-POS
                   MOVE WS-CT-BUSCA TO WS-CT-ID(WS-CT-POS)
                   MOVE 'N'   TO WS-CT-LOG-ANT(WS-CT-POS)
                   MOVE 'N'   TO WS-CT-LOG-ATU(WS-CT-POS)
                   MOVE 'N'   TO WS-CT-SDIA-ANT(WS-CT-POS)
                   MOVE 'N'   TO WS-CT-SDIA-ATU(WS-CT-POS)
                   MOVE ZEROS TO WS-CT-SALDO-LOG-ANT(WS-CT-POS)
                   MOVE ZEROS TO WS-CT-SALDO-LOG-ATU(WS-CT-POS)
                   MOVE ZEROS TO WS-CT-SALDO-SDIA-ANT(WS-CT-POS)
                   MOVE ZEROS TO WS-CT-SALDO-SDIA-ATU(WS-CT-POS)
                   MOVE ZEROS TO WS-CT-CORRENTE(WS-CT-POS)
                   MOVE ZEROS TO WS-CT-JUROS(WS-CT-POS)
                   MOVE ZEROS TO WS-CT-IOF(WS-CT-POS)
               ELSE
                   ADD 1 TO WS-CONT-DESPREZADOS
               END-IF
           END-IF.
           IF WS-CT-POS NOT = ZEROS
               MOVE ZEROS TO WS-VC-POS
               PERFORM BUSCA-PAR
                   VARYING WS-VC-SUBS FROM 1 BY 1
                   UNTIL WS-VC-SUBS > WS-VC-QTDE
                      OR WS-VC-POS NOT = ZEROS
               IF WS-VC-POS = ZEROS
                   IF WS-VC-QTDE < 5000
                       ADD 1 TO WS-VC-QTDE
                       MOVE WS-VC-CPF-BUSCA TO WS-VC-CPF(WS-VC-QTDE)
                       MOVE WS-CT-POS       TO WS-VC-CT(WS-VC-QTDE)
                   ELSE
                       ADD 1 TO WS-CONT-DESPREZADOS
                   END-IF
               END-IF
           END-IF.
      *
       BUSCA-PAR.
           IF WS-VC-CPF(WS-VC-SUBS) = WS-VC-CPF-BUSCA
              AND WS-VC-CT(WS-VC-SUBS) = WS-CT-POS
               MOVE WS-VC-SUBS TO WS-VC-POS
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
      *    ULTIMO RETRATO DE SALDO ATE CADA 31/12 - SO E' USADO PARA
      *    CONTA QUE NAO TEVE MOVIMENTO POSTADO ATE A DATA.
       CARREGA-SALDODIA.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT SALDODIA.
           IF WS-FS-SDIA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-SALDODIA UNTIL WS-FIM = 'S'.
           IF WS-FS-SDIA = "00" OR WS-FS-SDIA = "10"
               CLOSE SALDODIA
           END-IF.
      *
       GUARDA-SALDODIA.
           READ SALDODIA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-SDIA TO WS-CT-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-CT-POS NOT = ZEROS
                       PERFORM ACUMULA-SALDODIA
                   END-IF
           END-READ.
      *
       ACUMULA-SALDODIA.
           IF DATA-SDIA NOT > WS-CORTE-ANT-N
               MOVE 'S'        TO WS-CT-SDIA-ANT(WS-CT-POS)
               MOVE SALDO-SDIA TO WS-CT-SALDO-SDIA-ANT(WS-CT-POS)
           END-IF.
           IF DATA-SDIA NOT > WS-CORTE-ATU-N
               MOVE 'S'        TO WS-CT-SDIA-ATU(WS-CT-POS)
               MOVE SALDO-SDIA TO WS-CT-SALDO-SDIA-ATU(WS-CT-POS)
           END-IF.
      *
      *    HISTORICO PRIMEIRO, DEPOIS O AO VIVO - ORDEM CRONOLOGICA
      *    DAS POSTAGENS, COMO NO EXTRATO-HIST.
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
                   PERFORM ACUMULA-MOVIMENTO
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
                   PERFORM ACUMULA-MOVIMENTO
           END-READ.
      *
       ACUMULA-MOVIMENTO.
           MOVE WS-MOV-STATUS TO WS-STATUS-LOG.
           IF LOG-MOV-POSTADO
               MOVE WS-MOV-ID TO WS-CT-BUSCA
               PERFORM LOCALIZA-CONTA
               IF WS-CT-POS NOT = ZEROS
                   PERFORM POSTA-MOVIMENTO
               END-IF
           END-IF.
      *
       POSTA-MOVIMENTO.
           IF WS-MOV-TIPO = 'JUROS    '
              AND WS-MOV-DATA-AA = WS-ANO
               COMPUTE WS-JUROS = WS-MOV-VALOR
                   - WS-CT-CORRENTE(WS-CT-POS)
               IF WS-JUROS > ZEROS
                   ADD WS-JUROS TO WS-CT-JUROS(WS-CT-POS)
               END-IF
           END-IF.
           MOVE WS-MOV-VALOR TO WS-CT-CORRENTE(WS-CT-POS).
           IF WS-MOV-DATA NOT > WS-CORTE-ANT-N
               MOVE 'S'          TO WS-CT-LOG-ANT(WS-CT-POS)
               MOVE WS-MOV-VALOR TO WS-CT-SALDO-LOG-ANT(WS-CT-POS)
           END-IF.
           IF WS-MOV-DATA NOT > WS-CORTE-ATU-N
               MOVE 'S'          TO WS-CT-LOG-ATU(WS-CT-POS)
               MOVE WS-MOV-VALOR TO WS-CT-SALDO-LOG-ATU(WS-CT-POS)
           END-IF.
      *
       APURA-IOF.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT IOFREC.
           IF WS-FS-IOF NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LER-IOF UNTIL WS-FIM = 'S'.
           IF WS-FS-IOF = "00" OR WS-FS-IOF = "10"
               CLOSE IOFREC
           END-IF.
      *
       LER-IOF.
           READ IOFREC
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-IOF-AA = WS-ANO
                       MOVE ID-IOF TO WS-CT-BUSCA
                       PERFORM LOCALIZA-CONTA
                       IF WS-CT-POS NOT = ZEROS
                           ADD VALOR-IOF TO WS-CT-IOF(WS-CT-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       ABRE-ARQ.
           OPEN INPUT PESSOA.
           IF WS-FS-PES NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PESSOA - " WS-FS-PES
               STOP RUN.
           OPEN OUTPUT INFORME.
           IF WS-FS-INF NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA INFORME - " WS-FS-INF
               STOP RUN.
           OPEN OUTPUT INFORMERF.
           IF WS-FS-IRF NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA INFORME-RF - " WS-FS-IRF
               STOP RUN.
      *
       LER-PESSOA.
           READ PESSOA AT END MOVE 'S' TO WS-FIM-PES.
      *
       TRATA-PESSOA.
           ADD 1 TO WS-CONT-PESSOAS.
           ADD 1 TO WS-NR-INFORME.
           MOVE ZEROS TO WS-PES-CONTAS.
           MOVE ZEROS TO WS-PES-JUROS.
           MOVE ZEROS TO WS-PES-IOF.
           MOVE WS-LINHA-SALTO TO REG-INF.
           WRITE REG-INF.
           MOVE WS-NR-INFORME  TO WS-CAB-NR.
           MOVE WS-ANO         TO WS-CAB-ANO.
           MOVE WS-CAB-INFORME TO REG-INF.
           WRITE REG-INF.
           MOVE CPF-PESSOA     TO WS-CAB-CPF.
           MOVE NOME-PESSOA    TO WS-CAB-NOME.
           MOVE WS-CAB-PESSOA  TO REG-INF.
           WRITE REG-INF.
           PERFORM IMPRIME-ENDERECO.
           MOVE WS-ANO-ANT     TO WS-CAB-ANO-ANT.
           MOVE WS-ANO         TO WS-CAB-ANO-ATU.
           MOVE WS-CAB-COLUNAS TO REG-INF.
           WRITE REG-INF.
           PERFORM IMPRIME-CONTA
               VARYING WS-VC-SUBS FROM 1 BY 1
               UNTIL WS-VC-SUBS > WS-VC-QTDE.
           IF WS-PES-CONTAS = ZEROS
               ADD 1 TO WS-CONT-SEM-CONTA
               MOVE WS-LINHA-SEM-CONTA TO REG-INF
               WRITE REG-INF
           END-IF.
           MOVE WS-PES-JUROS   TO WS-T-JUROS.
           MOVE WS-PES-IOF     TO WS-T-IOF.
           MOVE WS-LINHA-TOTAL TO REG-INF.
           WRITE REG-INF.
           PERFORM LER-PESSOA.
      *
      *    BLOCO DE ENDERECO PARA EXPEDICAO - PRIMEIRO REGISTRO DO
      *    ENDERECO.DAT DE UMA CONTA VINCULADA AO CPF; SEM ENDERECO O
      *    INFORME SAI SEM O BLOCO, COMO NO EXTRATO-LOTE.
       IMPRIME-ENDERECO.
           MOVE 'N' TO WS-ACHOU-END.
           MOVE 'N' TO WS-FIM-END.
           OPEN INPUT ENDERECO.
           IF WS-FS-END NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-END
           END-IF.
           PERFORM BUSCA-ENDERECO
               UNTIL WS-FIM-END = 'S' OR WS-ACHOU-END = 'S'.
           IF WS-FS-END = "00" OR WS-FS-END = "10"
               CLOSE ENDERECO
           END-IF.
           IF WS-ACHOU-END = 'S'
               MOVE LOGRADOURO-END TO WS-E-LOGRADOURO
               MOVE CIDADE-END     TO WS-E-CIDADE
               MOVE UF-END         TO WS-E-UF
               MOVE CEP-END        TO WS-E-CEP
               MOVE WS-LINHA-ENDER TO REG-INF
               WRITE REG-INF
           END-IF.
      *
       BUSCA-ENDERECO.
           READ ENDERECO
               AT END
                   MOVE 'S' TO WS-FIM-END
               NOT AT END
                   MOVE ID-CLI-END TO WS-CT-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-CT-POS NOT = ZEROS
                       MOVE ZEROS TO WS-VC-POS
                       PERFORM BUSCA-PAR-PESSOA
                           VARYING WS-VC-SUBS FROM 1 BY 1
                           UNTIL WS-VC-SUBS > WS-VC-QTDE
                              OR WS-VC-POS NOT = ZEROS
                       IF WS-VC-POS NOT = ZEROS
                           MOVE 'S' TO WS-ACHOU-END
                       END-IF
                   END-IF
           END-READ.
      *
       BUSCA-PAR-PESSOA.
           IF WS-VC-CPF(WS-VC-SUBS) = CPF-PESSOA
              AND WS-VC-CT(WS-VC-SUBS) = WS-CT-POS
               MOVE WS-VC-SUBS TO WS-VC-POS
           END-IF.
      *
       IMPRIME-CONTA.
           IF WS-VC-CPF(WS-VC-SUBS) = CPF-PESSOA
               MOVE WS-VC-CT(WS-VC-SUBS) TO WS-CT-POS
               PERFORM DEFINE-SALDOS
               ADD 1 TO WS-PES-CONTAS
               ADD WS-CT-JUROS(WS-CT-POS) TO WS-PES-JUROS
               ADD WS-CT-IOF(WS-CT-POS)   TO WS-PES-IOF
               MOVE WS-CT-AGENCIA(WS-CT-POS) TO WS-L-AGENCIA
               MOVE WS-CT-CONTA(WS-CT-POS)   TO WS-L-CONTA
               MOVE WS-SALDO-ANT             TO WS-L-SALDO-ANT
               MOVE WS-SALDO-ATU             TO WS-L-SALDO-ATU
               MOVE WS-CT-JUROS(WS-CT-POS)   TO WS-L-JUROS
               MOVE WS-CT-IOF(WS-CT-POS)     TO WS-L-IOF
               MOVE WS-LINHA-CONTA TO REG-INF
               WRITE REG-INF
               PERFORM GRAVA-CONSOLIDADO
           END-IF.
      *
       DEFINE-SALDOS.
           MOVE ZEROS TO WS-SALDO-ANT.
           MOVE ZEROS TO WS-SALDO-ATU.
           IF WS-CT-LOG-ANT(WS-CT-POS) = 'S'
               MOVE WS-CT-SALDO-LOG-ANT(WS-CT-POS) TO WS-SALDO-ANT
           ELSE
               IF WS-CT-SDIA-ANT(WS-CT-POS) = 'S'
                   MOVE WS-CT-SALDO-SDIA-ANT(WS-CT-POS)
                       TO WS-SALDO-ANT
               END-IF
           END-IF.
           IF WS-CT-LOG-ATU(WS-CT-POS) = 'S'
               MOVE WS-CT-SALDO-LOG-ATU(WS-CT-POS) TO WS-SALDO-ATU
           ELSE
               IF WS-CT-SDIA-ATU(WS-CT-POS) = 'S'
                   MOVE WS-CT-SALDO-SDIA-ATU(WS-CT-POS)
                       TO WS-SALDO-ATU
               END-IF
           END-IF.
      *
       GRAVA-CONSOLIDADO.
           MOVE WS-ANO                   TO ANO-IRF.
           MOVE CPF-PESSOA               TO CPF-IRF.
           MOVE NOME-PESSOA              TO NOME-IRF.
           MOVE WS-CT-ID(WS-CT-POS)      TO ID-IRF.
           MOVE WS-SALDO-ANT             TO SALDO-ANT-IRF.
           MOVE WS-SALDO-ATU             TO SALDO-ATU-IRF.
           MOVE WS-CT-JUROS(WS-CT-POS)   TO JUROS-IRF.
           MOVE WS-CT-IOF(WS-CT-POS)     TO IOF-IRF.
           WRITE REG-IRF.
           ADD 1 TO WS-CONT-REG-RF.
      *
       FINALIZA.
           CLOSE PESSOA.
           CLOSE INFORME.
           CLOSE INFORMERF.
           DISPLAY "INFORMES EMITIDOS        : " WS-NR-INFORME.
           DISPLAY "CPF SEM CONTA VINCULADA  : " WS-CONT-SEM-CONTA.
           DISPLAY "REGISTROS PARA A RECEITA : " WS-CONT-REG-RF.
           DISPLAY "VINCULOS DESPREZADOS     : " WS-CONT-DESPREZADOS.
