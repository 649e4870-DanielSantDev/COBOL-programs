      ******************************************************************
      * Purpose: situacao cadastral na Receita Federal - cruzar o
      *          arquivo periodico da Receita com fornecedores,
      *          clientes, pessoas e DOCUMENTOS.DAT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITUACAO-RF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITRF ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-SRF.
           SELECT ARQFOR ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FOR.
           SELECT FORLOG ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LOG.
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
           SELECT DOCUMENTOS ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-DOC.
           SELECT RELSRF ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
      *    ARQUIVO DE SITUACAO CADASTRAL FORNECIDO PELA RECEITA: CPF
      *    (11 POSICOES, ALINHADO A ESQUERDA) OU CNPJ (14), SITUACAO,
      *    DATA DA SITUACAO E NOME REGISTRADO. SITUACAO 'A' = ATIVA /
      *    REGULAR; QUALQUER OUTRA (S-SUSPENSA, I-INAPTA, B-BAIXADA,
      *    C-CANCELADA, N-NULA, P-PENDENTE, F-TITULAR FALECIDO) E'
      *    TRATADA COMO DOCUMENTO NAO MAIS ATIVO.
       FD  SITRF VALUE OF FILE-ID IS "SITRF.DAT".
       01  REG-SITRF.
           05 DOC-SRF                PIC X(14).
           05 SITUACAO-SRF           PIC X(01).
               88 SRF-ATIVA          VALUE 'A'.
           05 DATA-SIT-SRF           PIC 9(06).
           05 NOME-SRF               PIC X(30).
      *
       FD  ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
       01  REG-FOR.
            03  CD-FORN        PIC  9(03).
            03  NM-FORN        PIC  X(20).
            03  NM-CIDADE      PIC  X(20).
            03  SALDO-FORN     PIC  S9(09).
            03  LIMITE-FORN    PIC  S9(09).
            03  CNPJ-FOR       PIC  X(14).
            03  STATUS-FORN    PIC  X(01).
                88 FORN-ATIVO          VALUE 'A'.
                88 FORN-BLOQ-NOVOS     VALUE 'B'.
                88 FORN-BLOQ-PAGTOS    VALUE 'P'.
      *
       FD  FORLOG VALUE OF FILE-ID IS "FORLOG.DAT".
       01  REG-FORLOG.
            03  CD-FORLOG        PIC 9(03).
            03  VALOR-FORLOG     PIC S9(09).
            03  SALDO-ANTES-LOG  PIC S9(09).
            03  SALDO-DEPOIS-LOG PIC S9(09).
            03  DESCRICAO-LOG    PIC X(20).
            03  DATA-LOG         PIC 9(06).
            03  HORA-LOG         PIC 9(08).
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
       FD PESSOA VALUE OF FILE-ID IS "PESSOA.DAT".
       01 REG-PESSOA.
           03 CPF-PESSOA           PIC X(11).
           03 NOME-PESSOA          PIC X(30).
           03 VARRE-PESSOA         PIC X(01).
      *
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
           03 CPF-VINC             PIC X(11).
           03 ID-CLI-VINC.
               05 AGENCIA-VINC     PIC 9(03).
               05 CONTA-VINC       PIC 9(06).
      *
       FD  DOCUMENTOS VALUE OF FILE-ID IS "DOCUMENTOS.DAT".
       01  REG-DOCUMENTO.
           05 NUMERO-DOCUMENTO       PIC X(14).
           05 NOME-DOCUMENTO         PIC X(30).
      *
       FD  RELSRF VALUE OF FILE-ID IS "RELSITRF.DAT".
       01  REG-REL               PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *    TABELA DA SITUACAO CADASTRAL CARREGADA DO ARQUIVO DA
      *    RECEITA, PESQUISADA POR DOCUMENTO PARA CADA CADASTRO.
       01 WS-SRF-TAB.
           03 WS-SRF-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-SRF-ITEM OCCURS 2000 TIMES.
               05 WS-SRF-DOC       PIC X(14).
               05 WS-SRF-SIT       PIC X(01).
               05 WS-SRF-DATA      PIC 9(06).
               05 WS-SRF-NOME      PIC X(30).
       01 WS-SRF-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-SRF-POS               PIC 9(04) VALUE ZEROS.
       01 WS-DOC-BUSCA             PIC X(14) VALUE SPACES.
       01 WS-NOME-CAD              PIC X(30) VALUE SPACES.
       01 WS-NOME-RF               PIC X(30) VALUE SPACES.
      *
       01 WS-FS-SRF                PIC X(02) VALUE ZEROS.
       01 WS-FS-FOR                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-PES                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-DOC                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-FIM-VINC              PIC X(01) VALUE 'N'.
      *
       01 WS-CONT-SITUACOES        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-FORN-BLOQ        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-FORN-JA-BLOQ     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CLI-REVISAR      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-DOC-IRREGULAR    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NOME-DIVERGE     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NAO-CONSTA       PIC 9(05) VALUE ZEROS.
      *
       01 WS-LINHA-REL             PIC X(80) VALUE SPACES.
      *
      *    A CADA ARQUIVO DE SITUACAO CADASTRAL RECEBIDO DA RECEITA:
      *    1) FORNECEDOR COM CNPJ NAO ATIVO PASSA A PAGAMENTOS
      *       BLOQUEADOS (STATUS-FORN 'P'), COM A TROCA NO FORLOG COMO
      *       NO CADSTATFOR - A LIBERACAO E' MANUAL, PELO CADSTATFOR;
      *    2) CLIENTE (TITULAR CNPJ, COTITULAR OU PESSOA DO CADPESSOA)
      *       COM DOCUMENTO NAO ATIVO SAI PARA REVISAO DA AGENCIA;
      *    3) DOCUMENTO DE DOCUMENTOS.DAT NAO ATIVO;
      *    4) NOME REGISTRADO NA RECEITA DIFERENTE DO CADASTRO.
      *    DOCUMENTO QUE NAO CONSTA DO ARQUIVO DA RECEITA SO E'
      *    CONTADO.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-SITUACAO.
           PERFORM ABRE-RELATORIO.
           PERFORM CONFERE-FORNECEDORES.
           PERFORM CONFERE-CLIENTES.
           PERFORM CONFERE-PESSOAS.
           PERFORM CONFERE-DOCUMENTOS.
           PERFORM FINALIZA.
           STOP RUN.
      *
       CARREGA-SITUACAO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT SITRF.
           IF WS-FS-SRF NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA SITRF - " WS-FS-SRF
               STOP RUN.
           PERFORM GUARDA-SITUACAO UNTIL WS-FIM = 'S'.
           CLOSE SITRF.
      *
       GUARDA-SITUACAO.
           READ SITRF
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-SRF-QTDE < 2000
                       ADD 1 TO WS-SRF-QTDE
                       MOVE DOC-SRF      TO WS-SRF-DOC(WS-SRF-QTDE)
                       MOVE SITUACAO-SRF TO WS-SRF-SIT(WS-SRF-QTDE)
                       MOVE DATA-SIT-SRF TO WS-SRF-DATA(WS-SRF-QTDE)
                       MOVE NOME-SRF     TO WS-SRF-NOME(WS-SRF-QTDE)
                       ADD 1 TO WS-CONT-SITUACOES
                   ELSE
                       DISPLAY "TABELA DE SITUACOES CHEIA - "
                           DOC-SRF " IGNORADO"
                   END-IF
           END-READ.
      *
       ABRE-RELATORIO.
           OPEN OUTPUT RELSRF.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELSITRF - " WS-FS-REL
               STOP RUN.
           MOVE "===== SITUACAO CADASTRAL NA RECEITA FEDERAL ====="
               TO REG-REL.
           WRITE REG-REL.
      *
       CONFERE-FORNECEDORES.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQFOR.
           IF WS-FS-FOR NOT EQUAL "00"
               DISPLAY "ARQFOR.DAT NAO ENCONTRADO - FORNECEDORES "
                   "FORA DA CONFERENCIA"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-FORNECEDOR UNTIL WS-FIM = 'S'.
           IF WS-FS-FOR = "00" OR WS-FS-FOR = "10"
               CLOSE ARQFOR
           END-IF.
      *
       CONFERE-UM-FORNECEDOR.
           READ ARQFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CNPJ-FOR NOT = SPACES
                       MOVE CNPJ-FOR TO WS-DOC-BUSCA
                       PERFORM LOCALIZA-SITUACAO
                       IF WS-SRF-POS NOT = ZEROS
                           PERFORM AVALIA-FORNECEDOR
                       END-IF
                   END-IF
           END-READ.
      *
       AVALIA-FORNECEDOR.
           IF WS-SRF-SIT(WS-SRF-POS) NOT = 'A'
               IF FORN-BLOQ-PAGTOS
                   ADD 1 TO WS-CONT-FORN-JA-BLOQ
               ELSE
                   PERFORM BLOQUEIA-FORNECEDOR
               END-IF
           END-IF.
           MOVE SPACES  TO WS-NOME-CAD.
           MOVE NM-FORN TO WS-NOME-CAD(1:20).
           MOVE SPACES  TO WS-NOME-RF.
           MOVE WS-SRF-NOME(WS-SRF-POS)(1:20) TO WS-NOME-RF(1:20).
           PERFORM CONFERE-NOME.
      *
       BLOQUEIA-FORNECEDOR.
           SET FORN-BLOQ-PAGTOS TO TRUE.
           REWRITE REG-FOR.
           IF WS-FS-FOR NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO ARQFOR - " WS-FS-FOR
               STOP RUN.
           PERFORM GRAVA-LOG-STATUS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "FORN BLOQUEADO : " CD-FORN " " NM-FORN
               " " CNPJ-FOR " SIT " WS-SRF-SIT(WS-SRF-POS)
               " " WS-SRF-DATA(WS-SRF-POS)
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           MOVE WS-LINHA-REL TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-CONT-FORN-BLOQ.
      *
       GRAVA-LOG-STATUS.
           OPEN EXTEND FORLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT FORLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA FORLOG - " WS-FS-LOG
               STOP RUN.
           MOVE CD-FORN     TO CD-FORLOG.
           MOVE ZEROS       TO VALOR-FORLOG.
           MOVE SALDO-FORN  TO SALDO-ANTES-LOG.
           MOVE SALDO-FORN  TO SALDO-DEPOIS-LOG.
           MOVE "STATUS P RECEITA FED" TO DESCRICAO-LOG.
           ACCEPT DATA-LOG FROM DATE.
           ACCEPT HORA-LOG FROM TIME.
           WRITE REG-FORLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DE LOG - " WS-FS-LOG
           END-IF.
           CLOSE FORLOG.
      *
      *    CONTA ENCERRADA NAO VAI PARA REVISAO. O TITULAR E' CONFERIDO
      *    PELO CNPJ-CLI E O COTITULAR PELO DOC-CLI2.
       CONFERE-CLIENTES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "CLIENTE.DAT NAO ENCONTRADO - CLIENTES FORA "
                   "DA CONFERENCIA"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-CLIENTE UNTIL WS-FIM = 'S'.
           IF WS-FS-CLI = "00" OR WS-FS-CLI = "10"
               CLOSE CADCLI
           END-IF.
      *
       CONFERE-UM-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NOT CLI-ENCERRADA
                       PERFORM CONFERE-TITULAR
                       PERFORM CONFERE-COTITULAR
                   END-IF
           END-READ.
      *
       CONFERE-TITULAR.
           IF CNPJ-CLI NOT = SPACES AND CNPJ-CLI NOT = ZEROS
               MOVE CNPJ-CLI TO WS-DOC-BUSCA
               PERFORM LOCALIZA-SITUACAO
               IF WS-SRF-POS NOT = ZEROS
                   IF WS-SRF-SIT(WS-SRF-POS) NOT = 'A'
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "CLIENTE REVISAR: " AGENCIA-CLI "/"
                           CONTA-CLI " " CNPJ-CLI " SIT "
                           WS-SRF-SIT(WS-SRF-POS) " "
                           WS-SRF-DATA(WS-SRF-POS) " " NOME-CLI
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                       MOVE WS-LINHA-REL TO REG-REL
                       WRITE REG-REL
                       ADD 1 TO WS-CONT-CLI-REVISAR
                   END-IF
                   MOVE SPACES   TO WS-NOME-CAD
                   MOVE NOME-CLI TO WS-NOME-CAD(1:20)
                   MOVE SPACES   TO WS-NOME-RF
                   MOVE WS-SRF-NOME(WS-SRF-POS)(1:20)
                       TO WS-NOME-RF(1:20)
                   PERFORM CONFERE-NOME
               END-IF
           END-IF.
      *
       CONFERE-COTITULAR.
           IF DOC-CLI2 NOT = SPACES AND DOC-CLI2 NOT = ZEROS
               MOVE SPACES   TO WS-DOC-BUSCA
               MOVE DOC-CLI2 TO WS-DOC-BUSCA(1:11)
               PERFORM LOCALIZA-SITUACAO
               IF WS-SRF-POS NOT = ZEROS
                   IF WS-SRF-SIT(WS-SRF-POS) NOT = 'A'
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "COTIT. REVISAR : " AGENCIA-CLI "/"
                           CONTA-CLI " " DOC-CLI2 "    SIT "
                           WS-SRF-SIT(WS-SRF-POS) " "
                           WS-SRF-DATA(WS-SRF-POS) " " NOME-CLI2
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                       MOVE WS-LINHA-REL TO REG-REL
                       WRITE REG-REL
                       ADD 1 TO WS-CONT-CLI-REVISAR
                   END-IF
                   MOVE SPACES    TO WS-NOME-CAD
                   MOVE NOME-CLI2 TO WS-NOME-CAD(1:20)
                   MOVE SPACES    TO WS-NOME-RF
                   MOVE WS-SRF-NOME(WS-SRF-POS)(1:20)
                       TO WS-NOME-RF(1:20)
                   PERFORM CONFERE-NOME
               END-IF
           END-IF.
      *
      *    PESSOA COM CPF NAO ATIVO SAI COM AS CONTAS A QUE ESTA
      *    VINCULADA (CONTAPESSOA.DAT), PARA A AGENCIA LOCALIZAR.
       CONFERE-PESSOAS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PESSOA.
           IF WS-FS-PES NOT EQUAL "00"
               DISPLAY "PESSOA.DAT NAO ENCONTRADO - PESSOAS FORA "
                   "DA CONFERENCIA"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UMA-PESSOA UNTIL WS-FIM = 'S'.
           IF WS-FS-PES = "00" OR WS-FS-PES = "10"
               CLOSE PESSOA
           END-IF.
      *
       CONFERE-UMA-PESSOA.
           READ PESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE SPACES     TO WS-DOC-BUSCA
                   MOVE CPF-PESSOA TO WS-DOC-BUSCA(1:11)
                   PERFORM LOCALIZA-SITUACAO
                   IF WS-SRF-POS NOT = ZEROS
                       PERFORM AVALIA-PESSOA
                   END-IF
           END-READ.
      *
       AVALIA-PESSOA.
           IF WS-SRF-SIT(WS-SRF-POS) NOT = 'A'
               MOVE SPACES TO WS-LINHA-REL
               STRING "PESSOA REVISAR : " CPF-PESSOA " SIT "
                   WS-SRF-SIT(WS-SRF-POS) " "
                   WS-SRF-DATA(WS-SRF-POS) " " NOME-PESSOA
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               MOVE WS-LINHA-REL TO REG-REL
               WRITE REG-REL
               ADD 1 TO WS-CONT-CLI-REVISAR
               PERFORM LISTA-CONTAS-PESSOA
           END-IF.
           MOVE NOME-PESSOA TO WS-NOME-CAD.
           MOVE WS-SRF-NOME(WS-SRF-POS) TO WS-NOME-RF.
           PERFORM CONFERE-NOME.
      *
       LISTA-CONTAS-PESSOA.
           MOVE 'N' TO WS-FIM-VINC.
           OPEN INPUT CONTAPESSOA.
           IF WS-FS-VINC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-VINC
           END-IF.
           PERFORM LISTA-CONTA-VINCULADA UNTIL WS-FIM-VINC = 'S'.
           IF WS-FS-VINC = "00" OR WS-FS-VINC = "10"
               CLOSE CONTAPESSOA
           END-IF.
      *
       LISTA-CONTA-VINCULADA.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM-VINC
               NOT AT END
                   IF CPF-VINC = CPF-PESSOA
                       MOVE SPACES TO WS-LINHA-REL
                       STRING "                 VINCULADA A CONTA "
                           AGENCIA-VINC "/" CONTA-VINC
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                       MOVE WS-LINHA-REL TO REG-REL
                       WRITE REG-REL
                   END-IF
           END-READ.
      *
       CONFERE-DOCUMENTOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT DOCUMENTOS.
           IF WS-FS-DOC NOT EQUAL "00"
               DISPLAY "DOCUMENTOS.DAT NAO ENCONTRADO - DOCUMENTOS "
                   "FORA DA CONFERENCIA"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-DOCUMENTO UNTIL WS-FIM = 'S'.
           IF WS-FS-DOC = "00" OR WS-FS-DOC = "10"
               CLOSE DOCUMENTOS
           END-IF.
      *
       CONFERE-UM-DOCUMENTO.
           READ DOCUMENTOS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE NUMERO-DOCUMENTO TO WS-DOC-BUSCA
                   PERFORM LOCALIZA-SITUACAO
                   IF WS-SRF-POS NOT = ZEROS
                       PERFORM AVALIA-DOCUMENTO
                   END-IF
           END-READ.
      *
       AVALIA-DOCUMENTO.
           IF WS-SRF-SIT(WS-SRF-POS) NOT = 'A'
               MOVE SPACES TO WS-LINHA-REL
               STRING "DOC. IRREGULAR : " NUMERO-DOCUMENTO " SIT "
                   WS-SRF-SIT(WS-SRF-POS) " "
                   WS-SRF-DATA(WS-SRF-POS) " " NOME-DOCUMENTO
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               MOVE WS-LINHA-REL TO REG-REL
               WRITE REG-REL
               ADD 1 TO WS-CONT-DOC-IRREGULAR
           END-IF.
           MOVE NOME-DOCUMENTO TO WS-NOME-CAD.
           MOVE WS-SRF-NOME(WS-SRF-POS) TO WS-NOME-RF.
           PERFORM CONFERE-NOME.
      *
      *    NOS CADASTROS COM NOME DE 20 POSICOES SO AS 20 PRIMEIRAS DO
      *    NOME DA RECEITA SAO COMPARADAS - NOME TRUNCADO NAO E'
      *    DIVERGENCIA.
       CONFERE-NOME.
           IF WS-NOME-RF NOT = WS-NOME-CAD
               MOVE SPACES TO WS-LINHA-REL
               STRING "NOME DIVERGE   : " WS-DOC-BUSCA " RF="
                   WS-NOME-RF(1:20) " CAD=" WS-NOME-CAD(1:20)
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               MOVE WS-LINHA-REL TO REG-REL
               WRITE REG-REL
               ADD 1 TO WS-CONT-NOME-DIVERGE
           END-IF.
      *
       LOCALIZA-SITUACAO.
           MOVE ZEROS TO WS-SRF-POS.
           PERFORM BUSCA-SITUACAO
               VARYING WS-SRF-SUBS FROM 1 BY 1
               UNTIL WS-SRF-SUBS > WS-SRF-QTDE
                  OR WS-SRF-POS NOT = ZEROS.
           IF WS-SRF-POS = ZEROS
               ADD 1 TO WS-CONT-NAO-CONSTA
           END-IF.
      *
       BUSCA-SITUACAO.
           IF WS-SRF-DOC(WS-SRF-SUBS) = WS-DOC-BUSCA
               MOVE WS-SRF-SUBS TO WS-SRF-POS
           END-IF.
      *
       FINALIZA.
           CLOSE RELSRF.
           DISPLAY "SITUACOES CARREGADAS      : " WS-CONT-SITUACOES.
           DISPLAY "FORNECEDORES BLOQUEADOS   : " WS-CONT-FORN-BLOQ.
           DISPLAY "FORNECEDORES JA BLOQUEADOS: "
               WS-CONT-FORN-JA-BLOQ.
           DISPLAY "CLIENTES PARA REVISAO     : " WS-CONT-CLI-REVISAR.
           DISPLAY "DOCUMENTOS IRREGULARES    : "
               WS-CONT-DOC-IRREGULAR.
           DISPLAY "NOMES DIVERGENTES         : " WS-CONT-NOME-DIVERGE.
           DISPLAY "DOCUMENTOS FORA DO ARQUIVO: " WS-CONT-NAO-CONSTA.
