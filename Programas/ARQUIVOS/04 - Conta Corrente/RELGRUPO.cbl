       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGRUPO.
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
           SELECT ARQFOR ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FOR.
           SELECT MOVFOR ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.
           SELECT DOCUMENTOS ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DOC.
           SELECT TETOGRUPO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TETO.
           SELECT RELGRP ASSIGN TO DISK
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
      *
       FD ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REG-FOR.
           03 CD-FORN              PIC 9(03).
           03 NM-FORN              PIC X(20).
           03 NM-CIDADE            PIC X(20).
           03 SALDO-FORN           PIC S9(09).
           03 LIMITE-FORN          PIC S9(09).
           03 CNPJ-FOR             PIC X(14).
           03 STATUS-FORN          PIC X(01).
      *
       FD MOVFOR VALUE OF FILE-ID IS "MOVFOR.DAT".
       01 REG-MOVFOR.
           03 CD-FOR               PIC 9(03).
           03 VALOR-FOR            PIC S9(09).
           03 DATA-VENC-FOR        PIC 9(06).
           03 STATUS-MOVFOR        PIC X(01).
               88 MOVFOR-ABERTO    VALUE 'A'.
               88 MOVFOR-PAGO      VALUE 'P'.
               88 MOVFOR-RETIDO    VALUE 'R'.
           03 NF-FOR               PIC 9(09).
           03 EMISSAO-FOR          PIC 9(06).
           03 PARCELA-FOR          PIC 9(02).
           03 QTDE-PARC-FOR        PIC 9(02).
      *
       FD DOCUMENTOS VALUE OF FILE-ID IS "DOCUMENTOS.DAT".
       01 REG-DOCUMENTO.
           03 NUMERO-DOCUMENTO     PIC X(14).
           03 NOME-DOCUMENTO       PIC X(30).
      *
      *    TETO DE EXPOSICAO POR GRUPO ECONOMICO - MANTIDO PELO
      *    CADPARAM, UM REGISTRO POR VIGENCIA (VALE O MAIS RECENTE
      *    JA VIGENTE). LIDO TAMBEM PELO CADLIMITE.
       FD TETOGRUPO VALUE OF FILE-ID IS "TETOGRUPO.DAT".
       01 REG-TETOGRUPO.
           03 DATA-VIGENCIA-TETO   PIC 9(06).
           03 VALOR-TETO           PIC 9(11)V99.
           03 FILLER               PIC X(05).
      *
       FD RELGRP VALUE OF FILE-ID IS "RELGRUPO.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-PES                PIC X(02) VALUE ZEROS.
       01 WS-FS-FOR                PIC X(02) VALUE ZEROS.
       01 WS-FS-MOV                PIC X(02) VALUE ZEROS.
       01 WS-FS-DOC                PIC X(02) VALUE ZEROS.
       01 WS-FS-TETO               PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
      *
       01 WS-TEM-TETO              PIC X(01) VALUE 'N'.
       01 WS-TETO-GRUPO            PIC 9(11)V99 VALUE ZEROS.
       01 WS-TETO-VIGENCIA         PIC 9(06) VALUE ZEROS.
      *
      *    UM GRUPO POR RAIZ DE CNPJ (8 PRIMEIROS DIGITOS) ACHADA NO
      *    CLIENTE.DAT OU NO ARQFOR.DAT. O DOCUMENTOS.DAT SO DA' NOME
      *    AO GRUPO (PREFERINDO A MATRIZ, FILIAL 0001) E CONTA OS
      *    DOCUMENTOS DA RAIZ - SOZINHO NAO ABRE GRUPO.
       01 WS-GRP-TAB.
           03 WS-GRP-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-GRP-ITEM OCCURS 500 TIMES.
               05 WS-GRP-RAIZ      PIC X(08).
               05 WS-GRP-NOME      PIC X(30).
               05 WS-GRP-MATRIZ    PIC X(01).
               05 WS-GRP-CONTAS    PIC 9(03).
               05 WS-GRP-FORNEC    PIC 9(03).
               05 WS-GRP-DOCS      PIC 9(03).
               05 WS-GRP-SALDO     PIC S9(11)V99.
               05 WS-GRP-LIMITE    PIC S9(11)V99.
               05 WS-GRP-USO       PIC S9(11)V99.
               05 WS-GRP-PAGAR     PIC S9(11)V99.
               05 WS-GRP-EXPOSICAO PIC S9(11)V99.
       01 WS-GRP-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-GRP-POS               PIC 9(03) VALUE ZEROS.
       01 WS-GRP-BUSCA             PIC X(08) VALUE SPACES.
      *
       01 WS-CTA-TAB.
           03 WS-CTA-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-CTA-ITEM OCCURS 5000 TIMES.
               05 WS-CTA-ID.
                   07 WS-CTA-AGENCIA   PIC 9(03).
                   07 WS-CTA-CONTA     PIC 9(06).
               05 WS-CTA-NOME      PIC X(20).
               05 WS-CTA-SALDO     PIC S9(09)V99.
               05 WS-CTA-LIMITE    PIC S9(09)V99.
               05 WS-CTA-CNPJ      PIC X(14).
               05 WS-CTA-DOC2      PIC X(11).
               05 WS-CTA-NOME2     PIC X(20).
               05 WS-CTA-GRP       PIC 9(03).
       01 WS-CTA-SUBS              PIC 9(04) VALUE ZEROS.
      *
       01 WS-FOR-TAB.
           03 WS-FOR-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-FOR-ITEM OCCURS 999 TIMES.
               05 WS-FOR-CODIGO    PIC 9(03).
               05 WS-FOR-NOME      PIC X(20).
               05 WS-FOR-CNPJ      PIC X(14).
               05 WS-FOR-PAGAR     PIC S9(11).
               05 WS-FOR-GRP       PIC 9(03).
       01 WS-FOR-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-FOR-POS               PIC 9(03) VALUE ZEROS.
      *
       01 WS-PES-TAB.
           03 WS-PES-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-PES-ITEM OCCURS 3000 TIMES.
               05 WS-PES-CPF       PIC X(11).
               05 WS-PES-NOME      PIC X(30).
       01 WS-PES-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-PES-POS               PIC 9(04) VALUE ZEROS.
      *
      *    EXPOSICAO DA CONTA = LIMITE CONCEDIDO (LIMITE-CLI E' O
      *    PISO DO SALDO, NEGATIVO) OU, SE O SALDO JA ESTA ABAIXO DO
      *    PISO, O PROPRIO SALDO DEVEDOR. A PAGAR A FORNECEDOR DO
      *    GRUPO SAI NO RELATORIO MAS NAO ENTRA NA EXPOSICAO.
       01 WS-LIMITE-CONC           PIC S9(11)V99 VALUE ZEROS.
       01 WS-USO-CONTA             PIC S9(11)V99 VALUE ZEROS.
       01 WS-EXPOSICAO-CONTA       PIC S9(11)V99 VALUE ZEROS.
      *
       01 WS-CONT-GRUPOS-MULT      PIC 9(03) VALUE ZEROS.
       01 WS-CONT-ACIMA            PIC 9(03) VALUE ZEROS.
       01 WS-ACIMA                 PIC X(01) VALUE 'N'.
      *
       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-LINHA-SEP             PIC X(80) VALUE ALL "-".
       01 WS-VALOR-ED              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-VALOR-ED2             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TETO-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-LINHA-CTA.
           05 FILLER               PIC X(05) VALUE "  CC ".
           05 WS-LC-AGENCIA        PIC 9(03).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-LC-CONTA          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LC-NOME           PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LC-FILIAL         PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LC-SALDO          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LC-LIMITE         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-LINHA-FOR.
           05 FILLER               PIC X(07) VALUE "  FORN ".
           05 WS-LF-CODIGO         PIC 9(03).
           05 FILLER               PIC X(06) VALUE SPACES.
           05 WS-LF-NOME           PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LF-FILIAL         PIC X(06).
           05 FILLER               PIC X(09) VALUE " A PAGAR ".
           05 WS-LF-PAGAR          PIC -ZZZ,ZZZ,ZZ9.99.
      *
      *    EXPOSICAO CONSOLIDADA POR GRUPO ECONOMICO: EMPRESAS COM A
      *    MESMA RAIZ DE CNPJ APARECEM COMO CLIENTES E FORNECEDORES
      *    SEPARADOS - AQUI SAO SOMADOS SALDOS, LIMITES CONCEDIDOS,
      *    USO DE CHEQUE ESPECIAL E TITULOS A PAGAR EM ABERTO, COM O
      *    GRUPO MARCADO QUANDO A EXPOSICAO PASSA DO TETO VIGENTE.
      *    COTITULAR (DOC-CLI2) SAI COM O NOME DO PESSOA.DAT.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM CARREGA-TETO.
           PERFORM CARREGA-PESSOAS.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-FORNECEDORES.
           PERFORM ACUMULA-A-PAGAR.
           PERFORM CARREGA-DOCUMENTOS.
           PERFORM GERA-RELATORIO.
           DISPLAY "GRUPOS (RAIZES DE CNPJ)     : " WS-GRP-QTDE.
           DISPLAY "GRUPOS COM MAIS DE UM MEMBRO: " WS-CONT-GRUPOS-MULT.
           IF WS-TEM-TETO = 'S'
               DISPLAY "GRUPOS ACIMA DO TETO        : " WS-CONT-ACIMA
           ELSE
               DISPLAY "TETO DE GRUPO NAO PARAMETRIZADO NO TETOGRUPO"
           END-IF.
           DISPLAY "RELATORIO EM RELGRUPO.DAT".
           STOP RUN.
      *
       CARREGA-TETO.
           MOVE 'N' TO WS-TEM-TETO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT TETOGRUPO.
           IF WS-FS-TETO NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-TETO UNTIL WS-FIM = 'S'.
           IF WS-FS-TETO = "00" OR WS-FS-TETO = "10"
               CLOSE TETOGRUPO
           END-IF.
      *
       LE-TETO.
           READ TETOGRUPO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-VIGENCIA-TETO NOT > WS-HOJE
                      AND (WS-TEM-TETO = 'N'
                       OR DATA-VIGENCIA-TETO NOT < WS-TETO-VIGENCIA)
                       MOVE 'S'                TO WS-TEM-TETO
                       MOVE DATA-VIGENCIA-TETO TO WS-TETO-VIGENCIA
                       MOVE VALOR-TETO         TO WS-TETO-GRUPO
                   END-IF
           END-READ.
      *
       CARREGA-PESSOAS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PESSOA.
           IF WS-FS-PES NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-PESSOA UNTIL WS-FIM = 'S'.
           IF WS-FS-PES = "00" OR WS-FS-PES = "10"
               CLOSE PESSOA
           END-IF.
      *
       GUARDA-PESSOA.
           READ PESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF WS-PES-QTDE < 3000
                       ADD 1 TO WS-PES-QTDE
                       MOVE CPF-PESSOA  TO WS-PES-CPF(WS-PES-QTDE)
                       MOVE NOME-PESSOA TO WS-PES-NOME(WS-PES-QTDE)
                   END-IF
           END-READ.
      *
      *    CONTA ENCERRADA NAO PESA NA EXPOSICAO DO GRUPO.
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
                   IF CNPJ-CLI NOT = SPACES AND NOT CLI-ENCERRADA
                      AND WS-CTA-QTDE < 5000
                       MOVE CNPJ-CLI(1:8) TO WS-GRP-BUSCA
                       PERFORM LOCALIZA-GRUPO
                       IF WS-GRP-POS NOT = ZEROS
                           PERFORM SOMA-CLIENTE
                       END-IF
                   END-IF
           END-READ.
      *
       SOMA-CLIENTE.
           ADD 1 TO WS-CTA-QTDE.
           MOVE ID-CLI     TO WS-CTA-ID(WS-CTA-QTDE).
           MOVE NOME-CLI   TO WS-CTA-NOME(WS-CTA-QTDE).
           MOVE SALDO      TO WS-CTA-SALDO(WS-CTA-QTDE).
           MOVE LIMITE-CLI TO WS-CTA-LIMITE(WS-CTA-QTDE).
           MOVE CNPJ-CLI   TO WS-CTA-CNPJ(WS-CTA-QTDE).
           MOVE DOC-CLI2   TO WS-CTA-DOC2(WS-CTA-QTDE).
           MOVE NOME-CLI2  TO WS-CTA-NOME2(WS-CTA-QTDE).
           MOVE WS-GRP-POS TO WS-CTA-GRP(WS-CTA-QTDE).
           IF WS-GRP-NOME(WS-GRP-POS) = SPACES
               MOVE NOME-CLI TO WS-GRP-NOME(WS-GRP-POS)
           END-IF.
           PERFORM CALCULA-EXPOSICAO.
           ADD 1              TO WS-GRP-CONTAS(WS-GRP-POS).
           ADD SALDO          TO WS-GRP-SALDO(WS-GRP-POS).
           ADD WS-LIMITE-CONC TO WS-GRP-LIMITE(WS-GRP-POS).
           ADD WS-USO-CONTA   TO WS-GRP-USO(WS-GRP-POS).
           ADD WS-EXPOSICAO-CONTA TO WS-GRP-EXPOSICAO(WS-GRP-POS).
      *
       CALCULA-EXPOSICAO.
           MOVE ZEROS TO WS-LIMITE-CONC WS-USO-CONTA.
           IF LIMITE-CLI < ZEROS
               COMPUTE WS-LIMITE-CONC = ZEROS - LIMITE-CLI
           END-IF.
           IF SALDO < ZEROS
               COMPUTE WS-USO-CONTA = ZEROS - SALDO
           END-IF.
           MOVE WS-LIMITE-CONC TO WS-EXPOSICAO-CONTA.
           IF WS-USO-CONTA > WS-EXPOSICAO-CONTA
               MOVE WS-USO-CONTA TO WS-EXPOSICAO-CONTA
           END-IF.
      *
      *    PROCURA A RAIZ NA TABELA E ABRE O GRUPO SE FOR NOVA. COM A
      *    TABELA CHEIA WS-GRP-POS VOLTA ZERADO E O MEMBRO FICA DE FORA.
       LOCALIZA-GRUPO.
           MOVE ZEROS TO WS-GRP-POS.
           PERFORM BUSCA-GRUPO
               VARYING WS-GRP-SUBS FROM 1 BY 1
               UNTIL WS-GRP-SUBS > WS-GRP-QTDE
                  OR WS-GRP-POS NOT = ZEROS.
           IF WS-GRP-POS = ZEROS
               IF WS-GRP-QTDE < 500
                   ADD 1 TO WS-GRP-QTDE
                   MOVE WS-GRP-QTDE TO WS-GRP-POS
                   MOVE WS-GRP-BUSCA TO WS-GRP-RAIZ(WS-GRP-POS)
                   MOVE SPACES TO WS-GRP-NOME(WS-GRP-POS)
                   MOVE 'N'    TO WS-GRP-MATRIZ(WS-GRP-POS)
                   MOVE ZEROS  TO WS-GRP-CONTAS(WS-GRP-POS)
                       WS-GRP-FORNEC(WS-GRP-POS)
                       WS-GRP-DOCS(WS-GRP-POS)
                       WS-GRP-SALDO(WS-GRP-POS)
                       WS-GRP-LIMITE(WS-GRP-POS)
                       WS-GRP-USO(WS-GRP-POS)
                       WS-GRP-PAGAR(WS-GRP-POS)
                       WS-GRP-EXPOSICAO(WS-GRP-POS)
               ELSE
                   DISPLAY "TABELA DE GRUPOS CHEIA - RAIZ "
                       WS-GRP-BUSCA " IGNORADA"
               END-IF
           END-IF.
      *
       BUSCA-GRUPO.
           IF WS-GRP-RAIZ(WS-GRP-SUBS) = WS-GRP-BUSCA
               MOVE WS-GRP-SUBS TO WS-GRP-POS
           END-IF.
      *
       CARREGA-FORNECEDORES.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQFOR.
           IF WS-FS-FOR NOT EQUAL "00"
               DISPLAY "ARQFOR.DAT NAO ENCONTRADO - FORNECEDORES "
                   "FORA DOS GRUPOS"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM GUARDA-FORNECEDOR UNTIL WS-FIM = 'S'.
           IF WS-FS-FOR = "00" OR WS-FS-FOR = "10"
               CLOSE ARQFOR
           END-IF.
      *
       GUARDA-FORNECEDOR.
           READ ARQFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CNPJ-FOR NOT = SPACES AND WS-FOR-QTDE < 999
                       MOVE CNPJ-FOR(1:8) TO WS-GRP-BUSCA
                       PERFORM LOCALIZA-GRUPO
                       IF WS-GRP-POS NOT = ZEROS
                           ADD 1 TO WS-FOR-QTDE
                           MOVE CD-FORN  TO WS-FOR-CODIGO(WS-FOR-QTDE)
                           MOVE NM-FORN  TO WS-FOR-NOME(WS-FOR-QTDE)
                           MOVE CNPJ-FOR TO WS-FOR-CNPJ(WS-FOR-QTDE)
                           MOVE ZEROS    TO WS-FOR-PAGAR(WS-FOR-QTDE)
                           MOVE WS-GRP-POS TO WS-FOR-GRP(WS-FOR-QTDE)
                           ADD 1 TO WS-GRP-FORNEC(WS-GRP-POS)
                           IF WS-GRP-NOME(WS-GRP-POS) = SPACES
                               MOVE NM-FORN TO WS-GRP-NOME(WS-GRP-POS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      *    TITULO NAO PAGO (ABERTO OU RETIDO NA CONFERENCIA) DE
      *    FORNECEDOR QUE ESTA EM ALGUM GRUPO.
       ACUMULA-A-PAGAR.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT MOVFOR.
           IF WS-FS-MOV NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM SOMA-TITULO UNTIL WS-FIM = 'S'.
           IF WS-FS-MOV = "00" OR WS-FS-MOV = "10"
               CLOSE MOVFOR
           END-IF.
      *
       SOMA-TITULO.
           READ MOVFOR
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NOT MOVFOR-PAGO
                       PERFORM LOCALIZA-FORNECEDOR
                       IF WS-FOR-POS NOT = ZEROS
                           ADD VALOR-FOR TO WS-FOR-PAGAR(WS-FOR-POS)
                           MOVE WS-FOR-GRP(WS-FOR-POS) TO WS-GRP-POS
                           ADD VALOR-FOR TO WS-GRP-PAGAR(WS-GRP-POS)
                       END-IF
                   END-IF
           END-READ.
      *
       LOCALIZA-FORNECEDOR.
           MOVE ZEROS TO WS-FOR-POS.
           PERFORM BUSCA-FORNECEDOR
               VARYING WS-FOR-SUBS FROM 1 BY 1
               UNTIL WS-FOR-SUBS > WS-FOR-QTDE
                  OR WS-FOR-POS NOT = ZEROS.
      *
       BUSCA-FORNECEDOR.
           IF WS-FOR-CODIGO(WS-FOR-SUBS) = CD-FOR
               MOVE WS-FOR-SUBS TO WS-FOR-POS
           END-IF.
      *
      *    SO CNPJ (14 POSICOES) - CPF OCUPA 11 E NAO TEM RAIZ.
       CARREGA-DOCUMENTOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT DOCUMENTOS.
           IF WS-FS-DOC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CASA-DOCUMENTO UNTIL WS-FIM = 'S'.
           IF WS-FS-DOC = "00" OR WS-FS-DOC = "10"
               CLOSE DOCUMENTOS
           END-IF.
      *
       CASA-DOCUMENTO.
           READ DOCUMENTOS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF NUMERO-DOCUMENTO(12:3) NOT = SPACES
                       PERFORM PROCURA-GRUPO-DOC
                   END-IF
           END-READ.
      *
       PROCURA-GRUPO-DOC.
           MOVE ZEROS TO WS-GRP-POS.
           MOVE NUMERO-DOCUMENTO(1:8) TO WS-GRP-BUSCA.
           PERFORM BUSCA-GRUPO
               VARYING WS-GRP-SUBS FROM 1 BY 1
               UNTIL WS-GRP-SUBS > WS-GRP-QTDE
                  OR WS-GRP-POS NOT = ZEROS.
           IF WS-GRP-POS NOT = ZEROS
               ADD 1 TO WS-GRP-DOCS(WS-GRP-POS)
               IF NUMERO-DOCUMENTO(9:4) = "0001"
                  AND WS-GRP-MATRIZ(WS-GRP-POS) = 'N'
                   MOVE NOME-DOCUMENTO TO WS-GRP-NOME(WS-GRP-POS)
                   MOVE 'S' TO WS-GRP-MATRIZ(WS-GRP-POS)
               END-IF
           END-IF.
      *
       GERA-RELATORIO.
           OPEN OUTPUT RELGRP.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELGRUPO - " WS-FS-REL
               STOP RUN.
           MOVE "===== EXPOSICAO POR GRUPO ECONOMICO (RAIZ CNPJ) ====="
               TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO WS-LINHA.
           IF WS-TEM-TETO = 'S'
               MOVE WS-TETO-GRUPO TO WS-TETO-ED
               STRING "EMITIDO EM " WS-HOJE "   TETO DE EXPOSICAO: "
                   WS-TETO-ED " (VIGENCIA " WS-TETO-VIGENCIA ")"
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "EMITIDO EM " WS-HOJE
                   "   TETO DE EXPOSICAO NAO PARAMETRIZADO"
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM ESCREVE-LINHA.
           PERFORM LISTA-GRUPO
               VARYING WS-GRP-SUBS FROM 1 BY 1
               UNTIL WS-GRP-SUBS > WS-GRP-QTDE.
           MOVE WS-LINHA-SEP TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO WS-LINHA.
           STRING "GRUPOS: " WS-GRP-QTDE "   COM MAIS DE UM MEMBRO: "
               WS-CONT-GRUPOS-MULT "   ACIMA DO TETO: " WS-CONT-ACIMA
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM ESCREVE-LINHA.
           CLOSE RELGRP.
      *
       ESCREVE-LINHA.
           MOVE WS-LINHA TO REG-REL.
           WRITE REG-REL.
      *
       LISTA-GRUPO.
           MOVE WS-GRP-SUBS TO WS-GRP-POS.
           MOVE 'N' TO WS-ACIMA.
           IF WS-TEM-TETO = 'S'
              AND WS-GRP-EXPOSICAO(WS-GRP-POS) > WS-TETO-GRUPO
               MOVE 'S' TO WS-ACIMA
               ADD 1 TO WS-CONT-ACIMA
           END-IF.
           IF WS-GRP-CONTAS(WS-GRP-POS) + WS-GRP-FORNEC(WS-GRP-POS)
              > 1
               ADD 1 TO WS-CONT-GRUPOS-MULT
           END-IF.
           MOVE WS-LINHA-SEP TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO WS-LINHA.
           STRING "GRUPO " WS-GRP-RAIZ(WS-GRP-POS) "  "
               WS-GRP-NOME(WS-GRP-POS) "  CONTAS "
               WS-GRP-CONTAS(WS-GRP-POS) " FORNEC "
               WS-GRP-FORNEC(WS-GRP-POS) " DOCS "
               WS-GRP-DOCS(WS-GRP-POS)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM ESCREVE-LINHA.
           PERFORM LISTA-CONTA-GRUPO
               VARYING WS-CTA-SUBS FROM 1 BY 1
               UNTIL WS-CTA-SUBS > WS-CTA-QTDE.
           PERFORM LISTA-FORN-GRUPO
               VARYING WS-FOR-SUBS FROM 1 BY 1
               UNTIL WS-FOR-SUBS > WS-FOR-QTDE.
           MOVE WS-GRP-SALDO(WS-GRP-POS)  TO WS-VALOR-ED.
           MOVE WS-GRP-LIMITE(WS-GRP-POS) TO WS-VALOR-ED2.
           MOVE SPACES TO WS-LINHA.
           STRING "  SALDOS        :" WS-VALOR-ED
               "  LIMITE CONCEDIDO:" WS-VALOR-ED2
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE WS-GRP-USO(WS-GRP-POS)   TO WS-VALOR-ED.
           MOVE WS-GRP-PAGAR(WS-GRP-POS) TO WS-VALOR-ED2.
           MOVE SPACES TO WS-LINHA.
           STRING "  USO CH.ESPEC. :" WS-VALOR-ED
               "  A PAGAR FORNEC. :" WS-VALOR-ED2
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM ESCREVE-LINHA.
           MOVE WS-GRP-EXPOSICAO(WS-GRP-POS) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           IF WS-ACIMA = 'S'
               STRING "  EXPOSICAO     :" WS-VALOR-ED
                   "  *** ACIMA DO TETO DO GRUPO ***"
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "  EXPOSICAO     :" WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM ESCREVE-LINHA.
      *
       LISTA-CONTA-GRUPO.
           IF WS-CTA-GRP(WS-CTA-SUBS) = WS-GRP-POS
               MOVE WS-CTA-AGENCIA(WS-CTA-SUBS) TO WS-LC-AGENCIA
               MOVE WS-CTA-CONTA(WS-CTA-SUBS)   TO WS-LC-CONTA
               MOVE WS-CTA-NOME(WS-CTA-SUBS)    TO WS-LC-NOME
               MOVE WS-CTA-CNPJ(WS-CTA-SUBS)(9:6) TO WS-LC-FILIAL
               MOVE WS-CTA-SALDO(WS-CTA-SUBS)   TO WS-LC-SALDO
               MOVE WS-CTA-LIMITE(WS-CTA-SUBS)  TO WS-LC-LIMITE
               MOVE WS-LINHA-CTA TO WS-LINHA
               PERFORM ESCREVE-LINHA
               IF WS-CTA-DOC2(WS-CTA-SUBS) NOT = SPACES
                   PERFORM MOSTRA-COTITULAR
               END-IF
           END-IF.
      *
       MOSTRA-COTITULAR.
           MOVE ZEROS TO WS-PES-POS.
           PERFORM BUSCA-PESSOA
               VARYING WS-PES-SUBS FROM 1 BY 1
               UNTIL WS-PES-SUBS > WS-PES-QTDE
                  OR WS-PES-POS NOT = ZEROS.
           MOVE SPACES TO WS-LINHA.
           IF WS-PES-POS NOT = ZEROS
               STRING "       COTITULAR CPF " WS-CTA-DOC2(WS-CTA-SUBS)
                   " " WS-PES-NOME(WS-PES-POS)
                   DELIMITED BY SIZE INTO WS-LINHA
           ELSE
               STRING "       COTITULAR CPF " WS-CTA-DOC2(WS-CTA-SUBS)
                   " " WS-CTA-NOME2(WS-CTA-SUBS)
                   " (SEM PESSOA.DAT)"
                   DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM ESCREVE-LINHA.
      *
       BUSCA-PESSOA.
           IF WS-PES-CPF(WS-PES-SUBS) = WS-CTA-DOC2(WS-CTA-SUBS)
               MOVE WS-PES-SUBS TO WS-PES-POS
           END-IF.
      *
       LISTA-FORN-GRUPO.
           IF WS-FOR-GRP(WS-FOR-SUBS) = WS-GRP-POS
               MOVE WS-FOR-CODIGO(WS-FOR-SUBS)   TO WS-LF-CODIGO
               MOVE WS-FOR-NOME(WS-FOR-SUBS)     TO WS-LF-NOME
               MOVE WS-FOR-CNPJ(WS-FOR-SUBS)(9:6) TO WS-LF-FILIAL
               MOVE WS-FOR-PAGAR(WS-FOR-SUBS)    TO WS-LF-PAGAR
               MOVE WS-LINHA-FOR TO WS-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.
