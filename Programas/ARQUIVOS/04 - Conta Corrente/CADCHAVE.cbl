       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCHAVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAVEPIX ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CHV.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VINC.
           SELECT ENDERECO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-END.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
      *
      *    DIRETORIO DE CHAVES PARA TRANSFERENCIA: CADA CHAVE ATIVA
      *    APONTA PARA UMA UNICA CONTA. CHAVE EXCLUIDA OU PORTADA FICA
      *    NO ARQUIVO COMO HISTORICO E NAO CONTA NA UNICIDADE.
       FD CHAVEPIX VALUE OF FILE-ID IS "CHAVEPIX.DAT".
       01 REG-CHAVE.
           03 TIPO-CHV             PIC X(01).
               88 CHV-CPF          VALUE 'C'.
               88 CHV-CNPJ         VALUE 'J'.
               88 CHV-EMAIL        VALUE 'E'.
               88 CHV-FONE         VALUE 'T'.
           03 VALOR-CHV            PIC X(30).
           03 ID-CLI-CHV.
               05 AGENCIA-CHV      PIC 9(03).
               05 CONTA-CHV        PIC 9(06).
           03 DATA-CHV             PIC 9(06).
           03 STATUS-CHV           PIC X(01).
               88 CHV-ATIVA        VALUE 'A'.
               88 CHV-EXCLUIDA     VALUE 'E'.
               88 CHV-PORTADA      VALUE 'P'.
           03 DATA-BAIXA-CHV       PIC 9(06).
      *
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
           03 CPF-VINC             PIC X(11).
           03 ID-CLI-VINC.
               05 AGENCIA-VINC     PIC 9(03).
               05 CONTA-VINC       PIC 9(06).
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
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-TIPO-CHAVE            PIC X(01) VALUE SPACE.
           88 WS-TIPO-CPF          VALUE 'C'.
           88 WS-TIPO-CNPJ         VALUE 'J'.
           88 WS-TIPO-EMAIL        VALUE 'E'.
           88 WS-TIPO-FONE         VALUE 'T'.
       01 WS-VALOR-CHAVE           PIC X(30) VALUE SPACES.
       01 WS-CPF                   PIC X(11) VALUE SPACES.
       01 WS-CNPJ                  PIC X(14) VALUE SPACES.
       01 WS-CHAVE-CLI.
           03 WS-AGENCIA           PIC 9(03) VALUE ZEROS.
           03 WS-CONTAG            PIC 9(06) VALUE ZEROS.
       01 WS-ID-DONO               PIC 9(09) VALUE ZEROS.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-CONTA-VALIDA          PIC X(01) VALUE 'N'.
       01 WS-DOC-VALIDO            PIC X(01) VALUE 'N'.
       01 WS-TITULAR-OK            PIC X(01) VALUE 'N'.
       01 WS-FS-CHV                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-END                PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CHAVE           PIC X(01) VALUE 'N'.
       01 WS-ACHOU-CLI             PIC X(01) VALUE 'N'.
       01 WS-ACHOU-VINC            PIC X(01) VALUE 'N'.
       01 WS-ACHOU-END             PIC X(01) VALUE 'N'.
      *
      *    CHAVES ACEITAS: CPF E CNPJ (COM DIGITO CONFERIDO PELO
      *    CPFDIG/CNPJDIG), E-MAIL E TELEFONE. A CONTA SO PODE
      *    REGISTRAR A CHAVE QUE E' DELA: O CPF TEM DE ESTAR VINCULADO
      *    A CONTA EM CONTAPESSOA.DAT, E-MAIL E TELEFONE TEM DE SER OS
      *    DO ENDERECO.DAT DA CONTA. O CADASTRO DE PESSOAS SO GUARDA
      *    CPF, ENTAO A CHAVE CNPJ E' CONFERIDA SO PELO DIGITO.
      *    NENHUMA CHAVE FICA ATIVA EM DUAS CONTAS - PARA LEVAR A
      *    CHAVE DE UMA CONTA PARA OUTRA USE A PORTABILIDADE.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'R' PERFORM REGISTRA-CHAVE
               WHEN 'P' PERFORM PORTA-CHAVE
               WHEN 'E' PERFORM EXCLUI-CHAVE
               WHEN 'C' PERFORM CONSULTA-CHAVE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE R, P, E OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (R-REGISTRAR / P-PORTABILIDADE / "
               "E-EXCLUIR / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
       ENTRA-CONTA.
           DISPLAY "AGENCIA DA CONTA: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA: ".
           ACCEPT WS-CONTAG.
           CALL "CONTADIG" USING WS-AGENCIA WS-CONTAG
               WS-CONTA-VALIDA.
           IF WS-CONTA-VALIDA NOT = 'S'
               DISPLAY "CONTA INVALIDA - DIGITO NAO CONFERE"
           END-IF.
      *
       ENTRA-CHAVE.
           DISPLAY "TIPO DA CHAVE (C-CPF / J-CNPJ / E-EMAIL / "
               "T-TELEFONE): ".
           ACCEPT WS-TIPO-CHAVE.
           DISPLAY "CHAVE: ".
           ACCEPT WS-VALOR-CHAVE.
           MOVE 'S' TO WS-DOC-VALIDO.
           EVALUATE TRUE
               WHEN WS-TIPO-CPF
                   MOVE WS-VALOR-CHAVE TO WS-CPF
                   CALL "CPFDIG" USING WS-CPF WS-DOC-VALIDO
               WHEN WS-TIPO-CNPJ
                   MOVE WS-VALOR-CHAVE TO WS-CNPJ
                   CALL "CNPJDIG" USING WS-CNPJ WS-DOC-VALIDO
               WHEN WS-TIPO-EMAIL
                   CONTINUE
               WHEN WS-TIPO-FONE
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-DOC-VALIDO
           END-EVALUATE.
           IF WS-VALOR-CHAVE = SPACES
               MOVE 'N' TO WS-DOC-VALIDO
           END-IF.
           IF WS-DOC-VALIDO NOT = 'S'
               DISPLAY "CHAVE INVALIDA - TIPO OU DIGITO NAO CONFERE"
               STOP RUN.
      *
      *    CONTA DO PEDIDO: TEM DE EXISTIR E ESTAR ABERTA.
       VALIDA-CONTA.
           MOVE 'N' TO WS-CONTA-VALIDA.
           PERFORM ENTRA-CONTA UNTIL WS-CONTA-VALIDA = 'S'.
           PERFORM LOCALIZA-CLIENTE.
           IF WS-ACHOU-CLI = 'N'
               DISPLAY "CONTA NAO ENCONTRADA EM CLIENTE.DAT"
               STOP RUN.
           IF NOT CLI-ABERTA
               DISPLAY "CONTA BLOQUEADA OU ENCERRADA - STATUS "
                   STATUS-CLI
               STOP RUN.
      *
       REGISTRA-CHAVE.
           PERFORM VALIDA-CONTA.
           PERFORM ENTRA-CHAVE.
           PERFORM CONFERE-TITULAR.
           PERFORM LOCALIZA-CHAVE-ATIVA.
           IF WS-ACHOU-CHAVE = 'S'
               IF WS-ID-DONO = WS-CHAVE-CLI
                   DISPLAY "CHAVE JA REGISTRADA NESTA CONTA"
               ELSE
                   DISPLAY "CHAVE JA REGISTRADA EM OUTRA CONTA - "
                       "USE A PORTABILIDADE"
               END-IF
           ELSE
               PERFORM GRAVA-CHAVE
               DISPLAY "CHAVE REGISTRADA PARA A CONTA " WS-AGENCIA
                   "/" WS-CONTAG
           END-IF.
      *
      *    PORTABILIDADE: A CHAVE ATIVA EM OUTRA CONTA E' BAIXADA COMO
      *    PORTADA E REGISTRADA NA CONTA NOVA, QUE TEM DE PROVAR A
      *    TITULARIDADE DA MESMA FORMA QUE NO REGISTRO.
       PORTA-CHAVE.
           PERFORM VALIDA-CONTA.
           PERFORM ENTRA-CHAVE.
           PERFORM CONFERE-TITULAR.
           PERFORM LOCALIZA-CHAVE-ATIVA.
           IF WS-ACHOU-CHAVE = 'N'
               DISPLAY "CHAVE NAO REGISTRADA - USE O REGISTRO"
           ELSE
               IF WS-ID-DONO = WS-CHAVE-CLI
                   DISPLAY "CHAVE JA ESTA NESTA CONTA"
               ELSE
                   MOVE 'P' TO WS-OPCAO
                   PERFORM BAIXA-CHAVE
                   PERFORM GRAVA-CHAVE
                   DISPLAY "CHAVE PORTADA DA CONTA " WS-ID-DONO
                       " PARA A CONTA " WS-AGENCIA "/" WS-CONTAG
               END-IF
           END-IF.
      *
       EXCLUI-CHAVE.
           PERFORM VALIDA-CONTA.
           PERFORM ENTRA-CHAVE.
           PERFORM LOCALIZA-CHAVE-ATIVA.
           IF WS-ACHOU-CHAVE = 'N' OR WS-ID-DONO NOT = WS-CHAVE-CLI
               DISPLAY "CHAVE NAO REGISTRADA NESTA CONTA"
           ELSE
               MOVE 'E' TO WS-OPCAO
               PERFORM BAIXA-CHAVE
               DISPLAY "CHAVE EXCLUIDA"
           END-IF.
      *
       CONSULTA-CHAVE.
           PERFORM ENTRA-CHAVE.
           PERFORM LOCALIZA-CHAVE-ATIVA.
           IF WS-ACHOU-CHAVE = 'N'
               DISPLAY "CHAVE NAO REGISTRADA"
           ELSE
               MOVE WS-ID-DONO TO WS-CHAVE-CLI
               PERFORM LOCALIZA-CLIENTE
               DISPLAY "CHAVE     : " WS-VALOR-CHAVE
               DISPLAY "CONTA     : " WS-AGENCIA "/" WS-CONTAG
               DISPLAY "TITULAR   : " NOME-CLI
           END-IF.
      *
      *    A CONTA DO PEDIDO TEM DE SER A DONA DA CHAVE.
       CONFERE-TITULAR.
           MOVE 'S' TO WS-TITULAR-OK.
           EVALUATE TRUE
               WHEN WS-TIPO-CPF
                   PERFORM VERIFICA-VINCULO
                   MOVE WS-ACHOU-VINC TO WS-TITULAR-OK
               WHEN WS-TIPO-EMAIL
                   PERFORM LOCALIZA-ENDERECO
                   IF WS-ACHOU-END = 'N'
                      OR EMAIL-END NOT = WS-VALOR-CHAVE
                       MOVE 'N' TO WS-TITULAR-OK
                   END-IF
               WHEN WS-TIPO-FONE
                   PERFORM LOCALIZA-ENDERECO
                   IF WS-ACHOU-END = 'N'
                      OR FONE-END NOT = WS-VALOR-CHAVE
                       MOVE 'N' TO WS-TITULAR-OK
                   END-IF
           END-EVALUATE.
           IF WS-TITULAR-OK NOT = 'S'
               DISPLAY "CHAVE NAO PERTENCE A ESTA CONTA - CONFIRA O "
                   "VINCULO DO CPF OU O ENDERECO DA CONTA"
               STOP RUN.
      *
       LOCALIZA-CLIENTE.
           MOVE 'N' TO WS-ACHOU-CLI.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM BUSCA-CLIENTE
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CLI = 'S'.
           CLOSE CADCLI.
      *
       BUSCA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF AGENCIA-CLI = WS-AGENCIA AND CONTA-CLI = WS-CONTAG
                       MOVE 'S' TO WS-ACHOU-CLI
                   END-IF
           END-READ.
      *
       VERIFICA-VINCULO.
           MOVE 'N' TO WS-ACHOU-VINC.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CONTAPESSOA.
           IF WS-FS-VINC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-VINCULO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-VINC = 'S'.
           IF WS-FS-VINC = "00" OR WS-FS-VINC = "10"
               CLOSE CONTAPESSOA
           END-IF.
      *
       BUSCA-VINCULO.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CPF-VINC = WS-CPF
                      AND ID-CLI-VINC = WS-CHAVE-CLI
                       MOVE 'S' TO WS-ACHOU-VINC
                   END-IF
           END-READ.
      *
       LOCALIZA-ENDERECO.
           MOVE 'N' TO WS-ACHOU-END.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ENDERECO.
           IF WS-FS-END NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-ENDERECO
               UNTIL WS-FIM = 'S' OR WS-ACHOU-END = 'S'.
           IF WS-FS-END = "00" OR WS-FS-END = "10"
               CLOSE ENDERECO
           END-IF.
      *
       BUSCA-ENDERECO.
           READ ENDERECO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-END = WS-CHAVE-CLI
                       MOVE 'S' TO WS-ACHOU-END
                   END-IF
           END-READ.
      *
       LOCALIZA-CHAVE-ATIVA.
           MOVE 'N' TO WS-ACHOU-CHAVE.
           MOVE ZEROS TO WS-ID-DONO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CHAVEPIX.
           IF WS-FS-CHV NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-CHAVE
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CHAVE = 'S'.
           IF WS-FS-CHV = "00" OR WS-FS-CHV = "10"
               CLOSE CHAVEPIX
           END-IF.
      *
       BUSCA-CHAVE.
           READ CHAVEPIX
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CHV-ATIVA
                      AND TIPO-CHV = WS-TIPO-CHAVE
                      AND VALOR-CHV = WS-VALOR-CHAVE
                       MOVE 'S' TO WS-ACHOU-CHAVE
                       MOVE ID-CLI-CHV TO WS-ID-DONO
                   END-IF
           END-READ.
      *
      *    BAIXA A CHAVE ATIVA NO REGISTRO ORIGINAL - WS-OPCAO TRAZ O
      *    STATUS FINAL (E-EXCLUIDA / P-PORTADA).
       BAIXA-CHAVE.
           MOVE 'N' TO WS-ACHOU-CHAVE.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CHAVEPIX.
           IF WS-FS-CHV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CHAVEPIX - " WS-FS-CHV
               STOP RUN.
           PERFORM BUSCA-CHAVE
               UNTIL WS-FIM = 'S' OR WS-ACHOU-CHAVE = 'S'.
           IF WS-ACHOU-CHAVE = 'S'
               MOVE WS-OPCAO TO STATUS-CHV
               MOVE WS-HOJE  TO DATA-BAIXA-CHV
               REWRITE REG-CHAVE
               IF WS-FS-CHV NOT EQUAL "00"
                   DISPLAY "ERRO DE REGRAVACAO CHAVEPIX - " WS-FS-CHV
                   STOP RUN
               END-IF
           END-IF.
           CLOSE CHAVEPIX.
      *
       GRAVA-CHAVE.
           OPEN EXTEND CHAVEPIX.
           IF WS-FS-CHV NOT EQUAL "00"
               OPEN OUTPUT CHAVEPIX
           END-IF.
           IF WS-FS-CHV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CHAVEPIX - " WS-FS-CHV
               STOP RUN.
           MOVE WS-TIPO-CHAVE  TO TIPO-CHV.
           MOVE WS-VALOR-CHAVE TO VALOR-CHV.
           MOVE WS-CHAVE-CLI   TO ID-CLI-CHV.
           MOVE WS-HOJE        TO DATA-CHV.
           MOVE 'A'            TO STATUS-CHV.
           MOVE ZEROS          TO DATA-BAIXA-CHV.
           WRITE REG-CHAVE.
           CLOSE CHAVEPIX.
