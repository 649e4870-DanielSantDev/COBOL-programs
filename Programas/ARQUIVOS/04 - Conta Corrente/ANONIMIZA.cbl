       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCERRA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT PESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT VINCHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT ENDERECO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT AUDCLI ASSIGN TO "AUDCLI.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT CERTANON ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CERT.
           SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD ENCERRA VALUE OF FILE-ID IS "ENCERRA.DAT".
       01 REG-ENCERRA.
           03 ID-ENC               PIC 9(09).
           03 DATA-ENC             PIC 9(06).
           03 FILLER               PIC X(80).
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
           03 ID-CLI-VINC          PIC 9(09).
      *
       FD VINCHIST VALUE OF FILE-ID IS "VINCHIST.DAT".
       01 REG-VINCHIST.
           03 DOCUMENTO-VH         PIC X(14).
           03 TIPO-PESSOA-VH       PIC X(01).
           03 ID-CLI-VH            PIC 9(09).
           03 TIPO-VINC-VH         PIC X(01).
           03 NOME-VH              PIC X(30).
           03 FILLER               PIC X(38).
      *
       FD ENDERECO VALUE OF FILE-ID IS "ENDERECO.DAT".
       01 REG-ENDERECO.
           03 ID-CLI-END           PIC 9(09).
           03 LOGRADOURO-END       PIC X(30).
           03 CIDADE-END           PIC X(20).
           03 UF-END               PIC X(02).
           03 CEP-END              PIC 9(08).
           03 FONE-END             PIC X(15).
           03 EMAIL-END            PIC X(30).
      *
       FD AUDCLI.
       01 REG-AUDCLI.
           03 OPERADOR-AUD         PIC X(08).
           03 ACAO-AUD             PIC X(10).
           03 ID-CLI-AUD           PIC 9(09).
           03 IMAGEM-ANTES-AUD     PIC X(140).
           03 IMAGEM-DEPOIS-AUD    PIC X(140).
           03 DATA-AUD             PIC 9(06).
           03 HORA-AUD             PIC 9(08).
      *
      *    CERTIFICADO DE ANONIMIZACAO - UM POR REGISTRO ALTERADO. NAO
      *    GUARDA O DADO ORIGINAL: SO ONDE, QUANDO, POR QUEM E QUAIS
      *    CAMPOS. PESSOA/VINCULOS SAEM COM O PSEUDONIMO NA CHAVE.
       FD CERTANON VALUE OF FILE-ID IS "CERTANON.DAT".
       01 REG-CERTANON.
           03 DATA-CERT            PIC 9(06).
           03 HORA-CERT            PIC 9(08).
           03 OPERADOR-CERT        PIC X(08).
           03 ARQUIVO-CERT         PIC X(12).
           03 CHAVE-CERT           PIC X(14).
           03 ID-CLI-CERT.
               05 AGENCIA-CERT     PIC 9(03).
               05 CONTA-CERT       PIC 9(06).
           03 DATA-ENC-CERT        PIC 9(06).
           03 ANOS-RETENCAO-CERT   PIC 9(02).
           03 CAMPOS-CERT          PIC X(40).
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
       01 WS-FS-ARQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-CERT               PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-AGORA                 PIC 9(08) VALUE ZEROS.
       01 WS-ANOS-RETENCAO         PIC 9(02) VALUE ZEROS.
       01 WS-VENCIMENTO            PIC 9(07) VALUE ZEROS.
       01 WS-MARCA                 PIC X(11) VALUE "ANONIMIZADO".
       01 WS-ALTEROU               PIC X(01) VALUE 'N'.
      *
      *    CONTAS ENCERRADAS HA MAIS TEMPO QUE A RETENCAO (ENCERRA.DAT).
      *    SO VALEM AS QUE CONTINUAM ENCERRADAS NO CLIENTE.DAT.
       01 WS-ENC-TAB.
           03 WS-ENC-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-ENC-ITEM OCCURS 5000 TIMES.
               05 WS-ENC-ID        PIC 9(09).
               05 WS-ENC-DATA      PIC 9(06).
               05 WS-ENC-VALIDA    PIC X(01).
       01 WS-ENC-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-ENC-POS               PIC 9(04) VALUE ZEROS.
       01 WS-ENC-BUSCA             PIC 9(09) VALUE ZEROS.
      *
      *    CPFS LIGADOS AS CONTAS - SO VIRAM PSEUDONIMO OS QUE NAO TEM
      *    NENHUMA OUTRA CONTA VIVA NO BANCO.
       01 WS-PES-TAB.
           03 WS-PES-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-PES-ITEM OCCURS 5000 TIMES.
               05 WS-PES-CPF       PIC X(11).
               05 WS-PES-FECHADA   PIC X(01).
               05 WS-PES-VIVA      PIC X(01).
               05 WS-PES-PSEUDO    PIC X(11).
               05 WS-PES-CONTA     PIC 9(09).
               05 WS-PES-DATA-ENC  PIC 9(06).
       01 WS-PES-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-PES-POS               PIC 9(04) VALUE ZEROS.
       01 WS-PES-BUSCA             PIC X(11) VALUE SPACES.
       01 WS-PES-SITUACAO          PIC X(01) VALUE SPACE.
           88 PES-CONTA-FECHADA    VALUE 'F'.
           88 PES-CONTA-VIVA       VALUE 'V'.
      *
      *    PSEUDONIMO: 'A' + SEQUENCIAL, CONTINUANDO O MAIOR JA USADO
      *    NO PESSOA.DAT.
       01 WS-PSEUDONIMO.
           03 WS-PSEUDO-LETRA      PIC X(01) VALUE 'A'.
           03 WS-PSEUDO-NUM        PIC 9(10) VALUE ZEROS.
       01 WS-ULTIMO-PSEUDO         PIC 9(10) VALUE ZEROS.
      *
      *    IMAGEM DO CLIENTE GUARDADA NA AUDITORIA (MESMO LEIAUTE DO
      *    REG-CLI) - O DADO PESSOAL SAI TAMBEM DAS IMAGENS.
       01 WS-IMAGEM.
           03 FILLER               PIC X(09).
           03 WS-IMG-NOME          PIC X(20).
           03 FILLER               PIC X(23).
           03 WS-IMG-NOME2         PIC X(20).
           03 WS-IMG-DOC2          PIC X(11).
           03 WS-IMG-CNPJ          PIC X(14).
           03 FILLER               PIC X(43).
      *
       01 WS-CONT-CONTAS           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REABERTAS        PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CERTIFICADOS     PIC 9(07) VALUE ZEROS.
       01 WS-CONT-PESSOAS          PIC 9(05) VALUE ZEROS.
      *
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
       01 WS-PRC-ACAO              PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA          PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
      *
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "ANONIMIZA".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    ANONIMIZACAO (LGPD) DAS CONTAS ENCERRADAS HA MAIS TEMPO QUE
      *    O PRAZO DE RETENCAO: NOME, DOCUMENTOS E CONTATOS SAEM DO
      *    CLIENTE, ENDERECO, PESSOA, CONTAPESSOA, VINCHIST E DAS
      *    IMAGENS DO AUDCLI. SALDOS, MOVIMENTOS, ENCERRAMENTO E
      *    DEMAIS DADOS FINANCEIROS FICAM COMO ESTAO, SEMPRE PELA
      *    CHAVE AGENCIA/CONTA. O CPF SO VIRA PSEUDONIMO QUANDO A
      *    PESSOA NAO TEM MAIS NENHUMA CONTA VIVA. O RESTRITIVO TEM
      *    RETENCAO PROPRIA NO GERA-RESTRITIVO E NAO E' TOCADO AQUI.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ANOS DE RETENCAO APOS O ENCERRAMENTO (00 = 05): ".
           ACCEPT WS-ANOS-RETENCAO.
           IF WS-ANOS-RETENCAO = ZEROS
               MOVE 5 TO WS-ANOS-RETENCAO
           END-IF.
           PERFORM VERIFICA-LOTE-EM-CURSO.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - SUPERVISOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           ACCEPT WS-HOJE FROM DATE.
           MOVE WS-HOJE TO WS-RUN-DATA-LOTE.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM CARREGA-ENCERRADAS.
           IF WS-ENC-QTDE = ZEROS
               DISPLAY "NENHUMA CONTA ENCERRADA HA MAIS DE "
                   WS-ANOS-RETENCAO " ANOS"
           ELSE
               PERFORM ABRE-CERTIFICADO
               PERFORM ANONIMIZA-CLIENTES
               PERFORM MAPEIA-PESSOAS
               PERFORM ATRIBUI-PSEUDONIMOS
               PERFORM ANONIMIZA-PESSOAS
               PERFORM ANONIMIZA-VINCULOS
               PERFORM ANONIMIZA-VINCHIST
               PERFORM ANONIMIZA-ENDERECOS
               PERFORM ANONIMIZA-AUDITORIA
               CLOSE CERTANON
               CLOSE OPERLOG
           END-IF.
           DISPLAY "CONTAS NO PRAZO          : " WS-ENC-QTDE.
           DISPLAY "CONTAS ANONIMIZADAS      : " WS-CONT-CONTAS.
           DISPLAY "CONTAS REABERTAS (FORA)  : " WS-CONT-REABERTAS.
           DISPLAY "PESSOAS COM PSEUDONIMO   : " WS-CONT-PESSOAS.
           DISPLAY "CERTIFICADOS EMITIDOS    : " WS-CONT-CERTIFICADOS.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       VERIFICA-LOTE-EM-CURSO.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "LOTE " WS-PRC-DATA-LOTE " EM PROCESSAMENTO ("
                   WS-PRC-PROGRAMA ") - ANONIMIZACAO NAO PERMITIDA"
               STOP RUN.
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
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE SPACES TO WS-RUN-STATUS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       GRAVA-RUN-FIM.
           MOVE 'F' TO WS-RUN-EVENTO.
           MOVE "OK" TO WS-RUN-STATUS.
           MOVE WS-ENC-QTDE          TO WS-RUN-LIDOS.
           MOVE WS-CONT-CERTIFICADOS TO WS-RUN-ATUALIZADOS.
           MOVE WS-CONT-REABERTAS    TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       FALHA-ABERTURA.
           DISPLAY "ERRO DE ABERTURA " WS-FS-ARQ
               " - ANONIMIZACAO INTERROMPIDA".
           MOVE 'F' TO WS-RUN-EVENTO.
           MOVE "ER" TO WS-RUN-STATUS.
           MOVE WS-CONT-CERTIFICADOS TO WS-RUN-ATUALIZADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
      *    VENCIMENTO DA RETENCAO EM AAMMDD: DATA DO ENCERRAMENTO MAIS
      *    N ANOS.
       CARREGA-ENCERRADAS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ENCERRA.
           IF WS-FS-ARQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-ENCERRADA UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE ENCERRA
           END-IF.
      *
       LE-ENCERRADA.
           READ ENCERRA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   COMPUTE WS-VENCIMENTO =
                       DATA-ENC + WS-ANOS-RETENCAO * 10000
                   IF WS-VENCIMENTO NOT > WS-HOJE
                      AND WS-ENC-QTDE < 5000
                       ADD 1 TO WS-ENC-QTDE
                       MOVE ID-ENC   TO WS-ENC-ID(WS-ENC-QTDE)
                       MOVE DATA-ENC TO WS-ENC-DATA(WS-ENC-QTDE)
                       MOVE 'N'      TO WS-ENC-VALIDA(WS-ENC-QTDE)
                   END-IF
           END-READ.
      *
       LOCALIZA-ENCERRADA.
           MOVE ZEROS TO WS-ENC-POS.
           PERFORM BUSCA-ENCERRADA
               VARYING WS-ENC-SUBS FROM 1 BY 1
               UNTIL WS-ENC-SUBS > WS-ENC-QTDE
                  OR WS-ENC-POS NOT = ZEROS.
      *
       BUSCA-ENCERRADA.
           IF WS-ENC-ID(WS-ENC-SUBS) = WS-ENC-BUSCA
               MOVE WS-ENC-SUBS TO WS-ENC-POS
           END-IF.
      *
      *    CONTA SO ENTRA SE E' ENCERRADA DE FATO E DENTRO DO PRAZO.
       LOCALIZA-ANONIMIZAVEL.
           PERFORM LOCALIZA-ENCERRADA.
           IF WS-ENC-POS NOT = ZEROS
               IF WS-ENC-VALIDA(WS-ENC-POS) NOT = 'S'
                   MOVE ZEROS TO WS-ENC-POS
               END-IF
           END-IF.
      *
       ABRE-CERTIFICADO.
           OPEN EXTEND CERTANON.
           IF WS-FS-CERT NOT EQUAL "00"
               OPEN OUTPUT CERTANON
           END-IF.
           IF WS-FS-CERT NOT EQUAL "00"
               MOVE WS-FS-CERT TO WS-FS-ARQ
               PERFORM FALHA-ABERTURA
           END-IF.
           OPEN EXTEND OPERLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT OPERLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               MOVE WS-FS-LOG TO WS-FS-ARQ
               PERFORM FALHA-ABERTURA
           END-IF.
      *
      *    ARQUIVO-CERT, CHAVE-CERT, ID-CLI-CERT, DATA-ENC-CERT E
      *    CAMPOS-CERT JA PREENCHIDOS POR QUEM CHAMA.
       GRAVA-CERTIFICADO.
           ACCEPT WS-AGORA FROM TIME.
           MOVE WS-HOJE          TO DATA-CERT.
           MOVE WS-AGORA         TO HORA-CERT.
           MOVE WS-OPERADOR-ID   TO OPERADOR-CERT.
           MOVE WS-ANOS-RETENCAO TO ANOS-RETENCAO-CERT.
           WRITE REG-CERTANON.
           ADD 1 TO WS-CONT-CERTIFICADOS.
      *
       ANONIMIZA-CLIENTES.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CADCLI.
           IF WS-FS-ARQ NOT EQUAL "00"
               PERFORM FALHA-ABERTURA
           END-IF.
           PERFORM TRATA-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
      *
       TRATA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI TO WS-ENC-BUSCA
                   PERFORM LOCALIZA-ENCERRADA
                   EVALUATE TRUE
                       WHEN WS-ENC-POS = ZEROS
                           MOVE 'V' TO WS-PES-SITUACAO
                       WHEN NOT CLI-ENCERRADA
                           ADD 1 TO WS-CONT-REABERTAS
                           MOVE 'V' TO WS-PES-SITUACAO
                       WHEN OTHER
                           MOVE 'S' TO WS-ENC-VALIDA(WS-ENC-POS)
                           MOVE 'F' TO WS-PES-SITUACAO
                   END-EVALUATE
                   IF DOC-CLI2 NOT = SPACES
                       MOVE DOC-CLI2 TO WS-PES-BUSCA
                       PERFORM REGISTRA-PESSOA
                   END-IF
                   IF PES-CONTA-FECHADA AND NOME-CLI NOT = WS-MARCA
                       PERFORM LIMPA-CLIENTE
                   END-IF
           END-READ.
      *
       LIMPA-CLIENTE.
           MOVE WS-MARCA TO NOME-CLI.
           IF NOME-CLI2 NOT = SPACES
               MOVE WS-MARCA TO NOME-CLI2
           END-IF.
           MOVE SPACES TO DOC-CLI2.
           MOVE SPACES TO CNPJ-CLI.
           REWRITE REG-CLI.
           ADD 1 TO WS-CONT-CONTAS.
           MOVE "CLIENTE"    TO ARQUIVO-CERT.
           MOVE ID-CLI       TO CHAVE-CERT.
           MOVE ID-CLI       TO ID-CLI-CERT.
           MOVE WS-ENC-DATA(WS-ENC-POS) TO DATA-ENC-CERT.
           MOVE "NOME, COTITULAR, DOC COTITULAR, CNPJ"
               TO CAMPOS-CERT.
           PERFORM GRAVA-CERTIFICADO.
           MOVE WS-OPERADOR-ID TO OPERADOR-ID-LOG.
           MOVE "ANONIMIZA " TO ACAO-LOG.
           MOVE ID-CLI TO ID-CLI-LOG.
           MOVE WS-HOJE TO DATA-LOG.
           MOVE WS-AGORA TO HORA-LOG.
           WRITE REG-OPERLOG.
      *
      *    MARCA O CPF COM CONTA FECHADA (NO PRAZO) OU VIVA.
       REGISTRA-PESSOA.
           PERFORM LOCALIZA-PESSOA.
           IF WS-PES-POS = ZEROS AND WS-PES-QTDE < 5000
               ADD 1 TO WS-PES-QTDE
               MOVE WS-PES-QTDE  TO WS-PES-POS
               MOVE WS-PES-BUSCA TO WS-PES-CPF(WS-PES-POS)
               MOVE 'N'          TO WS-PES-FECHADA(WS-PES-POS)
               MOVE 'N'          TO WS-PES-VIVA(WS-PES-POS)
               MOVE SPACES       TO WS-PES-PSEUDO(WS-PES-POS)
               MOVE ZEROS        TO WS-PES-CONTA(WS-PES-POS)
               MOVE ZEROS        TO WS-PES-DATA-ENC(WS-PES-POS)
           END-IF.
           IF WS-PES-POS NOT = ZEROS
               IF PES-CONTA-FECHADA
                   MOVE 'S' TO WS-PES-FECHADA(WS-PES-POS)
                   IF WS-PES-CONTA(WS-PES-POS) = ZEROS
                       MOVE WS-ENC-ID(WS-ENC-POS)
                           TO WS-PES-CONTA(WS-PES-POS)
                       MOVE WS-ENC-DATA(WS-ENC-POS)
                           TO WS-PES-DATA-ENC(WS-PES-POS)
                   END-IF
               ELSE
                   MOVE 'S' TO WS-PES-VIVA(WS-PES-POS)
               END-IF
           END-IF.
      *
       LOCALIZA-PESSOA.
           MOVE ZEROS TO WS-PES-POS.
           PERFORM BUSCA-PESSOA
               VARYING WS-PES-SUBS FROM 1 BY 1
               UNTIL WS-PES-SUBS > WS-PES-QTDE
                  OR WS-PES-POS NOT = ZEROS.
      *
       BUSCA-PESSOA.
           IF WS-PES-CPF(WS-PES-SUBS) = WS-PES-BUSCA
               MOVE WS-PES-SUBS TO WS-PES-POS
           END-IF.
      *
      *    CPF ELEGIVEL: TEM CONTA FECHADA NO PRAZO E NENHUMA VIVA.
       LOCALIZA-ELEGIVEL.
           PERFORM LOCALIZA-PESSOA.
           IF WS-PES-POS NOT = ZEROS
               IF WS-PES-PSEUDO(WS-PES-POS) = SPACES
                   MOVE ZEROS TO WS-PES-POS
               END-IF
           END-IF.
      *
       MAPEIA-PESSOAS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CONTAPESSOA.
           IF WS-FS-ARQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-VINCULO UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE CONTAPESSOA
           END-IF.
      *
       LE-VINCULO.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI-VINC TO WS-ENC-BUSCA
                   PERFORM LOCALIZA-ANONIMIZAVEL
                   IF WS-ENC-POS = ZEROS
                       MOVE 'V' TO WS-PES-SITUACAO
                   ELSE
                       MOVE 'F' TO WS-PES-SITUACAO
                   END-IF
                   MOVE CPF-VINC TO WS-PES-BUSCA
                   PERFORM REGISTRA-PESSOA
           END-READ.
      *
       ATRIBUI-PSEUDONIMOS.
           MOVE ZEROS TO WS-ULTIMO-PSEUDO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PESSOA.
           IF WS-FS-ARQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM LE-MAIOR-PSEUDONIMO UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE PESSOA
           END-IF.
           PERFORM ATRIBUI-UM-PSEUDONIMO
               VARYING WS-PES-SUBS FROM 1 BY 1
               UNTIL WS-PES-SUBS > WS-PES-QTDE.
      *
       LE-MAIOR-PSEUDONIMO.
           READ PESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE CPF-PESSOA TO WS-PSEUDONIMO
                   IF WS-PSEUDO-LETRA = 'A'
                      AND WS-PSEUDO-NUM IS NUMERIC
                      AND WS-PSEUDO-NUM > WS-ULTIMO-PSEUDO
                       MOVE WS-PSEUDO-NUM TO WS-ULTIMO-PSEUDO
                   END-IF
           END-READ.
      *
      *    CPF QUE JA E' PSEUDONIMO (ANONIMIZACAO ANTERIOR) FICA.
       ATRIBUI-UM-PSEUDONIMO.
           IF WS-PES-FECHADA(WS-PES-SUBS) = 'S'
              AND WS-PES-VIVA(WS-PES-SUBS) = 'N'
              AND WS-PES-CPF(WS-PES-SUBS)(1:1) NOT = 'A'
               ADD 1 TO WS-ULTIMO-PSEUDO
               MOVE 'A' TO WS-PSEUDO-LETRA
               MOVE WS-ULTIMO-PSEUDO TO WS-PSEUDO-NUM
               MOVE WS-PSEUDONIMO TO WS-PES-PSEUDO(WS-PES-SUBS)
           END-IF.
      *
       MONTA-CERT-PESSOA.
           MOVE WS-PES-PSEUDO(WS-PES-POS)   TO CHAVE-CERT.
           MOVE WS-PES-CONTA(WS-PES-POS)    TO ID-CLI-CERT.
           MOVE WS-PES-DATA-ENC(WS-PES-POS) TO DATA-ENC-CERT.
      *
       ANONIMIZA-PESSOAS.
           MOVE 'N' TO WS-FIM.
           OPEN I-O PESSOA.
           IF WS-FS-ARQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM TRATA-PESSOA UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE PESSOA
           END-IF.
      *
       TRATA-PESSOA.
           READ PESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE CPF-PESSOA TO WS-PES-BUSCA
                   PERFORM LOCALIZA-ELEGIVEL
                   IF WS-PES-POS NOT = ZEROS
                       MOVE WS-PES-PSEUDO(WS-PES-POS) TO CPF-PESSOA
                       MOVE WS-MARCA TO NOME-PESSOA
                       MOVE 'N' TO VARRE-PESSOA
                       REWRITE REG-PESSOA
                       ADD 1 TO WS-CONT-PESSOAS
                       MOVE "PESSOA" TO ARQUIVO-CERT
                       PERFORM MONTA-CERT-PESSOA
                       MOVE "CPF (PSEUDONIMO), NOME" TO CAMPOS-CERT
                       PERFORM GRAVA-CERTIFICADO
                   END-IF
           END-READ.
      *
       ANONIMIZA-VINCULOS.
           MOVE 'N' TO WS-FIM.
           OPEN I-O CONTAPESSOA.
           IF WS-FS-ARQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM TRATA-VINCULO UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE CONTAPESSOA
           END-IF.
      *
       TRATA-VINCULO.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE CPF-VINC TO WS-PES-BUSCA
                   PERFORM LOCALIZA-ELEGIVEL
                   IF WS-PES-POS NOT = ZEROS
                       MOVE WS-PES-PSEUDO(WS-PES-POS) TO CPF-VINC
                       REWRITE REG-CONTAPESSOA
                       MOVE "CONTAPESSOA" TO ARQUIVO-CERT
                       PERFORM MONTA-CERT-PESSOA
                       MOVE ID-CLI-VINC TO ID-CLI-CERT
                       MOVE "CPF (PSEUDONIMO)" TO CAMPOS-CERT
                       PERFORM GRAVA-CERTIFICADO
                   END-IF
           END-READ.
      *
       ANONIMIZA-VINCHIST.
           MOVE 'N' TO WS-FIM.
           OPEN I-O VINCHIST.
           IF WS-FS-ARQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM TRATA-VINCHIST UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE VINCHIST
           END-IF.
      *
      *    HISTORICO DE PESSOA FISICA: CPF VIRA PSEUDONIMO. NOS
      *    VINCULOS DAS CONTAS ANONIMIZADAS SAI TAMBEM O NOME.
       TRATA-VINCHIST.
           READ VINCHIST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE 'N' TO WS-ALTEROU
                   MOVE ZEROS TO WS-PES-POS
                   IF DOCUMENTO-VH(12:3) = SPACES
                       MOVE DOCUMENTO-VH(1:11) TO WS-PES-BUSCA
                       PERFORM LOCALIZA-ELEGIVEL
                   END-IF
                   IF WS-PES-POS NOT = ZEROS
                       MOVE WS-PES-PSEUDO(WS-PES-POS) TO DOCUMENTO-VH
                       MOVE 'S' TO WS-ALTEROU
                   END-IF
                   MOVE ID-CLI-VH TO WS-ENC-BUSCA
                   PERFORM LOCALIZA-ANONIMIZAVEL
                   IF WS-ENC-POS NOT = ZEROS
                      AND NOME-VH NOT = WS-MARCA
                       MOVE WS-MARCA TO NOME-VH
                       MOVE 'S' TO WS-ALTEROU
                   END-IF
                   IF WS-ALTEROU = 'S'
                       REWRITE REG-VINCHIST
                       MOVE "VINCHIST" TO ARQUIVO-CERT
                       MOVE DOCUMENTO-VH TO CHAVE-CERT
                       MOVE ID-CLI-VH TO ID-CLI-CERT
                       MOVE ZEROS TO DATA-ENC-CERT
                       IF WS-ENC-POS NOT = ZEROS
                           MOVE WS-ENC-DATA(WS-ENC-POS)
                               TO DATA-ENC-CERT
                       END-IF
                       MOVE "DOCUMENTO (PSEUDONIMO), NOME"
                           TO CAMPOS-CERT
                       PERFORM GRAVA-CERTIFICADO
                   END-IF
           END-READ.
      *
       ANONIMIZA-ENDERECOS.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ENDERECO.
           IF WS-FS-ARQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM TRATA-ENDERECO UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE ENDERECO
           END-IF.
      *
      *    CIDADE E UF FICAM - NAO IDENTIFICAM A PESSOA.
       TRATA-ENDERECO.
           READ ENDERECO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI-END TO WS-ENC-BUSCA
                   PERFORM LOCALIZA-ANONIMIZAVEL
                   IF WS-ENC-POS NOT = ZEROS
                      AND LOGRADOURO-END NOT = WS-MARCA
                       MOVE WS-MARCA TO LOGRADOURO-END
                       MOVE ZEROS    TO CEP-END
                       MOVE SPACES   TO FONE-END
                       MOVE SPACES   TO EMAIL-END
                       REWRITE REG-ENDERECO
                       MOVE "ENDERECO" TO ARQUIVO-CERT
                       MOVE ID-CLI-END TO CHAVE-CERT
                       MOVE ID-CLI-END TO ID-CLI-CERT
                       MOVE WS-ENC-DATA(WS-ENC-POS) TO DATA-ENC-CERT
                       MOVE "LOGRADOURO, CEP, TELEFONE, EMAIL"
                           TO CAMPOS-CERT
                       PERFORM GRAVA-CERTIFICADO
                   END-IF
           END-READ.
      *
       ANONIMIZA-AUDITORIA.
           MOVE 'N' TO WS-FIM.
           OPEN I-O AUDCLI.
           IF WS-FS-ARQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM TRATA-AUDITORIA UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE AUDCLI
           END-IF.
      *
      *    A TRILHA CONTINUA (QUEM, QUANDO, QUE ACAO, SALDOS); SAEM
      *    SO OS CAMPOS PESSOAIS DAS DUAS IMAGENS.
       TRATA-AUDITORIA.
           READ AUDCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI-AUD TO WS-ENC-BUSCA
                   PERFORM LOCALIZA-ANONIMIZAVEL
                   MOVE 'N' TO WS-ALTEROU
                   IF WS-ENC-POS NOT = ZEROS
                       MOVE IMAGEM-ANTES-AUD TO WS-IMAGEM
                       PERFORM LIMPA-IMAGEM
                       MOVE WS-IMAGEM TO IMAGEM-ANTES-AUD
                       MOVE IMAGEM-DEPOIS-AUD TO WS-IMAGEM
                       PERFORM LIMPA-IMAGEM
                       MOVE WS-IMAGEM TO IMAGEM-DEPOIS-AUD
                   END-IF
                   IF WS-ALTEROU = 'S'
                       REWRITE REG-AUDCLI
                       MOVE "AUDCLI" TO ARQUIVO-CERT
                       MOVE ID-CLI-AUD TO CHAVE-CERT
                       MOVE ID-CLI-AUD TO ID-CLI-CERT
                       MOVE WS-ENC-DATA(WS-ENC-POS) TO DATA-ENC-CERT
                       MOVE "IMAGENS: NOME, COTITULAR, DOCS"
                           TO CAMPOS-CERT
                       PERFORM GRAVA-CERTIFICADO
                   END-IF
           END-READ.
      *
      *    IMAGEM EM BRANCO (INCLUSAO/EXCLUSAO) FICA COMO ESTA.
       LIMPA-IMAGEM.
           IF WS-IMAGEM NOT = SPACES
               IF WS-IMG-NOME NOT = WS-MARCA
                  OR WS-IMG-DOC2 NOT = SPACES
                  OR WS-IMG-CNPJ NOT = SPACES
                   MOVE WS-MARCA TO WS-IMG-NOME
                   IF WS-IMG-NOME2 NOT = SPACES
                       MOVE WS-MARCA TO WS-IMG-NOME2
                   END-IF
                   MOVE SPACES TO WS-IMG-DOC2
                   MOVE SPACES TO WS-IMG-CNPJ
                   MOVE 'S' TO WS-ALTEROU
               END-IF
           END-IF.
