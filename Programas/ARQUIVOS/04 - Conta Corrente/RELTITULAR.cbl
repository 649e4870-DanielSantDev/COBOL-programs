       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTITULAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT CADCLI ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT ENDERECO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT VINCHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT RESTRITIVO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT AUDCLI ASSIGN TO "AUDCLI.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.
           SELECT RELTIT ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
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
       FD CADCLI VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLI.
           03 ID-CLI.
               05 AGENCIA-CLI      PIC 9(03).
               05 CONTA-CLI        PIC 9(06).
           03 NOME-CLI             PIC X(20).
           03 SALDO                PIC S9(09)V99.
           03 LIMITE-CLI           PIC S9(09)V99.
           03 STATUS-CLI           PIC X(01).
           03 NOME-CLI2            PIC X(20).
           03 DOC-CLI2             PIC X(11).
           03 CNPJ-CLI             PIC X(14).
           03 TOTAL-MOV-ANO        PIC S9(09)V99.
           03 CONT-MOV-DIA-CLI     PIC 9(03).
           03 DATA-MOV-DIA-CLI     PIC 9(06).
           03 FILLER               PIC X(23).
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
       FD VINCHIST VALUE OF FILE-ID IS "VINCHIST.DAT".
       01 REG-VINCHIST.
           03 DOCUMENTO-VH         PIC X(14).
           03 TIPO-PESSOA-VH       PIC X(01).
           03 ID-CLI-VH            PIC 9(09).
           03 TIPO-VINC-VH         PIC X(01).
           03 NOME-VH              PIC X(30).
           03 DATA-INICIO-VH       PIC 9(06).
           03 DATA-FIM-VH          PIC 9(06).
           03 DATA-ALT-VH          PIC 9(06).
           03 ORIGEM-VH            PIC X(12).
           03 OPERADOR-VH          PIC X(08).
      *
       FD RESTRITIVO VALUE OF FILE-ID IS "RESTRITIVO.DAT".
       01 REG-RESTRITIVO.
           03 DOCUMENTO-RES        PIC X(14).
           03 MOTIVO-RES           PIC X(30).
           03 DATA-INCLUSAO-RES    PIC 9(06).
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
       FD RELTIT VALUE OF FILE-ID IS "RELTITULAR.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-CPF                   PIC X(11) VALUE SPACES.
       01 WS-FS-ARQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-AGORA                 PIC 9(08) VALUE ZEROS.
       01 WS-CONT-ARQ              PIC 9(05) VALUE ZEROS.
       01 WS-CONT-TOTAL            PIC 9(07) VALUE ZEROS.
       01 WS-VALOR-ED              PIC -Z(08)9.99.
      *
      *    CONTAS LIGADAS AO CPF - PELO CONTAPESSOA (TITULAR) OU PELO
      *    DOC-CLI2 DO CLIENTE (COTITULAR). SAO A CHAVE DE BUSCA NOS
      *    ARQUIVOS QUE NAO GUARDAM O CPF (ENDERECO, AUDCLI, OPERLOG).
       01 WS-CTA-TAB.
           03 WS-CTA-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-CTA-ITEM OCCURS 200 TIMES.
               05 WS-CTA-ID        PIC 9(09).
       01 WS-CTA-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-CTA-POS               PIC 9(03) VALUE ZEROS.
       01 WS-CTA-BUSCA             PIC 9(09) VALUE ZEROS.
      *
       01 WS-LINHA                 PIC X(80) VALUE SPACES.
       01 WS-LINHA-SEP             PIC X(80) VALUE ALL "-".
       01 WS-NOME-ARQ              PIC X(16) VALUE SPACES.
      *
      *    OPERADOR - A CONSULTA EXPOE DADO PESSOAL E FICA NO
      *    OPERLOG.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
      *    RELATORIO DO TITULAR (LGPD): TUDO O QUE O BANCO GUARDA
      *    SOBRE UM CPF - CADASTRO DA PESSOA, CONTAS, COTITULARIDADE,
      *    ENDERECOS, HISTORICO DE VINCULOS, RESTRITIVO, TRILHA DE
      *    AUDITORIA DO CADASTRO E ACESSOS DE OPERADOR AS CONTAS. SAI
      *    EM RELTITULAR.DAT PARA ENTREGA AO TITULAR.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPERADOR.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "ACESSO NEGADO - OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           DISPLAY "CPF DO TITULAR: ".
           ACCEPT WS-CPF.
           IF WS-CPF = SPACES
               DISPLAY "CPF NAO INFORMADO"
               STOP RUN
           END-IF.
           ACCEPT WS-HOJE FROM DATE.
           ACCEPT WS-AGORA FROM TIME.
           PERFORM ABRE-RELATORIO.
           PERFORM LISTA-PESSOA.
           PERFORM LISTA-CONTAPESSOA.
           PERFORM LISTA-CLIENTE.
           PERFORM LISTA-ENDERECO.
           PERFORM LISTA-VINCHIST.
           PERFORM LISTA-RESTRITIVO.
           PERFORM LISTA-AUDCLI.
           PERFORM LISTA-OPERLOG.
           MOVE WS-LINHA-SEP TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL DE REGISTROS DO TITULAR: " WS-CONT-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM ESCREVE-LINHA.
           CLOSE RELTIT.
           PERFORM GRAVA-OPERLOG.
           DISPLAY "CONTAS DO TITULAR   : " WS-CTA-QTDE.
           DISPLAY "REGISTROS LISTADOS  : " WS-CONT-TOTAL.
           DISPLAY "RELATORIO EM RELTITULAR.DAT".
           STOP RUN.
      *
       ENTRA-OPERADOR.
           MOVE 0   TO WS-TENTATIVAS.
           MOVE 'N' TO WS-AUTORIZADO.
           PERFORM VALIDA-OPERADOR
               UNTIL WS-AUTORIZADO = 'S' OR WS-TENTATIVAS = 3.
      *
       VALIDA-OPERADOR.
           DISPLAY "MATRICULA DO OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "SENHA: ".
           ACCEPT WS-SENHA-OP.
           CALL "OPERVALID" USING WS-OPERADOR-ID WS-SENHA-OP
               WS-AUTORIZADO WS-NOME-OP WS-NIVEL-OP.
           ADD 1 TO WS-TENTATIVAS.
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
           END-IF.
      *
       ABRE-RELATORIO.
           OPEN OUTPUT RELTIT.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELTITULAR - " WS-FS-REL
               STOP RUN
           END-IF.
           MOVE "===== DADOS PESSOAIS MANTIDOS PELO BANCO - LGPD ====="
               TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO WS-LINHA.
           STRING "CPF: " WS-CPF "   EMITIDO EM " WS-HOJE " "
               WS-AGORA(1:4) " POR " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM ESCREVE-LINHA.
      *
       ESCREVE-LINHA.
           MOVE WS-LINHA TO REG-REL.
           WRITE REG-REL.
      *
      *    CADA ARQUIVO VEM EM UM BLOCO: CABECALHO, REGISTROS E
      *    QUANTIDADE. ARQUIVO INEXISTENTE SAI COM ZERO REGISTROS.
       INICIA-BLOCO.
           MOVE ZEROS TO WS-CONT-ARQ.
           MOVE 'N' TO WS-FIM.
           MOVE WS-LINHA-SEP TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO WS-LINHA.
           STRING "ARQUIVO " WS-NOME-ARQ DELIMITED BY SIZE
               INTO WS-LINHA.
           PERFORM ESCREVE-LINHA.
           IF WS-FS-ARQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
      *
       FECHA-BLOCO.
           MOVE SPACES TO WS-LINHA.
           STRING "  REGISTROS EM " WS-NOME-ARQ ": " WS-CONT-ARQ
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM ESCREVE-LINHA.
           ADD WS-CONT-ARQ TO WS-CONT-TOTAL.
      *
       CONTA-REGISTRO.
           PERFORM ESCREVE-LINHA.
           ADD 1 TO WS-CONT-ARQ.
      *
       GUARDA-CONTA.
           PERFORM LOCALIZA-CONTA.
           IF WS-CTA-POS = ZEROS AND WS-CTA-QTDE < 200
               ADD 1 TO WS-CTA-QTDE
               MOVE WS-CTA-BUSCA TO WS-CTA-ID(WS-CTA-QTDE)
           END-IF.
      *
       LOCALIZA-CONTA.
           MOVE ZEROS TO WS-CTA-POS.
           PERFORM BUSCA-CONTA
               VARYING WS-CTA-SUBS FROM 1 BY 1
               UNTIL WS-CTA-SUBS > WS-CTA-QTDE
                  OR WS-CTA-POS NOT = ZEROS.
      *
       BUSCA-CONTA.
           IF WS-CTA-ID(WS-CTA-SUBS) = WS-CTA-BUSCA
               MOVE WS-CTA-SUBS TO WS-CTA-POS
           END-IF.
      *
       LISTA-PESSOA.
           MOVE "PESSOA.DAT" TO WS-NOME-ARQ.
           OPEN INPUT PESSOA.
           PERFORM INICIA-BLOCO.
           PERFORM LE-PESSOA UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE PESSOA
           END-IF.
           PERFORM FECHA-BLOCO.
      *
       LE-PESSOA.
           READ PESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CPF-PESSOA = WS-CPF
                       MOVE SPACES TO WS-LINHA
                       STRING "  NOME: " NOME-PESSOA
                           "  VARREDURA DE SALDO: " VARRE-PESSOA
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM CONTA-REGISTRO
                   END-IF
           END-READ.
      *
       LISTA-CONTAPESSOA.
           MOVE "CONTAPESSOA.DAT" TO WS-NOME-ARQ.
           OPEN INPUT CONTAPESSOA.
           PERFORM INICIA-BLOCO.
           PERFORM LE-CONTAPESSOA UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE CONTAPESSOA
           END-IF.
           PERFORM FECHA-BLOCO.
      *
       LE-CONTAPESSOA.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CPF-VINC = WS-CPF
                       MOVE ID-CLI-VINC TO WS-CTA-BUSCA
                       PERFORM GUARDA-CONTA
                       MOVE SPACES TO WS-LINHA
                       STRING "  CONTA VINCULADA: " ID-CLI-VINC(1:3)
                           "/" ID-CLI-VINC(4:6)
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM CONTA-REGISTRO
                   END-IF
           END-READ.
      *
       LISTA-CLIENTE.
           MOVE "CLIENTE.DAT" TO WS-NOME-ARQ.
           OPEN INPUT CADCLI.
           PERFORM INICIA-BLOCO.
           PERFORM LE-CLIENTE UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE CADCLI
           END-IF.
           PERFORM FECHA-BLOCO.
      *
       LE-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI TO WS-CTA-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF DOC-CLI2 = WS-CPF
                       PERFORM GUARDA-CONTA
                       PERFORM LOCALIZA-CONTA
                   END-IF
                   IF WS-CTA-POS NOT = ZEROS
                       PERFORM MOSTRA-CLIENTE
                   END-IF
           END-READ.
      *
       MOSTRA-CLIENTE.
           MOVE SALDO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "  CONTA " AGENCIA-CLI "/" CONTA-CLI " TITULAR: "
               NOME-CLI " SIT: " STATUS-CLI " SALDO: " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM CONTA-REGISTRO.
           IF NOME-CLI2 NOT = SPACES OR DOC-CLI2 NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING "    COTITULAR: " NOME-CLI2 " CPF: " DOC-CLI2
                   DELIMITED BY SIZE INTO WS-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.
           IF CNPJ-CLI NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING "    CNPJ: " CNPJ-CLI DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM ESCREVE-LINHA
           END-IF.
      *
       LISTA-ENDERECO.
           MOVE "ENDERECO.DAT" TO WS-NOME-ARQ.
           OPEN INPUT ENDERECO.
           PERFORM INICIA-BLOCO.
           PERFORM LE-ENDERECO UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE ENDERECO
           END-IF.
           PERFORM FECHA-BLOCO.
      *
       LE-ENDERECO.
           READ ENDERECO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI-END TO WS-CTA-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-CTA-POS NOT = ZEROS
                       MOVE SPACES TO WS-LINHA
                       STRING "  CONTA " ID-CLI-END(1:3) "/"
                           ID-CLI-END(4:6) ": " LOGRADOURO-END
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM CONTA-REGISTRO
                       MOVE SPACES TO WS-LINHA
                       STRING "    " CIDADE-END "-" UF-END " CEP "
                           CEP-END DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM ESCREVE-LINHA
                       MOVE SPACES TO WS-LINHA
                       STRING "    FONE " FONE-END " EMAIL " EMAIL-END
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM ESCREVE-LINHA
                   END-IF
           END-READ.
      *
       LISTA-VINCHIST.
           MOVE "VINCHIST.DAT" TO WS-NOME-ARQ.
           OPEN INPUT VINCHIST.
           PERFORM INICIA-BLOCO.
           PERFORM LE-VINCHIST UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE VINCHIST
           END-IF.
           PERFORM FECHA-BLOCO.
      *
       LE-VINCHIST.
           READ VINCHIST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DOCUMENTO-VH(1:11) = WS-CPF
                      AND DOCUMENTO-VH(12:3) = SPACES
                       MOVE SPACES TO WS-LINHA
                       STRING "  CONTA " ID-CLI-VH(1:3) "/"
                           ID-CLI-VH(4:6) " VINCULO " TIPO-VINC-VH
                           " DE " DATA-INICIO-VH " A " DATA-FIM-VH
                           " " NOME-VH DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM CONTA-REGISTRO
                   END-IF
           END-READ.
      *
       LISTA-RESTRITIVO.
           MOVE "RESTRITIVO.DAT" TO WS-NOME-ARQ.
           OPEN INPUT RESTRITIVO.
           PERFORM INICIA-BLOCO.
           PERFORM LE-RESTRITIVO UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE RESTRITIVO
           END-IF.
           PERFORM FECHA-BLOCO.
      *
       LE-RESTRITIVO.
           READ RESTRITIVO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DOCUMENTO-RES(1:11) = WS-CPF
                      AND DOCUMENTO-RES(12:3) = SPACES
                       MOVE SPACES TO WS-LINHA
                       STRING "  INCLUIDO EM " DATA-INCLUSAO-RES
                           " MOTIVO: " MOTIVO-RES
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM CONTA-REGISTRO
                   END-IF
           END-READ.
      *
       LISTA-AUDCLI.
           MOVE "AUDCLI.DAT" TO WS-NOME-ARQ.
           OPEN INPUT AUDCLI.
           PERFORM INICIA-BLOCO.
           PERFORM LE-AUDCLI UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE AUDCLI
           END-IF.
           PERFORM FECHA-BLOCO.
      *
       LE-AUDCLI.
           READ AUDCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE ID-CLI-AUD TO WS-CTA-BUSCA
                   PERFORM LOCALIZA-CONTA
                   IF WS-CTA-POS NOT = ZEROS
                       MOVE SPACES TO WS-LINHA
                       STRING "  " DATA-AUD " " HORA-AUD(1:4)
                           " CONTA " ID-CLI-AUD(1:3) "/"
                           ID-CLI-AUD(4:6) " " ACAO-AUD
                           " OPERADOR " OPERADOR-AUD
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM CONTA-REGISTRO
                   END-IF
           END-READ.
      *
       LISTA-OPERLOG.
           MOVE "OPERLOG.DAT" TO WS-NOME-ARQ.
           OPEN INPUT OPERLOG.
           PERFORM INICIA-BLOCO.
           PERFORM LE-OPERLOG UNTIL WS-FIM = 'S'.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "10"
               CLOSE OPERLOG
           END-IF.
           PERFORM FECHA-BLOCO.
      *
       LE-OPERLOG.
           READ OPERLOG
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ID-CLI-LOG IS NUMERIC
                       MOVE ID-CLI-LOG TO WS-CTA-BUSCA
                       PERFORM LOCALIZA-CONTA
                       IF WS-CTA-POS NOT = ZEROS
                           MOVE SPACES TO WS-LINHA
                           STRING "  " DATA-LOG " " HORA-LOG(1:4)
                               " CONTA " AGENCIA-LOG "/" CONTA-LOG
                               " " ACAO-LOG " OPERADOR "
                               OPERADOR-ID-LOG
                               DELIMITED BY SIZE INTO WS-LINHA
                           PERFORM CONTA-REGISTRO
                       END-IF
                   END-IF
           END-READ.
      *
       GRAVA-OPERLOG.
           OPEN EXTEND OPERLOG.
           IF WS-FS-ARQ NOT EQUAL "00"
               OPEN OUTPUT OPERLOG
           END-IF.
           IF WS-FS-ARQ NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA OPERLOG - " WS-FS-ARQ
           ELSE
               MOVE WS-OPERADOR-ID TO OPERADOR-ID-LOG
               MOVE "CONS LGPD " TO ACAO-LOG
               MOVE ZEROS TO ID-CLI-LOG
               ACCEPT DATA-LOG FROM DATE
               ACCEPT HORA-LOG FROM TIME
               WRITE REG-OPERLOG
               CLOSE OPERLOG
           END-IF.
