       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDADE.
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
           SELECT ENDERECO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-END.
           SELECT CONTAPESSOA ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VINC.
           SELECT CHEQUE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CHQ.
           SELECT TALAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAL.
           SELECT SUSTACAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUS.
           SELECT ORDEM ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.
           SELECT FUTUROS ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FUT.
           SELECT VINCCART ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VCA.
           SELECT ARQVINC ASSIGN TO "VINCRESP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VRE.
           SELECT PENDENTEMOV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.
           SELECT RELINTEG ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
           SELECT ORFAOS ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORF.
           SELECT TRABALHO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRB.
           SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
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
               88 CLI-STATUS-VALIDO VALUE 'A' 'B' 'E' 'D'.
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
       FD CONTAPESSOA VALUE OF FILE-ID IS "CONTAPESSOA.DAT".
       01 REG-CONTAPESSOA.
           03 CPF-VINC             PIC X(11).
           03 ID-CLI-VINC.
               05 AGENCIA-VINC     PIC 9(03).
               05 CONTA-VINC       PIC 9(06).
      *
       FD CHEQUE VALUE OF FILE-ID IS "CHEQUE.DAT".
       01 REG-CHEQUE.
           03 ID-CHEQUE.
               05 AGENCIA-CHEQUE       PIC 9(03).
               05 CONTA-CHEQUE         PIC 9(06).
               05 NUMERO-CHEQUE        PIC 9(06).
           03 VALOR-CHEQUE             PIC S9(09).
           03 DATA-EMISSAO-CHEQUE      PIC 9(06).
           03 STATUS-CHEQUE            PIC X(01).
               88 CHEQUE-EMITIDO       VALUE 'E'.
               88 CHEQUE-COMPENSADO    VALUE 'C'.
               88 CHEQUE-DEVOLVIDO     VALUE 'D'.
               88 CHEQUE-CANCELADO     VALUE 'X'.
               88 CHEQUE-STATUS-VALIDO VALUE 'E' 'C' 'D' 'X'.
      *
       FD TALAO VALUE OF FILE-ID IS "TALAO.DAT".
       01 REG-TALAO.
           03 ID-TALAO.
               05 AGENCIA-TALAO    PIC 9(03).
               05 CONTA-TALAO      PIC 9(06).
           03 NUMERO-INI-TALAO     PIC 9(06).
           03 NUMERO-FIM-TALAO     PIC 9(06).
           03 DATA-EMISSAO-TALAO   PIC 9(06).
      *
       FD SUSTACAO VALUE OF FILE-ID IS "SUSTACAO.DAT".
       01 REG-SUSTACAO.
           03 ID-SUSTACAO.
               05 AGENCIA-SUSTA    PIC 9(03).
               05 CONTA-SUSTA      PIC 9(06).
               05 NUMERO-SUSTA     PIC 9(06).
           03 MOTIVO-SUSTA         PIC X(20).
           03 SOLICITANTE-SUSTA    PIC X(20).
           03 DATA-SUSTA           PIC 9(06).
           03 STATUS-SUSTA         PIC X(01).
               88 SUSTA-ATIVA      VALUE 'A'.
               88 SUSTA-LEVANTADA  VALUE 'L'.
               88 SUSTA-STATUS-VALIDO VALUE 'A' 'L'.
      *
       FD ORDEM VALUE OF FILE-ID IS "ORDEM.DAT".
       01 REG-ORDEM.
           03 ID-ORDEM.
               05 AGENCIA-ORDEM    PIC 9(03).
               05 CONTA-ORDEM      PIC 9(06).
           03 VALOR-ORDEM          PIC S9(09).
           03 TIPO-ORDEM           PIC X(01).
           03 DIA-EXECUCAO-ORDEM   PIC 9(02).
           03 DESCRICAO-ORDEM      PIC X(20).
           03 STATUS-ORDEM         PIC X(01).
               88 ORDEM-ATIVA      VALUE 'A'.
               88 ORDEM-SUSPENSA   VALUE 'S'.
               88 ORDEM-CANCELADA  VALUE 'C'.
               88 ORDEM-STATUS-VALIDO VALUE 'A' 'S' 'C'.
      *
       FD FUTUROS VALUE OF FILE-ID IS "FUTUROS.DAT".
       01 REG-FUTURO.
           03 ID-FUT.
               05 AGENCIA-FUT      PIC 9(03).
               05 CONTA-FUT        PIC 9(06).
           03 MOVIMENTO-FUT        PIC S9(09)V99.
           03 TIPO-FUT             PIC X(01).
           03 DATA-VALOR-FUT       PIC 9(06).
           03 ORIGEM-FUT           PIC 9(03).
      *
       FD VINCCART VALUE OF FILE-ID IS "VINCCART.DAT".
       01 REG-VINCCART.
           03 NUMERO-VCA           PIC X(19).
           03 ID-CLI-VCA.
               05 AGENCIA-VCA      PIC 9(03).
               05 CONTA-VCA        PIC 9(06).
      *
       FD ARQVINC.
       01 REG-VINCRESP.
           03 MATRIC-VRE.
               05 CO-ANO-VRE       PIC 9(02).
               05 CO-NUMERO-VRE    PIC 9(03).
               05 CO-DIGITO-VRE    PIC 9(01).
           03 ID-CLI-VRE.
               05 AGENCIA-VRE      PIC 9(03).
               05 CONTA-VRE        PIC 9(06).
      *
       FD PENDENTEMOV VALUE OF FILE-ID IS "PENDENTEMOV.DAT".
       01 REG-PENDENTE-MOV.
           03 ID-PEND-MOV.
               05 AGENCIA-PEND-MOV PIC 9(03).
               05 CONTA-PEND-MOV   PIC 9(06).
           03 MOVIMENTO-PEND-MOV   PIC S9(09)V99.
           03 TIPO-PEND-MOV        PIC X(01).
           03 DATA-PEND-MOV        PIC 9(06).
           03 HORA-PEND-MOV        PIC 9(08).
           03 NSU-PEND-MOV         PIC 9(09).
      *
       FD RELINTEG VALUE OF FILE-ID IS "RELINTEG.DAT".
       01 REG-REL                  PIC X(80).
      *
      *    ARQUIVO DOS REGISTROS ORFAOS RETIRADOS DOS SATELITES NO
      *    EXPURGO - GUARDA A IMAGEM ORIGINAL PARA EVENTUAL RECARGA.
       FD ORFAOS VALUE OF FILE-ID IS "ORFAOS.DAT".
       01 REG-ORFAO.
           03 ARQUIVO-ORF          PIC X(12).
           03 DATA-ORF             PIC 9(06).
           03 HORA-ORF             PIC 9(08).
           03 OPERADOR-ORF         PIC X(08).
           03 IMAGEM-ORF           PIC X(120).
      *
       FD TRABALHO VALUE OF FILE-ID IS "INTEGTRAB.DAT".
       01 REG-TRABALHO             PIC X(120).
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
       01 WS-MODO                  PIC X(01) VALUE 'R'.
           88 MODO-EXPURGO         VALUE 'E'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-FS-CLI                PIC X(02) VALUE ZEROS.
       01 WS-FS-PES                PIC X(02) VALUE ZEROS.
       01 WS-FS-END                PIC X(02) VALUE ZEROS.
       01 WS-FS-VINC               PIC X(02) VALUE ZEROS.
       01 WS-FS-CHQ                PIC X(02) VALUE ZEROS.
       01 WS-FS-TAL                PIC X(02) VALUE ZEROS.
       01 WS-FS-SUS                PIC X(02) VALUE ZEROS.
       01 WS-FS-ORD                PIC X(02) VALUE ZEROS.
       01 WS-FS-FUT                PIC X(02) VALUE ZEROS.
       01 WS-FS-VCA                PIC X(02) VALUE ZEROS.
       01 WS-FS-VRE                PIC X(02) VALUE ZEROS.
       01 WS-FS-PEND               PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FS-ORF                PIC X(02) VALUE ZEROS.
       01 WS-FS-TRB                PIC X(02) VALUE ZEROS.
       01 WS-FS-LOG                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-FIM-TRB               PIC X(01) VALUE 'N'.
      *
      *    TIPOS DE MOVIMENTO ACEITOS PELO MOVIMENTACAO (DESCOBRE-TIPO)
      *    - VALE PARA TIPO-FUT, TIPO-PEND-MOV E TIPO-ORDEM.
       01 WS-TIPO-CONFERE          PIC X(01) VALUE SPACE.
           88 TIPO-MOV-VALIDO      VALUE 'D' 'S' 'T' 'C' 'J' 'E'
                                         'B' 'A' 'F' 'M' 'P' 'G'.
      *
      *    CONTAS DO CLIENTE.DAT COM O STATUS, PARA CONFERIR A CHAVE
      *    DE CADA SATELITE.
       01 WS-CT-TAB.
           03 WS-CT-QTDE           PIC 9(04) VALUE ZEROS.
           03 WS-CT-ITEM OCCURS 5000 TIMES.
               05 WS-CT-ID         PIC 9(09).
               05 WS-CT-STATUS     PIC X(01).
       01 WS-CT-SUBS               PIC 9(04) VALUE ZEROS.
       01 WS-CT-POS                PIC 9(04) VALUE ZEROS.
      *
       01 WS-PES-TAB.
           03 WS-PES-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-PES-CPF           PIC X(11) OCCURS 5000 TIMES.
       01 WS-PES-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-PES-POS               PIC 9(04) VALUE ZEROS.
      *
      *    CHAVES JA VISTAS NO ARQUIVO EM VARREDURA - DETECTA VINCULO
      *    DUPLICADO. ZERADA NO INICIO DE CADA ARQUIVO.
       01 WS-CHV-TAB.
           03 WS-CHV-QTDE          PIC 9(04) VALUE ZEROS.
           03 WS-CHV-ITEM          PIC X(20) OCCURS 5000 TIMES.
       01 WS-CHV-SUBS              PIC 9(04) VALUE ZEROS.
       01 WS-CHV-POS               PIC 9(04) VALUE ZEROS.
       01 WS-CHV-BUSCA             PIC X(20) VALUE SPACES.
      *
      *    REGISTRO DO SATELITE EM CONFERENCIA.
       01 WS-ARQUIVO               PIC X(12) VALUE SPACES.
       01 WS-ID-SAT.
           03 WS-AGENCIA-SAT       PIC 9(03) VALUE ZEROS.
           03 WS-CONTA-SAT         PIC 9(06) VALUE ZEROS.
       01 WS-ID-SAT-N REDEFINES WS-ID-SAT PIC 9(09).
       01 WS-CHECA-ENCERRADA       PIC X(01) VALUE 'N'.
       01 WS-ORFAO                 PIC X(01) VALUE 'N'.
       01 WS-IMAGEM                PIC X(120) VALUE SPACES.
       01 WS-OCORRENCIA            PIC X(20) VALUE SPACES.
       01 WS-DETALHE               PIC X(33) VALUE SPACES.
       01 WS-CAMPO-DOMINIO         PIC X(14) VALUE SPACES.
       01 WS-ACAO-EXPURGO.
           03 FILLER               PIC X(04) VALUE "EXP ".
           03 WS-ACAO-ARQUIVO      PIC X(06) VALUE SPACES.
      *
      *    CONTADORES DO ARQUIVO EM VARREDURA E GERAIS.
       01 WS-ARQ-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-ARQ-ORFAOS            PIC 9(05) VALUE ZEROS.
       01 WS-ARQ-ENCERRADAS        PIC 9(05) VALUE ZEROS.
       01 WS-ARQ-DUPLICADOS        PIC 9(05) VALUE ZEROS.
       01 WS-ARQ-DOMINIO           PIC 9(05) VALUE ZEROS.
       01 WS-ARQ-EXPURGADOS        PIC 9(05) VALUE ZEROS.
       01 WS-TOT-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-TOT-OCORRENCIAS       PIC 9(07) VALUE ZEROS.
       01 WS-TOT-EXPURGADOS        PIC 9(07) VALUE ZEROS.
      *
      *    OPERADOR - O EXPURGO REGRAVA OS SATELITES E PEDE SUPERVISOR.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
       01 WS-TENTATIVAS            PIC 9(01) VALUE 0.
      *
      *    INDICADOR DE LOTE EM PROCESSAMENTO (LOTEPROC.DAT) - COM O
      *    LOTE RODANDO O EXPURGO NAO MEXE NOS SATELITES.
       01 WS-PRC-ACAO              PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA          PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO          PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG) - INICIO
      *    E FIM COM OS CONTADORES DA VARREDURA.
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "INTEGRIDADE".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
       01 WS-LINHA-SALTO           PIC X(80) VALUE ALL "=".
       01 WS-REL-CAB.
           05 FILLER               PIC X(38)
               VALUE "CONFERENCIA DE INTEGRIDADE - CLIENTES ".
           05 FILLER               PIC X(06) VALUE "DATA: ".
           05 WS-C-DATA            PIC 99/99/99.
           05 FILLER               PIC X(08) VALUE "  MODO: ".
           05 WS-C-MODO            PIC X(08).
           05 FILLER               PIC X(12) VALUE SPACES.
       01 WS-REL-COLUNAS.
           05 FILLER               PIC X(13) VALUE "ARQUIVO".
           05 FILLER               PIC X(12) VALUE "AG/CONTA".
           05 FILLER               PIC X(22) VALUE "OCORRENCIA".
           05 FILLER               PIC X(33) VALUE "DETALHE".
       01 WS-REL-DET.
           05 WS-D-ARQUIVO         PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-D-AGENCIA         PIC 9(03).
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-D-CONTA           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-D-OCORRENCIA      PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-D-DETALHE         PIC X(33).
       01 WS-REL-TOT.
           05 WS-T-ARQUIVO         PIC X(12).
           05 FILLER               PIC X(07) VALUE " LIDOS ".
           05 WS-T-LIDOS           PIC ZZZZZZ9.
           05 FILLER               PIC X(05) VALUE " ORF ".
           05 WS-T-ORFAOS          PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE " ENC ".
           05 WS-T-ENCERRADAS      PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE " DUP ".
           05 WS-T-DUPLICADOS      PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE " DOM ".
           05 WS-T-DOMINIO         PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE " EXP ".
           05 WS-T-EXPURGADOS      PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
      *
      *    CONFERENCIA SEMANAL DOS ARQUIVOS SATELITES DO CLIENTE.DAT:
      *    CADA CHAVE DE CONTA E' PROCURADA NO CADASTRO (ORFAO QUANDO
      *    A CONTA NAO EXISTE MAIS, COMO APOS UM CADCLI-EXCLUI), OS
      *    VINCULOS AINDA VIVOS DE CONTA ENCERRADA SAO APONTADOS, BEM
      *    COMO VINCULO DUPLICADO, CPF DO CONTAPESSOA FORA DO PESSOA E
      *    VALOR FORA DO DOMINIO (STATUS E TIPO DE MOVIMENTO). NO MODO
      *    E (EXPURGO, SO SUPERVISOR) OS ORFAOS DE CONTA SAO RETIRADOS
      *    DE CADA SATELITE E GUARDADOS EM ORFAOS.DAT, UM REGISTRO NO
      *    OPERLOG POR ORFAO. AS DEMAIS OCORRENCIAS SO SAO RELATADAS.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-MODO.
           IF MODO-EXPURGO
               PERFORM VERIFICA-LOTE-EM-CURSO
               PERFORM ENTRA-OPERADOR
               IF WS-AUTORIZADO NOT = 'S'
                   DISPLAY "ACESSO NEGADO - SUPERVISOR NAO AUTENTICADO"
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM ABRE-RELATORIO.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-PESSOAS.
           IF MODO-EXPURGO
               PERFORM ABRE-EXPURGO
           END-IF.
           PERFORM CONFERE-ENDERECO.
           PERFORM CONFERE-CONTAPESSOA.
           PERFORM CONFERE-CHEQUE.
           PERFORM CONFERE-TALAO.
           PERFORM CONFERE-SUSTACAO.
           PERFORM CONFERE-ORDEM.
           PERFORM CONFERE-FUTUROS.
           PERFORM CONFERE-VINCCART.
           PERFORM CONFERE-VINCRESP.
           PERFORM CONFERE-PENDENTES.
           IF MODO-EXPURGO
               CLOSE ORFAOS
               CLOSE OPERLOG
           END-IF.
           CLOSE RELINTEG.
           DISPLAY "REGISTROS CONFERIDOS : " WS-TOT-LIDOS.
           DISPLAY "OCORRENCIAS          : " WS-TOT-OCORRENCIAS.
           DISPLAY "ORFAOS EXPURGADOS    : " WS-TOT-EXPURGADOS.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       ENTRA-MODO.
           DISPLAY "MODO (R-RELATORIO / E-EXPURGO DOS ORFAOS): ".
           ACCEPT WS-MODO.
           IF NOT MODO-EXPURGO
               MOVE 'R' TO WS-MODO
           END-IF.
      *
       VERIFICA-LOTE-EM-CURSO.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "LOTE " WS-PRC-DATA-LOTE " EM PROCESSAMENTO ("
                   WS-PRC-PROGRAMA ") - EXPURGO NAO PERMITIDO"
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
           MOVE ZEROS TO WS-RUN-DATA-LOTE.
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
           MOVE WS-TOT-LIDOS       TO WS-RUN-LIDOS.
           MOVE WS-TOT-EXPURGADOS  TO WS-RUN-ATUALIZADOS.
           MOVE WS-TOT-OCORRENCIAS TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
       ABRE-RELATORIO.
           OPEN OUTPUT RELINTEG.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELINTEG - " WS-FS-REL
               STOP RUN.
           MOVE WS-HOJE TO WS-C-DATA.
           IF MODO-EXPURGO
               MOVE "EXPURGO " TO WS-C-MODO
           ELSE
               MOVE "CONSULTA" TO WS-C-MODO
           END-IF.
           WRITE REG-REL FROM WS-LINHA-SALTO.
           WRITE REG-REL FROM WS-REL-CAB.
           WRITE REG-REL FROM WS-LINHA-SALTO.
           WRITE REG-REL FROM WS-REL-COLUNAS.
      *
       ABRE-EXPURGO.
           OPEN EXTEND ORFAOS.
           IF WS-FS-ORF NOT EQUAL "00"
               OPEN OUTPUT ORFAOS
           END-IF.
           IF WS-FS-ORF NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ORFAOS - " WS-FS-ORF
               STOP RUN.
           OPEN EXTEND OPERLOG.
           IF WS-FS-LOG NOT EQUAL "00"
               OPEN OUTPUT OPERLOG
           END-IF.
           IF WS-FS-LOG NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA OPERLOG - " WS-FS-LOG
               STOP RUN.
      *
      *    CLIENTE.DAT - CARGA DA TABELA DE CONTAS, JA CONFERINDO
      *    STATUS-CLI E CONTA REPETIDA NO PROPRIO CADASTRO.
       CARREGA-CLIENTES.
           MOVE "CLIENTE" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM GUARDA-CLIENTE UNTIL WS-FIM = 'S'.
           CLOSE CADCLI.
           PERFORM TOTALIZA-ARQUIVO.
      *
       GUARDA-CLIENTE.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI TO WS-ID-SAT
                   MOVE ID-CLI TO WS-CHV-BUSCA
                   PERFORM CONFERE-DUPLICIDADE
                   IF NOT CLI-STATUS-VALIDO
                       MOVE STATUS-CLI TO WS-TIPO-CONFERE
                       MOVE "STATUS-CLI" TO WS-CAMPO-DOMINIO
                       PERFORM REGISTRA-DOMINIO
                   END-IF
                   IF WS-CT-QTDE < 5000
                       ADD 1 TO WS-CT-QTDE
                       MOVE ID-CLI     TO WS-CT-ID(WS-CT-QTDE)
                       MOVE STATUS-CLI TO WS-CT-STATUS(WS-CT-QTDE)
                   ELSE
                       DISPLAY "TABELA DE CONTAS CHEIA - CONTA "
                           ID-CLI " NAO CARREGADA"
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
           IF WS-CT-ID(WS-CT-SUBS) = WS-ID-SAT-N
               MOVE WS-CT-SUBS TO WS-CT-POS
           END-IF.
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
                   IF WS-PES-QTDE < 5000
                       ADD 1 TO WS-PES-QTDE
                       MOVE CPF-PESSOA TO WS-PES-CPF(WS-PES-QTDE)
                   END-IF
           END-READ.
      *
       LOCALIZA-PESSOA.
           MOVE ZEROS TO WS-PES-POS.
           PERFORM BUSCA-PESSOA
               VARYING WS-PES-SUBS FROM 1 BY 1
               UNTIL WS-PES-SUBS > WS-PES-QTDE
                  OR WS-PES-POS NOT = ZEROS.
      *
       BUSCA-PESSOA.
           IF WS-PES-CPF(WS-PES-SUBS) = CPF-VINC
               MOVE WS-PES-SUBS TO WS-PES-POS
           END-IF.
      *
      *    ROTINAS COMUNS A TODOS OS SATELITES.
       INICIA-ARQUIVO.
           MOVE ZEROS TO WS-ARQ-LIDOS WS-ARQ-ORFAOS WS-ARQ-ENCERRADAS
               WS-ARQ-DUPLICADOS WS-ARQ-DOMINIO WS-ARQ-EXPURGADOS.
           MOVE ZEROS TO WS-CHV-QTDE.
           MOVE WS-ARQUIVO TO WS-ACAO-ARQUIVO.
           IF MODO-EXPURGO AND WS-ARQUIVO NOT = "CLIENTE"
               OPEN OUTPUT TRABALHO
               IF WS-FS-TRB NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA INTEGTRAB - " WS-FS-TRB
                   STOP RUN
               END-IF
           END-IF.
      *
       TOTALIZA-ARQUIVO.
           IF MODO-EXPURGO AND WS-ARQUIVO NOT = "CLIENTE"
               CLOSE TRABALHO
           END-IF.
           MOVE WS-ARQUIVO        TO WS-T-ARQUIVO.
           MOVE WS-ARQ-LIDOS      TO WS-T-LIDOS.
           MOVE WS-ARQ-ORFAOS     TO WS-T-ORFAOS.
           MOVE WS-ARQ-ENCERRADAS TO WS-T-ENCERRADAS.
           MOVE WS-ARQ-DUPLICADOS TO WS-T-DUPLICADOS.
           MOVE WS-ARQ-DOMINIO    TO WS-T-DOMINIO.
           MOVE WS-ARQ-EXPURGADOS TO WS-T-EXPURGADOS.
           WRITE REG-REL FROM WS-REL-TOT.
           WRITE REG-REL FROM WS-LINHA-SALTO.
           ADD WS-ARQ-LIDOS      TO WS-TOT-LIDOS.
           ADD WS-ARQ-EXPURGADOS TO WS-TOT-EXPURGADOS.
           ADD WS-ARQ-ORFAOS WS-ARQ-ENCERRADAS WS-ARQ-DUPLICADOS
               WS-ARQ-DOMINIO TO WS-TOT-OCORRENCIAS.
      *
      *    CONTA DO SATELITE (WS-ID-SAT) CONTRA O CADASTRO. COM
      *    WS-CHECA-ENCERRADA = 'S' O VINCULO AINDA VIVO DE CONTA
      *    ENCERRADA TAMBEM E' APONTADO.
       CONFERE-CONTA.
           MOVE 'N' TO WS-ORFAO.
           PERFORM LOCALIZA-CONTA.
           IF WS-CT-POS = ZEROS
               MOVE 'S' TO WS-ORFAO
               ADD 1 TO WS-ARQ-ORFAOS
               MOVE "ORFAO - SEM CONTA"  TO WS-OCORRENCIA
               MOVE SPACES               TO WS-DETALHE
               PERFORM ESCREVE-OCORRENCIA
           ELSE
               IF WS-CHECA-ENCERRADA = 'S'
                  AND WS-CT-STATUS(WS-CT-POS) = 'E'
                   ADD 1 TO WS-ARQ-ENCERRADAS
                   MOVE "CONTA ENCERRADA"    TO WS-OCORRENCIA
                   MOVE SPACES               TO WS-DETALHE
                   PERFORM ESCREVE-OCORRENCIA
               END-IF
           END-IF.
      *
       CONFERE-DUPLICIDADE.
           MOVE ZEROS TO WS-CHV-POS.
           PERFORM BUSCA-CHAVE
               VARYING WS-CHV-SUBS FROM 1 BY 1
               UNTIL WS-CHV-SUBS > WS-CHV-QTDE
                  OR WS-CHV-POS NOT = ZEROS.
           IF WS-CHV-POS NOT = ZEROS
               ADD 1 TO WS-ARQ-DUPLICADOS
               MOVE "VINCULO DUPLICADO"  TO WS-OCORRENCIA
               MOVE WS-CHV-BUSCA         TO WS-DETALHE
               PERFORM ESCREVE-OCORRENCIA
           ELSE
               IF WS-CHV-QTDE < 5000
                   ADD 1 TO WS-CHV-QTDE
                   MOVE WS-CHV-BUSCA TO WS-CHV-ITEM(WS-CHV-QTDE)
               END-IF
           END-IF.
      *
       BUSCA-CHAVE.
           IF WS-CHV-ITEM(WS-CHV-SUBS) = WS-CHV-BUSCA
               MOVE WS-CHV-SUBS TO WS-CHV-POS
           END-IF.
      *
      *    NOME DO CAMPO EM WS-CAMPO-DOMINIO, VALOR ENCONTRADO EM
      *    WS-TIPO-CONFERE.
       REGISTRA-DOMINIO.
           ADD 1 TO WS-ARQ-DOMINIO.
           MOVE "DOMINIO INVALIDO" TO WS-OCORRENCIA.
           MOVE SPACES TO WS-DETALHE.
           STRING WS-CAMPO-DOMINIO DELIMITED BY SPACE
                  " = '" DELIMITED BY SIZE
                  WS-TIPO-CONFERE DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
               INTO WS-DETALHE.
           PERFORM ESCREVE-OCORRENCIA.
      *
       CONFERE-TIPO-MOV.
           IF NOT TIPO-MOV-VALIDO
               MOVE "TIPO-MOV" TO WS-CAMPO-DOMINIO
               PERFORM REGISTRA-DOMINIO
           END-IF.
      *
       ESCREVE-OCORRENCIA.
           MOVE WS-ARQUIVO     TO WS-D-ARQUIVO.
           MOVE WS-AGENCIA-SAT TO WS-D-AGENCIA.
           MOVE WS-CONTA-SAT   TO WS-D-CONTA.
           MOVE WS-OCORRENCIA  TO WS-D-OCORRENCIA.
           MOVE WS-DETALHE     TO WS-D-DETALHE.
           WRITE REG-REL FROM WS-REL-DET.
      *
      *    NO EXPURGO O ORFAO VAI PARA ORFAOS.DAT (COM REGISTRO NO
      *    OPERLOG) E O RESTO PARA O ARQUIVO DE TRABALHO, QUE DEPOIS
      *    SUBSTITUI O SATELITE.
       DESTINA-REGISTRO.
           IF MODO-EXPURGO
               IF WS-ORFAO = 'S'
                   PERFORM ARQUIVA-ORFAO
               ELSE
                   WRITE REG-TRABALHO FROM WS-IMAGEM
               END-IF
           END-IF.
      *
       ARQUIVA-ORFAO.
           MOVE WS-ARQUIVO     TO ARQUIVO-ORF.
           MOVE WS-HOJE        TO DATA-ORF.
           ACCEPT HORA-ORF FROM TIME.
           MOVE WS-OPERADOR-ID TO OPERADOR-ORF.
           MOVE WS-IMAGEM      TO IMAGEM-ORF.
           WRITE REG-ORFAO.
           MOVE WS-OPERADOR-ID  TO OPERADOR-ID-LOG.
           MOVE WS-ACAO-EXPURGO TO ACAO-LOG.
           MOVE WS-ID-SAT       TO ID-CLI-LOG.
           MOVE WS-HOJE         TO DATA-LOG.
           MOVE HORA-ORF        TO HORA-LOG.
           WRITE REG-OPERLOG.
           ADD 1 TO WS-ARQ-EXPURGADOS.
      *
      *    SO REGRAVA O SATELITE SE HOUVE ORFAO RETIRADO.
       PRECISA-RESTAURAR.
           IF MODO-EXPURGO AND WS-ARQ-EXPURGADOS > ZEROS
               MOVE 'N' TO WS-FIM-TRB
               OPEN INPUT TRABALHO
               IF WS-FS-TRB NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA INTEGTRAB - " WS-FS-TRB
                   STOP RUN
               END-IF
           ELSE
               MOVE 'S' TO WS-FIM-TRB
           END-IF.
      *
       LE-TRABALHO.
           READ TRABALHO
               AT END
                   MOVE 'S' TO WS-FIM-TRB
           END-READ.
      *
      *    ENDERECO.DAT - UM ENDERECO POR CONTA. ENDERECO DE CONTA
      *    ENCERRADA E' MANTIDO (DEMONSTRATIVO), NAO E' OCORRENCIA.
       CONFERE-ENDERECO.
           MOVE "ENDERECO" TO WS-ARQUIVO.
           MOVE 'N' TO WS-CHECA-ENCERRADA.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ENDERECO.
           IF WS-FS-END NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-ENDERECO UNTIL WS-FIM = 'S'.
           IF WS-FS-END = "00" OR WS-FS-END = "10"
               CLOSE ENDERECO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM PRECISA-RESTAURAR.
           IF WS-FIM-TRB = 'N'
               OPEN OUTPUT ENDERECO
               PERFORM LE-TRABALHO
               PERFORM RESTAURA-ENDERECO UNTIL WS-FIM-TRB = 'S'
               CLOSE ENDERECO
               CLOSE TRABALHO
           END-IF.
      *
       CONFERE-UM-ENDERECO.
           READ ENDERECO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-END TO WS-ID-SAT
                   PERFORM CONFERE-CONTA
                   MOVE ID-CLI-END TO WS-CHV-BUSCA
                   PERFORM CONFERE-DUPLICIDADE
                   MOVE REG-ENDERECO TO WS-IMAGEM
                   PERFORM DESTINA-REGISTRO
           END-READ.
      *
       RESTAURA-ENDERECO.
           MOVE REG-TRABALHO TO REG-ENDERECO.
           WRITE REG-ENDERECO.
           PERFORM LE-TRABALHO.
      *
      *    CONTAPESSOA.DAT - TITULARIDADE CPF x CONTA. O CPF TAMBEM
      *    TEM DE EXISTIR NO PESSOA.DAT.
       CONFERE-CONTAPESSOA.
           MOVE "CONTAPESSOA" TO WS-ARQUIVO.
           MOVE 'S' TO WS-CHECA-ENCERRADA.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CONTAPESSOA.
           IF WS-FS-VINC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-VINCULO UNTIL WS-FIM = 'S'.
           IF WS-FS-VINC = "00" OR WS-FS-VINC = "10"
               CLOSE CONTAPESSOA
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM PRECISA-RESTAURAR.
           IF WS-FIM-TRB = 'N'
               OPEN OUTPUT CONTAPESSOA
               PERFORM LE-TRABALHO
               PERFORM RESTAURA-CONTAPESSOA UNTIL WS-FIM-TRB = 'S'
               CLOSE CONTAPESSOA
               CLOSE TRABALHO
           END-IF.
      *
       CONFERE-UM-VINCULO.
           READ CONTAPESSOA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-VINC TO WS-ID-SAT
                   PERFORM CONFERE-CONTA
                   MOVE REG-CONTAPESSOA TO WS-CHV-BUSCA
                   PERFORM CONFERE-DUPLICIDADE
                   PERFORM LOCALIZA-PESSOA
                   IF WS-PES-POS = ZEROS
                       ADD 1 TO WS-ARQ-ORFAOS
                       MOVE "CPF SEM PESSOA" TO WS-OCORRENCIA
                       MOVE CPF-VINC         TO WS-DETALHE
                       PERFORM ESCREVE-OCORRENCIA
                   END-IF
                   MOVE REG-CONTAPESSOA TO WS-IMAGEM
                   PERFORM DESTINA-REGISTRO
           END-READ.
      *
       RESTAURA-CONTAPESSOA.
           MOVE REG-TRABALHO TO REG-CONTAPESSOA.
           WRITE REG-CONTAPESSOA.
           PERFORM LE-TRABALHO.
      *
      *    CHEQUE.DAT - SO O CHEQUE EMITIDO (EM ABERTO) DE CONTA
      *    ENCERRADA E' OCORRENCIA; O ENCERRA-CONTA CANCELA OS DEMAIS.
       CONFERE-CHEQUE.
           MOVE "CHEQUE" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CHEQUE.
           IF WS-FS-CHQ NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-CHEQUE UNTIL WS-FIM = 'S'.
           IF WS-FS-CHQ = "00" OR WS-FS-CHQ = "10"
               CLOSE CHEQUE
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM PRECISA-RESTAURAR.
           IF WS-FIM-TRB = 'N'
               OPEN OUTPUT CHEQUE
               PERFORM LE-TRABALHO
               PERFORM RESTAURA-CHEQUE UNTIL WS-FIM-TRB = 'S'
               CLOSE CHEQUE
               CLOSE TRABALHO
           END-IF.
      *
       CONFERE-UM-CHEQUE.
           READ CHEQUE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE 'N' TO WS-CHECA-ENCERRADA
                   IF CHEQUE-EMITIDO
                       MOVE 'S' TO WS-CHECA-ENCERRADA
                   END-IF
                   MOVE AGENCIA-CHEQUE TO WS-AGENCIA-SAT
                   MOVE CONTA-CHEQUE   TO WS-CONTA-SAT
                   PERFORM CONFERE-CONTA
                   MOVE ID-CHEQUE TO WS-CHV-BUSCA
                   PERFORM CONFERE-DUPLICIDADE
                   IF NOT CHEQUE-STATUS-VALIDO
                       MOVE STATUS-CHEQUE    TO WS-TIPO-CONFERE
                       MOVE "STATUS-CHEQUE" TO WS-CAMPO-DOMINIO
                       PERFORM REGISTRA-DOMINIO
                   END-IF
                   MOVE REG-CHEQUE TO WS-IMAGEM
                   PERFORM DESTINA-REGISTRO
           END-READ.
      *
       RESTAURA-CHEQUE.
           MOVE REG-TRABALHO TO REG-CHEQUE.
           WRITE REG-CHEQUE.
           PERFORM LE-TRABALHO.
      *
      *    TALAO.DAT - HISTORICO DE EMISSAO, CONTA ENCERRADA NAO E'
      *    OCORRENCIA. CHAVE: CONTA + PRIMEIRO NUMERO DO TALAO.
       CONFERE-TALAO.
           MOVE "TALAO" TO WS-ARQUIVO.
           MOVE 'N' TO WS-CHECA-ENCERRADA.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT TALAO.
           IF WS-FS-TAL NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-TALAO UNTIL WS-FIM = 'S'.
           IF WS-FS-TAL = "00" OR WS-FS-TAL = "10"
               CLOSE TALAO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM PRECISA-RESTAURAR.
           IF WS-FIM-TRB = 'N'
               OPEN OUTPUT TALAO
               PERFORM LE-TRABALHO
               PERFORM RESTAURA-TALAO UNTIL WS-FIM-TRB = 'S'
               CLOSE TALAO
               CLOSE TRABALHO
           END-IF.
      *
       CONFERE-UM-TALAO.
           READ TALAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-TALAO TO WS-ID-SAT
                   PERFORM CONFERE-CONTA
                   MOVE SPACES TO WS-CHV-BUSCA
                   STRING ID-TALAO NUMERO-INI-TALAO
                       DELIMITED BY SIZE INTO WS-CHV-BUSCA
                   PERFORM CONFERE-DUPLICIDADE
                   MOVE REG-TALAO TO WS-IMAGEM
                   PERFORM DESTINA-REGISTRO
           END-READ.
      *
       RESTAURA-TALAO.
           MOVE REG-TRABALHO TO REG-TALAO.
           WRITE REG-TALAO.
           PERFORM LE-TRABALHO.
      *
      *    SUSTACAO.DAT - SO A SUSTACAO ATIVA DE CONTA ENCERRADA E'
      *    OCORRENCIA.
       CONFERE-SUSTACAO.
           MOVE "SUSTACAO" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT SUSTACAO.
           IF WS-FS-SUS NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UMA-SUSTACAO UNTIL WS-FIM = 'S'.
           IF WS-FS-SUS = "00" OR WS-FS-SUS = "10"
               CLOSE SUSTACAO
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM PRECISA-RESTAURAR.
           IF WS-FIM-TRB = 'N'
               OPEN OUTPUT SUSTACAO
               PERFORM LE-TRABALHO
               PERFORM RESTAURA-SUSTACAO UNTIL WS-FIM-TRB = 'S'
               CLOSE SUSTACAO
               CLOSE TRABALHO
           END-IF.
      *
       CONFERE-UMA-SUSTACAO.
           READ SUSTACAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE 'N' TO WS-CHECA-ENCERRADA
                   IF SUSTA-ATIVA
                       MOVE 'S' TO WS-CHECA-ENCERRADA
                   END-IF
                   MOVE AGENCIA-SUSTA TO WS-AGENCIA-SAT
                   MOVE CONTA-SUSTA   TO WS-CONTA-SAT
                   PERFORM CONFERE-CONTA
                   MOVE ID-SUSTACAO TO WS-CHV-BUSCA
                   PERFORM CONFERE-DUPLICIDADE
                   IF NOT SUSTA-STATUS-VALIDO
                       MOVE STATUS-SUSTA     TO WS-TIPO-CONFERE
                       MOVE "STATUS-SUSTA" TO WS-CAMPO-DOMINIO
                       PERFORM REGISTRA-DOMINIO
                   END-IF
                   MOVE REG-SUSTACAO TO WS-IMAGEM
                   PERFORM DESTINA-REGISTRO
           END-READ.
      *
       RESTAURA-SUSTACAO.
           MOVE REG-TRABALHO TO REG-SUSTACAO.
           WRITE REG-SUSTACAO.
           PERFORM LE-TRABALHO.
      *
      *    ORDEM.DAT - ORDEM NAO CANCELADA DE CONTA ENCERRADA E'
      *    OCORRENCIA. SEM CHAVE UNICA, NAO HA DUPLICIDADE.
       CONFERE-ORDEM.
           MOVE "ORDEM" TO WS-ARQUIVO.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ORDEM.
           IF WS-FS-ORD NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UMA-ORDEM UNTIL WS-FIM = 'S'.
           IF WS-FS-ORD = "00" OR WS-FS-ORD = "10"
               CLOSE ORDEM
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM PRECISA-RESTAURAR.
           IF WS-FIM-TRB = 'N'
               OPEN OUTPUT ORDEM
               PERFORM LE-TRABALHO
               PERFORM RESTAURA-ORDEM UNTIL WS-FIM-TRB = 'S'
               CLOSE ORDEM
               CLOSE TRABALHO
           END-IF.
      *
       CONFERE-UMA-ORDEM.
           READ ORDEM
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE 'S' TO WS-CHECA-ENCERRADA
                   IF ORDEM-CANCELADA
                       MOVE 'N' TO WS-CHECA-ENCERRADA
                   END-IF
                   MOVE ID-ORDEM TO WS-ID-SAT
                   PERFORM CONFERE-CONTA
                   IF NOT ORDEM-STATUS-VALIDO
                       MOVE STATUS-ORDEM     TO WS-TIPO-CONFERE
                       MOVE "STATUS-ORDEM" TO WS-CAMPO-DOMINIO
                       PERFORM REGISTRA-DOMINIO
                   END-IF
                   MOVE TIPO-ORDEM TO WS-TIPO-CONFERE
                   PERFORM CONFERE-TIPO-MOV
                   MOVE REG-ORDEM TO WS-IMAGEM
                   PERFORM DESTINA-REGISTRO
           END-READ.
      *
       RESTAURA-ORDEM.
           MOVE REG-TRABALHO TO REG-ORDEM.
           WRITE REG-ORDEM.
           PERFORM LE-TRABALHO.
      *
      *    FUTUROS.DAT - LANCAMENTO AGENDADO, SEM CHAVE UNICA.
       CONFERE-FUTUROS.
           MOVE "FUTUROS" TO WS-ARQUIVO.
           MOVE 'S' TO WS-CHECA-ENCERRADA.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT FUTUROS.
           IF WS-FS-FUT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-FUTURO UNTIL WS-FIM = 'S'.
           IF WS-FS-FUT = "00" OR WS-FS-FUT = "10"
               CLOSE FUTUROS
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM PRECISA-RESTAURAR.
           IF WS-FIM-TRB = 'N'
               OPEN OUTPUT FUTUROS
               PERFORM LE-TRABALHO
               PERFORM RESTAURA-FUTUROS UNTIL WS-FIM-TRB = 'S'
               CLOSE FUTUROS
               CLOSE TRABALHO
           END-IF.
      *
       CONFERE-UM-FUTURO.
           READ FUTUROS
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-FUT TO WS-ID-SAT
                   PERFORM CONFERE-CONTA
                   MOVE TIPO-FUT TO WS-TIPO-CONFERE
                   PERFORM CONFERE-TIPO-MOV
                   MOVE REG-FUTURO TO WS-IMAGEM
                   PERFORM DESTINA-REGISTRO
           END-READ.
      *
       RESTAURA-FUTUROS.
           MOVE REG-TRABALHO TO REG-FUTURO.
           WRITE REG-FUTURO.
           PERFORM LE-TRABALHO.
      *
      *    VINCCART.DAT - CADA CARTAO LIGADO A UMA SO CONTA.
       CONFERE-VINCCART.
           MOVE "VINCCART" TO WS-ARQUIVO.
           MOVE 'S' TO WS-CHECA-ENCERRADA.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT VINCCART.
           IF WS-FS-VCA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-CARTAO UNTIL WS-FIM = 'S'.
           IF WS-FS-VCA = "00" OR WS-FS-VCA = "10"
               CLOSE VINCCART
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM PRECISA-RESTAURAR.
           IF WS-FIM-TRB = 'N'
               OPEN OUTPUT VINCCART
               PERFORM LE-TRABALHO
               PERFORM RESTAURA-VINCCART UNTIL WS-FIM-TRB = 'S'
               CLOSE VINCCART
               CLOSE TRABALHO
           END-IF.
      *
       CONFERE-UM-CARTAO.
           READ VINCCART
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-VCA TO WS-ID-SAT
                   PERFORM CONFERE-CONTA
                   MOVE NUMERO-VCA TO WS-CHV-BUSCA
                   PERFORM CONFERE-DUPLICIDADE
                   MOVE REG-VINCCART TO WS-IMAGEM
                   PERFORM DESTINA-REGISTRO
           END-READ.
      *
       RESTAURA-VINCCART.
           MOVE REG-TRABALHO TO REG-VINCCART.
           WRITE REG-VINCCART.
           PERFORM LE-TRABALHO.
      *
      *    VINCRESP.DAT - CADA MATRICULA COM UMA SO CONTA RESPONSAVEL.
       CONFERE-VINCRESP.
           MOVE "VINCRESP" TO WS-ARQUIVO.
           MOVE 'S' TO WS-CHECA-ENCERRADA.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQVINC.
           IF WS-FS-VRE NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-RESPONSAVEL UNTIL WS-FIM = 'S'.
           IF WS-FS-VRE = "00" OR WS-FS-VRE = "10"
               CLOSE ARQVINC
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM PRECISA-RESTAURAR.
           IF WS-FIM-TRB = 'N'
               OPEN OUTPUT ARQVINC
               PERFORM LE-TRABALHO
               PERFORM RESTAURA-VINCRESP UNTIL WS-FIM-TRB = 'S'
               CLOSE ARQVINC
               CLOSE TRABALHO
           END-IF.
      *
       CONFERE-UM-RESPONSAVEL.
           READ ARQVINC
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-CLI-VRE TO WS-ID-SAT
                   PERFORM CONFERE-CONTA
                   MOVE MATRIC-VRE TO WS-CHV-BUSCA
                   PERFORM CONFERE-DUPLICIDADE
                   MOVE REG-VINCRESP TO WS-IMAGEM
                   PERFORM DESTINA-REGISTRO
           END-READ.
      *
       RESTAURA-VINCRESP.
           MOVE REG-TRABALHO TO REG-VINCRESP.
           WRITE REG-VINCRESP.
           PERFORM LE-TRABALHO.
      *
      *    PENDENTEMOV.DAT - ITEM AGUARDANDO APROVACAO. O NSU NAO
      *    PODE SE REPETIR.
       CONFERE-PENDENTES.
           MOVE "PENDENTEMOV" TO WS-ARQUIVO.
           MOVE 'S' TO WS-CHECA-ENCERRADA.
           PERFORM INICIA-ARQUIVO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT PENDENTEMOV.
           IF WS-FS-PEND NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM CONFERE-UM-PENDENTE UNTIL WS-FIM = 'S'.
           IF WS-FS-PEND = "00" OR WS-FS-PEND = "10"
               CLOSE PENDENTEMOV
           END-IF.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM PRECISA-RESTAURAR.
           IF WS-FIM-TRB = 'N'
               OPEN OUTPUT PENDENTEMOV
               PERFORM LE-TRABALHO
               PERFORM RESTAURA-PENDENTES UNTIL WS-FIM-TRB = 'S'
               CLOSE PENDENTEMOV
               CLOSE TRABALHO
           END-IF.
      *
       CONFERE-UM-PENDENTE.
           READ PENDENTEMOV
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-ARQ-LIDOS
                   MOVE ID-PEND-MOV TO WS-ID-SAT
                   PERFORM CONFERE-CONTA
                   IF NSU-PEND-MOV NOT = ZEROS
                       MOVE NSU-PEND-MOV TO WS-CHV-BUSCA
                       PERFORM CONFERE-DUPLICIDADE
                   END-IF
                   MOVE TIPO-PEND-MOV TO WS-TIPO-CONFERE
                   PERFORM CONFERE-TIPO-MOV
                   MOVE REG-PENDENTE-MOV TO WS-IMAGEM
                   PERFORM DESTINA-REGISTRO
           END-READ.
      *
       RESTAURA-PENDENTES.
           MOVE REG-TRABALHO TO REG-PENDENTE-MOV.
           WRITE REG-PENDENTE-MOV.
           PERFORM LE-TRABALHO.
