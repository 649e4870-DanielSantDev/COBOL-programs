      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: CADASTRO DE APOSENTADOS PARA A FOLHA DE BENEFICIOS E
      *          DOS INDICES ANUAIS DE REAJUSTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAPOSENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-FUNC.
           SELECT RELAPOSENTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REL.
           SELECT APOSENTADO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-APO.
           SELECT REAJUSTE ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REA.
           SELECT CADCLI ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-CLI.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFUNC VALUE OF FILE-ID IS "FUNCIONARIOS.DAT".
       01  REG-FUNC.
           02 FUNC-NOME          PIC X(30).
           02 FUNC-DATA-INI.
               03 FUNC-DIA-INI   PIC 9(02).
               03 FILLER         PIC X(01).
               03 FUNC-MES-INI   PIC 9(02).
               03 FILLER         PIC X(01).
               03 FUNC-ANO-INI   PIC 9(04).
           02 FUNC-DATA-FIM.
               03 FUNC-DIA-FIM   PIC 9(02).
               03 FILLER         PIC X(01).
               03 FUNC-MES-FIM   PIC 9(02).
               03 FILLER         PIC X(01).
               03 FUNC-ANO-FIM   PIC 9(04).
           02 FUNC-ANOS-REGRA    PIC 9(02).
           02 FUNC-SALARIO       PIC 9(07)V99.
           02 FUNC-DEPTO         PIC X(15).
           02 FUNC-CARGO         PIC X(15).
      *
       FD RELAPOSENTA VALUE OF FILE-ID IS "RELAPOSENTA.DAT".
       01 REG-RELAPOSENTA.
          02 REL-NOME          PIC X(30).
          02 FILLER            PIC X(02).
          02 REL-ANOS          PIC 9(02).
          02 FILLER            PIC X(02).
          02 REL-MESES         PIC 9(02).
          02 FILLER            PIC X(02).
          02 REL-DIAS          PIC 9(02).
          02 FILLER            PIC X(02).
          02 REL-FALTA         PIC 9(02).
          02 FILLER            PIC X(02).
          02 REL-SALARIO       PIC 9(07)V99.
          02 FILLER            PIC X(02).
          02 REL-BENEFICIO     PIC 9(07)V99.
          02 FILLER            PIC X(02).
          02 REL-DEPTO         PIC X(15).
      *
      *    CADASTRO DE APOSENTADOS. O BENEFICIO CONCEDIDO FICA COMO
      *    VEIO DO RELAPOSENTA; O ATUAL E' O QUE A FOLHA-APOS PAGA, JA
      *    COM OS REAJUSTES ANUAIS. ANO DO ULTIMO REAJUSTE E ULTIMA
      *    COMPETENCIA PAGA (AAAAMM) SAO MANTIDOS PELA FOLHA-APOS.
       FD  APOSENTADO VALUE OF FILE-ID IS "APOSENTADO.DAT".
       01  REG-APO.
           02 APO-NOME           PIC X(30).
           02 APO-BENEF-CONC     PIC 9(07)V99.
           02 APO-BENEF-ATUAL    PIC 9(07)V99.
           02 APO-DATA-INI.
               03 APO-DIA-INI    PIC 9(02).
               03 FILLER         PIC X(01).
               03 APO-MES-INI    PIC 9(02).
               03 FILLER         PIC X(01).
               03 APO-ANO-INI    PIC 9(04).
           02 APO-DIA-PAGTO      PIC 9(02).
           02 APO-AGENCIA        PIC 9(03).
           02 APO-CONTA          PIC 9(06).
           02 APO-ANO-REAJ       PIC 9(04).
           02 APO-ULT-COMPET     PIC 9(06).
           02 APO-SITUACAO       PIC X(01).
               88 APO-ATIVO      VALUE 'A'.
               88 APO-SUSPENSO   VALUE 'S'.
      *
      *    INDICE DE REAJUSTE DOS BENEFICIOS, UM POR ANO.
       FD  REAJUSTE VALUE OF FILE-ID IS "REAJUSTEAPO.DAT".
       01  REG-REAJUSTE.
           02 REAJ-ANO           PIC 9(04).
           02 REAJ-PERC          PIC 9(03)V99.
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
       01 WS-FS-FUNC        PIC X(02) VALUE ZEROS.
       01 WS-FS-REL         PIC X(02) VALUE ZEROS.
       01 WS-FS-APO         PIC X(02) VALUE ZEROS.
       01 WS-FS-REA         PIC X(02) VALUE ZEROS.
       01 WS-FS-CLI         PIC X(02) VALUE ZEROS.
       01 WS-OPCAO          PIC X(01) VALUE SPACES.
       01 WS-FIM            PIC X(01) VALUE 'N'.
       01 WS-ACHOU          PIC X(01) VALUE 'N'.
       01 WS-NOME-BUSCA     PIC X(30) VALUE SPACES.
       01 WS-ANOS-REGRA     PIC 9(02) VALUE ZEROS.
       01 WS-ANOS           PIC 9(02) VALUE ZEROS.
       01 WS-BENEFICIO      PIC 9(07)V99 VALUE ZEROS.
       01 WS-BENEFICIO-ED   PIC Z,ZZZ,ZZ9.99.
       01 WS-DATA-INI.
          02 WS-DIA-INI     PIC 9(02).
          02 BARRA1-INI     PIC X(01).
          02 WS-MES-INI     PIC 9(02).
          02 BARRA2-INI     PIC X(01).
          02 WS-ANO-INI     PIC 9(04).
       01 WS-DIAS-MES       PIC 9(02) VALUE ZEROS.
       01 WS-DATA-OK        PIC X(01) VALUE 'N'.
       01 WS-DIA-PAGTO      PIC 9(02) VALUE ZEROS.
       01 WS-AGENCIA        PIC 9(03) VALUE ZEROS.
       01 WS-CONTA          PIC 9(06) VALUE ZEROS.
       01 WS-CONTA-VALIDA   PIC X(01) VALUE 'N'.
       01 WS-STATUS-CONTA   PIC X(01) VALUE SPACES.
       01 WS-ANO-REAJ       PIC 9(04) VALUE ZEROS.
       01 WS-PERC-REAJ      PIC 9(03)V99 VALUE ZEROS.
       01 WS-PERC-ED        PIC ZZ9.99.
       01 WS-CONT-LISTADOS  PIC 9(05) VALUE ZEROS.
      *
      *    SO ENTRA NO CADASTRO QUEM O ULTIMO CALCULO DO APOSENTA-LOTE
      *    MOSTRA COM A REGRA CUMPRIDA. O REL-FALTA NAO SERVE PARA ISSO
      *    - NAO TEM SINAL E QUEM PASSOU DA REGRA APARECE COM FALTA
      *    POSITIVA - ENTAO SE COMPARA REL-ANOS COM FUNC-ANOS-REGRA. A
      *    CONTA DE PAGAMENTO TEM DE PASSAR NO CONTADIG E EXISTIR NO
      *    CLIENTE.DAT.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "OPERACAO (I-INCLUIR APOSENTADO / R-INDICE DE "
               "REAJUSTE / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'I' PERFORM INCLUI-APOSENTADO
               WHEN 'R' PERFORM INCLUI-REAJUSTE
               WHEN 'C' PERFORM CONSULTA-CADASTRO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE I, R OU C"
           END-EVALUATE.
           STOP RUN.
      *
       INCLUI-APOSENTADO.
           DISPLAY "NOME DO FUNCIONARIO: ".
           ACCEPT WS-NOME-BUSCA.
           PERFORM VERIFICA-CADASTRADO.
           IF WS-ACHOU = 'S'
               DISPLAY "APOSENTADO JA CADASTRADO: " WS-NOME-BUSCA
               STOP RUN.
           PERFORM BUSCA-REGRA.
           PERFORM BUSCA-CALCULO.
           IF WS-ANOS < WS-ANOS-REGRA
               DISPLAY "REGRA NAO CUMPRIDA - " WS-ANOS " DE "
                   WS-ANOS-REGRA " ANOS DE CONTRIBUICAO"
               STOP RUN.
           MOVE WS-BENEFICIO TO WS-BENEFICIO-ED.
           DISPLAY "BENEFICIO CONCEDIDO: " WS-BENEFICIO-ED.
           DISPLAY "INICIO DO BENEFICIO (DD/MM/AAAA): ".
           ACCEPT WS-DATA-INI.
           PERFORM CONFERE-DATA.
           IF WS-DATA-OK = 'N'
               DISPLAY "DATA DE INICIO INVALIDA"
               STOP RUN.
           DISPLAY "DIA DE PAGAMENTO (01-31): ".
           ACCEPT WS-DIA-PAGTO.
           IF WS-DIA-PAGTO < 1 OR WS-DIA-PAGTO > 31
               DISPLAY "DIA DE PAGAMENTO INVALIDO"
               STOP RUN.
           DISPLAY "AGENCIA DA CONTA DE PAGAMENTO: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "CONTA DE PAGAMENTO: ".
           ACCEPT WS-CONTA.
           CALL "CONTADIG" USING WS-AGENCIA WS-CONTA
               WS-CONTA-VALIDA.
           IF WS-CONTA-VALIDA NOT = 'S'
               DISPLAY "CONTA INVALIDA - DIGITO NAO CONFERE"
               STOP RUN.
           PERFORM BUSCA-CONTA.
           IF WS-ACHOU = 'N'
               DISPLAY "CONTA NAO CADASTRADA NO CLIENTE.DAT"
               STOP RUN.
           IF WS-STATUS-CONTA = 'E'
               DISPLAY "CONTA ENCERRADA - INFORME OUTRA CONTA"
               STOP RUN.
           IF WS-STATUS-CONTA = 'B'
               DISPLAY "ATENCAO: CONTA BLOQUEADA - OS PAGAMENTOS "
                   "FICARAO RETIDOS ATE O DESBLOQUEIO".
           PERFORM GRAVA-APOSENTADO.
      *
       VERIFICA-CADASTRADO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT APOSENTADO.
           IF WS-FS-APO NOT EQUAL "00"
               MOVE 'S' TO WS-FIM.
           PERFORM LE-APOSENTADO
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF WS-FS-APO = "00" OR WS-FS-APO = "10"
               CLOSE APOSENTADO.
      *
       LE-APOSENTADO.
           READ APOSENTADO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF APO-NOME = WS-NOME-BUSCA
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
      *
       BUSCA-REGRA.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQFUNC.
           IF WS-FS-FUNC NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA FUNCIONARIOS - " WS-FS-FUNC
               STOP RUN.
           PERFORM LE-FUNCIONARIO
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           CLOSE ARQFUNC.
           IF WS-ACHOU = 'N'
               DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               STOP RUN.
      *
       LE-FUNCIONARIO.
           READ ARQFUNC
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF FUNC-NOME = WS-NOME-BUSCA
                       MOVE 'S' TO WS-ACHOU
                       MOVE FUNC-ANOS-REGRA TO WS-ANOS-REGRA
                   END-IF
           END-READ.
      *
      *    O RELAPOSENTA.DAT E' GRAVADO EM EXTEND A CADA RODADA DO
      *    APOSENTA-LOTE - VALE O ULTIMO REGISTRO DO FUNCIONARIO.
       BUSCA-CALCULO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT RELAPOSENTA.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "RELAPOSENTA.DAT NAO ENCONTRADO - EXECUTE O "
                   "APOSENTA-LOTE"
               STOP RUN.
           PERFORM LE-CALCULO UNTIL WS-FIM = 'S'.
           CLOSE RELAPOSENTA.
           IF WS-ACHOU = 'N'
               DISPLAY "FUNCIONARIO SEM CALCULO NO RELAPOSENTA - "
                   "EXECUTE O APOSENTA-LOTE"
               STOP RUN.
      *
       LE-CALCULO.
           READ RELAPOSENTA
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF REL-NOME = WS-NOME-BUSCA
                       MOVE 'S' TO WS-ACHOU
                       MOVE REL-ANOS      TO WS-ANOS
                       MOVE REL-BENEFICIO TO WS-BENEFICIO
                   END-IF
           END-READ.
      *
       CONFERE-DATA.
           MOVE 'N' TO WS-DATA-OK.
           IF WS-DIA-INI NUMERIC AND WS-MES-INI NUMERIC
              AND WS-ANO-INI NUMERIC
               IF WS-MES-INI > ZEROS AND WS-MES-INI < 13
                  AND WS-ANO-INI NOT < 1900 AND WS-DIA-INI > ZEROS
                   PERFORM DIAS-DO-MES
                   IF WS-DIA-INI NOT > WS-DIAS-MES
                       MOVE 'S' TO WS-DATA-OK
                   END-IF
               END-IF
           END-IF.
      *
       DIAS-DO-MES.
           EVALUATE WS-MES-INI
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 2
                   IF FUNCTION MOD(WS-ANO-INI, 400) = 0 OR
                     (FUNCTION MOD(WS-ANO-INI, 4) = 0 AND
                      FUNCTION MOD(WS-ANO-INI, 100) NOT = 0)
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.
      *
       BUSCA-CONTA.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT CADCLI.
           IF WS-FS-CLI NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CLIENTE - " WS-FS-CLI
               STOP RUN.
           PERFORM LE-CONTA UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           CLOSE CADCLI.
      *
       LE-CONTA.
           READ CADCLI
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF AGENCIA-CLI = WS-AGENCIA
                      AND CONTA-CLI = WS-CONTA
                       MOVE 'S' TO WS-ACHOU
                       MOVE STATUS-CLI TO WS-STATUS-CONTA
                   END-IF
           END-READ.
      *
      *    O REAJUSTE DO ANO DE INICIO NAO SE APLICA - O BENEFICIO JA
      *    NASCE CORRIGIDO; O ANO DE INICIO FICA COMO ULTIMO REAJUSTE.
       GRAVA-APOSENTADO.
           MOVE SPACES          TO REG-APO.
           MOVE WS-NOME-BUSCA   TO APO-NOME.
           MOVE WS-BENEFICIO    TO APO-BENEF-CONC.
           MOVE WS-BENEFICIO    TO APO-BENEF-ATUAL.
           MOVE WS-DATA-INI     TO APO-DATA-INI.
           MOVE WS-DIA-PAGTO    TO APO-DIA-PAGTO.
           MOVE WS-AGENCIA      TO APO-AGENCIA.
           MOVE WS-CONTA        TO APO-CONTA.
           MOVE WS-ANO-INI      TO APO-ANO-REAJ.
           MOVE ZEROS           TO APO-ULT-COMPET.
           MOVE 'A'             TO APO-SITUACAO.
           OPEN EXTEND APOSENTADO.
           IF WS-FS-APO NOT EQUAL "00"
               OPEN OUTPUT APOSENTADO
               IF WS-FS-APO NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA APOSENTADO - " WS-FS-APO
                   STOP RUN
               END-IF
           END-IF.
           WRITE REG-APO.
           IF WS-FS-APO NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO APOSENTADO - " WS-FS-APO
           ELSE
               DISPLAY "APOSENTADO INCLUIDO: " APO-NOME
           END-IF.
           CLOSE APOSENTADO.
      *
       INCLUI-REAJUSTE.
           DISPLAY "ANO DO REAJUSTE (AAAA): ".
           ACCEPT WS-ANO-REAJ.
           DISPLAY "PERCENTUAL DE REAJUSTE (999.99): ".
           ACCEPT WS-PERC-REAJ.
           IF WS-ANO-REAJ < 1900 OR WS-PERC-REAJ = ZEROS
               DISPLAY "ANO OU PERCENTUAL INVALIDO"
               STOP RUN.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT REAJUSTE.
           IF WS-FS-REA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM.
           PERFORM LE-REAJUSTE UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF WS-FS-REA = "00" OR WS-FS-REA = "10"
               CLOSE REAJUSTE.
           IF WS-ACHOU = 'S'
               DISPLAY "JA EXISTE INDICE PARA O ANO " WS-ANO-REAJ
               STOP RUN.
           OPEN EXTEND REAJUSTE.
           IF WS-FS-REA NOT EQUAL "00"
               OPEN OUTPUT REAJUSTE
               IF WS-FS-REA NOT EQUAL "00"
                   DISPLAY "ERRO DE ABERTURA REAJUSTEAPO - " WS-FS-REA
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-ANO-REAJ  TO REAJ-ANO.
           MOVE WS-PERC-REAJ TO REAJ-PERC.
           WRITE REG-REAJUSTE.
           CLOSE REAJUSTE.
           MOVE WS-PERC-REAJ TO WS-PERC-ED.
           DISPLAY "INDICE " WS-ANO-REAJ " INCLUIDO: " WS-PERC-ED "%".
      *
       LE-REAJUSTE.
           READ REAJUSTE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF REAJ-ANO = WS-ANO-REAJ
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
      *
       CONSULTA-CADASTRO.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT APOSENTADO.
           IF WS-FS-APO NOT EQUAL "00"
               DISPLAY "APOSENTADO.DAT NAO ENCONTRADO"
               STOP RUN.
           DISPLAY "===== APOSENTADOS =====".
           PERFORM LISTA-APOSENTADO UNTIL WS-FIM = 'S'.
           CLOSE APOSENTADO.
           DISPLAY "APOSENTADOS LISTADOS: " WS-CONT-LISTADOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT REAJUSTE.
           IF WS-FS-REA NOT EQUAL "00"
               MOVE 'S' TO WS-FIM
           ELSE
               DISPLAY "===== INDICES DE REAJUSTE ====="
           END-IF.
           PERFORM LISTA-REAJUSTE UNTIL WS-FIM = 'S'.
           IF WS-FS-REA = "00" OR WS-FS-REA = "10"
               CLOSE REAJUSTE.
      *
       LISTA-APOSENTADO.
           READ APOSENTADO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CONT-LISTADOS
                   MOVE APO-BENEF-ATUAL TO WS-BENEFICIO-ED
                   DISPLAY APO-NOME " " APO-DATA-INI " "
                       APO-AGENCIA "/" APO-CONTA " DIA "
                       APO-DIA-PAGTO " " WS-BENEFICIO-ED " "
                       APO-SITUACAO " ULT.COMP " APO-ULT-COMPET
           END-READ.
      *
       LISTA-REAJUSTE.
           READ REAJUSTE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   MOVE REAJ-PERC TO WS-PERC-ED
                   DISPLAY REAJ-ANO " - " WS-PERC-ED "%"
           END-READ.
