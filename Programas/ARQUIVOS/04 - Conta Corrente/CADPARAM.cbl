               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.
           SELECT TETOGRUPO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TETO.
           SELECT FAIXAPROV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FPR.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS VALUE OF FILE-ID IS "PARAMETROS.DAT".
           03 LIMITE-MOV-DIA-PARAM     PIC 9(03).
           03 TAXA-IOF-PARAM           PIC 9V9999.
           03 FILLER                   PIC X(05).
      *
      *    TETO DE EXPOSICAO POR GRUPO ECONOMICO (RAIZ DO CNPJ) - NAO
      *    E' POR AGENCIA, POR ISSO FICA FORA DO PARAMETROS.DAT. LIDO
      *    PELO RELGRUPO E PELO CADLIMITE.
       FD TETOGRUPO VALUE OF FILE-ID IS "TETOGRUPO.DAT".
       01 REG-TETOGRUPO.
           03 DATA-VIGENCIA-TETO       PIC 9(06).
           03 VALOR-TETO               PIC 9(11)V99.
           03 FILLER                   PIC X(05).
      *
      *    FAIXAS DE ATRASO DA PROVISAO SOBRE SALDOS DEVEDORES - CADA
      *    FAIXA E' UM REGISTRO (LIMITE DE DIAS E PERCENTUAL); AS
      *    FAIXAS DE UMA MESMA VIGENCIA FORMAM A TABELA USADA PELO
      *    PROVISAO-NEG.
       FD FAIXAPROV VALUE OF FILE-ID IS "FAIXAPROV.DAT".
       01 REG-FAIXAPROV.
           03 DATA-VIGENCIA-FPR        PIC 9(06).
           03 DIAS-ATE-FPR             PIC 9(04).
           03 PERCENTUAL-FPR           PIC 9(03)V99.
           03 FILLER                   PIC X(05).
      *
       WORKING-STORAGE SECTION.
       01 WS-OPCAO                 PIC X(01).
       01 WS-TAXA-IOF              PIC 9V9999 VALUE ZEROS.
       01 WS-FS-PARAM              PIC X(02) VALUE ZEROS.
       01 WS-FIM-PARAM             PIC X(01) VALUE 'N'.
       01 WS-VALOR-TETO            PIC 9(11)V99 VALUE ZEROS.
       01 WS-FS-TETO               PIC X(02) VALUE ZEROS.
       01 WS-CONT-LISTADOS         PIC 9(05) VALUE ZEROS.
       01 WS-DIAS-ATE              PIC 9(04) VALUE ZEROS.
       01 WS-PERCENTUAL            PIC 9(03)V99 VALUE ZEROS.
       01 WS-FS-FPR                PIC X(02) VALUE ZEROS.
      *
      *    AS ALTERACOES DE LIMITE/TAXA NUNCA REGRAVAM O REGISTRO
      *    EXISTENTE - UM NOVO REGISTRO COM DATA DE VIGENCIA FUTURA E'
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'I' PERFORM INCLUI-PARAMETRO
               WHEN 'G' PERFORM INCLUI-TETO-GRUPO
               WHEN 'P' PERFORM INCLUI-FAIXA-PROVISAO
               WHEN 'C' PERFORM CONSULTA-PARAMETROS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - USE I, G, P OU C"
           END-EVALUATE.
           STOP RUN.
      *
       ENTRA-OPCAO.
           DISPLAY "OPERACAO (I-INCLUIR VIGENCIA / G-TETO DE GRUPO "
               "ECONOMICO / P-FAIXA DE PROVISAO / C-CONSULTAR): ".
           ACCEPT WS-OPCAO.
      *
       INCLUI-PARAMETRO.
                   " VIGENTES A PARTIR DE " WS-DATA-VIGENCIA
           END-IF.
           CLOSE PARAMETROS.
      *
       INCLUI-TETO-GRUPO.
           DISPLAY "DATA DE VIGENCIA (AAMMDD): ".
           ACCEPT WS-DATA-VIGENCIA.
           DISPLAY "TETO DE EXPOSICAO POR GRUPO ECONOMICO: ".
           ACCEPT WS-VALOR-TETO.
           IF WS-VALOR-TETO = ZEROS
               DISPLAY "TETO DEVE SER MAIOR QUE ZERO"
               STOP RUN.
           OPEN EXTEND TETOGRUPO.
           IF WS-FS-TETO NOT EQUAL "00"
               OPEN OUTPUT TETOGRUPO
           END-IF.
           IF WS-FS-TETO NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA TETOGRUPO - " WS-FS-TETO
               STOP RUN.
           MOVE SPACES           TO REG-TETOGRUPO.
           MOVE WS-DATA-VIGENCIA TO DATA-VIGENCIA-TETO.
           MOVE WS-VALOR-TETO    TO VALOR-TETO.
           WRITE REG-TETOGRUPO.
           IF WS-FS-TETO NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO TETOGRUPO - " WS-FS-TETO
           ELSE
               DISPLAY "TETO DE GRUPO ECONOMICO " WS-VALOR-TETO
                   " VIGENTE A PARTIR DE " WS-DATA-VIGENCIA
           END-IF.
           CLOSE TETOGRUPO.
      *
      *    UMA FAIXA POR VEZ - UMA NOVA TABELA DE FAIXAS E' INCLUIDA
      *    REPETINDO A MESMA DATA DE VIGENCIA PARA CADA FAIXA.
       INCLUI-FAIXA-PROVISAO.
           DISPLAY "DATA DE VIGENCIA (AAMMDD): ".
           ACCEPT WS-DATA-VIGENCIA.
           DISPLAY "ATRASO ATE (DIAS): ".
           ACCEPT WS-DIAS-ATE.
           DISPLAY "PERCENTUAL DE PROVISAO (999V99): ".
           ACCEPT WS-PERCENTUAL.
           IF WS-DIAS-ATE = ZEROS
               DISPLAY "ATRASO DEVE SER MAIOR QUE ZERO"
               STOP RUN.
           IF WS-PERCENTUAL > 100
               DISPLAY "PERCENTUAL NAO PODE PASSAR DE 100"
               STOP RUN.
           OPEN EXTEND FAIXAPROV.
           IF WS-FS-FPR NOT EQUAL "00"
               OPEN OUTPUT FAIXAPROV
           END-IF.
           IF WS-FS-FPR NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA FAIXAPROV - " WS-FS-FPR
               STOP RUN.
           MOVE SPACES           TO REG-FAIXAPROV.
           MOVE WS-DATA-VIGENCIA TO DATA-VIGENCIA-FPR.
           MOVE WS-DIAS-ATE      TO DIAS-ATE-FPR.
           MOVE WS-PERCENTUAL    TO PERCENTUAL-FPR.
           WRITE REG-FAIXAPROV.
           IF WS-FS-FPR NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO FAIXAPROV - " WS-FS-FPR
           ELSE
               DISPLAY "FAIXA ATE " WS-DIAS-ATE " DIAS - "
                   WS-PERCENTUAL "% VIGENTE A PARTIR DE "
                   WS-DATA-VIGENCIA
           END-IF.
           CLOSE FAIXAPROV.
      *
       CONSULTA-PARAMETROS.
           OPEN INPUT PARAMETROS.
           PERFORM LISTA-PARAMETRO UNTIL WS-FIM-PARAM = 'S'.
           CLOSE PARAMETROS.
           DISPLAY "REGISTROS LISTADOS: " WS-CONT-LISTADOS.
           MOVE 'N' TO WS-FIM-PARAM.
           OPEN INPUT TETOGRUPO.
           IF WS-FS-TETO NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-PARAM
           END-IF.
           DISPLAY "===== TETO DE EXPOSICAO POR GRUPO ECONOMICO =====".
           PERFORM LISTA-TETO UNTIL WS-FIM-PARAM = 'S'.
           IF WS-FS-TETO = "00" OR WS-FS-TETO = "10"
               CLOSE TETOGRUPO
           END-IF.
           MOVE 'N' TO WS-FIM-PARAM.
           OPEN INPUT FAIXAPROV.
           IF WS-FS-FPR NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-PARAM
           END-IF.
           DISPLAY "===== FAIXAS DE PROVISAO SOBRE SALDO DEVEDOR =====".
           PERFORM LISTA-FAIXA UNTIL WS-FIM-PARAM = 'S'.
           IF WS-FS-FPR = "00" OR WS-FS-FPR = "10"
               CLOSE FAIXAPROV
           END-IF.
      *
       LISTA-PARAMETRO.
           READ PARAMETROS
                       " IOF " TAXA-IOF-PARAM
                   ADD 1 TO WS-CONT-LISTADOS
           END-READ.
      *
       LISTA-TETO.
           READ TETOGRUPO
               AT END
                   MOVE 'S' TO WS-FIM-PARAM
               NOT AT END
                   DISPLAY "VIGENCIA " DATA-VIGENCIA-TETO
                       " TETO " VALOR-TETO
           END-READ.
      *
       LISTA-FAIXA.
           READ FAIXAPROV
               AT END
                   MOVE 'S' TO WS-FIM-PARAM
               NOT AT END
                   DISPLAY "VIGENCIA " DATA-VIGENCIA-FPR
                       " ATE " DIAS-ATE-FPR " DIAS"
                       " PERCENTUAL " PERCENTUAL-FPR
           END-READ.
