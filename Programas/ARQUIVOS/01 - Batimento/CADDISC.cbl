             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-FS-CAT.
           SELECT ARQPRE ASSIGN TO "PREREQ.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-FS-PRE.
           SELECT ARQAVP ASSIGN TO "AVALPLANO.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-FS-AVP.
           SELECT ARQEQV ASSIGN TO "EQUIVDISC.DAT"
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-FS-EQV.
       DATA DIVISION.
       FILE SECTION.
      *    CATALOGO DE DISCIPLINAS - FONTE UNICA DOS CODIGOS CO-DISC
            05  OFERTADA-CAT        PIC  X(01).
            05  CAPACIDADE-CAT      PIC  9(03).
            05  OBRIGATORIA-CAT     PIC  X(01).
      *    PRE-REQUISITOS - A DISCIPLINA CO-DISC-PRE SO ACEITA
      *    MATRICULA DE QUEM JA FOI APROVADO EM CO-DISC-REQ. O
      *    REGISTRO DESATIVADO (ATIVO-PRE = 'N') FICA SO DE HISTORICO.
       FD  ARQPRE.
       01  REG-PRE.
            05  CO-DISC-PRE         PIC  X(04).
            05  CO-DISC-REQ         PIC  X(04).
            05  ATIVO-PRE           PIC  X(01).
      *    PLANO DE AVALIACAO - AVALIACOES DA DISCIPLINA E O PESO DE
      *    CADA UMA NA NOTA FINAL. PESO ZERO RETIRA A AVALIACAO.
       FD  ARQAVP.
       01  REG-AVP.
            05  CO-DISC-AVP         PIC  X(04).
            05  CO-AVAL-AVP         PIC  X(02).
            05  DESC-AVAL-AVP       PIC  X(20).
            05  PESO-AVP            PIC  9(03).
      *    EQUIVALENCIA DE DISCIPLINAS DE OUTRAS INSTITUICOES - O
      *    CODIGO EXTERNO DA INSTITUICAO DE ORIGEM VALE A DISCIPLINA
      *    CO-DISC-EQV DO CATALOGO NA TRANSFERENCIA (IMPORTA-TRANSF).
      *    O REGISTRO DESATIVADO (ATIVO-EQV = 'N') FICA SO DE
      *    HISTORICO.
       FD  ARQEQV.
       01  REG-EQV.
            05  INST-EQV            PIC  X(20).
            05  CO-DISC-EXT-EQV     PIC  X(08).
            05  CO-DISC-EQV         PIC  X(04).
            05  ATIVO-EQV           PIC  X(01).
       WORKING-STORAGE SECTION.
       01 WS-OPCAO          PIC X(01).
       01 WS-CO-DISC        PIC X(04) VALUE SPACES.
       01 WS-CAPACIDADE     PIC 9(03) VALUE ZEROS.
       01 WS-OBRIGATORIA    PIC X(01) VALUE SPACES.
       01 WS-FS-CAT         PIC X(02) VALUE ZEROS.
       01 WS-FS-PRE         PIC X(02) VALUE ZEROS.
       01 WS-CO-DISC-REQ    PIC X(04) VALUE SPACES.
       01 WS-ATIVO-PRE      PIC X(01) VALUE SPACES.
       01 WS-CO-DISC-SALVO  PIC X(04) VALUE SPACES.
       01 WS-FS-AVP         PIC X(02) VALUE ZEROS.
       01 WS-CO-AVAL        PIC X(02) VALUE SPACES.
       01 WS-DESC-AVAL      PIC X(20) VALUE SPACES.
       01 WS-PESO           PIC 9(03) VALUE ZEROS.
       01 WS-CONT-AVP       PIC 9(05) VALUE ZEROS.
       01 WS-FS-EQV         PIC X(02) VALUE ZEROS.
       01 WS-INST           PIC X(20) VALUE SPACES.
       01 WS-CO-DISC-EXT    PIC X(08) VALUE SPACES.
       01 WS-ATIVO-EQV      PIC X(01) VALUE SPACES.
       01 WS-CONT-EQV       PIC 9(05) VALUE ZEROS.
       01 WS-FIM            PIC X(01) VALUE 'N'.
       01 WS-ACHOU          PIC X(01) VALUE 'N'.
       01 WS-CONT-LISTADAS  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-PRE       PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 'M' PERFORM MANTEM-DISCIPLINA
               WHEN 'C' PERFORM CONSULTA-CATALOGO
               WHEN 'P' PERFORM MANTEM-PRE-REQUISITO
               WHEN 'A' PERFORM MANTEM-PLANO-AVALIACAO
               WHEN 'E' PERFORM MANTEM-EQUIVALENCIA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - USE M, C, P, A OU E'
           END-EVALUATE.
           STOP RUN.
       ENTRA-OPCAO.
           DISPLAY 'OPERACAO (M-MANTER / C-CONSULTAR / '
               'P-PRE-REQUISITO / A-PLANO DE AVALIACAO / '
               'E-EQUIVALENCIA): '.
           ACCEPT WS-OPCAO.
       MANTEM-DISCIPLINA.
           DISPLAY 'CODIGO DA DISCIPLINA (4 POSICOES): '.
           PERFORM LISTA-DISCIPLINA UNTIL WS-FIM = 'S'.
           CLOSE ARQDISCAT.
           DISPLAY 'DISCIPLINAS LISTADAS: ' WS-CONT-LISTADAS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQPRE.
           IF WS-FS-PRE NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           DISPLAY '===== PRE-REQUISITOS ====='.
           PERFORM LISTA-PRE-REQUISITO UNTIL WS-FIM = 'S'.
           IF WS-FS-PRE = '00' OR WS-FS-PRE = '10'
               CLOSE ARQPRE
           END-IF.
           DISPLAY 'PRE-REQUISITOS ATIVOS: ' WS-CONT-PRE.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQAVP.
           IF WS-FS-AVP NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           DISPLAY '===== PLANOS DE AVALIACAO ====='.
           PERFORM LISTA-PLANO-AVALIACAO UNTIL WS-FIM = 'S'.
           IF WS-FS-AVP = '00' OR WS-FS-AVP = '10'
               CLOSE ARQAVP
           END-IF.
           DISPLAY 'AVALIACOES NOS PLANOS: ' WS-CONT-AVP.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT ARQEQV.
           IF WS-FS-EQV NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           DISPLAY '===== EQUIVALENCIAS DE TRANSFERENCIA ====='.
           PERFORM LISTA-EQUIVALENCIA UNTIL WS-FIM = 'S'.
           IF WS-FS-EQV = '00' OR WS-FS-EQV = '10'
               CLOSE ARQEQV
           END-IF.
           DISPLAY 'EQUIVALENCIAS ATIVAS: ' WS-CONT-EQV.
       LISTA-DISCIPLINA.
           READ ARQDISCAT
               AT END
                       ' OBRIG ' OBRIGATORIA-CAT
                   ADD 1 TO WS-CONT-LISTADAS
           END-READ.
       LISTA-PRE-REQUISITO.
           READ ARQPRE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ATIVO-PRE = 'S'
                       DISPLAY CO-DISC-PRE ' EXIGE APROVACAO EM '
                           CO-DISC-REQ
                       ADD 1 TO WS-CONT-PRE
                   END-IF
           END-READ.
       MANTEM-PRE-REQUISITO.
           DISPLAY 'DISCIPLINA (4 POSICOES): '.
           ACCEPT WS-CO-DISC.
           DISPLAY 'PRE-REQUISITO EXIGIDO (4 POSICOES): '.
           ACCEPT WS-CO-DISC-REQ.
           DISPLAY 'ATIVO (S-INCLUIR / N-RETIRAR): '.
           ACCEPT WS-ATIVO-PRE.
           IF WS-ATIVO-PRE NOT = 'S' AND WS-ATIVO-PRE NOT = 'N'
               DISPLAY 'INFORME S OU N'
               STOP RUN.
           IF WS-CO-DISC = WS-CO-DISC-REQ
               DISPLAY 'DISCIPLINA NAO PODE SER PRE-REQUISITO DE SI'
               STOP RUN.
           PERFORM LOCALIZA-DISCIPLINA-IO.
           IF WS-ACHOU = 'N'
               DISPLAY 'DISCIPLINA ' WS-CO-DISC ' NAO CATALOGADA'
               STOP RUN.
           CLOSE ARQDISCAT.
           MOVE WS-CO-DISC TO WS-CO-DISC-SALVO.
           MOVE WS-CO-DISC-REQ TO WS-CO-DISC.
           PERFORM LOCALIZA-DISCIPLINA-IO.
           IF WS-ACHOU = 'N'
               DISPLAY 'DISCIPLINA ' WS-CO-DISC ' NAO CATALOGADA'
               STOP RUN.
           CLOSE ARQDISCAT.
           MOVE WS-CO-DISC-SALVO TO WS-CO-DISC.
           PERFORM LOCALIZA-PRE-REQUISITO-IO.
           IF WS-ACHOU = 'S'
               MOVE WS-ATIVO-PRE TO ATIVO-PRE
               REWRITE REG-PRE
               CLOSE ARQPRE
               DISPLAY 'PRE-REQUISITO ATUALIZADO'
           ELSE
               IF WS-ATIVO-PRE = 'N'
                   DISPLAY 'PRE-REQUISITO NAO CADASTRADO'
                   STOP RUN
               END-IF
               OPEN EXTEND ARQPRE
               IF WS-FS-PRE NOT EQUAL '00'
                   OPEN OUTPUT ARQPRE
               END-IF
               IF WS-FS-PRE NOT EQUAL '00'
                   DISPLAY 'ERRO DE ABERTURA - PREREQ ' WS-FS-PRE
                   STOP RUN
               END-IF
               MOVE WS-CO-DISC     TO CO-DISC-PRE
               MOVE WS-CO-DISC-REQ TO CO-DISC-REQ
               MOVE WS-ATIVO-PRE   TO ATIVO-PRE
               WRITE REG-PRE
               CLOSE ARQPRE
               DISPLAY 'PRE-REQUISITO INCLUIDO'
           END-IF.
       LOCALIZA-PRE-REQUISITO-IO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQPRE.
           IF WS-FS-PRE NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-PRE-REQUISITO
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF (WS-FS-PRE = '00' OR WS-FS-PRE = '10')
              AND WS-ACHOU = 'N'
               CLOSE ARQPRE
           END-IF.
       BUSCA-PRE-REQUISITO.
           READ ARQPRE
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CO-DISC-PRE = WS-CO-DISC
                      AND CO-DISC-REQ = WS-CO-DISC-REQ
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
       LISTA-PLANO-AVALIACAO.
           READ ARQAVP
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF PESO-AVP > ZEROS
                       DISPLAY CO-DISC-AVP ' ' CO-AVAL-AVP ' '
                           DESC-AVAL-AVP ' PESO ' PESO-AVP
                       ADD 1 TO WS-CONT-AVP
                   END-IF
           END-READ.
       MANTEM-PLANO-AVALIACAO.
           DISPLAY 'DISCIPLINA (4 POSICOES): '.
           ACCEPT WS-CO-DISC.
           PERFORM LOCALIZA-DISCIPLINA-IO.
           IF WS-ACHOU = 'N'
               DISPLAY 'DISCIPLINA ' WS-CO-DISC ' NAO CATALOGADA'
               STOP RUN.
           CLOSE ARQDISCAT.
           DISPLAY 'CODIGO DA AVALIACAO (EX.: P1, P2, TR): '.
           ACCEPT WS-CO-AVAL.
           IF WS-CO-AVAL = SPACES
               DISPLAY 'CODIGO INVALIDO'
               STOP RUN.
           DISPLAY 'DESCRICAO DA AVALIACAO: '.
           ACCEPT WS-DESC-AVAL.
           DISPLAY 'PESO NA NOTA FINAL (000 = RETIRAR): '.
           ACCEPT WS-PESO.
           PERFORM LOCALIZA-AVALIACAO-IO.
           IF WS-ACHOU = 'S'
               MOVE WS-DESC-AVAL TO DESC-AVAL-AVP
               MOVE WS-PESO      TO PESO-AVP
               REWRITE REG-AVP
               CLOSE ARQAVP
               DISPLAY 'AVALIACAO ATUALIZADA NO PLANO'
           ELSE
               IF WS-PESO = ZEROS
                   DISPLAY 'AVALIACAO NAO CADASTRADA'
                   STOP RUN
               END-IF
               OPEN EXTEND ARQAVP
               IF WS-FS-AVP NOT EQUAL '00'
                   OPEN OUTPUT ARQAVP
               END-IF
               IF WS-FS-AVP NOT EQUAL '00'
                   DISPLAY 'ERRO DE ABERTURA - AVALPLANO ' WS-FS-AVP
                   STOP RUN
               END-IF
               MOVE WS-CO-DISC   TO CO-DISC-AVP
               MOVE WS-CO-AVAL   TO CO-AVAL-AVP
               MOVE WS-DESC-AVAL TO DESC-AVAL-AVP
               MOVE WS-PESO      TO PESO-AVP
               WRITE REG-AVP
               CLOSE ARQAVP
               DISPLAY 'AVALIACAO INCLUIDA NO PLANO'
           END-IF.
       LOCALIZA-AVALIACAO-IO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQAVP.
           IF WS-FS-AVP NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-AVALIACAO
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF (WS-FS-AVP = '00' OR WS-FS-AVP = '10')
              AND WS-ACHOU = 'N'
               CLOSE ARQAVP
           END-IF.
       BUSCA-AVALIACAO.
           READ ARQAVP
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF CO-DISC-AVP = WS-CO-DISC
                      AND CO-AVAL-AVP = WS-CO-AVAL
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
       LISTA-EQUIVALENCIA.
           READ ARQEQV
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF ATIVO-EQV = 'S'
                       DISPLAY INST-EQV ' ' CO-DISC-EXT-EQV
                           ' EQUIVALE A ' CO-DISC-EQV
                       ADD 1 TO WS-CONT-EQV
                   END-IF
           END-READ.
       MANTEM-EQUIVALENCIA.
           DISPLAY 'INSTITUICAO DE ORIGEM: '.
           ACCEPT WS-INST.
           DISPLAY 'CODIGO DA DISCIPLINA NA ORIGEM: '.
           ACCEPT WS-CO-DISC-EXT.
           IF WS-INST = SPACES OR WS-CO-DISC-EXT = SPACES
               DISPLAY 'INSTITUICAO E CODIGO DE ORIGEM OBRIGATORIOS'
               STOP RUN.
           DISPLAY 'DISCIPLINA EQUIVALENTE NO CATALOGO (4 POSICOES): '.
           ACCEPT WS-CO-DISC.
           DISPLAY 'ATIVO (S-INCLUIR / N-RETIRAR): '.
           ACCEPT WS-ATIVO-EQV.
           IF WS-ATIVO-EQV NOT = 'S' AND WS-ATIVO-EQV NOT = 'N'
               DISPLAY 'INFORME S OU N'
               STOP RUN.
           PERFORM LOCALIZA-DISCIPLINA-IO.
           IF WS-ACHOU = 'N'
               DISPLAY 'DISCIPLINA ' WS-CO-DISC ' NAO CATALOGADA'
               STOP RUN.
           CLOSE ARQDISCAT.
           PERFORM LOCALIZA-EQUIVALENCIA-IO.
           IF WS-ACHOU = 'S'
               MOVE WS-CO-DISC   TO CO-DISC-EQV
               MOVE WS-ATIVO-EQV TO ATIVO-EQV
               REWRITE REG-EQV
               CLOSE ARQEQV
               DISPLAY 'EQUIVALENCIA ATUALIZADA'
           ELSE
               IF WS-ATIVO-EQV = 'N'
                   DISPLAY 'EQUIVALENCIA NAO CADASTRADA'
                   STOP RUN
               END-IF
               OPEN EXTEND ARQEQV
               IF WS-FS-EQV NOT EQUAL '00'
                   OPEN OUTPUT ARQEQV
               END-IF
               IF WS-FS-EQV NOT EQUAL '00'
                   DISPLAY 'ERRO DE ABERTURA - EQUIVDISC ' WS-FS-EQV
                   STOP RUN
               END-IF
               MOVE WS-INST        TO INST-EQV
               MOVE WS-CO-DISC-EXT TO CO-DISC-EXT-EQV
               MOVE WS-CO-DISC     TO CO-DISC-EQV
               MOVE WS-ATIVO-EQV   TO ATIVO-EQV
               WRITE REG-EQV
               CLOSE ARQEQV
               DISPLAY 'EQUIVALENCIA INCLUIDA'
           END-IF.
       LOCALIZA-EQUIVALENCIA-IO.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'N' TO WS-FIM.
           OPEN I-O ARQEQV.
           IF WS-FS-EQV NOT EQUAL '00'
               MOVE 'S' TO WS-FIM
           END-IF.
           PERFORM BUSCA-EQUIVALENCIA
               UNTIL WS-FIM = 'S' OR WS-ACHOU = 'S'.
           IF (WS-FS-EQV = '00' OR WS-FS-EQV = '10')
              AND WS-ACHOU = 'N'
               CLOSE ARQEQV
           END-IF.
       BUSCA-EQUIVALENCIA.
           READ ARQEQV
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF INST-EQV = WS-INST
                      AND CO-DISC-EXT-EQV = WS-CO-DISC-EXT
                       MOVE 'S' TO WS-ACHOU
                   END-IF
           END-READ.
