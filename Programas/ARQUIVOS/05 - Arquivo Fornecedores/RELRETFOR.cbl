       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRETFOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCAO ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTC.
           SELECT RELRET ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD RETENCAO VALUE OF FILE-ID IS "RETENCAO.DAT".
       01 REG-RETENCAO.
           03 CD-FORN-RTC          PIC 9(03).
           03 CNPJ-RTC             PIC X(14).
           03 TRIBUTO-RTC          PIC X(04).
           03 DATA-RTC             PIC 9(06).
           03 DATA-RTC-R REDEFINES DATA-RTC.
               05 DATA-RTC-AA      PIC 9(02).
               05 DATA-RTC-MM      PIC 9(02).
               05 DATA-RTC-DD      PIC 9(02).
           03 BASE-RTC             PIC 9(09).
           03 ALIQ-RTC             PIC 9(02)V99.
           03 VALOR-RTC            PIC 9(09).
           03 NF-RTC               PIC 9(09).
           03 PARCELA-RTC          PIC 9(02).
           03 STATUS-RTC           PIC X(01).
               88 RTC-ESTORNADA    VALUE 'E'.
      *
       FD RELRET VALUE OF FILE-ID IS "RELRETFOR.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-COMPETENCIA           PIC 9(04).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-COMP-AA           PIC 9(02).
           03 WS-COMP-MM           PIC 9(02).
       01 WS-FS-RTC                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
      *
      *    RESUMO DAS RETENCOES NA FONTE SOBRE PAGAMENTOS A
      *    FORNECEDORES NA COMPETENCIA, POR TRIBUTO E CNPJ DO
      *    FORNECEDOR - BASE PARA O PREENCHIMENTO DAS GUIAS DE
      *    RECOLHIMENTO (DARF DO IRRF E DO PCC, GUIA DO ISS E GPS).
       01 WS-TRIB-NOMES            PIC X(16)
           VALUE "IRRFISS INSSPCC ".
       01 WS-TRIB-TAB REDEFINES WS-TRIB-NOMES.
           03 WS-TRIB              PIC X(04) OCCURS 4 TIMES.
       01 WS-TRIB-SUBS             PIC 9(01) VALUE ZEROS.
      *
       01 WS-RT-TAB.
           03 WS-RT-QTDE           PIC 9(03) VALUE ZEROS.
           03 WS-RT-ITEM OCCURS 200 TIMES.
               05 WS-RT-TRIBUTO    PIC X(04).
               05 WS-RT-CNPJ       PIC X(14).
               05 WS-RT-ITENS      PIC 9(07).
               05 WS-RT-BASE       PIC 9(11).
               05 WS-RT-VALOR      PIC 9(11).
       01 WS-RT-SUBS               PIC 9(03) VALUE ZEROS.
       01 WS-RT-POS                PIC 9(03) VALUE ZEROS.
       01 WS-SUB-ITENS             PIC 9(07) VALUE ZEROS.
       01 WS-SUB-VALOR             PIC 9(11) VALUE ZEROS.
       01 WS-TOTAL-ITENS           PIC 9(07) VALUE ZEROS.
       01 WS-TOTAL-VALOR           PIC 9(11) VALUE ZEROS.
       01 WS-CONT-DESPREZADOS      PIC 9(05) VALUE ZEROS.
      *
       01 WS-CAB1                  PIC X(80)
           VALUE "===== RETENCOES NA FONTE - FORNECEDORES =====".
       01 WS-CAB2                  PIC X(80)
           VALUE "TRIB CNPJ              ITENS  BASE CALCULO  RETIDO".
       01 WS-LINHA-DET.
           05 WS-L-TRIBUTO         PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-L-CNPJ            PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-L-ITENS           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-L-BASE            PIC Z(10)9.
           05 FILLER               PIC X(04) VALUE SPACE.
           05 WS-L-VALOR           PIC Z(10)9.
       01 WS-LINHA-SUB.
           05 FILLER               PIC X(06) VALUE "TOTAL ".
           05 WS-S-TRIBUTO         PIC X(04).
           05 FILLER               PIC X(09) VALUE SPACE.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-S-ITENS           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(11) VALUE SPACE.
           05 FILLER               PIC X(04) VALUE SPACE.
           05 WS-S-VALOR           PIC Z(10)9.
       01 WS-LINHA-TOTAL.
           05 FILLER               PIC X(19) VALUE "TOTAL GERAL".
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-T-ITENS           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(11) VALUE SPACE.
           05 FILLER               PIC X(04) VALUE SPACE.
           05 WS-T-VALOR           PIC Z(10)9.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DO RECOLHIMENTO (AAMM): ".
           ACCEPT WS-COMPETENCIA.
           PERFORM ACUMULA-RETENCOES.
           PERFORM GERA-RELATORIO.
           STOP RUN.
      *
       ACUMULA-RETENCOES.
           OPEN INPUT RETENCAO.
           IF WS-FS-RTC NOT EQUAL "00"
               DISPLAY "RETENCAO.DAT NAO ENCONTRADO - NADA RETIDO"
               STOP RUN.
           PERFORM CLASSIFICA-RETENCAO UNTIL WS-FIM = 'S'.
           CLOSE RETENCAO.
      *
       CLASSIFICA-RETENCAO.
           READ RETENCAO
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   IF DATA-RTC-AA = WS-COMP-AA
                      AND DATA-RTC-MM = WS-COMP-MM
                      AND NOT RTC-ESTORNADA
                       PERFORM ACUMULA-CNPJ
                   END-IF
           END-READ.
      *
       ACUMULA-CNPJ.
           MOVE ZEROS TO WS-RT-POS.
           PERFORM BUSCA-CNPJ
               VARYING WS-RT-SUBS FROM 1 BY 1
               UNTIL WS-RT-SUBS > WS-RT-QTDE
                  OR WS-RT-POS NOT = ZEROS.
           IF WS-RT-POS = ZEROS
               IF WS-RT-QTDE < 200
                   ADD 1 TO WS-RT-QTDE
                   MOVE WS-RT-QTDE TO WS-RT-POS
                   MOVE TRIBUTO-RTC TO WS-RT-TRIBUTO(WS-RT-POS)
                   MOVE CNPJ-RTC    TO WS-RT-CNPJ(WS-RT-POS)
                   MOVE ZEROS TO WS-RT-ITENS(WS-RT-POS)
                   MOVE ZEROS TO WS-RT-BASE(WS-RT-POS)
                   MOVE ZEROS TO WS-RT-VALOR(WS-RT-POS)
               ELSE
                   ADD 1 TO WS-CONT-DESPREZADOS
               END-IF
           END-IF.
           IF WS-RT-POS NOT = ZEROS
               ADD 1 TO WS-RT-ITENS(WS-RT-POS)
               ADD BASE-RTC TO WS-RT-BASE(WS-RT-POS)
               ADD VALOR-RTC TO WS-RT-VALOR(WS-RT-POS)
               ADD 1 TO WS-TOTAL-ITENS
               ADD VALOR-RTC TO WS-TOTAL-VALOR
           END-IF.
      *
       BUSCA-CNPJ.
           IF WS-RT-TRIBUTO(WS-RT-SUBS) = TRIBUTO-RTC
              AND WS-RT-CNPJ(WS-RT-SUBS) = CNPJ-RTC
               MOVE WS-RT-SUBS TO WS-RT-POS
           END-IF.
      *
       GERA-RELATORIO.
           OPEN OUTPUT RELRET.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELRETFOR - " WS-FS-REL
               STOP RUN.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE WS-CAB2 TO REG-REL.
           WRITE REG-REL.
           PERFORM ESCREVE-TRIBUTO
               VARYING WS-TRIB-SUBS FROM 1 BY 1
               UNTIL WS-TRIB-SUBS > 4.
           MOVE WS-TOTAL-ITENS TO WS-T-ITENS.
           MOVE WS-TOTAL-VALOR TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           CLOSE RELRET.
           DISPLAY "RETENCOES NA COMPETENCIA    : " WS-TOTAL-ITENS.
           DISPLAY "VALOR TOTAL A RECOLHER      : " WS-TOTAL-VALOR.
           IF WS-CONT-DESPREZADOS > ZEROS
               DISPLAY "RETENCOES FORA DA TABELA    : "
                   WS-CONT-DESPREZADOS
           END-IF.
      *
      *    UM BLOCO POR TRIBUTO - CADA BLOCO E' UMA GUIA A RECOLHER.
       ESCREVE-TRIBUTO.
           MOVE ZEROS TO WS-SUB-ITENS WS-SUB-VALOR.
           PERFORM ESCREVE-LINHA-CNPJ
               VARYING WS-RT-SUBS FROM 1 BY 1
               UNTIL WS-RT-SUBS > WS-RT-QTDE.
           IF WS-SUB-ITENS > ZEROS
               MOVE WS-TRIB(WS-TRIB-SUBS) TO WS-S-TRIBUTO
               MOVE WS-SUB-ITENS          TO WS-S-ITENS
               MOVE WS-SUB-VALOR          TO WS-S-VALOR
               MOVE WS-LINHA-SUB TO REG-REL
               WRITE REG-REL
           END-IF.
      *
       ESCREVE-LINHA-CNPJ.
           IF WS-RT-TRIBUTO(WS-RT-SUBS) = WS-TRIB(WS-TRIB-SUBS)
               MOVE WS-RT-TRIBUTO(WS-RT-SUBS) TO WS-L-TRIBUTO
               MOVE WS-RT-CNPJ(WS-RT-SUBS)    TO WS-L-CNPJ
               MOVE WS-RT-ITENS(WS-RT-SUBS)   TO WS-L-ITENS
               MOVE WS-RT-BASE(WS-RT-SUBS)    TO WS-L-BASE
               MOVE WS-RT-VALOR(WS-RT-SUBS)   TO WS-L-VALOR
               MOVE WS-LINHA-DET TO REG-REL
               WRITE REG-REL
               ADD WS-RT-ITENS(WS-RT-SUBS) TO WS-SUB-ITENS
               ADD WS-RT-VALOR(WS-RT-SUBS) TO WS-SUB-VALOR
           END-IF.
