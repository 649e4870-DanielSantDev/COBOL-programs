       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-CCS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINCHIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-VH.
           SELECT CCSREM ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CCS.
           SELECT RELCCS ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    HISTORICO DE RELACIONAMENTO PESSOA x CONTA (CCS) - UM
      *    REGISTRO POR VINCULO, COM INICIO E FIM. FIM ZERADO = EM
      *    VIGOR. DATA-ALT-VH MARCA A ULTIMA ALTERACAO CADASTRAL.
       FD VINCHIST VALUE OF FILE-ID IS "VINCHIST.DAT".
       01 REG-VINCHIST.
           03 DOCUMENTO-VH         PIC X(14).
           03 TIPO-PESSOA-VH       PIC X(01).
               88 VH-FISICA        VALUE 'F'.
               88 VH-JURIDICA      VALUE 'J'.
           03 ID-CLI-VH.
               05 AGENCIA-VH       PIC 9(03).
               05 CONTA-VH         PIC 9(06).
           03 TIPO-VINC-VH         PIC X(01).
               88 VH-TITULAR       VALUE 'T'.
               88 VH-COTITULAR     VALUE 'C'.
           03 NOME-VH              PIC X(30).
           03 DATA-INICIO-VH       PIC 9(06).
           03 DATA-FIM-VH          PIC 9(06).
               88 VH-EM-VIGOR      VALUE ZEROS.
           03 DATA-ALT-VH          PIC 9(06).
           03 ORIGEM-VH            PIC X(12).
           03 OPERADOR-VH          PIC X(08).
      *
      *    REMESSA MENSAL AO CCS - LEIAUTE FIXO DE 100 POSICOES COM
      *    HEADER (0), DETALHES (1) E TRAILER (9). REGERADA A CADA
      *    EXECUCAO PARA A COMPETENCIA INFORMADA.
       FD CCSREM VALUE OF FILE-ID IS "CCSREM.DAT".
       01 REG-CCS                  PIC X(100).
      *
       FD RELCCS VALUE OF FILE-ID IS "RELCCS.DAT".
       01 REG-REL                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS-VH                 PIC X(02) VALUE ZEROS.
       01 WS-FS-CCS                PIC X(02) VALUE ZEROS.
       01 WS-FS-REL                PIC X(02) VALUE ZEROS.
       01 WS-FIM                   PIC X(01) VALUE 'N'.
       01 WS-HOJE                  PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA           PIC 9(04) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-COMP-AA           PIC 9(02).
           03 WS-COMP-MM           PIC 9(02).
      *    COMPETENCIA (AAMM) DE CADA DATA DO VINCULO.
       01 WS-MES-INICIO            PIC 9(04) VALUE ZEROS.
       01 WS-MES-FIM               PIC 9(04) VALUE ZEROS.
       01 WS-MES-ALT               PIC 9(04) VALUE ZEROS.
       01 WS-MOVIMENTO             PIC X(01) VALUE SPACE.
      *
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-INICIO           PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ALTERADO         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-FIM              PIC 9(07) VALUE ZEROS.
       01 WS-CONT-DETALHES         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-FISICA           PIC 9(07) VALUE ZEROS.
       01 WS-CONT-JURIDICA         PIC 9(07) VALUE ZEROS.
       01 WS-CONT-TITULAR          PIC 9(07) VALUE ZEROS.
       01 WS-CONT-COTITULAR        PIC 9(07) VALUE ZEROS.
       01 WS-CONT-VIGENTES         PIC 9(07) VALUE ZEROS.
      *
       01 WS-CCS-HEADER.
           05 WS-H-TIPO-REG        PIC X(01) VALUE '0'.
           05 WS-H-ARQUIVO         PIC X(12) VALUE "CCS-REMESSA".
           05 WS-H-COMPETENCIA     PIC 9(04).
           05 WS-H-DATA-GERACAO    PIC 9(06).
           05 FILLER               PIC X(77) VALUE SPACES.
       01 WS-CCS-DETALHE.
           05 WS-D-TIPO-REG        PIC X(01) VALUE '1'.
           05 WS-D-MOVIMENTO       PIC X(01).
           05 WS-D-TIPO-PESSOA     PIC X(01).
           05 WS-D-DOCUMENTO       PIC X(14).
           05 WS-D-AGENCIA         PIC 9(03).
           05 WS-D-CONTA           PIC 9(06).
           05 WS-D-TIPO-VINC       PIC X(01).
           05 WS-D-NOME            PIC X(30).
           05 WS-D-DATA-INICIO     PIC 9(06).
           05 WS-D-DATA-FIM        PIC 9(06).
           05 FILLER               PIC X(31) VALUE SPACES.
       01 WS-CCS-TRAILER.
           05 WS-T-TIPO-REG        PIC X(01) VALUE '9'.
           05 WS-T-QTDE-INICIO     PIC 9(07).
           05 WS-T-QTDE-ALTERADO   PIC 9(07).
           05 WS-T-QTDE-FIM        PIC 9(07).
           05 WS-T-QTDE-DETALHES   PIC 9(07).
           05 FILLER               PIC X(71) VALUE SPACES.
      *
       01 WS-CAB1.
           05 FILLER               PIC X(38)
               VALUE "===== REMESSA CCS - TOTAIS DE CONTROLE".
           05 FILLER               PIC X(14) VALUE " COMPETENCIA ".
           05 WS-C-COMPETENCIA     PIC 99/99.
           05 FILLER               PIC X(06) VALUE " =====".
           05 FILLER               PIC X(17) VALUE SPACES.
       01 WS-LINHA-TOTAL.
           05 WS-L-ROTULO          PIC X(40).
           05 WS-L-QTDE            PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(31) VALUE SPACES.
      *
      *    REGISTRO DE EXECUCAO NO RUNHIST.DAT (VIA RUNLOG).
       01 WS-RUN-PROGRAMA          PIC X(12) VALUE "GERA-CCS".
       01 WS-RUN-EVENTO            PIC X(01) VALUE SPACE.
       01 WS-RUN-DATA-LOTE         PIC 9(06) VALUE ZEROS.
       01 WS-RUN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-RUN-LIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-RUN-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       01 WS-RUN-REJEITADOS        PIC 9(07) VALUE ZEROS.
      *
      *    REMESSA MENSAL DO CADASTRO DE CLIENTES DO SFN (CCS): TODO
      *    RELACIONAMENTO CPF/CNPJ x CONTA (TITULAR OU COTITULAR) QUE
      *    COMECOU (I), TERMINOU (F) OU TEVE ALTERACAO CADASTRAL (A)
      *    NA COMPETENCIA, A PARTIR DO VINCHIST.DAT ALIMENTADO PELO
      *    CADCLI-INCLUI, CADPESSOA, CADCOTIT E ENCERRA-CONTA. VINCULO
      *    QUE COMECA E TERMINA NO MESMO MES SAI COM OS DOIS
      *    MOVIMENTOS. O RELCCS.DAT TRAZ OS TOTAIS DE CONTROLE QUE
      *    BATEM COM O TRAILER DA REMESSA.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DA REMESSA CCS (AAMM): ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = ZEROS OR WS-COMP-MM = ZEROS
              OR WS-COMP-MM > 12
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN.
           ACCEPT WS-HOJE FROM DATE.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM ABRE-ARQUIVOS.
           PERFORM PROCESSA-VINCULO UNTIL WS-FIM = 'S'.
           PERFORM FECHA-ARQUIVOS.
           PERFORM IMPRIME-TOTAIS.
           PERFORM FINALIZA.
           PERFORM GRAVA-RUN-FIM.
           STOP RUN.
      *
       GRAVA-RUN-INICIO.
           MOVE 'I' TO WS-RUN-EVENTO.
           MOVE WS-HOJE TO WS-RUN-DATA-LOTE.
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
           MOVE WS-CONT-LIDOS      TO WS-RUN-LIDOS.
           MOVE WS-CONT-DETALHES   TO WS-RUN-ATUALIZADOS.
           MOVE ZEROS              TO WS-RUN-REJEITADOS.
           CALL "RUNLOG" USING WS-RUN-PROGRAMA WS-RUN-EVENTO
               WS-RUN-DATA-LOTE WS-RUN-STATUS WS-RUN-LIDOS
               WS-RUN-ATUALIZADOS WS-RUN-REJEITADOS.
      *
      *    SEM VINCHIST.DAT A REMESSA SAI SO COM HEADER E TRAILER
      *    ZERADOS - O CCS EXIGE A ENTREGA MESMO SEM MOVIMENTO.
       ABRE-ARQUIVOS.
           MOVE 'N' TO WS-FIM.
           OPEN INPUT VINCHIST.
           IF WS-FS-VH NOT EQUAL "00"
               DISPLAY "VINCHIST.DAT NAO ENCONTRADO - REMESSA VAZIA"
               MOVE 'S' TO WS-FIM
           END-IF.
           OPEN OUTPUT CCSREM.
           IF WS-FS-CCS NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA CCSREM - " WS-FS-CCS
               STOP RUN.
           MOVE WS-COMPETENCIA TO WS-H-COMPETENCIA.
           MOVE WS-HOJE        TO WS-H-DATA-GERACAO.
           MOVE WS-CCS-HEADER  TO REG-CCS.
           WRITE REG-CCS.
      *
       FECHA-ARQUIVOS.
           MOVE WS-CONT-INICIO    TO WS-T-QTDE-INICIO.
           MOVE WS-CONT-ALTERADO  TO WS-T-QTDE-ALTERADO.
           MOVE WS-CONT-FIM       TO WS-T-QTDE-FIM.
           MOVE WS-CONT-DETALHES  TO WS-T-QTDE-DETALHES.
           MOVE WS-CCS-TRAILER    TO REG-CCS.
           WRITE REG-CCS.
           CLOSE CCSREM.
           IF WS-FS-VH = "00" OR WS-FS-VH = "10"
               CLOSE VINCHIST
           END-IF.
      *
       PROCESSA-VINCULO.
           READ VINCHIST
               AT END
                   MOVE 'S' TO WS-FIM
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM AVALIA-VINCULO
           END-READ.
      *
       AVALIA-VINCULO.
           COMPUTE WS-MES-INICIO = DATA-INICIO-VH / 100.
           COMPUTE WS-MES-FIM    = DATA-FIM-VH / 100.
           COMPUTE WS-MES-ALT    = DATA-ALT-VH / 100.
           IF WS-MES-INICIO = WS-COMPETENCIA
               MOVE 'I' TO WS-MOVIMENTO
               PERFORM GRAVA-DETALHE
           END-IF.
           IF NOT VH-EM-VIGOR AND WS-MES-FIM = WS-COMPETENCIA
               MOVE 'F' TO WS-MOVIMENTO
               PERFORM GRAVA-DETALHE
           END-IF.
           IF WS-MES-ALT = WS-COMPETENCIA
              AND WS-MES-INICIO NOT = WS-COMPETENCIA
              AND (VH-EM-VIGOR OR WS-MES-FIM NOT = WS-COMPETENCIA)
               MOVE 'A' TO WS-MOVIMENTO
               PERFORM GRAVA-DETALHE
           END-IF.
      *    EM VIGOR NO ULTIMO DIA DA COMPETENCIA.
           IF WS-MES-INICIO NOT > WS-COMPETENCIA
              AND (VH-EM-VIGOR OR WS-MES-FIM > WS-COMPETENCIA)
               ADD 1 TO WS-CONT-VIGENTES
           END-IF.
      *
       GRAVA-DETALHE.
           MOVE WS-MOVIMENTO    TO WS-D-MOVIMENTO.
           MOVE TIPO-PESSOA-VH  TO WS-D-TIPO-PESSOA.
           MOVE DOCUMENTO-VH    TO WS-D-DOCUMENTO.
           MOVE AGENCIA-VH      TO WS-D-AGENCIA.
           MOVE CONTA-VH        TO WS-D-CONTA.
           MOVE TIPO-VINC-VH    TO WS-D-TIPO-VINC.
           MOVE NOME-VH         TO WS-D-NOME.
           MOVE DATA-INICIO-VH  TO WS-D-DATA-INICIO.
           MOVE DATA-FIM-VH     TO WS-D-DATA-FIM.
           MOVE WS-CCS-DETALHE  TO REG-CCS.
           WRITE REG-CCS.
           IF WS-FS-CCS NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO CCSREM - " WS-FS-CCS
               STOP RUN.
           ADD 1 TO WS-CONT-DETALHES.
           EVALUATE WS-MOVIMENTO
               WHEN 'I' ADD 1 TO WS-CONT-INICIO
               WHEN 'A' ADD 1 TO WS-CONT-ALTERADO
               WHEN 'F' ADD 1 TO WS-CONT-FIM
           END-EVALUATE.
           IF VH-JURIDICA
               ADD 1 TO WS-CONT-JURIDICA
           ELSE
               ADD 1 TO WS-CONT-FISICA
           END-IF.
           IF VH-COTITULAR
               ADD 1 TO WS-CONT-COTITULAR
           ELSE
               ADD 1 TO WS-CONT-TITULAR
           END-IF.
      *
       IMPRIME-TOTAIS.
           OPEN OUTPUT RELCCS.
           IF WS-FS-REL NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA RELCCS - " WS-FS-REL
               STOP RUN.
           MOVE WS-COMPETENCIA TO WS-C-COMPETENCIA.
           MOVE WS-CAB1 TO REG-REL.
           WRITE REG-REL.
           MOVE "VINCULOS LIDOS NO HISTORICO" TO WS-L-ROTULO.
           MOVE WS-CONT-LIDOS TO WS-L-QTDE.
           PERFORM ESCREVE-TOTAL.
           MOVE "INICIOS DE RELACIONAMENTO (I)" TO WS-L-ROTULO.
           MOVE WS-CONT-INICIO TO WS-L-QTDE.
           PERFORM ESCREVE-TOTAL.
           MOVE "ALTERACOES CADASTRAIS (A)" TO WS-L-ROTULO.
           MOVE WS-CONT-ALTERADO TO WS-L-QTDE.
           PERFORM ESCREVE-TOTAL.
           MOVE "FINS DE RELACIONAMENTO (F)" TO WS-L-ROTULO.
           MOVE WS-CONT-FIM TO WS-L-QTDE.
           PERFORM ESCREVE-TOTAL.
           MOVE "DETALHES NA REMESSA" TO WS-L-ROTULO.
           MOVE WS-CONT-DETALHES TO WS-L-QTDE.
           PERFORM ESCREVE-TOTAL.
           MOVE "  PESSOA FISICA" TO WS-L-ROTULO.
           MOVE WS-CONT-FISICA TO WS-L-QTDE.
           PERFORM ESCREVE-TOTAL.
           MOVE "  PESSOA JURIDICA" TO WS-L-ROTULO.
           MOVE WS-CONT-JURIDICA TO WS-L-QTDE.
           PERFORM ESCREVE-TOTAL.
           MOVE "  TITULAR" TO WS-L-ROTULO.
           MOVE WS-CONT-TITULAR TO WS-L-QTDE.
           PERFORM ESCREVE-TOTAL.
           MOVE "  COTITULAR" TO WS-L-ROTULO.
           MOVE WS-CONT-COTITULAR TO WS-L-QTDE.
           PERFORM ESCREVE-TOTAL.
           MOVE "VINCULOS EM VIGOR NO FIM DA COMPETENCIA"
               TO WS-L-ROTULO.
           MOVE WS-CONT-VIGENTES TO WS-L-QTDE.
           PERFORM ESCREVE-TOTAL.
           CLOSE RELCCS.
      *
       ESCREVE-TOTAL.
           MOVE WS-LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
      *
       FINALIZA.
           DISPLAY "VINCULOS LIDOS     : " WS-CONT-LIDOS.
           DISPLAY "INICIOS (I)        : " WS-CONT-INICIO.
           DISPLAY "ALTERACOES (A)     : " WS-CONT-ALTERADO.
           DISPLAY "FINS (F)           : " WS-CONT-FIM.
           DISPLAY "DETALHES REMESSA   : " WS-CONT-DETALHES.
           DISPLAY "REMESSA EM CCSREM.DAT - TOTAIS EM RELCCS.DAT".
