              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-LOG.
           SELECT PEDIDO ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-PED.
           SELECT RECEBIM ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-REC.
           SELECT DIVERGE ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-DIV.
           SELECT ADIANTA ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-FS-ADT.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQFOR VALUE OF FILE-ID IS "ARQFOR.DAT".
            03  STATUS-MOVFOR  PIC  X(01).
                88 MOVFOR-ABERTO   VALUE 'A'.
                88 MOVFOR-PAGO     VALUE 'P'.
                88 MOVFOR-RETIDO   VALUE 'R'.
            03  NF-FOR         PIC  9(09).
            03  EMISSAO-FOR    PIC  9(06).
            03  PARCELA-FOR    PIC  9(02).
            03  QTDE-PARC-FOR  PIC  9(02).
      *
       FD  FORLOG VALUE OF FILE-ID IS "FORLOG.DAT".
       01  REG-FORLOG.
            03  DESCRICAO-LOG   PIC  X(20).
            03  DATA-LOG        PIC  9(06).
            03  HORA-LOG        PIC  9(08).
      *
       FD  PEDIDO VALUE OF FILE-ID IS "PEDIDO.DAT".
       01  REG-PEDIDO.
            03  NR-PED          PIC  9(06).
            03  CD-FORN-PED     PIC  9(03).
            03  ITEM-PED        PIC  X(30).
            03  QTDE-PED        PIC  9(07).
            03  VALOR-PED       PIC  9(09).
            03  TOLER-PED       PIC  9(02)V99.
            03  APROVADOR-PED   PIC  X(08).
            03  DATA-PED        PIC  9(06).
            03  STATUS-PED      PIC  X(01).
                88 PED-ABERTO          VALUE 'A'.
                88 PED-FATURADO        VALUE 'F'.
                88 PED-CANCELADO       VALUE 'C'.
      *
       FD  RECEBIM VALUE OF FILE-ID IS "RECEBIM.DAT".
       01  REG-RECEBIM.
            03  NR-PED-REC      PIC  9(06).
            03  DATA-REC        PIC  9(06).
            03  QTDE-REC        PIC  9(07).
            03  VALOR-REC       PIC  9(09).
            03  CONFERENTE-REC  PIC  X(08).
      *
      *    NOTA QUE NAO BATEU COM O PEDIDO E O RECEBIMENTO - AS
      *    PARCELAS FICAM RETIDAS NO MOVFOR (STATUS R) ATE COMPRAS
      *    RESOLVER PELO LIBERA-NF.
       FD  DIVERGE VALUE OF FILE-ID IS "DIVERGNF.DAT".
       01  REG-DIVERGE.
            03  CD-FOR-DIV      PIC  9(03).
            03  NF-DIV          PIC  9(09).
            03  NR-PED-DIV      PIC  9(06).
            03  VALOR-NF-DIV    PIC  9(09).
            03  VALOR-PED-DIV   PIC  9(09).
            03  VALOR-REC-DIV   PIC  9(09).
            03  MOTIVO-DIV      PIC  X(30).
            03  DATA-DIV        PIC  9(06).
            03  STATUS-DIV      PIC  X(01).
                88 DIV-PENDENTE        VALUE 'P'.
                88 DIV-RESOLVIDA       VALUE 'R'.
            03  RESP-DIV        PIC  X(08).
            03  DATA-RES-DIV    PIC  9(06).
      *
       FD  ADIANTA VALUE OF FILE-ID IS "ADIANTA.DAT".
       01  REG-ADIANTA.
            03  CD-FORN-ADT     PIC  9(03).
            03  DATA-ADT        PIC  9(06).
            03  VALOR-ADT       PIC  9(09).
            03  SALDO-ADT       PIC  9(09).
            03  DOC-ADT         PIC  X(20).
            03  STATUS-ADT      PIC  X(01).
                88 ADT-ABERTO          VALUE 'A'.
                88 ADT-COMPENSADO      VALUE 'C'.
            03  DATA-COMP-ADT   PIC  9(06).
      *
       WORKING-STORAGE SECTION.
       01 WS-CD-FOR             PIC  9(03).
       01 WS-SALDO-ANTES        PIC  S9(09).
       01 WS-NOVO-SALDO         PIC  S9(09).
       01 WS-MODO-LIMITE        PIC  X(01) VALUE 'F'.
           88 MODO-NOTA-PARCELADA       VALUE 'P'.
       01 WS-FS-FOR             PIC  X(02) VALUE ZEROS.
       01 WS-FS-MOV             PIC  X(02) VALUE ZEROS.
       01 WS-FS-LOG             PIC  X(02) VALUE ZEROS.
       01 WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ATUALIZADOS      PIC 9(07) VALUE ZEROS.
       01 WS-CONT-REJEITADOS       PIC 9(07) VALUE ZEROS.
      *
      *    INCLUSAO DE NOTA FISCAL DO FORNECEDOR EM N PARCELAS, CADA
      *    UMA COM O PROPRIO VENCIMENTO. O VALOR E' DIVIDIDO EM
      *    PARTES IGUAIS E A SOBRA DA DIVISAO FICA NA ULTIMA PARCELA.
      *    AS PARCELAS ENTRAM NO MOVFOR.DAT EM ABERTO E SAO
      *    LANCADAS NO SALDO PELA PROXIMA RODADA DO LOTE.
       01 WS-NF                    PIC 9(09) VALUE ZEROS.
       01 WS-EMISSAO               PIC 9(06) VALUE ZEROS.
       01 WS-VALOR-NOTA            PIC S9(09) VALUE ZEROS.
       01 WS-VALOR-PARC            PIC S9(09) VALUE ZEROS.
       01 WS-QTDE-PARC             PIC 9(02) VALUE ZEROS.
       01 WS-PARC                  PIC 9(02) VALUE ZEROS.
       01 WS-MAX-PARC              PIC 9(02) VALUE 36.
       01 WS-VENC-ANT              PIC 9(06) VALUE ZEROS.
       01 WS-NOTA-OK               PIC X(01) VALUE 'S'.
       01 WS-NF-DUPLICADA          PIC X(01) VALUE 'N'.
       01 WS-VENC-TAB.
           03 WS-VENC-PARC         PIC 9(06) OCCURS 36 TIMES.
      *
      *    CONFERENCIA DA NOTA CONTRA O PEDIDO DE COMPRA E O QUE FOI
      *    RECEBIDO: VALOR DA NOTA DENTRO DA TOLERANCIA DO PEDIDO
      *    SOBRE O VALOR PEDIDO E SOBRE O VALOR RECEBIDO, QUANTIDADE
      *    RECEBIDA IGUAL A PEDIDA. NOTA QUE NAO BATE ENTRA RETIDA.
       01 WS-NR-PED                PIC 9(06) VALUE ZEROS.
       01 WS-FS-PED                PIC X(02) VALUE ZEROS.
       01 WS-FS-REC                PIC X(02) VALUE ZEROS.
       01 WS-FS-DIV                PIC X(02) VALUE ZEROS.
       01 WS-FIM-PED               PIC X(01) VALUE 'N'.
       01 WS-FIM-REC               PIC X(01) VALUE 'N'.
       01 WS-ACHOU-PED             PIC X(01) VALUE 'N'.
       01 WS-FORN-PED              PIC 9(03) VALUE ZEROS.
       01 WS-STATUS-PED            PIC X(01) VALUE SPACE.
       01 WS-QTDE-PED              PIC 9(07) VALUE ZEROS.
       01 WS-VALOR-PED             PIC 9(09) VALUE ZEROS.
       01 WS-TOLER-PED             PIC 9(02)V99 VALUE ZEROS.
       01 WS-QTDE-REC              PIC 9(09) VALUE ZEROS.
       01 WS-VALOR-REC             PIC 9(11) VALUE ZEROS.
       01 WS-TOLER-VALOR           PIC 9(09) VALUE ZEROS.
       01 WS-DIF-PED               PIC S9(11) VALUE ZEROS.
       01 WS-DIF-REC               PIC S9(11) VALUE ZEROS.
       01 WS-STATUS-NOTA           PIC X(01) VALUE 'A'.
       01 WS-MOTIVO-DIV            PIC X(30) VALUE SPACES.
      *    ADIANTAMENTO EM ABERTO DO FORNECEDOR (ADIANTA.DAT) - E'
      *    COMPENSADO NO PAGAMENTO DAS PARCELAS (PAGAMENTO-LOTE).
       01 WS-FS-ADT                PIC X(02) VALUE ZEROS.
       01 WS-FIM-ADT               PIC X(01) VALUE 'N'.
       01 WS-ADT-DISPONIVEL        PIC 9(11) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-MODO.
           IF MODO-NOTA-PARCELADA
               PERFORM INCLUI-NOTA
               STOP RUN
           END-IF.
           PERFORM ABRE-ARQ.
           PERFORM GRAVA-RUN-INICIO.
           PERFORM PROCESSO UNTIL WS-FIM-MOV = 'S'.

      *
       ENTRA-MODO.
           DISPLAY "AO EXCEDER O LIMITE (F-AVISAR / R-REJEITAR) OU "
               "P-INCLUIR NOTA PARCELADA: ".
           ACCEPT WS-MODO-LIMITE.
      *
       ABRE-ARQ.
           DISPLAY "LANCAMENTOS REJEITADOS  : " WS-CONT-REJEITADOS.
           CLOSE MOVFOR.
           CLOSE FORLOG.
      *
       INCLUI-NOTA.
           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WS-CD-FOR.
           PERFORM LOCALIZA-FORN-NOTA.
           IF WS-ACHOU = 'N'
               DISPLAY "FORNECEDOR " WS-CD-FOR " NAO ENCONTRADO"
               STOP RUN.
           IF WS-NOTA-OK = 'N'
               DISPLAY "FORNECEDOR " WS-CD-FOR
                   " BLOQUEADO PARA NOVOS NEGOCIOS - NOTA REJEITADA"
               STOP RUN.
           DISPLAY "NUMERO DA NOTA FISCAL: ".
           ACCEPT WS-NF.
           IF WS-NF = ZEROS
               DISPLAY "NUMERO DA NOTA OBRIGATORIO"
               STOP RUN.
           PERFORM VERIFICA-NF-DUPLICADA.
           IF WS-NF-DUPLICADA = 'S'
               DISPLAY "NOTA " WS-NF " JA LANCADA PARA O FORNECEDOR "
                   WS-CD-FOR " - NOTA REJEITADA"
               STOP RUN.
           DISPLAY "DATA DE EMISSAO (AAMMDD): ".
           ACCEPT WS-EMISSAO.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA (ZEROS = SEM PEDIDO): ".
           ACCEPT WS-NR-PED.
           DISPLAY "VALOR TOTAL DA NOTA: ".
           ACCEPT WS-VALOR-NOTA.
           IF WS-VALOR-NOTA NOT > ZEROS
               DISPLAY "VALOR DA NOTA INVALIDO"
               STOP RUN.
           DISPLAY "QUANTIDADE DE PARCELAS (01 A " WS-MAX-PARC "): ".
           ACCEPT WS-QTDE-PARC.
           IF WS-QTDE-PARC = ZEROS OR WS-QTDE-PARC > WS-MAX-PARC
               DISPLAY "QUANTIDADE DE PARCELAS INVALIDA"
               STOP RUN.
           MOVE 'S' TO WS-NOTA-OK.
           MOVE WS-EMISSAO TO WS-VENC-ANT.
           PERFORM ENTRA-VENCIMENTO
               VARYING WS-PARC FROM 1 BY 1
               UNTIL WS-PARC > WS-QTDE-PARC OR WS-NOTA-OK = 'N'.
           IF WS-NOTA-OK = 'N'
               STOP RUN.
           PERFORM CONFERE-NOTA.
           PERFORM GRAVA-PARCELAS.
           IF WS-STATUS-NOTA = 'R'
               PERFORM GRAVA-DIVERGENCIA
           ELSE
               PERFORM FATURA-PEDIDO
           END-IF.
           PERFORM INFORMA-ADIANTAMENTO.
      *
      *    A NOTA NAO E' REDUZIDA NA ENTRADA: AS RETENCOES SAO SOBRE O
      *    VALOR DE FACE, E O ADIANTAMENTO EM ABERTO E' COMPENSADO NO
      *    LIQUIDO QUANDO A PARCELA FOR PAGA.
       INFORMA-ADIANTAMENTO.
           MOVE ZEROS TO WS-ADT-DISPONIVEL.
           MOVE 'N' TO WS-FIM-ADT.
           OPEN INPUT ADIANTA.
           IF WS-FS-ADT NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-ADT
           END-IF.
           PERFORM SOMA-ADIANTAMENTO UNTIL WS-FIM-ADT = 'S'.
           IF WS-FS-ADT = "00" OR WS-FS-ADT = "10"
               CLOSE ADIANTA
           END-IF.
           IF WS-ADT-DISPONIVEL > ZEROS
               DISPLAY "ADIANTAMENTO EM ABERTO DO FORNECEDOR: "
                   WS-ADT-DISPONIVEL
               DISPLAY "SERA COMPENSADO NO PAGAMENTO DAS PARCELAS"
           END-IF.
      *
       SOMA-ADIANTAMENTO.
           READ ADIANTA
               AT END
                   MOVE 'S' TO WS-FIM-ADT
               NOT AT END
                   IF CD-FORN-ADT = WS-CD-FOR AND ADT-ABERTO
                       ADD SALDO-ADT TO WS-ADT-DISPONIVEL
                   END-IF
           END-READ.
      *
      *    VENCIMENTOS EM ORDEM CRESCENTE E NAO ANTERIORES A EMISSAO.
       ENTRA-VENCIMENTO.
           DISPLAY "VENCIMENTO DA PARCELA " WS-PARC " (AAMMDD): ".
           ACCEPT WS-VENC-PARC(WS-PARC).
           IF WS-VENC-PARC(WS-PARC) < WS-VENC-ANT
               DISPLAY "VENCIMENTO " WS-VENC-PARC(WS-PARC)
                   " ANTERIOR A EMISSAO OU A PARCELA ANTERIOR - "
                   "NOTA REJEITADA"
               MOVE 'N' TO WS-NOTA-OK
           ELSE
               MOVE WS-VENC-PARC(WS-PARC) TO WS-VENC-ANT
           END-IF.
      *
       LOCALIZA-FORN-NOTA.
           MOVE 'N' TO WS-ACHOU.
           MOVE 'S' TO WS-NOTA-OK.
           MOVE 'N' TO WS-FIM-FOR.
           OPEN INPUT ARQFOR.
           IF WS-FS-FOR NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA ARQFOR - " WS-FS-FOR
               STOP RUN.
           PERFORM BUSCA-FORN-NOTA
               UNTIL WS-FIM-FOR = 'S' OR WS-ACHOU = 'S'.
           CLOSE ARQFOR.
      *
       BUSCA-FORN-NOTA.
           READ ARQFOR
               AT END
                   MOVE 'S' TO WS-FIM-FOR
               NOT AT END
                   IF CD-FORN = WS-CD-FOR
                       MOVE 'S' TO WS-ACHOU
                       IF FORN-BLOQ-NOVOS
                           MOVE 'N' TO WS-NOTA-OK
                       END-IF
                   END-IF
           END-READ.
      *
      *    A MESMA NOTA NAO ENTRA DUAS VEZES PARA O MESMO FORNECEDOR.
       VERIFICA-NF-DUPLICADA.
           MOVE 'N' TO WS-NF-DUPLICADA.
           MOVE 'N' TO WS-FIM-MOV.
           OPEN INPUT MOVFOR.
           IF WS-FS-MOV NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-MOV
           END-IF.
           PERFORM BUSCA-NF
               UNTIL WS-FIM-MOV = 'S' OR WS-NF-DUPLICADA = 'S'.
           IF WS-FS-MOV = "00" OR WS-FS-MOV = "10"
               CLOSE MOVFOR
           END-IF.
      *
       BUSCA-NF.
           READ MOVFOR
               AT END
                   MOVE 'S' TO WS-FIM-MOV
               NOT AT END
                   IF CD-FOR = WS-CD-FOR AND NF-FOR = WS-NF
                       MOVE 'S' TO WS-NF-DUPLICADA
                   END-IF
           END-READ.
      *
       GRAVA-PARCELAS.
           OPEN EXTEND MOVFOR.
           IF WS-FS-MOV NOT EQUAL "00"
               OPEN OUTPUT MOVFOR
           END-IF.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA MOVFOR - " WS-FS-MOV
               STOP RUN.
           DIVIDE WS-VALOR-NOTA BY WS-QTDE-PARC GIVING WS-VALOR-PARC.
           PERFORM GRAVA-PARCELA
               VARYING WS-PARC FROM 1 BY 1
               UNTIL WS-PARC > WS-QTDE-PARC.
           CLOSE MOVFOR.
           DISPLAY "NOTA " WS-NF " INCLUIDA EM " WS-QTDE-PARC
               " PARCELA(S) - TOTAL " WS-VALOR-NOTA.
      *
       GRAVA-PARCELA.
           MOVE WS-CD-FOR     TO CD-FOR.
           IF WS-PARC = WS-QTDE-PARC
               COMPUTE VALOR-FOR = WS-VALOR-NOTA
                   - (WS-VALOR-PARC * (WS-QTDE-PARC - 1))
           ELSE
               MOVE WS-VALOR-PARC TO VALOR-FOR
           END-IF.
           MOVE WS-VENC-PARC(WS-PARC) TO DATA-VENC-FOR.
           MOVE WS-STATUS-NOTA TO STATUS-MOVFOR.
           MOVE WS-NF         TO NF-FOR.
           MOVE WS-EMISSAO    TO EMISSAO-FOR.
           MOVE WS-PARC       TO PARCELA-FOR.
           MOVE WS-QTDE-PARC  TO QTDE-PARC-FOR.
           WRITE REG-MOVFOR.
           IF WS-FS-MOV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO MOVFOR - " WS-FS-MOV
               STOP RUN.
           DISPLAY "PARCELA " PARCELA-FOR "/" QTDE-PARC-FOR
               " VENCIMENTO " DATA-VENC-FOR " VALOR " VALOR-FOR.
      *
       CONFERE-NOTA.
           MOVE 'A' TO WS-STATUS-NOTA.
           MOVE SPACES TO WS-MOTIVO-DIV.
           MOVE ZEROS TO WS-QTDE-PED WS-VALOR-PED WS-QTDE-REC
               WS-VALOR-REC.
           IF WS-NR-PED = ZEROS
               MOVE "NOTA SEM PEDIDO DE COMPRA" TO WS-MOTIVO-DIV
           ELSE
               PERFORM LOCALIZA-PEDIDO
               PERFORM CONFERE-PEDIDO
           END-IF.
           IF WS-MOTIVO-DIV NOT = SPACES
               MOVE 'R' TO WS-STATUS-NOTA
               DISPLAY "NOTA RETIDA PARA CONFERENCIA DE COMPRAS - "
                   WS-MOTIVO-DIV
           ELSE
               DISPLAY "NOTA CONFERIDA COM O PEDIDO " WS-NR-PED
                   " E O RECEBIMENTO"
           END-IF.
      *
       CONFERE-PEDIDO.
           IF WS-ACHOU-PED = 'S'
              AND WS-FORN-PED = WS-CD-FOR
              AND WS-STATUS-PED = 'A'
               PERFORM SOMA-RECEBIMENTOS
               COMPUTE WS-TOLER-VALOR ROUNDED =
                   WS-VALOR-PED * WS-TOLER-PED / 100
               COMPUTE WS-DIF-PED = WS-VALOR-NOTA - WS-VALOR-PED
               IF WS-DIF-PED < ZEROS
                   MULTIPLY -1 BY WS-DIF-PED
               END-IF
               COMPUTE WS-DIF-REC = WS-VALOR-NOTA - WS-VALOR-REC
               IF WS-DIF-REC < ZEROS
                   MULTIPLY -1 BY WS-DIF-REC
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACHOU-PED = 'N'
                   MOVE "PEDIDO NAO ENCONTRADO" TO WS-MOTIVO-DIV
               WHEN WS-FORN-PED NOT = WS-CD-FOR
                   MOVE "PEDIDO DE OUTRO FORNECEDOR" TO WS-MOTIVO-DIV
               WHEN WS-STATUS-PED NOT = 'A'
                   MOVE "PEDIDO FATURADO OU CANCELADO"
                       TO WS-MOTIVO-DIV
               WHEN WS-QTDE-REC = ZEROS
                   MOVE "MERCADORIA NAO RECEBIDA" TO WS-MOTIVO-DIV
               WHEN WS-QTDE-REC NOT = WS-QTDE-PED
                   MOVE "QTDE RECEBIDA DIFERE DO PEDIDO"
                       TO WS-MOTIVO-DIV
               WHEN WS-DIF-PED > WS-TOLER-VALOR
                   MOVE "VALOR DIFERE DO PEDIDO" TO WS-MOTIVO-DIV
               WHEN WS-DIF-REC > WS-TOLER-VALOR
                   MOVE "VALOR DIFERE DO RECEBIDO" TO WS-MOTIVO-DIV
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       LOCALIZA-PEDIDO.
           MOVE 'N' TO WS-ACHOU-PED.
           MOVE 'N' TO WS-FIM-PED.
           OPEN INPUT PEDIDO.
           IF WS-FS-PED NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-PED
           END-IF.
           PERFORM BUSCA-PEDIDO
               UNTIL WS-FIM-PED = 'S' OR WS-ACHOU-PED = 'S'.
           IF WS-FS-PED = "00" OR WS-FS-PED = "10"
               CLOSE PEDIDO
           END-IF.
      *
       BUSCA-PEDIDO.
           READ PEDIDO
               AT END
                   MOVE 'S' TO WS-FIM-PED
               NOT AT END
                   IF NR-PED = WS-NR-PED
                       MOVE 'S' TO WS-ACHOU-PED
                       MOVE CD-FORN-PED TO WS-FORN-PED
                       MOVE STATUS-PED  TO WS-STATUS-PED
                       MOVE QTDE-PED    TO WS-QTDE-PED
                       MOVE VALOR-PED   TO WS-VALOR-PED
                       MOVE TOLER-PED   TO WS-TOLER-PED
                   END-IF
           END-READ.
      *
       SOMA-RECEBIMENTOS.
           MOVE 'N' TO WS-FIM-REC.
           OPEN INPUT RECEBIM.
           IF WS-FS-REC NOT EQUAL "00"
               MOVE 'S' TO WS-FIM-REC
           END-IF.
           PERFORM SOMA-RECEBIMENTO UNTIL WS-FIM-REC = 'S'.
           IF WS-FS-REC = "00" OR WS-FS-REC = "10"
               CLOSE RECEBIM
           END-IF.
      *
       SOMA-RECEBIMENTO.
           READ RECEBIM
               AT END
                   MOVE 'S' TO WS-FIM-REC
               NOT AT END
                   IF NR-PED-REC = WS-NR-PED
                       ADD QTDE-REC  TO WS-QTDE-REC
                       ADD VALOR-REC TO WS-VALOR-REC
                   END-IF
           END-READ.
      *
       GRAVA-DIVERGENCIA.
           OPEN EXTEND DIVERGE.
           IF WS-FS-DIV NOT EQUAL "00"
               OPEN OUTPUT DIVERGE
           END-IF.
           IF WS-FS-DIV NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA DIVERGNF - " WS-FS-DIV
               STOP RUN.
           MOVE WS-CD-FOR     TO CD-FOR-DIV.
           MOVE WS-NF         TO NF-DIV.
           MOVE WS-NR-PED     TO NR-PED-DIV.
           MOVE WS-VALOR-NOTA TO VALOR-NF-DIV.
           MOVE WS-VALOR-PED  TO VALOR-PED-DIV.
           MOVE WS-VALOR-REC  TO VALOR-REC-DIV.
           MOVE WS-MOTIVO-DIV TO MOTIVO-DIV.
           ACCEPT DATA-DIV FROM DATE.
           SET DIV-PENDENTE TO TRUE.
           MOVE SPACES        TO RESP-DIV.
           MOVE ZEROS         TO DATA-RES-DIV.
           WRITE REG-DIVERGE.
           IF WS-FS-DIV NOT EQUAL "00"
               DISPLAY "ERRO DE GRAVACAO DIVERGNF - " WS-FS-DIV
               STOP RUN.
           CLOSE DIVERGE.
      *
      *    NOTA CONFERIDA FECHA O PEDIDO - NAO ACEITA OUTRA NOTA.
       FATURA-PEDIDO.
           MOVE 'N' TO WS-ACHOU-PED.
           MOVE 'N' TO WS-FIM-PED.
           OPEN I-O PEDIDO.
           IF WS-FS-PED NOT EQUAL "00"
               DISPLAY "ERRO DE ABERTURA PEDIDO - " WS-FS-PED
               STOP RUN.
           PERFORM BUSCA-PEDIDO
               UNTIL WS-FIM-PED = 'S' OR WS-ACHOU-PED = 'S'.
           IF WS-ACHOU-PED = 'S'
               SET PED-FATURADO TO TRUE
               REWRITE REG-PEDIDO
           END-IF.
           CLOSE PEDIDO.
