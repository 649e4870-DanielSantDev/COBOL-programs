           03 ID-MOV.
               05 AGENCIA-MOV      PIC 9(03).
               05 CONTA-MOV        PIC 9(06).
           03 MOVIMENTO            PIC S9(09)V99.
           03 TIPO-MOV             PIC X(01).
           03 DATA-VALOR-MOV       PIC 9(06).
           03 ORIGEM-MOV           PIC 9(03).
           03 TIPO-REG-MOV         PIC X(02).
               88 REG-MOV-HEADER   VALUE 'HD'.
               88 REG-MOV-TRAILER  VALUE 'TR'.
           03 DADOS-CTL-MOV        PIC X(28).
           03 DADOS-TRAILER-MOV REDEFINES DADOS-CTL-MOV.
               05 QTDE-TRAILER     PIC 9(07).
               05 HASH-TRAILER     PIC S9(11)V99.
               05 FILLER           PIC X(08).
      *
       FD MOVLOG VALUE OF FILE-ID IS "LOGMOV.DAT".
               05 AGENCIA-LOG      PIC 9(03).
               05 CONTA-LOG        PIC 9(06).
           03 DESCRICAO-LOG        PIC X(20).
           03 VALOR-LOG            PIC S9(09)V99.
           03 DATA-LOG             PIC 9(06).
           03 HORA-LOG             PIC 9(08).
           03 NSU-LOG              PIC 9(09).
           03 ID-DUP.
               05 AGENCIA-DUP      PIC 9(03).
               05 CONTA-DUP        PIC 9(06).
           03 MOVIMENTO-DUP        PIC S9(09)V99.
           03 TIPO-DUP             PIC X(01).
           03 DATA-VALOR-DUP       PIC 9(06).
           03 ORIGEM-DUP           PIC 9(03).
       01 WS-MOV-TAB.
           03 WS-MOV-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-MOV-ITEM OCCURS 500 TIMES.
               05 WS-MOV-REG       PIC X(30).
               05 WS-MOV-SUSPEITO  PIC X(01).
               05 WS-MOV-MOTIVO    PIC X(20).
       01 WS-MOV-SUBS              PIC 9(03) VALUE ZEROS.
       01 WS-MOV-ANT               PIC 9(03) VALUE ZEROS.
       01 WS-REG-ATUAL.
           03 WS-ID-ATUAL          PIC 9(09).
           03 WS-MOVIMENTO-ATUAL   PIC S9(09)V99.
           03 WS-TIPO-ATUAL        PIC X(01).
           03 WS-DATA-VALOR-ATUAL  PIC 9(06).
      *
       01 WS-CONT-LIDOS            PIC 9(05) VALUE ZEROS.
       01 WS-CONT-LIMPOS           PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SUSPEITOS        PIC 9(05) VALUE ZEROS.
       01 WS-REG-HEADER            PIC X(30) VALUE SPACES.
       01 WS-TEM-HEADER            PIC X(01) VALUE 'N'.
       01 WS-TEM-TRAILER           PIC X(01) VALUE 'N'.
       01 WS-HASH-LIMPO            PIC S9(11)V99 VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           END-IF.
      *
       COMPARA-ANTERIORES.
           IF WS-MOV-REG(WS-MOV-ANT)(1:21) = WS-REG-ATUAL(1:21)
               MOVE 'S' TO WS-MOV-SUSPEITO(WS-MOV-SUBS)
               MOVE "DUPLICATA NO LOTE" TO WS-MOV-MOTIVO(WS-MOV-SUBS)
           END-IF.
               WHEN 'T' MOVE 'TARIFA   ' TO WS-TIPO-DESC
               WHEN 'C' MOVE 'CORRECAO ' TO WS-TIPO-DESC
               WHEN 'J' MOVE 'JUROS    ' TO WS-TIPO-DESC
               WHEN 'E' MOVE 'EMPRESTIM' TO WS-TIPO-DESC
               WHEN 'B' MOVE 'BOLETO   ' TO WS-TIPO-DESC
               WHEN 'A' MOVE 'DEB AUTOM' TO WS-TIPO-DESC
               WHEN 'F' MOVE 'CRED FORN' TO WS-TIPO-DESC
               WHEN 'M' MOVE 'MENSALID ' TO WS-TIPO-DESC
               WHEN 'P' MOVE 'BENEF APO' TO WS-TIPO-DESC
               WHEN 'G' MOVE 'FOLHA PAG' TO WS-TIPO-DESC
               WHEN OTHER MOVE 'MOVIMENTO' TO WS-TIPO-DESC
           END-EVALUATE.
      *
               ADD 1 TO WS-CONT-LIMPOS
               ADD MOVIMENTO TO WS-HASH-LIMPO
           ELSE
               MOVE WS-MOV-REG(WS-MOV-SUBS) TO REG-DUPLICADO(1:30)
               MOVE WS-MOV-MOTIVO(WS-MOV-SUBS) TO MOTIVO-DUP
               WRITE REG-DUPLICADO
               ADD 1 TO WS-CONT-SUSPEITOS
