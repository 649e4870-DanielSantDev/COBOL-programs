       01 WS-OPCAO          PIC 9(01) VALUE ZEROS.
       01 WS-SAIR           PIC X(01) VALUE 'N'.
       01 WS-OPERADOR-ID    PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP       PIC X(08) VALUE SPACES.
       01 WS-NOME-OP        PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP       PIC X(01) VALUE SPACES.
           88 NIVEL-MANUTENCAO  VALUE 'M'.
           88 NIVEL-SUPERVISOR  VALUE 'S'.
       01 WS-TENTATIVAS     PIC 9(01) VALUE 0.
       01 WS-PRC-ACAO       PIC X(01) VALUE 'C'.
       01 WS-PRC-PROGRAMA   PIC X(12) VALUE SPACES.
       01 WS-PRC-DATA-LOTE  PIC 9(06) VALUE ZEROS.
       01 WS-PRC-EM-CURSO   PIC X(01) VALUE 'N'.
           88 PRC-LOTE-EM-CURSO    VALUE 'S'.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ENTRA-OPERADOR.
           END-IF.
      *
       PROCESSO.
           PERFORM VERIFICA-LOTE-EM-CURSO.
           PERFORM MOSTRA-MENU.
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1
                   EVALUATE TRUE
                       WHEN NIVEL-CONSULTA
                           DISPLAY "OPCAO ACIMA DO SEU NIVEL DE ALCADA"
                       WHEN PRC-LOTE-EM-CURSO
                           DISPLAY "OPCAO BLOQUEADA - LOTE EM "
                               "PROCESSAMENTO"
                       WHEN OTHER
                           CALL "GRAVA"
                   END-EVALUATE
               WHEN 2
                   EVALUATE TRUE
                       WHEN NIVEL-CONSULTA
                           DISPLAY "OPCAO ACIMA DO SEU NIVEL DE ALCADA"
                       WHEN PRC-LOTE-EM-CURSO
                           DISPLAY "OPCAO BLOQUEADA - LOTE EM "
                               "PROCESSAMENTO"
                       WHEN OTHER
                           CALL "REGRAVA"
                   END-EVALUATE
               WHEN 3
                   CALL "PESQUISA"
               WHEN 4
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
      *
      *    ENQUANTO O LANCAMENTO DO LOTE REGRAVA CLIENTE.DAT O
      *    CADASTRO FICA SO PARA CONSULTA - ALTERACAO FEITA AGORA
      *    SERIA PERDIDA NA REGRAVACAO DO LOTE.
       VERIFICA-LOTE-EM-CURSO.
           MOVE 'C' TO WS-PRC-ACAO.
           CALL "LOTEPROC" USING WS-PRC-ACAO WS-PRC-PROGRAMA
               WS-PRC-DATA-LOTE WS-PRC-EM-CURSO.
           IF PRC-LOTE-EM-CURSO
               DISPLAY "LOTE " WS-PRC-DATA-LOTE " EM PROCESSAMENTO ("
                   WS-PRC-PROGRAMA ") - CLIENTE.DAT SO PARA CONSULTA"
           END-IF.
      *
      *    AS OPCOES DE MANUTENCAO SO APARECEM PARA QUEM TEM ALCADA -
      *    OPERADOR DE CONSULTA VE APENAS PESQUISA E SAIDA. COM O
      *    LOTE EM PROCESSAMENTO NINGUEM VE AS OPCOES DE MANUTENCAO.
       MOSTRA-MENU.
           DISPLAY "===================================".
           DISPLAY "  MANUTENCAO DE CLIENTES - CLIENTE.DAT".
           IF NOT NIVEL-CONSULTA AND NOT PRC-LOTE-EM-CURSO
               DISPLAY "  1 - INCLUIR CLIENTE (GRAVA)"
               DISPLAY "  2 - ALTERAR CLIENTE (ALTERA)"
           END-IF.
