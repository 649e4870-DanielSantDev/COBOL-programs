           03 NOME-PLANO           PIC X(30).
      *
      *    REGRA DE CONTABILIZACAO: CASA A ORIGEM DO LANCAMENTO NO
      *    JORNAL (CLIENTE/FORNECEDOR/CAIXA/ESTABELEC/PROVISAO) E O
      *    INICIO DA DESCRICAO COM AS CONTAS CONTABEIS DE DEBITO E
      *    CREDITO.
       FD REGRAS VALUE OF FILE-ID IS "REGRACONTABIL.DAT".
       01 REG-REGRA.
           03 ORIGEM-REGRA         PIC X(10).
           END-READ.
      *
       INCLUI-REGRA.
           DISPLAY "ORIGEM (CLIENTE / FORNECEDOR / CAIXA / "
               "ESTABELEC / PROVISAO): ".
           ACCEPT WS-ORIGEM.
           DISPLAY "INICIO DA DESCRICAO (ATE 9 POSICOES): ".
           ACCEPT WS-TEXTO.
