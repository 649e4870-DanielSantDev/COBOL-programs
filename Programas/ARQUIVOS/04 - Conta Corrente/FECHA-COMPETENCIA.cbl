       01 WS-SITUACAO-ATUAL        PIC X(01) VALUE 'A'.
       01 WS-ACAO-EVENTO           PIC X(01) VALUE SPACE.
       01 WS-OPERADOR-ID           PIC X(08) VALUE SPACES.
       01 WS-SENHA-OP              PIC X(08) VALUE SPACES.
       01 WS-NOME-OP               PIC X(20) VALUE SPACES.
       01 WS-AUTORIZADO            PIC X(01) VALUE 'N'.
       01 WS-NIVEL-OP              PIC X(01) VALUE SPACES.
