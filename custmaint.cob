           05 CM-CITY-COUNTY    PIC X(20).
           05 CM-USA-STATE      PIC X(15).
           05 CM-ZIP-CODE       PIC X(5).
      *extrato consolidado por cliente ('C'), lido pelo AcctStmt;
      *qualquer outro valor mantem um extrato por conta
           05 CM-STMT-MODE      PIC X(1).

       FD  CUST-LINK RECORDING MODE F.
      *um record por vinculo cliente/conta
              10 WC-CITY-COUNTY PIC X(20).
              10 WC-USA-STATE   PIC X(15).
              10 WC-ZIP-CODE    PIC X(5).
              10 WC-STMT-MODE   PIC X(1).

       01  WS-LINK-TABLE.
           05 WS-LINK-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-NEW-CITY-COUNTY   PIC X(20) VALUE SPACES.
       01  WS-NEW-USA-STATE     PIC X(15) VALUE SPACES.
       01  WS-NEW-ZIP-CODE      PIC X(5) VALUE SPACES.
       01  WS-NEW-CONSOL        PIC X(1) VALUE SPACES.
       01  WS-NEW-ACCT-NO       PIC X(8) VALUE SPACES.
       01  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88 CUST-FOUND        VALUE 'Y'.
                 MOVE CM-CITY-COUNTY TO WC-CITY-COUNTY (CUX)
                 MOVE CM-USA-STATE   TO WC-USA-STATE (CUX)
                 MOVE CM-ZIP-CODE    TO WC-ZIP-CODE (CUX)
                 MOVE CM-STMT-MODE   TO WC-STMT-MODE (CUX)
                 PERFORM LE-CLIENTE-REC
              END-PERFORM
              CLOSE CUST-MASTER

       LISTA-UM-CLIENTE.
           DISPLAY WC-CUST-NO (CUX) ' ' WC-FIRST-NAME (CUX)
              ' ' WC-LAST-NAME (CUX) ' ' WC-USA-STATE (CUX)
              ' ' WC-STMT-MODE (CUX).

       PEDE-DADOS-CLIENTE.
           DISPLAY 'ID DO CLIENTE: '.
           ACCEPT WS-NEW-USA-STATE FROM CONSOLE.
           DISPLAY 'CEP: '.
           ACCEPT WS-NEW-ZIP-CODE FROM CONSOLE.
           DISPLAY 'EXTRATO CONSOLIDADO DAS CONTAS (S/N): '.
           ACCEPT WS-NEW-CONSOL FROM CONSOLE.

       INCLUI-CLIENTE.
           PERFORM PEDE-DADOS-CLIENTE.
           MOVE WS-NEW-CITY-COUNTY TO WC-CITY-COUNTY (CUX).
           MOVE WS-NEW-USA-STATE   TO WC-USA-STATE (CUX).
           MOVE WS-NEW-ZIP-CODE    TO WC-ZIP-CODE (CUX).
      *com o consolidado as contas ligadas deixam de receber o
      *extrato individual no AcctStmt
           IF WS-NEW-CONSOL = 'S' OR WS-NEW-CONSOL = 's'
              MOVE 'C' TO WC-STMT-MODE (CUX)
           ELSE
              MOVE SPACE TO WC-STMT-MODE (CUX)
           END-IF.

       PROCURA-CLIENTE.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE WC-CITY-COUNTY (CUX) TO CM-CITY-COUNTY.
           MOVE WC-USA-STATE (CUX)   TO CM-USA-STATE.
           MOVE WC-ZIP-CODE (CUX)    TO CM-ZIP-CODE.
           MOVE WC-STMT-MODE (CUX)   TO CM-STMT-MODE.
           WRITE CUST-MASTER-REC.
           IF CUST-FILE-STATUS NOT = '00'
              STRING 'WRITE CUST-MASTER FAILED, STATUS '
