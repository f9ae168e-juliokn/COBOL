       01  WS-DOC-DIGITS        PIC X(14) VALUE SPACES.
       01  WS-ACCT-NO           PIC X(8) VALUE SPACES.
       01  WS-HIT-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.

      *área de parâmetros trocada com o subprograma CPFCHECK, a
      *mesma critica de digito verificador do PROGCOBCPF
       COPY DOCCHKPR.

      *área de parâmetros trocada com o subprograma INQLOG
       COPY INQLPRM.

       PROCEDURE DIVISION.

       INICIO-XREF.
      *o operador se identifica uma vez na entrada; cada consulta
      *da sessao vai para a trilha de consultas com o ID dele
           DISPLAY 'OPERADOR: '.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           PERFORM CARREGA-XREF.
           PERFORM MENU-XREF UNTIL OPCAO-SAI.
           PERFORM REGRAVA-XREF.
                 UNTIL XRX > WS-XREF-COUNT
           END-IF.
           IF WS-HIT-COUNT = ZERO
              MOVE SPACES TO INQ-ACCT-NO
              PERFORM REGISTRA-CONSULTA-DOC
              DISPLAY 'NENHUMA CONTA PARA ESTE DOCUMENTO.'
           END-IF.

           IF WX-DOC-TYPE (XRX) = WS-DOC-TYPE
              AND WX-DOC-DIGITS (XRX) = WS-DOC-DIGITS
              ADD 1 TO WS-HIT-COUNT
              MOVE WX-ACCT-NO (XRX) TO INQ-ACCT-NO
              PERFORM REGISTRA-CONSULTA-DOC
              DISPLAY 'CONTA: ' WX-ACCT-NO (XRX)
           END-IF.

       REGISTRA-CONSULTA-DOC.
      *uma linha na trilha de consultas por conta listada para o
      *documento; documento sem conta vai com a conta em branco
           MOVE WS-OPERATOR-ID TO INQ-OPERATOR-ID.
           MOVE 'TAXXREF '     TO INQ-PGM-NAME.
           MOVE 'D'            TO INQ-KEY-TYPE.
           MOVE SPACES         TO INQ-KEY.
           STRING WS-DOC-TYPE ' ' WS-DOC-DIGITS
              DELIMITED BY SIZE INTO INQ-KEY.
           CALL 'INQLOG' USING INQ-LOG-PARMS.

       CONSULTA-POR-CONTA.
      *direcao conta -> documento
           DISPLAY 'NUMERO DA CONTA (ACCT-NO): '.
           ACCEPT WS-ACCT-NO FROM CONSOLE.
           MOVE WS-OPERATOR-ID TO INQ-OPERATOR-ID.
           MOVE 'TAXXREF '     TO INQ-PGM-NAME.
           MOVE 'A'            TO INQ-KEY-TYPE.
           MOVE WS-ACCT-NO     TO INQ-KEY.
           MOVE WS-ACCT-NO     TO INQ-ACCT-NO.
           CALL 'INQLOG' USING INQ-LOG-PARMS.
           MOVE ZERO TO WS-HIT-COUNT.
           IF WS-XREF-COUNT > ZERO
              PERFORM LISTA-DOCS-DA-CONTA
