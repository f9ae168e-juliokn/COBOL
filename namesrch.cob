              10 WC-FIRST-NAME  PIC X(15).
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-SEARCH-NAME       PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-MATCH-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-SCAN-DONE         PIC X(1) VALUE 'N'.
           88 SCAN-DONE         VALUE 'Y'.
      *mascaras de edicao para exibicao dos valores no console
       01  WS-BALANCE-ED        PIC $$,$$$,$$9.99-.

      *área de parâmetros trocada com o subprograma INQLOG
       COPY INQLPRM.

       PROCEDURE DIVISION.

      *o operador se identifica uma vez na entrada; cada conta
      *listada na sessao vai para a trilha de consultas com o ID
      *dele
           DISPLAY 'OPERADOR: '.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           OPEN INPUT ACCT-REC.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 UNTIL COX > WS-COH-COUNT
           END-IF.
           IF WS-MATCH-COUNT = ZERO
              MOVE SPACES TO INQ-ACCT-NO
              PERFORM REGISTRA-CONSULTA
              DISPLAY 'NENHUMA CONTA PARA O SOBRENOME '
                 WS-SEARCH-NAME
           ELSE
                    PERFORM ABEND-NAMESRCH
                 WHEN OTHER
                    ADD 1 TO WS-MATCH-COUNT
                    MOVE ACCT-NO TO INQ-ACCT-NO
                    PERFORM REGISTRA-CONSULTA
                    MOVE ACCT-BALANCE TO WS-BALANCE-ED
                    DISPLAY ACCT-NO ' ' WC-FIRST-NAME (COX)
                       ' (CO-TITULAR) ' WS-BALANCE-ED

       MOSTRA-HOMONIMO.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE ACCT-NO TO INQ-ACCT-NO.
           PERFORM REGISTRA-CONSULTA.
           MOVE ACCT-BALANCE TO WS-BALANCE-ED.
      *mesma condicao sinalizada no WRITE-GOOD-RECORD do FileHandling
           IF ACCT-BALANCE > ACCT-LIMIT
              DISPLAY ACCT-NO ' ' FIRST-NAME ' ' WS-BALANCE-ED
           END-IF.

       REGISTRA-CONSULTA.
      *uma linha na trilha de consultas por conta listada; a busca
      *sem resultado vai com a conta em branco
           MOVE WS-OPERATOR-ID TO INQ-OPERATOR-ID.
           MOVE 'NAMESRCH'     TO INQ-PGM-NAME.
           MOVE 'N'            TO INQ-KEY-TYPE.
           MOVE WS-SEARCH-NAME TO INQ-KEY.
           CALL 'INQLOG' USING INQ-LOG-PARMS.

       ABEND-NAMESRCH.
      *erro grave de I/O: mostra a mensagem e volta ao MainMenu em
      *vez de encerrar a sessao toda
