
       WORKING-STORAGE SECTION.
       01 WS-OPCAO   PIC 9(2) VALUE ZERO.
        88 OPCAO-VALIDA VALUES ARE 1 2 3 4 5 6 7 8 9 10 11 12 13 14
                                15 16 17 18 19.
       01 WS-OPCAO-X PIC X(1) VALUE SPACE.

       01 OPER-FILE-STATUS   PIC X(2) VALUE '00'.
              10 WO-HIST-1     PIC X(8).
              10 WO-HIST-2     PIC X(8).
              10 WO-HIST-3     PIC X(8).
              10 WO-LAST-SIGNON PIC 9(8).
       01 WS-OPER-FOUND      PIC X(1) VALUE 'N'.
           88 OPER-FOUND     VALUE 'Y'.
       01 WS-OPER-SUB        PIC 9(3) VALUE ZERO.
                 MOVE 'D' TO WS-OPCAO-X
              WHEN 14
                 MOVE 'E' TO WS-OPCAO-X
              WHEN 15
                 MOVE 'F' TO WS-OPCAO-X
              WHEN 16
                 MOVE 'G' TO WS-OPCAO-X
              WHEN 17
                 MOVE 'H' TO WS-OPCAO-X
              WHEN 18
                 MOVE 'I' TO WS-OPCAO-X
              WHEN 19
                 MOVE 'J' TO WS-OPCAO-X
              WHEN OTHER
                 MOVE WS-OPCAO (2:1) TO WS-OPCAO-X
           END-EVALUATE.
                 CALL 'NoteEnt'
              WHEN 14
                 CALL 'TxnView'
              WHEN 15
                 CALL 'DspEnt'
              WHEN 16
                 CALL 'DlvPref'
              WHEN 17
                 CALL 'AlrtEnr'
              WHEN 18
                 CALL 'WaivEnt'
              WHEN 19
                 CALL 'PayQuote'
           END-EVALUATE.

       MOSTRA-MENU.
           DISPLAY '10 PROMESSA DE PAGAMENTO (COBRANCA)'.
           DISPLAY '13 NOTAS DE CONTA (ACCTNOTE)'.
           DISPLAY '14 HISTORICO DE TRANSACOES (TXNHIST)'.
           DISPLAY '15 CONTESTACAO DE TRANSACAO (DSPCASE)'.
           DISPLAY '16 ENTREGA DO EXTRATO (PAPEL/E-MAIL)'.
           DISPLAY '17 ALERTAS AO CLIENTE (SMS/E-MAIL)'.
           DISPLAY '18 ISENCAO DE TARIFA / CREDITO DE CORTESIA'.
           DISPLAY '19 COTACAO DE QUITACAO (ENCERRAMENTO)'.
           DISPLAY '11 TROCAR SENHA'.
           DISPLAY '12 DESBLOQUEAR OPERADOR (ADMIN)'.
           DISPLAY '9 SAIR'.
              MOVE OP-PWD-HIST-1 TO WO-HIST-1 (OPX)
              MOVE OP-PWD-HIST-2 TO WO-HIST-2 (OPX)
              MOVE OP-PWD-HIST-3 TO WO-HIST-3 (OPX)
              MOVE OP-LAST-SIGNON TO WO-LAST-SIGNON (OPX)
              PERFORM LE-OPERADOR
           END-PERFORM.
           CLOSE OPER-MASTER.
           MOVE WO-HIST-1 (OPX)     TO OP-PWD-HIST-1.
           MOVE WO-HIST-2 (OPX)     TO OP-PWD-HIST-2.
           MOVE WO-HIST-3 (OPX)     TO OP-PWD-HIST-3.
           MOVE WO-LAST-SIGNON (OPX) TO OP-LAST-SIGNON.
           WRITE OPER-MASTER-REC.
           IF OPER-FILE-STATUS NOT = '00'
              STRING 'WRITE OPER-MASTER FAILED, STATUS '
                    MOVE WO-ID (OPX) TO WS-OPER-ID
                    MOVE WO-CLASS (OPX) TO WS-OPER-CLASS
                    MOVE ZERO TO WO-FAIL-COUNT (OPX)
      *-------------data do ultimo sign-on valido, a base do OpIdle
      *-------------e da recertificacao
                    MOVE WS-TODAY-DATE TO WO-LAST-SIGNON (OPX)
                    PERFORM REGRAVA-OPERADORES
                 WHEN OTHER
      *-------------senha errada: o contador de falhas e do
