      *-----------------------------------------------------------
      *copybook com os paragrafos que montam o quadro de situacao
      *dos passos do ACCTNITE a partir do controle de execucao; o
      *programa que faz COPY deste membro precisa ter feito COPY
      *RUNSTEPS na WORKING-STORAGE SECTION e COPY RUNCTL no FD do
      *RUNCTL. Uso: move a data-movimento para WS-RUNS-BUS-DATE,
      *PERFORM CLEAR-RUN-STATUS, PERFORM APPLY-RUN-EVENT a cada
      *record lido do RUNCTL e, no fim, PERFORM COUNT-PENDING-STEPS
      *(ou CHECK-STEP-PENDING com RSX no passo) para saber o que
      *falta rodar.
      *-----------------------------------------------------------
       CLEAR-RUN-STATUS.
           INITIALIZE WS-RUN-STATUS-TABLE.
           MOVE ZERO TO WS-RUN-PENDING-COUNT.

       FIND-RUN-STEP.
      *posiciona RSX no passo de nome RN-STEP-NAME
           MOVE 'N' TO WS-RUN-STEP-FOUND.
           SET RSX TO 1.
           SEARCH WS-RUN-STEP
              AT END CONTINUE
              WHEN RSX > WS-RUN-STEP-COUNT
                 CONTINUE
              WHEN RS-STEP-NAME (RSX) = RN-STEP-NAME
                 MOVE 'Y' TO WS-RUN-STEP-FOUND
           END-SEARCH.

       APPLY-RUN-EVENT.
      *so os eventos da data-movimento pedida; S/C/F contam como
      *ultimo evento do passo (o arquivo e gravado em ordem de
      *acontecimento), R e O so somam
           IF RN-BUSINESS-DATE = WS-RUNS-BUS-DATE
              PERFORM FIND-RUN-STEP
              IF RUN-STEP-FOUND
                 SET RTX TO RSX
                 EVALUATE TRUE
                    WHEN RN-STARTED OR RN-COMPLETED OR RN-FAILED
                       MOVE RN-EVENT       TO RS-LAST-EVENT (RTX)
                       MOVE RN-RETURN-CODE TO RS-LAST-RC (RTX)
                       MOVE RN-TIMESTAMP (9:6)
                                           TO RS-LAST-TIME (RTX)
                       IF RN-COMPLETED
                          ADD 1 TO RS-COMPLETE-COUNT (RTX)
                       END-IF
                    WHEN RN-REFUSED
                       ADD 1 TO RS-REFUSED-COUNT (RTX)
                    WHEN RN-OVERRIDE
                       ADD 1 TO RS-OVERRIDE-COUNT (RTX)
                 END-EVALUATE
              END-IF
           END-IF.

       CHECK-STEP-PENDING.
      *pendente: passo diario que nao rodou, ou qualquer passo que
      *comecou e nao terminou (abend sem END) ou terminou em falha
           SET RTX TO RSX.
           MOVE 'N' TO WS-RUN-STEP-PENDING.
           EVALUATE TRUE
              WHEN RS-NOT-RUN (RTX) AND RS-DAILY (RSX)
                 MOVE 'Y' TO WS-RUN-STEP-PENDING
              WHEN RS-STARTED (RTX) OR RS-FAILED (RTX)
                 MOVE 'Y' TO WS-RUN-STEP-PENDING
           END-EVALUATE.

       COUNT-PENDING-STEPS.
           MOVE ZERO TO WS-RUN-PENDING-COUNT.
           PERFORM COUNT-ONE-PENDING
              VARYING RSX FROM 1 BY 1
              UNTIL RSX > WS-RUN-STEP-COUNT.

       COUNT-ONE-PENDING.
           PERFORM CHECK-STEP-PENDING.
           IF RUN-STEP-PENDING
              ADD 1 TO WS-RUN-PENDING-COUNT
           END-IF.
