      *Primeira passada levanta os estados e totais; depois uma
      *passada por estado grava a secao da remessa (CLOSE/OPEN
      *reposiciona no inicio), como no RptSplit.
      *Com o HHKEY do HouseHld no job, as notificacoes do mesmo
      *titular no mesmo domicilio saem num envelope so, no fim da
      *rodada; notificacao de outra pessoa nunca divide envelope.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS LTR-FILE-STATUS .
           SELECT ESCH-PARM ASSIGN TO ESCPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT HOUSE-KEY-FILE ASSIGN TO HHKEY
               FILE STATUS IS HHK-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
       01  ESCH-PARM-REC.
           05 EP-MIN-MONTHS     PIC 9(3) .

       FD HOUSE-KEY-FILE RECORDING MODE F .
      *domicilios formados pelo HouseHld; layout compartilhado no
      *copybook HHKEY
           COPY HHKEY.

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
      *contadores de controle da execucao
       01  WS-REMIT-COUNT       PIC 9(7) VALUE ZERO.

      *contas com mais de uma conta do mesmo titular no domicilio,
      *carregadas do HHKEY; sem o dataset cada notificacao tem o
      *seu envelope
       01  HHK-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-HHK-EOF           PIC X(1) VALUE 'N'.
           88 HHK-EOF           VALUE 'Y'.
       01  WS-HHK-TABLE.
           05 WS-HHK-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-HHK-ENTRY OCCURS 3000 TIMES
                 INDEXED BY HKX.
              10 WK-ACCT-NO     PIC X(8).
              10 WK-PERSON-KEY  PIC X(8).
       01  WS-HHK-FOUND         PIC X(1) VALUE 'N'.
           88 HHK-FOUND         VALUE 'Y'.

      *notificacoes seguradas para o envelope do titular, escritas
      *no fim da rodada agrupadas pela chave do titular
       01  WS-ENV-TABLE.
           05 WS-ENV-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-ENV-ENTRY OCCURS 1000 TIMES
                 INDEXED BY ENX EMX.
              10 WE-PERSON-KEY  PIC X(8).
              10 WE-ACCT-NO     PIC X(8).
              10 WE-BALANCE     PIC S9(7)V99 COMP-3.
              10 WE-LAST-NAME   PIC X(20).
              10 WE-FIRST-NAME  PIC X(15).
              10 WE-STREET-ADDR PIC X(25).
              10 WE-CITY-COUNTY PIC X(20).
              10 WE-USA-STATE   PIC X(15).
              10 WE-ZIP-CODE    PIC X(5).
              10 WE-DONE        PIC X(1).
       01  WS-ENV-SAVED-COUNT   PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           05 FILLER             PIC X(36) VALUE SPACES.

       01  PAGE-BREAK-LINE       PIC X(80) VALUE ALL '='.
      *separa as notificacoes que dividem o mesmo envelope
       01  DOC-BREAK-LINE        PIC X(80) VALUE ALL '-'.
       01  BLANK-LINE            PIC X(80) VALUE SPACES.

      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-HOUSE-KEYS.
           PERFORM COLLECT-STATES.
           IF WS-STATE-COUNT > ZERO
              PERFORM REMIT-ONE-STATE
                 VARYING STX FROM 1 BY 1
                 UNTIL STX > WS-STATE-COUNT
           END-IF.
           PERFORM WRITE-SHARED-ENVELOPES.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
      *agencia esta atras de endereco bom pela lista do BadAddr),
      *mas a remessa ao estado segue normalmente
           IF NOT MAIL-SUPPRESSED
              PERFORM CHECK-SHARED-ENVELOPE
              IF HHK-FOUND
                 PERFORM SAVE-ENVELOPE-LETTER
              ELSE
                 PERFORM WRITE-OWNER-LETTER
              END-IF
           END-IF.
      *a conta fica marcada como remetida: o AcctPost recusa
      *qualquer movimento dela dai em diante
           MOVE ACCT-ZIP-CODE TO CL-ZIP-CODE.
           MOVE CITY-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE ACCT-NO      TO AM-ACCT-NO.
           MOVE ACCT-BALANCE TO AM-AMOUNT.
           PERFORM WRITE-NOTICE-BODY.
           MOVE PAGE-BREAK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       WRITE-NOTICE-BODY.
      *----texto da notificacao e a linha de valor ja montada por
      *----quem chama
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE NOTICE-LINE-1 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE AMOUNT-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       LOAD-HOUSE-KEYS.
      *so interessam as contas cujo titular tem outra conta no
      *mesmo domicilio; endereco sujo nunca divide envelope
           OPEN INPUT HOUSE-KEY-FILE.
           IF HHK-FILE-STATUS = '05' OR HHK-FILE-STATUS = '35'
              MOVE 'Y' TO WS-HHK-EOF
           ELSE
              IF HHK-FILE-STATUS NOT = '00'
                 STRING 'OPEN HOUSE-KEY-FILE FAILED, STATUS '
                    HHK-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-HHK-REC
              PERFORM UNTIL HHK-EOF OR WS-HHK-COUNT = 3000
                 IF HK-MATCHED AND HK-PERSON-SIZE > 1
                    ADD 1 TO WS-HHK-COUNT
                    SET HKX TO WS-HHK-COUNT
                    MOVE HK-ACCT-NO    TO WK-ACCT-NO (HKX)
                    MOVE HK-PERSON-KEY TO WK-PERSON-KEY (HKX)
                 END-IF
                 PERFORM READ-HHK-REC
              END-PERFORM
              CLOSE HOUSE-KEY-FILE
           END-IF.

       READ-HHK-REC.
           READ HOUSE-KEY-FILE
           AT END MOVE 'Y' TO WS-HHK-EOF
           END-READ.
           IF HHK-FILE-STATUS NOT = '00'
              AND HHK-FILE-STATUS NOT = '10'
              STRING 'READ HOUSE-KEY-FILE FAILED, STATUS '
                 HHK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-SHARED-ENVELOPE.
      *a notificacao espera o envelope do titular quando ele tem
      *outra conta no domicilio e ainda cabe na tabela; senao sai
      *sozinha na hora
           MOVE 'N' TO WS-HHK-FOUND.
           IF WS-HHK-COUNT > ZERO AND WS-ENV-COUNT < 1000
              SET HKX TO 1
              SEARCH WS-HHK-ENTRY
                 AT END MOVE 'N' TO WS-HHK-FOUND
                 WHEN HKX > WS-HHK-COUNT
                    MOVE 'N' TO WS-HHK-FOUND
                 WHEN WK-ACCT-NO (HKX) = ACCT-NO
                    MOVE 'Y' TO WS-HHK-FOUND
              END-SEARCH
           END-IF.

       SAVE-ENVELOPE-LETTER.
           ADD 1 TO WS-ENV-COUNT.
           SET ENX TO WS-ENV-COUNT.
           MOVE WK-PERSON-KEY (HKX) TO WE-PERSON-KEY (ENX).
           MOVE ACCT-NO             TO WE-ACCT-NO (ENX).
           MOVE ACCT-BALANCE        TO WE-BALANCE (ENX).
           MOVE LAST-NAME           TO WE-LAST-NAME (ENX).
           MOVE FIRST-NAME          TO WE-FIRST-NAME (ENX).
           MOVE STREET-ADDR         TO WE-STREET-ADDR (ENX).
           MOVE CITY-COUNTY         TO WE-CITY-COUNTY (ENX).
           MOVE USA-STATE           TO WE-USA-STATE (ENX).
           MOVE ACCT-ZIP-CODE       TO WE-ZIP-CODE (ENX).
           MOVE 'N'                 TO WE-DONE (ENX).

       WRITE-SHARED-ENVELOPES.
      *um envelope por titular: bloco de endereco da primeira
      *notificacao e, em seguida, todas as dele separadas por
      *tracejado
           IF WS-ENV-COUNT > ZERO
              PERFORM WRITE-ONE-ENVELOPE
                 VARYING ENX FROM 1 BY 1
                 UNTIL ENX > WS-ENV-COUNT
           END-IF.

       WRITE-ONE-ENVELOPE.
           IF WE-DONE (ENX) = 'N'
              MOVE BLANK-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              PERFORM WRITE-LETTER-REC
              PERFORM WRITE-LETTER-REC
              MOVE WE-FIRST-NAME (ENX)  TO NL-FIRST-NAME
              MOVE WE-LAST-NAME (ENX)   TO NL-LAST-NAME
              MOVE NAME-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              MOVE WE-STREET-ADDR (ENX) TO AL-STREET-ADDR
              MOVE ADDR-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              MOVE WE-CITY-COUNTY (ENX) TO CL-CITY-COUNTY
              MOVE WE-USA-STATE (ENX)   TO CL-USA-STATE
              MOVE WE-ZIP-CODE (ENX)    TO CL-ZIP-CODE
              MOVE CITY-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              PERFORM WRITE-ENVELOPE-LETTER
                 VARYING EMX FROM ENX BY 1
                 UNTIL EMX > WS-ENV-COUNT
              MOVE PAGE-BREAK-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
           END-IF.

       WRITE-ENVELOPE-LETTER.
           IF WE-DONE (EMX) = 'N'
              AND WE-PERSON-KEY (EMX) = WE-PERSON-KEY (ENX)
              IF EMX NOT = ENX
                 ADD 1 TO WS-ENV-SAVED-COUNT
                 MOVE DOC-BREAK-LINE TO LETTER-REC
                 PERFORM WRITE-LETTER-REC
              END-IF
              MOVE WE-ACCT-NO (EMX) TO AM-ACCT-NO
              MOVE WE-BALANCE (EMX) TO AM-AMOUNT
              PERFORM WRITE-NOTICE-BODY
              MOVE 'Y' TO WE-DONE (EMX)
           END-IF.

       WRITE-LETTER-REC.
           WRITE LETTER-REC.
           CLOSE REMIT-FILE .
           CLOSE LETTER-OUT .
           DISPLAY 'ACCOUNTS REMITTED: ' WS-REMIT-COUNT.
           DISPLAY 'ENVELOPES SAVED BY HOUSEHOLDING: '
              WS-ENV-SAVED-COUNT.
           IF WS-REMIT-COUNT = ZERO
              SET RC-ZERO-RECORDS TO TRUE
           ELSE
