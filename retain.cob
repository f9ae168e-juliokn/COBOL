
       FD CHANGE-HIST RECORDING MODE F .
      *mesmo layout gravado pelo AcctMaint/CoHldMnt
       01  CHANGE-HIST-REC      PIC X(207) .

       FD POST-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo AcctPost
       01  POST-JOURNAL-REC     PIC X(120) .

       FD ARCHIVE-FILE RECORDING MODE F .
      *mesmo layout gravado pelo AcctArch
       01  ARCHIVE-FILE-REC     PIC X(191) .

       FD CHECKPOINT-FILE RECORDING MODE F .
      *mesmo layout gravado pelo FileHandling; sem data no record,
              IF KEEP-RECORD
                 ADD 1 TO WS-KEPT-COUNT
                 MOVE SPACES TO WORK-REC
                 MOVE POST-JOURNAL-REC TO WORK-REC (1:120)
                 WRITE WORK-REC
                 PERFORM CHECK-WORK-FILE
              ELSE
                 ADD 1 TO WS-PURGED-COUNT
                 MOVE SPACES TO YA-IMAGE
                 MOVE POST-JOURNAL-REC TO YA-IMAGE (1:120)
                 PERFORM ARCHIVE-EXPIRED
              END-IF
              READ POST-JOURNAL
              AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           PERFORM UNTIL GEN-EOF
              MOVE WORK-REC (1:120) TO POST-JOURNAL-REC
              WRITE POST-JOURNAL-REC
              IF PJRN-FILE-STATUS NOT = '00'
                 STRING 'WRITE POST-JOURNAL FAILED, STATUS '
