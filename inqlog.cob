      *Subprograma compartilhado da trilha de consultas: toda
      *consulta de console a dados de cliente (AcctInq, NameSrch,
      *TxnView, TaxXref) registra aqui operador, programa, chave e
      *conta mostrada, em vez de cada um manter seu proprio log; o
      *AUDITLOG so conhece inicio e fim de passo e sign-on, e nao
      *dizia quem tinha olhado qual conta

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQLOG IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL (mesmo
      *motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQ-TRAIL ASSIGN TO INQTRL
               FILE STATUS IS INQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQ-TRAIL RECORDING MODE F.
      *layout compartilhado no copybook INQTRL
           COPY INQTRL.

       WORKING-STORAGE SECTION.
       01  INQ-FILE-STATUS      PIC X(2) VALUE '00'.

       LINKAGE SECTION.
       COPY INQLPRM.

       PROCEDURE DIVISION USING INQ-LOG-PARMS.

       WRITE-INQUIRY-REC.
           OPEN EXTEND INQ-TRAIL.
           IF INQ-FILE-STATUS = '05' OR INQ-FILE-STATUS = '35'
              OPEN OUTPUT INQ-TRAIL
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO IT-TIMESTAMP.
           MOVE INQ-OPERATOR-ID  TO IT-OPERATOR-ID.
           MOVE INQ-PGM-NAME     TO IT-PGM-NAME.
           MOVE INQ-KEY-TYPE     TO IT-KEY-TYPE.
           MOVE INQ-KEY          TO IT-KEY.
           MOVE INQ-ACCT-NO      TO IT-ACCT-NO.
           WRITE INQ-TRAIL-REC.
           CLOSE INQ-TRAIL.
           GOBACK.
