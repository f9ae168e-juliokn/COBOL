      *nao deixar conta expurgada voltar pelo extrato da noite
       01  ARCHIVE-REC.
           05 AR-PURGE-DATE     PIC X(8) .
           05 AR-ACCT-IMAGE     PIC X(183) .

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
      *record com a chave e o expurgo mais recente
       01  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88 IMAGE-FOUND       VALUE 'Y'.
       01  WS-SAVED-IMAGE       PIC X(183) VALUE SPACES.

      *contadores de controle da execucao
       01  WS-REQ-COUNT         PIC 9(7) VALUE ZERO.
