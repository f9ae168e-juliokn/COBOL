      *a conta exatamente como saiu
       01  ARCHIVE-REC.
           05 AR-PURGE-DATE     PIC X(8) .
           05 AR-ACCT-IMAGE     PIC X(183) .

       FD PURGE-PARM RECORDING MODE F .
      *criterio de expurgo configuravel: minimo de meses sem
