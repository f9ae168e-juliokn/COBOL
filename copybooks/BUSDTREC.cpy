      *-----------------------------------------------------------
      *copybook com o layout do record de controle da data-movimento
      *(dataset BUSDTCTL, um record so): a data que todo passo da
      *noite usa para carimbar o trabalho em vez do relogio, a data
      *anterior e o carimbo de quando o DateRoll a avancou. Gravado
      *so pelo DateRoll; lido pelo subprograma BUSDATE.
      *-----------------------------------------------------------
       01 BUS-DATE-REC.
           05 BD-BUSINESS-DATE    PIC 9(8).
           05 BD-PRIOR-DATE       PIC 9(8).
           05 BD-ROLLED-STAMP     PIC X(14).
