      *-----------------------------------------------------------
      *copybook com o layout do record do retrato mensal de atraso
      *(dataset DELQSNAP): um record por conta do MONTHEND de cada
      *fechamento, gravado pelo RollRate com a data de ciclo do
      *proprio MONTHEND, a faixa de atraso do DELQHIST naquela
      *data ('0' em dia, '1' a '5' as faixas do DelqNite, 'Z'
      *baixada no CHGOFF) e o saldo do fechamento. O arquivo e
      *acumulativo e fica na ordem dos fechamentos; e dele que sai
      *a matriz de rolagem entre fechamentos consecutivos.
      *-----------------------------------------------------------
       01 DELQ-SNAP-REC.
           05 DS-CYCLE-DATE     PIC 9(8) .
           05 DS-ACCT-NO        PIC X(8) .
           05 DS-BUCKET         PIC X(1) .
             88 DS-BK-CURRENT       VALUE '0'.
             88 DS-BK-DELINQUENT    VALUES '1' THRU '5'.
             88 DS-BK-CHGOFF        VALUE 'Z'.
           05 DS-DAYS-DELINQ    PIC 9(5) .
           05 DS-BALANCE        PIC S9(7)V99 COMP-3 .
           05 FILLER            PIC X(3) .
