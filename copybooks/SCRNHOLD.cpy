      *-----------------------------------------------------------
      *copybook com o layout do record de transacao de inclusao
      *parada na triagem de sancoes (dataset SCRNHOLD): o AcctMaint
      *(conta nova, origem A, imagem MNTTXN) e o CoHldMnt
      *(co-titular novo, origem J, imagem COHTXN) nao aplicam a
      *inclusao cujo nome casou com o WATCHLST - gravam aqui a
      *transacao inteira, com o nome triado e quem digitou. O
      *SancRvw, quando o analista decide todos os acertos do nome,
      *devolve a transacao liberada (MNTSCRN ou COHSCRN) para o
      *programa de origem aplicar, ou a descarta na listagem
      *SCRNREJ se algum acerto foi confirmado.
      *-----------------------------------------------------------
       01 SCRN-HOLD-REC.
           05 SD-SOURCE         PIC X(1) .
           05 SD-KEY            PIC X(8) .
           05 SD-LAST-NAME      PIC X(20) .
           05 SD-FIRST-NAME     PIC X(15) .
           05 SD-HOLD-DATE      PIC 9(8) .
           05 SD-ENTERED-BY     PIC X(8) .
           05 SD-TXN-IMAGE      PIC X(180) .
