           05 CM-CITY-COUNTY    PIC X(20) .
           05 CM-USA-STATE      PIC X(15) .
           05 CM-ZIP-CODE       PIC X(5) .
      *extrato consolidado por cliente ('C'), lido pelo AcctStmt;
      *qualquer outro valor mantem um extrato por conta
           05 CM-STMT-MODE      PIC X(1) .

       FD CUST-LINK RECORDING MODE F .
      *mesmo layout mantido pelo CustMaint
