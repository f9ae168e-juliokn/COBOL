      *propria), a taxa mensal e o teto legal registrado ao lado -
      *a carga RECUSA linha com taxa acima do proprio teto. Lido
      *pelo FileHandling, AcctInq e AcctStmt.
      *A taxa nova entra com data de vigencia e data de digitacao:
      *ate a vigencia vale a linha anterior do mesmo estado, e o
      *TermNote avisa os clientes nesse intervalo. Linha digitada
      *com menos antecedencia que o prazo de aviso e RECUSADA na
      *carga (regra no TERMDTPR); linha sem vigencia vale desde
      *sempre, como as antigas.
      *-----------------------------------------------------------
       01 STATE-RATE-REC.
           05 TR-USA-STATE      PIC X(15) .
           05 TR-MONTHLY-RATE   PIC 9V9(4) .
           05 TR-LEGAL-CAP      PIC 9V9(4) .
           05 TR-EFF-DATE       PIC 9(8) .
           05 TR-ENTERED-DATE   PIC 9(8) .
