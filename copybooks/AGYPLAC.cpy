      *-----------------------------------------------------------
      *copybook com o layout do record do inventario de colocacoes
      *na agencia de cobranca externa (dataset AGYPLAC): um record
      *por conta entregue a agencia pelo AgyPlace, com o motivo
      *('L' juridico ou 'U' incobravel na fila COLLQ, 'Z' baixada
      *pelo ChgOff), o saldo entregue e o cobrador que tinha o item
      *na fila. O AgyRemit acumula aqui o bruto recebido pela
      *agencia e a comissao dela a cada remessa mensal e marca a
      *colocacao como devolvida ('R') quando a agencia devolve ou a
      *casa chama a conta de volta. O arquivo e acumulativo: conta
      *devolvida e colocada de novo ganha um segundo record.
      *-----------------------------------------------------------
       01 AGENCY-PLACE-REC.
           05 AP-ACCT-NO        PIC X(8) .
           05 AP-AGENCY-ID      PIC X(8) .
           05 AP-PLACED-DATE    PIC 9(8) .
           05 AP-PLACE-REASON   PIC X(1) .
             88 AP-RSN-LEGAL        VALUE 'L'.
             88 AP-RSN-UNCOLL       VALUE 'U'.
             88 AP-RSN-CHGOFF       VALUE 'Z'.
           05 AP-PLACED-BALANCE PIC S9(7)V99 .
           05 AP-COLLECTOR      PIC X(8) .
           05 AP-STATUS         PIC X(1) .
             88 AP-ST-ACTIVE        VALUE 'A'.
             88 AP-ST-RETURNED      VALUE 'R'.
           05 AP-COLLECTED      PIC S9(7)V99 .
           05 AP-COMMISSION     PIC S9(7)V99 .
           05 AP-LAST-REMIT     PIC 9(8) .
           05 AP-RETURN-DATE    PIC 9(8) .
           05 AP-RETURN-REASON  PIC X(2) .
           05 FILLER            PIC X(1) .
