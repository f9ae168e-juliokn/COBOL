      *-----------------------------------------------------------
      *copybook com o layout do record de adesao aos alertas ao
      *cliente (dataset ALRTENR), mantido pelo console AlrtEnr: um
      *record por conta e canal - SMS ('S', contato e o celular) ou
      *e-mail ('E') - com o 'Y' em cada tipo de alerta que o
      *cliente quer receber naquele canal. O AlrtNite le a adesao
      *toda noite e manda ao fornecedor de mensagens so os eventos
      *dos tipos marcados.
      *-----------------------------------------------------------
       01 ALERT-ENROLL-REC.
           05 AE-ACCT-NO        PIC X(8) .
           05 AE-CHANNEL        PIC X(1) .
             88 AE-CH-SMS           VALUE 'S'.
             88 AE-CH-EMAIL         VALUE 'E'.
             88 AE-CH-VALID         VALUES 'S' 'E'.
           05 AE-CONTACT        PIC X(50) .
      *tipos de alerta: estouro do limite, pagamento recebido,
      *pagamento AutoPay devolvido, limite temporario vencendo
           05 AE-WANT-OVERLIMIT PIC X(1) .
             88 AE-OVERLIMIT-ON     VALUE 'Y'.
           05 AE-WANT-PAYMENT   PIC X(1) .
             88 AE-PAYMENT-ON       VALUE 'Y'.
           05 AE-WANT-RETURN    PIC X(1) .
             88 AE-RETURN-ON        VALUE 'Y'.
           05 AE-WANT-LIMEXP    PIC X(1) .
             88 AE-LIMEXP-ON        VALUE 'Y'.
           05 AE-ENROLL-DATE    PIC 9(8) .
           05 AE-UPD-OPERATOR   PIC X(8) .
           05 AE-UPD-DATE       PIC 9(8) .
           05 FILLER            PIC X(13) .
