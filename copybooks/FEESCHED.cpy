      *-----------------------------------------------------------
      *copybook com o layout do record da tabela de tarifas
      *(dataset FEESCHED) mantida pela operacao: codigo, metodo
      *('A' valor fixo, 'P' percentual do saldo), valor e condicao
      *de disparo - 'OVRL' estouro de limite, 'LATE' saldo em
      *atraso, 'ANNL' anuidade no mes de aniversario do ciclo, todas
      *cobradas pelo FeeAsmt; 'NSF ' (cheque devolvido) e cobrada
      *pelo ChkRet. A tarifa nova entra com data de vigencia e data
      *de digitacao, como a taxa do STRATE: ate a vigencia vale a
      *linha anterior do mesmo codigo, linha digitada sem o prazo de
      *aviso e recusada (TERMDTPR) e linha sem vigencia vale desde
      *sempre.
      *-----------------------------------------------------------
       01  FEE-SCHED-REC.
           05 FS-FEE-CODE       PIC X(4) .
           05 FS-METHOD         PIC X(1) .
             88 FS-FLAT-AMOUNT      VALUE 'A'.
             88 FS-PERCENTAGE       VALUE 'P'.
           05 FS-VALUE          PIC 9(7)V99 .
           05 FS-TRIGGER        PIC X(4) .
             88 FS-TRIG-OVERLIMIT   VALUE 'OVRL'.
             88 FS-TRIG-LATE        VALUE 'LATE'.
             88 FS-TRIG-ANNUAL      VALUE 'ANNL'.
             88 FS-TRIG-NSF         VALUE 'NSF '.
           05 FS-EFF-DATE       PIC 9(8) .
           05 FS-ENTERED-DATE   PIC 9(8) .
