      *-----------------------------------------------------------
      *copybook com o layout do historico de runs da folha: a cada
      *run o HelloWorld acrescenta (OPEN EXTEND) um 'H' por
      *funcionario pago, com a data do run e o bruto, o imposto e o
      *liquido do run, e um 'D' por desconto aplicado. E a soma dos
      *runs do ano que o WageStmt confere contra o YTDMAST e de
      *onde sai a itemizacao anual dos descontos.
      *-----------------------------------------------------------
       01  PAY-HIST-REC.
           05 PH-REC-TYPE       PIC X(1) .
             88 PH-RUN-REC          VALUE 'H'.
             88 PH-DED-REC          VALUE 'D'.
           05 PH-EMP-ID         PIC X(8) .
           05 PH-RUN-DATE       PIC 9(8) .
           05 PH-RUN-PARTS REDEFINES PH-RUN-DATE.
              10 PH-RUN-YEAR    PIC 9(4) .
              10 PH-RUN-MMDD    PIC 9(4) .
           05 PH-AMOUNTS.
              10 PH-GROSS       PIC 9(13)V99 .
              10 PH-TAX         PIC 9(13)V99 .
              10 PH-NET         PIC 9(13)V99 .
           05 PH-DED-AMOUNTS REDEFINES PH-AMOUNTS.
              10 PH-DED-CODE    PIC X(4) .
              10 PH-DED-AMT     PIC 9(11)V99 .
              10 FILLER         PIC X(28) .
