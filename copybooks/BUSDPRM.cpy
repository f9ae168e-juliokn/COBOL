      *-----------------------------------------------------------
      *copybook com a área de parâmetros trocada com o subprograma
      *BUSDATE (CALL 'BUSDATE' USING BUSD-PARMS); o programa
      *chamador faz COPY na WORKING-STORAGE, o BUSDATE faz COPY na
      *LINKAGE SECTION (mesmo arranjo do AUDITPRM com o AUDITLOG).
      *Devolve a data-movimento do controle BUSDTCTL, ou a data
      *anterior pedida no cartao RUNDATE para repetir de proposito
      *uma noite ja fechada (resultado P). A noite de uma data vai
      *do meio-dia dela ao meio-dia do dia seguinte: se o relogio ja
      *passou disso o controle nao foi avancado pelo DateRoll e o
      *resultado e S; E quando o controle falta ou esta invalido.
      *BUSD-TIMING diz onde o relogio esta em relacao a noite da
      *data do controle (B antes, N dentro, A depois).
      *-----------------------------------------------------------
       01 BUSD-PARMS.
           05 BUSD-BUSINESS-DATE  PIC 9(8).
           05 BUSD-CONTROL-DATE   PIC 9(8).
           05 BUSD-RESULT         PIC X(1).
             88 BUSD-CURRENT        VALUE 'A'.
             88 BUSD-PRIOR-RERUN    VALUE 'P'.
             88 BUSD-NOT-ROLLED     VALUE 'S'.
             88 BUSD-ERROR          VALUE 'E'.
             88 BUSD-DATE-INVALID   VALUES 'S' 'E'.
           05 BUSD-TIMING         PIC X(1).
             88 BUSD-BEFORE-NIGHT   VALUE 'B'.
             88 BUSD-IN-NIGHT       VALUE 'N'.
             88 BUSD-AFTER-NIGHT    VALUE 'A'.
           05 BUSD-MESSAGE        PIC X(50).
