      *-----------------------------------------------------------
      *copybook com os campos da vigencia das linhas das tabelas de
      *condicoes ao cliente (STRATE e FEESCHED): quem carrega a
      *tabela move a data de vigencia e a data de digitacao da
      *linha para ca e faz PERFORM CLASSIFY-TERMS-ROW (COPY
      *TERMDTPR na PROCEDURE DIVISION) para saber se a linha esta
      *em vigor, pendente ou recusada. WS-TERMS-LEAD-DAYS e o prazo
      *minimo, em dias corridos, entre a digitacao e a vigencia -
      *o prazo do aviso de mudanca de condicoes ao cliente.
      *-----------------------------------------------------------
       01  WS-TERMS-LEAD-DAYS   PIC 9(3) VALUE 45.
       01  WS-TERMS-TODAY       PIC 9(8) VALUE ZERO.
       01  WS-TERMS-EFF-DATE    PIC 9(8) VALUE ZERO.
       01  WS-TERMS-EFF-PARTS REDEFINES WS-TERMS-EFF-DATE.
           05 WS-TERMS-EFF-YEAR  PIC 9(4).
           05 WS-TERMS-EFF-MONTH PIC 9(2).
           05 WS-TERMS-EFF-DAY   PIC 9(2).
       01  WS-TERMS-ENTERED-DATE PIC 9(8) VALUE ZERO.
       01  WS-TERMS-ENT-PARTS REDEFINES WS-TERMS-ENTERED-DATE.
           05 WS-TERMS-ENT-YEAR  PIC 9(4).
           05 WS-TERMS-ENT-MONTH PIC 9(2).
           05 WS-TERMS-ENT-DAY   PIC 9(2).
       01  WS-TERMS-LEAD-GIVEN  PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-TERMS-ROW-STATE   PIC X(1) VALUE SPACE.
           88 TERMS-IN-FORCE    VALUE 'F'.
           88 TERMS-PENDING     VALUE 'P'.
           88 TERMS-REFUSED     VALUE 'R'.
