      *-----------------------------------------------------------
      *copybook com o paragrafo que classifica uma linha do STRATE
      *ou do FEESCHED pela vigencia; o programa que faz COPY deste
      *membro precisa ter feito COPY TERMDATE antes, na
      *WORKING-STORAGE SECTION, e preenchido WS-TERMS-TODAY,
      *WS-TERMS-EFF-DATE e WS-TERMS-ENTERED-DATE (zero quando o
      *campo da linha nao e numerico)
      *-----------------------------------------------------------
       CLASSIFY-TERMS-ROW.
      *linha sem vigencia vale desde sempre; linha com vigencia
      *precisa de data de digitacao valida e do prazo de aviso
      *inteiro entre as duas, senao e recusada; com o prazo
      *cumprido fica pendente ate o dia da vigencia
           EVALUATE TRUE
              WHEN WS-TERMS-EFF-DATE = ZERO
                 SET TERMS-IN-FORCE TO TRUE
              WHEN WS-TERMS-EFF-MONTH < 1 OR WS-TERMS-EFF-MONTH > 12
                 OR WS-TERMS-EFF-DAY < 1 OR WS-TERMS-EFF-DAY > 31
                 OR WS-TERMS-ENT-MONTH < 1 OR WS-TERMS-ENT-MONTH > 12
                 OR WS-TERMS-ENT-DAY < 1 OR WS-TERMS-ENT-DAY > 31
                 SET TERMS-REFUSED TO TRUE
              WHEN OTHER
                 COMPUTE WS-TERMS-LEAD-GIVEN =
                    FUNCTION INTEGER-OF-DATE (WS-TERMS-EFF-DATE)
                  - FUNCTION INTEGER-OF-DATE (WS-TERMS-ENTERED-DATE)
                 IF WS-TERMS-LEAD-GIVEN < WS-TERMS-LEAD-DAYS
                    SET TERMS-REFUSED TO TRUE
                 ELSE
                    IF WS-TERMS-EFF-DATE > WS-TERMS-TODAY
                       SET TERMS-PENDING TO TRUE
                    ELSE
                       SET TERMS-IN-FORCE TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE.
