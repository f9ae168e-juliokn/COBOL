      *-----------------------------------------------------------
      *copybook com a área de parâmetros trocada com o subprograma
      *RUNLOG (CALL 'RUNLOG' USING RUNL-PARMS); o programa chamador
      *faz COPY na WORKING-STORAGE, o RUNLOG faz COPY na LINKAGE
      *SECTION (mesmo arranjo do AUDITPRM com o AUDITLOG). Cada
      *passo do ACCTNITE chama com S no inicio e com C (terminou) ou
      *F (abend ou lote recusado) no fim, com o RETURN-CODE. No S o
      *RUNLOG devolve a data-movimento resolvida - o chamador manda
      *a sua ou deixa zero e ela vem do controle BUSDTCTL pelo
      *BUSDATE ou, sem ele, da data do dia - e a devolve de novo no
      *fim; e devolve R quando o passo nao pode ser repetido e ja
      *terminou nessa data sem override do operador, ou E quando o
      *controle nao pode ser lido.
      *-----------------------------------------------------------
       01 RUNL-PARMS.
           05 RUNL-FUNCTION       PIC X(1).
             88 RUNL-FN-START       VALUE 'S'.
             88 RUNL-FN-COMPLETE    VALUE 'C'.
             88 RUNL-FN-FAILED      VALUE 'F'.
           05 RUNL-STEP-NAME      PIC X(8).
           05 RUNL-BUSINESS-DATE  PIC 9(8).
           05 RUNL-RETURN-CODE    PIC 9(4).
           05 RUNL-RESULT         PIC X(1).
             88 RUNL-ALLOWED        VALUE 'A'.
             88 RUNL-REFUSED        VALUE 'R'.
             88 RUNL-ERROR          VALUE 'E'.
             88 RUNL-RUN-BLOCKED    VALUES 'R' 'E'.
           05 RUNL-MESSAGE        PIC X(50).
