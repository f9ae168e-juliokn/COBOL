      *-----------------------------------------------------------
      *copybook com o layout do record de recertificacao de acesso
      *de operador: o OpRecert grava um record por operador no
      *RECERTOUT junto com o relatorio trimestral por classe, com a
      *decisao e o gerente em branco; o gerente marca confirma (C)
      *ou revoga (R) e o arquivo volta como RECERTIN, aplicado pela
      *opcao 7 do OpAdmin - cada decisao sai na trilha do AUDITLOG.
      *A classe e o ultimo sign-on sao os do momento da revisao: se
      *a classe mudou depois, a confirmacao nao vale para a nova.
      *-----------------------------------------------------------
       01 RECERT-REC.
           05 RV-OPER-ID          PIC X(8) .
           05 RV-CLASS            PIC X(1) .
           05 RV-DECISION         PIC X(1) .
             88 RV-CONFIRM          VALUE 'C'.
             88 RV-REVOKE           VALUE 'R'.
           05 RV-MANAGER-ID       PIC X(8) .
      *ciclo da revisao, AAAATn (ex. 2026T3)
           05 RV-CYCLE            PIC X(6) .
           05 RV-LAST-SIGNON      PIC 9(8) .
