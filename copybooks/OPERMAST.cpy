      *(ativo/bloqueado/desabilitado), a data da ultima troca de
      *senha, o contador de falhas consecutivas e as tres ultimas
      *senhas (que nao podem ser reusadas). Conferido no sign-on do
      *MainMenu, do Apprvl, do PostRvw, do SancRvw, do WaivEnt (a
      *classe decide o teto de isencao sem aprovacao) e do WaivApr
      *e administrado pelo OpAdmin;
      *o record passou de 17 para 51 bytes. A data do ultimo
      *sign-on valido no MainMenu e o que o OpIdle usa para
      *desabilitar ID parado e o que o OpRecert mostra na
      *recertificacao trimestral; o record passou de 51 para 59.
      *-----------------------------------------------------------
       01 OPER-MASTER-REC.
           05 OP-ID             PIC X(8).
           05 OP-PWD-HIST-1     PIC X(8).
           05 OP-PWD-HIST-2     PIC X(8).
           05 OP-PWD-HIST-3     PIC X(8).
           05 OP-LAST-SIGNON    PIC 9(8).
