      *operadores e classes, inclui e desabilita operador, troca a
      *lista de opcoes de uma classe, valida que toda classe citada
      *no OPERMAST existe no AUTHTAB, e cada mudanca administrativa
      *sai na trilha pelo AUDITLOG com o ID de quem a fez. Aplica
      *tambem o RECERTIN, as decisoes dos gerentes sobre o
      *relatorio trimestral de recertificacao do OpRecert.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpAdmin IS INITIAL PROGRAM.
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT AUTH-TABLE ASSIGN TO AUTHTAB
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT RECERT-IN ASSIGN TO RECERTIN
               FILE STATUS IS RECERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AT-CLASS          PIC X(1).
           05 AT-OPTIONS        PIC X(10).

       FD  RECERT-IN RECORDING MODE F.
      *layout compartilhado no copybook RECERT (gravado pelo OpRecert)
           COPY RECERT.

       WORKING-STORAGE SECTION.
       01  OPER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  AUTH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RECERT-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-OPER-EOF          PIC X(1) VALUE 'N'.
           88 OPER-EOF          VALUE 'Y'.
       01  WS-AUTH-EOF          PIC X(1) VALUE 'N'.
           88 AUTH-EOF          VALUE 'Y'.
       01  WS-RECERT-EOF        PIC X(1) VALUE 'N'.
           88 RECERT-EOF        VALUE 'Y'.

      *os dois cadastros inteiros em memoria, regravados na saida
       01  WS-OPER-TABLE.
              10 WO-HIST-1      PIC X(8).
              10 WO-HIST-2      PIC X(8).
              10 WO-HIST-3      PIC X(8).
              10 WO-LAST-SIGNON PIC 9(8).
       01  WS-AUTH-TABLE-WK.
           05 WS-AUTH-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-AUTH-ENTRY OCCURS 20 TIMES
           88 OPCAO-DESABILITA  VALUE 4.
           88 OPCAO-MUDA-CLASSE VALUE 5.
           88 OPCAO-VALIDA      VALUE 6.
           88 OPCAO-RECERT      VALUE 7.
           88 OPCAO-SAI         VALUE 9.

       01  WS-ADMIN-ID          PIC X(8) VALUE SPACES.
           88 ENTRY-FOUND       VALUE 'Y'.
       01  WS-BAD-CLASS-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
      *contadores da aplicacao do RECERTIN
       01  WS-RECERT-COUNTS.
           05 WS-RV-READ        PIC 9(5) VALUE ZERO.
           05 WS-RV-CONFIRMED   PIC 9(5) VALUE ZERO.
           05 WS-RV-REVOKED     PIC 9(5) VALUE ZERO.
           05 WS-RV-REJECTED    PIC 9(5) VALUE ZERO.

      *área de parâmetros trocada com o subprograma AUDITLOG
       COPY AUDITPRM.
                 MOVE OP-PWD-HIST-1 TO WO-HIST-1 (OPX)
                 MOVE OP-PWD-HIST-2 TO WO-HIST-2 (OPX)
                 MOVE OP-PWD-HIST-3 TO WO-HIST-3 (OPX)
                 MOVE OP-LAST-SIGNON TO WO-LAST-SIGNON (OPX)
                 PERFORM LE-OPERADOR
              END-PERFORM
              CLOSE OPER-MASTER
           DISPLAY '4 DESABILITAR OPERADOR'.
           DISPLAY '5 TROCAR OPCOES DE UMA CLASSE'.
           DISPLAY '6 VALIDAR CLASSES DO CADASTRO'.
           DISPLAY '7 APLICAR RECERTIFICACAO (RECERTIN)'.
           DISPLAY '9 GRAVAR E SAIR'.
           ACCEPT WS-OPCAO FROM CONSOLE.
           EVALUATE TRUE
                 PERFORM MUDA-CLASSE
              WHEN OPCAO-VALIDA
                 PERFORM VALIDA-CLASSES
              WHEN OPCAO-RECERT
                 PERFORM APLICA-RECERTIFICACAO
              WHEN OPCAO-SAI
                 CONTINUE
              WHEN OTHER
       LISTA-UM-OPERADOR.
           DISPLAY WO-ID (OPX) ' CLASSE ' WO-CLASS (OPX)
              ' SITUACAO (' WO-STATUS (OPX) ') SENHA DE '
              WO-PWD-DATE (OPX) ' ULTIMO SIGN-ON '
              WO-LAST-SIGNON (OPX).

       LISTA-CLASSES.
           IF WS-AUTH-COUNT = ZERO
                    MOVE SPACES          TO WO-HIST-1 (OPX)
                    MOVE SPACES          TO WO-HIST-2 (OPX)
                    MOVE SPACES          TO WO-HIST-3 (OPX)
      *-------------o prazo de ID parado do OpIdle conta da
      *-------------inclusao ate o primeiro sign-on
                    MOVE WS-TODAY-DATE   TO WO-LAST-SIGNON (OPX)
                    PERFORM AUDITA-MUDANCA-OPADD
                    DISPLAY 'OPERADOR INCLUIDO.'
                 END-IF
                 ' NAO EXISTE NO AUTHTAB'
           END-IF.

       APLICA-RECERTIFICACAO.
      *decisoes dos gerentes sobre o relatorio do OpRecert: revoga
      *desabilita o operador, confirma so registra; as duas vao na
      *trilha com o operador revisado no campo de programa, como o
      *LOCK/UNLCK do MainMenu, e o resumo sai com o ID de quem
      *aplicou. A gravacao no OPERMAST e a mesma da saida (opcao 9)
           INITIALIZE WS-RECERT-COUNTS.
           MOVE 'N' TO WS-RECERT-EOF.
           OPEN INPUT RECERT-IN.
           IF RECERT-FILE-STATUS = '05' OR RECERT-FILE-STATUS = '35'
              DISPLAY 'RECERTIN NAO ENCONTRADO.'
           ELSE
              IF RECERT-FILE-STATUS NOT = '00'
                 STRING 'OPEN RECERTIN FAILED, STATUS '
                    RECERT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-OPADMIN
              END-IF
              PERFORM LE-RECERT
              PERFORM UNTIL RECERT-EOF
                 ADD 1 TO WS-RV-READ
                 PERFORM APLICA-UMA-DECISAO
                 PERFORM LE-RECERT
              END-PERFORM
              CLOSE RECERT-IN
              MOVE WS-ADMIN-ID TO AUDIT-PGM-NAME
              MOVE 'RCAPL'     TO AUDIT-EVENT
              COMPUTE AUDIT-REC-COUNT = WS-RV-CONFIRMED
                 + WS-RV-REVOKED
              MOVE ZERO        TO AUDIT-RETURN-CODE
              CALL 'AUDITLOG' USING AUDIT-PARMS
              DISPLAY 'RECERTIN LIDOS ' WS-RV-READ
                 ' CONFIRMADOS ' WS-RV-CONFIRMED
                 ' REVOGADOS ' WS-RV-REVOKED
                 ' RECUSADOS ' WS-RV-REJECTED
           END-IF.

       LE-RECERT.
           READ RECERT-IN
              AT END MOVE 'Y' TO WS-RECERT-EOF
           END-READ.
           IF RECERT-FILE-STATUS NOT = '00'
              AND RECERT-FILE-STATUS NOT = '10'
              STRING 'READ RECERTIN FAILED, STATUS '
                 RECERT-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-OPADMIN
           END-IF.

       APLICA-UMA-DECISAO.
           MOVE RV-OPER-ID TO WS-NEW-ID.
           PERFORM PROCURA-OPERADOR.
           EVALUATE TRUE
              WHEN NOT ENTRY-FOUND
                 ADD 1 TO WS-RV-REJECTED
                 DISPLAY RV-OPER-ID ' NAO CADASTRADO, IGNORADO'
              WHEN RV-MANAGER-ID = SPACES
                 ADD 1 TO WS-RV-REJECTED
                 DISPLAY RV-OPER-ID ' SEM GERENTE, IGNORADO'
              WHEN RV-REVOKE
                 MOVE 'D' TO WO-STATUS (OPX)
                 ADD 1 TO WS-RV-REVOKED
                 MOVE 'RCREV' TO AUDIT-EVENT
                 PERFORM AUDITA-RECERTIFICACAO
                 DISPLAY RV-OPER-ID ' REVOGADO POR ' RV-MANAGER-ID
      *-------a confirmacao vale para a classe revisada; se a classe
      *-------mudou depois do relatorio, precisa de nova revisao
              WHEN RV-CONFIRM AND RV-CLASS NOT = WO-CLASS (OPX)
                 ADD 1 TO WS-RV-REJECTED
                 DISPLAY RV-OPER-ID ' CLASSE MUDOU DE ' RV-CLASS
                    ' PARA ' WO-CLASS (OPX) ', REVISAR DE NOVO'
              WHEN RV-CONFIRM
                 ADD 1 TO WS-RV-CONFIRMED
                 MOVE 'RCCNF' TO AUDIT-EVENT
                 PERFORM AUDITA-RECERTIFICACAO
              WHEN OTHER
                 ADD 1 TO WS-RV-REJECTED
                 DISPLAY RV-OPER-ID ' SEM DECISAO, IGNORADO'
           END-EVALUATE.

       AUDITA-RECERTIFICACAO.
           MOVE RV-OPER-ID  TO AUDIT-PGM-NAME.
           MOVE ZERO        TO AUDIT-REC-COUNT.
           MOVE ZERO        TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       REGRAVA-OPERADORES.
           OPEN OUTPUT OPER-MASTER.
           IF OPER-FILE-STATUS NOT = '00'
           MOVE WO-HIST-1 (OPX)     TO OP-PWD-HIST-1.
           MOVE WO-HIST-2 (OPX)     TO OP-PWD-HIST-2.
           MOVE WO-HIST-3 (OPX)     TO OP-PWD-HIST-3.
           MOVE WO-LAST-SIGNON (OPX) TO OP-LAST-SIGNON.
           WRITE OPER-MASTER-REC.
           IF OPER-FILE-STATUS NOT = '00'
              STRING 'WRITE OPER-MASTER FAILED, STATUS '
