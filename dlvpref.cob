      *Preferencia de entrega do extrato pelo console: papel,
      *eletronico ou ambos, por conta ou por cliente do CUSTMST,
      *com o e-mail de entrega e a data do consentimento eletronico
      *do cliente, no dataset DLVPREF que o AcctStmt le para mandar
      *o extrato ao fornecedor de entrega eletronica em vez da
      *grafica. Cada inclusao, alteracao ou exclusao grava a imagem
      *antes/depois no historico DLVHIST, no mesmo layout do
      *CHGHIST do AcctMaint (num dataset a parte: o FwdRecov
      *reaplica toda imagem do CHGHIST no cadastro de contas). A
      *opcao 4 lista as preferencias devolvidas pelo DlvBnce, que o
      *operador acerta com o cliente. Mesmo arranjo de manutencao
      *pelo console do CustMaint: tabela em memoria, regravada no
      *final.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DlvPref IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL (mesmo
      *motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREF-FILE ASSIGN TO DLVPREF
               FILE STATUS IS PREF-FILE-STATUS.
           SELECT CHANGE-HIST ASSIGN TO DLVHIST
               FILE STATUS IS HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREF-FILE RECORDING MODE F.
      *layout compartilhado no copybook DLVPREF
           COPY DLVPREF.

       FD  CHANGE-HIST RECORDING MODE F.
      *mesmo layout de imagens do CHGHIST; a imagem aqui e o record
      *de preferencia, nao o do cadastro de contas
       01  CHANGE-HIST-REC.
           05 CH-ACTION         PIC X(1).
           05 CH-IMAGE-TYPE     PIC X(1).
           05 CH-OPERATOR-ID    PIC X(8).
           05 CH-TIMESTAMP      PIC X(14).
           05 CH-ACCT-IMAGE     PIC X(183).

       WORKING-STORAGE SECTION.
       01  PREF-FILE-STATUS     PIC X(2) VALUE '00'.
       01  HIST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-PREF-EOF          PIC X(1) VALUE 'N'.
           88 PREF-EOF          VALUE 'Y'.

      *arquivo inteiro em memoria: regravar tudo no final
      *simplifica a manutencao; a exclusao so marca a entrada, que
      *fica de fora na regravacao
       01  WS-PREF-TABLE.
           05 WS-PREF-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PREF-ENTRY OCCURS 3000 TIMES
                 INDEXED BY PFX.
              10 WK-PREF-IMAGE  PIC X(100).
              10 WK-DELETED     PIC X(1).
       01  WS-PREF-FOUND        PIC X(1) VALUE 'N'.
           88 PREF-FOUND        VALUE 'Y'.
       01  WS-KEPT-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-HIT-COUNT         PIC 9(4) VALUE ZERO.

       01  WS-OPCAO             PIC 9 VALUE ZERO.
           88 OPCAO-LISTA       VALUE 1.
           88 OPCAO-GRAVA       VALUE 2.
           88 OPCAO-EXCLUI      VALUE 3.
           88 OPCAO-DEVOLVIDAS  VALUE 4.
           88 OPCAO-SAI         VALUE 9.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-HIST-ACTION       PIC X(1) VALUE SPACE.

       01  WS-NEW-KEY-TYPE      PIC X(1) VALUE SPACE.
           88 NEW-KEY-TYPE-VALID VALUES 'A' 'C'.
       01  WS-NEW-KEY           PIC X(8) VALUE SPACES.
       01  WS-NEW-DELIVERY      PIC X(1) VALUE SPACE.
           88 NEW-DLV-VALID     VALUES 'P' 'E' 'B'.
           88 NEW-DLV-ELECTRONIC VALUES 'E' 'B'.
       01  WS-NEW-EMAIL         PIC X(50) VALUE SPACES.
       01  WS-NEW-CONSENT       PIC X(1) VALUE SPACE.
       01  WS-OLD-EMAIL         PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO-DLVPREF.
      *o operador se identifica uma vez na entrada; o ID dele vai
      *no record e em cada imagem do historico da sessao
           DISPLAY 'OPERADOR: '.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM CARREGA-PREFERENCIAS.
           PERFORM ABRE-HISTORICO.
           PERFORM MENU-PREFERENCIAS UNTIL OPCAO-SAI.
           CLOSE CHANGE-HIST.
           PERFORM REGRAVA-PREFERENCIAS.
           GOBACK.

       CARREGA-PREFERENCIAS.
           OPEN INPUT PREF-FILE.
      *na primeira execucao o dataset ainda nao existe: comeca com
      *o arquivo vazio em vez de abortar
           IF PREF-FILE-STATUS = '05' OR PREF-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PREF-EOF
           ELSE
              IF PREF-FILE-STATUS NOT = '00'
                 STRING 'OPEN PREF-FILE FAILED, STATUS '
                    PREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-DLVPREF
              END-IF
              PERFORM LE-PREFERENCIA
              PERFORM UNTIL PREF-EOF OR WS-PREF-COUNT = 3000
                 ADD 1 TO WS-PREF-COUNT
                 SET PFX TO WS-PREF-COUNT
                 MOVE DLV-PREF-REC TO WK-PREF-IMAGE (PFX)
                 MOVE 'N'          TO WK-DELETED (PFX)
                 PERFORM LE-PREFERENCIA
              END-PERFORM
              CLOSE PREF-FILE
      *-------o arquivo e regravado a partir da tabela no final:
      *-------parar antes do fim destruiria em silencio toda
      *-------preferencia alem da 3000a - melhor parar aqui
              IF NOT PREF-EOF
                 STRING 'PREFERENCE TABLE FULL, 3000 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-DLVPREF
              END-IF
           END-IF.

       LE-PREFERENCIA.
           READ PREF-FILE
              AT END MOVE 'Y' TO WS-PREF-EOF
           END-READ.
           IF PREF-FILE-STATUS NOT = '00'
              AND PREF-FILE-STATUS NOT = '10'
              STRING 'READ PREF-FILE FAILED, STATUS '
                 PREF-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-DLVPREF
           END-IF.

       ABRE-HISTORICO.
           OPEN EXTEND CHANGE-HIST.
      *o historico e acumulativo entre execucoes; na primeira vez o
      *dataset ainda nao existe e o OPEN EXTEND precisa virar
      *OUTPUT, mesmo tratamento do CoHldMnt com o CHGHIST
           IF HIST-FILE-STATUS = '05' OR HIST-FILE-STATUS = '35'
              OPEN OUTPUT CHANGE-HIST
           END-IF.
           IF HIST-FILE-STATUS NOT = '00'
              STRING 'OPEN CHANGE-HIST FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-DLVPREF
           END-IF.

       MENU-PREFERENCIAS.
           DISPLAY '====================================='.
           DISPLAY 'ENTREGA DO EXTRATO (DLVPREF)'.
           DISPLAY '1 LISTAR PREFERENCIAS'.
           DISPLAY '2 INCLUIR/ALTERAR PREFERENCIA'.
           DISPLAY '3 EXCLUIR PREFERENCIA (VOLTA AO PAPEL)'.
           DISPLAY '4 LISTAR E-MAILS DEVOLVIDOS A CONTATAR'.
           DISPLAY '9 GRAVAR E SAIR'.
           ACCEPT WS-OPCAO FROM CONSOLE.
           EVALUATE TRUE
              WHEN OPCAO-LISTA
                 PERFORM LISTA-PREFERENCIAS
              WHEN OPCAO-GRAVA
                 PERFORM GRAVA-PREFERENCIA
              WHEN OPCAO-EXCLUI
                 PERFORM EXCLUI-PREFERENCIA
              WHEN OPCAO-DEVOLVIDAS
                 PERFORM LISTA-DEVOLVIDAS
              WHEN OPCAO-SAI
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA...'
           END-EVALUATE.

       LISTA-PREFERENCIAS.
           MOVE ZERO TO WS-HIT-COUNT.
           IF WS-PREF-COUNT > ZERO
              PERFORM LISTA-UMA-PREFERENCIA
                 VARYING PFX FROM 1 BY 1
                 UNTIL PFX > WS-PREF-COUNT
           END-IF.
           IF WS-HIT-COUNT = ZERO
              DISPLAY 'NENHUMA PREFERENCIA CADASTRADA.'
           END-IF.

       LISTA-UMA-PREFERENCIA.
           IF WK-DELETED (PFX) = 'N'
              ADD 1 TO WS-HIT-COUNT
              MOVE WK-PREF-IMAGE (PFX) TO DLV-PREF-REC
              DISPLAY DP-KEY-TYPE ' ' DP-KEY ' ' DP-DELIVERY
                 ' ' DP-CONSENT-DATE ' ' DP-BOUNCE-FLAG
                 ' ' DP-EMAIL
           END-IF.

       LISTA-DEVOLVIDAS.
      *a lista de contato do DlvBnce: e-mail devolvido, extrato ja
      *de volta no papel; sai daqui quando o operador grava um
      *e-mail novo ou a entrega eletronica de novo
           MOVE ZERO TO WS-HIT-COUNT.
           IF WS-PREF-COUNT > ZERO
              PERFORM LISTA-UMA-DEVOLVIDA
                 VARYING PFX FROM 1 BY 1
                 UNTIL PFX > WS-PREF-COUNT
           END-IF.
           IF WS-HIT-COUNT = ZERO
              DISPLAY 'NENHUM E-MAIL DEVOLVIDO PENDENTE.'
           END-IF.

       LISTA-UMA-DEVOLVIDA.
           IF WK-DELETED (PFX) = 'N'
              MOVE WK-PREF-IMAGE (PFX) TO DLV-PREF-REC
              IF DP-BOUNCED
                 ADD 1 TO WS-HIT-COUNT
                 DISPLAY DP-KEY-TYPE ' ' DP-KEY ' DEVOLVIDO EM '
                    DP-BOUNCE-DATE ' ' DP-EMAIL
              END-IF
           END-IF.

       PEDE-CHAVE.
           DISPLAY 'TIPO (A=CONTA, C=CLIENTE): '.
           ACCEPT WS-NEW-KEY-TYPE FROM CONSOLE.
           DISPLAY 'CONTA OU CLIENTE: '.
           ACCEPT WS-NEW-KEY FROM CONSOLE.

       GRAVA-PREFERENCIA.
           PERFORM PEDE-CHAVE.
           IF NOT NEW-KEY-TYPE-VALID OR WS-NEW-KEY = SPACES
              DISPLAY 'TIPO OU CHAVE INVALIDOS.'
           ELSE
              PERFORM PROCURA-PREFERENCIA
              IF NOT PREF-FOUND AND WS-PREF-COUNT = 3000
                 DISPLAY 'ARQUIVO CHEIO (3000 PREFERENCIAS).'
              ELSE
                 PERFORM PEDE-DADOS-PREFERENCIA
              END-IF
           END-IF.

       PEDE-DADOS-PREFERENCIA.
           IF PREF-FOUND
              MOVE WK-PREF-IMAGE (PFX) TO DLV-PREF-REC
              DISPLAY 'ATUAL: ' DP-DELIVERY ' CONSENTIMENTO '
                 DP-CONSENT-DATE ' ' DP-EMAIL
              MOVE DP-EMAIL TO WS-OLD-EMAIL
           ELSE
              MOVE SPACES TO WS-OLD-EMAIL
           END-IF.
           DISPLAY 'ENTREGA (P=PAPEL, E=ELETRONICO, B=AMBOS): '.
           ACCEPT WS-NEW-DELIVERY FROM CONSOLE.
           DISPLAY 'E-MAIL (BRANCO MANTEM O ATUAL): '.
           ACCEPT WS-NEW-EMAIL FROM CONSOLE.
           DISPLAY 'CONSENTIMENTO ELETRONICO (S=REGISTRA HOJE, '
              'N=RETIRA, BRANCO MANTEM): '.
           ACCEPT WS-NEW-CONSENT FROM CONSOLE.
           IF WS-NEW-EMAIL = SPACES
              MOVE WS-OLD-EMAIL TO WS-NEW-EMAIL
           END-IF.
           EVALUATE TRUE
              WHEN NOT NEW-DLV-VALID
                 DISPLAY 'ENTREGA INVALIDA.'
              WHEN NEW-DLV-ELECTRONIC AND WS-NEW-EMAIL = SPACES
                 DISPLAY 'ENTREGA ELETRONICA EXIGE E-MAIL.'
              WHEN OTHER
                 PERFORM APLICA-PREFERENCIA
           END-EVALUATE.

       APLICA-PREFERENCIA.
           IF PREF-FOUND
              MOVE 'C' TO WS-HIST-ACTION
              PERFORM WRITE-BEFORE-IMAGE
           ELSE
              MOVE 'A' TO WS-HIST-ACTION
              ADD 1 TO WS-PREF-COUNT
              SET PFX TO WS-PREF-COUNT
              MOVE 'N'             TO WK-DELETED (PFX)
              MOVE SPACES          TO DLV-PREF-REC
              MOVE WS-NEW-KEY-TYPE TO DP-KEY-TYPE
              MOVE WS-NEW-KEY      TO DP-KEY
              MOVE ZERO            TO DP-CONSENT-DATE
              MOVE 'N'             TO DP-BOUNCE-FLAG
              MOVE ZERO            TO DP-BOUNCE-DATE
           END-IF.
           MOVE WS-NEW-DELIVERY TO DP-DELIVERY.
           MOVE WS-NEW-EMAIL    TO DP-EMAIL.
           EVALUATE WS-NEW-CONSENT
              WHEN 'S'
              WHEN 's'
                 MOVE WS-TODAY-DATE TO DP-CONSENT-DATE
              WHEN 'N'
              WHEN 'n'
                 MOVE ZERO TO DP-CONSENT-DATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *e-mail novo ou entrega eletronica pedida de novo encerram o
      *contato pela devolucao
           IF WS-NEW-EMAIL NOT = WS-OLD-EMAIL
              OR NEW-DLV-ELECTRONIC
              MOVE 'N'  TO DP-BOUNCE-FLAG
              MOVE ZERO TO DP-BOUNCE-DATE
           END-IF.
           MOVE WS-OPERATOR-ID TO DP-UPD-OPERATOR.
           MOVE WS-TODAY-DATE  TO DP-UPD-DATE.
           MOVE DLV-PREF-REC   TO WK-PREF-IMAGE (PFX).
           PERFORM WRITE-AFTER-IMAGE.
           IF NEW-DLV-ELECTRONIC AND DP-CONSENT-DATE = ZERO
              DISPLAY 'SEM CONSENTIMENTO O EXTRATO CONTINUA EM PAPEL.'
           END-IF.
           DISPLAY 'PREFERENCIA GRAVADA.'.

       EXCLUI-PREFERENCIA.
      *sem preferencia a conta volta ao padrao: a do cliente dela,
      *senao papel
           PERFORM PEDE-CHAVE.
           PERFORM PROCURA-PREFERENCIA.
           IF NOT PREF-FOUND
              DISPLAY 'PREFERENCIA NAO CADASTRADA.'
           ELSE
              MOVE 'D' TO WS-HIST-ACTION
              MOVE WK-PREF-IMAGE (PFX) TO DLV-PREF-REC
              PERFORM WRITE-BEFORE-IMAGE
              MOVE 'Y' TO WK-DELETED (PFX)
              DISPLAY 'PREFERENCIA EXCLUIDA.'
           END-IF.

       PROCURA-PREFERENCIA.
           MOVE 'N' TO WS-PREF-FOUND.
           IF WS-PREF-COUNT > ZERO
              SET PFX TO 1
              SEARCH WS-PREF-ENTRY
                 AT END MOVE 'N' TO WS-PREF-FOUND
                 WHEN PFX > WS-PREF-COUNT
                    MOVE 'N' TO WS-PREF-FOUND
                 WHEN WK-PREF-IMAGE (PFX) (1:1) = WS-NEW-KEY-TYPE
                    AND WK-PREF-IMAGE (PFX) (2:8) = WS-NEW-KEY
                    AND WK-DELETED (PFX) = 'N'
                    MOVE 'Y' TO WS-PREF-FOUND
              END-SEARCH
           END-IF.

       WRITE-BEFORE-IMAGE.
           MOVE 'B' TO CH-IMAGE-TYPE.
           PERFORM WRITE-HIST-RECORD.

       WRITE-AFTER-IMAGE.
           MOVE 'A' TO CH-IMAGE-TYPE.
           PERFORM WRITE-HIST-RECORD.

       WRITE-HIST-RECORD.
      *a imagem gravada e o proprio record de preferencia da
      *entrada da tabela que a operacao tocou
           MOVE WS-HIST-ACTION   TO CH-ACTION.
           MOVE WS-OPERATOR-ID   TO CH-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CH-TIMESTAMP.
           MOVE SPACES           TO CH-ACCT-IMAGE.
           MOVE WK-PREF-IMAGE (PFX) TO CH-ACCT-IMAGE (1:100).
           WRITE CHANGE-HIST-REC.
           IF HIST-FILE-STATUS NOT = '00'
              STRING 'WRITE CHANGE-HIST FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-DLVPREF
           END-IF.

       REGRAVA-PREFERENCIAS.
           OPEN OUTPUT PREF-FILE.
           IF PREF-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT PREF-FILE FAILED, STATUS '
                 PREF-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-DLVPREF
           END-IF.
           MOVE ZERO TO WS-KEPT-COUNT.
           IF WS-PREF-COUNT > ZERO
              PERFORM GRAVA-UMA-PREFERENCIA
                 VARYING PFX FROM 1 BY 1
                 UNTIL PFX > WS-PREF-COUNT
           END-IF.
           CLOSE PREF-FILE.
           DISPLAY 'ARQUIVO DLVPREF GRAVADO COM ' WS-KEPT-COUNT
              ' PREFERENCIAS.'.

       GRAVA-UMA-PREFERENCIA.
           IF WK-DELETED (PFX) = 'N'
              MOVE WK-PREF-IMAGE (PFX) TO DLV-PREF-REC
              WRITE DLV-PREF-REC
              IF PREF-FILE-STATUS NOT = '00'
                 STRING 'WRITE PREF-FILE FAILED, STATUS '
                    PREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-DLVPREF
              END-IF
              ADD 1 TO WS-KEPT-COUNT
           END-IF.

       ABEND-DLVPREF.
      *erro grave de I/O: mostra a mensagem e volta ao MainMenu em
      *vez de encerrar a sessao toda
           DISPLAY 'DLVPREF ABEND: ' WS-ABEND-TEXT.
           GOBACK.
