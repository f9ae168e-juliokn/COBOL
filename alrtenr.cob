      *Adesao do cliente aos alertas pelo console: por conta e por
      *canal (SMS ou e-mail), o contato de entrega e quais alertas
      *o cliente quer - estouro do limite, pagamento recebido,
      *pagamento AutoPay devolvido e limite temporario vencendo -
      *no dataset ALRTENR que o AlrtNite le toda noite para montar
      *o arquivo do fornecedor de mensagens. Cada inclusao,
      *alteracao ou exclusao grava a imagem antes/depois no
      *historico ALRTHIST, no mesmo layout do CHGHIST (num dataset
      *a parte, pelo mesmo motivo do DLVHIST do DlvPref: o FwdRecov
      *reaplica toda imagem do CHGHIST no cadastro de contas).
      *Mesmo arranjo de manutencao pelo console do DlvPref: tabela
      *em memoria, regravada no final.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlrtEnr IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL (mesmo
      *motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO ALRTENR
               FILE STATUS IS ENR-FILE-STATUS.
           SELECT CHANGE-HIST ASSIGN TO ALRTHIST
               FILE STATUS IS HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE RECORDING MODE F.
      *layout compartilhado no copybook ALRTENR
           COPY ALRTENR.

       FD  CHANGE-HIST RECORDING MODE F.
      *mesmo layout de imagens do CHGHIST; a imagem aqui e o record
      *de adesao, nao o do cadastro de contas
       01  CHANGE-HIST-REC.
           05 CH-ACTION         PIC X(1).
           05 CH-IMAGE-TYPE     PIC X(1).
           05 CH-OPERATOR-ID    PIC X(8).
           05 CH-TIMESTAMP      PIC X(14).
           05 CH-ACCT-IMAGE     PIC X(183).

       WORKING-STORAGE SECTION.
       01  ENR-FILE-STATUS      PIC X(2) VALUE '00'.
       01  HIST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-ENR-EOF           PIC X(1) VALUE 'N'.
           88 ENR-EOF           VALUE 'Y'.

      *arquivo inteiro em memoria: regravar tudo no final
      *simplifica a manutencao; a exclusao so marca a entrada, que
      *fica de fora na regravacao
       01  WS-ENR-TABLE.
           05 WS-ENR-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-ENR-ENTRY OCCURS 3000 TIMES
                 INDEXED BY ENX.
              10 WK-ENR-IMAGE   PIC X(100).
              10 WK-DELETED     PIC X(1).
       01  WS-ENR-FOUND         PIC X(1) VALUE 'N'.
           88 ENR-FOUND         VALUE 'Y'.
       01  WS-KEPT-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-HIT-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-AT-COUNT          PIC 9(2) VALUE ZERO.

       01  WS-OPCAO             PIC 9 VALUE ZERO.
           88 OPCAO-LISTA       VALUE 1.
           88 OPCAO-GRAVA       VALUE 2.
           88 OPCAO-EXCLUI      VALUE 3.
           88 OPCAO-SAI         VALUE 9.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-HIST-ACTION       PIC X(1) VALUE SPACE.

       01  WS-NEW-ACCT-NO       PIC X(8) VALUE SPACES.
       01  WS-NEW-CHANNEL       PIC X(1) VALUE SPACE.
           88 NEW-CHANNEL-VALID VALUES 'S' 'E'.
           88 NEW-CHANNEL-EMAIL VALUE 'E'.
       01  WS-NEW-CONTACT       PIC X(50) VALUE SPACES.
       01  WS-ANSWER            PIC X(1) VALUE SPACE.

      *tipos de alerta da adesao sendo gravada, na ordem do record
       01  WS-NEW-WANTS.
           05 WS-NEW-OVERLIMIT  PIC X(1) VALUE 'N'.
           05 WS-NEW-PAYMENT    PIC X(1) VALUE 'N'.
           05 WS-NEW-RETURN     PIC X(1) VALUE 'N'.
           05 WS-NEW-LIMEXP     PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.

       INICIO-ALRTENR.
      *o operador se identifica uma vez na entrada; o ID dele vai
      *no record e em cada imagem do historico da sessao
           DISPLAY 'OPERADOR: '.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM CARREGA-ADESOES.
           PERFORM ABRE-HISTORICO.
           PERFORM MENU-ADESOES UNTIL OPCAO-SAI.
           CLOSE CHANGE-HIST.
           PERFORM REGRAVA-ADESOES.
           GOBACK.

       CARREGA-ADESOES.
           OPEN INPUT ENROLL-FILE.
      *na primeira execucao o dataset ainda nao existe: comeca com
      *o arquivo vazio em vez de abortar
           IF ENR-FILE-STATUS = '05' OR ENR-FILE-STATUS = '35'
              MOVE 'Y' TO WS-ENR-EOF
           ELSE
              IF ENR-FILE-STATUS NOT = '00'
                 STRING 'OPEN ENROLL-FILE FAILED, STATUS '
                    ENR-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-ALRTENR
              END-IF
              PERFORM LE-ADESAO
              PERFORM UNTIL ENR-EOF OR WS-ENR-COUNT = 3000
                 ADD 1 TO WS-ENR-COUNT
                 SET ENX TO WS-ENR-COUNT
                 MOVE ALERT-ENROLL-REC TO WK-ENR-IMAGE (ENX)
                 MOVE 'N'              TO WK-DELETED (ENX)
                 PERFORM LE-ADESAO
              END-PERFORM
              CLOSE ENROLL-FILE
      *-------o arquivo e regravado a partir da tabela no final:
      *-------parar antes do fim destruiria em silencio toda
      *-------adesao alem da 3000a - melhor parar aqui
              IF NOT ENR-EOF
                 STRING 'ENROLLMENT TABLE FULL, 3000 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-ALRTENR
              END-IF
           END-IF.

       LE-ADESAO.
           READ ENROLL-FILE
              AT END MOVE 'Y' TO WS-ENR-EOF
           END-READ.
           IF ENR-FILE-STATUS NOT = '00'
              AND ENR-FILE-STATUS NOT = '10'
              STRING 'READ ENROLL-FILE FAILED, STATUS '
                 ENR-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-ALRTENR
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
              PERFORM ABEND-ALRTENR
           END-IF.

       MENU-ADESOES.
           DISPLAY '====================================='.
           DISPLAY 'ALERTAS AO CLIENTE (ALRTENR)'.
           DISPLAY '1 LISTAR ADESOES'.
           DISPLAY '2 INCLUIR/ALTERAR ADESAO'.
           DISPLAY '3 EXCLUIR ADESAO'.
           DISPLAY '9 GRAVAR E SAIR'.
           ACCEPT WS-OPCAO FROM CONSOLE.
           EVALUATE TRUE
              WHEN OPCAO-LISTA
                 PERFORM LISTA-ADESOES
              WHEN OPCAO-GRAVA
                 PERFORM GRAVA-ADESAO
              WHEN OPCAO-EXCLUI
                 PERFORM EXCLUI-ADESAO
              WHEN OPCAO-SAI
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA...'
           END-EVALUATE.

       LISTA-ADESOES.
           MOVE ZERO TO WS-HIT-COUNT.
           IF WS-ENR-COUNT > ZERO
              PERFORM LISTA-UMA-ADESAO
                 VARYING ENX FROM 1 BY 1
                 UNTIL ENX > WS-ENR-COUNT
           END-IF.
           IF WS-HIT-COUNT = ZERO
              DISPLAY 'NENHUMA ADESAO CADASTRADA.'
           END-IF.

       LISTA-UMA-ADESAO.
      *as quatro colunas de Y/N seguem a ordem do record: estouro,
      *pagamento, devolucao, limite temporario
           IF WK-DELETED (ENX) = 'N'
              ADD 1 TO WS-HIT-COUNT
              MOVE WK-ENR-IMAGE (ENX) TO ALERT-ENROLL-REC
              DISPLAY AE-ACCT-NO ' ' AE-CHANNEL ' '
                 AE-WANT-OVERLIMIT AE-WANT-PAYMENT
                 AE-WANT-RETURN AE-WANT-LIMEXP ' ' AE-CONTACT
           END-IF.

       PEDE-CHAVE.
           DISPLAY 'CONTA: '.
           ACCEPT WS-NEW-ACCT-NO FROM CONSOLE.
           DISPLAY 'CANAL (S=SMS, E=E-MAIL): '.
           ACCEPT WS-NEW-CHANNEL FROM CONSOLE.

       GRAVA-ADESAO.
           PERFORM PEDE-CHAVE.
           IF WS-NEW-ACCT-NO = SPACES OR NOT NEW-CHANNEL-VALID
              DISPLAY 'CONTA OU CANAL INVALIDOS.'
           ELSE
              PERFORM PROCURA-ADESAO
              IF NOT ENR-FOUND AND WS-ENR-COUNT = 3000
                 DISPLAY 'ARQUIVO CHEIO (3000 ADESOES).'
              ELSE
                 PERFORM PEDE-DADOS-ADESAO
              END-IF
           END-IF.

       PEDE-DADOS-ADESAO.
      *na alteracao, resposta em branco mantem o valor atual; na
      *inclusao, tipo em branco fica sem o alerta
           IF ENR-FOUND
              MOVE WK-ENR-IMAGE (ENX) TO ALERT-ENROLL-REC
              DISPLAY 'ATUAL: ' AE-WANT-OVERLIMIT AE-WANT-PAYMENT
                 AE-WANT-RETURN AE-WANT-LIMEXP ' ' AE-CONTACT
              MOVE AE-CONTACT        TO WS-NEW-CONTACT
              MOVE AE-WANT-OVERLIMIT TO WS-NEW-OVERLIMIT
              MOVE AE-WANT-PAYMENT   TO WS-NEW-PAYMENT
              MOVE AE-WANT-RETURN    TO WS-NEW-RETURN
              MOVE AE-WANT-LIMEXP    TO WS-NEW-LIMEXP
           ELSE
              MOVE SPACES TO WS-NEW-CONTACT
              MOVE 'NNNN' TO WS-NEW-WANTS
           END-IF.
           IF NEW-CHANNEL-EMAIL
              DISPLAY 'E-MAIL (BRANCO MANTEM O ATUAL): '
           ELSE
              DISPLAY 'CELULAR (BRANCO MANTEM O ATUAL): '
           END-IF.
           MOVE SPACES TO ALERT-ENROLL-REC.
           ACCEPT AE-CONTACT FROM CONSOLE.
           IF AE-CONTACT NOT = SPACES
              MOVE AE-CONTACT TO WS-NEW-CONTACT
           END-IF.
           DISPLAY 'ESTOURO DO LIMITE (S/N): '.
           PERFORM PEDE-RESPOSTA.
           IF WS-ANSWER NOT = SPACE
              MOVE WS-ANSWER TO WS-NEW-OVERLIMIT
           END-IF.
           DISPLAY 'PAGAMENTO RECEBIDO (S/N): '.
           PERFORM PEDE-RESPOSTA.
           IF WS-ANSWER NOT = SPACE
              MOVE WS-ANSWER TO WS-NEW-PAYMENT
           END-IF.
           DISPLAY 'PAGAMENTO AUTOPAY DEVOLVIDO (S/N): '.
           PERFORM PEDE-RESPOSTA.
           IF WS-ANSWER NOT = SPACE
              MOVE WS-ANSWER TO WS-NEW-RETURN
           END-IF.
           DISPLAY 'LIMITE TEMPORARIO VENCENDO (S/N): '.
           PERFORM PEDE-RESPOSTA.
           IF WS-ANSWER NOT = SPACE
              MOVE WS-ANSWER TO WS-NEW-LIMEXP
           END-IF.
           MOVE ZERO TO WS-AT-COUNT.
           INSPECT WS-NEW-CONTACT TALLYING WS-AT-COUNT FOR ALL '@'.
           EVALUATE TRUE
              WHEN WS-NEW-CONTACT = SPACES
                 DISPLAY 'CONTATO OBRIGATORIO.'
              WHEN NEW-CHANNEL-EMAIL AND WS-AT-COUNT NOT = 1
                 DISPLAY 'E-MAIL INVALIDO.'
              WHEN WS-NEW-WANTS = 'NNNN'
                 DISPLAY 'NENHUM ALERTA ESCOLHIDO - USE A EXCLUSAO.'
              WHEN OTHER
                 PERFORM APLICA-ADESAO
           END-EVALUATE.

       PEDE-RESPOSTA.
      *S/N do console vira o Y/N do record; qualquer outra
      *resposta vale como branco (mantem)
           ACCEPT WS-ANSWER FROM CONSOLE.
           EVALUATE WS-ANSWER
              WHEN 'S'
              WHEN 's'
                 MOVE 'Y' TO WS-ANSWER
              WHEN 'N'
              WHEN 'n'
                 MOVE 'N' TO WS-ANSWER
              WHEN OTHER
                 MOVE SPACE TO WS-ANSWER
           END-EVALUATE.

       APLICA-ADESAO.
           IF ENR-FOUND
              MOVE 'C' TO WS-HIST-ACTION
              MOVE WK-ENR-IMAGE (ENX) TO ALERT-ENROLL-REC
              PERFORM WRITE-BEFORE-IMAGE
           ELSE
              MOVE 'A' TO WS-HIST-ACTION
              ADD 1 TO WS-ENR-COUNT
              SET ENX TO WS-ENR-COUNT
              MOVE 'N'             TO WK-DELETED (ENX)
              MOVE SPACES          TO ALERT-ENROLL-REC
              MOVE WS-NEW-ACCT-NO  TO AE-ACCT-NO
              MOVE WS-NEW-CHANNEL  TO AE-CHANNEL
              MOVE WS-TODAY-DATE   TO AE-ENROLL-DATE
           END-IF.
           MOVE WS-NEW-CONTACT   TO AE-CONTACT.
           MOVE WS-NEW-OVERLIMIT TO AE-WANT-OVERLIMIT.
           MOVE WS-NEW-PAYMENT   TO AE-WANT-PAYMENT.
           MOVE WS-NEW-RETURN    TO AE-WANT-RETURN.
           MOVE WS-NEW-LIMEXP    TO AE-WANT-LIMEXP.
           MOVE WS-OPERATOR-ID   TO AE-UPD-OPERATOR.
           MOVE WS-TODAY-DATE    TO AE-UPD-DATE.
           MOVE ALERT-ENROLL-REC TO WK-ENR-IMAGE (ENX).
           PERFORM WRITE-AFTER-IMAGE.
           DISPLAY 'ADESAO GRAVADA.'.

       EXCLUI-ADESAO.
           PERFORM PEDE-CHAVE.
           PERFORM PROCURA-ADESAO.
           IF NOT ENR-FOUND
              DISPLAY 'ADESAO NAO CADASTRADA.'
           ELSE
              MOVE 'D' TO WS-HIST-ACTION
              PERFORM WRITE-BEFORE-IMAGE
              MOVE 'Y' TO WK-DELETED (ENX)
              DISPLAY 'ADESAO EXCLUIDA.'
           END-IF.

       PROCURA-ADESAO.
           MOVE 'N' TO WS-ENR-FOUND.
           IF WS-ENR-COUNT > ZERO
              SET ENX TO 1
              SEARCH WS-ENR-ENTRY
                 AT END MOVE 'N' TO WS-ENR-FOUND
                 WHEN ENX > WS-ENR-COUNT
                    MOVE 'N' TO WS-ENR-FOUND
                 WHEN WK-ENR-IMAGE (ENX) (1:8) = WS-NEW-ACCT-NO
                    AND WK-ENR-IMAGE (ENX) (9:1) = WS-NEW-CHANNEL
                    AND WK-DELETED (ENX) = 'N'
                    MOVE 'Y' TO WS-ENR-FOUND
              END-SEARCH
           END-IF.

       WRITE-BEFORE-IMAGE.
           MOVE 'B' TO CH-IMAGE-TYPE.
           PERFORM WRITE-HIST-RECORD.

       WRITE-AFTER-IMAGE.
           MOVE 'A' TO CH-IMAGE-TYPE.
           PERFORM WRITE-HIST-RECORD.

       WRITE-HIST-RECORD.
      *a imagem gravada e o proprio record de adesao da entrada da
      *tabela que a operacao tocou
           MOVE WS-HIST-ACTION   TO CH-ACTION.
           MOVE WS-OPERATOR-ID   TO CH-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CH-TIMESTAMP.
           MOVE SPACES           TO CH-ACCT-IMAGE.
           MOVE WK-ENR-IMAGE (ENX) TO CH-ACCT-IMAGE (1:100).
           WRITE CHANGE-HIST-REC.
           IF HIST-FILE-STATUS NOT = '00'
              STRING 'WRITE CHANGE-HIST FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-ALRTENR
           END-IF.

       REGRAVA-ADESOES.
           OPEN OUTPUT ENROLL-FILE.
           IF ENR-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT ENROLL-FILE FAILED, STATUS '
                 ENR-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-ALRTENR
           END-IF.
           MOVE ZERO TO WS-KEPT-COUNT.
           IF WS-ENR-COUNT > ZERO
              PERFORM GRAVA-UMA-ADESAO
                 VARYING ENX FROM 1 BY 1
                 UNTIL ENX > WS-ENR-COUNT
           END-IF.
           CLOSE ENROLL-FILE.
           DISPLAY 'ARQUIVO ALRTENR GRAVADO COM ' WS-KEPT-COUNT
              ' ADESOES.'.

       GRAVA-UMA-ADESAO.
           IF WK-DELETED (ENX) = 'N'
              MOVE WK-ENR-IMAGE (ENX) TO ALERT-ENROLL-REC
              WRITE ALERT-ENROLL-REC
              IF ENR-FILE-STATUS NOT = '00'
                 STRING 'WRITE ENROLL-FILE FAILED, STATUS '
                    ENR-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-ALRTENR
              END-IF
              ADD 1 TO WS-KEPT-COUNT
           END-IF.

       ABEND-ALRTENR.
      *erro grave de I/O: mostra a mensagem e volta ao MainMenu em
      *vez de encerrar a sessao toda
           DISPLAY 'ALRTENR ABEND: ' WS-ABEND-TEXT.
           GOBACK.
