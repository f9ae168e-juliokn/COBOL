      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. HouseHld.
       AUTHOR. Julio Bittencourt.

      *Formacao de domicilios para a mala: CollLtr, Escheat, LimCycle
      *e o AcctStmt mandavam um envelope por conta, e a mesma casa
      *recebia tres ou quatro no mesmo dia. Este passo le o ACCTREC,
      *normaliza o endereco de cada conta (maiusculas, pontuacao
      *fora, um espaco so entre as palavras, STREET/AVENUE/NORTH e
      *companhia abreviados, USA-STATE reduzido a sigla, CEP de 5
      *digitos) e agrupa no mesmo domicilio as contas de endereco
      *igual; dentro do domicilio, as contas do mesmo titular (nome
      *normalizado) formam o grupo do titular. Grava o HHKEY com as
      *duas chaves por conta, lido pelos programas de mala na hora
      *de juntar os documentos num envelope so. Conta com o correio
      *devolvendo ou com endereco incompleto (sem rua, sem numero,
      *sem cidade, estado desconhecido, CEP invalido) fica fora do
      *casamento e sai no relatorio HHRPT para a agencia limpar; o
      *relatorio traz tambem os domicilios formados e a economia de
      *porte por mala, pelo valor por envelope do HHPARM.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT HH-PARM ASSIGN TO HHPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT HOUSE-KEY-FILE ASSIGN TO HHKEY
               FILE STATUS IS HHK-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO HHRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD HH-PARM RECORDING MODE F .
      *porte medio por envelope, para a economia do relatorio
       01  HH-PARM-REC.
           05 HP-POSTAGE-RATE   PIC 9(1)V999 .

       FD HOUSE-KEY-FILE RECORDING MODE F .
      *layout compartilhado no copybook HHKEY
           COPY HHKEY.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  HHK-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.

      *porte por envelope em vigor (default quando o HHPARM nao
      *esta no job)
       01  WS-POSTAGE-RATE      PIC 9(1)V999 VALUE 0.730.

      *contas lidas, com o domicilio (zero = endereco sujo) e o
      *grupo do titular (subscrito da primeira conta do mesmo nome
      *no domicilio, que guarda o tamanho do grupo)
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                 INDEXED BY ACX PCX.
              10 WA-ACCT-NO     PIC X(8).
              10 WA-HOUSE-SUB   PIC 9(5).
              10 WA-PERSON-SUB  PIC 9(5).
              10 WA-PERSON-SIZE PIC 9(4).
              10 WA-NAME-KEY    PIC X(35).
              10 WA-STREET      PIC X(25).
              10 WA-CITY        PIC X(20).
              10 WA-STATE       PIC X(2).
              10 WA-ZIP-CODE    PIC X(5).

      *domicilios formados, um por endereco normalizado distinto
       01  WS-HOUSE-TABLE.
           05 WS-HOUSE-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-HOUSE-ENTRY OCCURS 5000 TIMES
                 INDEXED BY HHX.
              10 WH-STREET      PIC X(25).
              10 WH-CITY        PIC X(20).
              10 WH-STATE       PIC X(2).
              10 WH-ZIP-CODE    PIC X(5).
              10 WH-KEY         PIC X(8).
              10 WH-SIZE        PIC 9(4).
              10 WH-PERSONS     PIC 9(4).
       01  WS-HOUSE-FOUND       PIC X(1) VALUE 'N'.
           88 HOUSE-FOUND       VALUE 'Y'.
       01  WS-PERSON-FOUND      PIC X(1) VALUE 'N'.
           88 PERSON-FOUND      VALUE 'Y'.
       01  WS-HOUSE-SUB         PIC 9(5) VALUE ZERO.
       01  WS-PERSON-SUB        PIC 9(5) VALUE ZERO.

      *abreviacoes padrao do correio para as palavras mais comuns
      *de rua e cidade; a palavra inteira e trocada pela sigla
       01  WS-ABBR-VALUES.
           05 FILLER             PIC X(16) VALUE 'STREET      ST  '.
           05 FILLER             PIC X(16) VALUE 'STR         ST  '.
           05 FILLER             PIC X(16) VALUE 'AVENUE      AVE '.
           05 FILLER             PIC X(16) VALUE 'AV          AVE '.
           05 FILLER             PIC X(16) VALUE 'ROAD        RD  '.
           05 FILLER             PIC X(16) VALUE 'DRIVE       DR  '.
           05 FILLER             PIC X(16) VALUE 'BOULEVARD   BLVD'.
           05 FILLER             PIC X(16) VALUE 'LANE        LN  '.
           05 FILLER             PIC X(16) VALUE 'COURT       CT  '.
           05 FILLER             PIC X(16) VALUE 'PLACE       PL  '.
           05 FILLER             PIC X(16) VALUE 'TERRACE     TER '.
           05 FILLER             PIC X(16) VALUE 'CIRCLE      CIR '.
           05 FILLER             PIC X(16) VALUE 'HIGHWAY     HWY '.
           05 FILLER             PIC X(16) VALUE 'PARKWAY     PKWY'.
           05 FILLER             PIC X(16) VALUE 'SQUARE      SQ  '.
           05 FILLER             PIC X(16) VALUE 'TRAIL       TRL '.
           05 FILLER             PIC X(16) VALUE 'APARTMENT   APT '.
           05 FILLER             PIC X(16) VALUE 'SUITE       STE '.
           05 FILLER             PIC X(16) VALUE 'FLOOR       FL  '.
           05 FILLER             PIC X(16) VALUE 'BUILDING    BLDG'.
           05 FILLER             PIC X(16) VALUE 'NORTH       N   '.
           05 FILLER             PIC X(16) VALUE 'SOUTH       S   '.
           05 FILLER             PIC X(16) VALUE 'EAST        E   '.
           05 FILLER             PIC X(16) VALUE 'WEST        W   '.
           05 FILLER             PIC X(16) VALUE 'NORTHEAST   NE  '.
           05 FILLER             PIC X(16) VALUE 'NORTHWEST   NW  '.
           05 FILLER             PIC X(16) VALUE 'SOUTHEAST   SE  '.
           05 FILLER             PIC X(16) VALUE 'SOUTHWEST   SW  '.
           05 FILLER             PIC X(16) VALUE 'SAINT       ST  '.
           05 FILLER             PIC X(16) VALUE 'MOUNT       MT  '.
           05 FILLER             PIC X(16) VALUE 'FORT        FT  '.
           05 FILLER             PIC X(16) VALUE 'PLAZA       PLZ '.
       01  WS-ABBR-TABLE REDEFINES WS-ABBR-VALUES.
           05 WS-ABBR-ENTRY OCCURS 32 TIMES
                 INDEXED BY ABX.
              10 AB-WORD        PIC X(12).
              10 AB-ABBR        PIC X(4).

      *nome do estado e a sigla; USA-STATE pode vir por extenso ou
      *ja na sigla
       01  WS-STATE-VALUES.
           05 FILLER             PIC X(16) VALUE 'ALABAMA       AL'.
           05 FILLER             PIC X(16) VALUE 'ALASKA        AK'.
           05 FILLER             PIC X(16) VALUE 'ARIZONA       AZ'.
           05 FILLER             PIC X(16) VALUE 'ARKANSAS      AR'.
           05 FILLER             PIC X(16) VALUE 'CALIFORNIA    CA'.
           05 FILLER             PIC X(16) VALUE 'COLORADO      CO'.
           05 FILLER             PIC X(16) VALUE 'CONNECTICUT   CT'.
           05 FILLER             PIC X(16) VALUE 'DELAWARE      DE'.
           05 FILLER             PIC X(16) VALUE 'DISTRICT OF CODC'.
           05 FILLER             PIC X(16) VALUE 'FLORIDA       FL'.
           05 FILLER             PIC X(16) VALUE 'GEORGIA       GA'.
           05 FILLER             PIC X(16) VALUE 'HAWAII        HI'.
           05 FILLER             PIC X(16) VALUE 'IDAHO         ID'.
           05 FILLER             PIC X(16) VALUE 'ILLINOIS      IL'.
           05 FILLER             PIC X(16) VALUE 'INDIANA       IN'.
           05 FILLER             PIC X(16) VALUE 'IOWA          IA'.
           05 FILLER             PIC X(16) VALUE 'KANSAS        KS'.
           05 FILLER             PIC X(16) VALUE 'KENTUCKY      KY'.
           05 FILLER             PIC X(16) VALUE 'LOUISIANA     LA'.
           05 FILLER             PIC X(16) VALUE 'MAINE         ME'.
           05 FILLER             PIC X(16) VALUE 'MARYLAND      MD'.
           05 FILLER             PIC X(16) VALUE 'MASSACHUSETTS MA'.
           05 FILLER             PIC X(16) VALUE 'MICHIGAN      MI'.
           05 FILLER             PIC X(16) VALUE 'MINNESOTA     MN'.
           05 FILLER             PIC X(16) VALUE 'MISSISSIPPI   MS'.
           05 FILLER             PIC X(16) VALUE 'MISSOURI      MO'.
           05 FILLER             PIC X(16) VALUE 'MONTANA       MT'.
           05 FILLER             PIC X(16) VALUE 'NEBRASKA      NE'.
           05 FILLER             PIC X(16) VALUE 'NEVADA        NV'.
           05 FILLER             PIC X(16) VALUE 'NEW HAMPSHIRE NH'.
           05 FILLER             PIC X(16) VALUE 'NEW JERSEY    NJ'.
           05 FILLER             PIC X(16) VALUE 'NEW MEXICO    NM'.
           05 FILLER             PIC X(16) VALUE 'NEW YORK      NY'.
           05 FILLER             PIC X(16) VALUE 'NORTH CAROLINANC'.
           05 FILLER             PIC X(16) VALUE 'NORTH DAKOTA  ND'.
           05 FILLER             PIC X(16) VALUE 'OHIO          OH'.
           05 FILLER             PIC X(16) VALUE 'OKLAHOMA      OK'.
           05 FILLER             PIC X(16) VALUE 'OREGON        OR'.
           05 FILLER             PIC X(16) VALUE 'PENNSYLVANIA  PA'.
           05 FILLER             PIC X(16) VALUE 'RHODE ISLAND  RI'.
           05 FILLER             PIC X(16) VALUE 'SOUTH CAROLINASC'.
           05 FILLER             PIC X(16) VALUE 'SOUTH DAKOTA  SD'.
           05 FILLER             PIC X(16) VALUE 'TENNESSEE     TN'.
           05 FILLER             PIC X(16) VALUE 'TEXAS         TX'.
           05 FILLER             PIC X(16) VALUE 'UTAH          UT'.
           05 FILLER             PIC X(16) VALUE 'VERMONT       VT'.
           05 FILLER             PIC X(16) VALUE 'VIRGINIA      VA'.
           05 FILLER             PIC X(16) VALUE 'WASHINGTON    WA'.
           05 FILLER             PIC X(16) VALUE 'WEST VIRGINIA WV'.
           05 FILLER             PIC X(16) VALUE 'WISCONSIN     WI'.
           05 FILLER             PIC X(16) VALUE 'WYOMING       WY'.
       01  WS-STATE-TABLE REDEFINES WS-STATE-VALUES.
           05 WS-STATE-ENTRY OCCURS 51 TIMES
                 INDEXED BY SNX.
              10 SN-NAME        PIC X(14).
              10 SN-CODE        PIC X(2).

      *area de trabalho da normalizacao de um campo de endereco:
      *palavra por palavra, da entrada para a saida
       01  WS-NORM-IN           PIC X(25) VALUE SPACES.
       01  WS-NORM-OUT          PIC X(25) VALUE SPACES.
       01  WS-WORD              PIC X(25) VALUE SPACES.
       01  WS-IN-PTR            PIC 9(3) VALUE ZERO.
       01  WS-OUT-PTR           PIC 9(3) VALUE ZERO.
       01  WS-ABBR-SW           PIC X(1) VALUE 'Y'.
           88 ABBREVIATE-WORDS  VALUE 'Y'.
       01  WS-DIGIT-COUNT       PIC 9(3) VALUE ZERO.

      *area de trabalho da chave do nome: maiusculas, so letras e
      *digitos, como na comparacao de nomes do SANCMTCH
       01  WS-NAME-IN           PIC X(35) VALUE SPACES.
       01  WS-NAME-KEY          PIC X(35) VALUE SPACES.
       01  WS-NAME-LEN          PIC 9(2) VALUE ZERO.
       01  WS-CHAR-SUB          PIC 9(2) VALUE ZERO.
       01  WS-CHAR              PIC X(1) VALUE SPACE.
           88 CHAR-VALID        VALUES 'A' THRU 'I' 'J' THRU 'R'
                                       'S' THRU 'Z' '0' THRU '9'.

      *endereco normalizado da conta corrente e o motivo de ficar
      *fora do casamento (espaco = endereco bom)
       01  WS-STREET            PIC X(25) VALUE SPACES.
       01  WS-CITY              PIC X(20) VALUE SPACES.
       01  WS-STATE             PIC X(2) VALUE SPACES.
       01  WS-ZIP-CODE          PIC X(5) VALUE SPACES.
       01  WS-DIRTY-REASON      PIC X(16) VALUE SPACES.
           88 ADDRESS-CLEAN     VALUE SPACES.

      *contadores de controle da execucao
       01  WS-REC-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-DIRTY-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-FORMED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-HOUSED-ACCTS      PIC 9(7) VALUE ZERO.
       01  WS-HOUSE-SAVED       PIC 9(7) VALUE ZERO.
       01  WS-PERSON-SAVED      PIC 9(7) VALUE ZERO.
       01  WS-POSTAGE-SAVED     PIC S9(7)V99 COMP-3 VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 4 avisa que ha endereco sujo para a agencia
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-DIRTY-ADDRESS  VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  DIRTY-HEAD-LINE.
           05 FILLER             PIC X(8)  VALUE 'ACCOUNT '.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'LAST NAME'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(25) VALUE 'STREET ADDRESS'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'CITY'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(15) VALUE 'STATE'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(5)  VALUE 'ZIP'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(16) VALUE 'REASON'.
           05 FILLER             PIC X(11) VALUE SPACES.

       01  DIRTY-LINE.
           05 DL-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-STREET-ADDR     PIC X(25).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-CITY-COUNTY     PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-USA-STATE       PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-ZIP-CODE        PIC X(5).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-REASON          PIC X(16).
           05 FILLER             PIC X(11) VALUE SPACES.

       01  HOUSE-HEAD-LINE.
           05 FILLER             PIC X(10) VALUE 'HOUSEHOLD '.
           05 FILLER             PIC X(10) VALUE 'ACCOUNTS  '.
           05 FILLER             PIC X(10) VALUE 'HOLDERS   '.
           05 FILLER             PIC X(18) VALUE 'NORMALIZED ADDRESS'.
           05 FILLER             PIC X(84) VALUE SPACES.

       01  HOUSE-LINE.
           05 HL-HOUSE-KEY       PIC X(8).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 HL-SIZE            PIC ZZZ9.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 HL-PERSONS         PIC ZZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 HL-STREET          PIC X(25).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HL-CITY            PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HL-STATE           PIC X(2).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HL-ZIP-CODE        PIC X(5).
           05 FILLER             PIC X(47) VALUE SPACES.

       01  COUNT-LINE.
           05 CT-LABEL           PIC X(45).
           05 CT-COUNT           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(80) VALUE SPACES.

       01  POSTAGE-LINE.
           05 PL-LABEL           PIC X(45).
           05 PL-AMOUNT          PIC $$$,$$9.99.
           05 FILLER             PIC X(77) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM READ-HH-PARM.
           PERFORM SCAN-ACCOUNTS.
           PERFORM WRITE-HOUSE-KEYS.
           PERFORM WRITE-HOUSEHOLDS.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT HOUSE-KEY-FILE .
           IF HHK-FILE-STATUS NOT = '00'
              STRING 'OPEN HOUSE-KEY-FILE FAILED, STATUS '
                 HHK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'MAIL HOUSEHOLDING REPORT' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ADDRESSES TOO DIRTY TO MATCH' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE DIRTY-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'HOUSEHLD ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-HH-PARM.
      *parametro opcional: sem HHPARM vale o porte compilado
           OPEN INPUT HH-PARM.
           IF PARM-FILE-STATUS = '00'
              READ HH-PARM
              IF PARM-FILE-STATUS = '00'
                 AND HP-POSTAGE-RATE NUMERIC
                 AND HP-POSTAGE-RATE > ZERO
                 MOVE HP-POSTAGE-RATE TO WS-POSTAGE-RATE
              END-IF
              CLOSE HH-PARM
           END-IF.

       SCAN-ACCOUNTS.
           PERFORM READ-RECORD.
           PERFORM UNTIL LASTREC = 'Y'
              PERFORM HOUSE-ONE-ACCOUNT
              PERFORM READ-RECORD
           END-PERFORM.

       READ-RECORD.
      *passagem sequencial pelo arquivo indexado, na ordem da chave
      *ACCT-NO, igual ao READ-RECORD do FileHandling
           READ ACCT-REC NEXT RECORD
           AT END MOVE 'Y' TO LASTREC
           END-READ.
           IF ACCT-FILE-STATUS NOT = '00'
              AND ACCT-FILE-STATUS NOT = '10'
              STRING 'READ ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       HOUSE-ONE-ACCOUNT.
           ADD 1 TO WS-REC-COUNT.
           IF WS-ACCT-COUNT = 5000
              STRING 'ACCOUNT TABLE FULL AT 5000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM NORMALIZE-ADDRESS.
           ADD 1 TO WS-ACCT-COUNT.
           SET ACX TO WS-ACCT-COUNT.
           MOVE ACCT-NO     TO WA-ACCT-NO (ACX).
           MOVE WS-STREET   TO WA-STREET (ACX).
           MOVE WS-CITY     TO WA-CITY (ACX).
           MOVE WS-STATE    TO WA-STATE (ACX).
           MOVE WS-ZIP-CODE TO WA-ZIP-CODE (ACX).
           MOVE 1           TO WA-PERSON-SIZE (ACX).
           MOVE WS-ACCT-COUNT TO WA-PERSON-SUB (ACX).
           IF ADDRESS-CLEAN
              PERFORM BUILD-NAME-KEY
              MOVE WS-NAME-KEY TO WA-NAME-KEY (ACX)
              PERFORM ASSIGN-HOUSEHOLD
              PERFORM ASSIGN-PERSON
           ELSE
              MOVE ZERO   TO WA-HOUSE-SUB (ACX)
              MOVE SPACES TO WA-NAME-KEY (ACX)
              PERFORM WRITE-DIRTY-LINE
           END-IF.

       NORMALIZE-ADDRESS.
      *correio devolvendo ja diz que o endereco nao presta; senao
      *o primeiro campo ruim decide o motivo
           MOVE SPACES TO WS-DIRTY-REASON.
           MOVE 'Y' TO WS-ABBR-SW.
           MOVE STREET-ADDR TO WS-NORM-IN.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-NORM-OUT TO WS-STREET.
           MOVE CITY-COUNTY TO WS-NORM-IN.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-NORM-OUT TO WS-CITY.
           MOVE 'N' TO WS-ABBR-SW.
           MOVE USA-STATE TO WS-NORM-IN.
           PERFORM NORMALIZE-TEXT.
           PERFORM FIND-STATE-CODE.
           MOVE ACCT-ZIP-CODE TO WS-ZIP-CODE.
           MOVE ZERO TO WS-DIGIT-COUNT.
           INSPECT WS-STREET TALLYING WS-DIGIT-COUNT
              FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                  ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'.
           EVALUATE TRUE
              WHEN MAIL-SUPPRESSED
                 MOVE 'RETURNED MAIL'   TO WS-DIRTY-REASON
              WHEN WS-STREET = SPACES
                 MOVE 'NO STREET'       TO WS-DIRTY-REASON
              WHEN WS-DIGIT-COUNT = ZERO
                 MOVE 'NO HOUSE NUMBER' TO WS-DIRTY-REASON
              WHEN WS-CITY = SPACES
                 MOVE 'NO CITY'         TO WS-DIRTY-REASON
              WHEN WS-STATE = SPACES
                 MOVE 'UNKNOWN STATE'   TO WS-DIRTY-REASON
              WHEN WS-ZIP-CODE NOT NUMERIC
                 OR WS-ZIP-CODE = '00000'
                 MOVE 'INVALID ZIP'     TO WS-DIRTY-REASON
           END-EVALUATE.

       NORMALIZE-TEXT.
      *maiusculas, pontuacao vira espaco e as palavras sao copiadas
      *uma a uma com um espaco so entre elas, abreviadas pela
      *tabela quando o campo e de rua ou cidade
           INSPECT WS-NORM-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-IN CONVERTING '.,#-/;:()''"'
              TO '           '.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE 1 TO WS-IN-PTR.
           MOVE 1 TO WS-OUT-PTR.
           PERFORM NORMALIZE-NEXT-WORD
              UNTIL WS-IN-PTR > 25.

       NORMALIZE-NEXT-WORD.
           MOVE SPACES TO WS-WORD.
           UNSTRING WS-NORM-IN DELIMITED BY ALL SPACE
              INTO WS-WORD
              WITH POINTER WS-IN-PTR
           END-UNSTRING.
           IF WS-WORD NOT = SPACES
              IF ABBREVIATE-WORDS
                 PERFORM ABBREVIATE-WORD
              END-IF
              IF WS-OUT-PTR > 1
                 ADD 1 TO WS-OUT-PTR
              END-IF
              IF WS-OUT-PTR NOT > 25
                 STRING WS-WORD DELIMITED BY SPACE
                    INTO WS-NORM-OUT
                    WITH POINTER WS-OUT-PTR
                 END-STRING
              END-IF
           END-IF.

       ABBREVIATE-WORD.
           SET ABX TO 1.
           SEARCH WS-ABBR-ENTRY
              AT END CONTINUE
              WHEN AB-WORD (ABX) = WS-WORD
                 MOVE AB-ABBR (ABX) TO WS-WORD
           END-SEARCH.

       FIND-STATE-CODE.
      *sigla valida ou nome por extenso da tabela; o resto fica em
      *branco e a conta cai como estado desconhecido
           MOVE SPACES TO WS-STATE.
           IF WS-NORM-OUT NOT = SPACES
              SET SNX TO 1
              SEARCH WS-STATE-ENTRY
                 AT END MOVE SPACES TO WS-STATE
                 WHEN SN-CODE (SNX) = WS-NORM-OUT
                    MOVE SN-CODE (SNX) TO WS-STATE
                 WHEN SN-NAME (SNX) = WS-NORM-OUT (1:14)
                    MOVE SN-CODE (SNX) TO WS-STATE
              END-SEARCH
           END-IF.

       BUILD-NAME-KEY.
      *sobrenome e prenome juntos, em maiusculas e so letras e
      *digitos, encostados a esquerda
           MOVE SPACES TO WS-NAME-IN.
           STRING LAST-NAME FIRST-NAME DELIMITED BY SIZE
              INTO WS-NAME-IN.
           INSPECT WS-NAME-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NAME-KEY.
           MOVE ZERO TO WS-NAME-LEN.
           PERFORM COPY-NAME-CHAR
              VARYING WS-CHAR-SUB FROM 1 BY 1
              UNTIL WS-CHAR-SUB > 35.

       COPY-NAME-CHAR.
           MOVE WS-NAME-IN (WS-CHAR-SUB:1) TO WS-CHAR.
           IF CHAR-VALID
              ADD 1 TO WS-NAME-LEN
              MOVE WS-CHAR TO WS-NAME-KEY (WS-NAME-LEN:1)
           END-IF.

       ASSIGN-HOUSEHOLD.
      *endereco normalizado ja visto junta a conta ao domicilio;
      *senao abre um domicilio novo com a conta como chave
           MOVE 'N' TO WS-HOUSE-FOUND.
           IF WS-HOUSE-COUNT > ZERO
              SET HHX TO 1
              SEARCH WS-HOUSE-ENTRY
                 AT END MOVE 'N' TO WS-HOUSE-FOUND
                 WHEN HHX > WS-HOUSE-COUNT
                    MOVE 'N' TO WS-HOUSE-FOUND
                 WHEN WH-ZIP-CODE (HHX) = WS-ZIP-CODE
                    AND WH-STREET (HHX) = WS-STREET
                    AND WH-CITY (HHX) = WS-CITY
                    AND WH-STATE (HHX) = WS-STATE
                    MOVE 'Y' TO WS-HOUSE-FOUND
              END-SEARCH
           END-IF.
           IF NOT HOUSE-FOUND
              ADD 1 TO WS-HOUSE-COUNT
              SET HHX TO WS-HOUSE-COUNT
              MOVE WS-STREET   TO WH-STREET (HHX)
              MOVE WS-CITY     TO WH-CITY (HHX)
              MOVE WS-STATE    TO WH-STATE (HHX)
              MOVE WS-ZIP-CODE TO WH-ZIP-CODE (HHX)
              MOVE ACCT-NO     TO WH-KEY (HHX)
              MOVE ZERO        TO WH-SIZE (HHX)
              MOVE ZERO        TO WH-PERSONS (HHX)
           END-IF.
           ADD 1 TO WH-SIZE (HHX).
           SET WS-HOUSE-SUB TO HHX.
           MOVE WS-HOUSE-SUB TO WA-HOUSE-SUB (ACX).

       ASSIGN-PERSON.
      *conta anterior do mesmo nome no mesmo domicilio: o grupo do
      *titular e o dela; senao a conta abre o proprio grupo
           MOVE 'N' TO WS-PERSON-FOUND.
           SET PCX TO 1.
           SEARCH WS-ACCT-ENTRY
              AT END MOVE 'N' TO WS-PERSON-FOUND
              WHEN PCX >= ACX
                 MOVE 'N' TO WS-PERSON-FOUND
              WHEN WA-HOUSE-SUB (PCX) = WS-HOUSE-SUB
                 AND WA-NAME-KEY (PCX) = WS-NAME-KEY
                 MOVE 'Y' TO WS-PERSON-FOUND
           END-SEARCH.
           IF PERSON-FOUND
              MOVE WA-PERSON-SUB (PCX) TO WS-PERSON-SUB
              MOVE WS-PERSON-SUB TO WA-PERSON-SUB (ACX)
              ADD 1 TO WA-PERSON-SIZE (WS-PERSON-SUB)
           ELSE
              ADD 1 TO WH-PERSONS (HHX)
           END-IF.

       WRITE-DIRTY-LINE.
           ADD 1 TO WS-DIRTY-COUNT.
           MOVE ACCT-NO         TO DL-ACCT-NO.
           MOVE LAST-NAME       TO DL-LAST-NAME.
           MOVE STREET-ADDR     TO DL-STREET-ADDR.
           MOVE CITY-COUNTY     TO DL-CITY-COUNTY.
           MOVE USA-STATE       TO DL-USA-STATE.
           MOVE ACCT-ZIP-CODE   TO DL-ZIP-CODE.
           MOVE WS-DIRTY-REASON TO DL-REASON.
           MOVE DIRTY-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-HOUSE-KEYS.
      *o HHKEY sai inteiro da tabela, na ordem do ACCTREC, com o
      *tamanho final de cada grupo
           IF WS-ACCT-COUNT > ZERO
              PERFORM WRITE-ONE-HOUSE-KEY
                 VARYING ACX FROM 1 BY 1
                 UNTIL ACX > WS-ACCT-COUNT
           END-IF.

       WRITE-ONE-HOUSE-KEY.
           MOVE SPACES              TO HOUSE-KEY-REC.
           MOVE WA-ACCT-NO (ACX)    TO HK-ACCT-NO.
           MOVE WA-STREET (ACX)     TO HK-NORM-STREET.
           MOVE WA-CITY (ACX)       TO HK-NORM-CITY.
           MOVE WA-STATE (ACX)      TO HK-NORM-STATE.
           MOVE WA-ZIP-CODE (ACX)   TO HK-ZIP-CODE.
           IF WA-HOUSE-SUB (ACX) = ZERO
              MOVE 'D'              TO HK-MATCH-FLAG
              MOVE WA-ACCT-NO (ACX) TO HK-HOUSE-KEY
              MOVE 1                TO HK-HOUSE-SIZE
              MOVE WA-ACCT-NO (ACX) TO HK-PERSON-KEY
              MOVE 1                TO HK-PERSON-SIZE
           ELSE
              MOVE 'M'              TO HK-MATCH-FLAG
              SET HHX TO WA-HOUSE-SUB (ACX)
              MOVE WH-KEY (HHX)     TO HK-HOUSE-KEY
              MOVE WH-SIZE (HHX)    TO HK-HOUSE-SIZE
              SET PCX TO WA-PERSON-SUB (ACX)
              MOVE WA-ACCT-NO (PCX)     TO HK-PERSON-KEY
              MOVE WA-PERSON-SIZE (PCX) TO HK-PERSON-SIZE
              IF PCX = ACX
                 COMPUTE WS-PERSON-SAVED =
                    WS-PERSON-SAVED + WA-PERSON-SIZE (PCX) - 1
              END-IF
           END-IF.
           WRITE HOUSE-KEY-REC.
           IF HHK-FILE-STATUS NOT = '00'
              STRING 'WRITE HOUSE-KEY-FILE FAILED, STATUS '
                 HHK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-HOUSEHOLDS.
      *so os domicilios de mais de uma conta: e neles que a mala
      *economiza envelope
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'HOUSEHOLDS FORMED' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE HOUSE-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF WS-HOUSE-COUNT > ZERO
              PERFORM WRITE-ONE-HOUSEHOLD
                 VARYING HHX FROM 1 BY 1
                 UNTIL HHX > WS-HOUSE-COUNT
           END-IF.

       WRITE-ONE-HOUSEHOLD.
           IF WH-SIZE (HHX) > 1
              ADD 1 TO WS-FORMED-COUNT
              ADD WH-SIZE (HHX) TO WS-HOUSED-ACCTS
              COMPUTE WS-HOUSE-SAVED =
                 WS-HOUSE-SAVED + WH-SIZE (HHX) - 1
              MOVE WH-KEY (HHX)      TO HL-HOUSE-KEY
              MOVE WH-SIZE (HHX)     TO HL-SIZE
              MOVE WH-PERSONS (HHX)  TO HL-PERSONS
              MOVE WH-STREET (HHX)   TO HL-STREET
              MOVE WH-CITY (HHX)     TO HL-CITY
              MOVE WH-STATE (HHX)    TO HL-STATE
              MOVE WH-ZIP-CODE (HHX) TO HL-ZIP-CODE
              MOVE HOUSE-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       WRITE-TOTALS.
      *economia por mala: envelopes a menos quando cada conta do
      *domicilio recebe um documento - o extrato junta pelo
      *domicilio, cartas e avisos so pelo mesmo titular
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ACCOUNTS READ' TO CT-LABEL.
           MOVE WS-REC-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ADDRESSES TOO DIRTY TO MATCH' TO CT-LABEL.
           MOVE WS-DIRTY-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'HOUSEHOLDS FORMED' TO CT-LABEL.
           MOVE WS-FORMED-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ACCOUNTS IN HOUSEHOLDS' TO CT-LABEL.
           MOVE WS-HOUSED-ACCTS TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ENVELOPES SAVED PER STATEMENT MAILING' TO CT-LABEL.
           MOVE WS-HOUSE-SAVED TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           COMPUTE WS-POSTAGE-SAVED ROUNDED =
              WS-HOUSE-SAVED * WS-POSTAGE-RATE.
           MOVE 'POSTAGE SAVED PER STATEMENT MAILING' TO PL-LABEL.
           MOVE WS-POSTAGE-SAVED TO PL-AMOUNT.
           MOVE POSTAGE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ENVELOPES SAVED PER NOTICE MAILING' TO CT-LABEL.
           MOVE WS-PERSON-SAVED TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           COMPUTE WS-POSTAGE-SAVED ROUNDED =
              WS-PERSON-SAVED * WS-POSTAGE-RATE.
           MOVE 'POSTAGE SAVED PER NOTICE MAILING' TO PL-LABEL.
           MOVE WS-POSTAGE-SAVED TO PL-AMOUNT.
           MOVE POSTAGE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'WRITE REPORT-LINE FAILED, STATUS '
                 RPT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

       CLOSE-STOP.
           DISPLAY 'ACCOUNTS READ: ' WS-REC-COUNT
              '  HOUSEHOLDS FORMED: ' WS-FORMED-COUNT
              '  DIRTY ADDRESSES: ' WS-DIRTY-COUNT.
           CLOSE ACCT-REC .
           CLOSE HOUSE-KEY-FILE .
           CLOSE REPORT-LINE .
           IF WS-DIRTY-COUNT > ZERO
              SET RC-DIRTY-ADDRESS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'HOUSEHLD'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de contas lidas e
      *o RETURN-CODE devolvido ao scheduler
           MOVE 'HOUSEHLD'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-REC-COUNT         TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
