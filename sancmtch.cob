      *Subprograma compartilhado de comparacao de nomes da triagem de
      *sancoes: recebe um nome do cadastro (titular, co-titular ou
      *cliente) e um nome da lista WATCHLST e devolve a nota do
      *acerto. Os dois lados sao normalizados antes - maiusculas,
      *sem espaco, hifen, ponto ou apostrofo, para "D'ALMEIDA",
      *"DALMEIDA" e "D ALMEIDA" serem o mesmo sobrenome - e o
      *sobrenome pode casar inteiro, pelo comeco ou contido no
      *outro (partes do nome), o primeiro nome inteiro ou so pela
      *inicial; nome invertido (sobrenome no lugar do prenome) tambem
      *casa. O SancScrn, o AcctMaint e o CoHldMnt chamam a mesma
      *rotina, em vez de cada um ter a sua regra de casamento.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCMTCH IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado (WORKING-STORAGE) a cada
      *CALL (mesmo motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *os quatro nomes ja normalizados, com o tamanho util de cada
       01 WRK-CAND-LAST.
         02 WRK-CL-KEY     PIC X(30) VALUE SPACES.
         02 WRK-CL-LEN     PIC 9(2) VALUE ZERO.
       01 WRK-CAND-FIRST.
         02 WRK-CF-KEY     PIC X(30) VALUE SPACES.
         02 WRK-CF-LEN     PIC 9(2) VALUE ZERO.
       01 WRK-LIST-LAST.
         02 WRK-LL-KEY     PIC X(30) VALUE SPACES.
         02 WRK-LL-LEN     PIC 9(2) VALUE ZERO.
       01 WRK-LIST-FIRST.
         02 WRK-LF-KEY     PIC X(30) VALUE SPACES.
         02 WRK-LF-LEN     PIC 9(2) VALUE ZERO.

      *area de trabalho da normalizacao de um nome
       01 WRK-NORM-IN      PIC X(30) VALUE SPACES.
       01 WRK-NORM-OUT     PIC X(30) VALUE SPACES.
       01 WRK-NORM-LEN     PIC 9(2) VALUE ZERO.
       01 WRK-CHAR         PIC X(1) VALUE SPACE.
         88 WRK-CHAR-VALIDO     VALUES 'A' THRU 'I' 'J' THRU 'R'
                                       'S' THRU 'Z' '0' THRU '9'.

      *area de trabalho da comparacao de dois nomes normalizados:
      *o mais curto e procurado no mais comprido
       01 WRK-KEY-A        PIC X(30) VALUE SPACES.
       01 WRK-LEN-A        PIC 9(2) VALUE ZERO.
       01 WRK-KEY-B        PIC X(30) VALUE SPACES.
       01 WRK-LEN-B        PIC 9(2) VALUE ZERO.
       01 WRK-KEY-LONGO    PIC X(30) VALUE SPACES.
       01 WRK-LEN-LONGO    PIC 9(2) VALUE ZERO.
       01 WRK-KEY-CURTO    PIC X(30) VALUE SPACES.
       01 WRK-LEN-CURTO    PIC 9(2) VALUE ZERO.
      *tamanho minimo do nome mais curto para casar pelo comeco:
      *sobrenome exige 4 letras, prenome aceita a inicial
       01 WRK-MIN-PARCIAL  PIC 9(2) VALUE ZERO.
      *grau do casamento: E igual, P pelo comeco, C contido,
      *B um dos lados em branco, N nao casa
       01 WRK-GRAU         PIC X(1) VALUE SPACE.
       01 WRK-GRAU-LAST    PIC X(1) VALUE SPACE.
       01 WRK-GRAU-FIRST   PIC X(1) VALUE SPACE.

       77  WRK-I            PIC 9(2) VALUE ZERO.
       77  WRK-OCORRENCIAS  PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       COPY SANCPRM.

       PROCEDURE DIVISION USING SANC-MATCH-PARMS.

       COMPARA-NOMES.
           MOVE ZERO TO SM-SCORE.
           MOVE SM-CAND-LAST-NAME TO WRK-NORM-IN.
           PERFORM NORMALIZA-NOME.
           MOVE WRK-NORM-OUT TO WRK-CL-KEY.
           MOVE WRK-NORM-LEN TO WRK-CL-LEN.
           MOVE SM-CAND-FIRST-NAME TO WRK-NORM-IN.
           PERFORM NORMALIZA-NOME.
           MOVE WRK-NORM-OUT TO WRK-CF-KEY.
           MOVE WRK-NORM-LEN TO WRK-CF-LEN.
           MOVE SM-LIST-LAST-NAME TO WRK-NORM-IN.
           PERFORM NORMALIZA-NOME.
           MOVE WRK-NORM-OUT TO WRK-LL-KEY.
           MOVE WRK-NORM-LEN TO WRK-LL-LEN.
           MOVE SM-LIST-FIRST-NAME TO WRK-NORM-IN.
           PERFORM NORMALIZA-NOME.
           MOVE WRK-NORM-OUT TO WRK-LF-KEY.
           MOVE WRK-NORM-LEN TO WRK-LF-LEN.

      *sem sobrenome dos dois lados nao ha o que comparar
           IF WRK-CL-LEN = ZERO OR WRK-LL-LEN = ZERO
              GOBACK
           END-IF.

           MOVE WRK-CL-KEY TO WRK-KEY-A.
           MOVE WRK-CL-LEN TO WRK-LEN-A.
           MOVE WRK-LL-KEY TO WRK-KEY-B.
           MOVE WRK-LL-LEN TO WRK-LEN-B.
           MOVE 4 TO WRK-MIN-PARCIAL.
           PERFORM COMPARA-CHAVES.
           MOVE WRK-GRAU TO WRK-GRAU-LAST.

           MOVE WRK-CF-KEY TO WRK-KEY-A.
           MOVE WRK-CF-LEN TO WRK-LEN-A.
           MOVE WRK-LF-KEY TO WRK-KEY-B.
           MOVE WRK-LF-LEN TO WRK-LEN-B.
           MOVE 1 TO WRK-MIN-PARCIAL.
           PERFORM COMPARA-CHAVES.
           MOVE WRK-GRAU TO WRK-GRAU-FIRST.

      *a nota cai conforme o casamento do sobrenome e do prenome
      *fica menos exato
           EVALUATE WRK-GRAU-LAST ALSO WRK-GRAU-FIRST
              WHEN 'E' ALSO 'E'
                 MOVE 100 TO SM-SCORE
              WHEN 'E' ALSO 'P'
                 MOVE 90 TO SM-SCORE
              WHEN 'E' ALSO 'B'
                 MOVE 85 TO SM-SCORE
              WHEN 'E' ALSO 'C'
                 MOVE 75 TO SM-SCORE
              WHEN 'E' ALSO 'N'
                 MOVE 60 TO SM-SCORE
              WHEN 'P' ALSO 'E'
              WHEN 'C' ALSO 'E'
                 MOVE 80 TO SM-SCORE
              WHEN 'P' ALSO 'P'
              WHEN 'C' ALSO 'P'
                 MOVE 70 TO SM-SCORE
              WHEN 'P' ALSO 'B'
              WHEN 'C' ALSO 'B'
              WHEN 'P' ALSO 'C'
              WHEN 'C' ALSO 'C'
                 MOVE 65 TO SM-SCORE
              WHEN 'N' ALSO ANY
                 PERFORM COMPARA-INVERTIDO
              WHEN OTHER
                 MOVE ZERO TO SM-SCORE
           END-EVALUATE.
           GOBACK.

      *nome invertido na digitacao: sobrenome do cadastro igual ao
      *prenome da lista e prenome do cadastro igual ao sobrenome
       COMPARA-INVERTIDO.
           IF WRK-CF-LEN > ZERO AND WRK-LF-LEN > ZERO
              AND WRK-CL-KEY = WRK-LF-KEY
              AND WRK-CF-KEY = WRK-LL-KEY
              MOVE 90 TO SM-SCORE
           END-IF.

      *maiusculas e so letras e digitos, encostados a esquerda
       NORMALIZA-NOME.
           INSPECT WRK-NORM-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WRK-NORM-OUT.
           MOVE ZERO TO WRK-NORM-LEN.
           PERFORM COPIA-CARACTER
              VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 30.

       COPIA-CARACTER.
           MOVE WRK-NORM-IN (WRK-I:1) TO WRK-CHAR.
           IF WRK-CHAR-VALIDO
              ADD 1 TO WRK-NORM-LEN
              MOVE WRK-CHAR TO WRK-NORM-OUT (WRK-NORM-LEN:1)
           END-IF.

      *compara WRK-KEY-A com WRK-KEY-B e devolve o grau em WRK-GRAU
       COMPARA-CHAVES.
           IF WRK-LEN-A = ZERO OR WRK-LEN-B = ZERO
              MOVE 'B' TO WRK-GRAU
           ELSE
              IF WRK-KEY-A = WRK-KEY-B
                 MOVE 'E' TO WRK-GRAU
              ELSE
                 IF WRK-LEN-A > WRK-LEN-B
                    MOVE WRK-KEY-A TO WRK-KEY-LONGO
                    MOVE WRK-LEN-A TO WRK-LEN-LONGO
                    MOVE WRK-KEY-B TO WRK-KEY-CURTO
                    MOVE WRK-LEN-B TO WRK-LEN-CURTO
                 ELSE
                    MOVE WRK-KEY-B TO WRK-KEY-LONGO
                    MOVE WRK-LEN-B TO WRK-LEN-LONGO
                    MOVE WRK-KEY-A TO WRK-KEY-CURTO
                    MOVE WRK-LEN-A TO WRK-LEN-CURTO
                 END-IF
                 MOVE 'N' TO WRK-GRAU
                 IF WRK-LEN-CURTO >= WRK-MIN-PARCIAL
                    AND WRK-KEY-LONGO (1:WRK-LEN-CURTO) =
                        WRK-KEY-CURTO (1:WRK-LEN-CURTO)
                    MOVE 'P' TO WRK-GRAU
                 ELSE
      *-------------parte do nome contida no meio do outro so vale
      *-------------com 4 letras ou mais, senao tudo casa com tudo
                    IF WRK-LEN-CURTO >= 4
                       MOVE ZERO TO WRK-OCORRENCIAS
                       INSPECT WRK-KEY-LONGO (1:WRK-LEN-LONGO)
                          TALLYING WRK-OCORRENCIAS
                          FOR ALL WRK-KEY-CURTO (1:WRK-LEN-CURTO)
                       IF WRK-OCORRENCIAS > ZERO
                          MOVE 'C' TO WRK-GRAU
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
