       FD DADOSANT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 027 CHARACTERS.
       01 REG-DADOSANT.
           05 DADOSANT-COD-SUBPRODUTO  PIC 9(04).
           05 DADOSANT-DESC-SUBPRODUTO PIC X(20).
           05 DADOSANT-COD-PRODUTO     PIC 9(03).
      * REG-DADOSANT-CTL IS AN ALTERNATE VIEW OF REG-DADOSANT, USED
      * ONLY TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE
      * FILE.
       01 REG-DADOSANT-CTL.
           05 DADOSANT-CTL-TIPO        PIC X(02).
           05 DADOSANT-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(18).

       FD JORNAL.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 069 CHARACTERS.
       01 REG-JORNAL.
           05 JORNAL-DATA-PROC         PIC 9(08).
           05 JORNAL-HORA-PROC         PIC 9(08).
           05 JORNAL-ANT-DESC          PIC X(20).
           05 JORNAL-NOV-EXISTE        PIC X(01).
           05 JORNAL-NOV-DESC          PIC X(20).
           05 JORNAL-ANT-PRODUTO       PIC 9(03).
           05 JORNAL-NOV-PRODUTO       PIC 9(03).

       FD DADOSREG.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 027 CHARACTERS.
       01 REG-DADOSREG.
           05 DADOSREG-COD-SUBPRODUTO  PIC 9(04).
           05 DADOSREG-DESC-SUBPRODUTO PIC X(20).
           05 DADOSREG-COD-PRODUTO     PIC 9(03).
       01 REG-DADOSREG-CTL.
           05 DADOSREG-CTL-TIPO        PIC X(02).
           05 DADOSREG-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(18).

      *-----------------------
       WORKING-STORAGE SECTION.
           05 WS-MESTRE-ITEM           OCCURS 9999 TIMES.
               10 WS-MESTRE-ATIVO      PIC X(01) VALUE 'N'.
               10 WS-MESTRE-DESC       PIC X(20) VALUE SPACES.
               10 WS-MESTRE-PRODUTO    PIC 9(03) VALUE ZEROES.
       01 WS-MESTRE-IDX                PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                        WS-MESTRE-ATIVO(DADOSANT-COD-SUBPRODUTO)
                   MOVE DADOSANT-DESC-SUBPRODUTO TO
                        WS-MESTRE-DESC(DADOSANT-COD-SUBPRODUTO)
                   MOVE DADOSANT-COD-PRODUTO TO
                        WS-MESTRE-PRODUTO(DADOSANT-COD-SUBPRODUTO)
                   PERFORM 2100-LER-ARQUIVO-DADOS
           END-PERFORM.

                      WS-MESTRE-ATIVO(JORNAL-COD-SUBPRODUTO)
                 MOVE JORNAL-NOV-DESC TO
                      WS-MESTRE-DESC(JORNAL-COD-SUBPRODUTO)
      * JOURNAL RECORDS WRITTEN BEFORE THE OWNING PRODUTO WAS KEPT
      * END AT THE DESCRIPTION; THEY LEAVE THE OWNER AS IT WAS.
                 IF JORNAL-NOV-PRODUTO IS NUMERIC
                    MOVE JORNAL-NOV-PRODUTO TO
                         WS-MESTRE-PRODUTO(JORNAL-COD-SUBPRODUTO)
                 END-IF
              ELSE
                 MOVE 'N' TO
                      WS-MESTRE-ATIVO(JORNAL-COD-SUBPRODUTO)
                 MOVE SPACES TO
                      WS-MESTRE-DESC(JORNAL-COD-SUBPRODUTO)
                 MOVE ZEROES TO
                      WS-MESTRE-PRODUTO(JORNAL-COD-SUBPRODUTO)
              END-IF
              ADD 1 TO WS-QTDE-APLICADOS
           END-IF.
                      MOVE WS-MESTRE-IDX TO DADOSREG-COD-SUBPRODUTO
                      MOVE WS-MESTRE-DESC(WS-MESTRE-IDX)
                        TO DADOSREG-DESC-SUBPRODUTO
                      MOVE WS-MESTRE-PRODUTO(WS-MESTRE-IDX)
                        TO DADOSREG-COD-PRODUTO
                      PERFORM 2650-GRAVAR-DADOSREG
                   END-IF
           END-PERFORM.
