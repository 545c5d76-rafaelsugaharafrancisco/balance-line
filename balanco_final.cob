           FILE STATUS IS WS-FS-CONTABIL
           ORGANIZATION IS LINE SEQUENTIAL.

      * REAVAL IS THE DETAIL BEHIND THE 'RV' RECORDS OF CONTABIL. IT IS
      * OPTIONAL: A DAY WITHOUT A REVALUATION RUN HAS NONE.
           SELECT OPTIONAL REAVAL ASSIGN TO DYNAMIC WS-CAMINHO-REAVAL
           FILE STATUS IS WS-FS-REAVAL
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCECOES ASSIGN TO DYNAMIC WS-CAMINHO-EXCECOES
           FILE STATUS IS WS-FS-EXCECOES
           ORGANIZATION IS LINE SEQUENTIAL.
       FD ENTRADA.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 17 CHARACTERS.
       01 REG-ENTRADA                  PIC X(17).
       01 REG-ENTRADA-CTL.
           05 ENTRADA-CTL-TIPO         PIC X(02).
           05 ENTRADA-CTL-QTDE         PIC 9(07).
           05 FILLER                   PIC X(08).

       FD SAIDA.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 051 CHARACTERS.
       01 REG-SAIDA.
           05 SAIDA-COD-PRODUTO        PIC 9(03).
           05 SAIDA-COD-SUBPRODUTO     PIC 9(04).
           05 SAIDA-PRECO-CUSTO        PIC 9(05)V99.
           05 SAIDA-PRECO-VENDA        PIC 9(05)V99.
           05 SAIDA-TIPO-MOVIMENTO     PIC X(01).
           05 SAIDA-COD-FILIAL-TRANSF  PIC 9(02).

       FD REJEITADOS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 18 CHARACTERS.
       01 REG-REJEITADOS               PIC X(18).

       FD RESUMO.
      *    BLOCK CONTAINS 0 RECORDS
           05 CONTABIL-CTL-HASH        PIC 9(15)V99.
           05 FILLER                   PIC X(25).

       FD REAVAL.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 060 CHARACTERS.
       01 REG-REAVAL.
           05 REAVAL-COD-PRODUTO       PIC 9(03).
           05 REAVAL-COD-SUBPRODUTO    PIC 9(04).
           05 REAVAL-COD-FILIAL        PIC 9(02).
           05 REAVAL-QTDE-ESTOQUE      PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 REAVAL-CUSTO-ANTERIOR    PIC 9(05)V99.
           05 REAVAL-CUSTO-NOVO        PIC 9(05)V99.
           05 REAVAL-VALOR-REAVAL      PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 REAVAL-CONTA-CONTABIL    PIC 9(08).
           05 FILLER                   PIC X(03).
       01 REG-REAVAL-CTL.
           05 REAVAL-CTL-TIPO          PIC X(02).
           05 REAVAL-CTL-DATA          PIC 9(08).
           05 REAVAL-CTL-QTDE          PIC 9(07).
           05 REAVAL-CTL-HASH          PIC 9(15)V99.
           05 FILLER                   PIC X(26).

       FD EXCECOES.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
       01 WS-FS-REJEITADOS             PIC X(02) VALUE SPACES.
       01 WS-FS-RESUMO                 PIC X(02) VALUE SPACES.
       01 WS-FS-CONTABIL               PIC X(02) VALUE SPACES.
       01 WS-FS-REAVAL                 PIC X(02) VALUE SPACES.
       01 WS-FS-EXCECOES               PIC X(02) VALUE SPACES.
       01 WS-FS-LOG                    PIC X(02) VALUE SPACES.
       01 WS-FS-RELBAL                 PIC X(02) VALUE SPACES.
       01 WS-CAMINHO-REJEITADOS       PIC X(100) VALUE 'REJEITADOS.DAT'.
       01 WS-CAMINHO-RESUMO            PIC X(100) VALUE 'RESUMO.DAT'.
       01 WS-CAMINHO-CONTABIL          PIC X(100) VALUE 'CONTABIL.DAT'.
       01 WS-CAMINHO-REAVAL            PIC X(100) VALUE 'REAVAL.DAT'.
       01 WS-CAMINHO-EXCECOES          PIC X(100) VALUE 'EXCECOES.DAT'.
       01 WS-CAMINHO-LOG               PIC X(100)
                                       VALUE 'BALANCELINE.LOG'.
       01 WS-HASH-CONTABIL             PIC 9(15)V99 VALUE ZEROES.
       01 WS-HASH-TRAILER              PIC 9(15)V99 VALUE ZEROES.
       01 WS-SW-TR-CONTABIL            PIC X(01) VALUE 'N'.
       01 WS-DATA-CONTABIL             PIC 9(08) VALUE ZEROES.
       01 WS-QTDE-RV-CONTABIL          PIC 9(07) VALUE ZEROES.
       01 WS-DATA-REAVAL               PIC 9(08) VALUE ZEROES.
       01 WS-QTDE-REAVAL               PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-REAVAL      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-REAVAL       PIC 9(07) VALUE ZEROES.
       01 WS-HASH-REAVAL               PIC 9(15)V99 VALUE ZEROES.
       01 WS-HASH-TRAILER-REAVAL       PIC 9(15)V99 VALUE ZEROES.
       01 WS-SW-HD-REAVAL              PIC X(01) VALUE 'N'.
       01 WS-SW-TR-REAVAL              PIC X(01) VALUE 'N'.
       01 WS-SW-REAVAL-PRESENTE        PIC X(01) VALUE 'N'.
       01 WS-QTDE-REA-DIVERG           PIC 9(07) VALUE ZEROES.
       01 WS-VALOR-ABSOLUTO            PIC 9(13)V99 VALUE ZEROES.
       01 WS-QTDE-EXC-DISCO            PIC 9(07) VALUE ZEROES.
       01 WS-SW-EXC-ENCONTRADO         PIC X(01) VALUE 'N'.
       01 WS-SW-FIM-ENCONTRADO         PIC X(01) VALUE 'N'.
       01 WS-QTDE-FALHAS               PIC 9(02) VALUE ZEROES.
       01 WS-PROD-IDX                  PIC 9(04) VALUE ZEROES.
      * WS-SAI-TAB RE-ADDS THE SAIDA DETAIL PER PRODUTO, ADDRESSED
      * DIRECTLY BY THE 3-DIGIT CODE, TO PROVE THE CONSOLIDATED
      * (FILIAL 00) RESUMO ROWS AGAINST THE DETAIL ON DISK.
           05 WS-SAI-ITEM              OCCURS 999 TIMES.
               10 WS-SAI-TAB-QTDE      PIC 9(07) VALUE ZEROES.
               10 WS-SAI-TAB-CONF      PIC X(01) VALUE 'N'.
      * WS-REA-TAB SETS THE NET REVALUATION POSTED PER PRODUTO IN THE
      * 'RV' RECORDS OF CONTABIL AGAINST THE SUM OF ITS REAVAL DETAIL.
       01 WS-REA-IDX                   PIC 9(04) VALUE ZEROES.
       01 WS-REA-TAB.
           05 WS-REA-ITEM              OCCURS 999 TIMES.
               10 WS-REA-TAB-CONTABIL  PIC S9(15)V99 VALUE ZEROES.
               10 WS-REA-TAB-DETALHE   PIC S9(15)V99 VALUE ZEROES.
      * IMAGE OF THE FIM RECORD BALANCELINE APPENDS TO LOGEXEC; THE
      * FIELD POSITIONS MIRROR WS-LOG-FIM THERE.
       01 WS-FIM-IMG.
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CONTABIL
           END-IF.

           DISPLAY 'BALFIM_REAVAL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-REAVAL
           END-IF.

           DISPLAY 'BALFIM_EXCECOES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
           PERFORM 2400-VERIFICAR-FLUXO.
           PERFORM 2500-VERIFICAR-RESUMO.
           PERFORM 2600-VERIFICAR-CONTABIL.
           PERFORM 2650-VERIFICAR-REAVALIACAO.
           PERFORM 2700-LER-EXCECOES.
           PERFORM 2800-VERIFICAR-LOGEXEC.
       2000-END-PERFORM.
      *
      * RECOMPUTES THE HASH TOTAL (VAL-CUSTO + VAL-VENDA OVER EVERY
      * DETAIL RECORD) AND THE RECORD COUNT AND COMPARES BOTH WITH THE
      * TR CONTROL RECORD. THE NET OF EVERY 'RV' (REVALUATION) RECORD IS
      * KEPT PER PRODUTO FOR 2650-VERIFICAR-REAVALIACAO.
      ******************************************************************
       2600-VERIFICAR-CONTABIL.
           OPEN INPUT CONTABIL.
                        TO WS-QTDE-TRAILER-CONTABIL
                      MOVE CONTABIL-CTL-HASH TO WS-HASH-TRAILER
                   ELSE
                      IF CONTABIL-CTL-TIPO EQUAL 'HD'
                         MOVE CONTABIL-CTL-DATA TO WS-DATA-CONTABIL
                      ELSE
                         ADD 1 TO WS-QTDE-CONTABIL
                         ADD CONTABIL-VAL-CUSTO TO WS-HASH-CONTABIL
                         ADD CONTABIL-VAL-VENDA TO WS-HASH-CONTABIL
                         IF CONTABIL-TIPO-REG EQUAL 'RV'
                            PERFORM 2610-SOMAR-RV
                         END-IF
                      END-IF
                   END-IF
                   READ CONTABIL INTO REG-CONTABIL
           PERFORM 2900-GRAVAR-RELBAL.
       2600-END-PERFORM.
      ******************************************************************
      * 2610-SOMAR-RV
      ******************************************************************
       2610-SOMAR-RV.
           ADD 1 TO WS-QTDE-RV-CONTABIL.
           IF CONTABIL-COD-PRODUTO IS NUMERIC AND
              CONTABIL-COD-PRODUTO GREATER ZEROES
              ADD CONTABIL-MARGEM
               TO WS-REA-TAB-CONTABIL(CONTABIL-COD-PRODUTO)
           END-IF.
       2610-END-PERFORM.
      ******************************************************************
      * 2650-VERIFICAR-REAVALIACAO
      *
      * PROVES REAVAL AGAINST ITS OWN HD/TR AND THEN THE 'RV' RECORDS OF
      * CONTABIL AGAINST IT, PRODUTO BY PRODUTO. A REAVAL DATED OTHER
      * THAN THE CONTABIL HEADER IS A LEFTOVER OF ANOTHER DAY AND IS
      * TREATED AS ABSENT; WITHOUT A REAVAL THE LEDGER MUST CARRY NO
      * 'RV' RECORD.
      ******************************************************************
       2650-VERIFICAR-REAVALIACAO.
           OPEN INPUT REAVAL.
           IF WS-FS-REAVAL NOT EQUAL '00' AND
              WS-FS-REAVAL NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO REAVAL' TO WS-ERRO
              MOVE 08 TO WS-COD-RETORNO
              MOVE WS-FS-REAVAL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF WS-FS-REAVAL EQUAL '00'
              READ REAVAL INTO REG-REAVAL
              PERFORM UNTIL WS-FS-REAVAL NOT EQUAL '00'
                      PERFORM 2660-CONTAR-REAVAL
                      READ REAVAL INTO REG-REAVAL
              END-PERFORM
              IF WS-FS-REAVAL NOT EQUAL '10'
                 MOVE 'LEITURA DO ARQUIVO REAVAL' TO WS-ERRO
                 MOVE 10 TO WS-COD-RETORNO
                 MOVE WS-FS-REAVAL TO WS-FILE-STATUS
                 PERFORM 4000-ERRO
              END-IF
              MOVE 'S' TO WS-SW-REAVAL-PRESENTE
           END-IF.
      * THE OPTIONAL FILE STAYS OPEN AFTER STATUS 05 AS WELL.
           CLOSE REAVAL.

           IF WS-SW-HD-REAVAL EQUAL 'S' AND
              WS-DATA-REAVAL NOT EQUAL WS-DATA-CONTABIL
              MOVE 'N' TO WS-SW-REAVAL-PRESENTE
              MOVE ZEROES TO WS-QTDE-REAVAL
              PERFORM VARYING WS-REA-IDX FROM 1 BY 1
                      UNTIL WS-REA-IDX GREATER 999
                      MOVE ZEROES TO WS-REA-TAB-DETALHE(WS-REA-IDX)
              END-PERFORM
           END-IF.

           MOVE 'HASH E CONTAGEM DO REAVAL' TO WS-REL-VER-TITULO.
           IF WS-SW-REAVAL-PRESENTE EQUAL 'S'
              IF WS-SW-HD-REAVAL EQUAL 'S' AND
                 WS-SW-TR-REAVAL EQUAL 'S' AND
                 WS-QTDE-REAVAL EQUAL WS-QTDE-ESPERADO-REAVAL AND
                 WS-QTDE-REAVAL EQUAL WS-QTDE-TRAILER-REAVAL AND
                 WS-HASH-REAVAL EQUAL WS-HASH-TRAILER-REAVAL
                 MOVE 'OK' TO WS-REL-VER-RESULT
              ELSE
                 MOVE 'FALHA' TO WS-REL-VER-RESULT
                 ADD 1 TO WS-QTDE-FALHAS
              END-IF
           ELSE
              MOVE 'AUSENTE' TO WS-REL-VER-RESULT
           END-IF.
           MOVE WS-REL-VERIF TO REG-RELBAL.
           PERFORM 2900-GRAVAR-RELBAL.

           PERFORM VARYING WS-REA-IDX FROM 1 BY 1
                   UNTIL WS-REA-IDX GREATER 999
                   IF WS-REA-TAB-CONTABIL(WS-REA-IDX) NOT EQUAL
                      WS-REA-TAB-DETALHE(WS-REA-IDX)
                      ADD 1 TO WS-QTDE-REA-DIVERG
                   END-IF
           END-PERFORM.
           MOVE 'REAVALIACAO CONTABIL = DETALHE REAVAL'
             TO WS-REL-VER-TITULO.
           IF WS-QTDE-REA-DIVERG EQUAL ZEROES AND
              (WS-SW-REAVAL-PRESENTE EQUAL 'S' OR
               WS-QTDE-RV-CONTABIL EQUAL ZEROES)
              MOVE 'OK' TO WS-REL-VER-RESULT
           ELSE
              MOVE 'FALHA' TO WS-REL-VER-RESULT
              ADD 1 TO WS-QTDE-FALHAS
           END-IF.
           MOVE WS-REL-VERIF TO REG-RELBAL.
           PERFORM 2900-GRAVAR-RELBAL.
           MOVE 'REGISTROS RV NO CONTABIL          ' TO
                WS-REL-CON-TITULO.
           MOVE WS-QTDE-RV-CONTABIL TO WS-REL-CON-QTDE.
           MOVE WS-REL-CONTADOR TO REG-RELBAL.
           PERFORM 2900-GRAVAR-RELBAL.
           MOVE 'REGISTROS REAVAL                  ' TO
                WS-REL-CON-TITULO.
           MOVE WS-QTDE-REAVAL TO WS-REL-CON-QTDE.
           MOVE WS-REL-CONTADOR TO REG-RELBAL.
           PERFORM 2900-GRAVAR-RELBAL.
           MOVE 'PRODUTOS DIVERGENTES REAVALIACAO  ' TO
                WS-REL-CON-TITULO.
           MOVE WS-QTDE-REA-DIVERG TO WS-REL-CON-QTDE.
           MOVE WS-REL-CONTADOR TO REG-RELBAL.
           PERFORM 2900-GRAVAR-RELBAL.
       2650-END-PERFORM.
      ******************************************************************
      * 2660-CONTAR-REAVAL
      ******************************************************************
       2660-CONTAR-REAVAL.
           EVALUATE REAVAL-CTL-TIPO
               WHEN 'HD'
                    MOVE 'S' TO WS-SW-HD-REAVAL
                    MOVE REAVAL-CTL-DATA TO WS-DATA-REAVAL
                    MOVE REAVAL-CTL-QTDE TO WS-QTDE-ESPERADO-REAVAL
               WHEN 'TR'
                    MOVE 'S' TO WS-SW-TR-REAVAL
                    MOVE REAVAL-CTL-QTDE TO WS-QTDE-TRAILER-REAVAL
                    MOVE REAVAL-CTL-HASH TO WS-HASH-TRAILER-REAVAL
               WHEN OTHER
                    ADD 1 TO WS-QTDE-REAVAL
                    IF REAVAL-VALOR-REAVAL LESS ZEROES
                       SUBTRACT REAVAL-VALOR-REAVAL FROM ZEROES
                           GIVING WS-VALOR-ABSOLUTO
                    ELSE
                       MOVE REAVAL-VALOR-REAVAL TO WS-VALOR-ABSOLUTO
                    END-IF
                    ADD WS-VALOR-ABSOLUTO TO WS-HASH-REAVAL
                    IF REAVAL-COD-PRODUTO IS NUMERIC AND
                       REAVAL-COD-PRODUTO GREATER ZEROES
                       ADD REAVAL-VALOR-REAVAL
                        TO WS-REA-TAB-DETALHE(REAVAL-COD-PRODUTO)
                    END-IF
           END-EVALUATE.
       2660-END-PERFORM.
      ******************************************************************
      * 2700-LER-EXCECOES
      *
      * THE EXCEPTION REPORT CLOSES WITH A GRAND-TOTAL LINE; ITS COUNT
           DISPLAY '* REGISTROS SAIDA ' WS-QTDE-SAIDA
           DISPLAY '* REGISTROS REJEITADOS ' WS-QTDE-REJEITADOS
           DISPLAY '* REGISTROS CONTABIL ' WS-QTDE-CONTABIL
           DISPLAY '* REGISTROS RV NO CONTABIL ' WS-QTDE-RV-CONTABIL
           DISPLAY '* VERIFICACOES COM FALHA ' WS-QTDE-FALHAS
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           STOP RUN.
