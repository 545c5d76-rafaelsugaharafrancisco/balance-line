           FILE STATUS IS WS-FS-JORNAL
           ORGANIZATION IS LINE SEQUENTIAL.

      * PRODUTOS IS LOADED INTO A TABLE AT STARTUP SO EVERY INCLUDE OR
      * ALTER CAN CHECK THAT THE OWNING PRODUTO IT NAMES EXISTS.
           SELECT PRODUTOS ASSIGN TO DYNAMIC WS-CAMINHO-PRODUTOS
           FILE STATUS IS WS-FS-PRODUTOS
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD MOVTO.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 028 CHARACTERS.
       01 REG-MOVTO.
           05 MOVTO-TIPO               PIC X(01).
           05 MOVTO-COD-SUBPRODUTO     PIC 9(04).
           05 MOVTO-DESC-SUBPRODUTO    PIC X(20).
           05 MOVTO-COD-PRODUTO        PIC 9(03).
      * REG-MOVTO-CTL IS AN ALTERNATE VIEW OF REG-MOVTO, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-MOVTO-CTL.
           05 MOVTO-CTL-TIPO           PIC X(02).
           05 MOVTO-CTL-QTDE           PIC 9(07).
           05 FILLER                   PIC X(19).

       FD DADOSANT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 027 CHARACTERS.
       01 REG-DADOSANT.
           05 DADOSANT-COD-SUBPRODUTO  PIC 9(04).
           05 DADOSANT-DESC-SUBPRODUTO PIC X(20).
           05 DADOSANT-COD-PRODUTO     PIC 9(03).
      * REG-DADOSANT-CTL IS AN ALTERNATE VIEW OF REG-DADOSANT, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-DADOSANT-CTL.
           05 DADOSANT-CTL-TIPO        PIC X(02).
           05 DADOSANT-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(18).

      * THE NEW GENERATION IS BUILT IN TWO PASSES: THE DETAIL RECORDS
      * GO TO TRABALHO FIRST, AND ONLY AFTER THE FINAL COUNT IS KNOWN
       FD TRABALHO.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 027 CHARACTERS.
       01 REG-TRABALHO.
           05 TRABALHO-COD-SUBPRODUTO  PIC 9(04).
           05 TRABALHO-DESC-SUBPRODUTO PIC X(20).
           05 TRABALHO-COD-PRODUTO     PIC 9(03).

       FD DADOSNOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 027 CHARACTERS.
       01 REG-DADOSNOV.
           05 DADOSNOV-COD-SUBPRODUTO  PIC 9(04).
           05 DADOSNOV-DESC-SUBPRODUTO PIC X(20).
           05 DADOSNOV-COD-PRODUTO     PIC 9(03).
       01 REG-DADOSNOV-CTL.
           05 DADOSNOV-CTL-TIPO        PIC X(02).
           05 DADOSNOV-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(18).

       FD RELMANUT.
      *    BLOCK CONTAINS 0 RECORDS
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
      * THE OWNING PRODUTO OF EACH IMAGE IS CARRIED AT THE END OF THE
      * RECORD, SO JOURNAL RECORDS WRITTEN BEFORE IT EXISTED STILL
      * LINE UP FIELD FOR FIELD.
           05 JORNAL-ANT-PRODUTO       PIC 9(03).
           05 JORNAL-NOV-PRODUTO       PIC 9(03).

       FD PRODUTOS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 031 CHARACTERS.
       01 REG-PRODUTOS.
           05 PRODUTOS-COD-PRODUTO     PIC 9(03).
           05 PRODUTOS-DESC-PRODUTO    PIC X(20).
           05 PRODUTOS-CONTA-CONTABIL  PIC 9(08).
      * REG-PRODUTOS-CTL IS AN ALTERNATE VIEW OF REG-PRODUTOS, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-PRODUTOS-CTL.
           05 PRODUTOS-CTL-TIPO        PIC X(02).
           05 PRODUTOS-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(22).

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-JORNAL            PIC X(100) VALUE 'JRNDADOS.DAT'.
       01 WS-QTDE-JORNAL               PIC 9(07) VALUE ZEROES.
       01 WS-HORA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
       01 WS-FS-PRODUTOS               PIC X(02) VALUE SPACES.
       01 WS-CAMINHO-PRODUTOS          PIC X(100) VALUE 'PRODUTOS.DAT'.
       01 WS-QTDE-LIDOS-PRODUTOS       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PRODUTOS    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-PRODUTOS     PIC 9(07) VALUE ZEROES.
       01 WS-CHAVE-ANT-PRODUTOS        PIC 9(03) VALUE ZEROES.
      * WS-PROD-TAB FLAGS EVERY PRODUTO PRESENT IN THE MASTER,
      * ADDRESSED DIRECTLY BY THE 3-DIGIT PRODUTO CODE.
       01 WS-PROD-TAB.
           05 WS-PROD-TAB-ATIVO        PIC X(01) VALUE 'N'
                                       OCCURS 999 TIMES.
      * BEFORE-IMAGE OF WS-AREA-ATUAL, CAPTURED AT THE TOP OF EVERY
      * MOVEMENT SO THE JOURNAL RECORD CAN CARRY BOTH SIDES.
       01 WS-ANT-EXISTE                PIC X(01) VALUE 'N'.
       01 WS-ANT-DESC-SUBPRODUTO       PIC X(20) VALUE SPACES.
       01 WS-ANT-COD-PRODUTO           PIC 9(03) VALUE ZEROES.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
       01 WS-QTDE-ESPERADO-MOVTO       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-DADOS       PIC 9(07) VALUE ZEROES.
       01 WS-AREA-ATUAL.
           05 WS-ATUAL-COD-SUBPRODUTO  PIC 9(04) VALUE ZEROES.
           05 WS-ATUAL-DESC-SUBPRODUTO PIC X(20) VALUE SPACES.
           05 WS-ATUAL-COD-PRODUTO     PIC 9(03) VALUE ZEROES.
       01 WS-SW-ATUAL-EXISTE           PIC X(01) VALUE 'N'.
       01 WS-CHAVE-ATUAL               PIC 9(04) VALUE ZEROES.
       01 WS-MOTIVO                    PIC X(30) VALUE SPACES.
       01 WS-SITUACAO                  PIC X(08) VALUE SPACES.
       01 WS-SW-PRODUTO-VALIDO         PIC X(01) VALUE 'N'.
      * REPORT LINE LAYOUTS.
       01 WS-REL-CABECALHO.
           05 FILLER PIC X(34) VALUE 'MANUTENCAO DO CADASTRO DADOS EM '.
           05 FILLER                   PIC X(05) VALUE 'TIPO '.
           05 FILLER                   PIC X(06) VALUE 'CHAVE '.
           05 FILLER                   PIC X(21) VALUE 'DESCRICAO'.
           05 FILLER                   PIC X(04) VALUE 'PRD'.
           05 FILLER                   PIC X(09) VALUE 'SITUACAO'.
           05 FILLER                   PIC X(35) VALUE 'MOTIVO'.
       01 WS-REL-DETALHE.
           05 WS-REL-DET-TIPO          PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-DET-DESC          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-SITUACAO      PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-MOTIVO        PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE SPACES.
       01 WS-REL-TOTAL.
           05 WS-REL-TOT-TITULO        PIC X(30) VALUE SPACES.
           05 WS-REL-TOT-QTDE          PIC 9(07) VALUE ZEROES.
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 1300-CARREGAR-PRODUTOS.
           PERFORM 1500-VALIDAR-CONTROLE.

           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-JORNAL
           END-IF.

           DISPLAY 'ATUDADOS_PRODUTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PRODUTOS
           END-IF.
       1100-END-PERFORM.
      ******************************************************************
      * 1300-CARREGAR-PRODUTOS
      *
      * LOADS THE PRODUTOS MASTER INTO WS-PROD-TAB, VALIDATING ITS
      * HD/TR CONTROL RECORDS THE SAME WAY AS THE OTHER FILES. THE
      * FILE IS FULLY CONSUMED AND CLOSED HERE.
      ******************************************************************
       1300-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF WS-FS-PRODUTOS NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO PRODUTOS' TO WS-ERRO
              MOVE WS-FS-PRODUTOS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           READ PRODUTOS INTO REG-PRODUTOS.
           IF WS-FS-PRODUTOS NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO PRODUTOS' TO WS-ERRO
              MOVE WS-FS-PRODUTOS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF PRODUTOS-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO PRODUTOS AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE PRODUTOS-CTL-QTDE TO WS-QTDE-ESPERADO-PRODUTOS.

           PERFORM 1350-LER-ARQUIVO-PRODUTOS.
           PERFORM UNTIL WS-FS-PRODUTOS EQUAL '10'
                   MOVE 'S' TO
                        WS-PROD-TAB-ATIVO(PRODUTOS-COD-PRODUTO)
                   PERFORM 1350-LER-ARQUIVO-PRODUTOS
           END-PERFORM.

           CLOSE PRODUTOS.
       1300-END-PERFORM.
      ******************************************************************
      * 1350-LER-ARQUIVO-PRODUTOS
      ******************************************************************
       1350-LER-ARQUIVO-PRODUTOS.
           INITIALIZE REG-PRODUTOS REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES.
           READ PRODUTOS INTO REG-PRODUTOS.
           IF WS-FS-PRODUTOS NOT EQUAL '00' AND
              WS-FS-PRODUTOS NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO PRODUTOS' TO WS-ERRO
              MOVE WS-FS-PRODUTOS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-PRODUTOS EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-PRODUTOS
                 IF PRODUTOS-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-PRODUTOS
                    MOVE PRODUTOS-CTL-QTDE TO WS-QTDE-TRAILER-PRODUTOS
                    MOVE '10' TO WS-FS-PRODUTOS
                    PERFORM 1750-RECONCILIAR-PRODUTOS
                 ELSE
      * A ZERO CODE WOULD FALL OUTSIDE WS-PROD-TAB; THE SEQUENCE GUARD
      * ALSO CATCHES A DUPLICATED OR UNSORTED MASTER.
                    IF PRODUTOS-COD-PRODUTO EQUAL ZEROES OR
                       PRODUTOS-COD-PRODUTO NOT GREATER
                       WS-CHAVE-ANT-PRODUTOS
                       MOVE 'PRODUTOS FORA DE SEQUENCIA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    ELSE
                       MOVE PRODUTOS-COD-PRODUTO
                         TO WS-CHAVE-ANT-PRODUTOS
                    END-IF
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * MASTER WAS TRUNCATED. LET 1750-RECONCILIAR-PRODUTOS CATCH IT.
                 PERFORM 1750-RECONCILIAR-PRODUTOS
              END-IF
           END-IF.
       1350-END-PERFORM.
      ******************************************************************
      * 1500-VALIDAR-CONTROLE
      ******************************************************************
       1500-VALIDAR-CONTROLE.
           END-IF.
       1700-END-PERFORM.
      ******************************************************************
      * 1750-RECONCILIAR-PRODUTOS
      ******************************************************************
       1750-RECONCILIAR-PRODUTOS.
           IF WS-QTDE-LIDOS-PRODUTOS NOT EQUAL
              WS-QTDE-ESPERADO-PRODUTOS OR
              WS-QTDE-LIDOS-PRODUTOS NOT EQUAL WS-QTDE-TRAILER-PRODUTOS
              MOVE 'CONTROLE DE REGISTROS PRODUTOS DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1750-END-PERFORM.
      ******************************************************************
      * 2000-PROCESSAR
      *
      * CLASSIC BALANCED-LINE UPDATE: AT EACH TURN OF THE OUTER LOOP
                        TO WS-ATUAL-COD-SUBPRODUTO
                      MOVE DADOSANT-DESC-SUBPRODUTO
                        TO WS-ATUAL-DESC-SUBPRODUTO
                      MOVE DADOSANT-COD-PRODUTO
                        TO WS-ATUAL-COD-PRODUTO
                      MOVE 'S' TO WS-SW-ATUAL-EXISTE
                      PERFORM 2200-LER-ARQUIVO-DADOS
                   ELSE
                      MOVE WS-CHAVE-ATUAL TO WS-ATUAL-COD-SUBPRODUTO
                      MOVE SPACES TO WS-ATUAL-DESC-SUBPRODUTO
                      MOVE ZEROES TO WS-ATUAL-COD-PRODUTO
                      MOVE 'N' TO WS-SW-ATUAL-EXISTE
                   END-IF
                   PERFORM UNTIL WS-FS-MOVTO EQUAL '10' OR
           MOVE WS-SW-ATUAL-EXISTE TO WS-ANT-EXISTE.
           IF WS-SW-ATUAL-EXISTE EQUAL 'S'
              MOVE WS-ATUAL-DESC-SUBPRODUTO TO WS-ANT-DESC-SUBPRODUTO
              MOVE WS-ATUAL-COD-PRODUTO     TO WS-ANT-COD-PRODUTO
           ELSE
              MOVE SPACES TO WS-ANT-DESC-SUBPRODUTO
              MOVE ZEROES TO WS-ANT-COD-PRODUTO
           END-IF.
      * AN INCLUDE OR ALTER CARRIES THE FULL IMAGE, SO THE OWNING
      * PRODUTO IT NAMES MUST EXIST IN THE PRODUTOS MASTER.
           MOVE 'N' TO WS-SW-PRODUTO-VALIDO.
           IF MOVTO-COD-PRODUTO IS NUMERIC
              IF MOVTO-COD-PRODUTO GREATER ZEROES
                 IF WS-PROD-TAB-ATIVO(MOVTO-COD-PRODUTO) EQUAL 'S'
                    MOVE 'S' TO WS-SW-PRODUTO-VALIDO
                 END-IF
              END-IF
           END-IF.
           EVALUATE MOVTO-TIPO
               WHEN 'I'
                          MOVE 'RECUSADA' TO WS-SITUACAO
                          MOVE 'DESCRICAO EM BRANCO' TO WS-MOTIVO
                       ELSE
                          IF WS-SW-PRODUTO-VALIDO NOT EQUAL 'S'
                             MOVE 'RECUSADA' TO WS-SITUACAO
                             MOVE 'PRODUTO NAO CADASTRADO'
                               TO WS-MOTIVO
                          ELSE
                             MOVE MOVTO-DESC-SUBPRODUTO
                               TO WS-ATUAL-DESC-SUBPRODUTO
                             MOVE MOVTO-COD-PRODUTO
                               TO WS-ATUAL-COD-PRODUTO
                             MOVE 'S' TO WS-SW-ATUAL-EXISTE
                             MOVE 'ACEITA' TO WS-SITUACAO
                             MOVE 'INCLUIDO' TO WS-MOTIVO
                          END-IF
                       END-IF
                    END-IF
               WHEN 'A'
                          MOVE 'RECUSADA' TO WS-SITUACAO
                          MOVE 'DESCRICAO EM BRANCO' TO WS-MOTIVO
                       ELSE
                          IF WS-SW-PRODUTO-VALIDO NOT EQUAL 'S'
                             MOVE 'RECUSADA' TO WS-SITUACAO
                             MOVE 'PRODUTO NAO CADASTRADO'
                               TO WS-MOTIVO
                          ELSE
                             MOVE MOVTO-DESC-SUBPRODUTO
                               TO WS-ATUAL-DESC-SUBPRODUTO
                             MOVE MOVTO-COD-PRODUTO
                               TO WS-ATUAL-COD-PRODUTO
                             MOVE 'ACEITA' TO WS-SITUACAO
                             MOVE 'ALTERADO' TO WS-MOTIVO
                          END-IF
                       END-IF
                    ELSE
                       MOVE 'RECUSADA' TO WS-SITUACAO
           MOVE MOVTO-TIPO             TO WS-REL-DET-TIPO.
           MOVE MOVTO-COD-SUBPRODUTO   TO WS-REL-DET-CHAVE.
           MOVE MOVTO-DESC-SUBPRODUTO  TO WS-REL-DET-DESC.
           IF MOVTO-COD-PRODUTO IS NUMERIC
              MOVE MOVTO-COD-PRODUTO   TO WS-REL-DET-PRODUTO
           ELSE
              MOVE ZEROES              TO WS-REL-DET-PRODUTO
           END-IF.
           MOVE WS-SITUACAO            TO WS-REL-DET-SITUACAO.
           MOVE WS-MOTIVO              TO WS-REL-DET-MOTIVO.
           MOVE WS-REL-DETALHE         TO REG-RELMANUT.
           MOVE MOVTO-COD-SUBPRODUTO   TO JORNAL-COD-SUBPRODUTO.
           MOVE WS-ANT-EXISTE          TO JORNAL-ANT-EXISTE.
           MOVE WS-ANT-DESC-SUBPRODUTO TO JORNAL-ANT-DESC.
           MOVE WS-ANT-COD-PRODUTO     TO JORNAL-ANT-PRODUTO.
           MOVE WS-SW-ATUAL-EXISTE     TO JORNAL-NOV-EXISTE.
           IF WS-SW-ATUAL-EXISTE EQUAL 'S'
              MOVE WS-ATUAL-DESC-SUBPRODUTO TO JORNAL-NOV-DESC
              MOVE WS-ATUAL-COD-PRODUTO     TO JORNAL-NOV-PRODUTO
           ELSE
              MOVE SPACES TO JORNAL-NOV-DESC
              MOVE ZEROES TO JORNAL-NOV-PRODUTO
           END-IF.
           WRITE REG-JORNAL.
           IF WS-FS-JORNAL NOT EQUAL '00'
                                          NUMERIC BY ZEROES.
           MOVE WS-ATUAL-COD-SUBPRODUTO  TO TRABALHO-COD-SUBPRODUTO.
           MOVE WS-ATUAL-DESC-SUBPRODUTO TO TRABALHO-DESC-SUBPRODUTO.
           MOVE WS-ATUAL-COD-PRODUTO     TO TRABALHO-COD-PRODUTO.
           WRITE REG-TRABALHO.
           IF WS-FS-TRABALHO NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABALHO' TO WS-ERRO
                     TO DADOSNOV-COD-SUBPRODUTO
                   MOVE TRABALHO-DESC-SUBPRODUTO
                     TO DADOSNOV-DESC-SUBPRODUTO
                   MOVE TRABALHO-COD-PRODUTO
                     TO DADOSNOV-COD-PRODUTO
                   PERFORM 2650-GRAVAR-DADOSNOV
                   READ TRABALHO INTO REG-TRABALHO
                   IF WS-FS-TRABALHO NOT EQUAL '00' AND
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
