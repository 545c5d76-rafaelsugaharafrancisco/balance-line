       FD ENTRADA.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 17 CHARACTERS.
      * COD-FILIAL-TRANSF IS THE OTHER BRANCH OF A TRANSFER: THE
      * DESTINATION ON A SHIPMENT ('T'), THE ORIGIN ON A RECEIPT
      * CONFIRMATION ('R'). IT IS BLANK OR 00 ON EVERY OTHER TYPE.
       01 REG-ENTRADA.
           05 ENTRADA-COD-PRODUTO      PIC X(03).
           05 ENTRADA-COD-SUBPRODUTO   PIC X(04).
           05 ENTRADA-COD-FILIAL       PIC X(02).
           05 ENTRADA-QTDE-MOVIMENTO   PIC X(05).
           05 ENTRADA-TIPO-MOVIMENTO   PIC X(01).
           05 ENTRADA-COD-FILIAL-TRANSF PIC X(02).
       01 REG-ENTRADA-CTL.
           05 ENTRADA-CTL-TIPO         PIC X(02).
           05 ENTRADA-CTL-QTDE         PIC 9(07).
           05 FILLER                   PIC X(08).

       FD DADOS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 027 CHARACTERS.
      * COD-PRODUTO IS THE PRODUTO THAT OWNS THE SUBPRODUTO.
       01 REG-DADOS.
           05 DADOS-COD-SUBPRODUTO     PIC X(04).
           05 DADOS-DESC-SUBPRODUTO    PIC X(20).
           05 DADOS-COD-PRODUTO        PIC X(03).
       01 REG-DADOS-CTL.
           05 DADOS-CTL-TIPO           PIC X(02).
           05 DADOS-CTL-QTDE           PIC 9(07).
           05 FILLER                   PIC X(18).

       FD PRECOS.
      *    BLOCK CONTAINS 0 RECORDS
       01 WS-PROD-TAB.
           05 WS-PROD-TAB-ATIVO        PIC X(01) OCCURS 999 TIMES
                                       VALUE 'N'.
      * WS-DONO-TAB KEEPS THE OWNING PRODUTO OF EVERY SUBPRODUTO IN
      * DADOS, ADDRESSED DIRECTLY BY THE 4-DIGIT SUBPRODUTO CODE, SO
      * EACH ENTRADA RECORD CAN BE CHECKED AGAINST ITS OWNER. SPACES
      * MEAN THE SUBPRODUTO IS NOT IN DADOS (OR ITS OWNER WAS INVALID).
       01 WS-DONO-TAB.
           05 WS-DONO-TAB-PRODUTO      PIC X(03) OCCURS 9999 TIMES
                                       VALUE SPACES.
       01 WS-SUBPRODUTO-NUM            PIC 9(04) VALUE ZEROES.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
       01 WS-QTDE-ESPERADO-ENT         PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-DADOS       PIC 9(07) VALUE ZEROES.
      ******************************************************************
       2000-PROCESSAR.
      * THE PRODUTOS MASTER GOES FIRST SO THE EXISTENCE TABLE IS READY
      * WHEN THE DADOS AND ENTRADA PRODUTO CODES ARE CROSS-CHECKED, AND
      * DADOS GOES BEFORE ENTRADA SO THE OWNER OF EVERY SUBPRODUTO IS
      * KNOWN WHEN THE MOVEMENTS ARE CRITIQUED.
           PERFORM 2050-CRITICAR-PRODUTOS.
           PERFORM 2200-CRITICAR-DADOS.
           PERFORM 2100-CRITICAR-ENTRADA.
           PERFORM 2300-CRITICAR-PRECOS.
       2000-END-PERFORM.
      ******************************************************************
              ELSE
                 MOVE ENTRADA-COD-SUBPRODUTO TO WS-CHAVE-ANT-ENT
              END-IF
              PERFORM 2170-VALIDAR-PROPRIETARIO
           END-IF.
           IF ENTRADA-COD-FILIAL NOT NUMERIC
              MOVE 'COD-FILIAL' TO WS-REL-ERR-CAMPO
              ADD 1 TO WS-QTDE-ERROS-ENT
           END-IF.
      * THE MOVEMENT TYPE GIVES THE UNSIGNED QUANTITY ITS DIRECTION
      * ('E' RECEIPT, 'S' ISSUE, 'D' RETURN, 'T' TRANSFER SHIPMENT,
      * 'R' TRANSFER RECEIPT); ANYTHING ELSE WOULD MOVE THE STOCK
      * POSITION THE WRONG WAY DOWNSTREAM.
           IF ENTRADA-TIPO-MOVIMENTO NOT EQUAL 'E' AND
              ENTRADA-TIPO-MOVIMENTO NOT EQUAL 'S' AND
              ENTRADA-TIPO-MOVIMENTO NOT EQUAL 'D' AND
              ENTRADA-TIPO-MOVIMENTO NOT EQUAL 'T' AND
              ENTRADA-TIPO-MOVIMENTO NOT EQUAL 'R'
              MOVE 'TIPO-MOVTO' TO WS-REL-ERR-CAMPO
              MOVE ENTRADA-TIPO-MOVIMENTO TO WS-REL-ERR-CONTEUDO
              MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WS-REL-ERR-MOTIVO
              PERFORM 2400-GRAVAR-ERRO
              ADD 1 TO WS-QTDE-ERROS-ENT
           ELSE
              PERFORM 2160-VALIDAR-TRANSFERENCIA
           END-IF.
       2150-END-PERFORM.
      ******************************************************************
      * 2160-VALIDAR-TRANSFERENCIA
      *
      * A TRANSFER ONLY BALANCES IF BOTH ENDS ARE REAL BRANCHES: THE
      * COUNTERPART FILIAL MUST BE NUMERIC, NOT THE RESERVED 00 AND
      * NOT THE BRANCH OF THE RECORD ITSELF. ANY OTHER MOVEMENT TYPE
      * MUST LEAVE THE FIELD EMPTY, OR A MISKEYED TYPE WOULD SLIP
      * THROUGH AS AN ORDINARY RECEIPT OR ISSUE.
      ******************************************************************
       2160-VALIDAR-TRANSFERENCIA.
           MOVE 'FIL-TRANSF' TO WS-REL-ERR-CAMPO.
           MOVE ENTRADA-COD-FILIAL-TRANSF TO WS-REL-ERR-CONTEUDO.
           IF ENTRADA-TIPO-MOVIMENTO EQUAL 'T' OR
              ENTRADA-TIPO-MOVIMENTO EQUAL 'R'
              IF ENTRADA-COD-FILIAL-TRANSF NOT NUMERIC
                 MOVE 'CAMPO NAO NUMERICO' TO WS-REL-ERR-MOTIVO
                 PERFORM 2400-GRAVAR-ERRO
                 ADD 1 TO WS-QTDE-ERROS-ENT
              ELSE
                 IF ENTRADA-COD-FILIAL-TRANSF EQUAL '00'
                    MOVE 'FORA DA FAIXA PERMITIDA' TO WS-REL-ERR-MOTIVO
                    PERFORM 2400-GRAVAR-ERRO
                    ADD 1 TO WS-QTDE-ERROS-ENT
                 ELSE
                    IF ENTRADA-COD-FILIAL-TRANSF EQUAL
                       ENTRADA-COD-FILIAL
                       MOVE 'TRANSF. PARA A MESMA FILIAL'
                         TO WS-REL-ERR-MOTIVO
                       PERFORM 2400-GRAVAR-ERRO
                       ADD 1 TO WS-QTDE-ERROS-ENT
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF ENTRADA-COD-FILIAL-TRANSF NOT EQUAL SPACES AND
                 ENTRADA-COD-FILIAL-TRANSF NOT EQUAL '00'
                 MOVE 'INFORMADA FORA DE TRANSFER.'
                   TO WS-REL-ERR-MOTIVO
                 PERFORM 2400-GRAVAR-ERRO
                 ADD 1 TO WS-QTDE-ERROS-ENT
              END-IF
           END-IF.
       2160-END-PERFORM.
      ******************************************************************
      * 2170-VALIDAR-PROPRIETARIO
      *
      * A MOVEMENT MUST CARRY THE PRODUTO THAT OWNS ITS SUBPRODUTO IN
      * DADOS, OR IT WOULD BE COUNTED IN RESUMO AND POSTED TO THE
      * LEDGER UNDER ANOTHER PRODUTO'S ACCOUNT. A SUBPRODUTO ABSENT
      * FROM DADOS IS LEFT TO THE BALANCE LINE, WHICH REJECTS IT.
      ******************************************************************
       2170-VALIDAR-PROPRIETARIO.
           MOVE ENTRADA-COD-SUBPRODUTO TO WS-SUBPRODUTO-NUM.
           IF WS-SUBPRODUTO-NUM GREATER ZEROES AND
              ENTRADA-COD-PRODUTO IS NUMERIC
              IF WS-DONO-TAB-PRODUTO(WS-SUBPRODUTO-NUM) NOT EQUAL
                 SPACES AND
                 WS-DONO-TAB-PRODUTO(WS-SUBPRODUTO-NUM) NOT EQUAL
                 ENTRADA-COD-PRODUTO
                 MOVE 'COD-PRODUTO' TO WS-REL-ERR-CAMPO
                 MOVE ENTRADA-COD-PRODUTO TO WS-REL-ERR-CONTEUDO
                 MOVE 'PRODUTO DIVERGE DO DADOS' TO WS-REL-ERR-MOTIVO
                 PERFORM 2400-GRAVAR-ERRO
                 ADD 1 TO WS-QTDE-ERROS-ENT
              END-IF
           END-IF.
       2170-END-PERFORM.
      ******************************************************************
      * 2200-CRITICAR-DADOS
      ******************************************************************
       2200-CRITICAR-DADOS.
              PERFORM 2400-GRAVAR-ERRO
              ADD 1 TO WS-QTDE-ERROS-DADOS
           END-IF.
      * THE OWNING PRODUTO MUST EXIST IN THE PRODUTOS MASTER; ONLY A
      * VALID OWNER IS KEPT IN WS-DONO-TAB FOR THE ENTRADA CROSS-CHECK.
           IF DADOS-COD-PRODUTO NOT NUMERIC
              MOVE 'COD-PRODUTO' TO WS-REL-ERR-CAMPO
              MOVE DADOS-COD-PRODUTO TO WS-REL-ERR-CONTEUDO
              MOVE 'CAMPO NAO NUMERICO' TO WS-REL-ERR-MOTIVO
              PERFORM 2400-GRAVAR-ERRO
              ADD 1 TO WS-QTDE-ERROS-DADOS
           ELSE
              MOVE DADOS-COD-PRODUTO TO WS-PRODUTO-NUM
              IF WS-PRODUTO-NUM EQUAL ZEROES
                 MOVE 'COD-PRODUTO' TO WS-REL-ERR-CAMPO
                 MOVE DADOS-COD-PRODUTO TO WS-REL-ERR-CONTEUDO
                 MOVE 'FORA DA FAIXA PERMITIDA' TO WS-REL-ERR-MOTIVO
                 PERFORM 2400-GRAVAR-ERRO
                 ADD 1 TO WS-QTDE-ERROS-DADOS
              ELSE
                 IF WS-PROD-TAB-ATIVO(WS-PRODUTO-NUM) NOT EQUAL 'S'
                    MOVE 'COD-PRODUTO' TO WS-REL-ERR-CAMPO
                    MOVE DADOS-COD-PRODUTO TO WS-REL-ERR-CONTEUDO
                    MOVE 'PRODUTO SEM CADASTRO' TO WS-REL-ERR-MOTIVO
                    PERFORM 2400-GRAVAR-ERRO
                    ADD 1 TO WS-QTDE-ERROS-DADOS
                 ELSE
                    IF DADOS-COD-SUBPRODUTO IS NUMERIC
                       MOVE DADOS-COD-SUBPRODUTO TO WS-SUBPRODUTO-NUM
                       IF WS-SUBPRODUTO-NUM GREATER ZEROES
                          MOVE DADOS-COD-PRODUTO TO
                               WS-DONO-TAB-PRODUTO(WS-SUBPRODUTO-NUM)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2250-END-PERFORM.
      ******************************************************************
      * 2300-CRITICAR-PRECOS
