      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * TIPO-MOVIMENTO GIVES THE QUANTITY ITS DIRECTION, SINCE
      * QTDE-MOVIMENTO IS UNSIGNED: 'E' RECEIPT, 'S' ISSUE, 'D' RETURN,
      * 'T' TRANSFER SHIPMENT, 'R' TRANSFER RECEIPT. ON A TRANSFER,
      * COD-FILIAL-TRANSF IS THE OTHER BRANCH (THE DESTINATION OF A
      * 'T', THE ORIGIN OF AN 'R'); IT IS EMPTY ON ANY OTHER TYPE.
       FD ENTRADA.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 17 CHARACTERS.
       01 REG-ENTRADA.
           05 ENTRADA-COD-PRODUTO      PIC 9(03).
           05 ENTRADA-COD-SUBPRODUTO   PIC 9(04).
           05 ENTRADA-COD-FILIAL       PIC 9(02).
           05 ENTRADA-QTDE-MOVIMENTO   PIC 9(05).
           05 ENTRADA-TIPO-MOVIMENTO   PIC X(01).
           05 ENTRADA-COD-FILIAL-TRANSF PIC 9(02).
      * REG-ENTRADA-CTL IS AN ALTERNATE VIEW OF REG-ENTRADA, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-ENTRADA-CTL.
           05 ENTRADA-CTL-TIPO         PIC X(02).
           05 ENTRADA-CTL-QTDE         PIC 9(07).
           05 FILLER                   PIC X(08).

      * DADOS-COD-PRODUTO IS THE PRODUTO THAT OWNS THE SUBPRODUTO. AN
      * ENTRADA RECORD CLAIMING ANY OTHER PRODUTO IS NOT POSTED.
       FD DADOS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 027 CHARACTERS.
       01 REG-DADOS.
           05 DADOS-COD-SUBPRODUTO     PIC 9(04).
           05 DADOS-DESC-SUBPRODUTO    PIC X(20).
           05 DADOS-COD-PRODUTO        PIC 9(03).
      * REG-DADOS-CTL IS AN ALTERNATE VIEW OF REG-DADOS, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-DADOS-CTL.
           05 DADOS-CTL-TIPO           PIC X(02).
           05 DADOS-CTL-QTDE           PIC 9(07).
           05 FILLER                   PIC X(18).

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
      * REJEITADOS-MOTIVO TELLS WHY THE RECORD WAS NOT POSTED: 'S' THE
      * SUBPRODUTO IS NOT IN DADOS, 'P' THE PRODUTO INFORMED DIFFERS
      * FROM THE ONE THAT OWNS THE SUBPRODUTO IN DADOS.
       01 REG-REJEITADOS.
           05 REJEITADOS-COD-PRODUTO      PIC 9(03).
           05 REJEITADOS-COD-SUBPRODUTO   PIC 9(04).
           05 REJEITADOS-COD-FILIAL       PIC 9(02).
           05 REJEITADOS-QTDE-MOVIMENTO   PIC 9(05).
           05 REJEITADOS-TIPO-MOVIMENTO   PIC X(01).
           05 REJEITADOS-COD-FILIAL-TRANSF PIC 9(02).
           05 REJEITADOS-MOTIVO           PIC X(01).

      * PRECOS MAY CARRY SEVERAL ROWS PER SUBPRODUTO, ONE PER EFFECTIVE
      * DATE, SORTED BY COD-SUBPRODUTO AND DATA-VIGENCIA ASCENDING.
       FD CHECKPOINT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 36 CHARACTERS.
       01 REG-CHECKPOINT.
           05 CHECKPOINT-QTDE-LIDOS-ENT    PIC 9(07).
           05 CHECKPOINT-QTDE-LIDOS-DADOS  PIC 9(07).
           05 CHECKPOINT-QTDE-GRAVADOS     PIC 9(07).
           05 CHECKPOINT-QTDE-DESPREZADOS  PIC 9(07).
           05 CHECKPOINT-DADOS-EOF         PIC X(01).
           05 CHECKPOINT-QTDE-REJ-PRODUTO  PIC 9(07).

       FD SAIDACSV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS V.
       01 REG-SAIDACSV                    PIC X(63).

       FD EXCECOES.
      *    BLOCK CONTAINS 0 RECORDS
       01 REG-DADOSIDX.
           05 DADOSIDX-COD-SUBPRODUTO  PIC 9(04).
           05 DADOSIDX-DESC-SUBPRODUTO PIC X(20).
           05 DADOSIDX-COD-PRODUTO     PIC 9(03).

       FD PRECOSIDX.
       01 REG-PRECOSIDX.
           05 ORDENA-COD-PRODUTO       PIC 9(03).
           05 ORDENA-COD-SUBPRODUTO    PIC 9(04).
           05 ORDENA-COD-FILIAL        PIC 9(02).
           05 FILLER                   PIC X(42).

       FD CLASSIF.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 051 CHARACTERS.
       01 REG-CLASSIF.
           05 CLASSIF-COD-PRODUTO      PIC 9(03).
           05 CLASSIF-COD-SUBPRODUTO   PIC 9(04).
           05 CLASSIF-PRECO-CUSTO      PIC 9(05)V99.
           05 CLASSIF-PRECO-VENDA      PIC 9(05)V99.
           05 CLASSIF-TIPO-MOVIMENTO   PIC X(01).
           05 CLASSIF-COD-FILIAL-TRANSF PIC 9(02).

       FD RELATORIO.
      *    BLOCK CONTAINS 0 RECORDS
       01 WS-QTDE-LIDOS-PRECOS         PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-GRAVADOS             PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-DESPREZADOS          PIC 9(07) VALUE ZEROES.
      * WS-QTDE-REJ-PRODUTO IS THE PART OF WS-QTDE-DESPREZADOS REJECTED
      * BECAUSE THE PRODUTO DIFFERS FROM THE OWNER OF THE SUBPRODUTO.
       01 WS-QTDE-REJ-PRODUTO          PIC 9(07) VALUE ZEROES.
       01 WS-MOTIVO-REJEICAO           PIC X(01) VALUE 'S'.
       01 WS-CAMINHO-ENTRADA           PIC X(100) VALUE 'ENTRADA.DAT'.
       01 WS-CAMINHO-DADOS             PIC X(100) VALUE 'DADOS.DAT'.
       01 WS-CAMINHO-SAIDA             PIC X(100) VALUE 'SAIDA.DAT'.
       01 WS-RESUMO-IDX-ENCONTRADO     PIC 9(06) VALUE ZEROES.
      * LOOP VARIABLES FOR WALKING THE TABLE IN PRODUTO/FILIAL ORDER
      * WHEN THE ACCUMULATED ENTRIES ARE FLUSHED.
       01 WS-RESUMO-PRODUTO-VAR        PIC 9(04) VALUE ZEROES.
       01 WS-RESUMO-FILIAL-VAR         PIC 9(03) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-ENT         PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-DADOS       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PRECOS      PIC 9(07) VALUE ZEROES.
           05 FILLER                   PIC X(10) VALUE '    QTDE  '.
           05 FILLER                   PIC X(12) VALUE '   CUSTO    '.
           05 FILLER                   PIC X(12) VALUE '   VENDA'.
           05 FILLER                   PIC X(06) VALUE 'TIPO'.
           05 FILLER                   PIC X(52) VALUE 'FIL-TRANSF'.
       01 WS-REL-GRUPO.
           05 FILLER                   PIC X(08) VALUE 'PRODUTO '.
           05 WS-REL-GRUPO-PRODUTO     PIC 9(03) VALUE ZEROES.
           05 WS-RELDET-VENDA          PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-RELDET-TIPO           PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 WS-RELDET-FILIAL-TRANSF  PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(49) VALUE SPACES.
       01 WS-REL-SUBTOT.
           05 FILLER                   PIC X(17)
              VALUE 'TOTAL DO PRODUTO '.
              VALUE 'TOTAL GERAL DE REGISTROS DESPREZADOS  '.
           05 WS-REL-TOTGER2-QTDE      PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(85) VALUE SPACES.
       01 WS-REL-TOTGER3.
           05 FILLER                   PIC X(38)
              VALUE '  DOS QUAIS POR PRODUTO DIVERGENTE    '.
           05 WS-REL-TOTGER3-QTDE      PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(85) VALUE SPACES.
       01 WS-FS-CONTABIL               PIC X(02) VALUE SPACES.
       01 WS-CAMINHO-CONTABIL          PIC X(100) VALUE 'CONTABIL.DAT'.
       01 WS-QTDE-CONTABIL             PIC 9(07) VALUE ZEROES.
           05 WS-BAIXA-ITEM            OCCURS 999 TIMES.
               10 WS-BAIXA-TAB-ATIVO   PIC X(01) VALUE 'N'.
               10 WS-BAIXA-TAB-VALOR   PIC 9(13)V99 VALUE ZEROES.
       01 WS-BAIXA-IDX                 PIC 9(04) VALUE ZEROES.
      * WS-COD-RETORNO IS THE RETURN-CODE CONTRACT WITH THE SCHEDULER:
      *   00 CLEAN RUN
      *   04 RUN COMPLETE BUT PRICE EXCEPTIONS PRESENT
                   MOVE CHECKPOINT-QTDE-DESPREZADOS
                     TO WS-QTDE-DESPREZADOS
                   MOVE CHECKPOINT-DADOS-EOF TO WS-CHECKPOINT-DADOS-EOF
                   MOVE CHECKPOINT-QTDE-REJ-PRODUTO
                     TO WS-QTDE-REJ-PRODUTO
                   READ CHECKPOINT INTO REG-CHECKPOINT
                   IF WS-FS-CHECKPOINT NOT EQUAL '00' AND
                      WS-FS-CHECKPOINT NOT EQUAL '10'
                   ELSE
                       IF ENTRADA-COD-SUBPRODUTO EQUAL
                          DADOS-COD-SUBPRODUTO
                          IF ENTRADA-COD-PRODUTO EQUAL DADOS-COD-PRODUTO
                             PERFORM 2300-GRAVAR
                          ELSE
                             MOVE 'P' TO WS-MOTIVO-REJEICAO
                             PERFORM 2400-GRAVAR-REJEITADOS
                          END-IF
                          PERFORM 2100-LER-ARQUIVO-ENTRADA
                       ELSE
                           IF ENTRADA-COD-SUBPRODUTO LESS
           MOVE ENTRADA-COD-FILIAL     TO SAIDA-COD-FILIAL.
           MOVE ENTRADA-QTDE-MOVIMENTO TO SAIDA-QTDE-MOVIMENTO.
           MOVE ENTRADA-TIPO-MOVIMENTO TO SAIDA-TIPO-MOVIMENTO.
           IF ENTRADA-TIPO-MOVIMENTO EQUAL 'T' OR
              ENTRADA-TIPO-MOVIMENTO EQUAL 'R'
              MOVE ENTRADA-COD-FILIAL-TRANSF
                TO SAIDA-COD-FILIAL-TRANSF
           END-IF.
           IF WS-SW-INDEXADO EQUAL 'S'
              MOVE DADOSIDX-DESC-SUBPRODUTO TO SAIDA-DESC-SUBPRODUTO
           ELSE
      * 00). THE CONSOLIDATED LOOKUP RUNS LAST SO WS-RESUMO-IDX-
      * ENCONTRADO POINTS AT IT WHEN 2360-ACUMULAR-EXCECAO CHARGES AN
      * EXCEPTION TO THE PRODUTO.
      *
      * A TRANSFER IS CHARGED TO THE BRANCH THAT KEYED IT: THE SHIPMENT
      * ('T') TO THE ORIGIN AND THE RECEIPT ('R') TO THE DESTINATION,
      * SINCE SAIDA-COD-FILIAL IS THE BRANCH OF THE RECORD IN BOTH.
      ******************************************************************
       2350-ACUMULAR-RESUMO.
           MOVE SAIDA-COD-FILIAL TO WS-RESUMO-FILIAL-BUSCA.
      * BY WS-RESUMO-IDX-ENCONTRADO FROM 2350. WORKS ENTIRELY OFF
      * REG-SAIDA SO THE RESTART REPLAY IN 1900-RECONSTRUIR-RESUMO
      * REBUILDS THE SAME TOTALS FROM THE RECORDS ALREADY ON DISK.
      *
      * A TRANSFER ONLY MOVES STOCK BETWEEN TWO BRANCHES OF THE SAME
      * COMPANY: NEITHER ITS SHIPMENT NOR ITS RECEIPT IS A LEDGER
      * MOVEMENT, SO NEITHER IS VALUED HERE.
      ******************************************************************
       2380-ACUMULAR-CONTABIL.
           IF SAIDA-TIPO-MOVIMENTO NOT EQUAL 'T' AND
              SAIDA-TIPO-MOVIMENTO NOT EQUAL 'R'
              MULTIPLY SAIDA-PRECO-CUSTO BY SAIDA-QTDE-MOVIMENTO
                  GIVING WS-VAL-CUSTO-REG
              MULTIPLY SAIDA-PRECO-VENDA BY SAIDA-QTDE-MOVIMENTO
                  GIVING WS-VAL-VENDA-REG
              ADD WS-VAL-CUSTO-REG TO
                  WS-RESUMO-TAB-VAL-CUSTO(WS-RESUMO-IDX-ENCONTRADO)
              ADD WS-VAL-VENDA-REG TO
                  WS-RESUMO-TAB-VAL-VENDA(WS-RESUMO-IDX-ENCONTRADO)
           END-IF.
       2380-END-PERFORM.
      ******************************************************************
      * 2370-GRAVAR-EXCECAO
           MOVE ENTRADA-COD-FILIAL     TO REJEITADOS-COD-FILIAL.
           MOVE ENTRADA-QTDE-MOVIMENTO TO REJEITADOS-QTDE-MOVIMENTO.
           MOVE ENTRADA-TIPO-MOVIMENTO TO REJEITADOS-TIPO-MOVIMENTO.
           IF ENTRADA-TIPO-MOVIMENTO EQUAL 'T' OR
              ENTRADA-TIPO-MOVIMENTO EQUAL 'R'
              MOVE ENTRADA-COD-FILIAL-TRANSF
                TO REJEITADOS-COD-FILIAL-TRANSF
           END-IF.
      * WS-MOTIVO-REJEICAO IS SET TO 'P' ONLY FOR THE PRODUTO MISMATCH
      * AND FALLS BACK TO 'S' (SUBPRODUTO NOT IN DADOS) FOR THE NEXT.
           MOVE WS-MOTIVO-REJEICAO     TO REJEITADOS-MOTIVO.
           IF WS-MOTIVO-REJEICAO EQUAL 'P'
              ADD 1 TO WS-QTDE-REJ-PRODUTO
           END-IF.
           MOVE 'S' TO WS-MOTIVO-REJEICAO.
           WRITE REG-REJEITADOS.
           IF WS-FS-DESPREZADO NOT EQUAL '00' AND
              WS-FS-DESPREZADO NOT EQUAL '10'
           MOVE WS-QTDE-LIDOS-DADOS    TO CHECKPOINT-QTDE-LIDOS-DADOS.
           MOVE WS-QTDE-GRAVADOS       TO CHECKPOINT-QTDE-GRAVADOS.
           MOVE WS-QTDE-DESPREZADOS    TO CHECKPOINT-QTDE-DESPREZADOS.
           MOVE WS-QTDE-REJ-PRODUTO    TO CHECKPOINT-QTDE-REJ-PRODUTO.
           IF WS-FS-DADOS EQUAL '10'
              MOVE 'S' TO CHECKPOINT-DADOS-EOF
           ELSE
                  WS-CSV-PRECO-VENDA                   DELIMITED BY SIZE
                  ';'                                  DELIMITED BY SIZE
                  SAIDA-TIPO-MOVIMENTO                 DELIMITED BY SIZE
                  ';'                                  DELIMITED BY SIZE
                  SAIDA-COD-FILIAL-TRANSF              DELIMITED BY SIZE
             INTO REG-SAIDACSV
           END-STRING.

           PERFORM UNTIL WS-FS-ENTRADA EQUAL '10'
                   PERFORM 2810-CONSULTAR-DADOS-IDX
                   IF WS-SW-DADOSIDX-ENCONTRADO EQUAL 'S'
                      IF ENTRADA-COD-PRODUTO EQUAL DADOSIDX-COD-PRODUTO
                         PERFORM 2850-CONSULTAR-PRECOS-IDX
                         PERFORM 2300-GRAVAR
                      ELSE
                         MOVE 'P' TO WS-MOTIVO-REJEICAO
                         PERFORM 2400-GRAVAR-REJEITADOS
                      END-IF
                   ELSE
                      PERFORM 2400-GRAVAR-REJEITADOS
                   END-IF
           DISPLAY '* QTDE DE REGS LIDOS DADOS ' WS-QTDE-LIDOS-DADOS
           DISPLAY '* QTDE DE REGS GRAVADOS SAIDA ' WS-QTDE-GRAVADOS
           DISPLAY '* QTDE DE REGS DESPREZADOS ' WS-QTDE-DESPREZADOS
           DISPLAY '* QTDE DE REGS COM PRODUTO DIVERGENTE '
                   WS-QTDE-REJ-PRODUTO
           DISPLAY '* QTDE DE EXCECOES DE PRECO ' WS-QTDE-EXCECOES
      * A NON-ZERO EXCEPTION COUNT ENDS THE RUN WITH RETURN-CODE 4 SO
      * THE SCHEDULER CAN HOLD THE DOWNSTREAM SEND FOR REVIEW.
                   MOVE CLASSIF-PRECO-CUSTO    TO WS-RELDET-CUSTO
                   MOVE CLASSIF-PRECO-VENDA    TO WS-RELDET-VENDA
                   MOVE CLASSIF-TIPO-MOVIMENTO TO WS-RELDET-TIPO
                   IF CLASSIF-TIPO-MOVIMENTO EQUAL 'T' OR
                      CLASSIF-TIPO-MOVIMENTO EQUAL 'R'
                      MOVE CLASSIF-COD-FILIAL-TRANSF
                        TO WS-RELDET-FILIAL-TRANSF
                   ELSE
                      MOVE SPACES TO WS-RELDET-FILIAL-TRANSF
                   END-IF
                   MOVE WS-RELDET TO WS-REL-LINHA
                   PERFORM 3120-GRAVAR-RELATORIO
                   ADD 1 TO WS-REL-SUBTOTAL
           MOVE WS-QTDE-DESPREZADOS TO WS-REL-TOTGER2-QTDE.
           MOVE WS-REL-TOTGER2 TO WS-REL-LINHA.
           PERFORM 3120-GRAVAR-RELATORIO.
           MOVE WS-QTDE-REJ-PRODUTO TO WS-REL-TOTGER3-QTDE.
           MOVE WS-REL-TOTGER3 TO WS-REL-LINHA.
           PERFORM 3120-GRAVAR-RELATORIO.

           CLOSE CLASSIF RELATORIO.
       3100-END-PERFORM.
