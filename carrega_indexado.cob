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

       FD PRECOS.
      *    BLOCK CONTAINS 0 RECORDS
       01 REG-DADOSIDX.
           05 DADOSIDX-COD-SUBPRODUTO  PIC 9(04).
           05 DADOSIDX-DESC-SUBPRODUTO PIC X(20).
           05 DADOSIDX-COD-PRODUTO     PIC 9(03).

       FD PRECOSIDX.
       01 REG-PRECOSIDX.
       2300-GRAVAR-DADOSIDX.
           MOVE DADOS-COD-SUBPRODUTO  TO DADOSIDX-COD-SUBPRODUTO.
           MOVE DADOS-DESC-SUBPRODUTO TO DADOSIDX-DESC-SUBPRODUTO.
           MOVE DADOS-COD-PRODUTO     TO DADOSIDX-COD-PRODUTO.
           WRITE REG-DADOSIDX.
           IF WS-FS-DADOSIDX NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO DADOSIDX' TO WS-ERRO
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
