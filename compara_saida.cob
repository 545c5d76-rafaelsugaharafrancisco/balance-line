       FD SAIDA.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 051 CHARACTERS.
       01 REG-SAIDA                    PIC X(51).

       FD SAIDAANT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 051 CHARACTERS.
       01 REG-SAIDAANT                 PIC X(51).

       SD ORDCMP.
       01 REG-ORDCMP.
           05 ORDCMP-COD-PRODUTO       PIC 9(03).
           05 ORDCMP-COD-SUBPRODUTO    PIC 9(04).
           05 ORDCMP-COD-FILIAL        PIC 9(02).
           05 FILLER                   PIC X(42).

       FD CLASSHJ.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 051 CHARACTERS.
       01 REG-CLASSHJ.
           05 CLASSHJ-COD-PRODUTO      PIC 9(03).
           05 CLASSHJ-COD-SUBPRODUTO   PIC 9(04).
           05 CLASSHJ-COD-FILIAL       PIC 9(02).
           05 FILLER                   PIC X(20).
           05 CLASSHJ-QTDE-MOVIMENTO   PIC 9(05).
           05 FILLER                   PIC X(17).

       FD CLASSAN.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 051 CHARACTERS.
       01 REG-CLASSAN.
           05 CLASSAN-COD-PRODUTO      PIC 9(03).
           05 CLASSAN-COD-SUBPRODUTO   PIC 9(04).
           05 CLASSAN-COD-FILIAL       PIC 9(02).
           05 FILLER                   PIC X(20).
           05 CLASSAN-QTDE-MOVIMENTO   PIC 9(05).
           05 FILLER                   PIC X(17).

       FD RELCOMP.
      *    BLOCK CONTAINS 0 RECORDS
