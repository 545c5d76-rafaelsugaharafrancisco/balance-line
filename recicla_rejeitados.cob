       FD REJEITADOS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 18 CHARACTERS.
       01 REG-REJEITADOS                  PIC X(18).

       SD ORDREJ.
       01 REG-ORDREJ.
           05 ORDREJ-COD-PRODUTO          PIC 9(03).
           05 ORDREJ-COD-SUBPRODUTO       PIC 9(04).
           05 FILLER                      PIC X(11).

       FD REJSORT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 18 CHARACTERS.
       01 REG-REJSORT.
           05 REJEITADOS-COD-PRODUTO      PIC 9(03).
           05 REJEITADOS-COD-SUBPRODUTO   PIC 9(04).
           05 REJEITADOS-COD-FILIAL       PIC 9(02).
           05 REJEITADOS-QTDE-MOVIMENTO   PIC 9(05).
           05 REJEITADOS-TIPO-MOVIMENTO   PIC X(01).
           05 REJEITADOS-COD-FILIAL-TRANSF PIC X(02).
           05 REJEITADOS-MOTIVO           PIC X(01).

       FD RECICANT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 19 CHARACTERS.
       01 REG-RECICANT.
           05 RECICANT-COD-PRODUTO     PIC 9(03).
           05 RECICANT-COD-SUBPRODUTO  PIC 9(04).
           05 RECICANT-QTDE-MOVIMENTO  PIC 9(05).
           05 RECICANT-IDADE           PIC 9(02).
           05 RECICANT-TIPO-MOVIMENTO  PIC X(01).
           05 RECICANT-COD-FILIAL-TRANSF PIC X(02).
      * REG-RECICANT-CTL IS AN ALTERNATE VIEW OF REG-RECICANT, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-RECICANT-CTL.
           05 RECICANT-CTL-TIPO        PIC X(02).
           05 RECICANT-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(10).

      * THE NEW RECYCLE GENERATION IS BUILT IN TWO PASSES: THE DETAIL
      * RECORDS GO TO TRABREC FIRST, AND ONLY AFTER THE FINAL COUNT IS
       FD TRABREC.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 19 CHARACTERS.
       01 REG-TRABREC.
           05 TRABREC-COD-PRODUTO      PIC 9(03).
           05 TRABREC-COD-SUBPRODUTO   PIC 9(04).
           05 TRABREC-QTDE-MOVIMENTO   PIC 9(05).
           05 TRABREC-IDADE            PIC 9(02).
           05 TRABREC-TIPO-MOVIMENTO   PIC X(01).
           05 TRABREC-COD-FILIAL-TRANSF PIC X(02).

       FD RECICNOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 19 CHARACTERS.
       01 REG-RECICNOV.
           05 RECICNOV-COD-PRODUTO     PIC 9(03).
           05 RECICNOV-COD-SUBPRODUTO  PIC 9(04).
           05 RECICNOV-QTDE-MOVIMENTO  PIC 9(05).
           05 RECICNOV-IDADE           PIC 9(02).
           05 RECICNOV-TIPO-MOVIMENTO  PIC X(01).
           05 RECICNOV-COD-FILIAL-TRANSF PIC X(02).
       01 REG-RECICNOV-CTL.
           05 RECICNOV-CTL-TIPO        PIC X(02).
           05 RECICNOV-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(10).

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
           05 ENTRADA-COD-FILIAL-TRANSF PIC X(02).
       01 REG-ENTRADA-CTL.
           05 ENTRADA-CTL-TIPO         PIC X(02).
           05 ENTRADA-CTL-QTDE         PIC 9(07).
           05 FILLER                   PIC X(08).

       FD ENTRNOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 17 CHARACTERS.
       01 REG-ENTRNOV.
           05 ENTRNOV-COD-PRODUTO      PIC 9(03).
           05 ENTRNOV-COD-SUBPRODUTO   PIC 9(04).
           05 ENTRNOV-COD-FILIAL       PIC 9(02).
           05 ENTRNOV-QTDE-MOVIMENTO   PIC 9(05).
           05 ENTRNOV-TIPO-MOVIMENTO   PIC X(01).
           05 ENTRNOV-COD-FILIAL-TRANSF PIC X(02).
       01 REG-ENTRNOV-CTL.
           05 ENTRNOV-CTL-TIPO         PIC X(02).
           05 ENTRNOV-CTL-QTDE         PIC 9(07).
           05 FILLER                   PIC X(08).

       FD RELSUSP.
      *    BLOCK CONTAINS 0 RECORDS
           05 FILLER                   PIC X(11) VALUE 'SUBPRODUTO '.
           05 FILLER                   PIC X(07) VALUE 'FILIAL '.
           05 FILLER                   PIC X(07) VALUE 'IDADE'.
           05 FILLER                   PIC X(47)
              VALUE '       VALOR    MOTIVO'.
       01 WS-REL-DETALHE.
           05 WS-REL-DET-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-REL-DET-IDADE         PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-DET-MOTIVO        PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE SPACES.
       01 WS-REL-TOTAL.
           05 WS-REL-TOT-TITULO        PIC X(30) VALUE SPACES.
           05 WS-REL-TOT-QTDE          PIC 9(07) VALUE ZEROES.
           MOVE REJEITADOS-QTDE-MOVIMENTO TO TRABREC-QTDE-MOVIMENTO.
           MOVE WS-IDADE-ATUAL            TO TRABREC-IDADE.
           MOVE REJEITADOS-TIPO-MOVIMENTO TO TRABREC-TIPO-MOVIMENTO.
           MOVE REJEITADOS-COD-FILIAL-TRANSF
             TO TRABREC-COD-FILIAL-TRANSF.
           WRITE REG-TRABREC.
           IF WS-FS-TRABREC NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABREC' TO WS-ERRO
           MOVE REJEITADOS-COD-SUBPRODUTO TO WS-REL-DET-SUBPRODUTO.
           MOVE REJEITADOS-COD-FILIAL     TO WS-REL-DET-FILIAL.
           MOVE WS-IDADE-ATUAL            TO WS-REL-DET-IDADE.
           MOVE REJEITADOS-MOTIVO         TO WS-REL-DET-MOTIVO.
           MOVE WS-VALOR-BAIXA            TO WS-REL-DET-VALOR.
           MOVE WS-REL-DETALHE            TO REG-RELSUSP.
           PERFORM 2550-GRAVAR-RELSUSP.
                   MOVE TRABREC-IDADE          TO RECICNOV-IDADE
                   MOVE TRABREC-TIPO-MOVIMENTO
                     TO RECICNOV-TIPO-MOVIMENTO
                   MOVE TRABREC-COD-FILIAL-TRANSF
                     TO RECICNOV-COD-FILIAL-TRANSF
                   PERFORM 2650-GRAVAR-RECICNOV
                   PERFORM 2720-LER-TRABREC
           END-PERFORM.
                        TO ENTRNOV-QTDE-MOVIMENTO
                      MOVE ENTRADA-TIPO-MOVIMENTO
                        TO ENTRNOV-TIPO-MOVIMENTO
                      MOVE ENTRADA-COD-FILIAL-TRANSF
                        TO ENTRNOV-COD-FILIAL-TRANSF
                      PERFORM 2760-GRAVAR-ENTRNOV
                      PERFORM 2710-LER-ARQUIVO-ENTRADA
                   ELSE
                        TO ENTRNOV-QTDE-MOVIMENTO
                      MOVE TRABREC-TIPO-MOVIMENTO
                        TO ENTRNOV-TIPO-MOVIMENTO
                      MOVE TRABREC-COD-FILIAL-TRANSF
                        TO ENTRNOV-COD-FILIAL-TRANSF
                      PERFORM 2760-GRAVAR-ENTRNOV
                      PERFORM 2720-LER-TRABREC
                   END-IF
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
