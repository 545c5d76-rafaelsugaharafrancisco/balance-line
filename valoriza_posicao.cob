      ******************************************************************
      * Author: Rafael
      * Date: 2026-10-15
      * Purpose: emitir a posicao de estoque valorizada ao custo medio
      *          ponderado, por filial e por produto, a partir de uma
      *          geracao POSICNOV
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. VALPOSIC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT POSICNOV ASSIGN TO DYNAMIC WS-CAMINHO-POSICNOV
           FILE STATUS IS WS-FS-POSICNOV
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUTOS ASSIGN TO DYNAMIC WS-CAMINHO-PRODUTOS
           FILE STATUS IS WS-FS-PRODUTOS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRABALHO ASSIGN TO DYNAMIC WS-CAMINHO-TRABALHO
           FILE STATUS IS WS-FS-TRABALHO
           ORGANIZATION IS LINE SEQUENTIAL.

      * ORDVAL/CLASSIF PUT THE POSITIONS INTO FILIAL/PRODUTO/SUBPRODUTO
      * ORDER FOR THE CONTROL BREAKS: POSICNOV IS KEPT IN SUBPRODUTO/
      * FILIAL ORDER.
           SELECT ORDVAL ASSIGN TO DYNAMIC WS-CAMINHO-ORDVAL.

           SELECT CLASSIF ASSIGN TO DYNAMIC WS-CAMINHO-CLASSIF
           FILE STATUS IS WS-FS-CLASSIF
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELVAL ASSIGN TO DYNAMIC WS-CAMINHO-RELVAL
           FILE STATUS IS WS-FS-RELVAL
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD POSICNOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 066 CHARACTERS.
       01 REG-POSICNOV.
           05 POSICNOV-COD-SUBPRODUTO  PIC 9(04).
           05 POSICNOV-COD-FILIAL      PIC 9(02).
           05 POSICNOV-SALDO-ANTERIOR  PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 POSICNOV-QTDE-MOVIMENTO  PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 POSICNOV-SALDO-ATUAL     PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 POSICNOV-COD-PRODUTO     PIC 9(03).
           05 POSICNOV-CUSTO-MEDIO     PIC 9(07)V9999.
           05 POSICNOV-VALOR-ESTOQUE   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
      * REG-POSICNOV-CTL IS AN ALTERNATE VIEW OF REG-POSICNOV, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-POSICNOV-CTL.
           05 POSICNOV-CTL-TIPO        PIC X(02).
           05 POSICNOV-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(57).

       FD PRODUTOS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 031 CHARACTERS.
       01 REG-PRODUTOS.
           05 PRODUTOS-COD-PRODUTO     PIC 9(03).
           05 PRODUTOS-DESC-PRODUTO    PIC X(20).
           05 PRODUTOS-CONTA-CONTABIL  PIC 9(08).
       01 REG-PRODUTOS-CTL.
           05 PRODUTOS-CTL-TIPO        PIC X(02).
           05 PRODUTOS-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(22).

       FD TRABALHO.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 066 CHARACTERS.
       01 REG-TRABALHO                 PIC X(66).

       SD ORDVAL.
       01 REG-ORDVAL.
           05 ORDVAL-COD-SUBPRODUTO    PIC 9(04).
           05 ORDVAL-COD-FILIAL        PIC 9(02).
           05 FILLER                   PIC X(30).
           05 ORDVAL-COD-PRODUTO       PIC 9(03).
           05 FILLER                   PIC X(27).

       FD CLASSIF.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 066 CHARACTERS.
       01 REG-CLASSIF.
           05 CLASSIF-COD-SUBPRODUTO   PIC 9(04).
           05 CLASSIF-COD-FILIAL       PIC 9(02).
           05 CLASSIF-SALDO-ANTERIOR   PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 CLASSIF-QTDE-MOVIMENTO   PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 CLASSIF-SALDO-ATUAL      PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 CLASSIF-COD-PRODUTO      PIC 9(03).
           05 CLASSIF-CUSTO-MEDIO      PIC 9(07)V9999.
           05 CLASSIF-VALOR-ESTOQUE    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       FD RELVAL.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 080 CHARACTERS.
       01 REG-RELVAL                   PIC X(80).

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FS-POSICNOV               PIC X(02) VALUE SPACES.
       01 WS-FS-PRODUTOS               PIC X(02) VALUE SPACES.
       01 WS-FS-TRABALHO               PIC X(02) VALUE SPACES.
       01 WS-FS-CLASSIF                PIC X(02) VALUE SPACES.
       01 WS-FS-RELVAL                 PIC X(02) VALUE SPACES.
       01 WS-ERRO                      PIC X(40) VALUE SPACES.
       01 WS-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-CAMINHO-POSICNOV          PIC X(100) VALUE 'POSICNOV.DAT'.
       01 WS-CAMINHO-PRODUTOS          PIC X(100) VALUE 'PRODUTOS.DAT'.
       01 WS-CAMINHO-TRABALHO          PIC X(100) VALUE 'TRABVAL.DAT'.
       01 WS-CAMINHO-ORDVAL            PIC X(100) VALUE 'ORDVAL.TMP'.
       01 WS-CAMINHO-CLASSIF           PIC X(100) VALUE 'CLASSVAL.DAT'.
       01 WS-CAMINHO-RELVAL            PIC X(100) VALUE 'RELVAL.DAT'.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
       01 WS-DATA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
       01 WS-QTDE-LIDOS-POSICNOV       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-POSICNOV    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-POSICNOV     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-PRODUTOS       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PRODUTOS    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-PRODUTOS     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-VALORIZADAS          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ZERADAS              PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SEM-PRODUTO          PIC 9(07) VALUE ZEROES.
       01 WS-CHAVE-ANT-PRODUTOS        PIC 9(03) VALUE ZEROES.
       01 WS-CHAVE-POS.
           05 WS-CHAVE-POS-SUBPRODUTO  PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-POS-FILIAL      PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-ANT-POSICNOV        PIC X(06) VALUE LOW-VALUES.
      * WS-PROD-TAB HOLDS THE WHOLE PRODUTOS MASTER, ADDRESSED DIRECTLY
      * BY THE 3-DIGIT CODE, TOGETHER WITH THE VALUED TOTALS OF EACH
      * PRODUTO ACROSS ALL FILIAIS FOR THE CLOSING SUMMARY PAGE.
       01 WS-PROD-TAB.
           05 WS-PROD-ITEM             OCCURS 999 TIMES.
               10 WS-PROD-TAB-ATIVO    PIC X(01) VALUE 'N'.
               10 WS-PROD-TAB-DESC     PIC X(20) VALUE SPACES.
               10 WS-PROD-TAB-SALDO    PIC S9(11) VALUE ZEROES.
               10 WS-PROD-TAB-VALOR    PIC S9(15)V99 VALUE ZEROES.
       01 WS-PROD-IDX                  PIC 9(04) VALUE ZEROES.
       01 WS-PROD-DESC-ATUAL           PIC X(20) VALUE SPACES.
      * CONTROL-BREAK KEYS AND ACCUMULATORS.
       01 WS-FILIAL-ATUAL              PIC 9(02) VALUE ZEROES.
       01 WS-PRODUTO-ATUAL             PIC 9(03) VALUE ZEROES.
       01 WS-SALDO-PRODUTO             PIC S9(11) VALUE ZEROES.
       01 WS-VALOR-PRODUTO             PIC S9(15)V99 VALUE ZEROES.
       01 WS-SALDO-FILIAL              PIC S9(11) VALUE ZEROES.
       01 WS-VALOR-FILIAL              PIC S9(15)V99 VALUE ZEROES.
       01 WS-SALDO-GERAL               PIC S9(11) VALUE ZEROES.
       01 WS-VALOR-GERAL               PIC S9(15)V99 VALUE ZEROES.
       01 WS-CUSTO-MEDIO-PRODUTO       PIC 9(07)V9999 VALUE ZEROES.
      * REPORT LINE LAYOUTS.
       01 WS-REL-CABECALHO.
           05 FILLER                   PIC X(35)
              VALUE 'POSICAO VALORIZADA DO ESTOQUE EM '.
           05 WS-REL-CAB-DATA          PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(37) VALUE SPACES.
       01 WS-REL-COLUNAS.
           05 FILLER                   PIC X(07) VALUE 'FL PRD '.
           05 FILLER                   PIC X(05) VALUE 'SUBP '.
           05 FILLER                   PIC X(13) VALUE '        SALDO'.
           05 FILLER                   PIC X(15)
              VALUE '    CUSTO MEDIO'.
           05 FILLER                   PIC X(22)
              VALUE '                 VALOR'.
           05 FILLER                   PIC X(18) VALUE SPACES.
       01 WS-REL-DETALHE.
           05 WS-REL-DET-FILIAL        PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-SUBPRODUTO    PIC 9(04) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-SALDO         PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-CUSTO         PIC Z.ZZZ.ZZ9,9999.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-VALOR         PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(18) VALUE SPACES.
       01 WS-REL-SUBTOTAL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14)
              VALUE 'TOTAL PRODUTO '.
           05 WS-REL-SUB-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUB-DESC          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUB-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUB-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-REL-TOTAL-VALOR.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-TV-TITULO         PIC X(13) VALUE SPACES.
           05 WS-REL-TV-FILIAL         PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE SPACES.
           05 WS-REL-TV-SALDO          PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-TV-VALOR          PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-REL-TIT-PRODUTO.
           05 FILLER                   PIC X(30)
              VALUE 'POSICAO VALORIZADA POR PRODUTO'.
           05 FILLER                   PIC X(50) VALUE SPACES.
       01 WS-REL-COL-PRODUTO.
           05 FILLER                   PIC X(25)
              VALUE 'PRD DESCRICAO            '.
           05 FILLER                   PIC X(15)
              VALUE '          SALDO'.
           05 FILLER                   PIC X(15)
              VALUE '    CUSTO MEDIO'.
           05 FILLER                   PIC X(25)
              VALUE '                    VALOR'.
       01 WS-REL-PRODUTO.
           05 WS-REL-PRD-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-PRD-DESC          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-PRD-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-PRD-CUSTO         PIC Z.ZZZ.ZZ9,9999.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-PRD-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
       01 WS-REL-TOTAL.
           05 WS-REL-TOT-TITULO        PIC X(30) VALUE SPACES.
           05 WS-REL-TOT-QTDE          PIC 9(07) VALUE ZEROES.
           05 FILLER                   PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PERFORM 1000-INICIAR.
       PERFORM 2000-PROCESSAR.
       PERFORM 3000-FINALIZAR.
      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           PERFORM 1100-OBTER-PARAMETROS.

           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.

           PERFORM 1300-CARREGAR-PRODUTOS.

           OPEN INPUT POSICNOV.
           IF WS-FS-POSICNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO POSICNOV' TO WS-ERRO
              MOVE WS-FS-POSICNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT TRABALHO.
           IF WS-FS-TRABALHO NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABALHO' TO WS-ERRO
              MOVE WS-FS-TRABALHO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT RELVAL.
           IF WS-FS-RELVAL NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO RELVAL' TO WS-ERRO
              MOVE WS-FS-RELVAL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 1500-VALIDAR-CONTROLE.

           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           MOVE WS-REL-CABECALHO TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.
           MOVE WS-REL-COLUNAS TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.
       1000-END-PERFORM.
      ******************************************************************
      * 1100-OBTER-PARAMETROS
      ******************************************************************
       1100-OBTER-PARAMETROS.
           DISPLAY 'VALPOSIC_POSICNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-POSICNOV
           END-IF.

           DISPLAY 'VALPOSIC_PRODUTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PRODUTOS
           END-IF.

           DISPLAY 'VALPOSIC_TRABALHO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRABALHO
           END-IF.

           DISPLAY 'VALPOSIC_ORDVAL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ORDVAL
           END-IF.

           DISPLAY 'VALPOSIC_CLASSIF' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CLASSIF
           END-IF.

           DISPLAY 'VALPOSIC_RELVAL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RELVAL
           END-IF.
       1100-END-PERFORM.
      ******************************************************************
      * 1300-CARREGAR-PRODUTOS
      *
      * LOADS THE PRODUTOS MASTER INTO WS-PROD-TAB, VALIDATING ITS
      * HD/TR CONTROL RECORDS THE SAME WAY BALANCELINE DOES.
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
                   MOVE PRODUTOS-DESC-PRODUTO TO
                        WS-PROD-TAB-DESC(PRODUTOS-COD-PRODUTO)
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
           READ POSICNOV INTO REG-POSICNOV.
           IF WS-FS-POSICNOV NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO POSICNOV' TO WS-ERRO
              MOVE WS-FS-POSICNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF POSICNOV-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO POSICNOV AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE POSICNOV-CTL-QTDE TO WS-QTDE-ESPERADO-POSICNOV.
       1500-END-PERFORM.
      ******************************************************************
      * 1700-RECONCILIAR-POSICNOV
      ******************************************************************
       1700-RECONCILIAR-POSICNOV.
           IF WS-QTDE-LIDOS-POSICNOV NOT EQUAL
              WS-QTDE-ESPERADO-POSICNOV OR
              WS-QTDE-LIDOS-POSICNOV NOT EQUAL WS-QTDE-TRAILER-POSICNOV
              MOVE 'CONTROLE DE REGISTROS POSICNOV DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
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
      * POSITIONS HOLDING NEITHER QUANTITY NOR VALUE ARE LEFT OUT OF
      * THE VALUATION. THE REST ARE SORTED BY FILIAL/PRODUTO/SUBPRODUTO
      * AND PRINTED WITH A SUBTOTAL PER PRODUTO INSIDE EACH FILIAL AND
      * A TOTAL PER FILIAL; THE PRODUTO TOTALS ACROSS ALL FILIAIS ARE
      * KEPT IN WS-PROD-TAB FOR THE CLOSING PAGE.
      ******************************************************************
       2000-PROCESSAR.
           PERFORM 2200-LER-ARQUIVO-POSICNOV.
           PERFORM UNTIL WS-FS-POSICNOV EQUAL '10'
                   IF POSICNOV-SALDO-ATUAL EQUAL ZEROES AND
                      POSICNOV-VALOR-ESTOQUE EQUAL ZEROES
                      ADD 1 TO WS-QTDE-ZERADAS
                   ELSE
                      MOVE REG-POSICNOV TO REG-TRABALHO
                      PERFORM 2350-GRAVAR-TRABALHO
                   END-IF
                   PERFORM 2200-LER-ARQUIVO-POSICNOV
           END-PERFORM.
           CLOSE POSICNOV TRABALHO.

           SORT ORDVAL ON ASCENDING KEY ORDVAL-COD-FILIAL
                                        ORDVAL-COD-PRODUTO
                                        ORDVAL-COD-SUBPRODUTO
                USING TRABALHO GIVING CLASSIF.

           OPEN INPUT CLASSIF.
           IF WS-FS-CLASSIF NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CLASSIF' TO WS-ERRO
              MOVE WS-FS-CLASSIF TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 2620-LER-CLASSIF.
           PERFORM UNTIL WS-FS-CLASSIF EQUAL '10'
                   MOVE CLASSIF-COD-FILIAL TO WS-FILIAL-ATUAL
                   MOVE ZEROES TO WS-SALDO-FILIAL WS-VALOR-FILIAL
                   PERFORM UNTIL WS-FS-CLASSIF EQUAL '10' OR
                                 CLASSIF-COD-FILIAL NOT EQUAL
                                 WS-FILIAL-ATUAL
                           MOVE CLASSIF-COD-PRODUTO
                             TO WS-PRODUTO-ATUAL
                           MOVE ZEROES TO WS-SALDO-PRODUTO
                                          WS-VALOR-PRODUTO
                           PERFORM UNTIL WS-FS-CLASSIF EQUAL '10' OR
                                         CLASSIF-COD-FILIAL NOT EQUAL
                                         WS-FILIAL-ATUAL OR
                                         CLASSIF-COD-PRODUTO NOT EQUAL
                                         WS-PRODUTO-ATUAL
                                   PERFORM 2700-IMPRIMIR-POSICAO
                                   PERFORM 2620-LER-CLASSIF
                           END-PERFORM
                           PERFORM 2750-IMPRIMIR-TOTAL-PRODUTO
                   END-PERFORM
                   PERFORM 2780-IMPRIMIR-TOTAL-FILIAL
           END-PERFORM.
           CLOSE CLASSIF.
       2000-END-PERFORM.
      ******************************************************************
      * 2200-LER-ARQUIVO-POSICNOV
      ******************************************************************
       2200-LER-ARQUIVO-POSICNOV.
           INITIALIZE REG-POSICNOV REPLACING NUMERIC BY ZEROES.
           READ POSICNOV INTO REG-POSICNOV.
           IF WS-FS-POSICNOV NOT EQUAL '00' AND
              WS-FS-POSICNOV NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO POSICNOV' TO WS-ERRO
              MOVE WS-FS-POSICNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-POSICNOV EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-POSICNOV
                 IF POSICNOV-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-POSICNOV
                    MOVE POSICNOV-CTL-QTDE TO WS-QTDE-TRAILER-POSICNOV
                    MOVE '10' TO WS-FS-POSICNOV
                    PERFORM 1700-RECONCILIAR-POSICNOV
                 ELSE
                    MOVE POSICNOV-COD-SUBPRODUTO
                      TO WS-CHAVE-POS-SUBPRODUTO
                    MOVE POSICNOV-COD-FILIAL TO WS-CHAVE-POS-FILIAL
                    IF WS-CHAVE-POS LESS WS-CHAVE-ANT-POSICNOV
                       MOVE 'POSICNOV FORA DE SEQUENCIA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    ELSE
                       MOVE WS-CHAVE-POS TO WS-CHAVE-ANT-POSICNOV
                    END-IF
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1700-RECONCILIAR-POSICNOV CATCH IT.
                 PERFORM 1700-RECONCILIAR-POSICNOV
              END-IF
           END-IF.
       2200-END-PERFORM.
      ******************************************************************
      * 2350-GRAVAR-TRABALHO
      ******************************************************************
       2350-GRAVAR-TRABALHO.
           WRITE REG-TRABALHO.
           IF WS-FS-TRABALHO NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABALHO' TO WS-ERRO
              MOVE WS-FS-TRABALHO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2350-END-PERFORM.
      ******************************************************************
      * 2550-GRAVAR-RELVAL
      ******************************************************************
       2550-GRAVAR-RELVAL.
           WRITE REG-RELVAL.
           IF WS-FS-RELVAL NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO RELVAL' TO WS-ERRO
              MOVE WS-FS-RELVAL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2550-END-PERFORM.
      ******************************************************************
      * 2620-LER-CLASSIF
      ******************************************************************
       2620-LER-CLASSIF.
           READ CLASSIF.
           IF WS-FS-CLASSIF NOT EQUAL '00' AND
              WS-FS-CLASSIF NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO CLASSIF' TO WS-ERRO
              MOVE WS-FS-CLASSIF TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2620-END-PERFORM.
      ******************************************************************
      * 2700-IMPRIMIR-POSICAO
      ******************************************************************
       2700-IMPRIMIR-POSICAO.
           MOVE CLASSIF-COD-FILIAL      TO WS-REL-DET-FILIAL.
           MOVE CLASSIF-COD-PRODUTO     TO WS-REL-DET-PRODUTO.
           MOVE CLASSIF-COD-SUBPRODUTO  TO WS-REL-DET-SUBPRODUTO.
           MOVE CLASSIF-SALDO-ATUAL     TO WS-REL-DET-SALDO.
           MOVE CLASSIF-CUSTO-MEDIO     TO WS-REL-DET-CUSTO.
           MOVE CLASSIF-VALOR-ESTOQUE   TO WS-REL-DET-VALOR.
           MOVE WS-REL-DETALHE TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.

           ADD 1 TO WS-QTDE-VALORIZADAS.
           ADD CLASSIF-SALDO-ATUAL   TO WS-SALDO-PRODUTO.
           ADD CLASSIF-VALOR-ESTOQUE TO WS-VALOR-PRODUTO.
       2700-END-PERFORM.
      ******************************************************************
      * 2750-IMPRIMIR-TOTAL-PRODUTO
      *
      * A POSITION WHOSE PRODUTO IS ZERO (CARRIED FROM BEFORE THE
      * POSITION KNEW ITS PRODUTO) OR ABSENT FROM THE MASTER IS STILL
      * VALUED IN ITS FILIAL, BUT CANNOT BE ADDRESSED IN THE PRODUTO
      * SUMMARY AND IS COUNTED SEPARATELY.
      ******************************************************************
       2750-IMPRIMIR-TOTAL-PRODUTO.
           MOVE 'PRODUTO NAO CADASTRADO' TO WS-PROD-DESC-ATUAL.
           IF WS-PRODUTO-ATUAL GREATER ZEROES
              IF WS-PROD-TAB-ATIVO(WS-PRODUTO-ATUAL) EQUAL 'S'
                 MOVE WS-PROD-TAB-DESC(WS-PRODUTO-ATUAL)
                   TO WS-PROD-DESC-ATUAL
              END-IF
              ADD WS-SALDO-PRODUTO
               TO WS-PROD-TAB-SALDO(WS-PRODUTO-ATUAL)
              ADD WS-VALOR-PRODUTO
               TO WS-PROD-TAB-VALOR(WS-PRODUTO-ATUAL)
           END-IF.
           IF WS-PRODUTO-ATUAL EQUAL ZEROES
              ADD 1 TO WS-QTDE-SEM-PRODUTO
           ELSE
              IF WS-PROD-TAB-ATIVO(WS-PRODUTO-ATUAL) NOT EQUAL 'S'
                 ADD 1 TO WS-QTDE-SEM-PRODUTO
              END-IF
           END-IF.

           MOVE WS-PRODUTO-ATUAL   TO WS-REL-SUB-PRODUTO.
           MOVE WS-PROD-DESC-ATUAL TO WS-REL-SUB-DESC.
           MOVE WS-SALDO-PRODUTO   TO WS-REL-SUB-SALDO.
           MOVE WS-VALOR-PRODUTO   TO WS-REL-SUB-VALOR.
           MOVE WS-REL-SUBTOTAL TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.

           ADD WS-SALDO-PRODUTO TO WS-SALDO-FILIAL.
           ADD WS-VALOR-PRODUTO TO WS-VALOR-FILIAL.
       2750-END-PERFORM.
      ******************************************************************
      * 2780-IMPRIMIR-TOTAL-FILIAL
      ******************************************************************
       2780-IMPRIMIR-TOTAL-FILIAL.
           MOVE 'TOTAL FILIAL ' TO WS-REL-TV-TITULO.
           MOVE WS-FILIAL-ATUAL TO WS-REL-TV-FILIAL.
           MOVE WS-SALDO-FILIAL TO WS-REL-TV-SALDO.
           MOVE WS-VALOR-FILIAL TO WS-REL-TV-VALOR.
           MOVE WS-REL-TOTAL-VALOR TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.
           MOVE SPACES TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.

           ADD WS-SALDO-FILIAL TO WS-SALDO-GERAL.
           ADD WS-VALOR-FILIAL TO WS-VALOR-GERAL.
       2780-END-PERFORM.
      ******************************************************************
      * 2800-IMPRIMIR-RESUMO-PRODUTO
      *
      * THE CLOSING PAGE: EACH PRODUTO'S QUANTITY AND VALUE ACROSS ALL
      * FILIAIS, WITH THE AVERAGE COST THOSE TWO IMPLY.
      ******************************************************************
       2800-IMPRIMIR-RESUMO-PRODUTO.
           MOVE WS-REL-TIT-PRODUTO TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.
           MOVE WS-REL-COL-PRODUTO TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.

           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX GREATER 999
                   IF WS-PROD-TAB-SALDO(WS-PROD-IDX) NOT EQUAL ZEROES OR
                      WS-PROD-TAB-VALOR(WS-PROD-IDX) NOT EQUAL ZEROES
                      MOVE 'PRODUTO NAO CADASTRADO' TO WS-REL-PRD-DESC
                      IF WS-PROD-TAB-ATIVO(WS-PROD-IDX) EQUAL 'S'
                         MOVE WS-PROD-TAB-DESC(WS-PROD-IDX)
                           TO WS-REL-PRD-DESC
                      END-IF
                      MOVE ZEROES TO WS-CUSTO-MEDIO-PRODUTO
                      IF WS-PROD-TAB-SALDO(WS-PROD-IDX) GREATER ZEROES
                         AND WS-PROD-TAB-VALOR(WS-PROD-IDX) GREATER
                         ZEROES
                         COMPUTE WS-CUSTO-MEDIO-PRODUTO ROUNDED =
                                 WS-PROD-TAB-VALOR(WS-PROD-IDX) /
                                 WS-PROD-TAB-SALDO(WS-PROD-IDX)
                      END-IF
                      MOVE WS-PROD-IDX TO WS-REL-PRD-PRODUTO
                      MOVE WS-PROD-TAB-SALDO(WS-PROD-IDX)
                        TO WS-REL-PRD-SALDO
                      MOVE WS-CUSTO-MEDIO-PRODUTO TO WS-REL-PRD-CUSTO
                      MOVE WS-PROD-TAB-VALOR(WS-PROD-IDX)
                        TO WS-REL-PRD-VALOR
                      MOVE WS-REL-PRODUTO TO REG-RELVAL
                      PERFORM 2550-GRAVAR-RELVAL
                   END-IF
           END-PERFORM.
       2800-END-PERFORM.
      ******************************************************************
      * 3000-FINALIZAR
      ******************************************************************
       3000-FINALIZAR.
           PERFORM 2800-IMPRIMIR-RESUMO-PRODUTO.

           MOVE SPACES TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.
           MOVE 'TOTAL GERAL  ' TO WS-REL-TV-TITULO.
           MOVE SPACES TO WS-REL-TV-FILIAL.
           MOVE WS-SALDO-GERAL TO WS-REL-TV-SALDO.
           MOVE WS-VALOR-GERAL TO WS-REL-TV-VALOR.
           MOVE WS-REL-TOTAL-VALOR TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.

           MOVE SPACES TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.
           MOVE 'TOTAL DE POSICOES LIDAS       '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-LIDOS-POSICNOV TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.
           MOVE 'TOTAL DE POSICOES VALORIZADAS '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-VALORIZADAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.
           MOVE 'TOTAL DE POSICOES ZERADAS     '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-ZERADAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.
           MOVE 'TOTAL DE PRODUTOS SEM CADASTRO'
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SEM-PRODUTO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELVAL.
           PERFORM 2550-GRAVAR-RELVAL.

           CLOSE RELVAL.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA VALPOSIC                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* QTDE DE POSICOES LIDAS ' WS-QTDE-LIDOS-POSICNOV
           DISPLAY '* QTDE DE POSICOES VALORIZADAS '
                   WS-QTDE-VALORIZADAS
           DISPLAY '* QTDE DE PRODUTOS SEM CADASTRO '
                   WS-QTDE-SEM-PRODUTO
           DISPLAY '* VALOR TOTAL DO ESTOQUE ' WS-VALOR-GERAL
      * STOCK THAT CANNOT BE TIED TO A REGISTERED PRODUTO ENDS THE RUN
      * WITH THE WARNING CODE 4: THE VALUATION IS COMPLETE BUT THE
      * PRODUTO PAGE CANNOT BE SIGNED OFF AS IT STANDS.
           IF WS-QTDE-SEM-PRODUTO GREATER ZEROES
              MOVE 04 TO RETURN-CODE
           END-IF.
           STOP RUN.
       3000-END-PERFORM.
      ******************************************************************
      * 4000-ERRO
      *****************************************************************
       4000-ERRO.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA VALPOSIC                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
