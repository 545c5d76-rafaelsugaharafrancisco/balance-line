      ******************************************************************
      * Author: Rafael
      * Date: 2026-10-15
      * Purpose: conciliar a contagem fisica de estoque com a posicao
      *          POSICNOV e gerar os movimentos de ajuste aprovados
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONCINV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      * CONTAGEM IS THE PHYSICAL COUNT SENT BY THE BRANCHES, ONE ROW PER
      * SUBPRODUTO/FILIAL COUNTED, SORTED BY THAT KEY.
           SELECT CONTAGEM ASSIGN TO DYNAMIC WS-CAMINHO-CONTAGEM
           FILE STATUS IS WS-FS-CONTAGEM
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSICNOV ASSIGN TO DYNAMIC WS-CAMINHO-POSICNOV
           FILE STATUS IS WS-FS-POSICNOV
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUTOS ASSIGN TO DYNAMIC WS-CAMINHO-PRODUTOS
           FILE STATUS IS WS-FS-PRODUTOS
           ORGANIZATION IS LINE SEQUENTIAL.

      * AJUSTE CARRIES THE APPROVED DIFFERENCES AS ENTRADA-FORMAT
      * MOVEMENTS, SO IT CAN BE HANDED TO CONSENT AS ONE MORE SOURCE
      * AND BE POSTED BY THE NEXT BALANCELINE/ATUPOSIC RUN. LIKE EVERY
      * GENERATION WITH HD/TR, IT IS BUILT IN TWO PASSES THROUGH
      * TRABAJU.
           SELECT TRABAJU ASSIGN TO DYNAMIC WS-CAMINHO-TRABAJU
           FILE STATUS IS WS-FS-TRABAJU
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AJUSTE ASSIGN TO DYNAMIC WS-CAMINHO-AJUSTE
           FILE STATUS IS WS-FS-AJUSTE
           ORGANIZATION IS LINE SEQUENTIAL.

      * TRABINV COLLECTS EVERY OCCURRENCE OF THE MATCH (DIVERGENCES,
      * COUNTS WITHOUT A POSITION, POSITIONS NOBODY COUNTED), AND
      * ORDINV/CLASSIF PUT THEM INTO SECTION/FILIAL/PRODUTO ORDER FOR
      * THE PRINTED REPORT.
           SELECT TRABINV ASSIGN TO DYNAMIC WS-CAMINHO-TRABINV
           FILE STATUS IS WS-FS-TRABINV
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDINV ASSIGN TO DYNAMIC WS-CAMINHO-ORDINV.

           SELECT CLASSIF ASSIGN TO DYNAMIC WS-CAMINHO-CLASSIF
           FILE STATUS IS WS-FS-CLASSIF
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELINV ASSIGN TO DYNAMIC WS-CAMINHO-RELINV
           FILE STATUS IS WS-FS-RELINV
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * APROVADO IS SET TO 'S' BY THE INVENTORY SUPERVISOR ONCE THE
      * DIFFERENCE OF THE ROW HAS BEEN REVIEWED; ONLY APPROVED ROWS
      * GENERATE ADJUSTMENTS, THE OTHERS ARE REPORTED AS PENDING.
       FD CONTAGEM.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 024 CHARACTERS.
       01 REG-CONTAGEM.
           05 CONTAGEM-COD-SUBPRODUTO  PIC 9(04).
           05 CONTAGEM-COD-FILIAL      PIC 9(02).
           05 CONTAGEM-QTDE-CONTADA    PIC 9(09).
           05 CONTAGEM-DATA-CONTAGEM   PIC 9(08).
           05 CONTAGEM-APROVADO        PIC X(01).
      * REG-CONTAGEM-CTL IS AN ALTERNATE VIEW OF REG-CONTAGEM, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-CONTAGEM-CTL.
           05 CONTAGEM-CTL-TIPO        PIC X(02).
           05 CONTAGEM-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(15).

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

       FD TRABAJU.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 17 CHARACTERS.
       01 REG-TRABAJU.
           05 TRABAJU-COD-PRODUTO      PIC 9(03).
           05 TRABAJU-COD-SUBPRODUTO   PIC 9(04).
           05 TRABAJU-COD-FILIAL       PIC 9(02).
           05 TRABAJU-QTDE-MOVIMENTO   PIC 9(05).
           05 TRABAJU-TIPO-MOVIMENTO   PIC X(01).
           05 TRABAJU-COD-FILIAL-TRANSF PIC 9(02).

       FD AJUSTE.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 19 CHARACTERS.
       01 REG-AJUSTE.
           05 AJUSTE-COD-PRODUTO       PIC 9(03).
           05 AJUSTE-COD-SUBPRODUTO    PIC 9(04).
           05 AJUSTE-COD-FILIAL        PIC 9(02).
           05 AJUSTE-QTDE-MOVIMENTO    PIC 9(05).
           05 AJUSTE-TIPO-MOVIMENTO    PIC X(01).
           05 AJUSTE-COD-FILIAL-TRANSF PIC 9(02).
      * THE HD IDENTIFIES AJUSTE TO CONSENT AS A CENTRAL EXTRACT
      * (FILIAL 00, IT CARRIES EVERY BRANCH COUNTED) OF THE RUN DATE.
       01 REG-AJUSTE-CTL.
           05 AJUSTE-CTL-TIPO          PIC X(02).
           05 AJUSTE-CTL-QTDE          PIC 9(07).
           05 AJUSTE-CTL-FILIAL        PIC X(02).
           05 AJUSTE-CTL-DATA-EXTRATO  PIC X(08).

      * TIPO-OCORRENCIA SELECTS THE REPORT SECTION: '1' DIVERGENCE
      * BETWEEN BOOK AND COUNT, '2' COUNT WITHOUT A POSITION, '3'
      * POSITION THAT NOBODY COUNTED.
       FD TRABINV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 064 CHARACTERS.
       01 REG-TRABINV.
           05 TRABINV-TIPO-OCORRENCIA  PIC X(01).
           05 TRABINV-COD-FILIAL       PIC 9(02).
           05 TRABINV-COD-PRODUTO      PIC 9(03).
           05 TRABINV-COD-SUBPRODUTO   PIC 9(04).
           05 TRABINV-SALDO-LIVRO      PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 TRABINV-QTDE-CONTADA     PIC 9(09).
           05 TRABINV-DIFERENCA        PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 TRABINV-VALOR-DIFERENCA  PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 TRABINV-APROVADO         PIC X(01).
           05 TRABINV-DATA-CONTAGEM    PIC 9(08).

       SD ORDINV.
       01 REG-ORDINV.
           05 ORDINV-TIPO-OCORRENCIA   PIC X(01).
           05 ORDINV-COD-FILIAL        PIC 9(02).
           05 ORDINV-COD-PRODUTO       PIC 9(03).
           05 ORDINV-COD-SUBPRODUTO    PIC 9(04).
           05 FILLER                   PIC X(54).

       FD CLASSIF.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 064 CHARACTERS.
       01 REG-CLASSIF.
           05 CLASSIF-TIPO-OCORRENCIA  PIC X(01).
           05 CLASSIF-COD-FILIAL       PIC 9(02).
           05 CLASSIF-COD-PRODUTO      PIC 9(03).
           05 CLASSIF-COD-SUBPRODUTO   PIC 9(04).
           05 CLASSIF-SALDO-LIVRO      PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 CLASSIF-QTDE-CONTADA     PIC 9(09).
           05 CLASSIF-DIFERENCA        PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 CLASSIF-VALOR-DIFERENCA  PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 CLASSIF-APROVADO         PIC X(01).
           05 CLASSIF-DATA-CONTAGEM    PIC 9(08).

       FD RELINV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 080 CHARACTERS.
       01 REG-RELINV                   PIC X(80).

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FS-CONTAGEM               PIC X(02) VALUE SPACES.
       01 WS-FS-POSICNOV               PIC X(02) VALUE SPACES.
       01 WS-FS-PRODUTOS               PIC X(02) VALUE SPACES.
       01 WS-FS-TRABAJU                PIC X(02) VALUE SPACES.
       01 WS-FS-AJUSTE                 PIC X(02) VALUE SPACES.
       01 WS-FS-TRABINV                PIC X(02) VALUE SPACES.
       01 WS-FS-CLASSIF                PIC X(02) VALUE SPACES.
       01 WS-FS-RELINV                 PIC X(02) VALUE SPACES.
       01 WS-ERRO                      PIC X(40) VALUE SPACES.
       01 WS-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-CAMINHO-CONTAGEM          PIC X(100) VALUE 'CONTAGEM.DAT'.
       01 WS-CAMINHO-POSICNOV          PIC X(100) VALUE 'POSICNOV.DAT'.
       01 WS-CAMINHO-PRODUTOS          PIC X(100) VALUE 'PRODUTOS.DAT'.
       01 WS-CAMINHO-TRABAJU           PIC X(100) VALUE 'TRABAJU.DAT'.
       01 WS-CAMINHO-AJUSTE            PIC X(100) VALUE 'AJUSTE.DAT'.
       01 WS-CAMINHO-TRABINV           PIC X(100) VALUE 'TRABINV.DAT'.
       01 WS-CAMINHO-ORDINV            PIC X(100) VALUE 'ORDINV.TMP'.
       01 WS-CAMINHO-CLASSIF           PIC X(100) VALUE 'CLASSINV.DAT'.
       01 WS-CAMINHO-RELINV            PIC X(100) VALUE 'RELINV.DAT'.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
       01 WS-DATA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
       01 WS-QTDE-LIDOS-CONTAGEM       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-CONTAGEM    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-CONTAGEM     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-POSICNOV       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-POSICNOV    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-POSICNOV     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-PRODUTOS       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PRODUTOS    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-PRODUTOS     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-CONFERIDAS           PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-DIVERGENTES          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-APROVADAS            PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-PENDENTES            PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SEM-POSICAO          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-NAO-CONTADAS         PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-AJUSTES              PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SECAO                PIC 9(07) VALUE ZEROES.
       01 WS-CHAVE-ANT-PRODUTOS        PIC 9(03) VALUE ZEROES.
      * THE MATCH RUNS ON THE TWO-PART KEY SUBPRODUTO/FILIAL.
       01 WS-CHAVE-CONT.
           05 WS-CHAVE-CONT-SUBPRODUTO PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-CONT-FILIAL     PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-POS.
           05 WS-CHAVE-POS-SUBPRODUTO  PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-POS-FILIAL      PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-ATUAL               PIC X(06) VALUE SPACES.
       01 WS-CHAVE-ANT-CONTAGEM        PIC X(06) VALUE LOW-VALUES.
       01 WS-CHAVE-ANT-POSICNOV        PIC X(06) VALUE LOW-VALUES.
      * WORK FIELDS FOR THE DIFFERENCE BEING EVALUATED AND THE
      * ADJUSTMENT MOVEMENTS IT BREAKS INTO (THE ENTRADA QUANTITY HAS
      * ONLY FIVE DIGITS, SO A LARGER DIFFERENCE GOES OUT IN PARTS).
       01 WS-DIFERENCA                 PIC S9(09) VALUE ZEROES.
       01 WS-VALOR-DIFERENCA           PIC S9(13)V99 VALUE ZEROES.
       01 WS-QTDE-A-AJUSTAR            PIC 9(09) VALUE ZEROES.
       01 WS-QTDE-PARCELA              PIC 9(05) VALUE ZEROES.
       01 WS-TIPO-AJUSTE               PIC X(01) VALUE SPACES.
      * WS-PROD-TAB HOLDS THE PRODUTOS DESCRIPTIONS, ADDRESSED DIRECTLY
      * BY THE 3-DIGIT CODE, FOR THE PRODUTO SUBTOTAL LINES.
       01 WS-PROD-TAB.
           05 WS-PROD-ITEM             OCCURS 999 TIMES.
               10 WS-PROD-TAB-ATIVO    PIC X(01) VALUE 'N'.
               10 WS-PROD-TAB-DESC     PIC X(20) VALUE SPACES.
      * CONTROL-BREAK KEYS AND ACCUMULATORS OF THE DIVERGENCE SECTION.
       01 WS-TIPO-ATUAL                PIC X(01) VALUE SPACES.
       01 WS-FILIAL-ATUAL              PIC 9(02) VALUE ZEROES.
       01 WS-PRODUTO-ATUAL             PIC 9(03) VALUE ZEROES.
       01 WS-DIF-PRODUTO               PIC S9(11) VALUE ZEROES.
       01 WS-VALOR-PRODUTO             PIC S9(15)V99 VALUE ZEROES.
       01 WS-DIF-FILIAL                PIC S9(11) VALUE ZEROES.
       01 WS-VALOR-FILIAL              PIC S9(15)V99 VALUE ZEROES.
       01 WS-DIF-GERAL                 PIC S9(11) VALUE ZEROES.
       01 WS-VALOR-GERAL               PIC S9(15)V99 VALUE ZEROES.
       01 WS-VALOR-APROVADO            PIC S9(15)V99 VALUE ZEROES.
      * REPORT LINE LAYOUTS.
       01 WS-REL-CABECALHO.
           05 FILLER                   PIC X(33)
              VALUE 'CONCILIACAO DE INVENTARIO EM '.
           05 WS-REL-CAB-DATA          PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(39) VALUE SPACES.
       01 WS-REL-TITULO-SECAO.
           05 WS-REL-TIT-SECAO         PIC X(50) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE SPACES.
       01 WS-REL-COL-DIVERGENCIA.
           05 FILLER                   PIC X(12) VALUE 'FL PRD SUBP '.
           05 FILLER                   PIC X(12) VALUE ' SALDO LIVRO'.
           05 FILLER                   PIC X(12) VALUE '     CONTADO'.
           05 FILLER                   PIC X(13) VALUE '    DIFERENCA'.
           05 FILLER                   PIC X(22)
              VALUE '        VALOR AO CUSTO'.
           05 FILLER                   PIC X(09) VALUE ' APROVADO'.
       01 WS-REL-DIVERGENCIA.
           05 WS-REL-DIV-FILIAL        PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DIV-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DIV-SUBPRODUTO    PIC 9(04) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DIV-SALDO         PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DIV-CONTADA       PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DIV-DIFERENCA     PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DIV-VALOR         PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-REL-DIV-APROVADO      PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
       01 WS-REL-SUBTOTAL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-SUB-TITULO        PIC X(14) VALUE SPACES.
           05 WS-REL-SUB-CODIGO        PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUB-DESC          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUB-DIFERENCA     PIC -ZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUB-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-REL-COL-OCORRENCIA.
           05 FILLER                   PIC X(12) VALUE 'FL PRD SUBP '.
           05 FILLER                   PIC X(12) VALUE ' SALDO LIVRO'.
           05 FILLER                   PIC X(12) VALUE '     CONTADO'.
           05 FILLER                   PIC X(17)
              VALUE ' DATA CONTAGEM'.
           05 FILLER                   PIC X(27) VALUE SPACES.
       01 WS-REL-OCORRENCIA.
           05 WS-REL-OCO-FILIAL        PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-OCO-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-OCO-SUBPRODUTO    PIC 9(04) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-OCO-SALDO         PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-OCO-CONTADA       PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-OCO-DATA          PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(34) VALUE SPACES.
       01 WS-REL-TOTAL.
           05 WS-REL-TOT-TITULO        PIC X(30) VALUE SPACES.
           05 WS-REL-TOT-QTDE          PIC 9(07) VALUE ZEROES.
           05 FILLER                   PIC X(43) VALUE SPACES.
       01 WS-REL-TOTAL-VALOR.
           05 WS-REL-TV-TITULO         PIC X(30) VALUE SPACES.
           05 WS-REL-TV-VALOR          PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(27) VALUE SPACES.

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

           OPEN INPUT CONTAGEM.
           IF WS-FS-CONTAGEM NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CONTAGEM' TO WS-ERRO
              MOVE WS-FS-CONTAGEM TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN INPUT POSICNOV.
           IF WS-FS-POSICNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO POSICNOV' TO WS-ERRO
              MOVE WS-FS-POSICNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT TRABAJU.
           IF WS-FS-TRABAJU NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABAJU' TO WS-ERRO
              MOVE WS-FS-TRABAJU TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT TRABINV.
           IF WS-FS-TRABINV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABINV' TO WS-ERRO
              MOVE WS-FS-TRABINV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT RELINV.
           IF WS-FS-RELINV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO RELINV' TO WS-ERRO
              MOVE WS-FS-RELINV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 1500-VALIDAR-CONTROLE.

           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           MOVE WS-REL-CABECALHO TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
       1000-END-PERFORM.
      ******************************************************************
      * 1100-OBTER-PARAMETROS
      ******************************************************************
       1100-OBTER-PARAMETROS.
           DISPLAY 'CONCINV_CONTAGEM' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CONTAGEM
           END-IF.

           DISPLAY 'CONCINV_POSICNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-POSICNOV
           END-IF.

           DISPLAY 'CONCINV_PRODUTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PRODUTOS
           END-IF.

           DISPLAY 'CONCINV_TRABAJU' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRABAJU
           END-IF.

           DISPLAY 'CONCINV_AJUSTE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-AJUSTE
           END-IF.

           DISPLAY 'CONCINV_TRABINV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRABINV
           END-IF.

           DISPLAY 'CONCINV_ORDINV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ORDINV
           END-IF.

           DISPLAY 'CONCINV_CLASSIF' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CLASSIF
           END-IF.

           DISPLAY 'CONCINV_RELINV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RELINV
           END-IF.
       1100-END-PERFORM.
      ******************************************************************
      * 1300-CARREGAR-PRODUTOS
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
           READ CONTAGEM INTO REG-CONTAGEM.
           IF WS-FS-CONTAGEM NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO CONTAGEM' TO WS-ERRO
              MOVE WS-FS-CONTAGEM TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF CONTAGEM-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO CONTAGEM AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE CONTAGEM-CTL-QTDE TO WS-QTDE-ESPERADO-CONTAGEM.

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
      * 1600-RECONCILIAR-CONTAGEM
      ******************************************************************
       1600-RECONCILIAR-CONTAGEM.
           IF WS-QTDE-LIDOS-CONTAGEM NOT EQUAL
              WS-QTDE-ESPERADO-CONTAGEM OR
              WS-QTDE-LIDOS-CONTAGEM NOT EQUAL WS-QTDE-TRAILER-CONTAGEM
              MOVE 'CONTROLE DE REGISTROS CONTAGEM DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1600-END-PERFORM.
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
      * BALANCED-LINE MATCH OF THE COUNT AGAINST THE POSITION ON THE
      * SUBPRODUTO/FILIAL KEY. AT EACH TURN WS-CHAVE-ATUAL IS THE LOWEST
      * KEY STILL PENDING ON EITHER FILE: PRESENT ON BOTH IT IS
      * CONFRONTED, ONLY ON CONTAGEM IT IS A COUNT WITHOUT POSITION,
      * ONLY ON POSICNOV IT IS A POSITION NOBODY COUNTED. EVERY
      * OCCURRENCE GOES TO TRABINV; THE REPORT IS PRINTED FROM IT ONCE
      * SORTED INTO SECTION/FILIAL/PRODUTO ORDER.
      ******************************************************************
       2000-PROCESSAR.
           PERFORM 2100-LER-ARQUIVO-CONTAGEM.
           PERFORM 2200-LER-ARQUIVO-POSICNOV.
           PERFORM UNTIL WS-FS-CONTAGEM EQUAL '10' AND
                         WS-FS-POSICNOV EQUAL '10'
                   PERFORM 2250-DEFINIR-CHAVE-ATUAL
                   IF WS-FS-CONTAGEM NOT EQUAL '10' AND
                      WS-CHAVE-CONT EQUAL WS-CHAVE-ATUAL
                      IF WS-FS-POSICNOV NOT EQUAL '10' AND
                         WS-CHAVE-POS EQUAL WS-CHAVE-ATUAL
                         PERFORM 2300-CONFRONTAR
                         PERFORM 2200-LER-ARQUIVO-POSICNOV
                      ELSE
                         PERFORM 2400-CONTADO-SEM-POSICAO
                      END-IF
                      PERFORM 2100-LER-ARQUIVO-CONTAGEM
                   ELSE
                      PERFORM 2450-POSICAO-NAO-CONTADA
                      PERFORM 2200-LER-ARQUIVO-POSICNOV
                   END-IF
           END-PERFORM.
           CLOSE CONTAGEM POSICNOV TRABINV.

           PERFORM 2600-GERAR-AJUSTE.

           SORT ORDINV ON ASCENDING KEY ORDINV-TIPO-OCORRENCIA
                                        ORDINV-COD-FILIAL
                                        ORDINV-COD-PRODUTO
                                        ORDINV-COD-SUBPRODUTO
                USING TRABINV GIVING CLASSIF.

           OPEN INPUT CLASSIF.
           IF WS-FS-CLASSIF NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CLASSIF' TO WS-ERRO
              MOVE WS-FS-CLASSIF TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           PERFORM 2620-LER-CLASSIF.
           MOVE '1' TO WS-TIPO-ATUAL.
           MOVE 'DIVERGENCIAS ENTRE LIVRO E CONTAGEM'
             TO WS-REL-TIT-SECAO.
           PERFORM 2700-IMPRIMIR-SECAO.
           MOVE '2' TO WS-TIPO-ATUAL.
           MOVE 'SUBPRODUTOS CONTADOS SEM POSICAO'
             TO WS-REL-TIT-SECAO.
           PERFORM 2700-IMPRIMIR-SECAO.
           MOVE '3' TO WS-TIPO-ATUAL.
           MOVE 'POSICOES NAO CONTADAS' TO WS-REL-TIT-SECAO.
           PERFORM 2700-IMPRIMIR-SECAO.
           CLOSE CLASSIF.
       2000-END-PERFORM.
      ******************************************************************
      * 2100-LER-ARQUIVO-CONTAGEM
      ******************************************************************
       2100-LER-ARQUIVO-CONTAGEM.
           INITIALIZE REG-CONTAGEM REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES.
           READ CONTAGEM INTO REG-CONTAGEM.
           IF WS-FS-CONTAGEM NOT EQUAL '00' AND
              WS-FS-CONTAGEM NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO CONTAGEM' TO WS-ERRO
              MOVE WS-FS-CONTAGEM TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-CONTAGEM EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-CONTAGEM
                 IF CONTAGEM-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-CONTAGEM
                    MOVE CONTAGEM-CTL-QTDE TO WS-QTDE-TRAILER-CONTAGEM
                    MOVE '10' TO WS-FS-CONTAGEM
                    PERFORM 1600-RECONCILIAR-CONTAGEM
                 ELSE
                    MOVE CONTAGEM-COD-SUBPRODUTO
                      TO WS-CHAVE-CONT-SUBPRODUTO
                    MOVE CONTAGEM-COD-FILIAL TO WS-CHAVE-CONT-FILIAL
      * A LOCATION COUNTED TWICE WOULD BE CONFRONTED TWICE AND ADJUSTED
      * TWICE, SO THE KEY MUST BE STRICTLY ASCENDING.
                    IF WS-CHAVE-CONT NOT GREATER WS-CHAVE-ANT-CONTAGEM
                       MOVE 'CONTAGEM FORA DE SEQUENCIA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    ELSE
                       MOVE WS-CHAVE-CONT TO WS-CHAVE-ANT-CONTAGEM
                    END-IF
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1600-RECONCILIAR-CONTAGEM CATCH IT.
                 PERFORM 1600-RECONCILIAR-CONTAGEM
              END-IF
           END-IF.
       2100-END-PERFORM.
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
      * 2250-DEFINIR-CHAVE-ATUAL
      ******************************************************************
       2250-DEFINIR-CHAVE-ATUAL.
           IF WS-FS-CONTAGEM EQUAL '10'
              MOVE WS-CHAVE-POS TO WS-CHAVE-ATUAL
           ELSE
              IF WS-FS-POSICNOV EQUAL '10'
                 MOVE WS-CHAVE-CONT TO WS-CHAVE-ATUAL
              ELSE
                 IF WS-CHAVE-CONT LESS WS-CHAVE-POS
                    MOVE WS-CHAVE-CONT TO WS-CHAVE-ATUAL
                 ELSE
                    MOVE WS-CHAVE-POS TO WS-CHAVE-ATUAL
                 END-IF
              END-IF
           END-IF.
       2250-END-PERFORM.
      ******************************************************************
      * 2300-CONFRONTAR
      *
      * THE DIFFERENCE IS COUNTED MINUS BOOK, VALUED AT THE POSITION'S
      * WEIGHTED-AVERAGE COST. AN APPROVED DIFFERENCE BECOMES A RECEIPT
      * ('E') WHEN THE BRANCH HOLDS MORE THAN THE BOOK SAYS AND AN ISSUE
      * ('S') WHEN IT HOLDS LESS.
      ******************************************************************
       2300-CONFRONTAR.
           ADD 1 TO WS-QTDE-CONFERIDAS.
           SUBTRACT POSICNOV-SALDO-ATUAL FROM CONTAGEM-QTDE-CONTADA
               GIVING WS-DIFERENCA.
           IF WS-DIFERENCA NOT EQUAL ZEROES
              ADD 1 TO WS-QTDE-DIVERGENTES
              COMPUTE WS-VALOR-DIFERENCA ROUNDED =
                      WS-DIFERENCA * POSICNOV-CUSTO-MEDIO
              INITIALIZE REG-TRABINV REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES
              MOVE '1'                     TO TRABINV-TIPO-OCORRENCIA
              MOVE POSICNOV-COD-FILIAL     TO TRABINV-COD-FILIAL
              MOVE POSICNOV-COD-PRODUTO    TO TRABINV-COD-PRODUTO
              MOVE POSICNOV-COD-SUBPRODUTO TO TRABINV-COD-SUBPRODUTO
              MOVE POSICNOV-SALDO-ATUAL    TO TRABINV-SALDO-LIVRO
              MOVE CONTAGEM-QTDE-CONTADA   TO TRABINV-QTDE-CONTADA
              MOVE WS-DIFERENCA            TO TRABINV-DIFERENCA
              MOVE WS-VALOR-DIFERENCA      TO TRABINV-VALOR-DIFERENCA
              MOVE CONTAGEM-DATA-CONTAGEM  TO TRABINV-DATA-CONTAGEM
              IF CONTAGEM-APROVADO EQUAL 'S'
                 MOVE 'S' TO TRABINV-APROVADO
                 ADD 1 TO WS-QTDE-APROVADAS
                 ADD WS-VALOR-DIFERENCA TO WS-VALOR-APROVADO
                 PERFORM 2350-GERAR-MOVIMENTOS-AJUSTE
              ELSE
                 MOVE 'N' TO TRABINV-APROVADO
                 ADD 1 TO WS-QTDE-PENDENTES
              END-IF
              PERFORM 2500-GRAVAR-TRABINV
           END-IF.
       2300-END-PERFORM.
      ******************************************************************
      * 2350-GERAR-MOVIMENTOS-AJUSTE
      ******************************************************************
       2350-GERAR-MOVIMENTOS-AJUSTE.
           IF WS-DIFERENCA GREATER ZEROES
              MOVE 'E' TO WS-TIPO-AJUSTE
              MOVE WS-DIFERENCA TO WS-QTDE-A-AJUSTAR
           ELSE
              MOVE 'S' TO WS-TIPO-AJUSTE
              SUBTRACT WS-DIFERENCA FROM ZEROES
                  GIVING WS-QTDE-A-AJUSTAR
           END-IF.
           PERFORM UNTIL WS-QTDE-A-AJUSTAR EQUAL ZEROES
                   IF WS-QTDE-A-AJUSTAR GREATER 99999
                      MOVE 99999 TO WS-QTDE-PARCELA
                   ELSE
                      MOVE WS-QTDE-A-AJUSTAR TO WS-QTDE-PARCELA
                   END-IF
                   SUBTRACT WS-QTDE-PARCELA FROM WS-QTDE-A-AJUSTAR
                   MOVE POSICNOV-COD-PRODUTO    TO TRABAJU-COD-PRODUTO
                   MOVE POSICNOV-COD-SUBPRODUTO
                     TO TRABAJU-COD-SUBPRODUTO
                   MOVE POSICNOV-COD-FILIAL     TO TRABAJU-COD-FILIAL
                   MOVE WS-QTDE-PARCELA  TO TRABAJU-QTDE-MOVIMENTO
                   MOVE WS-TIPO-AJUSTE   TO TRABAJU-TIPO-MOVIMENTO
                   MOVE ZEROES           TO TRABAJU-COD-FILIAL-TRANSF
                   WRITE REG-TRABAJU
                   IF WS-FS-TRABAJU NOT EQUAL '00'
                      MOVE 'GRAVACAO DO ARQUIVO TRABAJU' TO WS-ERRO
                      MOVE WS-FS-TRABAJU TO WS-FILE-STATUS
                      PERFORM 4000-ERRO
                   END-IF
                   ADD 1 TO WS-QTDE-AJUSTES
           END-PERFORM.
       2350-END-PERFORM.
      ******************************************************************
      * 2400-CONTADO-SEM-POSICAO
      *
      * NO POSITION MEANS NO BOOK COST AND NO KNOWN PRODUTO, SO THE ROW
      * IS ONLY LISTED FOR INVESTIGATION - NO ADJUSTMENT IS GENERATED.
      ******************************************************************
       2400-CONTADO-SEM-POSICAO.
           ADD 1 TO WS-QTDE-SEM-POSICAO.
           INITIALIZE REG-TRABINV REPLACING NUMERIC BY ZEROES
                                       ALPHANUMERIC BY SPACES.
           MOVE '2'                     TO TRABINV-TIPO-OCORRENCIA.
           MOVE CONTAGEM-COD-FILIAL     TO TRABINV-COD-FILIAL.
           MOVE CONTAGEM-COD-SUBPRODUTO TO TRABINV-COD-SUBPRODUTO.
           MOVE CONTAGEM-QTDE-CONTADA   TO TRABINV-QTDE-CONTADA.
           MOVE CONTAGEM-DATA-CONTAGEM  TO TRABINV-DATA-CONTAGEM.
           PERFORM 2500-GRAVAR-TRABINV.
       2400-END-PERFORM.
      ******************************************************************
      * 2450-POSICAO-NAO-CONTADA
      *
      * AN EMPTY POSITION NEEDS NO COUNT; ONLY POSITIONS STILL HOLDING
      * A BALANCE ARE LISTED AS MISSED BY THE COUNT.
      ******************************************************************
       2450-POSICAO-NAO-CONTADA.
           IF POSICNOV-SALDO-ATUAL NOT EQUAL ZEROES
              ADD 1 TO WS-QTDE-NAO-CONTADAS
              INITIALIZE REG-TRABINV REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES
              MOVE '3'                     TO TRABINV-TIPO-OCORRENCIA
              MOVE POSICNOV-COD-FILIAL     TO TRABINV-COD-FILIAL
              MOVE POSICNOV-COD-PRODUTO    TO TRABINV-COD-PRODUTO
              MOVE POSICNOV-COD-SUBPRODUTO TO TRABINV-COD-SUBPRODUTO
              MOVE POSICNOV-SALDO-ATUAL    TO TRABINV-SALDO-LIVRO
              PERFORM 2500-GRAVAR-TRABINV
           END-IF.
       2450-END-PERFORM.
      ******************************************************************
      * 2500-GRAVAR-TRABINV
      ******************************************************************
       2500-GRAVAR-TRABINV.
           WRITE REG-TRABINV.
           IF WS-FS-TRABINV NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABINV' TO WS-ERRO
              MOVE WS-FS-TRABINV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2500-END-PERFORM.
      ******************************************************************
      * 2550-GRAVAR-RELINV
      ******************************************************************
       2550-GRAVAR-RELINV.
           WRITE REG-RELINV.
           IF WS-FS-RELINV NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO RELINV' TO WS-ERRO
              MOVE WS-FS-RELINV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2550-END-PERFORM.
      ******************************************************************
      * 2600-GERAR-AJUSTE
      *
      * COPIES THE ADJUSTMENT MOVEMENTS FROM TRABAJU TO AJUSTE, NOW
      * BRACKETED BY HD/TR CONTROL RECORDS CARRYING THE FINAL COUNT.
      * THE MATCH RAN IN SUBPRODUTO ORDER, SO AJUSTE ALREADY MEETS THE
      * ENTRADA SEQUENCE RULE.
      ******************************************************************
       2600-GERAR-AJUSTE.
           CLOSE TRABAJU.
           OPEN INPUT TRABAJU.
           IF WS-FS-TRABAJU NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABAJU' TO WS-ERRO
              MOVE WS-FS-TRABAJU TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT AJUSTE.
           IF WS-FS-AJUSTE NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO AJUSTE' TO WS-ERRO
              MOVE WS-FS-AJUSTE TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-AJUSTE-CTL.
           MOVE 'HD' TO AJUSTE-CTL-TIPO.
           MOVE WS-QTDE-AJUSTES TO AJUSTE-CTL-QTDE.
           MOVE '00' TO AJUSTE-CTL-FILIAL.
           MOVE WS-DATA-PROCESSAMENTO TO AJUSTE-CTL-DATA-EXTRATO.
           PERFORM 2650-GRAVAR-AJUSTE.

           PERFORM 2610-LER-TRABAJU.
           PERFORM UNTIL WS-FS-TRABAJU EQUAL '10'
                   MOVE REG-TRABAJU TO REG-AJUSTE
                   PERFORM 2650-GRAVAR-AJUSTE
                   PERFORM 2610-LER-TRABAJU
           END-PERFORM.

           MOVE SPACES TO REG-AJUSTE-CTL.
           MOVE 'TR' TO AJUSTE-CTL-TIPO.
           MOVE WS-QTDE-AJUSTES TO AJUSTE-CTL-QTDE.
           PERFORM 2650-GRAVAR-AJUSTE.

           CLOSE TRABAJU AJUSTE.
       2600-END-PERFORM.
      ******************************************************************
      * 2610-LER-TRABAJU
      ******************************************************************
       2610-LER-TRABAJU.
           READ TRABAJU.
           IF WS-FS-TRABAJU NOT EQUAL '00' AND
              WS-FS-TRABAJU NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO TRABAJU' TO WS-ERRO
              MOVE WS-FS-TRABAJU TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2610-END-PERFORM.
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
      * 2650-GRAVAR-AJUSTE
      ******************************************************************
       2650-GRAVAR-AJUSTE.
           WRITE REG-AJUSTE.
           IF WS-FS-AJUSTE NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO AJUSTE' TO WS-ERRO
              MOVE WS-FS-AJUSTE TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2650-END-PERFORM.
      ******************************************************************
      * 2700-IMPRIMIR-SECAO
      *
      * PRINTS ONE SECTION OF THE REPORT - EVERY CLASSIF ROW OF THE
      * OCCURRENCE TYPE IN WS-TIPO-ATUAL - AND ITS ROW COUNT. A SECTION
      * WITHOUT ROWS IS STILL PRINTED, SO AN EMPTY LIST IS VISIBLY
      * EMPTY RATHER THAN MISSING.
      ******************************************************************
       2700-IMPRIMIR-SECAO.
           MOVE SPACES TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE WS-REL-TITULO-SECAO TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           IF WS-TIPO-ATUAL EQUAL '1'
              MOVE WS-REL-COL-DIVERGENCIA TO REG-RELINV
           ELSE
              MOVE WS-REL-COL-OCORRENCIA TO REG-RELINV
           END-IF.
           PERFORM 2550-GRAVAR-RELINV.

           MOVE ZEROES TO WS-QTDE-SECAO.
           PERFORM UNTIL WS-FS-CLASSIF EQUAL '10' OR
                         CLASSIF-TIPO-OCORRENCIA NOT EQUAL
                         WS-TIPO-ATUAL
                   IF WS-TIPO-ATUAL EQUAL '1'
                      PERFORM 2710-IMPRIMIR-FILIAL
                   ELSE
                      PERFORM 2750-IMPRIMIR-OCORRENCIA
                      PERFORM 2620-LER-CLASSIF
                   END-IF
           END-PERFORM.

           MOVE 'TOTAL DE OCORRENCIAS DA SECAO ' TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SECAO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
       2700-END-PERFORM.
      ******************************************************************
      * 2710-IMPRIMIR-FILIAL
      *
      * PRINTS THE DIVERGENCES OF ONE FILIAL WITH A SUBTOTAL PER
      * PRODUTO AND A FILIAL TOTAL, IN QUANTITY AND IN VALUE AT COST.
      ******************************************************************
       2710-IMPRIMIR-FILIAL.
           MOVE CLASSIF-COD-FILIAL TO WS-FILIAL-ATUAL.
           MOVE ZEROES TO WS-DIF-FILIAL WS-VALOR-FILIAL.
           PERFORM UNTIL WS-FS-CLASSIF EQUAL '10' OR
                         CLASSIF-TIPO-OCORRENCIA NOT EQUAL
                         WS-TIPO-ATUAL OR
                         CLASSIF-COD-FILIAL NOT EQUAL WS-FILIAL-ATUAL
                   MOVE CLASSIF-COD-PRODUTO TO WS-PRODUTO-ATUAL
                   MOVE ZEROES TO WS-DIF-PRODUTO WS-VALOR-PRODUTO
                   PERFORM UNTIL WS-FS-CLASSIF EQUAL '10' OR
                                 CLASSIF-TIPO-OCORRENCIA NOT EQUAL
                                 WS-TIPO-ATUAL OR
                                 CLASSIF-COD-FILIAL NOT EQUAL
                                 WS-FILIAL-ATUAL OR
                                 CLASSIF-COD-PRODUTO NOT EQUAL
                                 WS-PRODUTO-ATUAL
                           PERFORM 2720-IMPRIMIR-DIVERGENCIA
                           PERFORM 2620-LER-CLASSIF
                   END-PERFORM
                   MOVE 'TOTAL PRODUTO ' TO WS-REL-SUB-TITULO
                   MOVE WS-PRODUTO-ATUAL TO WS-REL-SUB-CODIGO
                   MOVE SPACES TO WS-REL-SUB-DESC
                   IF WS-PRODUTO-ATUAL GREATER ZEROES
                      MOVE WS-PROD-TAB-DESC(WS-PRODUTO-ATUAL)
                        TO WS-REL-SUB-DESC
                   END-IF
                   MOVE WS-DIF-PRODUTO TO WS-REL-SUB-DIFERENCA
                   MOVE WS-VALOR-PRODUTO TO WS-REL-SUB-VALOR
                   MOVE WS-REL-SUBTOTAL TO REG-RELINV
                   PERFORM 2550-GRAVAR-RELINV
                   ADD WS-DIF-PRODUTO TO WS-DIF-FILIAL
                   ADD WS-VALOR-PRODUTO TO WS-VALOR-FILIAL
           END-PERFORM.
           MOVE 'TOTAL FILIAL  ' TO WS-REL-SUB-TITULO.
           MOVE WS-FILIAL-ATUAL TO WS-REL-SUB-CODIGO.
           MOVE SPACES TO WS-REL-SUB-DESC.
           MOVE WS-DIF-FILIAL TO WS-REL-SUB-DIFERENCA.
           MOVE WS-VALOR-FILIAL TO WS-REL-SUB-VALOR.
           MOVE WS-REL-SUBTOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE SPACES TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           ADD WS-DIF-FILIAL TO WS-DIF-GERAL.
           ADD WS-VALOR-FILIAL TO WS-VALOR-GERAL.
       2710-END-PERFORM.
      ******************************************************************
      * 2720-IMPRIMIR-DIVERGENCIA
      ******************************************************************
       2720-IMPRIMIR-DIVERGENCIA.
           MOVE CLASSIF-COD-FILIAL      TO WS-REL-DIV-FILIAL.
           MOVE CLASSIF-COD-PRODUTO     TO WS-REL-DIV-PRODUTO.
           MOVE CLASSIF-COD-SUBPRODUTO  TO WS-REL-DIV-SUBPRODUTO.
           MOVE CLASSIF-SALDO-LIVRO     TO WS-REL-DIV-SALDO.
           MOVE CLASSIF-QTDE-CONTADA    TO WS-REL-DIV-CONTADA.
           MOVE CLASSIF-DIFERENCA       TO WS-REL-DIV-DIFERENCA.
           MOVE CLASSIF-VALOR-DIFERENCA TO WS-REL-DIV-VALOR.
           IF CLASSIF-APROVADO EQUAL 'S'
              MOVE 'SIM' TO WS-REL-DIV-APROVADO
           ELSE
              MOVE 'NAO' TO WS-REL-DIV-APROVADO
           END-IF.
           MOVE WS-REL-DIVERGENCIA TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           ADD 1 TO WS-QTDE-SECAO.
           ADD CLASSIF-DIFERENCA TO WS-DIF-PRODUTO.
           ADD CLASSIF-VALOR-DIFERENCA TO WS-VALOR-PRODUTO.
       2720-END-PERFORM.
      ******************************************************************
      * 2750-IMPRIMIR-OCORRENCIA
      ******************************************************************
       2750-IMPRIMIR-OCORRENCIA.
           MOVE CLASSIF-COD-FILIAL      TO WS-REL-OCO-FILIAL.
           MOVE CLASSIF-COD-PRODUTO     TO WS-REL-OCO-PRODUTO.
           MOVE CLASSIF-COD-SUBPRODUTO  TO WS-REL-OCO-SUBPRODUTO.
           MOVE CLASSIF-SALDO-LIVRO     TO WS-REL-OCO-SALDO.
           MOVE CLASSIF-QTDE-CONTADA    TO WS-REL-OCO-CONTADA.
           IF CLASSIF-DATA-CONTAGEM EQUAL ZEROES
              MOVE SPACES TO WS-REL-OCO-DATA
           ELSE
              MOVE CLASSIF-DATA-CONTAGEM TO WS-REL-OCO-DATA
           END-IF.
           MOVE WS-REL-OCORRENCIA TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           ADD 1 TO WS-QTDE-SECAO.
       2750-END-PERFORM.
      ******************************************************************
      * 3000-FINALIZAR
      ******************************************************************
       3000-FINALIZAR.
           MOVE SPACES TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'TOTAL DE CONTAGENS LIDAS      '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-LIDOS-CONTAGEM TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'TOTAL DE POSICOES LIDAS       '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-LIDOS-POSICNOV TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'TOTAL DE POSICOES CONFERIDAS  '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-CONFERIDAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'TOTAL DE DIVERGENCIAS         '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-DIVERGENTES TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'TOTAL DIVERGENCIAS APROVADAS  '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-APROVADAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'TOTAL DIVERGENCIAS PENDENTES  '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-PENDENTES TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'TOTAL DE CONTADOS SEM POSICAO '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SEM-POSICAO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'TOTAL DE POSICOES NAO CONTADAS'
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-NAO-CONTADAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'TOTAL DE MOVIMENTOS DE AJUSTE '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-AJUSTES TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'VALOR TOTAL DAS DIVERGENCIAS  ' TO WS-REL-TV-TITULO.
           MOVE WS-VALOR-GERAL TO WS-REL-TV-VALOR.
           MOVE WS-REL-TOTAL-VALOR TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.
           MOVE 'VALOR TOTAL AJUSTADO          ' TO WS-REL-TV-TITULO.
           MOVE WS-VALOR-APROVADO TO WS-REL-TV-VALOR.
           MOVE WS-REL-TOTAL-VALOR TO REG-RELINV.
           PERFORM 2550-GRAVAR-RELINV.

           CLOSE RELINV.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA CONCINV                  *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* QTDE DE CONTAGENS LIDAS ' WS-QTDE-LIDOS-CONTAGEM
           DISPLAY '* QTDE DE POSICOES LIDAS ' WS-QTDE-LIDOS-POSICNOV
           DISPLAY '* QTDE DE DIVERGENCIAS ' WS-QTDE-DIVERGENTES
           DISPLAY '* QTDE DE DIVERGENCIAS PENDENTES '
                   WS-QTDE-PENDENTES
           DISPLAY '* QTDE DE CONTADOS SEM POSICAO '
                   WS-QTDE-SEM-POSICAO
           DISPLAY '* QTDE DE POSICOES NAO CONTADAS '
                   WS-QTDE-NAO-CONTADAS
           DISPLAY '* QTDE DE MOVIMENTOS DE AJUSTE ' WS-QTDE-AJUSTES
      * ANYTHING LEFT FOR THE SUPERVISOR TO RESOLVE (A DIFFERENCE NOT
      * YET APPROVED OR A COUNT WITHOUT POSITION) ENDS THE RUN WITH
      * RETURN-CODE 4.
           IF WS-QTDE-PENDENTES GREATER ZEROES OR
              WS-QTDE-SEM-POSICAO GREATER ZEROES
              MOVE 04 TO RETURN-CODE
           END-IF.
           STOP RUN.
       3000-END-PERFORM.
      ******************************************************************
      * 4000-ERRO
      *****************************************************************
       4000-ERRO.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA CONCINV                  *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
