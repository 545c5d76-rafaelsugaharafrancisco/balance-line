      ******************************************************************
      * Author: Rafael
      * Date: 2026-10-15
      * Purpose: acumular no acumulado do mes os movimentos da SAIDA,
      *          os valores do CONTABIL e o resultado do BALFIM do dia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ACUMMES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      * ACUMANT IS THE MONTH-TO-DATE ACCUMULATOR AS LEFT BY THE PRIOR
      * NIGHT. IT IS OPTIONAL: ON THE FIRST NIGHT OF A MONTH THERE IS
      * NONE, AND AN ABSENT OR EMPTY FILE STARTS THE MONTH.
           SELECT OPTIONAL ACUMANT ASSIGN TO DYNAMIC WS-CAMINHO-ACUMANT
           FILE STATUS IS WS-FS-ACUMANT
           ORGANIZATION IS LINE SEQUENTIAL.

      * ACUMFEC IS THE LOCKED GENERATION FECHMES WRITES WHEN A CLOSE IS
      * SIGNED OFF. IT IS ONLY OPENED TO SEE WHETHER IT EXISTS: ITS
      * PRESENCE LOCKS THE MONTH EVEN BEFORE IT REPLACES ACUMANT.
           SELECT OPTIONAL ACUMFEC ASSIGN TO DYNAMIC WS-CAMINHO-ACUMFEC
           FILE STATUS IS WS-FS-ACUMFEC
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRABACU ASSIGN TO DYNAMIC WS-CAMINHO-TRABACU
           FILE STATUS IS WS-FS-TRABACU
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACUMNOV ASSIGN TO DYNAMIC WS-CAMINHO-ACUMNOV
           FILE STATUS IS WS-FS-ACUMNOV
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SAIDA ASSIGN TO DYNAMIC WS-CAMINHO-SAIDA
           FILE STATUS IS WS-FS-SAIDA
           ORGANIZATION IS LINE SEQUENTIAL.

      * ORDACU/SAIDACL PUT THE DAY'S MOVEMENTS INTO SUBPRODUTO/FILIAL
      * ORDER, THE KEY OF THE POSITION GENERATIONS.
           SELECT ORDACU ASSIGN TO DYNAMIC WS-CAMINHO-ORDACU.

           SELECT SAIDACL ASSIGN TO DYNAMIC WS-CAMINHO-SAIDACL
           FILE STATUS IS WS-FS-SAIDACL
           ORGANIZATION IS LINE SEQUENTIAL.

      * POSICANT IS THE POSITION GENERATION THE DAY STARTED FROM AND
      * POSICNOV THE ONE ATUPOSIC LEFT AT THE END OF IT. POSICANT IS
      * OPTIONAL FOR THE SAME REASON AS IN ATUPOSIC.
           SELECT OPTIONAL POSICANT
           ASSIGN TO DYNAMIC WS-CAMINHO-POSICANT
           FILE STATUS IS WS-FS-POSICANT
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSICNOV ASSIGN TO DYNAMIC WS-CAMINHO-POSICNOV
           FILE STATUS IS WS-FS-POSICNOV
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTABIL ASSIGN TO DYNAMIC WS-CAMINHO-CONTABIL
           FILE STATUS IS WS-FS-CONTABIL
           ORGANIZATION IS LINE SEQUENTIAL.

      * RELBAL IS OPTIONAL: A BALFIM THAT ABENDED LEAVES NO REPORT, AND
      * THE DAY IS THEN RECORDED AS HAVING NO RESULT.
           SELECT OPTIONAL RELBAL ASSIGN TO DYNAMIC WS-CAMINHO-RELBAL
           FILE STATUS IS WS-FS-RELBAL
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * THE ACCUMULATOR HOLDS FOUR KINDS OF DETAIL RECORD, EACH STAMPED
      * WITH THE PROCESSING DATE IT CAME FROM:
      *   'AB' OPENING POSITION OF THE MONTH (ONE PER SUBPRODUTO/FILIAL,
      *        WRITTEN BY THE FIRST NIGHT OF THE MONTH FROM POSICANT);
      *   'MV' THE DAY'S MOVEMENT OF ONE SUBPRODUTO/FILIAL, BY TYPE, IN
      *        QUANTITY AND VALUE;
      *   'CT' THE DAY'S CONTABIL VALUES OF ONE PRODUTO, INCLUDING THE
      *        SIGNED NET OF ITS STOCK REVALUATION;
      *   'DI' ONE PER DAY ACCUMULATED, WITH THE BALFIM RESULT.
      * THE HD/TR RECORDS CARRY THE MONTH AND THE LOCK SET BY FECHMES.
       FD ACUMANT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 145 CHARACTERS.
       01 REG-ACUMANT.
           05 ACUMANT-TIPO-REG         PIC X(02).
           05 ACUMANT-DATA             PIC 9(08).
           05 FILLER                   PIC X(135).
       01 REG-ACUMANT-CTL.
           05 ACUMANT-CTL-TIPO         PIC X(02).
           05 ACUMANT-CTL-QTDE         PIC 9(07).
           05 ACUMANT-CTL-MES          PIC 9(06).
           05 ACUMANT-CTL-SITUACAO     PIC X(01).
           05 ACUMANT-CTL-DATA-FECHAM  PIC 9(08).
           05 ACUMANT-CTL-RESPONSAVEL  PIC X(20).
           05 FILLER                   PIC X(101).

       FD ACUMFEC.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 145 CHARACTERS.
       01 REG-ACUMFEC                  PIC X(145).

      * THE NEW GENERATION IS BUILT IN TWO PASSES, THROUGH TRABACU.
       FD TRABACU.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 145 CHARACTERS.
       01 REG-TRABACU                  PIC X(145).

       FD ACUMNOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 145 CHARACTERS.
       01 REG-ACUMNOV                  PIC X(145).
       01 REG-ACUMNOV-CTL.
           05 ACUMNOV-CTL-TIPO         PIC X(02).
           05 ACUMNOV-CTL-QTDE         PIC 9(07).
           05 ACUMNOV-CTL-MES          PIC 9(06).
           05 ACUMNOV-CTL-SITUACAO     PIC X(01).
           05 ACUMNOV-CTL-DATA-FECHAM  PIC 9(08).
           05 ACUMNOV-CTL-RESPONSAVEL  PIC X(20).
           05 FILLER                   PIC X(101).

      * SAIDA IS WRITTEN RAW BY BALANCELINE (NO HD/TR). IT IS ONLY READ
      * BY THE SORT THAT PRODUCES SAIDACL.
       FD SAIDA.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 051 CHARACTERS.
       01 REG-SAIDA                    PIC X(51).

       SD ORDACU.
       01 REG-ORDACU.
           05 ORDACU-COD-PRODUTO       PIC 9(03).
           05 ORDACU-COD-SUBPRODUTO    PIC 9(04).
           05 ORDACU-COD-FILIAL        PIC 9(02).
           05 FILLER                   PIC X(42).

       FD SAIDACL.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 051 CHARACTERS.
       01 REG-SAIDACL.
           05 SAIDACL-COD-PRODUTO      PIC 9(03).
           05 SAIDACL-COD-SUBPRODUTO   PIC 9(04).
           05 SAIDACL-COD-FILIAL       PIC 9(02).
           05 SAIDACL-DESC-SUBPRODUTO  PIC X(20).
           05 SAIDACL-QTDE-MOVIMENTO   PIC 9(05).
           05 SAIDACL-PRECO-CUSTO      PIC 9(05)V99.
           05 SAIDACL-PRECO-VENDA      PIC 9(05)V99.
           05 SAIDACL-TIPO-MOVIMENTO   PIC X(01).
           05 SAIDACL-COD-FILIAL-TRANSF PIC 9(02).

       FD POSICANT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 066 CHARACTERS.
       01 REG-POSICANT.
           05 POSICANT-COD-SUBPRODUTO  PIC 9(04).
           05 POSICANT-COD-FILIAL      PIC 9(02).
           05 POSICANT-SALDO-ANTERIOR  PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 POSICANT-QTDE-MOVIMENTO  PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 POSICANT-SALDO-ATUAL     PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 POSICANT-COD-PRODUTO     PIC 9(03).
           05 POSICANT-CUSTO-MEDIO     PIC 9(07)V9999.
           05 POSICANT-VALOR-ESTOQUE   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
       01 REG-POSICANT-CTL.
           05 POSICANT-CTL-TIPO        PIC X(02).
           05 POSICANT-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(57).

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

       FD CONTABIL.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 059 CHARACTERS.
       01 REG-CONTABIL.
           05 CONTABIL-TIPO-REG        PIC X(02).
           05 CONTABIL-COD-PRODUTO     PIC 9(03).
           05 CONTABIL-CONTA-CONTABIL  PIC 9(08).
           05 CONTABIL-VAL-CUSTO       PIC 9(13)V99.
           05 CONTABIL-VAL-VENDA       PIC 9(13)V99.
           05 CONTABIL-MARGEM          PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
       01 REG-CONTABIL-CTL.
           05 CONTABIL-CTL-TIPO        PIC X(02).
           05 CONTABIL-CTL-DATA        PIC 9(08).
           05 CONTABIL-CTL-QTDE        PIC 9(07).
           05 CONTABIL-CTL-HASH        PIC 9(15)V99.
           05 FILLER                   PIC X(25).

       FD RELBAL.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 080 CHARACTERS.
       01 REG-RELBAL                   PIC X(80).

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FS-ACUMANT                PIC X(02) VALUE SPACES.
       01 WS-FS-ACUMFEC                PIC X(02) VALUE SPACES.
       01 WS-FS-TRABACU                PIC X(02) VALUE SPACES.
       01 WS-FS-ACUMNOV                PIC X(02) VALUE SPACES.
       01 WS-FS-SAIDA                  PIC X(02) VALUE SPACES.
       01 WS-FS-SAIDACL                PIC X(02) VALUE SPACES.
       01 WS-FS-POSICANT               PIC X(02) VALUE SPACES.
       01 WS-FS-POSICNOV               PIC X(02) VALUE SPACES.
       01 WS-FS-CONTABIL               PIC X(02) VALUE SPACES.
       01 WS-FS-RELBAL                 PIC X(02) VALUE SPACES.
       01 WS-ERRO                      PIC X(40) VALUE SPACES.
       01 WS-FILE-STATUS               PIC X(02) VALUE SPACES.
      * THE ACCUMULATOR FILES ARE NAMED AFTER THE MONTH (ACUMAAAAMM.DAT
      * AND ACUMAAAAMM.NOV) UNLESS OVERRIDDEN, SO THE PRIOR MONTH'S
      * ACCUMULATOR SURVIVES UNTIL ITS CLOSE HAS BEEN SIGNED OFF. THE
      * LOCK IS LOOKED FOR UNDER FECHMES'S NAME, ACUMAAAAMM.FEC.
       01 WS-CAMINHO-ACUMANT           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ACUMNOV           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-ACUMFEC           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-TRABACU           PIC X(100) VALUE 'TRABACU.DAT'.
       01 WS-CAMINHO-SAIDA             PIC X(100) VALUE 'SAIDA.DAT'.
       01 WS-CAMINHO-ORDACU            PIC X(100) VALUE 'ORDACU.TMP'.
       01 WS-CAMINHO-SAIDACL           PIC X(100) VALUE 'SAIDAACU.DAT'.
       01 WS-CAMINHO-POSICANT          PIC X(100) VALUE 'POSICAO.DAT'.
       01 WS-CAMINHO-POSICNOV          PIC X(100) VALUE 'POSICNOV.DAT'.
       01 WS-CAMINHO-CONTABIL          PIC X(100) VALUE 'CONTABIL.DAT'.
       01 WS-CAMINHO-RELBAL            PIC X(100) VALUE 'RELBAL.DAT'.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
      * WS-DATA-MOVIMENTO IS THE PROCESSING DATE OF THE DAY BEING
      * ACCUMULATED, TAKEN FROM THE CONTABIL HEADER SO IT IS THE SAME
      * DATE BALANCELINE PRICED THE DAY AT; ITS FIRST SIX DIGITS ARE
      * THE MONTH THE DAY BELONGS TO.
       01 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROES.
       01 WS-MES-MOVIMENTO             PIC 9(06) VALUE ZEROES.
       01 WS-DATA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
      * ACCUMULATOR CONTROL.
       01 WS-SW-ACUMANT-PRESENTE       PIC X(01) VALUE 'N'.
       01 WS-SW-ABERTURA               PIC X(01) VALUE 'N'.
       01 WS-QTDE-LIDOS-ACUMANT        PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-ACUMANT     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-ACUMANT      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-MANTIDOS             PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SUBSTITUIDOS         PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-GRAVADOS             PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ABERTURAS            PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-MOVIMENTACOES        PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-PRODUTOS-CT          PIC 9(07) VALUE ZEROES.
      * POSITION AND MOVEMENT CONTROL.
       01 WS-QTDE-LIDOS-SAIDA          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-POSICANT       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-POSICANT    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-POSICANT     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-POSICNOV       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-POSICNOV    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-POSICNOV     PIC 9(07) VALUE ZEROES.
      * CONTABIL CONTROL: THE TRAILER'S COUNT AND HASH TOTAL (COST PLUS
      * SALE VALUE OF EVERY DETAIL) ARE PROVED BEFORE ANY OF THE DAY'S
      * VALUES IS ACCUMULATED. THE CONTABIL HEADER CARRIES ONLY THE
      * DATE; ITS COUNT IS ALWAYS ZERO AND IS NOT COMPARED.
       01 WS-QTDE-LIDOS-CONTABIL       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-CONTABIL     PIC 9(07) VALUE ZEROES.
       01 WS-HASH-CONTABIL             PIC 9(15)V99 VALUE ZEROES.
       01 WS-HASH-TRAILER-CONTABIL     PIC 9(15)V99 VALUE ZEROES.
      * BALFIM RESULT OF THE DAY: 'A' APROVADO, 'R' REPROVADO, 'N' NO
      * RESULT LINE (OR NO REPORT) FOUND.
       01 WS-RESULTADO-BALFIM          PIC X(01) VALUE 'N'.
      * THE THREE-WAY MATCH RUNS ON THE TWO-PART KEY SUBPRODUTO/FILIAL.
       01 WS-CHAVE-MOV.
           05 WS-CHAVE-MOV-SUBPRODUTO  PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-MOV-FILIAL      PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-ANT.
           05 WS-CHAVE-ANT-SUBPRODUTO  PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-ANT-FILIAL      PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-NOV.
           05 WS-CHAVE-NOV-SUBPRODUTO  PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-NOV-FILIAL      PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-ATUAL.
           05 WS-CHAVE-ATU-SUBPRODUTO  PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-ATU-FILIAL      PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-ANT-POSICANT        PIC X(06) VALUE LOW-VALUES.
       01 WS-CHAVE-ANT-POSICNOV        PIC X(06) VALUE LOW-VALUES.
      * WS-AREA-ATUAL HOLDS ONE SUBPRODUTO/FILIAL WHILE ITS OPENING
      * POSITION, ITS MOVEMENTS AND ITS CLOSING POSITION ARE GATHERED.
       01 WS-AREA-ATUAL.
           05 WS-ATUAL-COD-PRODUTO     PIC 9(03) VALUE ZEROES.
           05 WS-ATUAL-SALDO-INICIAL   PIC S9(09) VALUE ZEROES.
           05 WS-ATUAL-VALOR-INICIAL   PIC S9(13)V99 VALUE ZEROES.
           05 WS-ATUAL-CUSTO-INICIAL   PIC 9(07)V9999 VALUE ZEROES.
           05 WS-ATUAL-SALDO-FINAL     PIC S9(09) VALUE ZEROES.
           05 WS-ATUAL-VALOR-FINAL     PIC S9(13)V99 VALUE ZEROES.
           05 WS-ATUAL-QTDE-ENTRADA    PIC 9(07) VALUE ZEROES.
           05 WS-ATUAL-QTDE-DEVOLUCAO  PIC 9(07) VALUE ZEROES.
           05 WS-ATUAL-QTDE-SAIDA      PIC 9(07) VALUE ZEROES.
           05 WS-ATUAL-QTDE-REMESSA    PIC 9(07) VALUE ZEROES.
           05 WS-ATUAL-QTDE-RECEBIM    PIC 9(07) VALUE ZEROES.
           05 WS-ATUAL-VAL-ENTRADA     PIC 9(13)V99 VALUE ZEROES.
           05 WS-ATUAL-VAL-DEVOLUCAO   PIC 9(13)V99 VALUE ZEROES.
           05 WS-ATUAL-VAL-SAIDA       PIC 9(13)V99 VALUE ZEROES.
           05 WS-ATUAL-VAL-REMESSA     PIC 9(13)V99 VALUE ZEROES.
           05 WS-ATUAL-VAL-RECEBIM     PIC 9(13)V99 VALUE ZEROES.
           05 WS-ATUAL-VAL-VARIACAO    PIC S9(13)V99 VALUE ZEROES.
      * COST A MOVEMENT OTHER THAN A RECEIPT IS VALUED AT, THE VALUE OF
      * THE MOVEMENT AND THE QUANTITY PROOF OF THE POSITION.
       01 WS-CUSTO-BASE                PIC 9(07)V9999 VALUE ZEROES.
       01 WS-VALOR-MOVIMENTO           PIC 9(13)V99 VALUE ZEROES.
       01 WS-SALDO-CALCULADO           PIC S9(09) VALUE ZEROES.
      * WS-CT-TAB GATHERS THE DAY'S CONTABIL VALUES BY PRODUTO,
      * ADDRESSED DIRECTLY BY THE PRODUTO CODE.
       01 WS-CT-IDX                    PIC 9(04) VALUE ZEROES.
       01 WS-CT-TAB.
           05 WS-CT-ITEM               OCCURS 999 TIMES.
               10 WS-CT-ATIVO          PIC X(01) VALUE 'N'.
               10 WS-CT-VL-CUSTO       PIC 9(13)V99 VALUE ZEROES.
               10 WS-CT-VL-VENDA       PIC 9(13)V99 VALUE ZEROES.
               10 WS-CT-BX-VALOR       PIC 9(13)V99 VALUE ZEROES.
               10 WS-CT-RV-VALOR       PIC S9(13)V99 VALUE ZEROES.
      * DETAIL RECORD LAYOUTS OF THE ACCUMULATOR.
       01 WS-ACU-AB.
           05 WS-AB-TIPO-REG           PIC X(02) VALUE 'AB'.
           05 WS-AB-DATA               PIC 9(08) VALUE ZEROES.
           05 WS-AB-COD-SUBPRODUTO     PIC 9(04) VALUE ZEROES.
           05 WS-AB-COD-FILIAL         PIC 9(02) VALUE ZEROES.
           05 WS-AB-COD-PRODUTO        PIC 9(03) VALUE ZEROES.
           05 WS-AB-SALDO              PIC S9(09) VALUE ZEROES
                                       SIGN LEADING SEPARATE.
           05 WS-AB-VALOR              PIC S9(13)V99 VALUE ZEROES
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(100) VALUE SPACES.
       01 WS-ACU-MV.
           05 WS-MV-TIPO-REG           PIC X(02) VALUE 'MV'.
           05 WS-MV-DATA               PIC 9(08) VALUE ZEROES.
           05 WS-MV-COD-SUBPRODUTO     PIC 9(04) VALUE ZEROES.
           05 WS-MV-COD-FILIAL         PIC 9(02) VALUE ZEROES.
           05 WS-MV-COD-PRODUTO        PIC 9(03) VALUE ZEROES.
           05 WS-MV-QTDE-ENTRADA       PIC 9(07) VALUE ZEROES.
           05 WS-MV-QTDE-DEVOLUCAO     PIC 9(07) VALUE ZEROES.
           05 WS-MV-QTDE-SAIDA         PIC 9(07) VALUE ZEROES.
           05 WS-MV-QTDE-REMESSA       PIC 9(07) VALUE ZEROES.
           05 WS-MV-QTDE-RECEBIM       PIC 9(07) VALUE ZEROES.
           05 WS-MV-VAL-ENTRADA        PIC 9(13)V99 VALUE ZEROES.
           05 WS-MV-VAL-DEVOLUCAO      PIC 9(13)V99 VALUE ZEROES.
           05 WS-MV-VAL-SAIDA          PIC 9(13)V99 VALUE ZEROES.
           05 WS-MV-VAL-REMESSA        PIC 9(13)V99 VALUE ZEROES.
           05 WS-MV-VAL-RECEBIM        PIC 9(13)V99 VALUE ZEROES.
           05 WS-MV-VAL-VARIACAO       PIC S9(13)V99 VALUE ZEROES
                                       SIGN LEADING SEPARATE.
       01 WS-ACU-CT.
           05 WS-CT-TIPO-REG           PIC X(02) VALUE 'CT'.
           05 WS-CT-DATA               PIC 9(08) VALUE ZEROES.
           05 WS-CT-COD-PRODUTO        PIC 9(03) VALUE ZEROES.
           05 WS-CT-REG-VL-CUSTO       PIC 9(13)V99 VALUE ZEROES.
           05 WS-CT-REG-VL-VENDA       PIC 9(13)V99 VALUE ZEROES.
           05 WS-CT-REG-BX-VALOR       PIC 9(13)V99 VALUE ZEROES.
           05 WS-CT-REG-RV-VALOR       PIC S9(13)V99 VALUE ZEROES
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(71) VALUE SPACES.
       01 WS-ACU-DI.
           05 WS-DI-TIPO-REG           PIC X(02) VALUE 'DI'.
           05 WS-DI-DATA               PIC 9(08) VALUE ZEROES.
           05 WS-DI-RESULTADO          PIC X(01) VALUE SPACES.
           05 WS-DI-QTDE-SAIDA         PIC 9(07) VALUE ZEROES.
           05 WS-DI-QTDE-CONTABIL      PIC 9(07) VALUE ZEROES.
           05 WS-DI-QTDE-POSICOES      PIC 9(07) VALUE ZEROES.
           05 FILLER                   PIC X(113) VALUE SPACES.

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

           OPEN INPUT CONTABIL.
           IF WS-FS-CONTABIL NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CONTABIL' TO WS-ERRO
              MOVE WS-FS-CONTABIL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

      * THE CONTABIL HEADER GIVES THE DAY AND THE MONTH, WHICH THE
      * DEFAULT ACCUMULATOR NAMES DEPEND ON.
           READ CONTABIL INTO REG-CONTABIL.
           IF WS-FS-CONTABIL NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO CONTABIL' TO WS-ERRO
              MOVE WS-FS-CONTABIL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF CONTABIL-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO CONTABIL AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           IF CONTABIL-CTL-DATA NOT NUMERIC OR
              CONTABIL-CTL-DATA EQUAL ZEROES
              MOVE 'DATA DO CABECALHO CONTABIL INVALIDA' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE CONTABIL-CTL-DATA TO WS-DATA-MOVIMENTO.
           MOVE WS-DATA-MOVIMENTO(1:6) TO WS-MES-MOVIMENTO.

           IF WS-CAMINHO-ACUMANT EQUAL SPACES
              STRING 'ACUM' WS-MES-MOVIMENTO '.DAT'
                     DELIMITED BY SIZE INTO WS-CAMINHO-ACUMANT
           END-IF.
           IF WS-CAMINHO-ACUMNOV EQUAL SPACES
              STRING 'ACUM' WS-MES-MOVIMENTO '.NOV'
                     DELIMITED BY SIZE INTO WS-CAMINHO-ACUMNOV
           END-IF.
           IF WS-CAMINHO-ACUMFEC EQUAL SPACES
              STRING 'ACUM' WS-MES-MOVIMENTO '.FEC'
                     DELIMITED BY SIZE INTO WS-CAMINHO-ACUMFEC
           END-IF.

      * FILE STATUS 05 MEANS THE OPTIONAL FILE DID NOT EXIST.
           OPEN INPUT ACUMANT.
           IF WS-FS-ACUMANT NOT EQUAL '00' AND
              WS-FS-ACUMANT NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO ACUMANT' TO WS-ERRO
              MOVE WS-FS-ACUMANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN INPUT POSICANT.
           IF WS-FS-POSICANT NOT EQUAL '00' AND
              WS-FS-POSICANT NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO POSICANT' TO WS-ERRO
              MOVE WS-FS-POSICANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN INPUT POSICNOV.
           IF WS-FS-POSICNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO POSICNOV' TO WS-ERRO
              MOVE WS-FS-POSICNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT TRABACU.
           IF WS-FS-TRABACU NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABACU' TO WS-ERRO
              MOVE WS-FS-TRABACU TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 1500-VALIDAR-CONTROLE.
       1000-END-PERFORM.
      ******************************************************************
      * 1100-OBTER-PARAMETROS
      ******************************************************************
       1100-OBTER-PARAMETROS.
           DISPLAY 'ACUMMES_ACUMANT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ACUMANT
           END-IF.

           DISPLAY 'ACUMMES_ACUMNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ACUMNOV
           END-IF.

           DISPLAY 'ACUMMES_ACUMFEC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ACUMFEC
           END-IF.

           DISPLAY 'ACUMMES_TRABACU' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRABACU
           END-IF.

           DISPLAY 'ACUMMES_SAIDA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-SAIDA
           END-IF.

           DISPLAY 'ACUMMES_ORDACU' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ORDACU
           END-IF.

           DISPLAY 'ACUMMES_SAIDACL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-SAIDACL
           END-IF.

           DISPLAY 'ACUMMES_POSICANT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-POSICANT
           END-IF.

           DISPLAY 'ACUMMES_POSICNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-POSICNOV
           END-IF.

           DISPLAY 'ACUMMES_CONTABIL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CONTABIL
           END-IF.

           DISPLAY 'ACUMMES_RELBAL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RELBAL
           END-IF.
       1100-END-PERFORM.
      ******************************************************************
      * 1500-VALIDAR-CONTROLE
      *
      * AN ACCUMULATOR MUST BELONG TO THE MONTH OF THE DAY BEING ADDED
      * AND MUST NOT HAVE BEEN LOCKED BY A SIGNED-OFF CLOSE: A CLOSED
      * MONTH CAN NO LONGER BE CHANGED BY ANY RERUN. THE MONTH IS LOCKED
      * AS SOON AS FECHMES HAS WRITTEN ACUMFEC, WHETHER OR NOT IT HAS
      * ALREADY BEEN PROMOTED OVER ACUMANT.
      ******************************************************************
       1500-VALIDAR-CONTROLE.
           OPEN INPUT ACUMFEC.
           IF WS-FS-ACUMFEC EQUAL '00'
              CLOSE ACUMFEC
              MOVE 'MES FECHADO: ACUMFEC PRESENTE' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           IF WS-FS-ACUMFEC NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO ACUMFEC' TO WS-ERRO
              MOVE WS-FS-ACUMFEC TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           CLOSE ACUMFEC.

           READ ACUMANT INTO REG-ACUMANT.
           IF WS-FS-ACUMANT EQUAL '10'
              MOVE ZEROES TO WS-QTDE-ESPERADO-ACUMANT
           ELSE
              IF WS-FS-ACUMANT NOT EQUAL '00'
                 MOVE 'LEITURA DO CABECALHO ACUMANT' TO WS-ERRO
                 MOVE WS-FS-ACUMANT TO WS-FILE-STATUS
                 PERFORM 4000-ERRO
              END-IF
              IF ACUMANT-CTL-TIPO NOT EQUAL 'HD'
                 MOVE 'CABECALHO ACUMANT AUSENTE OU INVALIDO'
                   TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
              IF ACUMANT-CTL-MES NOT EQUAL WS-MES-MOVIMENTO
                 MOVE 'ACUMULADOR DE OUTRO MES' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
              IF ACUMANT-CTL-SITUACAO EQUAL 'F'
                 MOVE 'ACUMULADOR DO MES BLOQUEADO' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
              MOVE ACUMANT-CTL-QTDE TO WS-QTDE-ESPERADO-ACUMANT
              MOVE 'S' TO WS-SW-ACUMANT-PRESENTE
           END-IF.

           READ POSICANT INTO REG-POSICANT.
           IF WS-FS-POSICANT EQUAL '10'
              MOVE ZEROES TO WS-QTDE-ESPERADO-POSICANT
           ELSE
              IF WS-FS-POSICANT NOT EQUAL '00'
                 MOVE 'LEITURA DO CABECALHO POSICANT' TO WS-ERRO
                 MOVE WS-FS-POSICANT TO WS-FILE-STATUS
                 PERFORM 4000-ERRO
              END-IF
              IF POSICANT-CTL-TIPO NOT EQUAL 'HD'
                 MOVE 'CABECALHO POSICANT AUSENTE OU INVALIDO'
                   TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
              MOVE POSICANT-CTL-QTDE TO WS-QTDE-ESPERADO-POSICANT
           END-IF.

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
      * 1700-RECONCILIAR-ACUMANT
      ******************************************************************
       1700-RECONCILIAR-ACUMANT.
           IF WS-QTDE-LIDOS-ACUMANT NOT EQUAL
              WS-QTDE-ESPERADO-ACUMANT OR
              WS-QTDE-LIDOS-ACUMANT NOT EQUAL WS-QTDE-TRAILER-ACUMANT
              MOVE 'CONTROLE DE REGISTROS ACUMANT DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1700-END-PERFORM.
      ******************************************************************
      * 1710-RECONCILIAR-POSICANT
      ******************************************************************
       1710-RECONCILIAR-POSICANT.
           IF WS-QTDE-LIDOS-POSICANT NOT EQUAL
              WS-QTDE-ESPERADO-POSICANT OR
              WS-QTDE-LIDOS-POSICANT NOT EQUAL WS-QTDE-TRAILER-POSICANT
              MOVE 'CONTROLE DE REGISTROS POSICANT DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1710-END-PERFORM.
      ******************************************************************
      * 1720-RECONCILIAR-POSICNOV
      ******************************************************************
       1720-RECONCILIAR-POSICNOV.
           IF WS-QTDE-LIDOS-POSICNOV NOT EQUAL
              WS-QTDE-ESPERADO-POSICNOV OR
              WS-QTDE-LIDOS-POSICNOV NOT EQUAL WS-QTDE-TRAILER-POSICNOV
              MOVE 'CONTROLE DE REGISTROS POSICNOV DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1720-END-PERFORM.
      ******************************************************************
      * 1730-RECONCILIAR-CONTABIL
      ******************************************************************
       1730-RECONCILIAR-CONTABIL.
           IF WS-QTDE-LIDOS-CONTABIL NOT EQUAL
              WS-QTDE-TRAILER-CONTABIL OR
              WS-HASH-CONTABIL NOT EQUAL WS-HASH-TRAILER-CONTABIL
              MOVE 'CONTROLE DO ARQUIVO CONTABIL DIVERGENTE' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1730-END-PERFORM.
      ******************************************************************
      * 2000-PROCESSAR
      ******************************************************************
       2000-PROCESSAR.
           PERFORM 2100-COPIAR-ACUMULADO.
           PERFORM 2200-ACUMULAR-CONTABIL.
           PERFORM 2300-OBTER-RESULTADO-BALFIM.

           SORT ORDACU ON ASCENDING KEY ORDACU-COD-SUBPRODUTO
                                        ORDACU-COD-FILIAL
                USING SAIDA GIVING SAIDACL.

           OPEN INPUT SAIDACL.
           IF WS-FS-SAIDACL NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO SAIDACL' TO WS-ERRO
              MOVE WS-FS-SAIDACL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

      * THREE-WAY MATCH ON SUBPRODUTO/FILIAL: AT EACH TURN
      * WS-CHAVE-ATUAL IS THE LOWEST KEY STILL PENDING ON ANY OF THE
      * OPENING POSITIONS, THE CLOSING POSITIONS AND THE MOVEMENTS.
           IF WS-FS-POSICANT NOT EQUAL '10'
              PERFORM 2410-LER-ARQUIVO-POSICANT
           END-IF.
           PERFORM 2420-LER-ARQUIVO-POSICNOV.
           PERFORM 2430-LER-ARQUIVO-SAIDACL.
           PERFORM UNTIL WS-FS-POSICANT EQUAL '10' AND
                         WS-FS-POSICNOV EQUAL '10' AND
                         WS-FS-SAIDACL EQUAL '10'
                   PERFORM 2440-DEFINIR-CHAVE-ATUAL
                   PERFORM 2450-AVALIAR-POSICAO
           END-PERFORM.

           PERFORM 2500-GRAVAR-DIA.
           PERFORM 2600-GERAR-NOVA-GERACAO.
       2000-END-PERFORM.
      ******************************************************************
      * 2100-COPIAR-ACUMULADO
      *
      * CARRIES THE MONTH SO FAR INTO THE NEW GENERATION. A RERUN OF A
      * DAY ALREADY ACCUMULATED REPLACES IT: EVERY RECORD STAMPED WITH
      * THE DAY BEING ADDED IS DROPPED HERE AND WRITTEN AGAIN FROM
      * TODAY'S FILES. THE OPENING POSITIONS SURVIVE UNLESS THEY WERE
      * TAKEN ON THAT VERY DAY.
      ******************************************************************
       2100-COPIAR-ACUMULADO.
           IF WS-SW-ACUMANT-PRESENTE EQUAL 'S'
              PERFORM 2150-LER-ARQUIVO-ACUMANT
              PERFORM UNTIL WS-FS-ACUMANT EQUAL '10'
                      IF ACUMANT-DATA EQUAL WS-DATA-MOVIMENTO
                         ADD 1 TO WS-QTDE-SUBSTITUIDOS
                      ELSE
                         IF ACUMANT-TIPO-REG EQUAL 'AB'
                            MOVE 'S' TO WS-SW-ABERTURA
                         END-IF
                         MOVE REG-ACUMANT TO REG-TRABACU
                         PERFORM 2950-GRAVAR-TRABACU
                         ADD 1 TO WS-QTDE-MANTIDOS
                      END-IF
                      PERFORM 2150-LER-ARQUIVO-ACUMANT
              END-PERFORM
           END-IF.
           CLOSE ACUMANT.
       2100-END-PERFORM.
      ******************************************************************
      * 2150-LER-ARQUIVO-ACUMANT
      ******************************************************************
       2150-LER-ARQUIVO-ACUMANT.
           INITIALIZE REG-ACUMANT REPLACING NUMERIC BY ZEROES.
           READ ACUMANT INTO REG-ACUMANT.
           IF WS-FS-ACUMANT NOT EQUAL '00' AND
              WS-FS-ACUMANT NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO ACUMANT' TO WS-ERRO
              MOVE WS-FS-ACUMANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-ACUMANT EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-ACUMANT
                 IF ACUMANT-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-ACUMANT
                    MOVE ACUMANT-CTL-QTDE TO WS-QTDE-TRAILER-ACUMANT
                    MOVE '10' TO WS-FS-ACUMANT
                    PERFORM 1700-RECONCILIAR-ACUMANT
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1700-RECONCILIAR-ACUMANT CATCH IT.
                 PERFORM 1700-RECONCILIAR-ACUMANT
              END-IF
           END-IF.
       2150-END-PERFORM.
      ******************************************************************
      * 2200-ACUMULAR-CONTABIL
      *
      * GATHERS THE DAY'S 'VL' (COST AND SALE VALUE), 'BX' (WRITE-
      * OFF) AND 'RV' (STOCK REVALUATION, SIGNED IN MARGEM) RECORDS BY
      * PRODUTO, PROVES THE FILE AGAINST ITS TRAILER AND ONLY THEN
      * WRITES ONE 'CT' RECORD PER PRODUTO.
      ******************************************************************
       2200-ACUMULAR-CONTABIL.
           PERFORM 2250-LER-ARQUIVO-CONTABIL.
           PERFORM UNTIL WS-FS-CONTABIL EQUAL '10'
                   IF CONTABIL-COD-PRODUTO NUMERIC AND
                      CONTABIL-COD-PRODUTO GREATER ZEROES
                      MOVE CONTABIL-COD-PRODUTO TO WS-CT-IDX
                      EVALUATE CONTABIL-TIPO-REG
                          WHEN 'VL'
                               MOVE 'S' TO WS-CT-ATIVO(WS-CT-IDX)
                               ADD CONTABIL-VAL-CUSTO
                                TO WS-CT-VL-CUSTO(WS-CT-IDX)
                               ADD CONTABIL-VAL-VENDA
                                TO WS-CT-VL-VENDA(WS-CT-IDX)
                          WHEN 'BX'
                               MOVE 'S' TO WS-CT-ATIVO(WS-CT-IDX)
                               ADD CONTABIL-VAL-CUSTO
                                TO WS-CT-BX-VALOR(WS-CT-IDX)
                          WHEN 'RV'
                               MOVE 'S' TO WS-CT-ATIVO(WS-CT-IDX)
                               ADD CONTABIL-MARGEM
                                TO WS-CT-RV-VALOR(WS-CT-IDX)
                      END-EVALUATE
                   END-IF
                   PERFORM 2250-LER-ARQUIVO-CONTABIL
           END-PERFORM.
           CLOSE CONTABIL.

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX GREATER 999
                   IF WS-CT-ATIVO(WS-CT-IDX) EQUAL 'S'
                      MOVE WS-DATA-MOVIMENTO TO WS-CT-DATA
                      MOVE WS-CT-IDX TO WS-CT-COD-PRODUTO
                      MOVE WS-CT-VL-CUSTO(WS-CT-IDX)
                        TO WS-CT-REG-VL-CUSTO
                      MOVE WS-CT-VL-VENDA(WS-CT-IDX)
                        TO WS-CT-REG-VL-VENDA
                      MOVE WS-CT-BX-VALOR(WS-CT-IDX)
                        TO WS-CT-REG-BX-VALOR
                      MOVE WS-CT-RV-VALOR(WS-CT-IDX)
                        TO WS-CT-REG-RV-VALOR
                      MOVE WS-ACU-CT TO REG-TRABACU
                      PERFORM 2950-GRAVAR-TRABACU
                      ADD 1 TO WS-QTDE-PRODUTOS-CT
                   END-IF
           END-PERFORM.
       2200-END-PERFORM.
      ******************************************************************
      * 2250-LER-ARQUIVO-CONTABIL
      ******************************************************************
       2250-LER-ARQUIVO-CONTABIL.
           INITIALIZE REG-CONTABIL REPLACING NUMERIC BY ZEROES.
           READ CONTABIL INTO REG-CONTABIL.
           IF WS-FS-CONTABIL NOT EQUAL '00' AND
              WS-FS-CONTABIL NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO CONTABIL' TO WS-ERRO
              MOVE WS-FS-CONTABIL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-CONTABIL EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-CONTABIL
                 IF CONTABIL-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-CONTABIL
                    MOVE CONTABIL-CTL-QTDE TO WS-QTDE-TRAILER-CONTABIL
                    MOVE CONTABIL-CTL-HASH TO WS-HASH-TRAILER-CONTABIL
                    MOVE '10' TO WS-FS-CONTABIL
                    PERFORM 1730-RECONCILIAR-CONTABIL
                 ELSE
                    ADD CONTABIL-VAL-CUSTO TO WS-HASH-CONTABIL
                    ADD CONTABIL-VAL-VENDA TO WS-HASH-CONTABIL
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1730-RECONCILIAR-CONTABIL CATCH IT.
                 PERFORM 1730-RECONCILIAR-CONTABIL
              END-IF
           END-IF.
       2250-END-PERFORM.
      ******************************************************************
      * 2300-OBTER-RESULTADO-BALFIM
      *
      * THE LAST LINE OF RELBAL CARRIES THE VERDICT OF THE NIGHT'S
      * BALANCE CHECK. A MISSING REPORT OR A REPORT WITHOUT THE LINE
      * (BALFIM ABENDED) LEAVES THE DAY WITHOUT A RESULT.
      ******************************************************************
       2300-OBTER-RESULTADO-BALFIM.
           MOVE 'N' TO WS-RESULTADO-BALFIM.
           OPEN INPUT RELBAL.
           IF WS-FS-RELBAL NOT EQUAL '00' AND
              WS-FS-RELBAL NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO RELBAL' TO WS-ERRO
              MOVE WS-FS-RELBAL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           READ RELBAL.
           PERFORM UNTIL WS-FS-RELBAL NOT EQUAL '00'
                   IF REG-RELBAL(1:17) EQUAL 'RESULTADO GERAL: '
                      IF REG-RELBAL(18:9) EQUAL 'APROVADO'
                         MOVE 'A' TO WS-RESULTADO-BALFIM
                      ELSE
                         MOVE 'R' TO WS-RESULTADO-BALFIM
                      END-IF
                   END-IF
                   READ RELBAL
           END-PERFORM.
           IF WS-FS-RELBAL NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO RELBAL' TO WS-ERRO
              MOVE WS-FS-RELBAL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           CLOSE RELBAL.
       2300-END-PERFORM.
      ******************************************************************
      * 2410-LER-ARQUIVO-POSICANT
      ******************************************************************
       2410-LER-ARQUIVO-POSICANT.
           INITIALIZE REG-POSICANT REPLACING NUMERIC BY ZEROES.
           READ POSICANT INTO REG-POSICANT.
           IF WS-FS-POSICANT NOT EQUAL '00' AND
              WS-FS-POSICANT NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO POSICANT' TO WS-ERRO
              MOVE WS-FS-POSICANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-POSICANT EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-POSICANT
                 IF POSICANT-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-POSICANT
                    MOVE POSICANT-CTL-QTDE TO WS-QTDE-TRAILER-POSICANT
                    MOVE '10' TO WS-FS-POSICANT
                    PERFORM 1710-RECONCILIAR-POSICANT
                 ELSE
                    MOVE POSICANT-COD-SUBPRODUTO
                      TO WS-CHAVE-ANT-SUBPRODUTO
                    MOVE POSICANT-COD-FILIAL TO WS-CHAVE-ANT-FILIAL
                    IF WS-CHAVE-ANT LESS WS-CHAVE-ANT-POSICANT
                       MOVE 'POSICANT FORA DE SEQUENCIA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    ELSE
                       MOVE WS-CHAVE-ANT TO WS-CHAVE-ANT-POSICANT
                    END-IF
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1710-RECONCILIAR-POSICANT CATCH IT.
                 PERFORM 1710-RECONCILIAR-POSICANT
              END-IF
           END-IF.
       2410-END-PERFORM.
      ******************************************************************
      * 2420-LER-ARQUIVO-POSICNOV
      ******************************************************************
       2420-LER-ARQUIVO-POSICNOV.
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
                    PERFORM 1720-RECONCILIAR-POSICNOV
                 ELSE
                    MOVE POSICNOV-COD-SUBPRODUTO
                      TO WS-CHAVE-NOV-SUBPRODUTO
                    MOVE POSICNOV-COD-FILIAL TO WS-CHAVE-NOV-FILIAL
                    IF WS-CHAVE-NOV LESS WS-CHAVE-ANT-POSICNOV
                       MOVE 'POSICNOV FORA DE SEQUENCIA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    ELSE
                       MOVE WS-CHAVE-NOV TO WS-CHAVE-ANT-POSICNOV
                    END-IF
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1720-RECONCILIAR-POSICNOV CATCH IT.
                 PERFORM 1720-RECONCILIAR-POSICNOV
              END-IF
           END-IF.
       2420-END-PERFORM.
      ******************************************************************
      * 2430-LER-ARQUIVO-SAIDACL
      ******************************************************************
       2430-LER-ARQUIVO-SAIDACL.
           INITIALIZE REG-SAIDACL REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES.
           READ SAIDACL INTO REG-SAIDACL.
           IF WS-FS-SAIDACL NOT EQUAL '00' AND
              WS-FS-SAIDACL NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO SAIDACL' TO WS-ERRO
              MOVE WS-FS-SAIDACL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-SAIDACL EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-SAIDA
                 MOVE SAIDACL-COD-SUBPRODUTO
                   TO WS-CHAVE-MOV-SUBPRODUTO
                 MOVE SAIDACL-COD-FILIAL TO WS-CHAVE-MOV-FILIAL
              END-IF
           END-IF.
       2430-END-PERFORM.
      ******************************************************************
      * 2440-DEFINIR-CHAVE-ATUAL
      ******************************************************************
       2440-DEFINIR-CHAVE-ATUAL.
           MOVE HIGH-VALUES TO WS-CHAVE-ATUAL.
           IF WS-FS-POSICANT NOT EQUAL '10'
              MOVE WS-CHAVE-ANT TO WS-CHAVE-ATUAL
           END-IF.
           IF WS-FS-POSICNOV NOT EQUAL '10' AND
              WS-CHAVE-NOV LESS WS-CHAVE-ATUAL
              MOVE WS-CHAVE-NOV TO WS-CHAVE-ATUAL
           END-IF.
           IF WS-FS-SAIDACL NOT EQUAL '10' AND
              WS-CHAVE-MOV LESS WS-CHAVE-ATUAL
              MOVE WS-CHAVE-MOV TO WS-CHAVE-ATUAL
           END-IF.
       2440-END-PERFORM.
      ******************************************************************
      * 2450-AVALIAR-POSICAO
      *
      * GATHERS ONE SUBPRODUTO/FILIAL. ON THE FIRST NIGHT OF THE MONTH
      * THE OPENING POSITION IS RECORDED AS 'AB'. THE DAY'S MOVEMENTS
      * ARE SUMMED BY TYPE: A RECEIPT ('E') AT THE COST IT WAS PRICED
      * AT, EVERY OTHER TYPE AT THE AVERAGE THE DAY STARTED WITH (OR AT
      * THE MOVEMENT'S COST WHEN THE POSITION HAD NO AVERAGE YET).
      * WHATEVER PART OF THE CHANGE IN STOCK VALUE THOSE FIGURES DO NOT
      * EXPLAIN - THE AVERAGE MOVING DURING THE DAY, TRANSFERS RECEIVED
      * AT THE SHIPMENT COST, ROUNDING - IS KEPT AS THE AVERAGE-COST
      * VARIATION, SO THE VALUES ROLL FORWARD TO POSICNOV TO THE CENT.
      ******************************************************************
       2450-AVALIAR-POSICAO.
           INITIALIZE WS-AREA-ATUAL.

           IF WS-FS-POSICANT NOT EQUAL '10' AND
              WS-CHAVE-ANT EQUAL WS-CHAVE-ATUAL
              MOVE POSICANT-COD-PRODUTO   TO WS-ATUAL-COD-PRODUTO
              MOVE POSICANT-SALDO-ATUAL   TO WS-ATUAL-SALDO-INICIAL
              MOVE POSICANT-VALOR-ESTOQUE TO WS-ATUAL-VALOR-INICIAL
              MOVE POSICANT-CUSTO-MEDIO   TO WS-ATUAL-CUSTO-INICIAL
              IF WS-SW-ABERTURA EQUAL 'N'
                 PERFORM 2460-GRAVAR-ABERTURA
              END-IF
              PERFORM 2410-LER-ARQUIVO-POSICANT
           END-IF.

           IF WS-FS-POSICNOV NOT EQUAL '10' AND
              WS-CHAVE-NOV EQUAL WS-CHAVE-ATUAL
              MOVE POSICNOV-COD-PRODUTO   TO WS-ATUAL-COD-PRODUTO
              MOVE POSICNOV-SALDO-ATUAL   TO WS-ATUAL-SALDO-FINAL
              MOVE POSICNOV-VALOR-ESTOQUE TO WS-ATUAL-VALOR-FINAL
              PERFORM 2420-LER-ARQUIVO-POSICNOV
           END-IF.

           PERFORM UNTIL WS-FS-SAIDACL EQUAL '10' OR
                         WS-CHAVE-MOV NOT EQUAL WS-CHAVE-ATUAL
                   PERFORM 2470-SOMAR-MOVIMENTO
                   PERFORM 2430-LER-ARQUIVO-SAIDACL
           END-PERFORM.

      * THE DAY'S MOVEMENTS MUST TAKE THE OPENING QUANTITY EXACTLY TO
      * THE CLOSING ONE; OTHERWISE THE FILES GIVEN ARE NOT THE SAME
      * DAY'S AND NOTHING CAN BE ACCUMULATED.
           COMPUTE WS-SALDO-CALCULADO = WS-ATUAL-SALDO-INICIAL
                 + WS-ATUAL-QTDE-ENTRADA + WS-ATUAL-QTDE-DEVOLUCAO
                 + WS-ATUAL-QTDE-RECEBIM - WS-ATUAL-QTDE-SAIDA
                 - WS-ATUAL-QTDE-REMESSA.
           IF WS-SALDO-CALCULADO NOT EQUAL WS-ATUAL-SALDO-FINAL
              DISPLAY '* POSICAO DIVERGENTE: ' WS-CHAVE-ATU-SUBPRODUTO
                      '/' WS-CHAVE-ATU-FILIAL
              MOVE 'POSICNOV NAO CONFERE COM A SAIDA DO DIA' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.

           COMPUTE WS-ATUAL-VAL-VARIACAO = WS-ATUAL-VALOR-FINAL
                 - WS-ATUAL-VALOR-INICIAL
                 - WS-ATUAL-VAL-ENTRADA - WS-ATUAL-VAL-DEVOLUCAO
                 - WS-ATUAL-VAL-RECEBIM + WS-ATUAL-VAL-SAIDA
                 + WS-ATUAL-VAL-REMESSA.

           IF WS-ATUAL-QTDE-ENTRADA NOT EQUAL ZEROES OR
              WS-ATUAL-QTDE-DEVOLUCAO NOT EQUAL ZEROES OR
              WS-ATUAL-QTDE-SAIDA NOT EQUAL ZEROES OR
              WS-ATUAL-QTDE-REMESSA NOT EQUAL ZEROES OR
              WS-ATUAL-QTDE-RECEBIM NOT EQUAL ZEROES OR
              WS-ATUAL-VAL-VARIACAO NOT EQUAL ZEROES
              PERFORM 2480-GRAVAR-MOVIMENTACAO
           END-IF.
       2450-END-PERFORM.
      ******************************************************************
      * 2460-GRAVAR-ABERTURA
      ******************************************************************
       2460-GRAVAR-ABERTURA.
           MOVE WS-DATA-MOVIMENTO       TO WS-AB-DATA.
           MOVE WS-CHAVE-ATU-SUBPRODUTO TO WS-AB-COD-SUBPRODUTO.
           MOVE WS-CHAVE-ATU-FILIAL     TO WS-AB-COD-FILIAL.
           MOVE WS-ATUAL-COD-PRODUTO    TO WS-AB-COD-PRODUTO.
           MOVE WS-ATUAL-SALDO-INICIAL  TO WS-AB-SALDO.
           MOVE WS-ATUAL-VALOR-INICIAL  TO WS-AB-VALOR.
           MOVE WS-ACU-AB TO REG-TRABACU.
           PERFORM 2950-GRAVAR-TRABACU.
           ADD 1 TO WS-QTDE-ABERTURAS.
       2460-END-PERFORM.
      ******************************************************************
      * 2470-SOMAR-MOVIMENTO
      ******************************************************************
       2470-SOMAR-MOVIMENTO.
           IF WS-ATUAL-COD-PRODUTO EQUAL ZEROES
              MOVE SAIDACL-COD-PRODUTO TO WS-ATUAL-COD-PRODUTO
           END-IF.
           IF WS-ATUAL-CUSTO-INICIAL EQUAL ZEROES
              MOVE SAIDACL-PRECO-CUSTO TO WS-CUSTO-BASE
           ELSE
              MOVE WS-ATUAL-CUSTO-INICIAL TO WS-CUSTO-BASE
           END-IF.

           EVALUATE SAIDACL-TIPO-MOVIMENTO
               WHEN 'E'
                    COMPUTE WS-VALOR-MOVIMENTO ROUNDED =
                            SAIDACL-QTDE-MOVIMENTO *
                            SAIDACL-PRECO-CUSTO
                    ADD SAIDACL-QTDE-MOVIMENTO
                     TO WS-ATUAL-QTDE-ENTRADA
                    ADD WS-VALOR-MOVIMENTO TO WS-ATUAL-VAL-ENTRADA
               WHEN 'S'
                    COMPUTE WS-VALOR-MOVIMENTO ROUNDED =
                            SAIDACL-QTDE-MOVIMENTO * WS-CUSTO-BASE
                    ADD SAIDACL-QTDE-MOVIMENTO TO WS-ATUAL-QTDE-SAIDA
                    ADD WS-VALOR-MOVIMENTO TO WS-ATUAL-VAL-SAIDA
               WHEN 'T'
                    COMPUTE WS-VALOR-MOVIMENTO ROUNDED =
                            SAIDACL-QTDE-MOVIMENTO * WS-CUSTO-BASE
                    ADD SAIDACL-QTDE-MOVIMENTO
                     TO WS-ATUAL-QTDE-REMESSA
                    ADD WS-VALOR-MOVIMENTO TO WS-ATUAL-VAL-REMESSA
               WHEN 'R'
                    COMPUTE WS-VALOR-MOVIMENTO ROUNDED =
                            SAIDACL-QTDE-MOVIMENTO * WS-CUSTO-BASE
                    ADD SAIDACL-QTDE-MOVIMENTO
                     TO WS-ATUAL-QTDE-RECEBIM
                    ADD WS-VALOR-MOVIMENTO TO WS-ATUAL-VAL-RECEBIM
      * ANY OTHER TYPE IS ADDED TO THE POSITION BY ATUPOSIC, AS A
      * RETURN IS.
               WHEN OTHER
                    COMPUTE WS-VALOR-MOVIMENTO ROUNDED =
                            SAIDACL-QTDE-MOVIMENTO * WS-CUSTO-BASE
                    ADD SAIDACL-QTDE-MOVIMENTO
                     TO WS-ATUAL-QTDE-DEVOLUCAO
                    ADD WS-VALOR-MOVIMENTO TO WS-ATUAL-VAL-DEVOLUCAO
           END-EVALUATE.
       2470-END-PERFORM.
      ******************************************************************
      * 2480-GRAVAR-MOVIMENTACAO
      ******************************************************************
       2480-GRAVAR-MOVIMENTACAO.
           MOVE WS-DATA-MOVIMENTO        TO WS-MV-DATA.
           MOVE WS-CHAVE-ATU-SUBPRODUTO  TO WS-MV-COD-SUBPRODUTO.
           MOVE WS-CHAVE-ATU-FILIAL      TO WS-MV-COD-FILIAL.
           MOVE WS-ATUAL-COD-PRODUTO     TO WS-MV-COD-PRODUTO.
           MOVE WS-ATUAL-QTDE-ENTRADA    TO WS-MV-QTDE-ENTRADA.
           MOVE WS-ATUAL-QTDE-DEVOLUCAO  TO WS-MV-QTDE-DEVOLUCAO.
           MOVE WS-ATUAL-QTDE-SAIDA      TO WS-MV-QTDE-SAIDA.
           MOVE WS-ATUAL-QTDE-REMESSA    TO WS-MV-QTDE-REMESSA.
           MOVE WS-ATUAL-QTDE-RECEBIM    TO WS-MV-QTDE-RECEBIM.
           MOVE WS-ATUAL-VAL-ENTRADA     TO WS-MV-VAL-ENTRADA.
           MOVE WS-ATUAL-VAL-DEVOLUCAO   TO WS-MV-VAL-DEVOLUCAO.
           MOVE WS-ATUAL-VAL-SAIDA       TO WS-MV-VAL-SAIDA.
           MOVE WS-ATUAL-VAL-REMESSA     TO WS-MV-VAL-REMESSA.
           MOVE WS-ATUAL-VAL-RECEBIM     TO WS-MV-VAL-RECEBIM.
           MOVE WS-ATUAL-VAL-VARIACAO    TO WS-MV-VAL-VARIACAO.
           MOVE WS-ACU-MV TO REG-TRABACU.
           PERFORM 2950-GRAVAR-TRABACU.
           ADD 1 TO WS-QTDE-MOVIMENTACOES.
       2480-END-PERFORM.
      ******************************************************************
      * 2500-GRAVAR-DIA
      ******************************************************************
       2500-GRAVAR-DIA.
           MOVE WS-DATA-MOVIMENTO      TO WS-DI-DATA.
           MOVE WS-RESULTADO-BALFIM    TO WS-DI-RESULTADO.
           MOVE WS-QTDE-LIDOS-SAIDA    TO WS-DI-QTDE-SAIDA.
           MOVE WS-QTDE-LIDOS-CONTABIL TO WS-DI-QTDE-CONTABIL.
           MOVE WS-QTDE-LIDOS-POSICNOV TO WS-DI-QTDE-POSICOES.
           MOVE WS-ACU-DI TO REG-TRABACU.
           PERFORM 2950-GRAVAR-TRABACU.
       2500-END-PERFORM.
      ******************************************************************
      * 2600-GERAR-NOVA-GERACAO
      *
      * COPIES THE ACCUMULATOR RECORDS FROM TRABACU TO ACUMNOV, NOW
      * BRACKETED BY HD/TR CONTROL RECORDS CARRYING THE FINAL COUNT,
      * THE MONTH AND THE SITUATION 'A' (OPEN).
      ******************************************************************
       2600-GERAR-NOVA-GERACAO.
           CLOSE TRABACU.
           OPEN INPUT TRABACU.
           IF WS-FS-TRABACU NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABACU' TO WS-ERRO
              MOVE WS-FS-TRABACU TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT ACUMNOV.
           IF WS-FS-ACUMNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO ACUMNOV' TO WS-ERRO
              MOVE WS-FS-ACUMNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-ACUMNOV-CTL.
           MOVE 'HD' TO ACUMNOV-CTL-TIPO.
           MOVE WS-QTDE-GRAVADOS TO ACUMNOV-CTL-QTDE.
           MOVE WS-MES-MOVIMENTO TO ACUMNOV-CTL-MES.
           MOVE 'A' TO ACUMNOV-CTL-SITUACAO.
           MOVE ZEROES TO ACUMNOV-CTL-DATA-FECHAM.
           PERFORM 2650-GRAVAR-ACUMNOV.

           PERFORM 2620-LER-TRABACU.
           PERFORM UNTIL WS-FS-TRABACU EQUAL '10'
                   MOVE REG-TRABACU TO REG-ACUMNOV
                   PERFORM 2650-GRAVAR-ACUMNOV
                   PERFORM 2620-LER-TRABACU
           END-PERFORM.

           MOVE SPACES TO REG-ACUMNOV-CTL.
           MOVE 'TR' TO ACUMNOV-CTL-TIPO.
           MOVE WS-QTDE-GRAVADOS TO ACUMNOV-CTL-QTDE.
           MOVE WS-MES-MOVIMENTO TO ACUMNOV-CTL-MES.
           MOVE 'A' TO ACUMNOV-CTL-SITUACAO.
           MOVE ZEROES TO ACUMNOV-CTL-DATA-FECHAM.
           PERFORM 2650-GRAVAR-ACUMNOV.

           CLOSE TRABACU ACUMNOV.
       2600-END-PERFORM.
      ******************************************************************
      * 2620-LER-TRABACU
      ******************************************************************
       2620-LER-TRABACU.
           MOVE SPACES TO REG-TRABACU.
           READ TRABACU.
           IF WS-FS-TRABACU NOT EQUAL '00' AND
              WS-FS-TRABACU NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO TRABACU' TO WS-ERRO
              MOVE WS-FS-TRABACU TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2620-END-PERFORM.
      ******************************************************************
      * 2650-GRAVAR-ACUMNOV
      ******************************************************************
       2650-GRAVAR-ACUMNOV.
           WRITE REG-ACUMNOV.
           IF WS-FS-ACUMNOV NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO ACUMNOV' TO WS-ERRO
              MOVE WS-FS-ACUMNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2650-END-PERFORM.
      ******************************************************************
      * 2950-GRAVAR-TRABACU
      ******************************************************************
       2950-GRAVAR-TRABACU.
           WRITE REG-TRABACU.
           IF WS-FS-TRABACU NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABACU' TO WS-ERRO
              MOVE WS-FS-TRABACU TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              ADD 1 TO WS-QTDE-GRAVADOS
           END-IF.
       2950-END-PERFORM.
      ******************************************************************
      * 3000-FINALIZAR
      ******************************************************************
       3000-FINALIZAR.
           CLOSE SAIDACL POSICANT POSICNOV.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*               PROGRAMA ACUMMES                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* DATA ACUMULADA ' WS-DATA-MOVIMENTO
           DISPLAY '* RESULTADO DO BALFIM ' WS-RESULTADO-BALFIM
           DISPLAY '* QTDE DE REGS MANTIDOS ' WS-QTDE-MANTIDOS
           DISPLAY '* QTDE DE REGS SUBSTITUIDOS ' WS-QTDE-SUBSTITUIDOS
           DISPLAY '* QTDE DE POSICOES DE ABERTURA ' WS-QTDE-ABERTURAS
           DISPLAY '* QTDE DE MOVIMENTOS LIDOS ' WS-QTDE-LIDOS-SAIDA
           DISPLAY '* QTDE DE POSICOES MOVIMENTADAS '
                   WS-QTDE-MOVIMENTACOES
           DISPLAY '* QTDE DE PRODUTOS NO CONTABIL '
                   WS-QTDE-PRODUTOS-CT
           DISPLAY '* QTDE DE REGS GRAVADOS ' WS-QTDE-GRAVADOS
      * A DAY WHOSE BALFIM DID NOT APPROVE THE CHAIN IS STILL
      * ACCUMULATED - THE CLOSE LISTS IT - BUT ENDS WITH RETURN-CODE 4
      * SO OPERATIONS SEES IT THE SAME NIGHT.
           IF WS-RESULTADO-BALFIM NOT EQUAL 'A'
              MOVE 04 TO RETURN-CODE
           END-IF.
           STOP RUN.
       3000-END-PERFORM.
      ******************************************************************
      * 4000-ERRO
      *****************************************************************
       4000-ERRO.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*               PROGRAMA ACUMMES                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
