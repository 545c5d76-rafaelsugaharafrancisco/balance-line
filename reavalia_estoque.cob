      ******************************************************************
      * Author: Rafael
      * Date: 2026-10-15
      * Purpose: reavaliar o estoque dos subprodutos cujo custo vigente
      *          no PRECOS mudou desde o processamento anterior e
      *          lancar a reavaliacao no CONTABIL por produto
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REAVEST.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      * CONTABIL IS THE DAY'S LEDGER INTERFACE AS BALANCELINE WROTE IT.
      * IT IS NOT CHANGED IN PLACE: THE RUN WRITES CONTNOV, THE SAME
      * RECORDS PLUS THE 'RV' REVALUATION RECORDS, UNDER A NEW TRAILER.
           SELECT CONTABIL ASSIGN TO DYNAMIC WS-CAMINHO-CONTABIL
           FILE STATUS IS WS-FS-CONTABIL
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTNOV ASSIGN TO DYNAMIC WS-CAMINHO-CONTNOV
           FILE STATUS IS WS-FS-CONTNOV
           ORGANIZATION IS LINE SEQUENTIAL.

      * PRECOS GIVES THE COST IN EFFECT ON THE PROCESSING DATE.
           SELECT PRECOS ASSIGN TO DYNAMIC WS-CAMINHO-PRECOS
           FILE STATUS IS WS-FS-PRECOS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSICNOV ASSIGN TO DYNAMIC WS-CAMINHO-POSICNOV
           FILE STATUS IS WS-FS-POSICNOV
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUTOS ASSIGN TO DYNAMIC WS-CAMINHO-PRODUTOS
           FILE STATUS IS WS-FS-PRODUTOS
           ORGANIZATION IS LINE SEQUENTIAL.

      * CUSTOANT/CUSTONOV ARE THE GENERATIONS OF THE COST BASE: THE
      * COST OF EVERY SUBPRODUTO AS LAST REVALUED. CUSTOANT IS OPTIONAL:
      * THE VERY FIRST RUN FINDS NONE, REVALUES NOTHING AND ONLY LAYS
      * DOWN THE BASE FOR THE NEXT PROCESSING DATE.
           SELECT OPTIONAL CUSTOANT
           ASSIGN TO DYNAMIC WS-CAMINHO-CUSTOANT
           FILE STATUS IS WS-FS-CUSTOANT
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTONOV ASSIGN TO DYNAMIC WS-CAMINHO-CUSTONOV
           FILE STATUS IS WS-FS-CUSTONOV
           ORGANIZATION IS LINE SEQUENTIAL.

      * TRABREA COLLECTS ONE REVALUATION PER SUBPRODUTO/FILIAL, AND
      * ORDREA/CLASSREA PUT THEM INTO PRODUTO ORDER FOR REAVAL AND THE
      * PRINTED REPORT.
           SELECT TRABREA ASSIGN TO DYNAMIC WS-CAMINHO-TRABREA
           FILE STATUS IS WS-FS-TRABREA
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDREA ASSIGN TO DYNAMIC WS-CAMINHO-ORDREA.

           SELECT CLASSREA ASSIGN TO DYNAMIC WS-CAMINHO-CLASSREA
           FILE STATUS IS WS-FS-CLASSREA
           ORGANIZATION IS LINE SEQUENTIAL.

      * REAVAL IS THE DETAIL BEHIND THE 'RV' RECORDS; BALFIM PROVES THE
      * LEDGER AGAINST IT.
           SELECT REAVAL ASSIGN TO DYNAMIC WS-CAMINHO-REAVAL
           FILE STATUS IS WS-FS-REAVAL
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELREAV ASSIGN TO DYNAMIC WS-CAMINHO-RELREAV
           FILE STATUS IS WS-FS-RELREAV
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * 'RV' RECORDS BOOK THE REVALUATION OF ONE PRODUTO: VAL-CUSTO IS
      * THE ABSOLUTE VALUE, VAL-VENDA ZERO AND MARGEM THE SIGNED RESULT
      * (POSITIVE A GAIN, NEGATIVE A LOSS), SO THE HASH TOTAL OF THE
      * FILE (VAL-CUSTO + VAL-VENDA) TAKES THEM IN LIKE ANY OTHER.
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

       FD CONTNOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 059 CHARACTERS.
       01 REG-CONTNOV.
           05 CONTNOV-TIPO-REG         PIC X(02).
           05 CONTNOV-COD-PRODUTO      PIC 9(03).
           05 CONTNOV-CONTA-CONTABIL   PIC 9(08).
           05 CONTNOV-VAL-CUSTO        PIC 9(13)V99.
           05 CONTNOV-VAL-VENDA        PIC 9(13)V99.
           05 CONTNOV-MARGEM           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
       01 REG-CONTNOV-CTL.
           05 CONTNOV-CTL-TIPO         PIC X(02).
           05 CONTNOV-CTL-DATA         PIC 9(08).
           05 CONTNOV-CTL-QTDE         PIC 9(07).
           05 CONTNOV-CTL-HASH         PIC 9(15)V99.
           05 FILLER                   PIC X(25).

       FD PRECOS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 026 CHARACTERS.
       01 REG-PRECOS.
           05 PRECOS-COD-SUBPRODUTO    PIC 9(04).
           05 PRECOS-DATA-VIGENCIA     PIC 9(08).
           05 PRECOS-PRECO-CUSTO       PIC 9(05)V99.
           05 PRECOS-PRECO-VENDA       PIC 9(05)V99.
       01 REG-PRECOS-CTL.
           05 PRECOS-CTL-TIPO          PIC X(02).
           05 PRECOS-CTL-QTDE          PIC 9(07).
           05 FILLER                   PIC X(17).

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

      * ONE ROW PER SUBPRODUTO, ASCENDING. CUSTO-VIGENTE IS THE COST
      * THE STOCK IS CARRIED AT AFTER THE RUN OF THE HD DATE;
      * CUSTO-ANTERIOR (WITH SW-ANTERIOR 'S' WHEN THERE WAS ONE) IS THE
      * COST IT WAS CARRIED AT BEFORE THAT RUN, SO A SECOND RUN OF THE
      * SAME DATE REVALUES FROM THE SAME STARTING POINT.
       FD CUSTOANT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 020 CHARACTERS.
       01 REG-CUSTOANT.
           05 CUSTOANT-COD-SUBPRODUTO  PIC 9(04).
           05 CUSTOANT-SW-ANTERIOR     PIC X(01).
           05 CUSTOANT-CUSTO-ANTERIOR  PIC 9(05)V99.
           05 CUSTOANT-CUSTO-VIGENTE   PIC 9(05)V99.
           05 FILLER                   PIC X(01).
       01 REG-CUSTOANT-CTL.
           05 CUSTOANT-CTL-TIPO        PIC X(02).
           05 CUSTOANT-CTL-QTDE        PIC 9(07).
           05 CUSTOANT-CTL-DATA        PIC 9(08).
           05 FILLER                   PIC X(03).

       FD CUSTONOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 020 CHARACTERS.
       01 REG-CUSTONOV.
           05 CUSTONOV-COD-SUBPRODUTO  PIC 9(04).
           05 CUSTONOV-SW-ANTERIOR     PIC X(01).
           05 CUSTONOV-CUSTO-ANTERIOR  PIC 9(05)V99.
           05 CUSTONOV-CUSTO-VIGENTE   PIC 9(05)V99.
           05 FILLER                   PIC X(01).
       01 REG-CUSTONOV-CTL.
           05 CUSTONOV-CTL-TIPO        PIC X(02).
           05 CUSTONOV-CTL-QTDE        PIC 9(07).
           05 CUSTONOV-CTL-DATA        PIC 9(08).
           05 FILLER                   PIC X(03).

      * QTDE-ESTOQUE IS THE OPENING BALANCE OF THE DAY, THE STOCK THAT
      * WAS STILL CARRIED AT THE OLD COST; VALOR-REAVALIACAO IS THAT
      * QUANTITY TIMES (CUSTO-NOVO - CUSTO-ANTERIOR).
       FD TRABREA.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 060 CHARACTERS.
       01 REG-TRABREA.
           05 TRABREA-COD-PRODUTO      PIC 9(03).
           05 TRABREA-COD-SUBPRODUTO   PIC 9(04).
           05 TRABREA-COD-FILIAL       PIC 9(02).
           05 TRABREA-QTDE-ESTOQUE     PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 TRABREA-CUSTO-ANTERIOR   PIC 9(05)V99.
           05 TRABREA-CUSTO-NOVO       PIC 9(05)V99.
           05 TRABREA-VALOR-REAVAL     PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 TRABREA-CONTA-CONTABIL   PIC 9(08).
           05 FILLER                   PIC X(03).

       SD ORDREA.
       01 REG-ORDREA.
           05 ORDREA-COD-PRODUTO       PIC 9(03).
           05 ORDREA-COD-SUBPRODUTO    PIC 9(04).
           05 ORDREA-COD-FILIAL        PIC 9(02).
           05 FILLER                   PIC X(51).

       FD CLASSREA.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 060 CHARACTERS.
       01 REG-CLASSREA.
           05 CLASSREA-COD-PRODUTO     PIC 9(03).
           05 CLASSREA-COD-SUBPRODUTO  PIC 9(04).
           05 CLASSREA-COD-FILIAL      PIC 9(02).
           05 CLASSREA-QTDE-ESTOQUE    PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 CLASSREA-CUSTO-ANTERIOR  PIC 9(05)V99.
           05 CLASSREA-CUSTO-NOVO      PIC 9(05)V99.
           05 CLASSREA-VALOR-REAVAL    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 CLASSREA-CONTA-CONTABIL  PIC 9(08).
           05 FILLER                   PIC X(03).

      * THE HD/TR OF REAVAL CARRY THE PROCESSING DATE, THE RECORD COUNT
      * AND A HASH TOTAL OF THE ABSOLUTE REVALUATION VALUES.
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

       FD RELREAV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 080 CHARACTERS.
       01 REG-RELREAV                  PIC X(80).

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FS-CONTABIL               PIC X(02) VALUE SPACES.
       01 WS-FS-CONTNOV                PIC X(02) VALUE SPACES.
       01 WS-FS-PRECOS                 PIC X(02) VALUE SPACES.
       01 WS-FS-POSICNOV               PIC X(02) VALUE SPACES.
       01 WS-FS-PRODUTOS               PIC X(02) VALUE SPACES.
       01 WS-FS-CUSTOANT               PIC X(02) VALUE SPACES.
       01 WS-FS-CUSTONOV               PIC X(02) VALUE SPACES.
       01 WS-FS-TRABREA                PIC X(02) VALUE SPACES.
       01 WS-FS-CLASSREA               PIC X(02) VALUE SPACES.
       01 WS-FS-REAVAL                 PIC X(02) VALUE SPACES.
       01 WS-FS-RELREAV                PIC X(02) VALUE SPACES.
       01 WS-ERRO                      PIC X(40) VALUE SPACES.
       01 WS-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-CAMINHO-CONTABIL          PIC X(100) VALUE 'CONTABIL.DAT'.
       01 WS-CAMINHO-CONTNOV           PIC X(100) VALUE 'CONTNOV.DAT'.
       01 WS-CAMINHO-PRECOS            PIC X(100) VALUE 'PRECOS.DAT'.
       01 WS-CAMINHO-POSICNOV          PIC X(100) VALUE 'POSICNOV.DAT'.
       01 WS-CAMINHO-PRODUTOS          PIC X(100) VALUE 'PRODUTOS.DAT'.
       01 WS-CAMINHO-CUSTOANT          PIC X(100) VALUE 'CUSTOANT.DAT'.
       01 WS-CAMINHO-CUSTONOV          PIC X(100) VALUE 'CUSTONOV.DAT'.
       01 WS-CAMINHO-TRABREA           PIC X(100) VALUE 'TRABREA.DAT'.
       01 WS-CAMINHO-ORDREA            PIC X(100) VALUE 'ORDREA.TMP'.
       01 WS-CAMINHO-CLASSREA          PIC X(100) VALUE 'CLASSREA.DAT'.
       01 WS-CAMINHO-REAVAL            PIC X(100) VALUE 'REAVAL.DAT'.
       01 WS-CAMINHO-RELREAV           PIC X(100) VALUE 'RELREAV.DAT'.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
      * THE PROCESSING DATE IS THE ONE IN THE CONTABIL HEADER, SO THE
      * REVALUATION IS DATED LIKE THE LEDGER IT IS POSTED TO.
       01 WS-DATA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
      * DATE OF THE COST BASE READ FROM CUSTOANT; 'N' IN
      * WS-SW-BASE-PRESENTE WHEN THERE WAS NONE.
       01 WS-DATA-BASE                 PIC 9(08) VALUE ZEROES.
       01 WS-SW-BASE-PRESENTE          PIC X(01) VALUE 'N'.
       01 WS-QTDE-LIDOS-CONTABIL       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-CONTABIL     PIC 9(07) VALUE ZEROES.
       01 WS-HASH-CONTABIL             PIC 9(15)V99 VALUE ZEROES.
       01 WS-HASH-TRAILER-CONTABIL     PIC 9(15)V99 VALUE ZEROES.
       01 WS-QTDE-LIDOS-PRECOS         PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PRECOS      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-PRECOS       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-POSICNOV       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-POSICNOV    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-POSICNOV     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-PRODUTOS       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PRODUTOS    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-PRODUTOS     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-CUSTOANT       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-CUSTOANT    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-CUSTOANT     PIC 9(07) VALUE ZEROES.
       01 WS-CHAVE-ANT-PRODUTOS        PIC 9(03) VALUE ZEROES.
       01 WS-CHAVE-ANT-CUSTOANT        PIC 9(04) VALUE ZEROES.
       01 WS-QTDE-CONTNOV              PIC 9(07) VALUE ZEROES.
       01 WS-HASH-CONTNOV              PIC 9(15)V99 VALUE ZEROES.
       01 WS-QTDE-RV-SUBSTITUIDOS      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-RV-GRAVADOS          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ALTERADOS            PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SEM-ESTOQUE          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-REAVALIADOS          PIC 9(07) VALUE ZEROES.
       01 WS-HASH-REAVAL               PIC 9(15)V99 VALUE ZEROES.
       01 WS-QTDE-CUSTOS               PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SEM-PRODUTO          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SECAO                PIC 9(07) VALUE ZEROES.
      * WS-CUS-TAB HOLDS, PER SUBPRODUTO (ADDRESSED DIRECTLY BY THE
      * 4-DIGIT CODE), THE COST THE STOCK IS CARRIED AT (BASE), THE
      * COST IN EFFECT ON THE PROCESSING DATE (VIGENTE) AND WHETHER
      * THE TWO DIFFER.
       01 WS-SUB-IDX                   PIC 9(05) VALUE ZEROES.
       01 WS-CUS-TAB.
           05 WS-CUS-ITEM              OCCURS 9999 TIMES.
               10 WS-CUS-SW-BASE       PIC X(01) VALUE 'N'.
               10 WS-CUS-BASE          PIC 9(05)V99 VALUE ZEROES.
               10 WS-CUS-SW-VIGENTE    PIC X(01) VALUE 'N'.
               10 WS-CUS-VIGENTE       PIC 9(05)V99 VALUE ZEROES.
               10 WS-CUS-SW-ALTERADO   PIC X(01) VALUE 'N'.
               10 WS-CUS-SW-ESTOQUE    PIC X(01) VALUE 'N'.
      * WS-PROD-TAB HOLDS THE PRODUTOS DESCRIPTION AND GL ACCOUNT,
      * ADDRESSED DIRECTLY BY THE 3-DIGIT CODE.
       01 WS-PROD-IDX                  PIC 9(04) VALUE ZEROES.
       01 WS-PROD-TAB.
           05 WS-PROD-ITEM             OCCURS 999 TIMES.
               10 WS-PROD-TAB-ATIVO    PIC X(01) VALUE 'N'.
               10 WS-PROD-TAB-DESC     PIC X(20) VALUE SPACES.
               10 WS-PROD-TAB-CONTA    PIC 9(08) VALUE ZEROES.
      * WS-RV-TAB GATHERS THE NET REVALUATION OF EACH PRODUTO, WHICH
      * BECOMES ITS 'RV' RECORD.
       01 WS-RV-TAB.
           05 WS-RV-ITEM               OCCURS 999 TIMES.
               10 WS-RV-ATIVO          PIC X(01) VALUE 'N'.
               10 WS-RV-VALOR          PIC S9(13)V99 VALUE ZEROES.
      * WORK FIELDS OF THE REVALUATION.
       01 WS-DIFERENCA-CUSTO           PIC S9(05)V99 VALUE ZEROES.
       01 WS-VALOR-REAVALIACAO         PIC S9(13)V99 VALUE ZEROES.
       01 WS-VALOR-ABSOLUTO            PIC 9(13)V99 VALUE ZEROES.
      * CONTROL-BREAK KEY AND ACCUMULATORS OF THE REPORT.
       01 WS-PRODUTO-ATUAL             PIC 9(03) VALUE ZEROES.
       01 WS-VALOR-PRODUTO             PIC S9(15)V99 VALUE ZEROES.
       01 WS-TOTAL-GANHOS              PIC S9(15)V99 VALUE ZEROES.
       01 WS-TOTAL-PERDAS              PIC S9(15)V99 VALUE ZEROES.
       01 WS-TOTAL-LIQUIDO             PIC S9(15)V99 VALUE ZEROES.
      * REPORT LINE LAYOUTS.
       01 WS-REL-CABECALHO.
           05 FILLER                   PIC X(26)
              VALUE 'REAVALIACAO DE ESTOQUE EM '.
           05 WS-REL-CAB-DATA          PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(21)
              VALUE ' - BASE DE CUSTOS DE '.
           05 WS-REL-CAB-DATA-BASE     PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(17) VALUE SPACES.
       01 WS-REL-SEM-BASE.
           05 FILLER                   PIC X(43)
              VALUE 'SEM BASE DE CUSTOS ANTERIOR: NENHUM SUBPROD'.
           05 FILLER                   PIC X(37)
              VALUE 'UTO REAVALIADO NESTA DATA'.
       01 WS-REL-TITULO-SECAO.
           05 WS-REL-TIT-SECAO         PIC X(50) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE SPACES.
       01 WS-REL-COL-REAVALIACAO.
           05 FILLER                   PIC X(13)
              VALUE 'PRD SUBP FL  '.
           05 FILLER                   PIC X(10) VALUE 'CUSTO ANT '.
           05 FILLER                   PIC X(10) VALUE 'CUSTO NOVO'.
           05 FILLER                   PIC X(12) VALUE '  QTDE ESTQ '.
           05 FILLER                   PIC X(17)
              VALUE '      GANHO/PERDA'.
           05 FILLER                   PIC X(18) VALUE SPACES.
       01 WS-REL-REAVALIACAO.
           05 WS-REL-REA-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-REA-SUBPRODUTO    PIC 9(04) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-REA-FILIAL        PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-REA-CUSTO-ANT     PIC ZZZZ9,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-REA-CUSTO-NOVO    PIC ZZZZ9,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-REA-QTDE          PIC ---------9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-REA-VALOR         PIC -------------9,99.
           05 FILLER                   PIC X(18) VALUE SPACES.
       01 WS-REL-SUBTOTAL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14)
              VALUE 'TOTAL PRODUTO '.
           05 WS-REL-SUB-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUB-DESC          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-REL-SUB-VALOR         PIC -------------9,99.
           05 WS-REL-SUB-MARCA         PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'CONTA '.
           05 WS-REL-SUB-CONTA         PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(02) VALUE SPACES.
       01 WS-REL-COL-SEM-ESTOQUE.
           05 FILLER                   PIC X(06) VALUE 'SUBP  '.
           05 FILLER                   PIC X(10) VALUE 'CUSTO ANT '.
           05 FILLER                   PIC X(10) VALUE 'CUSTO NOVO'.
           05 FILLER                   PIC X(54) VALUE SPACES.
       01 WS-REL-SEM-ESTOQUE.
           05 WS-REL-SES-SUBPRODUTO    PIC 9(04) VALUE ZEROES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-SES-CUSTO-ANT     PIC ZZZZ9,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-SES-CUSTO-NOVO    PIC ZZZZ9,99.
           05 FILLER                   PIC X(56) VALUE SPACES.
       01 WS-REL-TOTAL.
           05 WS-REL-TOT-TITULO        PIC X(30) VALUE SPACES.
           05 WS-REL-TOT-QTDE          PIC 9(07) VALUE ZEROES.
           05 FILLER                   PIC X(43) VALUE SPACES.
       01 WS-REL-TOTAL-VALOR.
           05 WS-REL-TV-TITULO         PIC X(30) VALUE SPACES.
           05 WS-REL-TV-VALOR          PIC -------------9,99.
           05 FILLER                   PIC X(33) VALUE SPACES.

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

           PERFORM 1200-VERIFICAR-CONTABIL.
           PERFORM 1300-CARREGAR-PRODUTOS.
           PERFORM 1400-CARREGAR-BASE.
           PERFORM 1500-CARREGAR-PRECOS.

           OPEN OUTPUT TRABREA.
           IF WS-FS-TRABREA NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABREA' TO WS-ERRO
              MOVE WS-FS-TRABREA TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT RELREAV.
           IF WS-FS-RELREAV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO RELREAV' TO WS-ERRO
              MOVE WS-FS-RELREAV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           MOVE WS-DATA-BASE TO WS-REL-CAB-DATA-BASE.
           MOVE WS-REL-CABECALHO TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           IF WS-SW-BASE-PRESENTE NOT EQUAL 'S'
              MOVE WS-REL-SEM-BASE TO REG-RELREAV
              PERFORM 2900-GRAVAR-RELREAV
           END-IF.
       1000-END-PERFORM.
      ******************************************************************
      * 1100-OBTER-PARAMETROS
      ******************************************************************
       1100-OBTER-PARAMETROS.
           DISPLAY 'REAVEST_CONTABIL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CONTABIL
           END-IF.

           DISPLAY 'REAVEST_CONTNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CONTNOV
           END-IF.

           DISPLAY 'REAVEST_PRECOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PRECOS
           END-IF.

           DISPLAY 'REAVEST_POSICNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-POSICNOV
           END-IF.

           DISPLAY 'REAVEST_PRODUTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PRODUTOS
           END-IF.

           DISPLAY 'REAVEST_CUSTOANT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CUSTOANT
           END-IF.

           DISPLAY 'REAVEST_CUSTONOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CUSTONOV
           END-IF.

           DISPLAY 'REAVEST_TRABREA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRABREA
           END-IF.

           DISPLAY 'REAVEST_ORDREA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ORDREA
           END-IF.

           DISPLAY 'REAVEST_CLASSREA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CLASSREA
           END-IF.

           DISPLAY 'REAVEST_REAVAL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-REAVAL
           END-IF.

           DISPLAY 'REAVEST_RELREAV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RELREAV
           END-IF.
       1100-END-PERFORM.
      ******************************************************************
      * 1200-VERIFICAR-CONTABIL
      *
      * PROVES THE DAY'S CONTABIL AGAINST ITS TRAILER BEFORE ANYTHING IS
      * POSTED TO IT, AND TAKES THE PROCESSING DATE FROM ITS HEADER.
      ******************************************************************
       1200-VERIFICAR-CONTABIL.
           OPEN INPUT CONTABIL.
           IF WS-FS-CONTABIL NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CONTABIL' TO WS-ERRO
              MOVE WS-FS-CONTABIL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

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
           MOVE CONTABIL-CTL-DATA TO WS-DATA-PROCESSAMENTO.

           PERFORM 1250-LER-ARQUIVO-CONTABIL.
           PERFORM UNTIL WS-FS-CONTABIL EQUAL '10'
                   PERFORM 1250-LER-ARQUIVO-CONTABIL
           END-PERFORM.
           CLOSE CONTABIL.
       1200-END-PERFORM.
      ******************************************************************
      * 1250-LER-ARQUIVO-CONTABIL
      ******************************************************************
       1250-LER-ARQUIVO-CONTABIL.
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
                    PERFORM 1700-RECONCILIAR-CONTABIL
                 ELSE
                    ADD CONTABIL-VAL-CUSTO TO WS-HASH-CONTABIL
                    ADD CONTABIL-VAL-VENDA TO WS-HASH-CONTABIL
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1700-RECONCILIAR-CONTABIL CATCH IT.
                 PERFORM 1700-RECONCILIAR-CONTABIL
              END-IF
           END-IF.
       1250-END-PERFORM.
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
                   MOVE PRODUTOS-CONTA-CONTABIL TO
                        WS-PROD-TAB-CONTA(PRODUTOS-COD-PRODUTO)
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
                    PERFORM 1710-RECONCILIAR-PRODUTOS
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
      * MASTER WAS TRUNCATED. LET 1710-RECONCILIAR-PRODUTOS CATCH IT.
                 PERFORM 1710-RECONCILIAR-PRODUTOS
              END-IF
           END-IF.
       1350-END-PERFORM.
      ******************************************************************
      * 1400-CARREGAR-BASE
      *
      * THE COST BASE IS THE CUSTOANT GENERATION. WRITTEN BY AN EARLIER
      * PROCESSING DATE, ITS CUSTO-VIGENTE IS WHAT THE STOCK IS CARRIED
      * AT NOW; WRITTEN BY AN EARLIER RUN OF THIS SAME DATE (A RERUN),
      * THE STARTING POINT IS ITS CUSTO-ANTERIOR, SO THE DAY IS NOT
      * REVALUED TWICE. A BASE DATED AFTER THE LEDGER IS REFUSED.
      ******************************************************************
       1400-CARREGAR-BASE.
           OPEN INPUT CUSTOANT.
           IF WS-FS-CUSTOANT EQUAL '05'
      * THE OPTIONAL FILE DID NOT EXIST: FIRST RUN, NOTHING TO COMPARE.
              CLOSE CUSTOANT
           ELSE
              IF WS-FS-CUSTOANT NOT EQUAL '00'
                 MOVE 'ABERTURA DO ARQUIVO CUSTOANT' TO WS-ERRO
                 MOVE WS-FS-CUSTOANT TO WS-FILE-STATUS
                 PERFORM 4000-ERRO
              END-IF
              READ CUSTOANT INTO REG-CUSTOANT
              IF WS-FS-CUSTOANT EQUAL '10'
                 CLOSE CUSTOANT
              ELSE
                 PERFORM 1410-VALIDAR-BASE
                 PERFORM 1450-LER-ARQUIVO-CUSTOANT
                 PERFORM UNTIL WS-FS-CUSTOANT EQUAL '10'
                         PERFORM 1420-GUARDAR-BASE
                         PERFORM 1450-LER-ARQUIVO-CUSTOANT
                 END-PERFORM
                 CLOSE CUSTOANT
                 MOVE 'S' TO WS-SW-BASE-PRESENTE
              END-IF
           END-IF.
       1400-END-PERFORM.
      ******************************************************************
      * 1410-VALIDAR-BASE
      ******************************************************************
       1410-VALIDAR-BASE.
           IF WS-FS-CUSTOANT NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO CUSTOANT' TO WS-ERRO
              MOVE WS-FS-CUSTOANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF CUSTOANT-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO CUSTOANT AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           IF CUSTOANT-CTL-DATA NOT NUMERIC OR
              CUSTOANT-CTL-DATA EQUAL ZEROES
              MOVE 'DATA DO CABECALHO CUSTOANT INVALIDA' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           IF CUSTOANT-CTL-DATA GREATER WS-DATA-PROCESSAMENTO
              MOVE 'BASE DE CUSTOS POSTERIOR AO CONTABIL' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE CUSTOANT-CTL-DATA TO WS-DATA-BASE.
           MOVE CUSTOANT-CTL-QTDE TO WS-QTDE-ESPERADO-CUSTOANT.
       1410-END-PERFORM.
      ******************************************************************
      * 1420-GUARDAR-BASE
      ******************************************************************
       1420-GUARDAR-BASE.
           MOVE CUSTOANT-COD-SUBPRODUTO TO WS-SUB-IDX.
           IF WS-DATA-BASE EQUAL WS-DATA-PROCESSAMENTO
              IF CUSTOANT-SW-ANTERIOR EQUAL 'S'
                 MOVE 'S' TO WS-CUS-SW-BASE(WS-SUB-IDX)
                 MOVE CUSTOANT-CUSTO-ANTERIOR
                   TO WS-CUS-BASE(WS-SUB-IDX)
              END-IF
           ELSE
              MOVE 'S' TO WS-CUS-SW-BASE(WS-SUB-IDX)
              MOVE CUSTOANT-CUSTO-VIGENTE TO WS-CUS-BASE(WS-SUB-IDX)
           END-IF.
       1420-END-PERFORM.
      ******************************************************************
      * 1450-LER-ARQUIVO-CUSTOANT
      ******************************************************************
       1450-LER-ARQUIVO-CUSTOANT.
           INITIALIZE REG-CUSTOANT REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES.
           READ CUSTOANT INTO REG-CUSTOANT.
           IF WS-FS-CUSTOANT NOT EQUAL '00' AND
              WS-FS-CUSTOANT NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO CUSTOANT' TO WS-ERRO
              MOVE WS-FS-CUSTOANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-CUSTOANT EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-CUSTOANT
                 IF CUSTOANT-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-CUSTOANT
                    MOVE CUSTOANT-CTL-QTDE TO WS-QTDE-TRAILER-CUSTOANT
                    MOVE '10' TO WS-FS-CUSTOANT
                    PERFORM 1720-RECONCILIAR-CUSTOANT
                 ELSE
                    IF CUSTOANT-COD-SUBPRODUTO NOT NUMERIC OR
                       CUSTOANT-COD-SUBPRODUTO EQUAL ZEROES OR
                       CUSTOANT-COD-SUBPRODUTO NOT GREATER
                       WS-CHAVE-ANT-CUSTOANT
                       MOVE 'CUSTOANT FORA DE SEQUENCIA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    ELSE
                       MOVE CUSTOANT-COD-SUBPRODUTO
                         TO WS-CHAVE-ANT-CUSTOANT
                    END-IF
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1720-RECONCILIAR-CUSTOANT CATCH IT.
                 PERFORM 1720-RECONCILIAR-CUSTOANT
              END-IF
           END-IF.
       1450-END-PERFORM.
      ******************************************************************
      * 1500-CARREGAR-PRECOS
      *
      * PRECOS KEEPS THE HISTORY OF EVERY SUBPRODUTO IN VIGENCIA ORDER;
      * THE COST IN EFFECT IS THAT OF THE LAST ROW WHOSE VIGENCIA IS NOT
      * AFTER THE PROCESSING DATE.
      ******************************************************************
       1500-CARREGAR-PRECOS.
           OPEN INPUT PRECOS.
           IF WS-FS-PRECOS NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO PRECOS' TO WS-ERRO
              MOVE WS-FS-PRECOS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           READ PRECOS INTO REG-PRECOS.
           IF WS-FS-PRECOS NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO PRECOS' TO WS-ERRO
              MOVE WS-FS-PRECOS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF PRECOS-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO PRECOS AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE PRECOS-CTL-QTDE TO WS-QTDE-ESPERADO-PRECOS.

           PERFORM 1550-LER-ARQUIVO-PRECOS.
           PERFORM UNTIL WS-FS-PRECOS EQUAL '10'
                   IF PRECOS-COD-SUBPRODUTO IS NUMERIC AND
                      PRECOS-COD-SUBPRODUTO GREATER ZEROES AND
                      PRECOS-DATA-VIGENCIA NOT GREATER
                      WS-DATA-PROCESSAMENTO
                      MOVE PRECOS-COD-SUBPRODUTO TO WS-SUB-IDX
                      MOVE 'S' TO WS-CUS-SW-VIGENTE(WS-SUB-IDX)
                      MOVE PRECOS-PRECO-CUSTO
                        TO WS-CUS-VIGENTE(WS-SUB-IDX)
                   END-IF
                   PERFORM 1550-LER-ARQUIVO-PRECOS
           END-PERFORM.

           CLOSE PRECOS.
       1500-END-PERFORM.
      ******************************************************************
      * 1550-LER-ARQUIVO-PRECOS
      ******************************************************************
       1550-LER-ARQUIVO-PRECOS.
           INITIALIZE REG-PRECOS REPLACING NUMERIC BY ZEROES.
           READ PRECOS INTO REG-PRECOS.
           IF WS-FS-PRECOS NOT EQUAL '00' AND
              WS-FS-PRECOS NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO PRECOS' TO WS-ERRO
              MOVE WS-FS-PRECOS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-PRECOS EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-PRECOS
                 IF PRECOS-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-PRECOS
                    MOVE PRECOS-CTL-QTDE TO WS-QTDE-TRAILER-PRECOS
                    MOVE '10' TO WS-FS-PRECOS
                    PERFORM 1730-RECONCILIAR-PRECOS
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1730-RECONCILIAR-PRECOS CATCH IT.
                 PERFORM 1730-RECONCILIAR-PRECOS
              END-IF
           END-IF.
       1550-END-PERFORM.
      ******************************************************************
      * 1700-RECONCILIAR-CONTABIL
      ******************************************************************
       1700-RECONCILIAR-CONTABIL.
           IF WS-QTDE-LIDOS-CONTABIL NOT EQUAL
              WS-QTDE-TRAILER-CONTABIL OR
              WS-HASH-CONTABIL NOT EQUAL WS-HASH-TRAILER-CONTABIL
              MOVE 'CONTROLE DO ARQUIVO CONTABIL DIVERGENTE' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1700-END-PERFORM.
      ******************************************************************
      * 1710-RECONCILIAR-PRODUTOS
      ******************************************************************
       1710-RECONCILIAR-PRODUTOS.
           IF WS-QTDE-LIDOS-PRODUTOS NOT EQUAL
              WS-QTDE-ESPERADO-PRODUTOS OR
              WS-QTDE-LIDOS-PRODUTOS NOT EQUAL WS-QTDE-TRAILER-PRODUTOS
              MOVE 'CONTROLE DE REGISTROS PRODUTOS DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1710-END-PERFORM.
      ******************************************************************
      * 1720-RECONCILIAR-CUSTOANT
      ******************************************************************
       1720-RECONCILIAR-CUSTOANT.
           IF WS-QTDE-LIDOS-CUSTOANT NOT EQUAL
              WS-QTDE-ESPERADO-CUSTOANT OR
              WS-QTDE-LIDOS-CUSTOANT NOT EQUAL WS-QTDE-TRAILER-CUSTOANT
              MOVE 'CONTROLE DE REGISTROS CUSTOANT DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1720-END-PERFORM.
      ******************************************************************
      * 1730-RECONCILIAR-PRECOS
      ******************************************************************
       1730-RECONCILIAR-PRECOS.
           IF WS-QTDE-LIDOS-PRECOS NOT EQUAL WS-QTDE-ESPERADO-PRECOS OR
              WS-QTDE-LIDOS-PRECOS NOT EQUAL WS-QTDE-TRAILER-PRECOS
              MOVE 'CONTROLE DE REGISTROS PRECOS DIVERGENTE' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1730-END-PERFORM.
      ******************************************************************
      * 1740-RECONCILIAR-POSICNOV
      ******************************************************************
       1740-RECONCILIAR-POSICNOV.
           IF WS-QTDE-LIDOS-POSICNOV NOT EQUAL
              WS-QTDE-ESPERADO-POSICNOV OR
              WS-QTDE-LIDOS-POSICNOV NOT EQUAL WS-QTDE-TRAILER-POSICNOV
              MOVE 'CONTROLE DE REGISTROS POSICNOV DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1740-END-PERFORM.
      ******************************************************************
      * 2000-PROCESSAR
      *
      * THE SUBPRODUTOS WHOSE COST IN EFFECT DIFFERS FROM THE COST BASE
      * ARE MARKED FIRST; EACH POSITION OF A MARKED SUBPRODUTO IS THEN
      * REVALUED INTO TRABREA AND INTO THE NET OF ITS PRODUTO. THE
      * SORTED DETAIL GIVES REAVAL AND THE REPORT, THE NETS GIVE THE
      * 'RV' RECORDS OF CONTNOV, AND THE COSTS IN EFFECT BECOME THE NEW
      * COST BASE.
      ******************************************************************
       2000-PROCESSAR.
           PERFORM 2100-DETECTAR-ALTERACOES.
           PERFORM 2200-CALCULAR-REAVALIACAO.
           CLOSE TRABREA.

           SORT ORDREA ON ASCENDING KEY ORDREA-COD-PRODUTO
                                        ORDREA-COD-SUBPRODUTO
                                        ORDREA-COD-FILIAL
                USING TRABREA GIVING CLASSREA.

           PERFORM 2300-GERAR-REAVAL.
           PERFORM 2400-IMPRIMIR-SEM-ESTOQUE.
           PERFORM 2500-GERAR-CONTNOV.
           PERFORM 2600-GERAR-CUSTONOV.
       2000-END-PERFORM.
      ******************************************************************
      * 2100-DETECTAR-ALTERACOES
      *
      * A SUBPRODUTO IS REVALUED ONLY WHEN IT HAS BOTH A COST BASE AND
      * A COST IN EFFECT AND THE TWO DIFFER. ONE NEW TO PRECOS HAS NO
      * OLD COST TO REVALUE FROM; ONE WITHOUT A ROW IN EFFECT KEEPS ITS
      * BASE. ALSO COUNTS THE ROWS OF THE NEW COST BASE.
      ******************************************************************
       2100-DETECTAR-ALTERACOES.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX GREATER 9999
                   IF WS-CUS-SW-BASE(WS-SUB-IDX) EQUAL 'S' AND
                      WS-CUS-SW-VIGENTE(WS-SUB-IDX) EQUAL 'S' AND
                      WS-CUS-VIGENTE(WS-SUB-IDX) NOT EQUAL
                      WS-CUS-BASE(WS-SUB-IDX)
                      MOVE 'S' TO WS-CUS-SW-ALTERADO(WS-SUB-IDX)
                      ADD 1 TO WS-QTDE-ALTERADOS
                   END-IF
                   IF WS-CUS-SW-BASE(WS-SUB-IDX) EQUAL 'S' OR
                      WS-CUS-SW-VIGENTE(WS-SUB-IDX) EQUAL 'S'
                      ADD 1 TO WS-QTDE-CUSTOS
                   END-IF
           END-PERFORM.
       2100-END-PERFORM.
      ******************************************************************
      * 2200-CALCULAR-REAVALIACAO
      *
      * THE QUANTITY REVALUED IS THE OPENING BALANCE OF THE POSITION
      * (SALDO-ANTERIOR): BALANCELINE ALREADY PRICED THE DAY'S OWN
      * MOVEMENTS AT THE COST IN EFFECT ON THE PROCESSING DATE, SO ONLY
      * THE STOCK BROUGHT FORWARD IS STILL ON THE BOOKS AT THE OLD COST.
      ******************************************************************
       2200-CALCULAR-REAVALIACAO.
           OPEN INPUT POSICNOV.
           IF WS-FS-POSICNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO POSICNOV' TO WS-ERRO
              MOVE WS-FS-POSICNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
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

           PERFORM 2250-LER-ARQUIVO-POSICNOV.
           PERFORM UNTIL WS-FS-POSICNOV EQUAL '10'
                   IF POSICNOV-COD-SUBPRODUTO IS NUMERIC AND
                      POSICNOV-COD-SUBPRODUTO GREATER ZEROES
                      MOVE POSICNOV-COD-SUBPRODUTO TO WS-SUB-IDX
                      IF WS-CUS-SW-ALTERADO(WS-SUB-IDX) EQUAL 'S' AND
                         POSICNOV-SALDO-ANTERIOR NOT EQUAL ZEROES
                         PERFORM 2280-GRAVAR-TRABREA
                      END-IF
                   END-IF
                   PERFORM 2250-LER-ARQUIVO-POSICNOV
           END-PERFORM.

           CLOSE POSICNOV.
       2200-END-PERFORM.
      ******************************************************************
      * 2250-LER-ARQUIVO-POSICNOV
      ******************************************************************
       2250-LER-ARQUIVO-POSICNOV.
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
                    PERFORM 1740-RECONCILIAR-POSICNOV
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1740-RECONCILIAR-POSICNOV CATCH IT.
                 PERFORM 1740-RECONCILIAR-POSICNOV
              END-IF
           END-IF.
       2250-END-PERFORM.
      ******************************************************************
      * 2280-GRAVAR-TRABREA
      ******************************************************************
       2280-GRAVAR-TRABREA.
           MOVE 'S' TO WS-CUS-SW-ESTOQUE(WS-SUB-IDX).
           SUBTRACT WS-CUS-BASE(WS-SUB-IDX)
               FROM WS-CUS-VIGENTE(WS-SUB-IDX)
               GIVING WS-DIFERENCA-CUSTO.
           MULTIPLY POSICNOV-SALDO-ANTERIOR BY WS-DIFERENCA-CUSTO
               GIVING WS-VALOR-REAVALIACAO.

           MOVE SPACES TO REG-TRABREA.
           MOVE POSICNOV-COD-PRODUTO    TO TRABREA-COD-PRODUTO.
           MOVE POSICNOV-COD-SUBPRODUTO TO TRABREA-COD-SUBPRODUTO.
           MOVE POSICNOV-COD-FILIAL     TO TRABREA-COD-FILIAL.
           MOVE POSICNOV-SALDO-ANTERIOR TO TRABREA-QTDE-ESTOQUE.
           MOVE WS-CUS-BASE(WS-SUB-IDX) TO TRABREA-CUSTO-ANTERIOR.
           MOVE WS-CUS-VIGENTE(WS-SUB-IDX) TO TRABREA-CUSTO-NOVO.
           MOVE WS-VALOR-REAVALIACAO    TO TRABREA-VALOR-REAVAL.
           IF POSICNOV-COD-PRODUTO GREATER ZEROES
              MOVE WS-PROD-TAB-CONTA(POSICNOV-COD-PRODUTO)
                TO TRABREA-CONTA-CONTABIL
              MOVE 'S' TO WS-RV-ATIVO(POSICNOV-COD-PRODUTO)
              ADD WS-VALOR-REAVALIACAO
               TO WS-RV-VALOR(POSICNOV-COD-PRODUTO)
           END-IF.
           WRITE REG-TRABREA.
           IF WS-FS-TRABREA NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABREA' TO WS-ERRO
              MOVE WS-FS-TRABREA TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           ADD 1 TO WS-QTDE-REAVALIADOS.
           IF WS-VALOR-REAVALIACAO LESS ZEROES
              SUBTRACT WS-VALOR-REAVALIACAO FROM ZEROES
                  GIVING WS-VALOR-ABSOLUTO
           ELSE
              MOVE WS-VALOR-REAVALIACAO TO WS-VALOR-ABSOLUTO
           END-IF.
           ADD WS-VALOR-ABSOLUTO TO WS-HASH-REAVAL.
       2280-END-PERFORM.
      ******************************************************************
      * 2300-GERAR-REAVAL
      *
      * COPIES THE SORTED REVALUATIONS TO REAVAL, BETWEEN HD/TR RECORDS
      * CARRYING THE COUNT AND HASH ALREADY KNOWN, AND PRINTS THEM BY
      * PRODUTO.
      ******************************************************************
       2300-GERAR-REAVAL.
           OPEN INPUT CLASSREA.
           IF WS-FS-CLASSREA NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CLASSREA' TO WS-ERRO
              MOVE WS-FS-CLASSREA TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT REAVAL.
           IF WS-FS-REAVAL NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO REAVAL' TO WS-ERRO
              MOVE WS-FS-REAVAL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-REAVAL-CTL.
           MOVE 'HD' TO REAVAL-CTL-TIPO.
           MOVE WS-DATA-PROCESSAMENTO TO REAVAL-CTL-DATA.
           MOVE WS-QTDE-REAVALIADOS TO REAVAL-CTL-QTDE.
           MOVE WS-HASH-REAVAL TO REAVAL-CTL-HASH.
           PERFORM 2360-GRAVAR-REAVAL.

           MOVE SPACES TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE 'REAVALIACAO DO SALDO DE ABERTURA POR PRODUTO'
             TO WS-REL-TIT-SECAO.
           MOVE WS-REL-TITULO-SECAO TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE WS-REL-COL-REAVALIACAO TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.

           MOVE ZEROES TO WS-QTDE-SECAO.
           PERFORM 2350-LER-CLASSREA.
           PERFORM UNTIL WS-FS-CLASSREA EQUAL '10'
                   PERFORM 2310-IMPRIMIR-PRODUTO
           END-PERFORM.

           MOVE 'TOTAL DE GANHOS              ' TO WS-REL-TV-TITULO.
           MOVE WS-TOTAL-GANHOS TO WS-REL-TV-VALOR.
           MOVE WS-REL-TOTAL-VALOR TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE 'TOTAL DE PERDAS              ' TO WS-REL-TV-TITULO.
           MOVE WS-TOTAL-PERDAS TO WS-REL-TV-VALOR.
           MOVE WS-REL-TOTAL-VALOR TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           ADD WS-TOTAL-GANHOS WS-TOTAL-PERDAS
               GIVING WS-TOTAL-LIQUIDO.
           MOVE 'REAVALIACAO LIQUIDA          ' TO WS-REL-TV-TITULO.
           MOVE WS-TOTAL-LIQUIDO TO WS-REL-TV-VALOR.
           MOVE WS-REL-TOTAL-VALOR TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE 'TOTAL DE OCORRENCIAS DA SECAO ' TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SECAO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.

           MOVE SPACES TO REG-REAVAL-CTL.
           MOVE 'TR' TO REAVAL-CTL-TIPO.
           MOVE WS-DATA-PROCESSAMENTO TO REAVAL-CTL-DATA.
           MOVE WS-QTDE-REAVALIADOS TO REAVAL-CTL-QTDE.
           MOVE WS-HASH-REAVAL TO REAVAL-CTL-HASH.
           PERFORM 2360-GRAVAR-REAVAL.

           CLOSE CLASSREA REAVAL.
       2300-END-PERFORM.
      ******************************************************************
      * 2310-IMPRIMIR-PRODUTO
      *
      * PRINTS THE REVALUATIONS OF ONE PRODUTO WITH THEIR NET AND THE
      * GL ACCOUNT THE NET IS CHARGED TO. A PRODUTO MISSING FROM
      * PRODUTOS HAS NO ACCOUNT: ITS SUBTOTAL IS MARKED WITH '*'.
      ******************************************************************
       2310-IMPRIMIR-PRODUTO.
           MOVE CLASSREA-COD-PRODUTO TO WS-PRODUTO-ATUAL.
           MOVE ZEROES TO WS-VALOR-PRODUTO.
           PERFORM UNTIL WS-FS-CLASSREA EQUAL '10' OR
                         CLASSREA-COD-PRODUTO NOT EQUAL WS-PRODUTO-ATUAL
                   PERFORM 2320-IMPRIMIR-REAVALIACAO
                   PERFORM 2350-LER-CLASSREA
           END-PERFORM.
           MOVE WS-PRODUTO-ATUAL TO WS-REL-SUB-PRODUTO.
           MOVE SPACES TO WS-REL-SUB-DESC WS-REL-SUB-MARCA.
           MOVE ZEROES TO WS-REL-SUB-CONTA.
           IF WS-PRODUTO-ATUAL GREATER ZEROES AND
              WS-PROD-TAB-ATIVO(WS-PRODUTO-ATUAL) EQUAL 'S'
              MOVE WS-PROD-TAB-DESC(WS-PRODUTO-ATUAL)
                TO WS-REL-SUB-DESC
              MOVE WS-PROD-TAB-CONTA(WS-PRODUTO-ATUAL)
                TO WS-REL-SUB-CONTA
           ELSE
              MOVE '*' TO WS-REL-SUB-MARCA
              ADD 1 TO WS-QTDE-SEM-PRODUTO
           END-IF.
           MOVE WS-VALOR-PRODUTO TO WS-REL-SUB-VALOR.
           MOVE WS-REL-SUBTOTAL TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE SPACES TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
       2310-END-PERFORM.
      ******************************************************************
      * 2320-IMPRIMIR-REAVALIACAO
      ******************************************************************
       2320-IMPRIMIR-REAVALIACAO.
           MOVE REG-CLASSREA TO REG-REAVAL.
           PERFORM 2360-GRAVAR-REAVAL.

           MOVE CLASSREA-COD-PRODUTO    TO WS-REL-REA-PRODUTO.
           MOVE CLASSREA-COD-SUBPRODUTO TO WS-REL-REA-SUBPRODUTO.
           MOVE CLASSREA-COD-FILIAL     TO WS-REL-REA-FILIAL.
           MOVE CLASSREA-CUSTO-ANTERIOR TO WS-REL-REA-CUSTO-ANT.
           MOVE CLASSREA-CUSTO-NOVO     TO WS-REL-REA-CUSTO-NOVO.
           MOVE CLASSREA-QTDE-ESTOQUE   TO WS-REL-REA-QTDE.
           MOVE CLASSREA-VALOR-REAVAL   TO WS-REL-REA-VALOR.
           MOVE WS-REL-REAVALIACAO TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.

           ADD 1 TO WS-QTDE-SECAO.
           ADD CLASSREA-VALOR-REAVAL TO WS-VALOR-PRODUTO.
           IF CLASSREA-VALOR-REAVAL LESS ZEROES
              ADD CLASSREA-VALOR-REAVAL TO WS-TOTAL-PERDAS
           ELSE
              ADD CLASSREA-VALOR-REAVAL TO WS-TOTAL-GANHOS
           END-IF.
       2320-END-PERFORM.
      ******************************************************************
      * 2350-LER-CLASSREA
      ******************************************************************
       2350-LER-CLASSREA.
           READ CLASSREA.
           IF WS-FS-CLASSREA NOT EQUAL '00' AND
              WS-FS-CLASSREA NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO CLASSREA' TO WS-ERRO
              MOVE WS-FS-CLASSREA TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2350-END-PERFORM.
      ******************************************************************
      * 2360-GRAVAR-REAVAL
      ******************************************************************
       2360-GRAVAR-REAVAL.
           WRITE REG-REAVAL.
           IF WS-FS-REAVAL NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO REAVAL' TO WS-ERRO
              MOVE WS-FS-REAVAL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2360-END-PERFORM.
      ******************************************************************
      * 2400-IMPRIMIR-SEM-ESTOQUE
      *
      * SUBPRODUTOS WHOSE COST CHANGED BUT WITH NO OPENING BALANCE IN
      * ANY FILIAL: NOTHING TO REVALUE, LISTED SO THE CHANGE IS SEEN.
      ******************************************************************
       2400-IMPRIMIR-SEM-ESTOQUE.
           MOVE SPACES TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE 'CUSTO ALTERADO SEM SALDO DE ABERTURA'
             TO WS-REL-TIT-SECAO.
           MOVE WS-REL-TITULO-SECAO TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE WS-REL-COL-SEM-ESTOQUE TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX GREATER 9999
                   IF WS-CUS-SW-ALTERADO(WS-SUB-IDX) EQUAL 'S' AND
                      WS-CUS-SW-ESTOQUE(WS-SUB-IDX) NOT EQUAL 'S'
                      MOVE WS-SUB-IDX TO WS-REL-SES-SUBPRODUTO
                      MOVE WS-CUS-BASE(WS-SUB-IDX)
                        TO WS-REL-SES-CUSTO-ANT
                      MOVE WS-CUS-VIGENTE(WS-SUB-IDX)
                        TO WS-REL-SES-CUSTO-NOVO
                      MOVE WS-REL-SEM-ESTOQUE TO REG-RELREAV
                      PERFORM 2900-GRAVAR-RELREAV
                      ADD 1 TO WS-QTDE-SEM-ESTOQUE
                   END-IF
           END-PERFORM.

           MOVE 'TOTAL DE OCORRENCIAS DA SECAO ' TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SEM-ESTOQUE TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
       2400-END-PERFORM.
      ******************************************************************
      * 2500-GERAR-CONTNOV
      *
      * COPIES CONTABIL TO CONTNOV, LEAVING OUT ANY 'RV' RECORD A
      * PREVIOUS RUN OF THE SAME DATE ALREADY POSTED, THEN APPENDS ONE
      * 'RV' RECORD PER PRODUTO REVALUED AND CLOSES WITH A TR CARRYING
      * THE NEW COUNT AND HASH TOTAL. THE INPUT WAS PROVED IN
      * 1200-VERIFICAR-CONTABIL.
      ******************************************************************
       2500-GERAR-CONTNOV.
           OPEN INPUT CONTABIL.
           IF WS-FS-CONTABIL NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CONTABIL' TO WS-ERRO
              MOVE WS-FS-CONTABIL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT CONTNOV.
           IF WS-FS-CONTNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CONTNOV' TO WS-ERRO
              MOVE WS-FS-CONTNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE ZEROES TO WS-QTDE-CONTNOV WS-HASH-CONTNOV.
           PERFORM 2510-LER-CONTABIL.
           PERFORM UNTIL WS-FS-CONTABIL EQUAL '10'
                   EVALUATE CONTABIL-CTL-TIPO
                       WHEN 'HD'
                            MOVE REG-CONTABIL TO REG-CONTNOV
                            PERFORM 2550-GRAVAR-CONTNOV
                       WHEN 'TR'
                            MOVE '10' TO WS-FS-CONTABIL
                       WHEN 'RV'
                            ADD 1 TO WS-QTDE-RV-SUBSTITUIDOS
                       WHEN OTHER
                            MOVE REG-CONTABIL TO REG-CONTNOV
                            PERFORM 2550-GRAVAR-CONTNOV
                            ADD 1 TO WS-QTDE-CONTNOV
                            ADD CONTABIL-VAL-CUSTO TO WS-HASH-CONTNOV
                            ADD CONTABIL-VAL-VENDA TO WS-HASH-CONTNOV
                   END-EVALUATE
                   IF WS-FS-CONTABIL NOT EQUAL '10'
                      PERFORM 2510-LER-CONTABIL
                   END-IF
           END-PERFORM.
           CLOSE CONTABIL.

           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX GREATER 999
                   IF WS-RV-ATIVO(WS-PROD-IDX) EQUAL 'S'
                      PERFORM 2520-GRAVAR-RV
                   END-IF
           END-PERFORM.

           MOVE SPACES TO REG-CONTNOV-CTL.
           MOVE 'TR' TO CONTNOV-CTL-TIPO.
           MOVE WS-DATA-PROCESSAMENTO TO CONTNOV-CTL-DATA.
           MOVE WS-QTDE-CONTNOV TO CONTNOV-CTL-QTDE.
           MOVE WS-HASH-CONTNOV TO CONTNOV-CTL-HASH.
           PERFORM 2550-GRAVAR-CONTNOV.

           CLOSE CONTNOV.
       2500-END-PERFORM.
      ******************************************************************
      * 2510-LER-CONTABIL
      ******************************************************************
       2510-LER-CONTABIL.
           READ CONTABIL INTO REG-CONTABIL.
           IF WS-FS-CONTABIL NOT EQUAL '00' AND
              WS-FS-CONTABIL NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO CONTABIL' TO WS-ERRO
              MOVE WS-FS-CONTABIL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2510-END-PERFORM.
      ******************************************************************
      * 2520-GRAVAR-RV
      ******************************************************************
       2520-GRAVAR-RV.
           INITIALIZE REG-CONTNOV REPLACING NUMERIC BY ZEROES.
           MOVE 'RV' TO CONTNOV-TIPO-REG.
           MOVE WS-PROD-IDX TO CONTNOV-COD-PRODUTO.
           MOVE WS-PROD-TAB-CONTA(WS-PROD-IDX)
             TO CONTNOV-CONTA-CONTABIL.
           IF WS-RV-VALOR(WS-PROD-IDX) LESS ZEROES
              SUBTRACT WS-RV-VALOR(WS-PROD-IDX) FROM ZEROES
                  GIVING CONTNOV-VAL-CUSTO
           ELSE
              MOVE WS-RV-VALOR(WS-PROD-IDX) TO CONTNOV-VAL-CUSTO
           END-IF.
           MOVE ZEROES TO CONTNOV-VAL-VENDA.
           MOVE WS-RV-VALOR(WS-PROD-IDX) TO CONTNOV-MARGEM.
           ADD CONTNOV-VAL-CUSTO TO WS-HASH-CONTNOV.
           ADD CONTNOV-VAL-VENDA TO WS-HASH-CONTNOV.
           PERFORM 2550-GRAVAR-CONTNOV.
           ADD 1 TO WS-QTDE-CONTNOV.
           ADD 1 TO WS-QTDE-RV-GRAVADOS.
       2520-END-PERFORM.
      ******************************************************************
      * 2550-GRAVAR-CONTNOV
      ******************************************************************
       2550-GRAVAR-CONTNOV.
           WRITE REG-CONTNOV.
           IF WS-FS-CONTNOV NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO CONTNOV' TO WS-ERRO
              MOVE WS-FS-CONTNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2550-END-PERFORM.
      ******************************************************************
      * 2600-GERAR-CUSTONOV
      *
      * THE NEW COST BASE, DATED WITH THE PROCESSING DATE: FOR EVERY
      * SUBPRODUTO THE COST IN EFFECT (OR, WITHOUT ONE, THE BASE IT
      * HAD) AND THE BASE IT WAS REVALUED FROM.
      ******************************************************************
       2600-GERAR-CUSTONOV.
           OPEN OUTPUT CUSTONOV.
           IF WS-FS-CUSTONOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CUSTONOV' TO WS-ERRO
              MOVE WS-FS-CUSTONOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-CUSTONOV-CTL.
           MOVE 'HD' TO CUSTONOV-CTL-TIPO.
           MOVE WS-QTDE-CUSTOS TO CUSTONOV-CTL-QTDE.
           MOVE WS-DATA-PROCESSAMENTO TO CUSTONOV-CTL-DATA.
           PERFORM 2650-GRAVAR-CUSTONOV.

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX GREATER 9999
                   IF WS-CUS-SW-BASE(WS-SUB-IDX) EQUAL 'S' OR
                      WS-CUS-SW-VIGENTE(WS-SUB-IDX) EQUAL 'S'
                      PERFORM 2610-GRAVAR-CUSTO
                   END-IF
           END-PERFORM.

           MOVE SPACES TO REG-CUSTONOV-CTL.
           MOVE 'TR' TO CUSTONOV-CTL-TIPO.
           MOVE WS-QTDE-CUSTOS TO CUSTONOV-CTL-QTDE.
           MOVE WS-DATA-PROCESSAMENTO TO CUSTONOV-CTL-DATA.
           PERFORM 2650-GRAVAR-CUSTONOV.

           CLOSE CUSTONOV.
       2600-END-PERFORM.
      ******************************************************************
      * 2610-GRAVAR-CUSTO
      ******************************************************************
       2610-GRAVAR-CUSTO.
           MOVE SPACES TO REG-CUSTONOV.
           MOVE WS-SUB-IDX TO CUSTONOV-COD-SUBPRODUTO.
           MOVE WS-CUS-SW-BASE(WS-SUB-IDX) TO CUSTONOV-SW-ANTERIOR.
           MOVE WS-CUS-BASE(WS-SUB-IDX) TO CUSTONOV-CUSTO-ANTERIOR.
           IF WS-CUS-SW-VIGENTE(WS-SUB-IDX) EQUAL 'S'
              MOVE WS-CUS-VIGENTE(WS-SUB-IDX)
                TO CUSTONOV-CUSTO-VIGENTE
           ELSE
              MOVE WS-CUS-BASE(WS-SUB-IDX) TO CUSTONOV-CUSTO-VIGENTE
           END-IF.
           PERFORM 2650-GRAVAR-CUSTONOV.
       2610-END-PERFORM.
      ******************************************************************
      * 2650-GRAVAR-CUSTONOV
      ******************************************************************
       2650-GRAVAR-CUSTONOV.
           WRITE REG-CUSTONOV.
           IF WS-FS-CUSTONOV NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO CUSTONOV' TO WS-ERRO
              MOVE WS-FS-CUSTONOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2650-END-PERFORM.
      ******************************************************************
      * 2900-GRAVAR-RELREAV
      ******************************************************************
       2900-GRAVAR-RELREAV.
           WRITE REG-RELREAV.
           IF WS-FS-RELREAV NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO RELREAV' TO WS-ERRO
              MOVE WS-FS-RELREAV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2900-END-PERFORM.
      ******************************************************************
      * 3000-FINALIZAR
      ******************************************************************
       3000-FINALIZAR.
           MOVE SPACES TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE 'TOTAL SUBPRODUTOS ALTERADOS   '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-ALTERADOS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE 'TOTAL DE POSICOES REAVALIADAS '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-REAVALIADOS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE 'TOTAL DE LANCAMENTOS RV       '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-RV-GRAVADOS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE 'TOTAL LANCAMENTOS RV SUBSTIT. '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-RV-SUBSTITUIDOS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.
           MOVE 'TOTAL PRODUTOS SEM CADASTRO(*)'
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SEM-PRODUTO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREAV.
           PERFORM 2900-GRAVAR-RELREAV.

           CLOSE RELREAV.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA REAVEST                  *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* DATA DE PROCESSAMENTO ' WS-DATA-PROCESSAMENTO
           DISPLAY '* DATA DA BASE DE CUSTOS ' WS-DATA-BASE
           DISPLAY '* QTDE DE SUBPRODUTOS ALTERADOS ' WS-QTDE-ALTERADOS
           DISPLAY '* QTDE DE POSICOES REAVALIADAS '
                   WS-QTDE-REAVALIADOS
           DISPLAY '* QTDE DE LANCAMENTOS RV ' WS-QTDE-RV-GRAVADOS
           DISPLAY '* QTDE DE LANCAMENTOS RV SUBSTITUIDOS '
                   WS-QTDE-RV-SUBSTITUIDOS
           DISPLAY '* REAVALIACAO LIQUIDA ' WS-REL-TV-VALOR
      * A RUN WITHOUT A COST BASE (NOTHING COULD BE REVALUED) OR WITH A
      * PRODUTO POSTED WITHOUT A GL ACCOUNT ENDS WITH RETURN-CODE 4.
           IF WS-SW-BASE-PRESENTE NOT EQUAL 'S' OR
              WS-QTDE-SEM-PRODUTO GREATER ZEROES
              MOVE 04 TO RETURN-CODE
           END-IF.
           STOP RUN.
       3000-END-PERFORM.
      ******************************************************************
      * 4000-ERRO
      *****************************************************************
       4000-ERRO.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA REAVEST                  *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
