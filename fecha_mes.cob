      ******************************************************************
      * Author: Rafael
      * Date: 2026-10-15
      * Purpose: fechamento mensal do estoque - movimentacao do mes por
      *          produto e filial, prova contra a ultima POSICNOV e
      *          bloqueio do acumulado apos o visto do responsavel
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FECHMES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      * ACUMMES IS THE MONTH-TO-DATE ACCUMULATOR BUILT NIGHT BY NIGHT
      * BY ACUMMES, AND POSICNOV THE LAST POSITION GENERATION OF THE
      * MONTH, WHICH THE CLOSE HAS TO PROVE ITS CLOSING FIGURES AGAINST.
           SELECT ACUMMES ASSIGN TO DYNAMIC WS-CAMINHO-ACUMMES
           FILE STATUS IS WS-FS-ACUMMES
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSICNOV ASSIGN TO DYNAMIC WS-CAMINHO-POSICNOV
           FILE STATUS IS WS-FS-POSICNOV
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUTOS ASSIGN TO DYNAMIC WS-CAMINHO-PRODUTOS
           FILE STATUS IS WS-FS-PRODUTOS
           ORGANIZATION IS LINE SEQUENTIAL.

      * TRABFEC/ORDFEC/CLASSFEC BRING THE OPENING POSITIONS, THE DAILY
      * MOVEMENTS AND THE CLOSING POSITIONS TOGETHER IN PRODUTO/FILIAL
      * ORDER FOR THE CONTROL BREAK OF THE REPORT.
           SELECT TRABFEC ASSIGN TO DYNAMIC WS-CAMINHO-TRABFEC
           FILE STATUS IS WS-FS-TRABFEC
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDFEC ASSIGN TO DYNAMIC WS-CAMINHO-ORDFEC.

           SELECT CLASSFEC ASSIGN TO DYNAMIC WS-CAMINHO-CLASSFEC
           FILE STATUS IS WS-FS-CLASSFEC
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELFECH ASSIGN TO DYNAMIC WS-CAMINHO-RELFECH
           FILE STATUS IS WS-FS-RELFECH
           ORGANIZATION IS LINE SEQUENTIAL.

      * ACUMFEC IS THE LOCKED GENERATION OF THE ACCUMULATOR, WRITTEN
      * ONLY WHEN THE CLOSE PROVES AND THE RESPONSIBLE SIGNS IT OFF.
           SELECT ACUMFEC ASSIGN TO DYNAMIC WS-CAMINHO-ACUMFEC
           FILE STATUS IS WS-FS-ACUMFEC
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * THE ACCUMULATOR LAYOUT IS DESCRIBED IN ACUMMES; EACH DETAIL
      * RECORD TYPE HAS ITS OWN VIEW HERE.
       FD ACUMMES.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 145 CHARACTERS.
       01 REG-ACUMMES.
           05 ACUMMES-TIPO-REG         PIC X(02).
           05 ACUMMES-DATA             PIC 9(08).
           05 FILLER                   PIC X(135).
       01 REG-ACUMMES-CTL.
           05 ACUMMES-CTL-TIPO         PIC X(02).
           05 ACUMMES-CTL-QTDE         PIC 9(07).
           05 ACUMMES-CTL-MES          PIC 9(06).
           05 ACUMMES-CTL-SITUACAO     PIC X(01).
           05 ACUMMES-CTL-DATA-FECHAM  PIC 9(08).
           05 ACUMMES-CTL-RESPONSAVEL  PIC X(20).
           05 FILLER                   PIC X(101).
       01 REG-ACUMMES-AB.
           05 FILLER                   PIC X(10).
           05 ACUMMES-AB-COD-SUBPRODUTO PIC 9(04).
           05 ACUMMES-AB-COD-FILIAL    PIC 9(02).
           05 ACUMMES-AB-COD-PRODUTO   PIC 9(03).
           05 ACUMMES-AB-SALDO         PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 ACUMMES-AB-VALOR         PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(100).
       01 REG-ACUMMES-MV.
           05 FILLER                   PIC X(10).
           05 ACUMMES-MV-COD-SUBPRODUTO PIC 9(04).
           05 ACUMMES-MV-COD-FILIAL    PIC 9(02).
           05 ACUMMES-MV-COD-PRODUTO   PIC 9(03).
           05 ACUMMES-MV-QTDE-ENTRADA  PIC 9(07).
           05 ACUMMES-MV-QTDE-DEVOLUCAO PIC 9(07).
           05 ACUMMES-MV-QTDE-SAIDA    PIC 9(07).
           05 ACUMMES-MV-QTDE-REMESSA  PIC 9(07).
           05 ACUMMES-MV-QTDE-RECEBIM  PIC 9(07).
           05 ACUMMES-MV-VAL-ENTRADA   PIC 9(13)V99.
           05 ACUMMES-MV-VAL-DEVOLUCAO PIC 9(13)V99.
           05 ACUMMES-MV-VAL-SAIDA     PIC 9(13)V99.
           05 ACUMMES-MV-VAL-REMESSA   PIC 9(13)V99.
           05 ACUMMES-MV-VAL-RECEBIM   PIC 9(13)V99.
           05 ACUMMES-MV-VAL-VARIACAO  PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
       01 REG-ACUMMES-CT.
           05 FILLER                   PIC X(10).
           05 ACUMMES-CT-COD-PRODUTO   PIC 9(03).
           05 ACUMMES-CT-VL-CUSTO      PIC 9(13)V99.
           05 ACUMMES-CT-VL-VENDA      PIC 9(13)V99.
           05 ACUMMES-CT-BX-VALOR      PIC 9(13)V99.
           05 ACUMMES-CT-RV-VALOR      PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(71).
       01 REG-ACUMMES-DI.
           05 FILLER                   PIC X(10).
           05 ACUMMES-DI-RESULTADO     PIC X(01).
           05 ACUMMES-DI-QTDE-SAIDA    PIC 9(07).
           05 ACUMMES-DI-QTDE-CONTABIL PIC 9(07).
           05 ACUMMES-DI-QTDE-POSICOES PIC 9(07).
           05 FILLER                   PIC X(113).

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

      * ONE TRABFEC ROW CARRIES WHATEVER ONE SOURCE RECORD CONTRIBUTES
      * TO A PRODUTO/FILIAL: AN OPENING POSITION, ONE DAY'S MOVEMENT OF
      * ONE SUBPRODUTO, OR ONE CLOSING POSITION. TRANSFERS ARE NET
      * (RECEIVED MINUS SHIPPED).
       FD TRABFEC.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 171 CHARACTERS.
       01 REG-TRABFEC.
           05 TRABFEC-COD-PRODUTO      PIC 9(03).
           05 TRABFEC-COD-FILIAL       PIC 9(02).
           05 TRABFEC-QTDE-INICIAL     PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 TRABFEC-QTDE-ENTRADA     PIC 9(09).
           05 TRABFEC-QTDE-DEVOLUCAO   PIC 9(09).
           05 TRABFEC-QTDE-SAIDA       PIC 9(09).
           05 TRABFEC-QTDE-TRANSF      PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 TRABFEC-QTDE-POSICAO     PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 TRABFEC-VAL-INICIAL      PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 TRABFEC-VAL-ENTRADA      PIC 9(13)V99.
           05 TRABFEC-VAL-DEVOLUCAO    PIC 9(13)V99.
           05 TRABFEC-VAL-SAIDA        PIC 9(13)V99.
           05 TRABFEC-VAL-TRANSF       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 TRABFEC-VAL-VARIACAO     PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 TRABFEC-VAL-POSICAO      PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       SD ORDFEC.
       01 REG-ORDFEC.
           05 ORDFEC-COD-PRODUTO       PIC 9(03).
           05 ORDFEC-COD-FILIAL        PIC 9(02).
           05 FILLER                   PIC X(166).

       FD CLASSFEC.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 171 CHARACTERS.
       01 REG-CLASSFEC.
           05 CLASSFEC-COD-PRODUTO     PIC 9(03).
           05 CLASSFEC-COD-FILIAL      PIC 9(02).
           05 CLASSFEC-QTDE-INICIAL    PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 CLASSFEC-QTDE-ENTRADA    PIC 9(09).
           05 CLASSFEC-QTDE-DEVOLUCAO  PIC 9(09).
           05 CLASSFEC-QTDE-SAIDA      PIC 9(09).
           05 CLASSFEC-QTDE-TRANSF     PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 CLASSFEC-QTDE-POSICAO    PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 CLASSFEC-VAL-INICIAL     PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 CLASSFEC-VAL-ENTRADA     PIC 9(13)V99.
           05 CLASSFEC-VAL-DEVOLUCAO   PIC 9(13)V99.
           05 CLASSFEC-VAL-SAIDA       PIC 9(13)V99.
           05 CLASSFEC-VAL-TRANSF      PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 CLASSFEC-VAL-VARIACAO    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 CLASSFEC-VAL-POSICAO     PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       FD RELFECH.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 132 CHARACTERS.
       01 REG-RELFECH                  PIC X(132).

       FD ACUMFEC.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 145 CHARACTERS.
       01 REG-ACUMFEC                  PIC X(145).
       01 REG-ACUMFEC-CTL.
           05 ACUMFEC-CTL-TIPO         PIC X(02).
           05 ACUMFEC-CTL-QTDE         PIC 9(07).
           05 ACUMFEC-CTL-MES          PIC 9(06).
           05 ACUMFEC-CTL-SITUACAO     PIC X(01).
           05 ACUMFEC-CTL-DATA-FECHAM  PIC 9(08).
           05 ACUMFEC-CTL-RESPONSAVEL  PIC X(20).
           05 FILLER                   PIC X(101).

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FS-ACUMMES                PIC X(02) VALUE SPACES.
       01 WS-FS-POSICNOV               PIC X(02) VALUE SPACES.
       01 WS-FS-PRODUTOS               PIC X(02) VALUE SPACES.
       01 WS-FS-TRABFEC                PIC X(02) VALUE SPACES.
       01 WS-FS-CLASSFEC               PIC X(02) VALUE SPACES.
       01 WS-FS-RELFECH                PIC X(02) VALUE SPACES.
       01 WS-FS-ACUMFEC                PIC X(02) VALUE SPACES.
       01 WS-ERRO                      PIC X(40) VALUE SPACES.
       01 WS-FILE-STATUS               PIC X(02) VALUE SPACES.
      * THE ACCUMULATOR NAMES DEFAULT TO THE ONES ACUMMES USES FOR THE
      * MONTH GIVEN IN FECHMES_MES (ACUMAAAAMM.DAT, AND ACUMAAAAMM.FEC
      * FOR THE LOCKED GENERATION).
       01 WS-CAMINHO-ACUMMES           PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-POSICNOV          PIC X(100) VALUE 'POSICNOV.DAT'.
       01 WS-CAMINHO-PRODUTOS          PIC X(100) VALUE 'PRODUTOS.DAT'.
       01 WS-CAMINHO-TRABFEC           PIC X(100) VALUE 'TRABFEC.DAT'.
       01 WS-CAMINHO-ORDFEC            PIC X(100) VALUE 'ORDFEC.TMP'.
       01 WS-CAMINHO-CLASSFEC          PIC X(100) VALUE 'CLASSFEC.DAT'.
       01 WS-CAMINHO-RELFECH           PIC X(100) VALUE 'RELFECH.DAT'.
       01 WS-CAMINHO-ACUMFEC           PIC X(100) VALUE SPACES.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
       01 WS-DATA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
      * WS-MES-INFORMADO IS THE MONTH OPERATIONS ASKED TO CLOSE;
      * WS-MES-FECHAMENTO IS THE MONTH THE ACCUMULATOR BELONGS TO.
       01 WS-MES-INFORMADO             PIC 9(06) VALUE ZEROES.
       01 WS-MES-FECHAMENTO            PIC 9(06) VALUE ZEROES.
      * SIGN-OFF: THE NAME OF THE RESPONSIBLE IN FECHMES_ASSINATURA
      * ASKS FOR THE LOCK. THE LOCK SITUATION OF THE ACCUMULATOR AS
      * READ, AND WHAT BECAME OF THE SIGN-OFF: 'B' LOCKED NOW, 'J'
      * ALREADY LOCKED, 'R' REFUSED, SPACE NOT ASKED FOR.
       01 WS-ASSINATURA                PIC X(20) VALUE SPACES.
       01 WS-SITUACAO-ACUMULADOR       PIC X(01) VALUE SPACES.
       01 WS-DATA-BLOQUEIO             PIC 9(08) VALUE ZEROES.
       01 WS-RESPONSAVEL-BLOQUEIO      PIC X(20) VALUE SPACES.
       01 WS-SW-BLOQUEIO               PIC X(01) VALUE SPACES.
       01 WS-SW-CONFERE                PIC X(01) VALUE 'N'.
      * FILE CONTROL.
       01 WS-QTDE-LIDOS-ACUMMES        PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-ACUMMES     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-ACUMMES      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-POSICNOV       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-POSICNOV    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-POSICNOV     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-PRODUTOS       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PRODUTOS    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-PRODUTOS     PIC 9(07) VALUE ZEROES.
       01 WS-CHAVE-ANT-PRODUTOS        PIC 9(03) VALUE ZEROES.
       01 WS-QTDE-GRAVADOS-TRABFEC     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-GRAVADOS-ACUMFEC     PIC 9(07) VALUE ZEROES.
      * REPORT COUNTERS.
       01 WS-QTDE-SECAO                PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-DIVERGENTES          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-DIAS-ACUMULADOS      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-DIAS-PENDENTES       PIC 9(07) VALUE ZEROES.
      * WS-PROD-TAB HOLDS THE PRODUTOS DESCRIPTIONS, ADDRESSED DIRECTLY
      * BY THE 3-DIGIT CODE.
       01 WS-PROD-TAB.
           05 WS-PROD-ITEM             OCCURS 999 TIMES.
               10 WS-PROD-TAB-ATIVO    PIC X(01) VALUE 'N'.
               10 WS-PROD-TAB-DESC     PIC X(20) VALUE SPACES.
      * WS-CT-TAB GATHERS THE MONTH'S CONTABIL VALUES BY PRODUTO.
       01 WS-CT-IDX                    PIC 9(04) VALUE ZEROES.
       01 WS-CT-TAB.
           05 WS-CT-ITEM               OCCURS 999 TIMES.
               10 WS-CT-ATIVO          PIC X(01) VALUE 'N'.
               10 WS-CT-VL-CUSTO       PIC 9(15)V99 VALUE ZEROES.
               10 WS-CT-VL-VENDA       PIC 9(15)V99 VALUE ZEROES.
               10 WS-CT-BX-VALOR       PIC 9(15)V99 VALUE ZEROES.
               10 WS-CT-RV-VALOR       PIC S9(15)V99 VALUE ZEROES.
       01 WS-CT-TOT-VL-CUSTO           PIC 9(15)V99 VALUE ZEROES.
       01 WS-CT-TOT-VL-VENDA           PIC 9(15)V99 VALUE ZEROES.
       01 WS-CT-TOT-BX-VALOR           PIC 9(15)V99 VALUE ZEROES.
       01 WS-CT-TOT-RV-VALOR           PIC S9(15)V99 VALUE ZEROES.
      * WS-DIA-TAB HOLDS THE BALFIM RESULT OF EVERY DAY ACCUMULATED,
      * ADDRESSED BY THE DAY OF THE MONTH; SPACE = DAY NOT ACCUMULATED.
       01 WS-DIA-IDX                   PIC 9(02) VALUE ZEROES.
       01 WS-DIAS-NO-MES               PIC 9(02) VALUE ZEROES.
       01 WS-DIA-TAB.
           05 WS-DIA-RESULTADO         PIC X(01) VALUE SPACES
                                       OCCURS 31 TIMES.
      * DAY-NUMBER ARITHMETIC: 2900-CALCULAR-DIA TURNS WS-DJ-DATA
      * (YYYYMMDD) INTO A SERIAL DAY NUMBER, SO THE LENGTH OF THE MONTH
      * IS THE DISTANCE TO THE FIRST DAY OF THE NEXT ONE.
       01 WS-DJ-DATA.
           05 WS-DJ-ANO                PIC 9(04) VALUE ZEROES.
           05 WS-DJ-MES                PIC 9(02) VALUE ZEROES.
           05 WS-DJ-DIA                PIC 9(02) VALUE ZEROES.
       01 WS-DJ-A                      PIC 9(02) VALUE ZEROES.
       01 WS-DJ-Y                      PIC 9(06) VALUE ZEROES.
       01 WS-DJ-M                      PIC 9(02) VALUE ZEROES.
       01 WS-DJ-AUX                    PIC 9(07) VALUE ZEROES.
       01 WS-DJ-NUMERO                 PIC 9(07) VALUE ZEROES.
       01 WS-DJ-INICIO-MES             PIC 9(07) VALUE ZEROES.
      * CONTROL-BREAK KEYS AND THE ROLL-FORWARD ACCUMULATORS:
      * OCCURRENCE 1 IS THE PRODUTO/FILIAL BEING PRINTED, 2 THE PRODUTO
      * SUBTOTAL AND 3 THE GRAND TOTAL. FINAL = INICIAL + ENTRADAS +
      * DEVOLUCOES - SAIDAS + TRANSFERENCIAS (+ VARIACAO, IN VALUE),
      * AND IT MUST EQUAL THE POSICNOV FIGURE.
       01 WS-PRODUTO-ATUAL             PIC 9(03) VALUE ZEROES.
       01 WS-FILIAL-ATUAL              PIC 9(02) VALUE ZEROES.
       01 WS-TOT-IDX                   PIC 9(01) VALUE ZEROES.
       01 WS-TOT-DESTINO               PIC 9(01) VALUE ZEROES.
       01 WS-ROTULO-PRODUTO            PIC X(03) VALUE SPACES.
       01 WS-ROTULO-FILIAL             PIC X(02) VALUE SPACES.
       01 WS-SW-DIVERGE                PIC X(01) VALUE 'N'.
       01 WS-TOT-TAB.
           05 WS-TOT-ITEM              OCCURS 3 TIMES.
               10 WS-TOT-QTDE-INICIAL  PIC S9(11) VALUE ZEROES.
               10 WS-TOT-QTDE-ENTRADA  PIC S9(11) VALUE ZEROES.
               10 WS-TOT-QTDE-DEVOLUCAO PIC S9(11) VALUE ZEROES.
               10 WS-TOT-QTDE-SAIDA    PIC S9(11) VALUE ZEROES.
               10 WS-TOT-QTDE-TRANSF   PIC S9(11) VALUE ZEROES.
               10 WS-TOT-QTDE-FINAL    PIC S9(11) VALUE ZEROES.
               10 WS-TOT-QTDE-POSICAO  PIC S9(11) VALUE ZEROES.
               10 WS-TOT-VAL-INICIAL   PIC S9(13)V99 VALUE ZEROES.
               10 WS-TOT-VAL-ENTRADA   PIC S9(13)V99 VALUE ZEROES.
               10 WS-TOT-VAL-DEVOLUCAO PIC S9(13)V99 VALUE ZEROES.
               10 WS-TOT-VAL-SAIDA     PIC S9(13)V99 VALUE ZEROES.
               10 WS-TOT-VAL-TRANSF    PIC S9(13)V99 VALUE ZEROES.
               10 WS-TOT-VAL-VARIACAO  PIC S9(13)V99 VALUE ZEROES.
               10 WS-TOT-VAL-FINAL     PIC S9(13)V99 VALUE ZEROES.
               10 WS-TOT-VAL-POSICAO   PIC S9(13)V99 VALUE ZEROES.
      * REPORT LINE LAYOUTS.
       01 WS-REL-CABECALHO.
           05 FILLER                   PIC X(35)
              VALUE 'FECHAMENTO MENSAL DE ESTOQUE - MES '.
           05 WS-REL-CAB-MES           PIC 9(06) VALUE ZEROES.
           05 FILLER                   PIC X(13)
              VALUE '  EMITIDO EM '.
           05 WS-REL-CAB-DATA          PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(70) VALUE SPACES.
       01 WS-REL-TITULO-SECAO.
           05 WS-REL-TIT-SECAO         PIC X(50) VALUE SPACES.
           05 FILLER                   PIC X(82) VALUE SPACES.
       01 WS-REL-COL-MOVIMENTO.
           05 FILLER                   PIC X(11) VALUE 'PRD FL TIP '.
           05 FILLER                   PIC X(15)
              VALUE '        INICIAL'.
           05 FILLER                   PIC X(15)
              VALUE '       ENTRADAS'.
           05 FILLER                   PIC X(15)
              VALUE '     DEVOLUCOES'.
           05 FILLER                   PIC X(15)
              VALUE '         SAIDAS'.
           05 FILLER                   PIC X(15)
              VALUE '    TRANSF.LIQ.'.
           05 FILLER                   PIC X(15)
              VALUE '    VAR.C.MEDIO'.
           05 FILLER                   PIC X(15)
              VALUE '          FINAL'.
           05 FILLER                   PIC X(15)
              VALUE '       POSICNOV'.
           05 FILLER                   PIC X(01) VALUE SPACES.
       01 WS-REL-PRODUTO.
           05 FILLER                   PIC X(08) VALUE 'PRODUTO '.
           05 WS-REL-PRD-CODIGO        PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 WS-REL-PRD-DESC          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(98) VALUE SPACES.
       01 WS-REL-QTD.
           05 WS-REL-QTD-PRODUTO       PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-QTD-FILIAL        PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE ' QTD '.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-QTD-INICIAL       PIC -------------9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-QTD-ENTRADA       PIC -------------9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-QTD-DEVOLUCAO     PIC -------------9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-QTD-SAIDA         PIC -------------9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-QTD-TRANSF        PIC -------------9.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-QTD-FINAL         PIC -------------9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-QTD-POSICAO       PIC -------------9.
           05 WS-REL-QTD-MARCA         PIC X(01) VALUE SPACES.
       01 WS-REL-VLR.
           05 WS-REL-VLR-PRODUTO       PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-VLR-FILIAL        PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE ' VLR '.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-VLR-INICIAL       PIC ----------9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-VLR-ENTRADA       PIC ----------9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-VLR-DEVOLUCAO     PIC ----------9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-VLR-SAIDA         PIC ----------9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-VLR-TRANSF        PIC ----------9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-VLR-VARIACAO      PIC ----------9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-VLR-FINAL         PIC ----------9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-VLR-POSICAO       PIC ----------9,99.
           05 WS-REL-VLR-MARCA         PIC X(01) VALUE SPACES.
       01 WS-REL-COL-CONTABIL.
           05 FILLER                   PIC X(25)
              VALUE 'PRD DESCRICAO            '.
           05 FILLER                   PIC X(19)
              VALUE '         CUSTO (VL)'.
           05 FILLER                   PIC X(19)
              VALUE '         VENDA (VL)'.
           05 FILLER                   PIC X(19)
              VALUE '        BAIXAS (BX)'.
           05 FILLER                   PIC X(20)
              VALUE '    REAVALIACAO (RV)'.
           05 FILLER                   PIC X(30) VALUE SPACES.
       01 WS-REL-CONTABIL.
           05 WS-REL-CTB-PRODUTO       PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-CTB-DESC          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-CTB-VL-CUSTO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-CTB-VL-VENDA      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-CTB-BX-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-CTB-RV-VALOR      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(30) VALUE SPACES.
       01 WS-REL-NOTA-BAIXAS.
           05 FILLER                   PIC X(43) VALUE
              'BX = REJEITOS VENCIDOS BAIXADOS DO SUSPENSO'.
           05 FILLER                   PIC X(30) VALUE
              ', FORA DA POSICAO DE ESTOQUE'.
           05 FILLER                   PIC X(59) VALUE SPACES.
       01 WS-REL-NOTA-REAVAL.
           05 FILLER                   PIC X(43) VALUE
              'RV = REAVALIACAO DO SALDO DE ABERTURA PELA '.
           05 FILLER                   PIC X(42) VALUE
              'MUDANCA DE CUSTO: GANHO (+) OU PERDA (-)'.
           05 FILLER                   PIC X(47) VALUE SPACES.
       01 WS-REL-COL-DIA.
           05 FILLER                   PIC X(18)
              VALUE 'DATA      SITUACAO'.
           05 FILLER                   PIC X(114) VALUE SPACES.
       01 WS-REL-DIA.
           05 WS-REL-DIA-DATA.
               10 WS-REL-DIA-MES       PIC 9(06) VALUE ZEROES.
               10 WS-REL-DIA-DIA       PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-DIA-SITUACAO      PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(92) VALUE SPACES.
       01 WS-REL-TOTAL.
           05 WS-REL-TOT-TITULO        PIC X(30) VALUE SPACES.
           05 WS-REL-TOT-QTDE          PIC 9(07) VALUE ZEROES.
           05 FILLER                   PIC X(95) VALUE SPACES.
       01 WS-REL-RESULTADO.
           05 FILLER                   PIC X(25)
              VALUE 'RESULTADO DO FECHAMENTO: '.
           05 WS-REL-RES-TEXTO         PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(96) VALUE SPACES.
       01 WS-REL-SITUACAO.
           05 FILLER                   PIC X(25)
              VALUE 'SITUACAO DO ACUMULADO:   '.
           05 WS-REL-SIT-TEXTO         PIC X(60) VALUE SPACES.
           05 FILLER                   PIC X(47) VALUE SPACES.

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

           OPEN INPUT ACUMMES.
           IF WS-FS-ACUMMES NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO ACUMMES' TO WS-ERRO
              MOVE WS-FS-ACUMMES TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN INPUT POSICNOV.
           IF WS-FS-POSICNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO POSICNOV' TO WS-ERRO
              MOVE WS-FS-POSICNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT TRABFEC.
           IF WS-FS-TRABFEC NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABFEC' TO WS-ERRO
              MOVE WS-FS-TRABFEC TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT RELFECH.
           IF WS-FS-RELFECH NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO RELFECH' TO WS-ERRO
              MOVE WS-FS-RELFECH TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 1500-VALIDAR-CONTROLE.

           MOVE WS-MES-FECHAMENTO TO WS-REL-CAB-MES.
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           MOVE WS-REL-CABECALHO TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
       1000-END-PERFORM.
      ******************************************************************
      * 1100-OBTER-PARAMETROS
      ******************************************************************
       1100-OBTER-PARAMETROS.
           DISPLAY 'FECHMES_MES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              IF WS-ENV-VALOR(1:6) IS NUMERIC AND
                 WS-ENV-VALOR(5:2) GREATER '00' AND
                 WS-ENV-VALOR(5:2) LESS '13'
                 MOVE WS-ENV-VALOR(1:6) TO WS-MES-INFORMADO
                 STRING 'ACUM' WS-MES-INFORMADO '.DAT'
                        DELIMITED BY SIZE INTO WS-CAMINHO-ACUMMES
              ELSE
                 MOVE 'MES DO FECHAMENTO INVALIDO' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
           END-IF.

           DISPLAY 'FECHMES_ACUMMES' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ACUMMES
           END-IF.

           IF WS-CAMINHO-ACUMMES EQUAL SPACES
              MOVE 'MES DO FECHAMENTO NAO INFORMADO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.

           DISPLAY 'FECHMES_POSICNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-POSICNOV
           END-IF.

           DISPLAY 'FECHMES_PRODUTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PRODUTOS
           END-IF.

           DISPLAY 'FECHMES_TRABFEC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRABFEC
           END-IF.

           DISPLAY 'FECHMES_ORDFEC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ORDFEC
           END-IF.

           DISPLAY 'FECHMES_CLASSFEC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CLASSFEC
           END-IF.

           DISPLAY 'FECHMES_RELFECH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RELFECH
           END-IF.

           DISPLAY 'FECHMES_ACUMFEC' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ACUMFEC
           END-IF.

           DISPLAY 'FECHMES_ASSINATURA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR(1:20) TO WS-ASSINATURA
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
      *
      * THE ACCUMULATOR HEADER GIVES THE MONTH BEING CLOSED AND WHETHER
      * IT IS ALREADY LOCKED. A MONTH ASKED FOR IN FECHMES_MES MUST BE
      * THE ACCUMULATOR'S OWN.
      ******************************************************************
       1500-VALIDAR-CONTROLE.
           READ ACUMMES INTO REG-ACUMMES.
           IF WS-FS-ACUMMES NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO ACUMMES' TO WS-ERRO
              MOVE WS-FS-ACUMMES TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF ACUMMES-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO ACUMMES AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           IF WS-MES-INFORMADO NOT EQUAL ZEROES AND
              ACUMMES-CTL-MES NOT EQUAL WS-MES-INFORMADO
              MOVE 'ACUMULADOR NAO E DO MES INFORMADO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE ACUMMES-CTL-QTDE        TO WS-QTDE-ESPERADO-ACUMMES.
           MOVE ACUMMES-CTL-MES         TO WS-MES-FECHAMENTO.
           MOVE ACUMMES-CTL-SITUACAO    TO WS-SITUACAO-ACUMULADOR.
           MOVE ACUMMES-CTL-DATA-FECHAM TO WS-DATA-BLOQUEIO.
           MOVE ACUMMES-CTL-RESPONSAVEL TO WS-RESPONSAVEL-BLOQUEIO.

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
      * 1700-RECONCILIAR-ACUMMES
      ******************************************************************
       1700-RECONCILIAR-ACUMMES.
           IF WS-QTDE-LIDOS-ACUMMES NOT EQUAL
              WS-QTDE-ESPERADO-ACUMMES OR
              WS-QTDE-LIDOS-ACUMMES NOT EQUAL WS-QTDE-TRAILER-ACUMMES
              MOVE 'CONTROLE DE REGISTROS ACUMMES DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1700-END-PERFORM.
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
      ******************************************************************
       2000-PROCESSAR.
           PERFORM 2100-LER-ACUMULADO.
           PERFORM 2200-LER-POSICNOV.
           CLOSE TRABFEC.

           SORT ORDFEC ON ASCENDING KEY ORDFEC-COD-PRODUTO
                                        ORDFEC-COD-FILIAL
                USING TRABFEC GIVING CLASSFEC.

           OPEN INPUT CLASSFEC.
           IF WS-FS-CLASSFEC NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CLASSFEC' TO WS-ERRO
              MOVE WS-FS-CLASSFEC TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 2300-IMPRIMIR-MOVIMENTACAO.
           PERFORM 2400-IMPRIMIR-CONTABIL.
           PERFORM 2500-IMPRIMIR-DIAS.

      * THE MONTH PROVES ONLY IF EVERY PRODUTO/FILIAL ROLLS FORWARD TO
      * ITS POSICNOV FIGURES AND EVERY DAY OF THE MONTH WAS ACCUMULATED
      * WITH A CLEAN BALFIM.
           IF WS-QTDE-DIVERGENTES EQUAL ZEROES AND
              WS-QTDE-DIAS-PENDENTES EQUAL ZEROES
              MOVE 'S' TO WS-SW-CONFERE
           END-IF.

           IF WS-ASSINATURA NOT EQUAL SPACES
              IF WS-SITUACAO-ACUMULADOR EQUAL 'F'
                 MOVE 'J' TO WS-SW-BLOQUEIO
              ELSE
                 IF WS-SW-CONFERE EQUAL 'S'
                    PERFORM 2800-BLOQUEAR-MES
                 ELSE
                    MOVE 'R' TO WS-SW-BLOQUEIO
                 END-IF
              END-IF
           END-IF.
       2000-END-PERFORM.
      ******************************************************************
      * 2100-LER-ACUMULADO
      *
      * SPREADS THE ACCUMULATOR: OPENING POSITIONS AND DAILY MOVEMENTS
      * GO TO TRABFEC, CONTABIL VALUES TO WS-CT-TAB AND THE DAY RESULTS
      * TO WS-DIA-TAB. EVERY DETAIL MUST BELONG TO THE MONTH.
      ******************************************************************
       2100-LER-ACUMULADO.
           PERFORM 2150-LER-ARQUIVO-ACUMMES.
           PERFORM UNTIL WS-FS-ACUMMES EQUAL '10'
                   IF ACUMMES-DATA(1:6) NOT EQUAL WS-MES-FECHAMENTO OR
                      ACUMMES-DATA(7:2) LESS '01' OR
                      ACUMMES-DATA(7:2) GREATER '31'
                      MOVE 'REGISTRO DE OUTRO MES NO ACUMULADOR'
                        TO WS-ERRO
                      PERFORM 4000-ERRO
                   END-IF
                   EVALUATE ACUMMES-TIPO-REG
                       WHEN 'AB'
                            PERFORM 2160-SOMAR-ABERTURA
                       WHEN 'MV'
                            PERFORM 2170-SOMAR-MOVIMENTACAO
                       WHEN 'CT'
                            MOVE ACUMMES-CT-COD-PRODUTO TO WS-CT-IDX
                            IF WS-CT-IDX GREATER ZEROES
                               MOVE 'S' TO WS-CT-ATIVO(WS-CT-IDX)
                               ADD ACUMMES-CT-VL-CUSTO
                                TO WS-CT-VL-CUSTO(WS-CT-IDX)
                               ADD ACUMMES-CT-VL-VENDA
                                TO WS-CT-VL-VENDA(WS-CT-IDX)
                               ADD ACUMMES-CT-BX-VALOR
                                TO WS-CT-BX-VALOR(WS-CT-IDX)
                               ADD ACUMMES-CT-RV-VALOR
                                TO WS-CT-RV-VALOR(WS-CT-IDX)
                            END-IF
                       WHEN 'DI'
                            MOVE ACUMMES-DATA(7:2) TO WS-DIA-IDX
                            MOVE ACUMMES-DI-RESULTADO
                              TO WS-DIA-RESULTADO(WS-DIA-IDX)
                            ADD 1 TO WS-QTDE-DIAS-ACUMULADOS
                   END-EVALUATE
                   PERFORM 2150-LER-ARQUIVO-ACUMMES
           END-PERFORM.
           CLOSE ACUMMES.
       2100-END-PERFORM.
      ******************************************************************
      * 2150-LER-ARQUIVO-ACUMMES
      ******************************************************************
       2150-LER-ARQUIVO-ACUMMES.
           INITIALIZE REG-ACUMMES REPLACING NUMERIC BY ZEROES.
           READ ACUMMES INTO REG-ACUMMES.
           IF WS-FS-ACUMMES NOT EQUAL '00' AND
              WS-FS-ACUMMES NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO ACUMMES' TO WS-ERRO
              MOVE WS-FS-ACUMMES TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-ACUMMES EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-ACUMMES
                 IF ACUMMES-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-ACUMMES
                    MOVE ACUMMES-CTL-QTDE TO WS-QTDE-TRAILER-ACUMMES
                    MOVE '10' TO WS-FS-ACUMMES
                    PERFORM 1700-RECONCILIAR-ACUMMES
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1700-RECONCILIAR-ACUMMES CATCH IT.
                 PERFORM 1700-RECONCILIAR-ACUMMES
              END-IF
           END-IF.
       2150-END-PERFORM.
      ******************************************************************
      * 2160-SOMAR-ABERTURA
      ******************************************************************
       2160-SOMAR-ABERTURA.
           INITIALIZE REG-TRABFEC.
           MOVE ACUMMES-AB-COD-PRODUTO TO TRABFEC-COD-PRODUTO.
           MOVE ACUMMES-AB-COD-FILIAL  TO TRABFEC-COD-FILIAL.
           MOVE ACUMMES-AB-SALDO       TO TRABFEC-QTDE-INICIAL.
           MOVE ACUMMES-AB-VALOR       TO TRABFEC-VAL-INICIAL.
           PERFORM 2650-GRAVAR-TRABFEC.
       2160-END-PERFORM.
      ******************************************************************
      * 2170-SOMAR-MOVIMENTACAO
      ******************************************************************
       2170-SOMAR-MOVIMENTACAO.
           INITIALIZE REG-TRABFEC.
           MOVE ACUMMES-MV-COD-PRODUTO    TO TRABFEC-COD-PRODUTO.
           MOVE ACUMMES-MV-COD-FILIAL     TO TRABFEC-COD-FILIAL.
           MOVE ACUMMES-MV-QTDE-ENTRADA   TO TRABFEC-QTDE-ENTRADA.
           MOVE ACUMMES-MV-QTDE-DEVOLUCAO TO TRABFEC-QTDE-DEVOLUCAO.
           MOVE ACUMMES-MV-QTDE-SAIDA     TO TRABFEC-QTDE-SAIDA.
           COMPUTE TRABFEC-QTDE-TRANSF = ACUMMES-MV-QTDE-RECEBIM
                                       - ACUMMES-MV-QTDE-REMESSA.
           MOVE ACUMMES-MV-VAL-ENTRADA    TO TRABFEC-VAL-ENTRADA.
           MOVE ACUMMES-MV-VAL-DEVOLUCAO  TO TRABFEC-VAL-DEVOLUCAO.
           MOVE ACUMMES-MV-VAL-SAIDA      TO TRABFEC-VAL-SAIDA.
           COMPUTE TRABFEC-VAL-TRANSF = ACUMMES-MV-VAL-RECEBIM
                                      - ACUMMES-MV-VAL-REMESSA.
           MOVE ACUMMES-MV-VAL-VARIACAO   TO TRABFEC-VAL-VARIACAO.
           PERFORM 2650-GRAVAR-TRABFEC.
       2170-END-PERFORM.
      ******************************************************************
      * 2200-LER-POSICNOV
      *
      * EVERY CLOSING POSITION GOES TO TRABFEC UNDER ITS OWNING
      * PRODUTO, SO THE CLOSE COMPARES AGAINST THE WHOLE GENERATION.
      ******************************************************************
       2200-LER-POSICNOV.
           PERFORM 2250-LER-ARQUIVO-POSICNOV.
           PERFORM UNTIL WS-FS-POSICNOV EQUAL '10'
                   INITIALIZE REG-TRABFEC
                   MOVE POSICNOV-COD-PRODUTO TO TRABFEC-COD-PRODUTO
                   MOVE POSICNOV-COD-FILIAL  TO TRABFEC-COD-FILIAL
                   MOVE POSICNOV-SALDO-ATUAL TO TRABFEC-QTDE-POSICAO
                   MOVE POSICNOV-VALOR-ESTOQUE TO TRABFEC-VAL-POSICAO
                   PERFORM 2650-GRAVAR-TRABFEC
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
                    PERFORM 1720-RECONCILIAR-POSICNOV
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1720-RECONCILIAR-POSICNOV CATCH IT.
                 PERFORM 1720-RECONCILIAR-POSICNOV
              END-IF
           END-IF.
       2250-END-PERFORM.
      ******************************************************************
      * 2300-IMPRIMIR-MOVIMENTACAO
      *
      * FIRST SECTION: THE MONTH'S ROLL-FORWARD OF EVERY PRODUTO/FILIAL,
      * ONE QUANTITY LINE AND ONE VALUE LINE EACH, WITH PRODUTO
      * SUBTOTALS AND A GRAND TOTAL. A FINAL FIGURE THAT DOES NOT MATCH
      * POSICNOV IS MARKED '*'.
      ******************************************************************
       2300-IMPRIMIR-MOVIMENTACAO.
           MOVE SPACES TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE 'MOVIMENTACAO DO MES POR PRODUTO E FILIAL'
             TO WS-REL-TIT-SECAO.
           MOVE WS-REL-TITULO-SECAO TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE WS-REL-COL-MOVIMENTO TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.

           MOVE ZEROES TO WS-QTDE-SECAO.
           MOVE 3 TO WS-TOT-IDX.
           INITIALIZE WS-TOT-ITEM(WS-TOT-IDX).
           PERFORM 2620-LER-CLASSFEC.
           PERFORM UNTIL WS-FS-CLASSFEC EQUAL '10'
                   PERFORM 2310-IMPRIMIR-PRODUTO
           END-PERFORM.
           CLOSE CLASSFEC.

           MOVE 'TOT' TO WS-ROTULO-PRODUTO.
           MOVE 'TT' TO WS-ROTULO-FILIAL.
           MOVE 3 TO WS-TOT-IDX.
           PERFORM 2360-IMPRIMIR-TOTAIS.

           MOVE SPACES TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE 'TOTAL DE OCORRENCIAS DA SECAO ' TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SECAO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
       2300-END-PERFORM.
      ******************************************************************
      * 2310-IMPRIMIR-PRODUTO
      ******************************************************************
       2310-IMPRIMIR-PRODUTO.
           MOVE CLASSFEC-COD-PRODUTO TO WS-PRODUTO-ATUAL.
           MOVE SPACES TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE WS-PRODUTO-ATUAL TO WS-REL-PRD-CODIGO.
           MOVE SPACES TO WS-REL-PRD-DESC.
           IF WS-PRODUTO-ATUAL GREATER ZEROES
              MOVE WS-PROD-TAB-DESC(WS-PRODUTO-ATUAL)
                TO WS-REL-PRD-DESC
           END-IF.
           MOVE WS-REL-PRODUTO TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.

           MOVE 2 TO WS-TOT-IDX.
           INITIALIZE WS-TOT-ITEM(WS-TOT-IDX).
           PERFORM UNTIL WS-FS-CLASSFEC EQUAL '10' OR
                         CLASSFEC-COD-PRODUTO NOT EQUAL
                         WS-PRODUTO-ATUAL
                   PERFORM 2320-IMPRIMIR-FILIAL
           END-PERFORM.

           MOVE WS-PRODUTO-ATUAL TO WS-ROTULO-PRODUTO.
           MOVE 'TT' TO WS-ROTULO-FILIAL.
           MOVE 2 TO WS-TOT-IDX.
           PERFORM 2360-IMPRIMIR-TOTAIS.
       2310-END-PERFORM.
      ******************************************************************
      * 2320-IMPRIMIR-FILIAL
      ******************************************************************
       2320-IMPRIMIR-FILIAL.
           MOVE CLASSFEC-COD-FILIAL TO WS-FILIAL-ATUAL.
           MOVE 1 TO WS-TOT-IDX.
           INITIALIZE WS-TOT-ITEM(WS-TOT-IDX).
           PERFORM UNTIL WS-FS-CLASSFEC EQUAL '10' OR
                         CLASSFEC-COD-PRODUTO NOT EQUAL
                         WS-PRODUTO-ATUAL OR
                         CLASSFEC-COD-FILIAL NOT EQUAL WS-FILIAL-ATUAL
                   ADD CLASSFEC-QTDE-INICIAL
                    TO WS-TOT-QTDE-INICIAL(1)
                   ADD CLASSFEC-QTDE-ENTRADA
                    TO WS-TOT-QTDE-ENTRADA(1)
                   ADD CLASSFEC-QTDE-DEVOLUCAO
                    TO WS-TOT-QTDE-DEVOLUCAO(1)
                   ADD CLASSFEC-QTDE-SAIDA
                    TO WS-TOT-QTDE-SAIDA(1)
                   ADD CLASSFEC-QTDE-TRANSF
                    TO WS-TOT-QTDE-TRANSF(1)
                   ADD CLASSFEC-QTDE-POSICAO
                    TO WS-TOT-QTDE-POSICAO(1)
                   ADD CLASSFEC-VAL-INICIAL
                    TO WS-TOT-VAL-INICIAL(1)
                   ADD CLASSFEC-VAL-ENTRADA
                    TO WS-TOT-VAL-ENTRADA(1)
                   ADD CLASSFEC-VAL-DEVOLUCAO
                    TO WS-TOT-VAL-DEVOLUCAO(1)
                   ADD CLASSFEC-VAL-SAIDA
                    TO WS-TOT-VAL-SAIDA(1)
                   ADD CLASSFEC-VAL-TRANSF
                    TO WS-TOT-VAL-TRANSF(1)
                   ADD CLASSFEC-VAL-VARIACAO
                    TO WS-TOT-VAL-VARIACAO(1)
                   ADD CLASSFEC-VAL-POSICAO
                    TO WS-TOT-VAL-POSICAO(1)
                   PERFORM 2620-LER-CLASSFEC
           END-PERFORM.

           MOVE WS-PRODUTO-ATUAL TO WS-ROTULO-PRODUTO.
           MOVE WS-FILIAL-ATUAL TO WS-ROTULO-FILIAL.
           MOVE 1 TO WS-TOT-IDX.
           PERFORM 2360-IMPRIMIR-TOTAIS.
           ADD 1 TO WS-QTDE-SECAO.
           IF WS-SW-DIVERGE EQUAL 'S'
              ADD 1 TO WS-QTDE-DIVERGENTES
           END-IF.

           MOVE 2 TO WS-TOT-DESTINO.
           PERFORM 2350-SOMAR-TOTAIS.
           MOVE 3 TO WS-TOT-DESTINO.
           PERFORM 2350-SOMAR-TOTAIS.
       2320-END-PERFORM.
      ******************************************************************
      * 2350-SOMAR-TOTAIS
      *
      * ADDS THE PRODUTO/FILIAL JUST PRINTED TO THE LEVEL IN
      * WS-TOT-DESTINO.
      ******************************************************************
       2350-SOMAR-TOTAIS.
           ADD WS-TOT-QTDE-INICIAL(1)
            TO WS-TOT-QTDE-INICIAL(WS-TOT-DESTINO).
           ADD WS-TOT-QTDE-ENTRADA(1)
            TO WS-TOT-QTDE-ENTRADA(WS-TOT-DESTINO).
           ADD WS-TOT-QTDE-DEVOLUCAO(1)
            TO WS-TOT-QTDE-DEVOLUCAO(WS-TOT-DESTINO).
           ADD WS-TOT-QTDE-SAIDA(1)
            TO WS-TOT-QTDE-SAIDA(WS-TOT-DESTINO).
           ADD WS-TOT-QTDE-TRANSF(1)
            TO WS-TOT-QTDE-TRANSF(WS-TOT-DESTINO).
           ADD WS-TOT-QTDE-POSICAO(1)
            TO WS-TOT-QTDE-POSICAO(WS-TOT-DESTINO).
           ADD WS-TOT-VAL-INICIAL(1)
            TO WS-TOT-VAL-INICIAL(WS-TOT-DESTINO).
           ADD WS-TOT-VAL-ENTRADA(1)
            TO WS-TOT-VAL-ENTRADA(WS-TOT-DESTINO).
           ADD WS-TOT-VAL-DEVOLUCAO(1)
            TO WS-TOT-VAL-DEVOLUCAO(WS-TOT-DESTINO).
           ADD WS-TOT-VAL-SAIDA(1)
            TO WS-TOT-VAL-SAIDA(WS-TOT-DESTINO).
           ADD WS-TOT-VAL-TRANSF(1)
            TO WS-TOT-VAL-TRANSF(WS-TOT-DESTINO).
           ADD WS-TOT-VAL-VARIACAO(1)
            TO WS-TOT-VAL-VARIACAO(WS-TOT-DESTINO).
           ADD WS-TOT-VAL-POSICAO(1)
            TO WS-TOT-VAL-POSICAO(WS-TOT-DESTINO).
       2350-END-PERFORM.
      ******************************************************************
      * 2360-IMPRIMIR-TOTAIS
      *
      * ROLLS THE LEVEL IN WS-TOT-IDX FORWARD, COMPARES IT WITH
      * POSICNOV (WS-SW-DIVERGE) AND PRINTS ITS QUANTITY AND VALUE
      * LINES UNDER WS-ROTULO-PRODUTO/WS-ROTULO-FILIAL.
      ******************************************************************
       2360-IMPRIMIR-TOTAIS.
           COMPUTE WS-TOT-QTDE-FINAL(WS-TOT-IDX) =
                   WS-TOT-QTDE-INICIAL(WS-TOT-IDX)
                 + WS-TOT-QTDE-ENTRADA(WS-TOT-IDX)
                 + WS-TOT-QTDE-DEVOLUCAO(WS-TOT-IDX)
                 - WS-TOT-QTDE-SAIDA(WS-TOT-IDX)
                 + WS-TOT-QTDE-TRANSF(WS-TOT-IDX).
           COMPUTE WS-TOT-VAL-FINAL(WS-TOT-IDX) =
                   WS-TOT-VAL-INICIAL(WS-TOT-IDX)
                 + WS-TOT-VAL-ENTRADA(WS-TOT-IDX)
                 + WS-TOT-VAL-DEVOLUCAO(WS-TOT-IDX)
                 - WS-TOT-VAL-SAIDA(WS-TOT-IDX)
                 + WS-TOT-VAL-TRANSF(WS-TOT-IDX)
                 + WS-TOT-VAL-VARIACAO(WS-TOT-IDX).

           MOVE 'N' TO WS-SW-DIVERGE.
           MOVE SPACES TO WS-REL-QTD-MARCA WS-REL-VLR-MARCA.
           IF WS-TOT-QTDE-FINAL(WS-TOT-IDX) NOT EQUAL
              WS-TOT-QTDE-POSICAO(WS-TOT-IDX)
              MOVE 'S' TO WS-SW-DIVERGE
              MOVE '*' TO WS-REL-QTD-MARCA
           END-IF.
           IF WS-TOT-VAL-FINAL(WS-TOT-IDX) NOT EQUAL
              WS-TOT-VAL-POSICAO(WS-TOT-IDX)
              MOVE 'S' TO WS-SW-DIVERGE
              MOVE '*' TO WS-REL-VLR-MARCA
           END-IF.

           MOVE WS-ROTULO-PRODUTO TO WS-REL-QTD-PRODUTO.
           MOVE WS-ROTULO-FILIAL TO WS-REL-QTD-FILIAL.
           MOVE WS-TOT-QTDE-INICIAL(WS-TOT-IDX) TO WS-REL-QTD-INICIAL.
           MOVE WS-TOT-QTDE-ENTRADA(WS-TOT-IDX) TO WS-REL-QTD-ENTRADA.
           MOVE WS-TOT-QTDE-DEVOLUCAO(WS-TOT-IDX)
             TO WS-REL-QTD-DEVOLUCAO.
           MOVE WS-TOT-QTDE-SAIDA(WS-TOT-IDX) TO WS-REL-QTD-SAIDA.
           MOVE WS-TOT-QTDE-TRANSF(WS-TOT-IDX) TO WS-REL-QTD-TRANSF.
           MOVE WS-TOT-QTDE-FINAL(WS-TOT-IDX) TO WS-REL-QTD-FINAL.
           MOVE WS-TOT-QTDE-POSICAO(WS-TOT-IDX) TO WS-REL-QTD-POSICAO.
           MOVE WS-REL-QTD TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.

           MOVE WS-ROTULO-PRODUTO TO WS-REL-VLR-PRODUTO.
           MOVE WS-ROTULO-FILIAL TO WS-REL-VLR-FILIAL.
           MOVE WS-TOT-VAL-INICIAL(WS-TOT-IDX) TO WS-REL-VLR-INICIAL.
           MOVE WS-TOT-VAL-ENTRADA(WS-TOT-IDX) TO WS-REL-VLR-ENTRADA.
           MOVE WS-TOT-VAL-DEVOLUCAO(WS-TOT-IDX)
             TO WS-REL-VLR-DEVOLUCAO.
           MOVE WS-TOT-VAL-SAIDA(WS-TOT-IDX) TO WS-REL-VLR-SAIDA.
           MOVE WS-TOT-VAL-TRANSF(WS-TOT-IDX) TO WS-REL-VLR-TRANSF.
           MOVE WS-TOT-VAL-VARIACAO(WS-TOT-IDX) TO WS-REL-VLR-VARIACAO.
           MOVE WS-TOT-VAL-FINAL(WS-TOT-IDX) TO WS-REL-VLR-FINAL.
           MOVE WS-TOT-VAL-POSICAO(WS-TOT-IDX) TO WS-REL-VLR-POSICAO.
           MOVE WS-REL-VLR TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
       2360-END-PERFORM.
      ******************************************************************
      * 2400-IMPRIMIR-CONTABIL
      *
      * SECOND SECTION: THE MONTH'S CONTABIL VALUES BY PRODUTO. THE
      * WRITE-OFFS ('BX') ARE REJECTS AGED OUT OF SUSPENSE: THEY NEVER
      * REACHED A POSITION, SO THEY ARE SHOWN HERE, AGAINST THE LEDGER,
      * AND NOT IN THE STOCK ROLL-FORWARD ABOVE. THE REVALUATIONS ('RV')
      * ARE THE SIGNED GAINS AND LOSSES POSTED WHEN A COST CHANGED.
      ******************************************************************
       2400-IMPRIMIR-CONTABIL.
           MOVE SPACES TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE 'MOVIMENTO CONTABIL DO MES POR PRODUTO'
             TO WS-REL-TIT-SECAO.
           MOVE WS-REL-TITULO-SECAO TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE WS-REL-COL-CONTABIL TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.

           MOVE ZEROES TO WS-QTDE-SECAO.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX GREATER 999
                   IF WS-CT-ATIVO(WS-CT-IDX) EQUAL 'S'
                      MOVE WS-CT-IDX TO WS-PRODUTO-ATUAL
                      MOVE WS-PRODUTO-ATUAL TO WS-REL-CTB-PRODUTO
                      MOVE WS-PROD-TAB-DESC(WS-CT-IDX)
                        TO WS-REL-CTB-DESC
                      MOVE WS-CT-VL-CUSTO(WS-CT-IDX)
                        TO WS-REL-CTB-VL-CUSTO
                      MOVE WS-CT-VL-VENDA(WS-CT-IDX)
                        TO WS-REL-CTB-VL-VENDA
                      MOVE WS-CT-BX-VALOR(WS-CT-IDX)
                        TO WS-REL-CTB-BX-VALOR
                      MOVE WS-CT-RV-VALOR(WS-CT-IDX)
                        TO WS-REL-CTB-RV-VALOR
                      MOVE WS-REL-CONTABIL TO REG-RELFECH
                      PERFORM 2550-GRAVAR-RELFECH
                      ADD 1 TO WS-QTDE-SECAO
                      ADD WS-CT-VL-CUSTO(WS-CT-IDX)
                       TO WS-CT-TOT-VL-CUSTO
                      ADD WS-CT-VL-VENDA(WS-CT-IDX)
                       TO WS-CT-TOT-VL-VENDA
                      ADD WS-CT-BX-VALOR(WS-CT-IDX)
                       TO WS-CT-TOT-BX-VALOR
                      ADD WS-CT-RV-VALOR(WS-CT-IDX)
                       TO WS-CT-TOT-RV-VALOR
                   END-IF
           END-PERFORM.

           MOVE 'TOT' TO WS-REL-CTB-PRODUTO.
           MOVE 'TOTAL GERAL' TO WS-REL-CTB-DESC.
           MOVE WS-CT-TOT-VL-CUSTO TO WS-REL-CTB-VL-CUSTO.
           MOVE WS-CT-TOT-VL-VENDA TO WS-REL-CTB-VL-VENDA.
           MOVE WS-CT-TOT-BX-VALOR TO WS-REL-CTB-BX-VALOR.
           MOVE WS-CT-TOT-RV-VALOR TO WS-REL-CTB-RV-VALOR.
           MOVE WS-REL-CONTABIL TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE WS-REL-NOTA-BAIXAS TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE WS-REL-NOTA-REAVAL TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.

           MOVE SPACES TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE 'TOTAL DE OCORRENCIAS DA SECAO ' TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SECAO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
       2400-END-PERFORM.
      ******************************************************************
      * 2500-IMPRIMIR-DIAS
      *
      * THIRD SECTION: EVERY CALENDAR DAY OF THE MONTH THAT WAS NOT
      * ACCUMULATED, OR WHOSE BALFIM DID NOT APPROVE THE CHAIN.
      ******************************************************************
       2500-IMPRIMIR-DIAS.
           MOVE SPACES TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE 'DIAS DO MES SEM FECHAMENTO LIMPO' TO WS-REL-TIT-SECAO.
           MOVE WS-REL-TITULO-SECAO TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE WS-REL-COL-DIA TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.

      * LENGTH OF THE MONTH: FROM ITS FIRST DAY TO THE FIRST DAY OF THE
      * NEXT ONE.
           MOVE WS-MES-FECHAMENTO TO WS-DJ-DATA(1:6).
           MOVE 01 TO WS-DJ-DIA.
           PERFORM 2900-CALCULAR-DIA.
           MOVE WS-DJ-NUMERO TO WS-DJ-INICIO-MES.
           MOVE WS-MES-FECHAMENTO TO WS-DJ-DATA(1:6).
           IF WS-DJ-MES EQUAL 12
              ADD 1 TO WS-DJ-ANO
              MOVE 01 TO WS-DJ-MES
           ELSE
              ADD 1 TO WS-DJ-MES
           END-IF.
           MOVE 01 TO WS-DJ-DIA.
           PERFORM 2900-CALCULAR-DIA.
           COMPUTE WS-DIAS-NO-MES = WS-DJ-NUMERO - WS-DJ-INICIO-MES.

           MOVE ZEROES TO WS-QTDE-SECAO.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX GREATER WS-DIAS-NO-MES
                   MOVE SPACES TO WS-REL-DIA-SITUACAO
                   EVALUATE WS-DIA-RESULTADO(WS-DIA-IDX)
                       WHEN 'A'
                            CONTINUE
                       WHEN SPACES
                            MOVE 'DIA NAO ACUMULADO'
                              TO WS-REL-DIA-SITUACAO
                       WHEN 'R'
                            MOVE 'BALFIM REPROVADO'
                              TO WS-REL-DIA-SITUACAO
                       WHEN OTHER
                            MOVE 'SEM RESULTADO DO BALFIM'
                              TO WS-REL-DIA-SITUACAO
                   END-EVALUATE
                   IF WS-REL-DIA-SITUACAO NOT EQUAL SPACES
                      MOVE WS-MES-FECHAMENTO TO WS-REL-DIA-MES
                      MOVE WS-DIA-IDX TO WS-REL-DIA-DIA
                      MOVE WS-REL-DIA TO REG-RELFECH
                      PERFORM 2550-GRAVAR-RELFECH
                      ADD 1 TO WS-QTDE-SECAO
                   END-IF
           END-PERFORM.
           MOVE WS-QTDE-SECAO TO WS-QTDE-DIAS-PENDENTES.

           MOVE SPACES TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE 'TOTAL DE OCORRENCIAS DA SECAO ' TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SECAO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
       2500-END-PERFORM.
      ******************************************************************
      * 2550-GRAVAR-RELFECH
      ******************************************************************
       2550-GRAVAR-RELFECH.
           WRITE REG-RELFECH.
           IF WS-FS-RELFECH NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO RELFECH' TO WS-ERRO
              MOVE WS-FS-RELFECH TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2550-END-PERFORM.
      ******************************************************************
      * 2620-LER-CLASSFEC
      ******************************************************************
       2620-LER-CLASSFEC.
           INITIALIZE REG-CLASSFEC.
           READ CLASSFEC INTO REG-CLASSFEC.
           IF WS-FS-CLASSFEC NOT EQUAL '00' AND
              WS-FS-CLASSFEC NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO CLASSFEC' TO WS-ERRO
              MOVE WS-FS-CLASSFEC TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2620-END-PERFORM.
      ******************************************************************
      * 2650-GRAVAR-TRABFEC
      ******************************************************************
       2650-GRAVAR-TRABFEC.
           WRITE REG-TRABFEC.
           IF WS-FS-TRABFEC NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABFEC' TO WS-ERRO
              MOVE WS-FS-TRABFEC TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              ADD 1 TO WS-QTDE-GRAVADOS-TRABFEC
           END-IF.
       2650-END-PERFORM.
      ******************************************************************
      * 2800-BLOQUEAR-MES
      *
      * THE SIGNED-OFF CLOSE: THE ACCUMULATOR IS COPIED UNCHANGED TO
      * ACUMFEC UNDER HD/TR RECORDS MARKED 'F' (CLOSED), WITH THE DATE
      * AND THE NAME OF THE RESPONSIBLE. FROM THE MOMENT ACUMFEC EXISTS
      * ACUMMES REFUSES EVERY LATER RERUN OF THE MONTH, WHETHER OR NOT
      * ACUMFEC HAS YET REPLACED THE MONTH'S GENERATION.
      ******************************************************************
       2800-BLOQUEAR-MES.
           IF WS-CAMINHO-ACUMFEC EQUAL SPACES
              STRING 'ACUM' WS-MES-FECHAMENTO '.FEC'
                     DELIMITED BY SIZE INTO WS-CAMINHO-ACUMFEC
           END-IF.

           OPEN INPUT ACUMMES.
           IF WS-FS-ACUMMES NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO ACUMMES' TO WS-ERRO
              MOVE WS-FS-ACUMMES TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT ACUMFEC.
           IF WS-FS-ACUMFEC NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO ACUMFEC' TO WS-ERRO
              MOVE WS-FS-ACUMFEC TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE 'F' TO WS-SITUACAO-ACUMULADOR.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-BLOQUEIO.
           MOVE WS-ASSINATURA TO WS-RESPONSAVEL-BLOQUEIO.

           MOVE SPACES TO REG-ACUMFEC-CTL.
           MOVE 'HD' TO ACUMFEC-CTL-TIPO.
           MOVE WS-QTDE-ESPERADO-ACUMMES TO ACUMFEC-CTL-QTDE.
           MOVE WS-MES-FECHAMENTO TO ACUMFEC-CTL-MES.
           MOVE WS-SITUACAO-ACUMULADOR TO ACUMFEC-CTL-SITUACAO.
           MOVE WS-DATA-BLOQUEIO TO ACUMFEC-CTL-DATA-FECHAM.
           MOVE WS-RESPONSAVEL-BLOQUEIO TO ACUMFEC-CTL-RESPONSAVEL.
           PERFORM 2850-GRAVAR-ACUMFEC.

      * THE HEADER WAS PROVED ON THE FIRST PASS; SKIP IT AND COPY THE
      * DETAIL RECORDS UP TO THE TRAILER.
           READ ACUMMES.
           READ ACUMMES.
           PERFORM UNTIL WS-FS-ACUMMES NOT EQUAL '00' OR
                         ACUMMES-CTL-TIPO EQUAL 'TR'
                   MOVE REG-ACUMMES TO REG-ACUMFEC
                   PERFORM 2850-GRAVAR-ACUMFEC
                   READ ACUMMES
           END-PERFORM.
           IF WS-FS-ACUMMES NOT EQUAL '00'
              MOVE 'LEITURA DO ARQUIVO ACUMMES' TO WS-ERRO
              MOVE WS-FS-ACUMMES TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-ACUMFEC-CTL.
           MOVE 'TR' TO ACUMFEC-CTL-TIPO.
           MOVE WS-QTDE-ESPERADO-ACUMMES TO ACUMFEC-CTL-QTDE.
           MOVE WS-MES-FECHAMENTO TO ACUMFEC-CTL-MES.
           MOVE WS-SITUACAO-ACUMULADOR TO ACUMFEC-CTL-SITUACAO.
           MOVE WS-DATA-BLOQUEIO TO ACUMFEC-CTL-DATA-FECHAM.
           MOVE WS-RESPONSAVEL-BLOQUEIO TO ACUMFEC-CTL-RESPONSAVEL.
           PERFORM 2850-GRAVAR-ACUMFEC.

           CLOSE ACUMMES ACUMFEC.
           MOVE 'B' TO WS-SW-BLOQUEIO.
       2800-END-PERFORM.
      ******************************************************************
      * 2850-GRAVAR-ACUMFEC
      ******************************************************************
       2850-GRAVAR-ACUMFEC.
           WRITE REG-ACUMFEC.
           IF WS-FS-ACUMFEC NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO ACUMFEC' TO WS-ERRO
              MOVE WS-FS-ACUMFEC TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              ADD 1 TO WS-QTDE-GRAVADOS-ACUMFEC
           END-IF.
       2850-END-PERFORM.
      ******************************************************************
      * 2900-CALCULAR-DIA
      *
      * SERIAL DAY NUMBER OF WS-DJ-DATA (JULIAN DAY COUNT). EACH
      * DIVISION IS STORED IN AN INTEGER FIELD SO ITS FRACTION IS
      * DROPPED BEFORE THE NEXT STEP, AS THE FORMULA REQUIRES.
      ******************************************************************
       2900-CALCULAR-DIA.
           COMPUTE WS-DJ-A = (14 - WS-DJ-MES) / 12.
           COMPUTE WS-DJ-Y = WS-DJ-ANO + 4800 - WS-DJ-A.
           COMPUTE WS-DJ-M = WS-DJ-MES + 12 * WS-DJ-A - 3.
           COMPUTE WS-DJ-AUX = (153 * WS-DJ-M + 2) / 5.
           COMPUTE WS-DJ-NUMERO = WS-DJ-DIA + WS-DJ-AUX +
                                  365 * WS-DJ-Y - 32045.
           DIVIDE WS-DJ-Y BY 4 GIVING WS-DJ-AUX.
           ADD WS-DJ-AUX TO WS-DJ-NUMERO.
           DIVIDE WS-DJ-Y BY 100 GIVING WS-DJ-AUX.
           SUBTRACT WS-DJ-AUX FROM WS-DJ-NUMERO.
           DIVIDE WS-DJ-Y BY 400 GIVING WS-DJ-AUX.
           ADD WS-DJ-AUX TO WS-DJ-NUMERO.
       2900-END-PERFORM.
      ******************************************************************
      * 3000-FINALIZAR
      ******************************************************************
       3000-FINALIZAR.
           MOVE SPACES TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE 'TOTAL DE DIAS ACUMULADOS      ' TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-DIAS-ACUMULADOS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE 'TOTAL DE DIAS COM PENDENCIA   ' TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-DIAS-PENDENTES TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.
           MOVE 'TOTAL DE POSICOES DIVERGENTES ' TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-DIVERGENTES TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.

           IF WS-SW-CONFERE EQUAL 'S'
              MOVE 'CONFERE' TO WS-REL-RES-TEXTO
           ELSE
              MOVE 'NAO CONFERE' TO WS-REL-RES-TEXTO
           END-IF.
           MOVE WS-REL-RESULTADO TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.

           MOVE SPACES TO WS-REL-SIT-TEXTO.
           IF WS-SITUACAO-ACUMULADOR EQUAL 'F'
              STRING 'BLOQUEADO EM ' WS-DATA-BLOQUEIO ' POR '
                     WS-RESPONSAVEL-BLOQUEIO
                     DELIMITED BY SIZE INTO WS-REL-SIT-TEXTO
           ELSE
              IF WS-SW-BLOQUEIO EQUAL 'R'
                 MOVE 'ABERTO - BLOQUEIO RECUSADO' TO WS-REL-SIT-TEXTO
              ELSE
                 MOVE 'ABERTO' TO WS-REL-SIT-TEXTO
              END-IF
           END-IF.
           MOVE WS-REL-SITUACAO TO REG-RELFECH.
           PERFORM 2550-GRAVAR-RELFECH.

           CLOSE RELFECH.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*               PROGRAMA FECHMES                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* MES DO FECHAMENTO ' WS-MES-FECHAMENTO
           DISPLAY '* QTDE DE REGS LIDOS ACUMMES ' WS-QTDE-LIDOS-ACUMMES
           DISPLAY '* QTDE DE POSICOES LIDAS ' WS-QTDE-LIDOS-POSICNOV
           DISPLAY '* QTDE DE DIAS ACUMULADOS ' WS-QTDE-DIAS-ACUMULADOS
           DISPLAY '* QTDE DE DIAS COM PENDENCIA '
                   WS-QTDE-DIAS-PENDENTES
           DISPLAY '* QTDE DE POSICOES DIVERGENTES '
                   WS-QTDE-DIVERGENTES
           DISPLAY '* RESULTADO DO FECHAMENTO ' WS-REL-RES-TEXTO
           EVALUATE WS-SW-BLOQUEIO
               WHEN 'B'
                    DISPLAY '* MES BLOQUEADO POR ' WS-ASSINATURA
                    DISPLAY '* ACUMULADO BLOQUEADO GRAVADO EM '
                            WS-CAMINHO-ACUMFEC
               WHEN 'J'
                    DISPLAY '* MES JA BLOQUEADO EM ' WS-DATA-BLOQUEIO
                            ' POR ' WS-RESPONSAVEL-BLOQUEIO
      * A SIGN-OFF OF A CLOSE THAT DOES NOT PROVE IS REFUSED WITH
      * RETURN-CODE 16: THE MONTH STAYS OPEN.
               WHEN 'R'
                    DISPLAY '* BLOQUEIO RECUSADO: '
                            'FECHAMENTO NAO CONFERE'
                    MOVE 16 TO RETURN-CODE
           END-EVALUATE.
      * A CLOSE THAT DOES NOT PROVE, OR A SIGN-OFF OF A MONTH ALREADY
      * LOCKED, ENDS WITH RETURN-CODE 4.
           IF WS-SW-BLOQUEIO NOT EQUAL 'R'
              IF WS-SW-CONFERE NOT EQUAL 'S' OR
                 WS-SW-BLOQUEIO EQUAL 'J'
                 MOVE 04 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
       3000-END-PERFORM.
      ******************************************************************
      * 4000-ERRO
      *****************************************************************
       4000-ERRO.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*               PROGRAMA FECHMES                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
