      ******************************************************************
      * Author: Rafael
      * Date: 2026-10-15
      * Purpose: sugerir a reposicao de estoque por subproduto/filial a
      *          partir da posicao POSICNOV e do historico de saidas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUGREPOS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      * PARREPO HOLDS THE BUYERS' REPLENISHMENT PARAMETERS, ONE ROW PER
      * SUBPRODUTO/FILIAL, SORTED BY THAT KEY.
           SELECT PARREPO ASSIGN TO DYNAMIC WS-CAMINHO-PARREPO
           FILE STATUS IS WS-FS-PARREPO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSICNOV ASSIGN TO DYNAMIC WS-CAMINHO-POSICNOV
           FILE STATUS IS WS-FS-POSICNOV
           ORGANIZATION IS LINE SEQUENTIAL.

      * PRECOS VALUES EACH SUGGESTION AT THE COST ROW IN EFFECT ON THE
      * PROCESSING DATE.
           SELECT PRECOS ASSIGN TO DYNAMIC WS-CAMINHO-PRECOS
           FILE STATUS IS WS-FS-PRECOS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUTOS ASSIGN TO DYNAMIC WS-CAMINHO-PRODUTOS
           FILE STATUS IS WS-FS-PRODUTOS
           ORGANIZATION IS LINE SEQUENTIAL.

      * DADOS SUPPLIES THE OWNING PRODUTO OF A PARAMETERIZED SUBPRODUTO
      * THAT HAS NEITHER A POSITION NOR ANY ISSUE IN THE WINDOW.
           SELECT DADOS ASSIGN TO DYNAMIC WS-CAMINHO-DADOS
           FILE STATUS IS WS-FS-DADOS
           ORGANIZATION IS LINE SEQUENTIAL.

      * SAIDA IS REUSED FOR EVERY GENERATION OF THE CONSUMPTION WINDOW:
      * THE PATH IS SWAPPED AND THE FILE REOPENED, ONCE PER GENERATION.
      * THE 'S' ISSUES OF ALL OF THEM ARE COLLECTED IN TRABCNS AND
      * ORDCNS/CLASSCNS PUT THEM INTO SUBPRODUTO/FILIAL ORDER FOR THE
      * MATCH AGAINST PARREPO AND POSICNOV.
           SELECT SAIDA ASSIGN TO DYNAMIC WS-CAMINHO-SAIDA
           FILE STATUS IS WS-FS-SAIDA
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRABCNS ASSIGN TO DYNAMIC WS-CAMINHO-TRABCNS
           FILE STATUS IS WS-FS-TRABCNS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDCNS ASSIGN TO DYNAMIC WS-CAMINHO-ORDCNS.

           SELECT CLASSCNS ASSIGN TO DYNAMIC WS-CAMINHO-CLASSCNS
           FILE STATUS IS WS-FS-CLASSCNS
           ORGANIZATION IS LINE SEQUENTIAL.

      * SUGCOMPR IS THE PURCHASE-SUGGESTION FILE HANDED TO PURCHASING.
      * LIKE EVERY GENERATION WITH HD/TR, IT IS BUILT IN TWO PASSES
      * THROUGH TRABSUG.
           SELECT TRABSUG ASSIGN TO DYNAMIC WS-CAMINHO-TRABSUG
           FILE STATUS IS WS-FS-TRABSUG
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUGCOMPR ASSIGN TO DYNAMIC WS-CAMINHO-SUGCOMPR
           FILE STATUS IS WS-FS-SUGCOMPR
           ORGANIZATION IS LINE SEQUENTIAL.

      * TRABREP COLLECTS EVERY OCCURRENCE OF THE MATCH (SUGGESTIONS,
      * POSITIONS WITHOUT PARAMETERS, PARAMETERS SET ASIDE), AND
      * ORDREP/CLASSIF PUT THEM INTO SECTION/PRODUTO ORDER FOR THE
      * PRINTED REPORT.
           SELECT TRABREP ASSIGN TO DYNAMIC WS-CAMINHO-TRABREP
           FILE STATUS IS WS-FS-TRABREP
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDREP ASSIGN TO DYNAMIC WS-CAMINHO-ORDREP.

           SELECT CLASSIF ASSIGN TO DYNAMIC WS-CAMINHO-CLASSIF
           FILE STATUS IS WS-FS-CLASSIF
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELREPO ASSIGN TO DYNAMIC WS-CAMINHO-RELREPO
           FILE STATUS IS WS-FS-RELREPO
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * ESTOQUE-MINIMO AND ESTOQUE-MAXIMO ARE IN UNITS OF THE
      * SUBPRODUTO; PRAZO-ENTREGA IS THE SUPPLIER LEAD TIME IN DAYS.
       FD PARREPO.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 027 CHARACTERS.
       01 REG-PARREPO.
           05 PARREPO-COD-SUBPRODUTO   PIC 9(04).
           05 PARREPO-COD-FILIAL       PIC 9(02).
           05 PARREPO-ESTOQUE-MINIMO   PIC 9(09).
           05 PARREPO-ESTOQUE-MAXIMO   PIC 9(09).
           05 PARREPO-PRAZO-ENTREGA    PIC 9(03).
      * REG-PARREPO-CTL IS AN ALTERNATE VIEW OF REG-PARREPO, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-PARREPO-CTL.
           05 PARREPO-CTL-TIPO         PIC X(02).
           05 PARREPO-CTL-QTDE         PIC 9(07).
           05 FILLER                   PIC X(18).

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

       FD DADOS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 027 CHARACTERS.
       01 REG-DADOS.
           05 DADOS-COD-SUBPRODUTO     PIC 9(04).
           05 DADOS-DESC-SUBPRODUTO    PIC X(20).
           05 DADOS-COD-PRODUTO        PIC 9(03).
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
           05 SAIDA-COD-FILIAL         PIC 9(02).
           05 SAIDA-DESC-SUBPRODUTO    PIC X(20).
           05 SAIDA-QTDE-MOVIMENTO     PIC 9(05).
           05 SAIDA-PRECO-CUSTO        PIC 9(05)V99.
           05 SAIDA-PRECO-VENDA        PIC 9(05)V99.
           05 SAIDA-TIPO-MOVIMENTO     PIC X(01).
           05 SAIDA-COD-FILIAL-TRANSF  PIC 9(02).

      * GERACAO IS THE POSITION OF THE SAIDA GENERATION IN THE WINDOW,
      * SO THE DAYS WITH CONSUMPTION CAN BE COUNTED AFTER THE SORT.
       FD TRABCNS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 016 CHARACTERS.
       01 REG-TRABCNS.
           05 TRABCNS-COD-SUBPRODUTO   PIC 9(04).
           05 TRABCNS-COD-FILIAL       PIC 9(02).
           05 TRABCNS-GERACAO          PIC 9(02).
           05 TRABCNS-COD-PRODUTO      PIC 9(03).
           05 TRABCNS-QTDE-MOVIMENTO   PIC 9(05).

       SD ORDCNS.
       01 REG-ORDCNS.
           05 ORDCNS-COD-SUBPRODUTO    PIC 9(04).
           05 ORDCNS-COD-FILIAL        PIC 9(02).
           05 ORDCNS-GERACAO           PIC 9(02).
           05 FILLER                   PIC X(08).

       FD CLASSCNS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 016 CHARACTERS.
       01 REG-CLASSCNS.
           05 CLASSCNS-COD-SUBPRODUTO  PIC 9(04).
           05 CLASSCNS-COD-FILIAL      PIC 9(02).
           05 CLASSCNS-GERACAO         PIC 9(02).
           05 CLASSCNS-COD-PRODUTO     PIC 9(03).
           05 CLASSCNS-QTDE-MOVIMENTO  PIC 9(05).

       FD TRABSUG.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 070 CHARACTERS.
       01 REG-TRABSUG                  PIC X(70).

      * QTDE-SUGERIDA BRINGS THE BALANCE PROJECTED FOR THE END OF THE
      * LEAD TIME UP TO ESTOQUE-MAXIMO; VALOR-SUGERIDO IS THAT QUANTITY
      * AT PRECO-CUSTO, ZERO WHEN NO PRECOS ROW IS IN EFFECT.
       FD SUGCOMPR.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 070 CHARACTERS.
       01 REG-SUGCOMPR.
           05 SUGCOMPR-COD-PRODUTO     PIC 9(03).
           05 SUGCOMPR-COD-SUBPRODUTO  PIC 9(04).
           05 SUGCOMPR-COD-FILIAL      PIC 9(02).
           05 SUGCOMPR-SALDO-ATUAL     PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 SUGCOMPR-CONSUMO-MEDIO   PIC 9(07)V99.
           05 SUGCOMPR-PRAZO-ENTREGA   PIC 9(03).
           05 SUGCOMPR-QTDE-SUGERIDA   PIC 9(09).
           05 SUGCOMPR-PRECO-CUSTO     PIC 9(05)V99.
           05 SUGCOMPR-VALOR-SUGERIDO  PIC 9(13)V99.
           05 SUGCOMPR-DATA-SUGESTAO   PIC 9(08).
       01 REG-SUGCOMPR-CTL.
           05 SUGCOMPR-CTL-TIPO        PIC X(02).
           05 SUGCOMPR-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(61).

      * TIPO-OCORRENCIA SELECTS THE REPORT SECTION: '1' POSITION TO BE
      * REPLENISHED, '2' STEADY CONSUMPTION WITHOUT PARAMETERS, '3'
      * PARAMETER ROW SET ASIDE.
       FD TRABREP.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 135 CHARACTERS.
       01 REG-TRABREP.
           05 TRABREP-TIPO-OCORRENCIA  PIC X(01).
           05 TRABREP-COD-PRODUTO      PIC 9(03).
           05 TRABREP-COD-SUBPRODUTO   PIC 9(04).
           05 TRABREP-COD-FILIAL       PIC 9(02).
           05 TRABREP-SALDO-ATUAL      PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 TRABREP-CONSUMO-MEDIO    PIC 9(07)V99.
           05 TRABREP-PRAZO-ENTREGA    PIC 9(03).
           05 TRABREP-SALDO-PROJETADO  PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05 TRABREP-QTDE-SUGERIDA    PIC 9(09).
           05 TRABREP-PRECO-CUSTO      PIC 9(05)V99.
           05 TRABREP-SW-PRECO         PIC X(01).
           05 TRABREP-VALOR-SUGERIDO   PIC 9(13)V99.
           05 TRABREP-ESTOQUE-MINIMO   PIC 9(09).
           05 TRABREP-ESTOQUE-MAXIMO   PIC 9(09).
           05 TRABREP-DIAS-CONSUMO     PIC 9(02).
           05 TRABREP-CONSUMO-TOTAL    PIC 9(09).
           05 TRABREP-MOTIVO           PIC X(30).

       SD ORDREP.
       01 REG-ORDREP.
           05 ORDREP-TIPO-OCORRENCIA   PIC X(01).
           05 ORDREP-COD-PRODUTO       PIC 9(03).
           05 ORDREP-COD-SUBPRODUTO    PIC 9(04).
           05 ORDREP-COD-FILIAL        PIC 9(02).
           05 FILLER                   PIC X(125).

       FD CLASSIF.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 135 CHARACTERS.
       01 REG-CLASSIF.
           05 CLASSIF-TIPO-OCORRENCIA  PIC X(01).
           05 CLASSIF-COD-PRODUTO      PIC 9(03).
           05 CLASSIF-COD-SUBPRODUTO   PIC 9(04).
           05 CLASSIF-COD-FILIAL       PIC 9(02).
           05 CLASSIF-SALDO-ATUAL      PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 CLASSIF-CONSUMO-MEDIO    PIC 9(07)V99.
           05 CLASSIF-PRAZO-ENTREGA    PIC 9(03).
           05 CLASSIF-SALDO-PROJETADO  PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05 CLASSIF-QTDE-SUGERIDA    PIC 9(09).
           05 CLASSIF-PRECO-CUSTO      PIC 9(05)V99.
           05 CLASSIF-SW-PRECO         PIC X(01).
           05 CLASSIF-VALOR-SUGERIDO   PIC 9(13)V99.
           05 CLASSIF-ESTOQUE-MINIMO   PIC 9(09).
           05 CLASSIF-ESTOQUE-MAXIMO   PIC 9(09).
           05 CLASSIF-DIAS-CONSUMO     PIC 9(02).
           05 CLASSIF-CONSUMO-TOTAL    PIC 9(09).
           05 CLASSIF-MOTIVO           PIC X(30).

       FD RELREPO.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 080 CHARACTERS.
       01 REG-RELREPO                  PIC X(80).

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FS-PARREPO                PIC X(02) VALUE SPACES.
       01 WS-FS-POSICNOV               PIC X(02) VALUE SPACES.
       01 WS-FS-PRECOS                 PIC X(02) VALUE SPACES.
       01 WS-FS-PRODUTOS               PIC X(02) VALUE SPACES.
       01 WS-FS-DADOS                  PIC X(02) VALUE SPACES.
       01 WS-FS-SAIDA                  PIC X(02) VALUE SPACES.
       01 WS-FS-TRABCNS                PIC X(02) VALUE SPACES.
       01 WS-FS-CLASSCNS               PIC X(02) VALUE SPACES.
       01 WS-FS-TRABSUG                PIC X(02) VALUE SPACES.
       01 WS-FS-SUGCOMPR               PIC X(02) VALUE SPACES.
       01 WS-FS-TRABREP                PIC X(02) VALUE SPACES.
       01 WS-FS-CLASSIF                PIC X(02) VALUE SPACES.
       01 WS-FS-RELREPO                PIC X(02) VALUE SPACES.
       01 WS-ERRO                      PIC X(40) VALUE SPACES.
       01 WS-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-CAMINHO-PARREPO           PIC X(100) VALUE 'PARREPO.DAT'.
       01 WS-CAMINHO-POSICNOV          PIC X(100) VALUE 'POSICNOV.DAT'.
       01 WS-CAMINHO-PRECOS            PIC X(100) VALUE 'PRECOS.DAT'.
       01 WS-CAMINHO-PRODUTOS          PIC X(100) VALUE 'PRODUTOS.DAT'.
       01 WS-CAMINHO-DADOS             PIC X(100) VALUE 'DADOS.DAT'.
       01 WS-CAMINHO-SAIDA             PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-TRABCNS           PIC X(100) VALUE 'TRABCNS.DAT'.
       01 WS-CAMINHO-ORDCNS            PIC X(100) VALUE 'ORDCNS.TMP'.
       01 WS-CAMINHO-CLASSCNS          PIC X(100) VALUE 'CLASSCNS.DAT'.
       01 WS-CAMINHO-TRABSUG           PIC X(100) VALUE 'TRABSUG.DAT'.
       01 WS-CAMINHO-SUGCOMPR          PIC X(100) VALUE 'SUGCOMPR.DAT'.
       01 WS-CAMINHO-TRABREP           PIC X(100) VALUE 'TRABREP.DAT'.
       01 WS-CAMINHO-ORDREP            PIC X(100) VALUE 'ORDREP.TMP'.
       01 WS-CAMINHO-CLASSIF           PIC X(100) VALUE 'CLASSREP.DAT'.
       01 WS-CAMINHO-RELREPO           PIC X(100) VALUE 'RELREPO.DAT'.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
       01 WS-NOME-ENV                  PIC X(30) VALUE SPACES.
       01 WS-DATA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
       01 WS-QTDE-LIDOS-PARREPO        PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PARREPO     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-PARREPO      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-POSICNOV       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-POSICNOV    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-POSICNOV     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-PRECOS         PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PRECOS      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-PRECOS       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-PRODUTOS       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PRODUTOS    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-PRODUTOS     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-DADOS          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-DADOS       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-DADOS        PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-SAIDA          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SAIDAS-GERACAO       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SAIDAS-CONSUMO       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-A-REPOR              PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SEM-PRECO            PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SEM-PARAMETRO        PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-PARAM-INVALIDOS      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SUGESTOES            PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SECAO                PIC 9(07) VALUE ZEROES.
       01 WS-CHAVE-ANT-PRODUTOS        PIC 9(03) VALUE ZEROES.
       01 WS-CHAVE-ANT-DADOS           PIC 9(04) VALUE ZEROES.
      * THE CONSUMPTION WINDOW: SUGREPOS_JANELA GIVES HOW MANY SAIDA
      * GENERATIONS ARE READ (ONE PER PROCESSING DAY). A GENERATION THAT
      * CANNOT BE OPENED IS LISTED AS MISSING AND LEFT OUT OF THE DAYS
      * THE AVERAGE IS TAKEN OVER.
       01 WS-QTDE-GERACOES             PIC 9(02) VALUE 30.
       01 WS-GERACAO-IDX               PIC 9(02) VALUE ZEROES.
       01 WS-GERACAO-NN                PIC 9(02) VALUE ZEROES.
       01 WS-QTDE-GERACOES-LIDAS       PIC 9(02) VALUE ZEROES.
       01 WS-QTDE-GERACOES-AUSENTES    PIC 9(02) VALUE ZEROES.
       01 WS-GERACAO-TAB.
           05 WS-GERACAO-ITEM          OCCURS 60 TIMES.
               10 WS-GERACAO-CAMINHO   PIC X(100) VALUE SPACES.
               10 WS-GERACAO-LIDOS     PIC 9(07) VALUE ZEROES.
               10 WS-GERACAO-SAIDAS    PIC 9(07) VALUE ZEROES.
               10 WS-GERACAO-SITUACAO  PIC X(09) VALUE SPACES.
      * A POSITION WITHOUT PARAMETERS IS LISTED WHEN IT HAD ISSUES ON AT
      * LEAST WS-DIAS-MINIMO DAYS OF THE WINDOW (SUGREPOS_DIASMIN, OR
      * HALF OF THE GENERATIONS READ WHEN NOT GIVEN).
       01 WS-DIAS-MINIMO               PIC 9(02) VALUE ZEROES.
       01 WS-SW-DIAS-INFORMADO         PIC X(01) VALUE 'N'.
      * THE MATCH RUNS ON THE TWO-PART KEY SUBPRODUTO/FILIAL.
       01 WS-CHAVE-PAR.
           05 WS-CHAVE-PAR-SUBPRODUTO  PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-PAR-FILIAL      PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-POS.
           05 WS-CHAVE-POS-SUBPRODUTO  PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-POS-FILIAL      PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-CNS.
           05 WS-CHAVE-CNS-SUBPRODUTO  PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-CNS-FILIAL      PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-ATUAL.
           05 WS-CHAVE-ATUAL-SUBPRODUTO PIC 9(04) VALUE ZEROES.
           05 WS-CHAVE-ATUAL-FILIAL    PIC 9(02) VALUE ZEROES.
       01 WS-CHAVE-ANT-PARREPO         PIC X(06) VALUE LOW-VALUES.
       01 WS-CHAVE-ANT-POSICNOV        PIC X(06) VALUE LOW-VALUES.
      * WHAT THE MATCH GATHERED FOR THE KEY BEING EVALUATED.
       01 WS-SW-TEM-PARAMETRO          PIC X(01) VALUE 'N'.
       01 WS-SW-TEM-POSICAO            PIC X(01) VALUE 'N'.
       01 WS-ESTOQUE-MINIMO            PIC 9(09) VALUE ZEROES.
       01 WS-ESTOQUE-MAXIMO            PIC 9(09) VALUE ZEROES.
       01 WS-PRAZO-ENTREGA             PIC 9(03) VALUE ZEROES.
       01 WS-MOTIVO                    PIC X(30) VALUE SPACES.
       01 WS-SALDO-ATUAL               PIC S9(09) VALUE ZEROES.
       01 WS-PRODUTO-POSICAO           PIC 9(03) VALUE ZEROES.
       01 WS-PRODUTO-CONSUMO           PIC 9(03) VALUE ZEROES.
       01 WS-PRODUTO-AVALIADO          PIC 9(03) VALUE ZEROES.
       01 WS-CONSUMO-TOTAL             PIC 9(09) VALUE ZEROES.
       01 WS-DIAS-CONSUMO              PIC 9(02) VALUE ZEROES.
       01 WS-GERACAO-ANT               PIC 9(02) VALUE ZEROES.
      * WORK FIELDS OF THE PROJECTION.
       01 WS-CONSUMO-MEDIO             PIC 9(07)V99 VALUE ZEROES.
       01 WS-SALDO-PROJETADO           PIC S9(09)V99 VALUE ZEROES.
       01 WS-NECESSIDADE               PIC S9(11)V99 VALUE ZEROES.
       01 WS-QTDE-SUGERIDA             PIC 9(09) VALUE ZEROES.
       01 WS-VALOR-SUGERIDO            PIC 9(13)V99 VALUE ZEROES.
      * COST ROW IN EFFECT FOR THE SUBPRODUTO LAST SYNCHRONIZED.
       01 WS-PRECO-SUBPRODUTO          PIC X(04) VALUE SPACES.
       01 WS-SW-PRECO-VIGENTE          PIC X(01) VALUE 'N'.
       01 WS-PRECO-CUSTO-VIG           PIC 9(05)V99 VALUE ZEROES.
      * WS-PROD-TAB HOLDS THE PRODUTOS DESCRIPTIONS, ADDRESSED DIRECTLY
      * BY THE 3-DIGIT CODE, FOR THE PRODUTO SUBTOTAL LINES.
       01 WS-PROD-TAB.
           05 WS-PROD-ITEM             OCCURS 999 TIMES.
               10 WS-PROD-TAB-ATIVO    PIC X(01) VALUE 'N'.
               10 WS-PROD-TAB-DESC     PIC X(20) VALUE SPACES.
      * WS-DONO-TAB HOLDS THE OWNING PRODUTO OF EACH SUBPRODUTO IN
      * DADOS, ADDRESSED DIRECTLY BY THE 4-DIGIT CODE; ZERO = NOT IN
      * DADOS.
       01 WS-DONO-TAB.
           05 WS-DONO-TAB-PRODUTO      PIC 9(03) VALUE ZEROES
                                       OCCURS 9999 TIMES.
      * CONTROL-BREAK KEYS AND ACCUMULATORS OF THE SUGGESTION SECTION.
       01 WS-TIPO-ATUAL                PIC X(01) VALUE SPACES.
       01 WS-PRODUTO-ATUAL             PIC 9(03) VALUE ZEROES.
       01 WS-QTDE-SUG-PRODUTO          PIC 9(11) VALUE ZEROES.
       01 WS-VALOR-PRODUTO             PIC 9(15)V99 VALUE ZEROES.
       01 WS-QTDE-SUG-GERAL            PIC 9(11) VALUE ZEROES.
       01 WS-VALOR-GERAL               PIC 9(15)V99 VALUE ZEROES.
      * REPORT LINE LAYOUTS.
       01 WS-REL-CABECALHO.
           05 FILLER                   PIC X(36)
              VALUE 'SUGESTAO DE REPOSICAO DE ESTOQUE EM '.
           05 WS-REL-CAB-DATA          PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(36) VALUE SPACES.
       01 WS-REL-TITULO-SECAO.
           05 WS-REL-TIT-SECAO         PIC X(50) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE SPACES.
       01 WS-REL-COL-SUGESTAO.
           05 FILLER                   PIC X(12) VALUE 'PRD SUBP FL '.
           05 FILLER                   PIC X(10) VALUE '    SALDO '.
           05 FILLER                   PIC X(11) VALUE '   MED/DIA '.
           05 FILLER                   PIC X(04) VALUE 'PRZ '.
           05 FILLER                   PIC X(10) VALUE 'PROJETADO '.
           05 FILLER                   PIC X(10) VALUE ' SUGERIDO '.
           05 FILLER                   PIC X(09) VALUE '   CUSTO '.
           05 FILLER                   PIC X(14)
              VALUE '        VALOR '.
       01 WS-REL-SUGESTAO.
           05 WS-REL-SUG-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUG-SUBPRODUTO    PIC 9(04) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUG-FILIAL        PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUG-SALDO         PIC --------9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUG-MEDIA         PIC ZZZZZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUG-PRAZO         PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUG-PROJETADO     PIC --------9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUG-QTDE          PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUG-CUSTO         PIC ZZZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUG-VALOR         PIC ZZZZZZZZZ9,99.
           05 WS-REL-SUG-MARCA         PIC X(01) VALUE SPACES.
       01 WS-REL-SUBTOTAL.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-SUB-TITULO        PIC X(14) VALUE SPACES.
           05 WS-REL-SUB-CODIGO        PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SUB-DESC          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-REL-SUB-QTDE          PIC ZZZZZZZZZZ9.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 WS-REL-SUB-VALOR         PIC ZZZZZZZZZZZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
       01 WS-REL-COL-SEM-PARAMETRO.
           05 FILLER                   PIC X(12) VALUE 'PRD SUBP FL '.
           05 FILLER                   PIC X(10) VALUE '    SALDO '.
           05 FILLER                   PIC X(11) VALUE '   MED/DIA '.
           05 FILLER                   PIC X(05) VALUE 'DIAS '.
           05 FILLER                   PIC X(09) VALUE '  CONSUMO'.
           05 FILLER                   PIC X(33) VALUE SPACES.
       01 WS-REL-SEM-PARAMETRO.
           05 WS-REL-SPA-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SPA-SUBPRODUTO    PIC 9(04) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SPA-FILIAL        PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SPA-SALDO         PIC --------9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SPA-MEDIA         PIC ZZZZZZ9,99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-REL-SPA-DIAS          PIC Z9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-SPA-CONSUMO       PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(33) VALUE SPACES.
       01 WS-REL-COL-INVALIDO.
           05 FILLER                   PIC X(12) VALUE 'PRD SUBP FL '.
           05 FILLER                   PIC X(10) VALUE '   MINIMO '.
           05 FILLER                   PIC X(10) VALUE '   MAXIMO '.
           05 FILLER                   PIC X(04) VALUE 'PRZ '.
           05 FILLER                   PIC X(44) VALUE 'MOTIVO'.
       01 WS-REL-INVALIDO.
           05 WS-REL-INV-PRODUTO       PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-INV-SUBPRODUTO    PIC 9(04) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-INV-FILIAL        PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-INV-MINIMO        PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-INV-MAXIMO        PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-INV-PRAZO         PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-INV-MOTIVO        PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE SPACES.
       01 WS-REL-COL-GERACAO.
           05 FILLER                   PIC X(06) VALUE 'GER   '.
           05 FILLER                   PIC X(22) VALUE 'ARQUIVO'.
           05 FILLER                   PIC X(09) VALUE 'LIDOS    '.
           05 FILLER                   PIC X(10) VALUE 'SAIDAS    '.
           05 FILLER                   PIC X(33) VALUE 'SITUACAO'.
       01 WS-REL-GERACAO.
           05 WS-REL-GER-NN            PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-REL-GER-ARQUIVO       PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-GER-LIDOS         PIC 9(07) VALUE ZEROES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-GER-SAIDAS        PIC 9(07) VALUE ZEROES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-REL-GER-SITUACAO      PIC X(09) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE SPACES.
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
           PERFORM 1400-CARREGAR-DADOS.

           OPEN INPUT PARREPO.
           IF WS-FS-PARREPO NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO PARREPO' TO WS-ERRO
              MOVE WS-FS-PARREPO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN INPUT POSICNOV.
           IF WS-FS-POSICNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO POSICNOV' TO WS-ERRO
              MOVE WS-FS-POSICNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN INPUT PRECOS.
           IF WS-FS-PRECOS NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO PRECOS' TO WS-ERRO
              MOVE WS-FS-PRECOS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT TRABCNS.
           IF WS-FS-TRABCNS NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABCNS' TO WS-ERRO
              MOVE WS-FS-TRABCNS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT TRABSUG.
           IF WS-FS-TRABSUG NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABSUG' TO WS-ERRO
              MOVE WS-FS-TRABSUG TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT TRABREP.
           IF WS-FS-TRABREP NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABREP' TO WS-ERRO
              MOVE WS-FS-TRABREP TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT RELREPO.
           IF WS-FS-RELREPO NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO RELREPO' TO WS-ERRO
              MOVE WS-FS-RELREPO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 1500-VALIDAR-CONTROLE.

           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           MOVE WS-REL-CABECALHO TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
       1000-END-PERFORM.
      ******************************************************************
      * 1100-OBTER-PARAMETROS
      *
      * SUGREPOS_JANELA GIVES THE NUMBER OF SAIDA GENERATIONS IN THE
      * CONSUMPTION WINDOW (01..60, DEFAULT 30); EACH PATH COMES FROM
      * SUGREPOS_SAIDANN, DEFAULTING TO SAIDANN.DAT.
      ******************************************************************
       1100-OBTER-PARAMETROS.
           DISPLAY 'SUGREPOS_JANELA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              IF WS-ENV-VALOR(1:2) IS NUMERIC AND
                 WS-ENV-VALOR(1:2) NOT EQUAL '00' AND
                 WS-ENV-VALOR(1:2) NOT GREATER '60'
                 MOVE WS-ENV-VALOR(1:2) TO WS-QTDE-GERACOES
              ELSE
                 MOVE 'JANELA DE CONSUMO INVALIDA' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
           END-IF.

           PERFORM VARYING WS-GERACAO-IDX FROM 1 BY 1
                   UNTIL WS-GERACAO-IDX GREATER WS-QTDE-GERACOES
                   PERFORM 1150-OBTER-CAMINHO-SAIDA
           END-PERFORM.

           DISPLAY 'SUGREPOS_DIASMIN' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              IF WS-ENV-VALOR(1:2) IS NUMERIC AND
                 WS-ENV-VALOR(1:2) NOT EQUAL '00' AND
                 WS-ENV-VALOR(1:2) NOT GREATER '60'
                 MOVE WS-ENV-VALOR(1:2) TO WS-DIAS-MINIMO
                 MOVE 'S' TO WS-SW-DIAS-INFORMADO
              ELSE
                 MOVE 'DIAS MINIMOS DE CONSUMO INVALIDO' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
           END-IF.

           DISPLAY 'SUGREPOS_PARREPO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PARREPO
           END-IF.

           DISPLAY 'SUGREPOS_POSICNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-POSICNOV
           END-IF.

           DISPLAY 'SUGREPOS_PRECOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PRECOS
           END-IF.

           DISPLAY 'SUGREPOS_PRODUTOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PRODUTOS
           END-IF.

           DISPLAY 'SUGREPOS_DADOS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-DADOS
           END-IF.

           DISPLAY 'SUGREPOS_TRABCNS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRABCNS
           END-IF.

           DISPLAY 'SUGREPOS_ORDCNS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ORDCNS
           END-IF.

           DISPLAY 'SUGREPOS_CLASSCNS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CLASSCNS
           END-IF.

           DISPLAY 'SUGREPOS_TRABSUG' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRABSUG
           END-IF.

           DISPLAY 'SUGREPOS_SUGCOMPR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-SUGCOMPR
           END-IF.

           DISPLAY 'SUGREPOS_TRABREP' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRABREP
           END-IF.

           DISPLAY 'SUGREPOS_ORDREP' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-ORDREP
           END-IF.

           DISPLAY 'SUGREPOS_CLASSIF' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CLASSIF
           END-IF.

           DISPLAY 'SUGREPOS_RELREPO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RELREPO
           END-IF.
       1100-END-PERFORM.
      ******************************************************************
      * 1150-OBTER-CAMINHO-SAIDA
      ******************************************************************
       1150-OBTER-CAMINHO-SAIDA.
           MOVE WS-GERACAO-IDX TO WS-GERACAO-NN.
           MOVE SPACES TO WS-NOME-ENV.
           STRING 'SUGREPOS_SAIDA' DELIMITED BY SIZE
                  WS-GERACAO-NN    DELIMITED BY SIZE
             INTO WS-NOME-ENV
           END-STRING.
           DISPLAY WS-NOME-ENV UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-GERACAO-CAMINHO(WS-GERACAO-IDX)
           ELSE
              MOVE SPACES TO WS-GERACAO-CAMINHO(WS-GERACAO-IDX)
              STRING 'SAIDA'       DELIMITED BY SIZE
                     WS-GERACAO-NN DELIMITED BY SIZE
                     '.DAT'        DELIMITED BY SIZE
                INTO WS-GERACAO-CAMINHO(WS-GERACAO-IDX)
              END-STRING
           END-IF.
       1150-END-PERFORM.
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
      * 1400-CARREGAR-DADOS
      ******************************************************************
       1400-CARREGAR-DADOS.
           OPEN INPUT DADOS.
           IF WS-FS-DADOS NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO DADOS' TO WS-ERRO
              MOVE WS-FS-DADOS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           READ DADOS INTO REG-DADOS.
           IF WS-FS-DADOS NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO DADOS' TO WS-ERRO
              MOVE WS-FS-DADOS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF DADOS-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO DADOS AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE DADOS-CTL-QTDE TO WS-QTDE-ESPERADO-DADOS.

           PERFORM 1450-LER-ARQUIVO-DADOS.
           PERFORM UNTIL WS-FS-DADOS EQUAL '10'
                   IF DADOS-COD-PRODUTO IS NUMERIC
                      MOVE DADOS-COD-PRODUTO TO
                           WS-DONO-TAB-PRODUTO(DADOS-COD-SUBPRODUTO)
                   END-IF
                   PERFORM 1450-LER-ARQUIVO-DADOS
           END-PERFORM.

           CLOSE DADOS.
       1400-END-PERFORM.
      ******************************************************************
      * 1450-LER-ARQUIVO-DADOS
      ******************************************************************
       1450-LER-ARQUIVO-DADOS.
           INITIALIZE REG-DADOS REPLACING NUMERIC BY ZEROES
                                       ALPHANUMERIC BY SPACES.
           READ DADOS INTO REG-DADOS.
           IF WS-FS-DADOS NOT EQUAL '00' AND
              WS-FS-DADOS NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO DADOS' TO WS-ERRO
              MOVE WS-FS-DADOS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-DADOS EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-DADOS
                 IF DADOS-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-DADOS
                    MOVE DADOS-CTL-QTDE TO WS-QTDE-TRAILER-DADOS
                    MOVE '10' TO WS-FS-DADOS
                    PERFORM 1770-RECONCILIAR-DADOS
                 ELSE
                    IF DADOS-COD-SUBPRODUTO NOT NUMERIC OR
                       DADOS-COD-SUBPRODUTO EQUAL ZEROES OR
                       DADOS-COD-SUBPRODUTO NOT GREATER
                       WS-CHAVE-ANT-DADOS
                       MOVE 'DADOS FORA DE SEQUENCIA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    ELSE
                       MOVE DADOS-COD-SUBPRODUTO TO WS-CHAVE-ANT-DADOS
                    END-IF
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * MASTER WAS TRUNCATED. LET 1770-RECONCILIAR-DADOS CATCH IT.
                 PERFORM 1770-RECONCILIAR-DADOS
              END-IF
           END-IF.
       1450-END-PERFORM.
      ******************************************************************
      * 1500-VALIDAR-CONTROLE
      ******************************************************************
       1500-VALIDAR-CONTROLE.
           READ PARREPO INTO REG-PARREPO.
           IF WS-FS-PARREPO NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO PARREPO' TO WS-ERRO
              MOVE WS-FS-PARREPO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF PARREPO-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO PARREPO AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE PARREPO-CTL-QTDE TO WS-QTDE-ESPERADO-PARREPO.

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
       1500-END-PERFORM.
      ******************************************************************
      * 1600-RECONCILIAR-PARREPO
      ******************************************************************
       1600-RECONCILIAR-PARREPO.
           IF WS-QTDE-LIDOS-PARREPO NOT EQUAL
              WS-QTDE-ESPERADO-PARREPO OR
              WS-QTDE-LIDOS-PARREPO NOT EQUAL WS-QTDE-TRAILER-PARREPO
              MOVE 'CONTROLE DE REGISTROS PARREPO DIVERGENTE'
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
      * 1760-RECONCILIAR-PRECOS
      ******************************************************************
       1760-RECONCILIAR-PRECOS.
           IF WS-QTDE-LIDOS-PRECOS NOT EQUAL WS-QTDE-ESPERADO-PRECOS OR
              WS-QTDE-LIDOS-PRECOS NOT EQUAL WS-QTDE-TRAILER-PRECOS
              MOVE 'CONTROLE DE REGISTROS PRECOS DIVERGENTE' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1760-END-PERFORM.
      ******************************************************************
      * 1770-RECONCILIAR-DADOS
      ******************************************************************
       1770-RECONCILIAR-DADOS.
           IF WS-QTDE-LIDOS-DADOS NOT EQUAL WS-QTDE-ESPERADO-DADOS OR
              WS-QTDE-LIDOS-DADOS NOT EQUAL WS-QTDE-TRAILER-DADOS
              MOVE 'CONTROLE DE REGISTROS DADOS DIVERGENTE' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1770-END-PERFORM.
      ******************************************************************
      * 2000-PROCESSAR
      *
      * FIRST THE 'S' ISSUES OF EVERY SAIDA GENERATION IN THE WINDOW ARE
      * COLLECTED AND SORTED BY SUBPRODUTO/FILIAL. THEN A BALANCED-LINE
      * MATCH RUNS OVER PARREPO, POSICNOV AND THE SORTED ISSUES ON THAT
      * KEY: AT EACH TURN WS-CHAVE-ATUAL IS THE LOWEST KEY STILL PENDING
      * ON ANY OF THE THREE, AND 2300-AVALIAR-CHAVE GATHERS WHATEVER
      * EACH FILE HOLDS FOR IT. EVERY OCCURRENCE GOES TO TRABREP; THE
      * REPORT IS PRINTED FROM IT ONCE SORTED INTO SECTION/PRODUTO
      * ORDER.
      ******************************************************************
       2000-PROCESSAR.
           PERFORM VARYING WS-GERACAO-IDX FROM 1 BY 1
                   UNTIL WS-GERACAO-IDX GREATER WS-QTDE-GERACOES
                   PERFORM 2050-LER-GERACAO-SAIDA
           END-PERFORM.
           CLOSE TRABCNS.

           IF WS-QTDE-GERACOES-LIDAS EQUAL ZEROES
              MOVE 'NENHUMA GERACAO SAIDA DISPONIVEL' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.

           IF WS-SW-DIAS-INFORMADO NOT EQUAL 'S'
              DIVIDE WS-QTDE-GERACOES-LIDAS BY 2
                 GIVING WS-DIAS-MINIMO ROUNDED
              IF WS-DIAS-MINIMO EQUAL ZEROES
                 MOVE 1 TO WS-DIAS-MINIMO
              END-IF
           END-IF.

           SORT ORDCNS ON ASCENDING KEY ORDCNS-COD-SUBPRODUTO
                                        ORDCNS-COD-FILIAL
                                        ORDCNS-GERACAO
                USING TRABCNS GIVING CLASSCNS.

           OPEN INPUT CLASSCNS.
           IF WS-FS-CLASSCNS NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CLASSCNS' TO WS-ERRO
              MOVE WS-FS-CLASSCNS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 2100-LER-ARQUIVO-PARREPO.
           PERFORM 2200-LER-ARQUIVO-POSICNOV.
           PERFORM 2150-LER-ARQUIVO-CLASSCNS.
           PERFORM 2230-LER-ARQUIVO-PRECOS.
           PERFORM UNTIL WS-FS-PARREPO EQUAL '10' AND
                         WS-FS-POSICNOV EQUAL '10' AND
                         WS-FS-CLASSCNS EQUAL '10'
                   PERFORM 2250-DEFINIR-CHAVE-ATUAL
                   PERFORM 2300-AVALIAR-CHAVE
           END-PERFORM.
      * DRAIN PRECOS TO ITS TR RECORD SO 1760-RECONCILIAR-PRECOS ALWAYS
      * RUNS AND CATCHES A TRUNCATED FILE.
           PERFORM UNTIL WS-FS-PRECOS EQUAL '10'
                   PERFORM 2230-LER-ARQUIVO-PRECOS
           END-PERFORM.
           CLOSE PARREPO POSICNOV CLASSCNS PRECOS TRABREP.

           PERFORM 2600-GERAR-SUGESTAO.

           SORT ORDREP ON ASCENDING KEY ORDREP-TIPO-OCORRENCIA
                                        ORDREP-COD-PRODUTO
                                        ORDREP-COD-SUBPRODUTO
                                        ORDREP-COD-FILIAL
                USING TRABREP GIVING CLASSIF.

           OPEN INPUT CLASSIF.
           IF WS-FS-CLASSIF NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO CLASSIF' TO WS-ERRO
              MOVE WS-FS-CLASSIF TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           PERFORM 2620-LER-CLASSIF.
           MOVE '1' TO WS-TIPO-ATUAL.
           MOVE 'POSICOES A REPOR DENTRO DO PRAZO DE ENTREGA'
             TO WS-REL-TIT-SECAO.
           PERFORM 2700-IMPRIMIR-SECAO.
           MOVE '2' TO WS-TIPO-ATUAL.
           MOVE 'POSICOES SEM PARAMETRO COM CONSUMO REGULAR'
             TO WS-REL-TIT-SECAO.
           PERFORM 2700-IMPRIMIR-SECAO.
           MOVE '3' TO WS-TIPO-ATUAL.
           MOVE 'PARAMETROS DESCONSIDERADOS' TO WS-REL-TIT-SECAO.
           PERFORM 2700-IMPRIMIR-SECAO.
           CLOSE CLASSIF.

           PERFORM 2800-IMPRIMIR-GERACOES.
       2000-END-PERFORM.
      ******************************************************************
      * 2050-LER-GERACAO-SAIDA
      *
      * A GENERATION THAT OPENS IS A DAY OF THE WINDOW EVEN WHEN EMPTY -
      * A DAY WITHOUT ISSUES IS A DAY OF ZERO CONSUMPTION. ONLY 'S'
      * ISSUES ARE CONSUMPTION; RECEIPTS, RETURNS AND TRANSFERS ARE NOT.
      ******************************************************************
       2050-LER-GERACAO-SAIDA.
           MOVE WS-GERACAO-CAMINHO(WS-GERACAO-IDX) TO WS-CAMINHO-SAIDA.
           MOVE ZEROES TO WS-QTDE-LIDOS-SAIDA WS-QTDE-SAIDAS-GERACAO.

           OPEN INPUT SAIDA.
           IF WS-FS-SAIDA NOT EQUAL '00'
              MOVE 'AUSENTE' TO WS-GERACAO-SITUACAO(WS-GERACAO-IDX)
              ADD 1 TO WS-QTDE-GERACOES-AUSENTES
           ELSE
              PERFORM 2060-LER-ARQUIVO-SAIDA
              PERFORM UNTIL WS-FS-SAIDA EQUAL '10'
                      IF SAIDA-TIPO-MOVIMENTO EQUAL 'S'
                         PERFORM 2070-GRAVAR-TRABCNS
                      END-IF
                      PERFORM 2060-LER-ARQUIVO-SAIDA
              END-PERFORM
              CLOSE SAIDA
              MOVE 'LIDA' TO WS-GERACAO-SITUACAO(WS-GERACAO-IDX)
              ADD 1 TO WS-QTDE-GERACOES-LIDAS
           END-IF.

           MOVE WS-QTDE-LIDOS-SAIDA
             TO WS-GERACAO-LIDOS(WS-GERACAO-IDX).
           MOVE WS-QTDE-SAIDAS-GERACAO
             TO WS-GERACAO-SAIDAS(WS-GERACAO-IDX).
       2050-END-PERFORM.
      ******************************************************************
      * 2060-LER-ARQUIVO-SAIDA
      ******************************************************************
       2060-LER-ARQUIVO-SAIDA.
           INITIALIZE REG-SAIDA REPLACING NUMERIC BY ZEROES
                                       ALPHANUMERIC BY SPACES.
           READ SAIDA INTO REG-SAIDA.
           IF WS-FS-SAIDA NOT EQUAL '00' AND
              WS-FS-SAIDA NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO SAIDA' TO WS-ERRO
              MOVE WS-FS-SAIDA TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF WS-FS-SAIDA EQUAL '00'
              ADD 1 TO WS-QTDE-LIDOS-SAIDA
           END-IF.
       2060-END-PERFORM.
      ******************************************************************
      * 2070-GRAVAR-TRABCNS
      ******************************************************************
       2070-GRAVAR-TRABCNS.
           MOVE SAIDA-COD-SUBPRODUTO TO TRABCNS-COD-SUBPRODUTO.
           MOVE SAIDA-COD-FILIAL     TO TRABCNS-COD-FILIAL.
           MOVE WS-GERACAO-IDX       TO TRABCNS-GERACAO.
           MOVE SAIDA-COD-PRODUTO    TO TRABCNS-COD-PRODUTO.
           MOVE SAIDA-QTDE-MOVIMENTO TO TRABCNS-QTDE-MOVIMENTO.
           WRITE REG-TRABCNS.
           IF WS-FS-TRABCNS NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABCNS' TO WS-ERRO
              MOVE WS-FS-TRABCNS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              ADD 1 TO WS-QTDE-SAIDAS-GERACAO
              ADD 1 TO WS-QTDE-SAIDAS-CONSUMO
           END-IF.
       2070-END-PERFORM.
      ******************************************************************
      * 2100-LER-ARQUIVO-PARREPO
      ******************************************************************
       2100-LER-ARQUIVO-PARREPO.
           INITIALIZE REG-PARREPO REPLACING NUMERIC BY ZEROES.
           READ PARREPO INTO REG-PARREPO.
           IF WS-FS-PARREPO NOT EQUAL '00' AND
              WS-FS-PARREPO NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO PARREPO' TO WS-ERRO
              MOVE WS-FS-PARREPO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-PARREPO EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-PARREPO
                 IF PARREPO-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-PARREPO
                    MOVE PARREPO-CTL-QTDE TO WS-QTDE-TRAILER-PARREPO
                    MOVE '10' TO WS-FS-PARREPO
                    PERFORM 1600-RECONCILIAR-PARREPO
                 ELSE
                    IF PARREPO-COD-SUBPRODUTO NOT NUMERIC OR
                       PARREPO-COD-FILIAL NOT NUMERIC
                       MOVE 'PARREPO COM CHAVE NAO NUMERICA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    END-IF
                    MOVE PARREPO-COD-SUBPRODUTO
                      TO WS-CHAVE-PAR-SUBPRODUTO
                    MOVE PARREPO-COD-FILIAL TO WS-CHAVE-PAR-FILIAL
      * A LOCATION PARAMETERIZED TWICE WOULD BE SUGGESTED TWICE, SO THE
      * KEY MUST BE STRICTLY ASCENDING.
                    IF WS-CHAVE-PAR NOT GREATER WS-CHAVE-ANT-PARREPO
                       MOVE 'PARREPO FORA DE SEQUENCIA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    ELSE
                       MOVE WS-CHAVE-PAR TO WS-CHAVE-ANT-PARREPO
                    END-IF
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1600-RECONCILIAR-PARREPO CATCH IT.
                 PERFORM 1600-RECONCILIAR-PARREPO
              END-IF
           END-IF.
       2100-END-PERFORM.
      ******************************************************************
      * 2150-LER-ARQUIVO-CLASSCNS
      ******************************************************************
       2150-LER-ARQUIVO-CLASSCNS.
           READ CLASSCNS.
           IF WS-FS-CLASSCNS NOT EQUAL '00' AND
              WS-FS-CLASSCNS NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO CLASSCNS' TO WS-ERRO
              MOVE WS-FS-CLASSCNS TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF WS-FS-CLASSCNS EQUAL '00'
              MOVE CLASSCNS-COD-SUBPRODUTO TO WS-CHAVE-CNS-SUBPRODUTO
              MOVE CLASSCNS-COD-FILIAL     TO WS-CHAVE-CNS-FILIAL
           END-IF.
       2150-END-PERFORM.
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
                    IF WS-CHAVE-POS NOT GREATER WS-CHAVE-ANT-POSICNOV
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
      * 2230-LER-ARQUIVO-PRECOS
      ******************************************************************
       2230-LER-ARQUIVO-PRECOS.
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
                    PERFORM 1760-RECONCILIAR-PRECOS
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1760-RECONCILIAR-PRECOS CATCH IT.
                 PERFORM 1760-RECONCILIAR-PRECOS
              END-IF
           END-IF.
       2230-END-PERFORM.
      ******************************************************************
      * 2240-SINCRONIZAR-PRECOS
      *
      * CONSUMES EVERY PRECOS ROW FOR THE SUBPRODUTO OF THE CURRENT KEY,
      * KEEPING THE LAST ONE ALREADY IN EFFECT ON THE PROCESSING DATE -
      * THE SAME SELECTION RULE AS 2250-SINCRONIZAR-PRECOS IN
      * BALANCELINE. THE MATCH RUNS IN SUBPRODUTO ORDER, SO PRECOS ONLY
      * EVER MOVES FORWARD; THE OTHER FILIAIS OF THE SAME SUBPRODUTO
      * REUSE THE ROW ALREADY RESOLVED.
      ******************************************************************
       2240-SINCRONIZAR-PRECOS.
           MOVE 'N' TO WS-SW-PRECO-VIGENTE.
           MOVE ZEROES TO WS-PRECO-CUSTO-VIG.
           PERFORM UNTIL WS-FS-PRECOS EQUAL '10' OR
                         PRECOS-COD-SUBPRODUTO NOT LESS
                         WS-CHAVE-ATUAL-SUBPRODUTO
                   PERFORM 2230-LER-ARQUIVO-PRECOS
           END-PERFORM.
           PERFORM UNTIL WS-FS-PRECOS EQUAL '10' OR
                         PRECOS-COD-SUBPRODUTO GREATER
                         WS-CHAVE-ATUAL-SUBPRODUTO
                   IF PRECOS-DATA-VIGENCIA NOT GREATER
                      WS-DATA-PROCESSAMENTO
                      MOVE 'S' TO WS-SW-PRECO-VIGENTE
                      MOVE PRECOS-PRECO-CUSTO TO WS-PRECO-CUSTO-VIG
                   END-IF
                   PERFORM 2230-LER-ARQUIVO-PRECOS
           END-PERFORM.
           MOVE WS-CHAVE-ATUAL-SUBPRODUTO TO WS-PRECO-SUBPRODUTO.
       2240-END-PERFORM.
      ******************************************************************
      * 2250-DEFINIR-CHAVE-ATUAL
      ******************************************************************
       2250-DEFINIR-CHAVE-ATUAL.
           MOVE HIGH-VALUES TO WS-CHAVE-ATUAL.
           IF WS-FS-PARREPO NOT EQUAL '10' AND
              WS-CHAVE-PAR LESS WS-CHAVE-ATUAL
              MOVE WS-CHAVE-PAR TO WS-CHAVE-ATUAL
           END-IF.
           IF WS-FS-POSICNOV NOT EQUAL '10' AND
              WS-CHAVE-POS LESS WS-CHAVE-ATUAL
              MOVE WS-CHAVE-POS TO WS-CHAVE-ATUAL
           END-IF.
           IF WS-FS-CLASSCNS NOT EQUAL '10' AND
              WS-CHAVE-CNS LESS WS-CHAVE-ATUAL
              MOVE WS-CHAVE-CNS TO WS-CHAVE-ATUAL
           END-IF.
       2250-END-PERFORM.
      ******************************************************************
      * 2300-AVALIAR-CHAVE
      *
      * GATHERS THE PARAMETERS, THE POSITION AND THE ISSUES OF THE
      * CURRENT KEY, ADVANCING EVERY FILE THAT HELD IT. THE PRODUTO IS
      * THE POSITION'S; FAILING THAT THE DADOS OWNER, AND FAILING THAT
      * THE ONE THE ISSUES WERE POSTED UNDER.
      ******************************************************************
       2300-AVALIAR-CHAVE.
           MOVE 'N' TO WS-SW-TEM-PARAMETRO WS-SW-TEM-POSICAO.
           MOVE ZEROES TO WS-ESTOQUE-MINIMO WS-ESTOQUE-MAXIMO
                          WS-PRAZO-ENTREGA WS-SALDO-ATUAL
                          WS-PRODUTO-POSICAO WS-PRODUTO-CONSUMO
                          WS-PRODUTO-AVALIADO WS-CONSUMO-TOTAL
                          WS-DIAS-CONSUMO WS-GERACAO-ANT.
           MOVE SPACES TO WS-MOTIVO.

           IF WS-FS-PARREPO NOT EQUAL '10' AND
              WS-CHAVE-PAR EQUAL WS-CHAVE-ATUAL
              MOVE 'S' TO WS-SW-TEM-PARAMETRO
              IF PARREPO-ESTOQUE-MINIMO IS NUMERIC AND
                 PARREPO-ESTOQUE-MAXIMO IS NUMERIC AND
                 PARREPO-PRAZO-ENTREGA IS NUMERIC
                 MOVE PARREPO-ESTOQUE-MINIMO TO WS-ESTOQUE-MINIMO
                 MOVE PARREPO-ESTOQUE-MAXIMO TO WS-ESTOQUE-MAXIMO
                 MOVE PARREPO-PRAZO-ENTREGA  TO WS-PRAZO-ENTREGA
                 IF WS-ESTOQUE-MAXIMO LESS WS-ESTOQUE-MINIMO
                    MOVE 'MAXIMO MENOR QUE MINIMO' TO WS-MOTIVO
                 END-IF
              ELSE
                 MOVE 'PARAMETRO NAO NUMERICO' TO WS-MOTIVO
              END-IF
              PERFORM 2100-LER-ARQUIVO-PARREPO
           END-IF.

           IF WS-FS-POSICNOV NOT EQUAL '10' AND
              WS-CHAVE-POS EQUAL WS-CHAVE-ATUAL
              MOVE 'S' TO WS-SW-TEM-POSICAO
              MOVE POSICNOV-SALDO-ATUAL TO WS-SALDO-ATUAL
              MOVE POSICNOV-COD-PRODUTO TO WS-PRODUTO-POSICAO
              PERFORM 2200-LER-ARQUIVO-POSICNOV
           END-IF.

           PERFORM UNTIL WS-FS-CLASSCNS EQUAL '10' OR
                         WS-CHAVE-CNS NOT EQUAL WS-CHAVE-ATUAL
                   ADD CLASSCNS-QTDE-MOVIMENTO TO WS-CONSUMO-TOTAL
                   IF CLASSCNS-GERACAO NOT EQUAL WS-GERACAO-ANT
                      ADD 1 TO WS-DIAS-CONSUMO
                      MOVE CLASSCNS-GERACAO TO WS-GERACAO-ANT
                   END-IF
                   MOVE CLASSCNS-COD-PRODUTO TO WS-PRODUTO-CONSUMO
                   PERFORM 2150-LER-ARQUIVO-CLASSCNS
           END-PERFORM.

           IF WS-SW-TEM-POSICAO EQUAL 'S'
              MOVE WS-PRODUTO-POSICAO TO WS-PRODUTO-AVALIADO
           ELSE
              IF WS-CHAVE-ATUAL-SUBPRODUTO GREATER ZEROES
                 MOVE WS-DONO-TAB-PRODUTO(WS-CHAVE-ATUAL-SUBPRODUTO)
                   TO WS-PRODUTO-AVALIADO
              END-IF
              IF WS-PRODUTO-AVALIADO EQUAL ZEROES
                 MOVE WS-PRODUTO-CONSUMO TO WS-PRODUTO-AVALIADO
              END-IF
           END-IF.

           COMPUTE WS-CONSUMO-MEDIO ROUNDED =
                   WS-CONSUMO-TOTAL / WS-QTDE-GERACOES-LIDAS.

           IF WS-SW-TEM-PARAMETRO EQUAL 'S'
              IF WS-MOTIVO EQUAL SPACES AND
                 WS-PRODUTO-AVALIADO EQUAL ZEROES
                 MOVE 'SUBPRODUTO SEM CADASTRO' TO WS-MOTIVO
              END-IF
              IF WS-MOTIVO NOT EQUAL SPACES
                 PERFORM 2450-PARAMETRO-INVALIDO
              ELSE
                 PERFORM 2350-PROJETAR-REPOSICAO
              END-IF
           ELSE
              IF WS-CONSUMO-TOTAL GREATER ZEROES AND
                 WS-DIAS-CONSUMO NOT LESS WS-DIAS-MINIMO
                 PERFORM 2400-SEM-PARAMETRO
              END-IF
           END-IF.
       2300-END-PERFORM.
      ******************************************************************
      * 2350-PROJETAR-REPOSICAO
      *
      * THE BALANCE PROJECTED FOR THE END OF THE LEAD TIME IS TODAY'S
      * BALANCE LESS THE AVERAGE DAILY CONSUMPTION OVER THAT MANY DAYS.
      * WHEN IT FALLS BELOW THE MINIMUM, THE SUGGESTION IS WHAT BRINGS
      * THAT PROJECTED BALANCE BACK UP TO THE MAXIMUM, ROUNDED UP TO A
      * WHOLE UNIT AND VALUED AT THE PRECOS COST IN EFFECT. A LOCATION
      * WITH NO POSITION YET STARTS FROM A ZERO BALANCE.
      ******************************************************************
       2350-PROJETAR-REPOSICAO.
           COMPUTE WS-SALDO-PROJETADO =
                   WS-SALDO-ATUAL - WS-CONSUMO-MEDIO * WS-PRAZO-ENTREGA.
           IF WS-SALDO-PROJETADO LESS WS-ESTOQUE-MINIMO
              ADD 1 TO WS-QTDE-A-REPOR
              COMPUTE WS-NECESSIDADE =
                      WS-ESTOQUE-MAXIMO - WS-SALDO-PROJETADO
              MOVE WS-NECESSIDADE TO WS-QTDE-SUGERIDA
              IF WS-QTDE-SUGERIDA LESS WS-NECESSIDADE
                 ADD 1 TO WS-QTDE-SUGERIDA
              END-IF

              IF WS-PRECO-SUBPRODUTO NOT EQUAL
                 WS-CHAVE-ATUAL-SUBPRODUTO
                 PERFORM 2240-SINCRONIZAR-PRECOS
              END-IF
              IF WS-SW-PRECO-VIGENTE EQUAL 'S'
                 COMPUTE WS-VALOR-SUGERIDO ROUNDED =
                         WS-QTDE-SUGERIDA * WS-PRECO-CUSTO-VIG
              ELSE
                 MOVE ZEROES TO WS-VALOR-SUGERIDO
                 ADD 1 TO WS-QTDE-SEM-PRECO
              END-IF

              INITIALIZE REG-TRABREP REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES
              MOVE '1'                 TO TRABREP-TIPO-OCORRENCIA
              MOVE WS-PRODUTO-AVALIADO TO TRABREP-COD-PRODUTO
              MOVE WS-CHAVE-ATUAL-SUBPRODUTO
                TO TRABREP-COD-SUBPRODUTO
              MOVE WS-CHAVE-ATUAL-FILIAL TO TRABREP-COD-FILIAL
              MOVE WS-SALDO-ATUAL      TO TRABREP-SALDO-ATUAL
              MOVE WS-CONSUMO-MEDIO    TO TRABREP-CONSUMO-MEDIO
              MOVE WS-PRAZO-ENTREGA    TO TRABREP-PRAZO-ENTREGA
              MOVE WS-SALDO-PROJETADO  TO TRABREP-SALDO-PROJETADO
              MOVE WS-QTDE-SUGERIDA    TO TRABREP-QTDE-SUGERIDA
              MOVE WS-PRECO-CUSTO-VIG  TO TRABREP-PRECO-CUSTO
              MOVE WS-SW-PRECO-VIGENTE TO TRABREP-SW-PRECO
              MOVE WS-VALOR-SUGERIDO   TO TRABREP-VALOR-SUGERIDO
              MOVE WS-ESTOQUE-MINIMO   TO TRABREP-ESTOQUE-MINIMO
              MOVE WS-ESTOQUE-MAXIMO   TO TRABREP-ESTOQUE-MAXIMO
              MOVE WS-DIAS-CONSUMO     TO TRABREP-DIAS-CONSUMO
              MOVE WS-CONSUMO-TOTAL    TO TRABREP-CONSUMO-TOTAL
              PERFORM 2500-GRAVAR-TRABREP

              MOVE WS-PRODUTO-AVALIADO TO SUGCOMPR-COD-PRODUTO
              MOVE WS-CHAVE-ATUAL-SUBPRODUTO
                TO SUGCOMPR-COD-SUBPRODUTO
              MOVE WS-CHAVE-ATUAL-FILIAL TO SUGCOMPR-COD-FILIAL
              MOVE WS-SALDO-ATUAL      TO SUGCOMPR-SALDO-ATUAL
              MOVE WS-CONSUMO-MEDIO    TO SUGCOMPR-CONSUMO-MEDIO
              MOVE WS-PRAZO-ENTREGA    TO SUGCOMPR-PRAZO-ENTREGA
              MOVE WS-QTDE-SUGERIDA    TO SUGCOMPR-QTDE-SUGERIDA
              MOVE WS-PRECO-CUSTO-VIG  TO SUGCOMPR-PRECO-CUSTO
              MOVE WS-VALOR-SUGERIDO   TO SUGCOMPR-VALOR-SUGERIDO
              MOVE WS-DATA-PROCESSAMENTO TO SUGCOMPR-DATA-SUGESTAO
              MOVE REG-SUGCOMPR TO REG-TRABSUG
              WRITE REG-TRABSUG
              IF WS-FS-TRABSUG NOT EQUAL '00'
                 MOVE 'GRAVACAO DO ARQUIVO TRABSUG' TO WS-ERRO
                 MOVE WS-FS-TRABSUG TO WS-FILE-STATUS
                 PERFORM 4000-ERRO
              END-IF
              ADD 1 TO WS-QTDE-SUGESTOES
           END-IF.
       2350-END-PERFORM.
      ******************************************************************
      * 2400-SEM-PARAMETRO
      *
      * A LOCATION THAT ISSUED STOCK ON ENOUGH DAYS OF THE WINDOW BUT
      * HAS NO PARAMETERS IS LISTED SO THE BUYERS CAN SET IT UP.
      ******************************************************************
       2400-SEM-PARAMETRO.
           ADD 1 TO WS-QTDE-SEM-PARAMETRO.
           INITIALIZE REG-TRABREP REPLACING NUMERIC BY ZEROES
                                       ALPHANUMERIC BY SPACES.
           MOVE '2'                   TO TRABREP-TIPO-OCORRENCIA.
           MOVE WS-PRODUTO-AVALIADO   TO TRABREP-COD-PRODUTO.
           MOVE WS-CHAVE-ATUAL-SUBPRODUTO TO TRABREP-COD-SUBPRODUTO.
           MOVE WS-CHAVE-ATUAL-FILIAL TO TRABREP-COD-FILIAL.
           MOVE WS-SALDO-ATUAL        TO TRABREP-SALDO-ATUAL.
           MOVE WS-CONSUMO-MEDIO      TO TRABREP-CONSUMO-MEDIO.
           MOVE WS-DIAS-CONSUMO       TO TRABREP-DIAS-CONSUMO.
           MOVE WS-CONSUMO-TOTAL      TO TRABREP-CONSUMO-TOTAL.
           PERFORM 2500-GRAVAR-TRABREP.
       2400-END-PERFORM.
      ******************************************************************
      * 2450-PARAMETRO-INVALIDO
      ******************************************************************
       2450-PARAMETRO-INVALIDO.
           ADD 1 TO WS-QTDE-PARAM-INVALIDOS.
           INITIALIZE REG-TRABREP REPLACING NUMERIC BY ZEROES
                                       ALPHANUMERIC BY SPACES.
           MOVE '3'                   TO TRABREP-TIPO-OCORRENCIA.
           MOVE WS-PRODUTO-AVALIADO   TO TRABREP-COD-PRODUTO.
           MOVE WS-CHAVE-ATUAL-SUBPRODUTO TO TRABREP-COD-SUBPRODUTO.
           MOVE WS-CHAVE-ATUAL-FILIAL TO TRABREP-COD-FILIAL.
           MOVE WS-ESTOQUE-MINIMO     TO TRABREP-ESTOQUE-MINIMO.
           MOVE WS-ESTOQUE-MAXIMO     TO TRABREP-ESTOQUE-MAXIMO.
           MOVE WS-PRAZO-ENTREGA      TO TRABREP-PRAZO-ENTREGA.
           MOVE WS-MOTIVO             TO TRABREP-MOTIVO.
           PERFORM 2500-GRAVAR-TRABREP.
       2450-END-PERFORM.
      ******************************************************************
      * 2500-GRAVAR-TRABREP
      ******************************************************************
       2500-GRAVAR-TRABREP.
           WRITE REG-TRABREP.
           IF WS-FS-TRABREP NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABREP' TO WS-ERRO
              MOVE WS-FS-TRABREP TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2500-END-PERFORM.
      ******************************************************************
      * 2550-GRAVAR-RELREPO
      ******************************************************************
       2550-GRAVAR-RELREPO.
           WRITE REG-RELREPO.
           IF WS-FS-RELREPO NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO RELREPO' TO WS-ERRO
              MOVE WS-FS-RELREPO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2550-END-PERFORM.
      ******************************************************************
      * 2600-GERAR-SUGESTAO
      *
      * COPIES THE SUGGESTIONS FROM TRABSUG TO SUGCOMPR, NOW BRACKETED
      * BY HD/TR CONTROL RECORDS CARRYING THE FINAL COUNT.
      ******************************************************************
       2600-GERAR-SUGESTAO.
           CLOSE TRABSUG.
           OPEN INPUT TRABSUG.
           IF WS-FS-TRABSUG NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABSUG' TO WS-ERRO
              MOVE WS-FS-TRABSUG TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT SUGCOMPR.
           IF WS-FS-SUGCOMPR NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO SUGCOMPR' TO WS-ERRO
              MOVE WS-FS-SUGCOMPR TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-SUGCOMPR-CTL.
           MOVE 'HD' TO SUGCOMPR-CTL-TIPO.
           MOVE WS-QTDE-SUGESTOES TO SUGCOMPR-CTL-QTDE.
           PERFORM 2650-GRAVAR-SUGCOMPR.

           PERFORM 2610-LER-TRABSUG.
           PERFORM UNTIL WS-FS-TRABSUG EQUAL '10'
                   MOVE REG-TRABSUG TO REG-SUGCOMPR
                   PERFORM 2650-GRAVAR-SUGCOMPR
                   PERFORM 2610-LER-TRABSUG
           END-PERFORM.

           MOVE SPACES TO REG-SUGCOMPR-CTL.
           MOVE 'TR' TO SUGCOMPR-CTL-TIPO.
           MOVE WS-QTDE-SUGESTOES TO SUGCOMPR-CTL-QTDE.
           PERFORM 2650-GRAVAR-SUGCOMPR.

           CLOSE TRABSUG SUGCOMPR.
       2600-END-PERFORM.
      ******************************************************************
      * 2610-LER-TRABSUG
      ******************************************************************
       2610-LER-TRABSUG.
           READ TRABSUG.
           IF WS-FS-TRABSUG NOT EQUAL '00' AND
              WS-FS-TRABSUG NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO TRABSUG' TO WS-ERRO
              MOVE WS-FS-TRABSUG TO WS-FILE-STATUS
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
      * 2650-GRAVAR-SUGCOMPR
      ******************************************************************
       2650-GRAVAR-SUGCOMPR.
           WRITE REG-SUGCOMPR.
           IF WS-FS-SUGCOMPR NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO SUGCOMPR' TO WS-ERRO
              MOVE WS-FS-SUGCOMPR TO WS-FILE-STATUS
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
           MOVE SPACES TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE WS-REL-TITULO-SECAO TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           IF WS-TIPO-ATUAL EQUAL '1'
              MOVE WS-REL-COL-SUGESTAO TO REG-RELREPO
           ELSE
              IF WS-TIPO-ATUAL EQUAL '2'
                 MOVE WS-REL-COL-SEM-PARAMETRO TO REG-RELREPO
              ELSE
                 MOVE WS-REL-COL-INVALIDO TO REG-RELREPO
              END-IF
           END-IF.
           PERFORM 2550-GRAVAR-RELREPO.

           MOVE ZEROES TO WS-QTDE-SECAO.
           PERFORM UNTIL WS-FS-CLASSIF EQUAL '10' OR
                         CLASSIF-TIPO-OCORRENCIA NOT EQUAL
                         WS-TIPO-ATUAL
                   IF WS-TIPO-ATUAL EQUAL '1'
                      PERFORM 2710-IMPRIMIR-PRODUTO
                   ELSE
                      IF WS-TIPO-ATUAL EQUAL '2'
                         PERFORM 2750-IMPRIMIR-SEM-PARAMETRO
                      ELSE
                         PERFORM 2760-IMPRIMIR-INVALIDO
                      END-IF
                      PERFORM 2620-LER-CLASSIF
                   END-IF
           END-PERFORM.

           IF WS-TIPO-ATUAL EQUAL '1'
              MOVE 'TOTAL GERAL   ' TO WS-REL-SUB-TITULO
              MOVE SPACES TO WS-REL-SUB-CODIGO WS-REL-SUB-DESC
              MOVE WS-QTDE-SUG-GERAL TO WS-REL-SUB-QTDE
              MOVE WS-VALOR-GERAL TO WS-REL-SUB-VALOR
              MOVE WS-REL-SUBTOTAL TO REG-RELREPO
              PERFORM 2550-GRAVAR-RELREPO
           END-IF.

           MOVE 'TOTAL DE OCORRENCIAS DA SECAO ' TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SECAO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
       2700-END-PERFORM.
      ******************************************************************
      * 2710-IMPRIMIR-PRODUTO
      *
      * PRINTS THE SUGGESTIONS OF ONE PRODUTO WITH ITS SUBTOTAL OF
      * QUANTITY AND VALUE AT COST.
      ******************************************************************
       2710-IMPRIMIR-PRODUTO.
           MOVE CLASSIF-COD-PRODUTO TO WS-PRODUTO-ATUAL.
           MOVE ZEROES TO WS-QTDE-SUG-PRODUTO WS-VALOR-PRODUTO.
           PERFORM UNTIL WS-FS-CLASSIF EQUAL '10' OR
                         CLASSIF-TIPO-OCORRENCIA NOT EQUAL
                         WS-TIPO-ATUAL OR
                         CLASSIF-COD-PRODUTO NOT EQUAL WS-PRODUTO-ATUAL
                   PERFORM 2720-IMPRIMIR-SUGESTAO
                   PERFORM 2620-LER-CLASSIF
           END-PERFORM.
           MOVE 'TOTAL PRODUTO ' TO WS-REL-SUB-TITULO.
           MOVE WS-PRODUTO-ATUAL TO WS-REL-SUB-CODIGO.
           MOVE SPACES TO WS-REL-SUB-DESC.
           IF WS-PRODUTO-ATUAL GREATER ZEROES
              MOVE WS-PROD-TAB-DESC(WS-PRODUTO-ATUAL)
                TO WS-REL-SUB-DESC
           END-IF.
           MOVE WS-QTDE-SUG-PRODUTO TO WS-REL-SUB-QTDE.
           MOVE WS-VALOR-PRODUTO TO WS-REL-SUB-VALOR.
           MOVE WS-REL-SUBTOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE SPACES TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           ADD WS-QTDE-SUG-PRODUTO TO WS-QTDE-SUG-GERAL.
           ADD WS-VALOR-PRODUTO TO WS-VALOR-GERAL.
       2710-END-PERFORM.
      ******************************************************************
      * 2720-IMPRIMIR-SUGESTAO
      *
      * A SUGGESTION WITHOUT A PRECOS ROW IN EFFECT IS PRINTED AT ZERO
      * VALUE AND MARKED WITH '*'.
      ******************************************************************
       2720-IMPRIMIR-SUGESTAO.
           MOVE CLASSIF-COD-PRODUTO     TO WS-REL-SUG-PRODUTO.
           MOVE CLASSIF-COD-SUBPRODUTO  TO WS-REL-SUG-SUBPRODUTO.
           MOVE CLASSIF-COD-FILIAL      TO WS-REL-SUG-FILIAL.
           MOVE CLASSIF-SALDO-ATUAL     TO WS-REL-SUG-SALDO.
           MOVE CLASSIF-CONSUMO-MEDIO   TO WS-REL-SUG-MEDIA.
           MOVE CLASSIF-PRAZO-ENTREGA   TO WS-REL-SUG-PRAZO.
           MOVE CLASSIF-SALDO-PROJETADO TO WS-REL-SUG-PROJETADO.
           MOVE CLASSIF-QTDE-SUGERIDA   TO WS-REL-SUG-QTDE.
           MOVE CLASSIF-PRECO-CUSTO     TO WS-REL-SUG-CUSTO.
           MOVE CLASSIF-VALOR-SUGERIDO  TO WS-REL-SUG-VALOR.
           IF CLASSIF-SW-PRECO EQUAL 'S'
              MOVE SPACES TO WS-REL-SUG-MARCA
           ELSE
              MOVE '*' TO WS-REL-SUG-MARCA
           END-IF.
           MOVE WS-REL-SUGESTAO TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           ADD 1 TO WS-QTDE-SECAO.
           ADD CLASSIF-QTDE-SUGERIDA TO WS-QTDE-SUG-PRODUTO.
           ADD CLASSIF-VALOR-SUGERIDO TO WS-VALOR-PRODUTO.
       2720-END-PERFORM.
      ******************************************************************
      * 2750-IMPRIMIR-SEM-PARAMETRO
      ******************************************************************
       2750-IMPRIMIR-SEM-PARAMETRO.
           MOVE CLASSIF-COD-PRODUTO     TO WS-REL-SPA-PRODUTO.
           MOVE CLASSIF-COD-SUBPRODUTO  TO WS-REL-SPA-SUBPRODUTO.
           MOVE CLASSIF-COD-FILIAL      TO WS-REL-SPA-FILIAL.
           MOVE CLASSIF-SALDO-ATUAL     TO WS-REL-SPA-SALDO.
           MOVE CLASSIF-CONSUMO-MEDIO   TO WS-REL-SPA-MEDIA.
           MOVE CLASSIF-DIAS-CONSUMO    TO WS-REL-SPA-DIAS.
           MOVE CLASSIF-CONSUMO-TOTAL   TO WS-REL-SPA-CONSUMO.
           MOVE WS-REL-SEM-PARAMETRO TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           ADD 1 TO WS-QTDE-SECAO.
       2750-END-PERFORM.
      ******************************************************************
      * 2760-IMPRIMIR-INVALIDO
      ******************************************************************
       2760-IMPRIMIR-INVALIDO.
           MOVE CLASSIF-COD-PRODUTO     TO WS-REL-INV-PRODUTO.
           MOVE CLASSIF-COD-SUBPRODUTO  TO WS-REL-INV-SUBPRODUTO.
           MOVE CLASSIF-COD-FILIAL      TO WS-REL-INV-FILIAL.
           MOVE CLASSIF-ESTOQUE-MINIMO  TO WS-REL-INV-MINIMO.
           MOVE CLASSIF-ESTOQUE-MAXIMO  TO WS-REL-INV-MAXIMO.
           MOVE CLASSIF-PRAZO-ENTREGA   TO WS-REL-INV-PRAZO.
           MOVE CLASSIF-MOTIVO          TO WS-REL-INV-MOTIVO.
           MOVE WS-REL-INVALIDO TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           ADD 1 TO WS-QTDE-SECAO.
       2760-END-PERFORM.
      ******************************************************************
      * 2800-IMPRIMIR-GERACOES
      *
      * LISTS THE SAIDA GENERATIONS OF THE WINDOW, SO A MISSING DAY THAT
      * LOWERED THE BASE OF THE AVERAGE IS VISIBLE ON THE REPORT.
      ******************************************************************
       2800-IMPRIMIR-GERACOES.
           MOVE SPACES TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'GERACOES SAIDA DA JANELA DE CONSUMO'
             TO WS-REL-TIT-SECAO.
           MOVE WS-REL-TITULO-SECAO TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE WS-REL-COL-GERACAO TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           PERFORM VARYING WS-GERACAO-IDX FROM 1 BY 1
                   UNTIL WS-GERACAO-IDX GREATER WS-QTDE-GERACOES
                   MOVE WS-GERACAO-IDX TO WS-REL-GER-NN
                   MOVE WS-GERACAO-CAMINHO(WS-GERACAO-IDX)
                     TO WS-REL-GER-ARQUIVO
                   MOVE WS-GERACAO-LIDOS(WS-GERACAO-IDX)
                     TO WS-REL-GER-LIDOS
                   MOVE WS-GERACAO-SAIDAS(WS-GERACAO-IDX)
                     TO WS-REL-GER-SAIDAS
                   MOVE WS-GERACAO-SITUACAO(WS-GERACAO-IDX)
                     TO WS-REL-GER-SITUACAO
                   MOVE WS-REL-GERACAO TO REG-RELREPO
                   PERFORM 2550-GRAVAR-RELREPO
           END-PERFORM.
       2800-END-PERFORM.
      ******************************************************************
      * 3000-FINALIZAR
      ******************************************************************
       3000-FINALIZAR.
           MOVE SPACES TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'TOTAL DE GERACOES LIDAS       '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-GERACOES-LIDAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'TOTAL DE GERACOES AUSENTES    '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-GERACOES-AUSENTES TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'DIAS MINIMOS DE CONSUMO       '
             TO WS-REL-TOT-TITULO.
           MOVE WS-DIAS-MINIMO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'TOTAL DE SAIDAS DE CONSUMO    '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SAIDAS-CONSUMO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'TOTAL DE PARAMETROS LIDOS     '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-LIDOS-PARREPO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'TOTAL DE POSICOES LIDAS       '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-LIDOS-POSICNOV TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'TOTAL DE POSICOES A REPOR     '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-A-REPOR TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'TOTAL SUGESTOES SEM PRECO (*) '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SEM-PRECO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'TOTAL SEM PARAMETRO C/CONSUMO '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SEM-PARAMETRO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'TOTAL PARAMETROS DESCONSIDER. '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-PARAM-INVALIDOS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.
           MOVE 'VALOR TOTAL SUGERIDO          ' TO WS-REL-TV-TITULO.
           MOVE WS-VALOR-GERAL TO WS-REL-TV-VALOR.
           MOVE WS-REL-TOTAL-VALOR TO REG-RELREPO.
           PERFORM 2550-GRAVAR-RELREPO.

           CLOSE RELREPO.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA SUGREPOS                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* QTDE DE GERACOES LIDAS ' WS-QTDE-GERACOES-LIDAS
           DISPLAY '* QTDE DE GERACOES AUSENTES '
                   WS-QTDE-GERACOES-AUSENTES
           DISPLAY '* QTDE DE POSICOES LIDAS ' WS-QTDE-LIDOS-POSICNOV
           DISPLAY '* QTDE DE PARAMETROS LIDOS ' WS-QTDE-LIDOS-PARREPO
           DISPLAY '* QTDE DE SUGESTOES DE COMPRA ' WS-QTDE-SUGESTOES
           DISPLAY '* QTDE DE SUGESTOES SEM PRECO ' WS-QTDE-SEM-PRECO
           DISPLAY '* QTDE SEM PARAMETRO COM CONSUMO '
                   WS-QTDE-SEM-PARAMETRO
           DISPLAY '* QTDE DE PARAMETROS DESCONSIDERADOS '
                   WS-QTDE-PARAM-INVALIDOS
      * A MISSING DAY IN THE WINDOW, A SUGGESTION THAT COULD NOT BE
      * VALUED OR A PARAMETER ROW SET ASIDE ENDS THE RUN WITH
      * RETURN-CODE 4.
           IF WS-QTDE-GERACOES-AUSENTES GREATER ZEROES OR
              WS-QTDE-SEM-PRECO GREATER ZEROES OR
              WS-QTDE-PARAM-INVALIDOS GREATER ZEROES
              MOVE 04 TO RETURN-CODE
           END-IF.
           STOP RUN.
       3000-END-PERFORM.
      ******************************************************************
      * 4000-ERRO
      *****************************************************************
       4000-ERRO.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA SUGREPOS                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
