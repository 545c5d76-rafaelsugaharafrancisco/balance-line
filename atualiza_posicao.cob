           FILE STATUS IS WS-FS-RELPOS
           ORGANIZATION IS LINE SEQUENTIAL.

      * TRANSANT/TRANSNOV ARE THE IN-TRANSIT GENERATIONS: ONE RECORD PER
      * TRANSFER SHIPMENT WHOSE DESTINATION HAS NOT YET CONFIRMED THE
      * RECEIPT. TRANSANT IS OPTIONAL FOR THE SAME REASON AS POSICANT.
           SELECT OPTIONAL TRANSANT
           ASSIGN TO DYNAMIC WS-CAMINHO-TRANSANT
           FILE STATUS IS WS-FS-TRANSANT
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSNOV ASSIGN TO DYNAMIC WS-CAMINHO-TRANSNOV
           FILE STATUS IS WS-FS-TRANSNOV
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELTRA ASSIGN TO DYNAMIC WS-CAMINHO-RELTRA
           FILE STATUS IS WS-FS-RELTRA
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD SAIDA.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 051 CHARACTERS.
       01 REG-SAIDA                       PIC X(51).

       SD ORDPOS.
       01 REG-ORDPOS.
           05 ORDPOS-COD-PRODUTO       PIC 9(03).
           05 ORDPOS-COD-SUBPRODUTO    PIC 9(04).
           05 ORDPOS-COD-FILIAL        PIC 9(02).
           05 FILLER                   PIC X(42).

       FD SAIDACL.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 051 CHARACTERS.
       01 REG-SAIDACL.
           05 SAIDACL-COD-PRODUTO      PIC 9(03).
           05 SAIDACL-COD-SUBPRODUTO   PIC 9(04).
           05 SAIDACL-PRECO-CUSTO      PIC 9(05)V99.
           05 SAIDACL-PRECO-VENDA      PIC 9(05)V99.
           05 SAIDACL-TIPO-MOVIMENTO   PIC X(01).
           05 SAIDACL-COD-FILIAL-TRANSF PIC 9(02).

       FD POSICANT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 066 CHARACTERS.
      * BESIDES THE QUANTITIES EVERY POSITION CARRIES ITS VALUATION:
      * THE OWNING PRODUTO (FOR THE VALUED REPORT), THE MOVING
      * WEIGHTED-AVERAGE UNIT COST AND THE STOCK VALUE AT THAT COST.
       01 REG-POSICANT.
           05 POSICANT-COD-SUBPRODUTO  PIC 9(04).
           05 POSICANT-COD-FILIAL      PIC 9(02).
                                       SIGN LEADING SEPARATE.
           05 POSICANT-SALDO-ATUAL     PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 POSICANT-COD-PRODUTO     PIC 9(03).
           05 POSICANT-CUSTO-MEDIO     PIC 9(07)V9999.
           05 POSICANT-VALOR-ESTOQUE   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
      * REG-POSICANT-CTL IS AN ALTERNATE VIEW OF REG-POSICANT, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-POSICANT-CTL.
           05 POSICANT-CTL-TIPO        PIC X(02).
           05 POSICANT-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(57).

      * THE NEW GENERATION IS BUILT IN TWO PASSES: THE DETAIL RECORDS
      * GO TO TRABALHO FIRST, AND ONLY AFTER THE FINAL COUNT IS KNOWN
       FD TRABALHO.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 066 CHARACTERS.
       01 REG-TRABALHO.
           05 TRABALHO-COD-SUBPRODUTO  PIC 9(04).
           05 TRABALHO-COD-FILIAL      PIC 9(02).
                                       SIGN LEADING SEPARATE.
           05 TRABALHO-SALDO-ATUAL     PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 TRABALHO-COD-PRODUTO     PIC 9(03).
           05 TRABALHO-CUSTO-MEDIO     PIC 9(07)V9999.
           05 TRABALHO-VALOR-ESTOQUE   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       FD POSICNOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 066 CHARACTERS.
       01 REG-POSICNOV.
           05 POSICNOV-COD-SUBPRODUTO  PIC 9(04).
           05 POSICNOV-COD-FILIAL      PIC 9(02).
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

       FD RELPOS.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORD CONTAINS 080 CHARACTERS.
       01 REG-RELPOS                   PIC X(80).

      * EACH IN-TRANSIT RECORD KEEPS THE UNIT COST THE ORIGIN RELIEVED
      * THE GOODS AT, SO THE DESTINATION RECEIVES THEM AT THE SAME
      * COST AND THE VALUE CROSSES BETWEEN BRANCHES UNCHANGED.
       FD TRANSANT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 050 CHARACTERS.
       01 REG-TRANSANT.
           05 TRANSANT-COD-SUBPRODUTO  PIC 9(04).
           05 TRANSANT-FILIAL-ORIGEM   PIC 9(02).
           05 TRANSANT-FILIAL-DESTINO  PIC 9(02).
           05 TRANSANT-DATA-REMESSA    PIC 9(08).
           05 TRANSANT-QTDE-REMETIDA   PIC 9(05).
           05 TRANSANT-COD-PRODUTO     PIC 9(03).
           05 TRANSANT-CUSTO-UNITARIO  PIC 9(07)V9999.
           05 TRANSANT-VALOR           PIC 9(13)V99.
       01 REG-TRANSANT-CTL.
           05 TRANSANT-CTL-TIPO        PIC X(02).
           05 TRANSANT-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(41).

       FD TRANSNOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 050 CHARACTERS.
       01 REG-TRANSNOV.
           05 TRANSNOV-COD-SUBPRODUTO  PIC 9(04).
           05 TRANSNOV-FILIAL-ORIGEM   PIC 9(02).
           05 TRANSNOV-FILIAL-DESTINO  PIC 9(02).
           05 TRANSNOV-DATA-REMESSA    PIC 9(08).
           05 TRANSNOV-QTDE-REMETIDA   PIC 9(05).
           05 TRANSNOV-COD-PRODUTO     PIC 9(03).
           05 TRANSNOV-CUSTO-UNITARIO  PIC 9(07)V9999.
           05 TRANSNOV-VALOR           PIC 9(13)V99.
       01 REG-TRANSNOV-CTL.
           05 TRANSNOV-CTL-TIPO        PIC X(02).
           05 TRANSNOV-CTL-QTDE        PIC 9(07).
           05 FILLER                   PIC X(41).

       FD RELTRA.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 080 CHARACTERS.
       01 REG-RELTRA                   PIC X(80).

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FS-TRABALHO               PIC X(02) VALUE SPACES.
       01 WS-FS-POSICNOV               PIC X(02) VALUE SPACES.
       01 WS-FS-RELPOS                 PIC X(02) VALUE SPACES.
       01 WS-FS-TRANSANT               PIC X(02) VALUE SPACES.
       01 WS-FS-TRANSNOV               PIC X(02) VALUE SPACES.
       01 WS-FS-RELTRA                 PIC X(02) VALUE SPACES.
       01 WS-ERRO                      PIC X(40) VALUE SPACES.
       01 WS-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-QTDE-LIDOS-SAIDA          PIC 9(07) VALUE ZEROES.
       01 WS-CAMINHO-TRABALHO          PIC X(100) VALUE 'TRABPOS.DAT'.
       01 WS-CAMINHO-POSICNOV          PIC X(100) VALUE 'POSICNOV.DAT'.
       01 WS-CAMINHO-RELPOS            PIC X(100) VALUE 'RELPOS.DAT'.
       01 WS-CAMINHO-TRANSANT          PIC X(100) VALUE 'TRANSITO.DAT'.
       01 WS-CAMINHO-TRANSNOV          PIC X(100) VALUE 'TRANSNOV.DAT'.
       01 WS-CAMINHO-RELTRA            PIC X(100) VALUE 'RELTRA.DAT'.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
       01 WS-QTDE-ESPERADO-POSICANT    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-POSICANT     PIC 9(07) VALUE ZEROES.
           05 WS-ATUAL-SALDO-ANTERIOR  PIC S9(09) VALUE ZEROES.
           05 WS-ATUAL-QTDE-MOVIMENTO  PIC S9(09) VALUE ZEROES.
           05 WS-ATUAL-SALDO-ATUAL     PIC S9(09) VALUE ZEROES.
           05 WS-ATUAL-COD-PRODUTO     PIC 9(03) VALUE ZEROES.
           05 WS-ATUAL-CUSTO-MEDIO     PIC 9(07)V9999 VALUE ZEROES.
           05 WS-ATUAL-VALOR-ESTOQUE   PIC S9(13)V99 VALUE ZEROES.
      * RUNNING QUANTITY OF THE KEY WHILE ITS MOVEMENTS ARE CHARGED,
      * AND THE VALUE OF THE MOVEMENT BEING CHARGED.
       01 WS-SALDO-CORRENTE            PIC S9(09) VALUE ZEROES.
       01 WS-VALOR-MOVIMENTO           PIC S9(13)V99 VALUE ZEROES.
       01 WS-VALOR-TOTAL-ESTOQUE       PIC S9(15)V99 VALUE ZEROES.
       01 WS-OCORRENCIA                PIC X(20) VALUE SPACES.
      * COST AT WHICH THE RECEIPT BEING CHARGED ENTERS THE AVERAGE: THE
      * PRICED COST FOR AN 'E', THE SHIPMENT COST FOR AN 'R'.
       01 WS-CUSTO-ENTRADA             PIC 9(07)V9999 VALUE ZEROES.
      * IN-TRANSIT CONTROL.
       01 WS-QTDE-LIDOS-TRANSANT       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-TRANSANT    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-TRANSANT     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-REMESSAS             PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-RECEBIMENTOS         PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-DIVERGENTES          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-SEM-REMESSA          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-EM-TRANSITO          PIC 9(07) VALUE ZEROES.
       01 WS-VALOR-EM-TRANSITO         PIC 9(15)V99 VALUE ZEROES.
       01 WS-VALOR-REMESSA             PIC 9(13)V99 VALUE ZEROES.
       01 WS-DIFERENCA-TRANSF          PIC S9(05) VALUE ZEROES.
      * WS-TRA-TAB HOLDS EVERY SHIPMENT STILL OPEN: THE PRIOR IN-TRANSIT
      * GENERATION FIRST AND TODAY'S SHIPMENTS AFTER IT, SO THE TABLE
      * IS IN SHIPMENT-DATE ORDER AND THE FIRST MATCH FOUND FOR A
      * RECEIPT IS ALWAYS THE OLDEST SHIPMENT. TODAY'S SHIPMENTS ARE
      * REGISTERED BEFORE THE BALANCE LINE (SO A RECEIPT AT A BRANCH
      * THAT SORTS AHEAD OF THE ORIGIN STILL FINDS THEM) AND GET THEIR
      * COST WHEN THE ORIGIN POSITION RELIEVES THEM (TRA-SW-CUSTO 'S').
       01 WS-TRA-QTDE                  PIC 9(05) VALUE ZEROES.
       01 WS-TRA-IDX                   PIC 9(05) VALUE ZEROES.
       01 WS-TRA-IDX-ENCONTRADO        PIC 9(05) VALUE ZEROES.
       01 WS-TRA-TAB.
           05 WS-TRA-ITEM              OCCURS 5000 TIMES.
               10 WS-TRA-ABERTA        PIC X(01) VALUE 'N'.
               10 WS-TRA-SUBPRODUTO    PIC 9(04) VALUE ZEROES.
               10 WS-TRA-ORIGEM        PIC 9(02) VALUE ZEROES.
               10 WS-TRA-DESTINO       PIC 9(02) VALUE ZEROES.
               10 WS-TRA-DATA          PIC 9(08) VALUE ZEROES.
               10 WS-TRA-QTDE-REMETIDA PIC 9(05) VALUE ZEROES.
               10 WS-TRA-PRODUTO       PIC 9(03) VALUE ZEROES.
               10 WS-TRA-CUSTO         PIC 9(07)V9999 VALUE ZEROES.
               10 WS-TRA-SW-CUSTO      PIC X(01) VALUE 'N'.
      * DAY-NUMBER ARITHMETIC FOR THE AGEING: 2900-CALCULAR-DIA TURNS
      * WS-DJ-DATA (YYYYMMDD) INTO A SERIAL DAY NUMBER, SO THE AGE OF A
      * SHIPMENT IS A PLAIN SUBTRACTION ACROSS MONTHS AND YEARS.
       01 WS-DJ-DATA.
           05 WS-DJ-ANO                PIC 9(04) VALUE ZEROES.
           05 WS-DJ-MES                PIC 9(02) VALUE ZEROES.
           05 WS-DJ-DIA                PIC 9(02) VALUE ZEROES.
       01 WS-DJ-A                      PIC 9(02) VALUE ZEROES.
       01 WS-DJ-Y                      PIC 9(06) VALUE ZEROES.
       01 WS-DJ-M                      PIC 9(02) VALUE ZEROES.
       01 WS-DJ-AUX                    PIC 9(07) VALUE ZEROES.
       01 WS-DJ-NUMERO                 PIC 9(07) VALUE ZEROES.
       01 WS-DJ-HOJE                   PIC 9(07) VALUE ZEROES.
       01 WS-DIAS-TRANSITO             PIC 9(05) VALUE ZEROES.
      * AGEING BUCKETS OF THE IN-TRANSIT REPORT, IN DAYS SINCE SHIPMENT.
       01 WS-QTDE-FAIXA-1              PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-FAIXA-2              PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-FAIXA-3              PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-FAIXA-4              PIC 9(07) VALUE ZEROES.
      * REPORT LINE LAYOUTS.
       01 WS-REL-CABECALHO.
           05 FILLER PIC X(33)
           05 WS-REL-TOT-TITULO        PIC X(30) VALUE SPACES.
           05 WS-REL-TOT-QTDE          PIC 9(07) VALUE ZEROES.
           05 FILLER                   PIC X(43) VALUE SPACES.
       01 WS-REL-TOTAL-VALOR.
           05 FILLER                   PIC X(30)
              VALUE 'VALOR TOTAL DO ESTOQUE        '.
           05 WS-REL-TOT-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(27) VALUE SPACES.
      * TRANSFER REPORT LINE LAYOUTS.
       01 WS-RTR-CABECALHO.
           05 FILLER PIC X(33)
              VALUE 'TRANSFERENCIAS ENTRE FILIAIS EM  '.
           05 WS-RTR-CAB-DATA          PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(39) VALUE SPACES.
       01 WS-RTR-TITULO                PIC X(80) VALUE SPACES.
       01 WS-RTR-COLUNAS-DIV.
           05 FILLER                   PIC X(06) VALUE 'SUB.  '.
           05 FILLER                   PIC X(06) VALUE 'ORIG  '.
           05 FILLER                   PIC X(05) VALUE 'DEST '.
           05 FILLER                   PIC X(09) VALUE 'REMESSA  '.
           05 FILLER                   PIC X(08) VALUE '  REMET.'.
           05 FILLER                   PIC X(08) VALUE '  RECEB.'.
           05 FILLER                   PIC X(08) VALUE '  DIFER.'.
           05 FILLER                   PIC X(07) VALUE '  DIAS '.
           05 FILLER                   PIC X(23) VALUE 'OCORRENCIA'.
       01 WS-RTR-DIVERGENCIA.
           05 WS-RTD-SUBPRODUTO        PIC 9(04) VALUE ZEROES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RTD-ORIGEM            PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-RTD-DESTINO           PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-RTD-DATA              PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RTD-REMETIDA          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RTD-RECEBIDA          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RTD-DIFERENCA         PIC --.--9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RTD-DIAS              PIC ZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RTD-OCORRENCIA        PIC X(23) VALUE SPACES.
       01 WS-RTR-COLUNAS-TRA.
           05 FILLER                   PIC X(06) VALUE 'SUB.  '.
           05 FILLER                   PIC X(06) VALUE 'ORIG  '.
           05 FILLER                   PIC X(05) VALUE 'DEST '.
           05 FILLER                   PIC X(09) VALUE 'REMESSA  '.
           05 FILLER                   PIC X(07) VALUE '  QTDE '.
           05 FILLER                   PIC X(16)
              VALUE '           VALOR'.
           05 FILLER                   PIC X(07) VALUE '   DIAS'.
           05 FILLER                   PIC X(24)
              VALUE '  FAIXA DE ATRASO'.
       01 WS-RTR-TRANSITO.
           05 WS-RTT-SUBPRODUTO        PIC 9(04) VALUE ZEROES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RTT-ORIGEM            PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-RTT-DESTINO           PIC 9(02) VALUE ZEROES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-RTT-DATA              PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RTT-QTDE              PIC ZZ.ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RTT-VALOR             PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-RTT-DIAS              PIC ZZ.ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-RTT-FAIXA             PIC X(23) VALUE SPACES.
       01 WS-RTR-TOTAL-VALOR.
           05 FILLER                   PIC X(30)
              VALUE 'VALOR TOTAL EM TRANSITO       '.
           05 WS-RTR-TOT-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
              PERFORM 4000-ERRO
           END-IF.

           OPEN INPUT TRANSANT.
           IF WS-FS-TRANSANT NOT EQUAL '00' AND
              WS-FS-TRANSANT NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO TRANSANT' TO WS-ERRO
              MOVE WS-FS-TRANSANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT RELTRA.
           IF WS-FS-RELTRA NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO RELTRA' TO WS-ERRO
              MOVE WS-FS-RELTRA TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 1500-VALIDAR-CONTROLE.
           PERFORM 1800-CARREGAR-TRANSITO.

           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           MOVE WS-REL-CABECALHO TO REG-RELPOS.
           PERFORM 2550-GRAVAR-RELPOS.
           MOVE WS-REL-COLUNAS TO REG-RELPOS.
           PERFORM 2550-GRAVAR-RELPOS.

      * THE RECEIPT SECTION OF RELTRA IS FILLED DURING THE BALANCE
      * LINE; THE IN-TRANSIT SECTION IS ADDED ONCE IT IS OVER.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DJ-DATA.
           PERFORM 2900-CALCULAR-DIA.
           MOVE WS-DJ-NUMERO TO WS-DJ-HOJE.
           MOVE WS-DATA-PROCESSAMENTO TO WS-RTR-CAB-DATA.
           MOVE WS-RTR-CABECALHO TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE SPACES TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE 'RECEBIMENTOS DIVERGENTES DA REMESSA' TO WS-RTR-TITULO.
           MOVE WS-RTR-TITULO TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE WS-RTR-COLUNAS-DIV TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
       1000-END-PERFORM.
      ******************************************************************
      * 1100-OBTER-PARAMETROS
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RELPOS
           END-IF.

           DISPLAY 'ATUPOSIC_TRANSANT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRANSANT
           END-IF.

           DISPLAY 'ATUPOSIC_TRANSNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRANSNOV
           END-IF.

           DISPLAY 'ATUPOSIC_RELTRA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RELTRA
           END-IF.

           DISPLAY 'ATUPOSIC_LIMITE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
           END-IF.
       1700-END-PERFORM.
      ******************************************************************
      * 1750-RECONCILIAR-TRANSANT
      ******************************************************************
       1750-RECONCILIAR-TRANSANT.
           IF WS-QTDE-LIDOS-TRANSANT NOT EQUAL
              WS-QTDE-ESPERADO-TRANSANT OR
              WS-QTDE-LIDOS-TRANSANT NOT EQUAL WS-QTDE-TRAILER-TRANSANT
              MOVE 'CONTROLE DE REGISTROS TRANSANT DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1750-END-PERFORM.
      ******************************************************************
      * 1800-CARREGAR-TRANSITO
      *
      * LOADS THE SHIPMENTS STILL IN TRANSIT AT THE END OF THE PRIOR
      * RUN. AN ABSENT OR EMPTY GENERATION MEANS NOTHING IN TRANSIT.
      ******************************************************************
       1800-CARREGAR-TRANSITO.
           READ TRANSANT INTO REG-TRANSANT.
           IF WS-FS-TRANSANT EQUAL '10'
              MOVE ZEROES TO WS-QTDE-ESPERADO-TRANSANT
           ELSE
              IF WS-FS-TRANSANT NOT EQUAL '00'
                 MOVE 'LEITURA DO CABECALHO TRANSANT' TO WS-ERRO
                 MOVE WS-FS-TRANSANT TO WS-FILE-STATUS
                 PERFORM 4000-ERRO
              END-IF
              IF TRANSANT-CTL-TIPO NOT EQUAL 'HD'
                 MOVE 'CABECALHO TRANSANT AUSENTE OU INVALIDO'
                   TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
              MOVE TRANSANT-CTL-QTDE TO WS-QTDE-ESPERADO-TRANSANT
              PERFORM 1850-LER-ARQUIVO-TRANSANT
              PERFORM UNTIL WS-FS-TRANSANT EQUAL '10'
                      IF WS-TRA-QTDE NOT LESS 5000
                         MOVE 'TABELA DE TRANSITO EXCEDIDA' TO WS-ERRO
                         PERFORM 4000-ERRO
                      END-IF
                      ADD 1 TO WS-TRA-QTDE
                      MOVE 'S' TO WS-TRA-ABERTA(WS-TRA-QTDE)
                      MOVE TRANSANT-COD-SUBPRODUTO
                        TO WS-TRA-SUBPRODUTO(WS-TRA-QTDE)
                      MOVE TRANSANT-FILIAL-ORIGEM
                        TO WS-TRA-ORIGEM(WS-TRA-QTDE)
                      MOVE TRANSANT-FILIAL-DESTINO
                        TO WS-TRA-DESTINO(WS-TRA-QTDE)
                      MOVE TRANSANT-DATA-REMESSA
                        TO WS-TRA-DATA(WS-TRA-QTDE)
                      MOVE TRANSANT-QTDE-REMETIDA
                        TO WS-TRA-QTDE-REMETIDA(WS-TRA-QTDE)
                      MOVE TRANSANT-COD-PRODUTO
                        TO WS-TRA-PRODUTO(WS-TRA-QTDE)
                      MOVE TRANSANT-CUSTO-UNITARIO
                        TO WS-TRA-CUSTO(WS-TRA-QTDE)
                      MOVE 'S' TO WS-TRA-SW-CUSTO(WS-TRA-QTDE)
                      PERFORM 1850-LER-ARQUIVO-TRANSANT
              END-PERFORM
           END-IF.
           CLOSE TRANSANT.
       1800-END-PERFORM.
      ******************************************************************
      * 1850-LER-ARQUIVO-TRANSANT
      ******************************************************************
       1850-LER-ARQUIVO-TRANSANT.
           INITIALIZE REG-TRANSANT REPLACING NUMERIC BY ZEROES.
           READ TRANSANT INTO REG-TRANSANT.
           IF WS-FS-TRANSANT NOT EQUAL '00' AND
              WS-FS-TRANSANT NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO TRANSANT' TO WS-ERRO
              MOVE WS-FS-TRANSANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-TRANSANT EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-TRANSANT
                 IF TRANSANT-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-TRANSANT
                    MOVE TRANSANT-CTL-QTDE TO WS-QTDE-TRAILER-TRANSANT
                    MOVE '10' TO WS-FS-TRANSANT
                    PERFORM 1750-RECONCILIAR-TRANSANT
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1750-RECONCILIAR-TRANSANT CATCH IT.
                 PERFORM 1750-RECONCILIAR-TRANSANT
              END-IF
           END-IF.
       1850-END-PERFORM.
      ******************************************************************
      * 2000-PROCESSAR
      *
      * CLASSIC BALANCED-LINE UPDATE ON THE SUBPRODUTO/FILIAL KEY: AT
                                        ORDPOS-COD-FILIAL
                USING SAIDA GIVING SAIDACL.

           PERFORM 2050-REGISTRAR-REMESSAS.

           OPEN INPUT SAIDACL.
           IF WS-FS-SAIDACL NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO SAIDACL' TO WS-ERRO
                      WS-CHAVE-POS EQUAL WS-CHAVE-ATUAL
                      MOVE POSICANT-SALDO-ATUAL
                        TO WS-ATUAL-SALDO-ANTERIOR
                      MOVE POSICANT-COD-PRODUTO
                        TO WS-ATUAL-COD-PRODUTO
                      MOVE POSICANT-CUSTO-MEDIO
                        TO WS-ATUAL-CUSTO-MEDIO
                      MOVE POSICANT-VALOR-ESTOQUE
                        TO WS-ATUAL-VALOR-ESTOQUE
                      PERFORM 2200-LER-ARQUIVO-POSICANT
                   ELSE
                      MOVE ZEROES TO WS-ATUAL-SALDO-ANTERIOR
                                     WS-ATUAL-COD-PRODUTO
                                     WS-ATUAL-CUSTO-MEDIO
                                     WS-ATUAL-VALOR-ESTOQUE
                   END-IF
                   MOVE ZEROES TO WS-ATUAL-QTDE-MOVIMENTO
                   PERFORM UNTIL WS-FS-SAIDACL EQUAL '10' OR
                   PERFORM 2200-LER-ARQUIVO-POSICANT
           END-PERFORM.
           PERFORM 2600-GERAR-NOVA-GERACAO.
           PERFORM 2700-GERAR-TRANSITO.
       2000-END-PERFORM.
      ******************************************************************
      * 2050-REGISTRAR-REMESSAS
      *
      * FIRST PASS OVER THE SORTED MOVEMENTS: EVERY SHIPMENT ('T') OF
      * THE DAY IS ADDED TO THE IN-TRANSIT TABLE BEFORE ANY POSITION IS
      * BALANCED, SO A SAME-DAY RECEIPT AT A DESTINATION THAT SORTS
      * AHEAD OF ITS ORIGIN CAN STILL BE MATCHED TO IT.
      ******************************************************************
       2050-REGISTRAR-REMESSAS.
           OPEN INPUT SAIDACL.
           IF WS-FS-SAIDACL NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO SAIDACL' TO WS-ERRO
              MOVE WS-FS-SAIDACL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 2100-LER-ARQUIVO-SAIDACL.
           PERFORM UNTIL WS-FS-SAIDACL EQUAL '10'
                   IF SAIDACL-TIPO-MOVIMENTO EQUAL 'T'
                      IF WS-TRA-QTDE NOT LESS 5000
                         MOVE 'TABELA DE TRANSITO EXCEDIDA' TO WS-ERRO
                         PERFORM 4000-ERRO
                      END-IF
                      ADD 1 TO WS-TRA-QTDE
                      MOVE 'S' TO WS-TRA-ABERTA(WS-TRA-QTDE)
                      MOVE SAIDACL-COD-SUBPRODUTO
                        TO WS-TRA-SUBPRODUTO(WS-TRA-QTDE)
                      MOVE SAIDACL-COD-FILIAL
                        TO WS-TRA-ORIGEM(WS-TRA-QTDE)
                      MOVE SAIDACL-COD-FILIAL-TRANSF
                        TO WS-TRA-DESTINO(WS-TRA-QTDE)
                      MOVE WS-DATA-PROCESSAMENTO
                        TO WS-TRA-DATA(WS-TRA-QTDE)
                      MOVE SAIDACL-QTDE-MOVIMENTO
                        TO WS-TRA-QTDE-REMETIDA(WS-TRA-QTDE)
                      MOVE SAIDACL-COD-PRODUTO
                        TO WS-TRA-PRODUTO(WS-TRA-QTDE)
                      MOVE ZEROES TO WS-TRA-CUSTO(WS-TRA-QTDE)
                      MOVE 'N' TO WS-TRA-SW-CUSTO(WS-TRA-QTDE)
                   END-IF
                   PERFORM 2100-LER-ARQUIVO-SAIDACL
           END-PERFORM.

      * THE MAIN PASS READS THE SAME FILE AGAIN AND COUNTS IT AGAIN.
           CLOSE SAIDACL.
           MOVE ZEROES TO WS-QTDE-LIDOS-SAIDA.
       2050-END-PERFORM.
      ******************************************************************
      * 2100-LER-ARQUIVO-SAIDACL
      ******************************************************************
       2100-LER-ARQUIVO-SAIDACL.
      * THE MOVEMENT TYPE GIVES THE UNSIGNED QUANTITY ITS DIRECTION:
      * AN ISSUE ('S') LOWERS THE POSITION, A RECEIPT ('E') OR RETURN
      * ('D') RAISES IT. CRITICA GUARDS THE DOMAIN UPSTREAM.
      *
      * THE VALUE FOLLOWS THE MOVING WEIGHTED AVERAGE: A RECEIPT ENTERS
      * AT THE COST IT WAS PRICED AT AND RECOMPUTES THE AVERAGE; ISSUES
      * AND RETURNS MOVE AT THE CURRENT AVERAGE AND LEAVE IT UNCHANGED.
      * A RECEIPT ONTO A POSITION THAT HOLDS NOTHING (OR IS NEGATIVE)
      * RESTARTS THE AVERAGE AT THE RECEIPT COST.
      *
      * A TRANSFER SHIPMENT ('T') LEAVES THE ORIGIN LIKE AN ISSUE, AT
      * THE ORIGIN'S AVERAGE, AND THAT COST IS KEPT ON THE IN-TRANSIT
      * RECORD. THE RECEIPT CONFIRMATION ('R') ENTERS THE DESTINATION
      * LIKE A RECEIPT, AT THE COST OF THE SHIPMENT IT CLOSES.
      ******************************************************************
       2300-APLICAR-MOVIMENTO.
           ADD WS-ATUAL-SALDO-ANTERIOR WS-ATUAL-QTDE-MOVIMENTO
               GIVING WS-SALDO-CORRENTE.
           MOVE SAIDACL-COD-PRODUTO TO WS-ATUAL-COD-PRODUTO.
      * A POSITION THAT NEVER HAD A RECEIPT HAS NO AVERAGE YET: THE
      * COST THE MOVEMENT WAS PRICED AT SEEDS IT. A LEGACY POSITION
      * THAT ALREADY HOLDS STOCK IS VALUED AT THAT SEED AS WELL, SO
      * QUANTITY AND VALUE START OUT TOGETHER.
           IF WS-ATUAL-CUSTO-MEDIO EQUAL ZEROES
              MOVE SAIDACL-PRECO-CUSTO TO WS-ATUAL-CUSTO-MEDIO
              IF WS-ATUAL-SALDO-ANTERIOR NOT EQUAL ZEROES
                 COMPUTE WS-ATUAL-VALOR-ESTOQUE ROUNDED =
                         WS-ATUAL-SALDO-ANTERIOR * WS-ATUAL-CUSTO-MEDIO
              END-IF
           END-IF.

           EVALUATE SAIDACL-TIPO-MOVIMENTO
               WHEN 'E'
                    MOVE SAIDACL-PRECO-CUSTO TO WS-CUSTO-ENTRADA
                    PERFORM 2330-INCORPORAR-ENTRADA
               WHEN 'R'
                    PERFORM 2320-CONFIRMAR-RECEBIMENTO
                    PERFORM 2330-INCORPORAR-ENTRADA
               WHEN 'S'
               WHEN 'T'
                    COMPUTE WS-VALOR-MOVIMENTO ROUNDED =
                            SAIDACL-QTDE-MOVIMENTO *
                            WS-ATUAL-CUSTO-MEDIO
                    SUBTRACT WS-VALOR-MOVIMENTO
                        FROM WS-ATUAL-VALOR-ESTOQUE
                    SUBTRACT SAIDACL-QTDE-MOVIMENTO
                        FROM WS-ATUAL-QTDE-MOVIMENTO WS-SALDO-CORRENTE
                    IF SAIDACL-TIPO-MOVIMENTO EQUAL 'T'
                       PERFORM 2310-CUSTEAR-REMESSA
                    END-IF
               WHEN OTHER
                    COMPUTE WS-VALOR-MOVIMENTO ROUNDED =
                            SAIDACL-QTDE-MOVIMENTO *
                            WS-ATUAL-CUSTO-MEDIO
                    ADD WS-VALOR-MOVIMENTO TO WS-ATUAL-VALOR-ESTOQUE
                    ADD SAIDACL-QTDE-MOVIMENTO
                     TO WS-ATUAL-QTDE-MOVIMENTO WS-SALDO-CORRENTE
           END-EVALUATE.

      * WHATEVER VALUE IS LEFT ON AN EMPTIED POSITION IS ROUNDING
      * RESIDUE FROM THE AVERAGE, NOT STOCK.
           IF WS-SALDO-CORRENTE EQUAL ZEROES
              MOVE ZEROES TO WS-ATUAL-VALOR-ESTOQUE
           END-IF.
       2300-END-PERFORM.
      ******************************************************************
      * 2310-CUSTEAR-REMESSA
      *
      * STAMPS THE ORIGIN'S AVERAGE ON THE SHIPMENT REGISTERED BY 2050.
      * ONLY TODAY'S SHIPMENTS ARE STILL WITHOUT A COST; ONE ALREADY
      * CLOSED BY A SAME-DAY RECEIPT IS STAMPED ALL THE SAME.
      ******************************************************************
       2310-CUSTEAR-REMESSA.
           ADD 1 TO WS-QTDE-REMESSAS.
           MOVE ZEROES TO WS-TRA-IDX-ENCONTRADO.
           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX GREATER WS-TRA-QTDE
                      OR WS-TRA-IDX-ENCONTRADO GREATER ZEROES
                   IF WS-TRA-SW-CUSTO(WS-TRA-IDX) EQUAL 'N' AND
                      WS-TRA-SUBPRODUTO(WS-TRA-IDX) EQUAL
                      SAIDACL-COD-SUBPRODUTO AND
                      WS-TRA-ORIGEM(WS-TRA-IDX) EQUAL
                      SAIDACL-COD-FILIAL AND
                      WS-TRA-DESTINO(WS-TRA-IDX) EQUAL
                      SAIDACL-COD-FILIAL-TRANSF AND
                      WS-TRA-QTDE-REMETIDA(WS-TRA-IDX) EQUAL
                      SAIDACL-QTDE-MOVIMENTO
                      MOVE WS-TRA-IDX TO WS-TRA-IDX-ENCONTRADO
                   END-IF
           END-PERFORM.
           IF WS-TRA-IDX-ENCONTRADO GREATER ZEROES
              MOVE WS-ATUAL-CUSTO-MEDIO
                TO WS-TRA-CUSTO(WS-TRA-IDX-ENCONTRADO)
              MOVE 'S' TO WS-TRA-SW-CUSTO(WS-TRA-IDX-ENCONTRADO)
           END-IF.
       2310-END-PERFORM.
      ******************************************************************
      * 2320-CONFIRMAR-RECEBIMENTO
      *
      * CLOSES THE OLDEST OPEN SHIPMENT FROM THE ORIGIN NAMED ON THE
      * RECEIPT TO THIS BRANCH, PREFERRING ONE OF THE SAME QUANTITY.
      * THE RECEIPT ENTERS AT THE SHIPMENT COST; IF THE SHIPMENT IS A
      * SAME-DAY ONE WHOSE ORIGIN HAS NOT BEEN BALANCED YET, OR THERE
      * IS NO SHIPMENT AT ALL, IT ENTERS AT THE PRICED COST INSTEAD.
      * A QUANTITY THAT DIFFERS FROM THE SHIPMENT, AND A RECEIPT WITH
      * NO SHIPMENT, ARE BOTH LISTED ON RELTRA.
      ******************************************************************
       2320-CONFIRMAR-RECEBIMENTO.
           ADD 1 TO WS-QTDE-RECEBIMENTOS.
           MOVE ZEROES TO WS-TRA-IDX-ENCONTRADO.
           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX GREATER WS-TRA-QTDE
                      OR WS-TRA-IDX-ENCONTRADO GREATER ZEROES
                   IF WS-TRA-ABERTA(WS-TRA-IDX) EQUAL 'S' AND
                      WS-TRA-SUBPRODUTO(WS-TRA-IDX) EQUAL
                      SAIDACL-COD-SUBPRODUTO AND
                      WS-TRA-ORIGEM(WS-TRA-IDX) EQUAL
                      SAIDACL-COD-FILIAL-TRANSF AND
                      WS-TRA-DESTINO(WS-TRA-IDX) EQUAL
                      SAIDACL-COD-FILIAL AND
                      WS-TRA-QTDE-REMETIDA(WS-TRA-IDX) EQUAL
                      SAIDACL-QTDE-MOVIMENTO
                      MOVE WS-TRA-IDX TO WS-TRA-IDX-ENCONTRADO
                   END-IF
           END-PERFORM.
           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX GREATER WS-TRA-QTDE
                      OR WS-TRA-IDX-ENCONTRADO GREATER ZEROES
                   IF WS-TRA-ABERTA(WS-TRA-IDX) EQUAL 'S' AND
                      WS-TRA-SUBPRODUTO(WS-TRA-IDX) EQUAL
                      SAIDACL-COD-SUBPRODUTO AND
                      WS-TRA-ORIGEM(WS-TRA-IDX) EQUAL
                      SAIDACL-COD-FILIAL-TRANSF AND
                      WS-TRA-DESTINO(WS-TRA-IDX) EQUAL
                      SAIDACL-COD-FILIAL
                      MOVE WS-TRA-IDX TO WS-TRA-IDX-ENCONTRADO
                   END-IF
           END-PERFORM.

           MOVE SAIDACL-COD-SUBPRODUTO    TO WS-RTD-SUBPRODUTO.
           MOVE SAIDACL-COD-FILIAL-TRANSF TO WS-RTD-ORIGEM.
           MOVE SAIDACL-COD-FILIAL        TO WS-RTD-DESTINO.
           MOVE SAIDACL-QTDE-MOVIMENTO    TO WS-RTD-RECEBIDA.
           IF WS-TRA-IDX-ENCONTRADO EQUAL ZEROES
              MOVE SAIDACL-PRECO-CUSTO TO WS-CUSTO-ENTRADA
              ADD 1 TO WS-QTDE-SEM-REMESSA
              MOVE ZEROES TO WS-RTD-DATA WS-RTD-REMETIDA WS-RTD-DIAS
              MOVE SAIDACL-QTDE-MOVIMENTO TO WS-RTD-DIFERENCA
              MOVE 'SEM REMESSA EM TRANSITO' TO WS-RTD-OCORRENCIA
              MOVE WS-RTR-DIVERGENCIA TO REG-RELTRA
              PERFORM 2850-GRAVAR-RELTRA
           ELSE
              MOVE 'N' TO WS-TRA-ABERTA(WS-TRA-IDX-ENCONTRADO)
              IF WS-TRA-SW-CUSTO(WS-TRA-IDX-ENCONTRADO) EQUAL 'S'
                 MOVE WS-TRA-CUSTO(WS-TRA-IDX-ENCONTRADO)
                   TO WS-CUSTO-ENTRADA
              ELSE
                 MOVE SAIDACL-PRECO-CUSTO TO WS-CUSTO-ENTRADA
              END-IF
              IF WS-TRA-QTDE-REMETIDA(WS-TRA-IDX-ENCONTRADO) NOT EQUAL
                 SAIDACL-QTDE-MOVIMENTO
                 ADD 1 TO WS-QTDE-DIVERGENTES
                 MOVE WS-TRA-DATA(WS-TRA-IDX-ENCONTRADO) TO WS-RTD-DATA
                 MOVE WS-TRA-DATA(WS-TRA-IDX-ENCONTRADO) TO WS-DJ-DATA
                 PERFORM 2900-CALCULAR-DIA
                 SUBTRACT WS-DJ-NUMERO FROM WS-DJ-HOJE
                     GIVING WS-DIAS-TRANSITO
                 MOVE WS-DIAS-TRANSITO TO WS-RTD-DIAS
                 MOVE WS-TRA-QTDE-REMETIDA(WS-TRA-IDX-ENCONTRADO)
                   TO WS-RTD-REMETIDA
                 SUBTRACT WS-TRA-QTDE-REMETIDA(WS-TRA-IDX-ENCONTRADO)
                     FROM SAIDACL-QTDE-MOVIMENTO
                     GIVING WS-DIFERENCA-TRANSF
                 MOVE WS-DIFERENCA-TRANSF TO WS-RTD-DIFERENCA
                 MOVE 'QUANTIDADE DIVERGENTE' TO WS-RTD-OCORRENCIA
                 MOVE WS-RTR-DIVERGENCIA TO REG-RELTRA
                 PERFORM 2850-GRAVAR-RELTRA
              END-IF
           END-IF.
       2320-END-PERFORM.
      ******************************************************************
      * 2330-INCORPORAR-ENTRADA
      *
      * FOLDS A RECEIPT INTO THE MOVING AVERAGE AT WS-CUSTO-ENTRADA.
      ******************************************************************
       2330-INCORPORAR-ENTRADA.
           IF WS-SALDO-CORRENTE NOT GREATER ZEROES
              MOVE WS-CUSTO-ENTRADA TO WS-ATUAL-CUSTO-MEDIO
              ADD SAIDACL-QTDE-MOVIMENTO
               TO WS-ATUAL-QTDE-MOVIMENTO WS-SALDO-CORRENTE
              COMPUTE WS-ATUAL-VALOR-ESTOQUE ROUNDED =
                      WS-SALDO-CORRENTE * WS-CUSTO-ENTRADA
           ELSE
              COMPUTE WS-VALOR-MOVIMENTO ROUNDED =
                      SAIDACL-QTDE-MOVIMENTO * WS-CUSTO-ENTRADA
              ADD WS-VALOR-MOVIMENTO TO WS-ATUAL-VALOR-ESTOQUE
              ADD SAIDACL-QTDE-MOVIMENTO
               TO WS-ATUAL-QTDE-MOVIMENTO WS-SALDO-CORRENTE
              IF WS-ATUAL-VALOR-ESTOQUE GREATER ZEROES
                 COMPUTE WS-ATUAL-CUSTO-MEDIO ROUNDED =
                         WS-ATUAL-VALOR-ESTOQUE / WS-SALDO-CORRENTE
              ELSE
                 MOVE WS-CUSTO-ENTRADA TO WS-ATUAL-CUSTO-MEDIO
              END-IF
           END-IF.
       2330-END-PERFORM.
      ******************************************************************
      * 2400-GRAVAR-TRABALHO
      ******************************************************************
       2400-GRAVAR-TRABALHO.
           MOVE WS-ATUAL-SALDO-ANTERIOR TO TRABALHO-SALDO-ANTERIOR.
           MOVE WS-ATUAL-QTDE-MOVIMENTO TO TRABALHO-QTDE-MOVIMENTO.
           MOVE WS-ATUAL-SALDO-ATUAL    TO TRABALHO-SALDO-ATUAL.
           MOVE WS-ATUAL-COD-PRODUTO    TO TRABALHO-COD-PRODUTO.
           MOVE WS-ATUAL-CUSTO-MEDIO    TO TRABALHO-CUSTO-MEDIO.
           MOVE WS-ATUAL-VALOR-ESTOQUE  TO TRABALHO-VALOR-ESTOQUE.
           WRITE REG-TRABALHO.
           IF WS-FS-TRABALHO NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABALHO' TO WS-ERRO
              PERFORM 4000-ERRO
           ELSE
              ADD 1 TO WS-QTDE-GRAVADOS
              ADD WS-ATUAL-VALOR-ESTOQUE TO WS-VALOR-TOTAL-ESTOQUE
           END-IF.
       2400-END-PERFORM.
      ******************************************************************
                   MOVE TRABALHO-QTDE-MOVIMENTO
                     TO POSICNOV-QTDE-MOVIMENTO
                   MOVE TRABALHO-SALDO-ATUAL   TO POSICNOV-SALDO-ATUAL
                   MOVE TRABALHO-COD-PRODUTO   TO POSICNOV-COD-PRODUTO
                   MOVE TRABALHO-CUSTO-MEDIO   TO POSICNOV-CUSTO-MEDIO
                   MOVE TRABALHO-VALOR-ESTOQUE
                     TO POSICNOV-VALOR-ESTOQUE
                   PERFORM 2650-GRAVAR-POSICNOV
                   PERFORM 2620-LER-TRABALHO
           END-PERFORM.
           END-IF.
       2650-END-PERFORM.
      ******************************************************************
      * 2700-GERAR-TRANSITO
      *
      * WRITES THE SHIPMENTS STILL OPEN TO THE NEW IN-TRANSIT
      * GENERATION, BRACKETED BY HD/TR, AND LISTS THEM ON RELTRA AGED
      * BY DAYS SINCE SHIPMENT. THE TABLE IS IN SHIPMENT-DATE ORDER,
      * SO THE GENERATION KEEPS THE OLDEST SHIPMENTS FIRST.
      ******************************************************************
       2700-GERAR-TRANSITO.
           MOVE ZEROES TO WS-QTDE-EM-TRANSITO.
           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX GREATER WS-TRA-QTDE
                   IF WS-TRA-ABERTA(WS-TRA-IDX) EQUAL 'S'
                      ADD 1 TO WS-QTDE-EM-TRANSITO
                   END-IF
           END-PERFORM.

           OPEN OUTPUT TRANSNOV.
           IF WS-FS-TRANSNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRANSNOV' TO WS-ERRO
              MOVE WS-FS-TRANSNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-TRANSNOV-CTL.
           MOVE 'HD' TO TRANSNOV-CTL-TIPO.
           MOVE WS-QTDE-EM-TRANSITO TO TRANSNOV-CTL-QTDE.
           PERFORM 2750-GRAVAR-TRANSNOV.

           MOVE SPACES TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE 'REMESSAS EM TRANSITO' TO WS-RTR-TITULO.
           MOVE WS-RTR-TITULO TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE WS-RTR-COLUNAS-TRA TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.

           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX GREATER WS-TRA-QTDE
                   IF WS-TRA-ABERTA(WS-TRA-IDX) EQUAL 'S'
                      PERFORM 2720-LISTAR-TRANSITO
                   END-IF
           END-PERFORM.

           MOVE SPACES TO REG-TRANSNOV-CTL.
           MOVE 'TR' TO TRANSNOV-CTL-TIPO.
           MOVE WS-QTDE-EM-TRANSITO TO TRANSNOV-CTL-QTDE.
           PERFORM 2750-GRAVAR-TRANSNOV.

           CLOSE TRANSNOV.
       2700-END-PERFORM.
      ******************************************************************
      * 2720-LISTAR-TRANSITO
      ******************************************************************
       2720-LISTAR-TRANSITO.
           COMPUTE WS-VALOR-REMESSA ROUNDED =
                   WS-TRA-QTDE-REMETIDA(WS-TRA-IDX) *
                   WS-TRA-CUSTO(WS-TRA-IDX).
           ADD WS-VALOR-REMESSA TO WS-VALOR-EM-TRANSITO.

           INITIALIZE REG-TRANSNOV REPLACING NUMERIC BY ZEROES.
           MOVE WS-TRA-SUBPRODUTO(WS-TRA-IDX)
             TO TRANSNOV-COD-SUBPRODUTO.
           MOVE WS-TRA-ORIGEM(WS-TRA-IDX)   TO TRANSNOV-FILIAL-ORIGEM.
           MOVE WS-TRA-DESTINO(WS-TRA-IDX)  TO TRANSNOV-FILIAL-DESTINO.
           MOVE WS-TRA-DATA(WS-TRA-IDX)     TO TRANSNOV-DATA-REMESSA.
           MOVE WS-TRA-QTDE-REMETIDA(WS-TRA-IDX)
             TO TRANSNOV-QTDE-REMETIDA.
           MOVE WS-TRA-PRODUTO(WS-TRA-IDX)  TO TRANSNOV-COD-PRODUTO.
           MOVE WS-TRA-CUSTO(WS-TRA-IDX)    TO TRANSNOV-CUSTO-UNITARIO.
           MOVE WS-VALOR-REMESSA            TO TRANSNOV-VALOR.
           PERFORM 2750-GRAVAR-TRANSNOV.

           MOVE WS-TRA-DATA(WS-TRA-IDX) TO WS-DJ-DATA.
           PERFORM 2900-CALCULAR-DIA.
           SUBTRACT WS-DJ-NUMERO FROM WS-DJ-HOJE
               GIVING WS-DIAS-TRANSITO.
           IF WS-DIAS-TRANSITO NOT GREATER 2
              MOVE 'ATE 2 DIAS' TO WS-RTT-FAIXA
              ADD 1 TO WS-QTDE-FAIXA-1
           ELSE
              IF WS-DIAS-TRANSITO NOT GREATER 7
                 MOVE 'DE 3 A 7 DIAS' TO WS-RTT-FAIXA
                 ADD 1 TO WS-QTDE-FAIXA-2
              ELSE
                 IF WS-DIAS-TRANSITO NOT GREATER 15
                    MOVE 'DE 8 A 15 DIAS' TO WS-RTT-FAIXA
                    ADD 1 TO WS-QTDE-FAIXA-3
                 ELSE
                    MOVE 'ACIMA DE 15 DIAS' TO WS-RTT-FAIXA
                    ADD 1 TO WS-QTDE-FAIXA-4
                 END-IF
              END-IF
           END-IF.
           MOVE WS-TRA-SUBPRODUTO(WS-TRA-IDX)    TO WS-RTT-SUBPRODUTO.
           MOVE WS-TRA-ORIGEM(WS-TRA-IDX)        TO WS-RTT-ORIGEM.
           MOVE WS-TRA-DESTINO(WS-TRA-IDX)       TO WS-RTT-DESTINO.
           MOVE WS-TRA-DATA(WS-TRA-IDX)          TO WS-RTT-DATA.
           MOVE WS-TRA-QTDE-REMETIDA(WS-TRA-IDX) TO WS-RTT-QTDE.
           MOVE WS-VALOR-REMESSA                 TO WS-RTT-VALOR.
           MOVE WS-DIAS-TRANSITO                 TO WS-RTT-DIAS.
           MOVE WS-RTR-TRANSITO TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
       2720-END-PERFORM.
      ******************************************************************
      * 2750-GRAVAR-TRANSNOV
      ******************************************************************
       2750-GRAVAR-TRANSNOV.
           WRITE REG-TRANSNOV.
           IF WS-FS-TRANSNOV NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRANSNOV' TO WS-ERRO
              MOVE WS-FS-TRANSNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2750-END-PERFORM.
      ******************************************************************
      * 2850-GRAVAR-RELTRA
      ******************************************************************
       2850-GRAVAR-RELTRA.
           WRITE REG-RELTRA.
           IF WS-FS-RELTRA NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO RELTRA' TO WS-ERRO
              MOVE WS-FS-RELTRA TO WS-FILE-STATUS
              PERFORM 4000-ERRO
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
           MOVE WS-QTDE-ACIMA-LIMITE TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELPOS.
           PERFORM 2550-GRAVAR-RELPOS.
           MOVE WS-VALOR-TOTAL-ESTOQUE TO WS-REL-TOT-VALOR.
           MOVE WS-REL-TOTAL-VALOR TO REG-RELPOS.
           PERFORM 2550-GRAVAR-RELPOS.

           MOVE SPACES TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE 'TOTAL DE REMESSAS DO DIA      '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-REMESSAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE 'TOTAL DE RECEBIMENTOS DO DIA  '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-RECEBIMENTOS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE 'RECEBIMENTOS DIVERGENTES      '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-DIVERGENTES TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE 'RECEBIMENTOS SEM REMESSA      '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-SEM-REMESSA TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE 'REMESSAS EM TRANSITO          '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-EM-TRANSITO TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE '  ATE 2 DIAS                  '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-FAIXA-1 TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE '  DE 3 A 7 DIAS               '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-FAIXA-2 TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE '  DE 8 A 15 DIAS              '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-FAIXA-3 TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE '  ACIMA DE 15 DIAS            '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-FAIXA-4 TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.
           MOVE WS-VALOR-EM-TRANSITO TO WS-RTR-TOT-VALOR.
           MOVE WS-RTR-TOTAL-VALOR TO REG-RELTRA.
           PERFORM 2850-GRAVAR-RELTRA.

           CLOSE SAIDACL POSICANT RELPOS RELTRA.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA ATUPOSIC                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* QTDE DE POSICOES GRAVADAS ' WS-QTDE-GRAVADOS
           DISPLAY '* QTDE DE SALDOS NEGATIVOS ' WS-QTDE-NEGATIVOS
           DISPLAY '* QTDE ACIMA DO LIMITE ' WS-QTDE-ACIMA-LIMITE
           DISPLAY '* VALOR TOTAL DO ESTOQUE ' WS-VALOR-TOTAL-ESTOQUE
           DISPLAY '* QTDE DE REMESSAS DO DIA ' WS-QTDE-REMESSAS
           DISPLAY '* QTDE DE RECEBIMENTOS ' WS-QTDE-RECEBIMENTOS
           DISPLAY '* QTDE RECEBIDOS DIVERGENTES ' WS-QTDE-DIVERGENTES
           DISPLAY '* QTDE RECEBIDOS SEM REMESSA ' WS-QTDE-SEM-REMESSA
           DISPLAY '* QTDE EM TRANSITO ' WS-QTDE-EM-TRANSITO
           STOP RUN.
       3000-END-PERFORM.
      ******************************************************************
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
