      ******************************************************************
      * Author: Rafael
      * Date: 2026-10-15
      * Purpose: manutencao do cadastro PRODUTOS via arquivo de
      *          movimento, com jornal e controle de conta contabil
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANUPROD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MOVPROD ASSIGN TO DYNAMIC WS-CAMINHO-MOVPROD
           FILE STATUS IS WS-FS-MOVPROD
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODANT ASSIGN TO DYNAMIC WS-CAMINHO-PRODANT
           FILE STATUS IS WS-FS-PRODANT
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRABALHO ASSIGN TO DYNAMIC WS-CAMINHO-TRABALHO
           FILE STATUS IS WS-FS-TRABALHO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODNOV ASSIGN TO DYNAMIC WS-CAMINHO-PRODNOV
           FILE STATUS IS WS-FS-PRODNOV
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELPROD ASSIGN TO DYNAMIC WS-CAMINHO-RELPROD
           FILE STATUS IS WS-FS-RELPROD
           ORGANIZATION IS LINE SEQUENTIAL.

      * JORNAL IS THE PERSISTENT BEFORE/AFTER JOURNAL: EVERY APPLIED
      * I/A/E MOVEMENT APPENDS ONE RECORD WITH BOTH IMAGES, THE
      * MOVEMENT TYPE AND THE RUN IDENTIFICATION. A CHANGE OF THE
      * LEDGER ACCOUNT IS FLAGGED ON THE RECORD ITSELF SO CONTROLLERSHIP
      * CAN PULL THE REASSIGNMENTS WITHOUT COMPARING THE IMAGES.
           SELECT OPTIONAL JORNAL ASSIGN TO DYNAMIC WS-CAMINHO-JORNAL
           FILE STATUS IS WS-FS-JORNAL
           ORGANIZATION IS LINE SEQUENTIAL.

      * RESUMO AND POSICAO ARE READ ONLY TO POLICE EXCLUSIONS: A
      * PRODUTO WITH MOVEMENTS IN THE CURRENT RESUMO, OR WITH A
      * NON-ZERO BALANCE IN THE CURRENT POSITION GENERATION, CANNOT
      * LEAVE THE MASTER. EITHER FILE MAY BE ABSENT (FIRST RUN).
           SELECT OPTIONAL RESUMO ASSIGN TO DYNAMIC WS-CAMINHO-RESUMO
           FILE STATUS IS WS-FS-RESUMO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSICAO ASSIGN TO DYNAMIC WS-CAMINHO-POSICAO
           FILE STATUS IS WS-FS-POSICAO
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * THE MOVEMENT FILE CARRIES ONE TRANSACTION PER ROW: 'I' INCLUDES
      * A NEW PRODUTO, 'A' REPLACES THE DESCRIPTION AND THE LEDGER
      * ACCOUNT OF AN EXISTING ONE (THE FULL IMAGE IS REQUIRED), 'E'
      * EXCLUDES IT. SORTED BY COD-PRODUTO.
       FD MOVPROD.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 032 CHARACTERS.
       01 REG-MOVPROD.
           05 MOVPROD-TIPO             PIC X(01).
           05 MOVPROD-COD-PRODUTO      PIC 9(03).
           05 MOVPROD-DESC-PRODUTO     PIC X(20).
           05 MOVPROD-CONTA-CONTABIL   PIC 9(08).
      * REG-MOVPROD-CTL IS AN ALTERNATE VIEW OF REG-MOVPROD, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-MOVPROD-CTL.
           05 MOVPROD-CTL-TIPO         PIC X(02).
           05 MOVPROD-CTL-QTDE         PIC 9(07).
           05 FILLER                   PIC X(23).

       FD PRODANT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 031 CHARACTERS.
       01 REG-PRODANT.
           05 PRODANT-COD-PRODUTO      PIC 9(03).
           05 PRODANT-DESC-PRODUTO     PIC X(20).
           05 PRODANT-CONTA-CONTABIL   PIC 9(08).
      * REG-PRODANT-CTL IS AN ALTERNATE VIEW OF REG-PRODANT, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-PRODANT-CTL.
           05 PRODANT-CTL-TIPO         PIC X(02).
           05 PRODANT-CTL-QTDE         PIC 9(07).
           05 FILLER                   PIC X(22).

      * THE NEW GENERATION IS BUILT IN TWO PASSES: THE DETAIL RECORDS
      * GO TO TRABALHO FIRST, AND ONLY AFTER THE FINAL COUNT IS KNOWN
      * ARE THEY COPIED TO PRODNOV BETWEEN THE HD/TR CONTROL RECORDS,
      * SINCE THE HD CARRIES THE RECORD COUNT AND A LINE SEQUENTIAL
      * FILE CANNOT BE REWRITTEN IN PLACE.
       FD TRABALHO.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 031 CHARACTERS.
       01 REG-TRABALHO.
           05 TRABALHO-COD-PRODUTO     PIC 9(03).
           05 TRABALHO-DESC-PRODUTO    PIC X(20).
           05 TRABALHO-CONTA-CONTABIL  PIC 9(08).

       FD PRODNOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 031 CHARACTERS.
       01 REG-PRODNOV.
           05 PRODNOV-COD-PRODUTO      PIC 9(03).
           05 PRODNOV-DESC-PRODUTO     PIC X(20).
           05 PRODNOV-CONTA-CONTABIL   PIC 9(08).
       01 REG-PRODNOV-CTL.
           05 PRODNOV-CTL-TIPO         PIC X(02).
           05 PRODNOV-CTL-QTDE         PIC 9(07).
           05 FILLER                   PIC X(22).

       FD RELPROD.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 080 CHARACTERS.
       01 REG-RELPROD                  PIC X(80).

       FD JORNAL.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 079 CHARACTERS.
       01 REG-JORNAL.
           05 JORNAL-DATA-PROC         PIC 9(08).
           05 JORNAL-HORA-PROC         PIC 9(08).
           05 JORNAL-TIPO              PIC X(01).
           05 JORNAL-COD-PRODUTO       PIC 9(03).
      * BEFORE-IMAGE: EXISTE 'N' MEANS THE KEY DID NOT EXIST YET AND
      * THE DESCRIPTION AND ACCOUNT ARE BLANK/ZERO; LIKEWISE FOR THE
      * AFTER-IMAGE OF AN EXCLUSION.
           05 JORNAL-ANT-EXISTE        PIC X(01).
           05 JORNAL-ANT-DESC          PIC X(20).
           05 JORNAL-ANT-CONTA         PIC 9(08).
           05 JORNAL-NOV-EXISTE        PIC X(01).
           05 JORNAL-NOV-DESC          PIC X(20).
           05 JORNAL-NOV-CONTA         PIC 9(08).
      * 'S' WHEN THE PRODUTO EXISTED ON BOTH SIDES AND ITS LEDGER
      * ACCOUNT CHANGED, 'N' OTHERWISE.
           05 JORNAL-TROCA-CONTA       PIC X(01).

       FD RESUMO.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 35 CHARACTERS.
       01 REG-RESUMO.
           05 RESUMO-COD-PRODUTO       PIC 9(03).
           05 RESUMO-SEPARADOR         PIC X(01).
           05 RESUMO-COD-FILIAL        PIC 9(02).
           05 RESUMO-SEPARADOR-2       PIC X(01).
           05 RESUMO-QTDE-SUBPRODUTOS  PIC 9(07).
           05 RESUMO-SEPARADOR-3       PIC X(01).
           05 RESUMO-DESC-PRODUTO      PIC X(20).

       FD POSICAO.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 066 CHARACTERS.
       01 REG-POSICAO.
           05 POSICAO-COD-SUBPRODUTO   PIC 9(04).
           05 POSICAO-COD-FILIAL       PIC 9(02).
           05 POSICAO-SALDO-ANTERIOR   PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 POSICAO-QTDE-MOVIMENTO   PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 POSICAO-SALDO-ATUAL      PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05 POSICAO-COD-PRODUTO      PIC 9(03).
           05 POSICAO-CUSTO-MEDIO      PIC 9(07)V9999.
           05 POSICAO-VALOR-ESTOQUE    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
      * REG-POSICAO-CTL IS AN ALTERNATE VIEW OF REG-POSICAO, USED ONLY
      * TO RECOGNIZE THE HD/TR CONTROL RECORDS THAT BRACKET THE FILE.
       01 REG-POSICAO-CTL.
           05 POSICAO-CTL-TIPO         PIC X(02).
           05 POSICAO-CTL-QTDE         PIC 9(07).
           05 FILLER                   PIC X(57).

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FS-MOVPROD                PIC X(02) VALUE SPACES.
       01 WS-FS-PRODANT                PIC X(02) VALUE SPACES.
       01 WS-FS-TRABALHO               PIC X(02) VALUE SPACES.
       01 WS-FS-PRODNOV                PIC X(02) VALUE SPACES.
       01 WS-FS-RELPROD                PIC X(02) VALUE SPACES.
       01 WS-FS-JORNAL                 PIC X(02) VALUE SPACES.
       01 WS-FS-RESUMO                 PIC X(02) VALUE SPACES.
       01 WS-FS-POSICAO                PIC X(02) VALUE SPACES.
       01 WS-ERRO                      PIC X(40) VALUE SPACES.
       01 WS-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-QTDE-LIDOS-MOVPROD        PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-PRODANT        PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-RESUMO         PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-LIDOS-POSICAO        PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-GRAVADOS             PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ACEITAS              PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-RECUSADAS            PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-JORNAL               PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TROCAS-CONTA         PIC 9(07) VALUE ZEROES.
       01 WS-CAMINHO-MOVPROD           PIC X(100) VALUE 'MOVPROD.DAT'.
       01 WS-CAMINHO-PRODANT           PIC X(100) VALUE 'PRODUTOS.DAT'.
       01 WS-CAMINHO-TRABALHO          PIC X(100) VALUE 'TRABPROD.DAT'.
       01 WS-CAMINHO-PRODNOV           PIC X(100) VALUE 'PRODNOV.DAT'.
       01 WS-CAMINHO-RELPROD           PIC X(100) VALUE 'RELPROD.DAT'.
       01 WS-CAMINHO-JORNAL            PIC X(100) VALUE 'JRNPROD.DAT'.
       01 WS-CAMINHO-RESUMO            PIC X(100) VALUE 'RESUMO.DAT'.
       01 WS-CAMINHO-POSICAO           PIC X(100) VALUE 'POSICAO.DAT'.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
       01 WS-QTDE-ESPERADO-MOVPROD     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-PRODANT     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-POSICAO     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-MOVPROD      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-PRODANT      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-POSICAO      PIC 9(07) VALUE ZEROES.
       01 WS-CHAVE-ANT-MOVPROD         PIC 9(03) VALUE ZEROES.
       01 WS-CHAVE-ANT-PRODANT         PIC 9(03) VALUE ZEROES.
       01 WS-DATA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
       01 WS-HORA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
      * BEFORE-IMAGE OF WS-AREA-ATUAL, CAPTURED AT THE TOP OF EVERY
      * MOVEMENT SO THE JOURNAL RECORD CAN CARRY BOTH SIDES.
       01 WS-ANT-EXISTE                PIC X(01) VALUE 'N'.
       01 WS-ANT-DESC-PRODUTO          PIC X(20) VALUE SPACES.
       01 WS-ANT-CONTA-CONTABIL        PIC 9(08) VALUE ZEROES.
       01 WS-SW-TROCA-CONTA            PIC X(01) VALUE 'N'.
      * WS-AREA-ATUAL HOLDS THE IMAGE OF THE PRODUTO CURRENTLY BEING
      * BALANCED. ALL MOVEMENTS FOR ONE KEY ARE APPLIED AGAINST THIS
      * AREA IN SEQUENCE, AND THE AREA IS ONLY FLUSHED TO THE NEW
      * GENERATION ONCE THE KEY IS EXHAUSTED AND IT STILL EXISTS.
       01 WS-AREA-ATUAL.
           05 WS-ATUAL-COD-PRODUTO     PIC 9(03) VALUE ZEROES.
           05 WS-ATUAL-DESC-PRODUTO    PIC X(20) VALUE SPACES.
           05 WS-ATUAL-CONTA-CONTABIL  PIC 9(08) VALUE ZEROES.
       01 WS-SW-ATUAL-EXISTE           PIC X(01) VALUE 'N'.
       01 WS-CHAVE-ATUAL               PIC 9(03) VALUE ZEROES.
       01 WS-MOTIVO                    PIC X(30) VALUE SPACES.
       01 WS-SITUACAO                  PIC X(08) VALUE SPACES.
      * WS-ATIV-TAB IS ADDRESSED DIRECTLY BY THE 3-DIGIT PRODUTO CODE
      * AND MARKS EVERY PRODUTO THAT STILL HAS MOVEMENTS IN RESUMO OR
      * A NON-ZERO BALANCE IN POSICAO.
       01 WS-ATIV-TAB.
           05 WS-ATIV-ITEM             OCCURS 999 TIMES.
               10 WS-ATIV-RESUMO       PIC X(01) VALUE 'N'.
               10 WS-ATIV-POSICAO      PIC X(01) VALUE 'N'.
      * WS-CTA-TAB KEEPS EVERY ACCEPTED ACCOUNT REASSIGNMENT OF THE
      * RUN, LISTED AS A SEPARATE SECTION AT THE END OF THE REPORT.
       01 WS-CTA-TAB.
           05 WS-CTA-ITEM              OCCURS 999 TIMES.
               10 WS-CTA-TIPO          PIC X(01) VALUE SPACES.
               10 WS-CTA-PRODUTO       PIC 9(03) VALUE ZEROES.
               10 WS-CTA-DESC          PIC X(20) VALUE SPACES.
               10 WS-CTA-CONTA-ANT     PIC 9(08) VALUE ZEROES.
               10 WS-CTA-CONTA-NOV     PIC 9(08) VALUE ZEROES.
       01 WS-CTA-IDX                   PIC 9(04) VALUE ZEROES.
      * REPORT LINE LAYOUTS.
       01 WS-REL-CABECALHO.
           05 FILLER                   PIC X(34)
              VALUE 'MANUTENCAO DO CADASTRO PRODUTOS EM'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-CAB-DATA          PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(37) VALUE SPACES.
       01 WS-REL-COLUNAS.
           05 FILLER                   PIC X(05) VALUE 'TIPO '.
           05 FILLER                   PIC X(06) VALUE 'PROD. '.
           05 FILLER                   PIC X(21) VALUE 'DESCRICAO'.
           05 FILLER                   PIC X(09) VALUE 'CONTA'.
           05 FILLER                   PIC X(09) VALUE 'SITUACAO'.
           05 FILLER                   PIC X(30) VALUE 'MOTIVO'.
       01 WS-REL-DETALHE.
           05 WS-REL-DET-TIPO          PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-REL-DET-CHAVE         PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-REL-DET-DESC          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-CONTA         PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-SITUACAO      PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-MOTIVO        PIC X(30) VALUE SPACES.
       01 WS-REL-TITULO-CONTA.
           05 FILLER                   PIC X(40)
              VALUE 'ALTERACOES DE CONTA CONTABIL A REVISAR'.
           05 FILLER                   PIC X(40) VALUE SPACES.
       01 WS-REL-COLUNAS-CONTA.
           05 FILLER                   PIC X(05) VALUE 'TIPO '.
           05 FILLER                   PIC X(06) VALUE 'PROD. '.
           05 FILLER                   PIC X(21) VALUE 'DESCRICAO'.
           05 FILLER                   PIC X(10) VALUE 'CONTA ANT'.
           05 FILLER                   PIC X(38) VALUE 'CONTA NOVA'.
       01 WS-REL-CONTA.
           05 WS-REL-CTA-TIPO          PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WS-REL-CTA-CHAVE         PIC 9(03) VALUE ZEROES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WS-REL-CTA-DESC          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-CTA-CONTA-ANT     PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WS-REL-CTA-CONTA-NOV     PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(30) VALUE SPACES.
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
           ACCEPT WS-HORA-PROCESSAMENTO FROM TIME.

           OPEN INPUT MOVPROD.
           IF WS-FS-MOVPROD NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO MOVPROD' TO WS-ERRO
              MOVE WS-FS-MOVPROD TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN INPUT PRODANT.
           IF WS-FS-PRODANT NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO PRODANT' TO WS-ERRO
              MOVE WS-FS-PRODANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT TRABALHO.
           IF WS-FS-TRABALHO NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABALHO' TO WS-ERRO
              MOVE WS-FS-TRABALHO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT RELPROD.
           IF WS-FS-RELPROD NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO RELPROD' TO WS-ERRO
              MOVE WS-FS-RELPROD TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

      * FILE STATUS 05 MEANS THE OPTIONAL JOURNAL DID NOT EXIST YET
      * AND WAS CREATED BY THIS OPEN - NORMAL ON THE FIRST RUN.
           OPEN EXTEND JORNAL.
           IF WS-FS-JORNAL NOT EQUAL '00' AND
              WS-FS-JORNAL NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO JORNAL' TO WS-ERRO
              MOVE WS-FS-JORNAL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 1200-CARREGAR-RESUMO.
           PERFORM 1300-CARREGAR-POSICAO.
           PERFORM 1500-VALIDAR-CONTROLE.

           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           MOVE WS-REL-CABECALHO TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
           MOVE WS-REL-COLUNAS TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
       1000-END-PERFORM.
      ******************************************************************
      * 1100-OBTER-PARAMETROS
      ******************************************************************
       1100-OBTER-PARAMETROS.
           DISPLAY 'MANUPROD_MOVPROD' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-MOVPROD
           END-IF.

           DISPLAY 'MANUPROD_PRODANT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PRODANT
           END-IF.

           DISPLAY 'MANUPROD_TRABALHO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-TRABALHO
           END-IF.

           DISPLAY 'MANUPROD_PRODNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-PRODNOV
           END-IF.

           DISPLAY 'MANUPROD_RELPROD' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RELPROD
           END-IF.

           DISPLAY 'MANUPROD_JORNAL' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-JORNAL
           END-IF.

           DISPLAY 'MANUPROD_RESUMO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RESUMO
           END-IF.

           DISPLAY 'MANUPROD_POSICAO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-POSICAO
           END-IF.
       1100-END-PERFORM.
      ******************************************************************
      * 1200-CARREGAR-RESUMO
      *
      * ANY RESUMO ROW WITH MOVEMENTS MARKS ITS PRODUTO AS ACTIVE. THE
      * ALL-BRANCHES ROW (FILIAL 00) MARKS THE SAME PRODUTO AGAIN.
      ******************************************************************
       1200-CARREGAR-RESUMO.
           OPEN INPUT RESUMO.
           IF WS-FS-RESUMO NOT EQUAL '00' AND
              WS-FS-RESUMO NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO RESUMO' TO WS-ERRO
              MOVE WS-FS-RESUMO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           PERFORM 1250-LER-ARQUIVO-RESUMO.
           PERFORM UNTIL WS-FS-RESUMO EQUAL '10'
                   IF RESUMO-COD-PRODUTO IS NUMERIC AND
                      RESUMO-COD-PRODUTO GREATER ZEROES AND
                      RESUMO-QTDE-SUBPRODUTOS IS NUMERIC AND
                      RESUMO-QTDE-SUBPRODUTOS GREATER ZEROES
                      MOVE 'S' TO WS-ATIV-RESUMO(RESUMO-COD-PRODUTO)
                   END-IF
                   PERFORM 1250-LER-ARQUIVO-RESUMO
           END-PERFORM.

           CLOSE RESUMO.
       1200-END-PERFORM.
      ******************************************************************
      * 1250-LER-ARQUIVO-RESUMO
      ******************************************************************
       1250-LER-ARQUIVO-RESUMO.
           INITIALIZE REG-RESUMO REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES.
           READ RESUMO INTO REG-RESUMO.
           IF WS-FS-RESUMO NOT EQUAL '00' AND
              WS-FS-RESUMO NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO RESUMO' TO WS-ERRO
              MOVE WS-FS-RESUMO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF WS-FS-RESUMO EQUAL '00'
              ADD 1 TO WS-QTDE-LIDOS-RESUMO
           END-IF.
       1250-END-PERFORM.
      ******************************************************************
      * 1300-CARREGAR-POSICAO
      *
      * EVERY POSITION WHOSE CURRENT BALANCE IS NOT ZERO MARKS ITS
      * OWNING PRODUTO. AN ABSENT OR EMPTY GENERATION MARKS NOTHING.
      ******************************************************************
       1300-CARREGAR-POSICAO.
           OPEN INPUT POSICAO.
           IF WS-FS-POSICAO NOT EQUAL '00' AND
              WS-FS-POSICAO NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO POSICAO' TO WS-ERRO
              MOVE WS-FS-POSICAO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           READ POSICAO INTO REG-POSICAO.
           IF WS-FS-POSICAO NOT EQUAL '10'
              IF WS-FS-POSICAO NOT EQUAL '00'
                 MOVE 'LEITURA DO CABECALHO POSICAO' TO WS-ERRO
                 MOVE WS-FS-POSICAO TO WS-FILE-STATUS
                 PERFORM 4000-ERRO
              END-IF
              IF POSICAO-CTL-TIPO NOT EQUAL 'HD'
                 MOVE 'CABECALHO POSICAO AUSENTE OU INVALIDO'
                   TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
              MOVE POSICAO-CTL-QTDE TO WS-QTDE-ESPERADO-POSICAO
              PERFORM 1350-LER-ARQUIVO-POSICAO
              PERFORM UNTIL WS-FS-POSICAO EQUAL '10'
                      IF POSICAO-SALDO-ATUAL NOT EQUAL ZEROES AND
                         POSICAO-COD-PRODUTO GREATER ZEROES
                         MOVE 'S'
                           TO WS-ATIV-POSICAO(POSICAO-COD-PRODUTO)
                      END-IF
                      PERFORM 1350-LER-ARQUIVO-POSICAO
              END-PERFORM
           END-IF.

           CLOSE POSICAO.
       1300-END-PERFORM.
      ******************************************************************
      * 1350-LER-ARQUIVO-POSICAO
      ******************************************************************
       1350-LER-ARQUIVO-POSICAO.
           INITIALIZE REG-POSICAO REPLACING NUMERIC BY ZEROES.
           READ POSICAO INTO REG-POSICAO.
           IF WS-FS-POSICAO NOT EQUAL '00' AND
              WS-FS-POSICAO NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO POSICAO' TO WS-ERRO
              MOVE WS-FS-POSICAO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-POSICAO EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-POSICAO
                 IF POSICAO-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-POSICAO
                    MOVE POSICAO-CTL-QTDE TO WS-QTDE-TRAILER-POSICAO
                    MOVE '10' TO WS-FS-POSICAO
                    PERFORM 1800-RECONCILIAR-POSICAO
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1800-RECONCILIAR-POSICAO CATCH IT.
                 PERFORM 1800-RECONCILIAR-POSICAO
              END-IF
           END-IF.
       1350-END-PERFORM.
      ******************************************************************
      * 1500-VALIDAR-CONTROLE
      ******************************************************************
       1500-VALIDAR-CONTROLE.
           READ MOVPROD INTO REG-MOVPROD.
           IF WS-FS-MOVPROD NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO MOVPROD' TO WS-ERRO
              MOVE WS-FS-MOVPROD TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF MOVPROD-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO MOVPROD AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE MOVPROD-CTL-QTDE TO WS-QTDE-ESPERADO-MOVPROD.

           READ PRODANT INTO REG-PRODANT.
           IF WS-FS-PRODANT NOT EQUAL '00'
              MOVE 'LEITURA DO CABECALHO PRODANT' TO WS-ERRO
              MOVE WS-FS-PRODANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           IF PRODANT-CTL-TIPO NOT EQUAL 'HD'
              MOVE 'CABECALHO PRODANT AUSENTE OU INVALIDO' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE PRODANT-CTL-QTDE TO WS-QTDE-ESPERADO-PRODANT.
       1500-END-PERFORM.
      ******************************************************************
      * 1600-RECONCILIAR-MOVPROD
      ******************************************************************
       1600-RECONCILIAR-MOVPROD.
           IF WS-QTDE-LIDOS-MOVPROD NOT EQUAL WS-QTDE-ESPERADO-MOVPROD
              OR WS-QTDE-LIDOS-MOVPROD NOT EQUAL
              WS-QTDE-TRAILER-MOVPROD
              MOVE 'CONTROLE DE REGISTROS MOVPROD DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1600-END-PERFORM.
      ******************************************************************
      * 1700-RECONCILIAR-PRODANT
      ******************************************************************
       1700-RECONCILIAR-PRODANT.
           IF WS-QTDE-LIDOS-PRODANT NOT EQUAL WS-QTDE-ESPERADO-PRODANT
              OR WS-QTDE-LIDOS-PRODANT NOT EQUAL
              WS-QTDE-TRAILER-PRODANT
              MOVE 'CONTROLE DE REGISTROS PRODANT DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1700-END-PERFORM.
      ******************************************************************
      * 1800-RECONCILIAR-POSICAO
      ******************************************************************
       1800-RECONCILIAR-POSICAO.
           IF WS-QTDE-LIDOS-POSICAO NOT EQUAL WS-QTDE-ESPERADO-POSICAO
              OR WS-QTDE-LIDOS-POSICAO NOT EQUAL
              WS-QTDE-TRAILER-POSICAO
              MOVE 'CONTROLE DE REGISTROS POSICAO DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1800-END-PERFORM.
      ******************************************************************
      * 2000-PROCESSAR
      *
      * CLASSIC BALANCED-LINE UPDATE: AT EACH TURN OF THE OUTER LOOP
      * WS-CHAVE-ATUAL IS THE LOWEST KEY STILL PENDING ON EITHER FILE.
      * THE MASTER IMAGE (IF ANY) IS LOADED INTO WS-AREA-ATUAL, EVERY
      * MOVEMENT WITH THAT KEY IS APPLIED AGAINST IT, AND THE SURVIVING
      * IMAGE IS WRITTEN TO THE NEW GENERATION.
      ******************************************************************
       2000-PROCESSAR.
           PERFORM 2100-LER-ARQUIVO-MOVPROD.
           PERFORM 2200-LER-ARQUIVO-PRODANT.
           PERFORM UNTIL WS-FS-MOVPROD EQUAL '10' AND
                         WS-FS-PRODANT EQUAL '10'
                   PERFORM 2250-DEFINIR-CHAVE-ATUAL
                   IF WS-FS-PRODANT NOT EQUAL '10' AND
                      PRODANT-COD-PRODUTO EQUAL WS-CHAVE-ATUAL
                      MOVE PRODANT-COD-PRODUTO
                        TO WS-ATUAL-COD-PRODUTO
                      MOVE PRODANT-DESC-PRODUTO
                        TO WS-ATUAL-DESC-PRODUTO
                      MOVE PRODANT-CONTA-CONTABIL
                        TO WS-ATUAL-CONTA-CONTABIL
                      MOVE 'S' TO WS-SW-ATUAL-EXISTE
                      PERFORM 2200-LER-ARQUIVO-PRODANT
                   ELSE
                      MOVE WS-CHAVE-ATUAL TO WS-ATUAL-COD-PRODUTO
                      MOVE SPACES TO WS-ATUAL-DESC-PRODUTO
                      MOVE ZEROES TO WS-ATUAL-CONTA-CONTABIL
                      MOVE 'N' TO WS-SW-ATUAL-EXISTE
                   END-IF
                   PERFORM UNTIL WS-FS-MOVPROD EQUAL '10' OR
                                 MOVPROD-COD-PRODUTO GREATER
                                 WS-CHAVE-ATUAL
                           PERFORM 2300-APLICAR-MOVIMENTO
                           PERFORM 2100-LER-ARQUIVO-MOVPROD
                   END-PERFORM
                   IF WS-SW-ATUAL-EXISTE EQUAL 'S'
                      PERFORM 2400-GRAVAR-TRABALHO
                   END-IF
           END-PERFORM.
           PERFORM 2600-GERAR-NOVA-GERACAO.
       2000-END-PERFORM.
      ******************************************************************
      * 2100-LER-ARQUIVO-MOVPROD
      ******************************************************************
       2100-LER-ARQUIVO-MOVPROD.
           INITIALIZE REG-MOVPROD REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES.
           READ MOVPROD INTO REG-MOVPROD.
           IF WS-FS-MOVPROD NOT EQUAL '00' AND
              WS-FS-MOVPROD NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO MOVPROD' TO WS-ERRO
              MOVE WS-FS-MOVPROD TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-MOVPROD EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-MOVPROD
                 IF MOVPROD-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-MOVPROD
                    MOVE MOVPROD-CTL-QTDE TO WS-QTDE-TRAILER-MOVPROD
                    MOVE '10' TO WS-FS-MOVPROD
                    PERFORM 1600-RECONCILIAR-MOVPROD
                 ELSE
                    IF MOVPROD-COD-PRODUTO LESS WS-CHAVE-ANT-MOVPROD
                       MOVE 'MOVPROD FORA DE SEQUENCIA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    ELSE
                       MOVE MOVPROD-COD-PRODUTO
                         TO WS-CHAVE-ANT-MOVPROD
                    END-IF
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * EXTRACT WAS TRUNCATED. LET 1600-RECONCILIAR-MOVPROD CATCH IT.
                 PERFORM 1600-RECONCILIAR-MOVPROD
              END-IF
           END-IF.
       2100-END-PERFORM.
      ******************************************************************
      * 2200-LER-ARQUIVO-PRODANT
      ******************************************************************
       2200-LER-ARQUIVO-PRODANT.
           INITIALIZE REG-PRODANT REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES.
           READ PRODANT INTO REG-PRODANT.
           IF WS-FS-PRODANT NOT EQUAL '00' AND
              WS-FS-PRODANT NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO PRODANT' TO WS-ERRO
              MOVE WS-FS-PRODANT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-PRODANT EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-PRODANT
                 IF PRODANT-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-PRODANT
                    MOVE PRODANT-CTL-QTDE TO WS-QTDE-TRAILER-PRODANT
                    MOVE '10' TO WS-FS-PRODANT
                    PERFORM 1700-RECONCILIAR-PRODANT
                 ELSE
                    IF PRODANT-COD-PRODUTO NOT GREATER
                       WS-CHAVE-ANT-PRODANT
                       MOVE 'PRODANT FORA DE SEQUENCIA' TO WS-ERRO
                       PERFORM 4000-ERRO
                    ELSE
                       MOVE PRODANT-COD-PRODUTO
                         TO WS-CHAVE-ANT-PRODANT
                    END-IF
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1700-RECONCILIAR-PRODANT CATCH IT.
                 MOVE '10' TO WS-FS-PRODANT
                 PERFORM 1700-RECONCILIAR-PRODANT
              END-IF
           END-IF.
       2200-END-PERFORM.
      ******************************************************************
      * 2250-DEFINIR-CHAVE-ATUAL
      ******************************************************************
       2250-DEFINIR-CHAVE-ATUAL.
           IF WS-FS-MOVPROD EQUAL '10'
              MOVE PRODANT-COD-PRODUTO TO WS-CHAVE-ATUAL
           ELSE
              IF WS-FS-PRODANT EQUAL '10'
                 MOVE MOVPROD-COD-PRODUTO TO WS-CHAVE-ATUAL
              ELSE
                 IF MOVPROD-COD-PRODUTO LESS PRODANT-COD-PRODUTO
                    MOVE MOVPROD-COD-PRODUTO TO WS-CHAVE-ATUAL
                 ELSE
                    MOVE PRODANT-COD-PRODUTO TO WS-CHAVE-ATUAL
                 END-IF
              END-IF
           END-IF.
       2250-END-PERFORM.
      ******************************************************************
      * 2300-APLICAR-MOVIMENTO
      ******************************************************************
       2300-APLICAR-MOVIMENTO.
           MOVE SPACES TO WS-MOTIVO.
      * HOLD THE BEFORE-IMAGE NOW - THE EVALUATE BELOW OVERWRITES
      * WS-AREA-ATUAL, AND THE OLD IMAGE IS GONE WITH THE OLD
      * GENERATION ONCE THE RUN ENDS.
           MOVE WS-SW-ATUAL-EXISTE TO WS-ANT-EXISTE.
           IF WS-SW-ATUAL-EXISTE EQUAL 'S'
              MOVE WS-ATUAL-DESC-PRODUTO   TO WS-ANT-DESC-PRODUTO
              MOVE WS-ATUAL-CONTA-CONTABIL TO WS-ANT-CONTA-CONTABIL
           ELSE
              MOVE SPACES TO WS-ANT-DESC-PRODUTO
              MOVE ZEROES TO WS-ANT-CONTA-CONTABIL
           END-IF.
           EVALUATE MOVPROD-TIPO
               WHEN 'I'
                    IF WS-SW-ATUAL-EXISTE EQUAL 'S'
                       MOVE 'RECUSADA' TO WS-SITUACAO
                       MOVE 'CHAVE JA EXISTENTE' TO WS-MOTIVO
                    ELSE
                       PERFORM 2320-CRITICAR-IMAGEM
                       IF WS-MOTIVO EQUAL SPACES
                          MOVE MOVPROD-DESC-PRODUTO
                            TO WS-ATUAL-DESC-PRODUTO
                          MOVE MOVPROD-CONTA-CONTABIL
                            TO WS-ATUAL-CONTA-CONTABIL
                          MOVE 'S' TO WS-SW-ATUAL-EXISTE
                          MOVE 'ACEITA' TO WS-SITUACAO
                          MOVE 'INCLUIDO' TO WS-MOTIVO
                       ELSE
                          MOVE 'RECUSADA' TO WS-SITUACAO
                       END-IF
                    END-IF
               WHEN 'A'
                    IF WS-SW-ATUAL-EXISTE EQUAL 'S'
                       PERFORM 2320-CRITICAR-IMAGEM
                       IF WS-MOTIVO EQUAL SPACES
                          MOVE MOVPROD-DESC-PRODUTO
                            TO WS-ATUAL-DESC-PRODUTO
                          MOVE MOVPROD-CONTA-CONTABIL
                            TO WS-ATUAL-CONTA-CONTABIL
                          MOVE 'ACEITA' TO WS-SITUACAO
                          MOVE 'ALTERADO' TO WS-MOTIVO
                       ELSE
                          MOVE 'RECUSADA' TO WS-SITUACAO
                       END-IF
                    ELSE
                       MOVE 'RECUSADA' TO WS-SITUACAO
                       MOVE 'CHAVE INEXISTENTE' TO WS-MOTIVO
                    END-IF
               WHEN 'E'
                    IF WS-SW-ATUAL-EXISTE EQUAL 'S'
      * THE PRODUTO MUST BE IDLE: RESUMO STILL POINTS AT IT FOR THE
      * NIGHT'S CONTABIL, AND A BALANCE STILL SITTING IN POSICAO WOULD
      * LOSE ITS DESCRIPTION AND LEDGER ACCOUNT.
                       IF WS-ATIV-RESUMO(WS-CHAVE-ATUAL) EQUAL 'S'
                          MOVE 'RECUSADA' TO WS-SITUACAO
                          MOVE 'PRODUTO COM MOVTO NO RESUMO'
                            TO WS-MOTIVO
                       ELSE
                          IF WS-ATIV-POSICAO(WS-CHAVE-ATUAL) EQUAL 'S'
                             MOVE 'RECUSADA' TO WS-SITUACAO
                             MOVE 'PRODUTO COM SALDO EM POSICAO'
                               TO WS-MOTIVO
                          ELSE
                             MOVE 'N' TO WS-SW-ATUAL-EXISTE
                             MOVE 'ACEITA' TO WS-SITUACAO
                             MOVE 'EXCLUIDO' TO WS-MOTIVO
                          END-IF
                       END-IF
                    ELSE
                       MOVE 'RECUSADA' TO WS-SITUACAO
                       MOVE 'CHAVE INEXISTENTE' TO WS-MOTIVO
                    END-IF
               WHEN OTHER
                    MOVE 'RECUSADA' TO WS-SITUACAO
                    MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WS-MOTIVO
           END-EVALUATE.

           MOVE 'N' TO WS-SW-TROCA-CONTA.
           IF WS-SITUACAO EQUAL 'ACEITA'
              ADD 1 TO WS-QTDE-ACEITAS
              IF WS-ANT-EXISTE EQUAL 'S' AND
                 WS-SW-ATUAL-EXISTE EQUAL 'S' AND
                 WS-ANT-CONTA-CONTABIL NOT EQUAL
                 WS-ATUAL-CONTA-CONTABIL
                 MOVE 'S' TO WS-SW-TROCA-CONTA
                 PERFORM 2360-REGISTRAR-TROCA-CONTA
              END-IF
              PERFORM 2350-GRAVAR-JORNAL
           ELSE
              ADD 1 TO WS-QTDE-RECUSADAS
           END-IF.

           MOVE MOVPROD-TIPO           TO WS-REL-DET-TIPO.
           MOVE MOVPROD-COD-PRODUTO    TO WS-REL-DET-CHAVE.
           MOVE MOVPROD-DESC-PRODUTO   TO WS-REL-DET-DESC.
           MOVE MOVPROD-CONTA-CONTABIL TO WS-REL-DET-CONTA.
           MOVE WS-SITUACAO            TO WS-REL-DET-SITUACAO.
           MOVE WS-MOTIVO              TO WS-REL-DET-MOTIVO.
           MOVE WS-REL-DETALHE         TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
       2300-END-PERFORM.
      ******************************************************************
      * 2320-CRITICAR-IMAGEM
      *
      * AN INCLUDED OR ALTERED PRODUTO MUST CARRY BOTH A DESCRIPTION
      * AND A LEDGER ACCOUNT - CONTABIL POSTS UNDER WHATEVER IS HERE.
      ******************************************************************
       2320-CRITICAR-IMAGEM.
           IF MOVPROD-COD-PRODUTO EQUAL ZEROES
              MOVE 'CODIGO DE PRODUTO INVALIDO' TO WS-MOTIVO
           ELSE
              IF MOVPROD-DESC-PRODUTO EQUAL SPACES
                 MOVE 'DESCRICAO EM BRANCO' TO WS-MOTIVO
              ELSE
                 IF MOVPROD-CONTA-CONTABIL NOT NUMERIC OR
                    MOVPROD-CONTA-CONTABIL EQUAL ZEROES
                    MOVE 'CONTA CONTABIL INVALIDA' TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF.
       2320-END-PERFORM.
      ******************************************************************
      * 2350-GRAVAR-JORNAL
      *
      * ONE JOURNAL RECORD PER APPLIED MOVEMENT, CARRYING BOTH IMAGES
      * AND THE RUN IDENTIFICATION (PROCESSING DATE AND START TIME).
      ******************************************************************
       2350-GRAVAR-JORNAL.
           MOVE SPACES TO REG-JORNAL.
           MOVE WS-DATA-PROCESSAMENTO  TO JORNAL-DATA-PROC.
           MOVE WS-HORA-PROCESSAMENTO  TO JORNAL-HORA-PROC.
           MOVE MOVPROD-TIPO           TO JORNAL-TIPO.
           MOVE MOVPROD-COD-PRODUTO    TO JORNAL-COD-PRODUTO.
           MOVE WS-ANT-EXISTE          TO JORNAL-ANT-EXISTE.
           MOVE WS-ANT-DESC-PRODUTO    TO JORNAL-ANT-DESC.
           MOVE WS-ANT-CONTA-CONTABIL  TO JORNAL-ANT-CONTA.
           MOVE WS-SW-ATUAL-EXISTE     TO JORNAL-NOV-EXISTE.
           IF WS-SW-ATUAL-EXISTE EQUAL 'S'
              MOVE WS-ATUAL-DESC-PRODUTO   TO JORNAL-NOV-DESC
              MOVE WS-ATUAL-CONTA-CONTABIL TO JORNAL-NOV-CONTA
           ELSE
              MOVE SPACES TO JORNAL-NOV-DESC
              MOVE ZEROES TO JORNAL-NOV-CONTA
           END-IF.
           MOVE WS-SW-TROCA-CONTA      TO JORNAL-TROCA-CONTA.
           WRITE REG-JORNAL.
           IF WS-FS-JORNAL NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO JORNAL' TO WS-ERRO
              MOVE WS-FS-JORNAL TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              ADD 1 TO WS-QTDE-JORNAL
           END-IF.
       2350-END-PERFORM.
      ******************************************************************
      * 2360-REGISTRAR-TROCA-CONTA
      ******************************************************************
       2360-REGISTRAR-TROCA-CONTA.
           IF WS-QTDE-TROCAS-CONTA NOT LESS 999
              MOVE 'TABELA DE TROCAS DE CONTA EXCEDIDA' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           ADD 1 TO WS-QTDE-TROCAS-CONTA.
           MOVE WS-QTDE-TROCAS-CONTA TO WS-CTA-IDX.
           MOVE MOVPROD-TIPO            TO WS-CTA-TIPO(WS-CTA-IDX).
           MOVE WS-CHAVE-ATUAL          TO WS-CTA-PRODUTO(WS-CTA-IDX).
           MOVE WS-ATUAL-DESC-PRODUTO   TO WS-CTA-DESC(WS-CTA-IDX).
           MOVE WS-ANT-CONTA-CONTABIL   TO WS-CTA-CONTA-ANT(WS-CTA-IDX).
           MOVE WS-ATUAL-CONTA-CONTABIL TO WS-CTA-CONTA-NOV(WS-CTA-IDX).
       2360-END-PERFORM.
      ******************************************************************
      * 2400-GRAVAR-TRABALHO
      ******************************************************************
       2400-GRAVAR-TRABALHO.
           INITIALIZE REG-TRABALHO REPLACING ALPHANUMERIC BY SPACES
                                          NUMERIC BY ZEROES.
           MOVE WS-ATUAL-COD-PRODUTO    TO TRABALHO-COD-PRODUTO.
           MOVE WS-ATUAL-DESC-PRODUTO   TO TRABALHO-DESC-PRODUTO.
           MOVE WS-ATUAL-CONTA-CONTABIL TO TRABALHO-CONTA-CONTABIL.
           WRITE REG-TRABALHO.
           IF WS-FS-TRABALHO NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO TRABALHO' TO WS-ERRO
              MOVE WS-FS-TRABALHO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              ADD 1 TO WS-QTDE-GRAVADOS
           END-IF.
       2400-END-PERFORM.
      ******************************************************************
      * 2550-GRAVAR-RELATORIO
      ******************************************************************
       2550-GRAVAR-RELATORIO.
           WRITE REG-RELPROD.
           IF WS-FS-RELPROD NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO RELPROD' TO WS-ERRO
              MOVE WS-FS-RELPROD TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2550-END-PERFORM.
      ******************************************************************
      * 2600-GERAR-NOVA-GERACAO
      *
      * COPIES THE ACCEPTED DETAIL RECORDS FROM TRABALHO TO PRODNOV,
      * NOW BRACKETED BY HD/TR CONTROL RECORDS CARRYING THE FINAL COUNT.
      ******************************************************************
       2600-GERAR-NOVA-GERACAO.
           CLOSE TRABALHO.
           OPEN INPUT TRABALHO.
           IF WS-FS-TRABALHO NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO TRABALHO' TO WS-ERRO
              MOVE WS-FS-TRABALHO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           OPEN OUTPUT PRODNOV.
           IF WS-FS-PRODNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO PRODNOV' TO WS-ERRO
              MOVE WS-FS-PRODNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-PRODNOV-CTL.
           MOVE 'HD' TO PRODNOV-CTL-TIPO.
           MOVE WS-QTDE-GRAVADOS TO PRODNOV-CTL-QTDE.
           PERFORM 2650-GRAVAR-PRODNOV.

           PERFORM 2620-LER-TRABALHO.
           PERFORM UNTIL WS-FS-TRABALHO EQUAL '10'
                   MOVE TRABALHO-COD-PRODUTO
                     TO PRODNOV-COD-PRODUTO
                   MOVE TRABALHO-DESC-PRODUTO
                     TO PRODNOV-DESC-PRODUTO
                   MOVE TRABALHO-CONTA-CONTABIL
                     TO PRODNOV-CONTA-CONTABIL
                   PERFORM 2650-GRAVAR-PRODNOV
                   PERFORM 2620-LER-TRABALHO
           END-PERFORM.

           MOVE SPACES TO REG-PRODNOV-CTL.
           MOVE 'TR' TO PRODNOV-CTL-TIPO.
           MOVE WS-QTDE-GRAVADOS TO PRODNOV-CTL-QTDE.
           PERFORM 2650-GRAVAR-PRODNOV.

           CLOSE TRABALHO PRODNOV.
       2600-END-PERFORM.
      ******************************************************************
      * 2620-LER-TRABALHO
      ******************************************************************
       2620-LER-TRABALHO.
           INITIALIZE REG-TRABALHO REPLACING NUMERIC BY ZEROES
                                          ALPHANUMERIC BY SPACES.
           READ TRABALHO INTO REG-TRABALHO.
           IF WS-FS-TRABALHO NOT EQUAL '00' AND
              WS-FS-TRABALHO NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO TRABALHO' TO WS-ERRO
              MOVE WS-FS-TRABALHO TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2620-END-PERFORM.
      ******************************************************************
      * 2650-GRAVAR-PRODNOV
      ******************************************************************
       2650-GRAVAR-PRODNOV.
           WRITE REG-PRODNOV.
           IF WS-FS-PRODNOV NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO PRODNOV' TO WS-ERRO
              MOVE WS-FS-PRODNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2650-END-PERFORM.
      ******************************************************************
      * 3000-FINALIZAR
      ******************************************************************
       3000-FINALIZAR.
           PERFORM 3100-LISTAR-TROCAS-CONTA.

           MOVE SPACES TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
           MOVE 'TOTAL DE MOVIMENTOS LIDOS     '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-LIDOS-MOVPROD TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
           MOVE 'TOTAL DE MOVIMENTOS ACEITOS   '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-ACEITAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
           MOVE 'TOTAL DE MOVIMENTOS RECUSADOS '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-RECUSADAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
           MOVE 'TOTAL DE TROCAS DE CONTA      '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-TROCAS-CONTA TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
           MOVE 'TOTAL GRAVADO NOVA GERACAO    '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-GRAVADOS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.

           CLOSE MOVPROD PRODANT RELPROD JORNAL.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA MANUPROD                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* QTDE DE MOVTOS LIDOS ' WS-QTDE-LIDOS-MOVPROD
           DISPLAY '* QTDE DE REGS LIDOS PRODUTOS '
                   WS-QTDE-LIDOS-PRODANT
           DISPLAY '* QTDE DE MOVTOS ACEITOS ' WS-QTDE-ACEITAS
           DISPLAY '* QTDE DE MOVTOS RECUSADOS ' WS-QTDE-RECUSADAS
           DISPLAY '* QTDE DE TROCAS DE CONTA ' WS-QTDE-TROCAS-CONTA
           DISPLAY '* QTDE GRAVADA NOVA GERACAO ' WS-QTDE-GRAVADOS
           DISPLAY '* QTDE GRAVADA NO JORNAL ' WS-QTDE-JORNAL
           STOP RUN.
       3000-END-PERFORM.
      ******************************************************************
      * 3100-LISTAR-TROCAS-CONTA
      *
      * SEPARATE SECTION WITH EVERY LEDGER ACCOUNT REASSIGNMENT ACCEPTED
      * IN THE RUN, FOR CONTROLLERSHIP TO REVIEW BEFORE THE NIGHT'S
      * CONTABIL EXTRACT POSTS UNDER THE NEW ACCOUNTS.
      ******************************************************************
       3100-LISTAR-TROCAS-CONTA.
           MOVE SPACES TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
           MOVE WS-REL-TITULO-CONTA TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
           MOVE WS-REL-COLUNAS-CONTA TO REG-RELPROD.
           PERFORM 2550-GRAVAR-RELATORIO.
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX GREATER WS-QTDE-TROCAS-CONTA
                   MOVE WS-CTA-TIPO(WS-CTA-IDX)      TO WS-REL-CTA-TIPO
                   MOVE WS-CTA-PRODUTO(WS-CTA-IDX)   TO WS-REL-CTA-CHAVE
                   MOVE WS-CTA-DESC(WS-CTA-IDX)      TO WS-REL-CTA-DESC
                   MOVE WS-CTA-CONTA-ANT(WS-CTA-IDX)
                     TO WS-REL-CTA-CONTA-ANT
                   MOVE WS-CTA-CONTA-NOV(WS-CTA-IDX)
                     TO WS-REL-CTA-CONTA-NOV
                   MOVE WS-REL-CONTA TO REG-RELPROD
                   PERFORM 2550-GRAVAR-RELATORIO
           END-PERFORM.
       3100-END-PERFORM.
      ******************************************************************
      * 4000-ERRO
      *****************************************************************
       4000-ERRO.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*              PROGRAMA MANUPROD                 *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
