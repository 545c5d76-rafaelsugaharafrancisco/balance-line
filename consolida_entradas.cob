           FILE STATUS IS WS-FS-RELCON
           ORGANIZATION IS LINE SEQUENTIAL.

      * REGEXT IS THE REGISTER OF EVERY EXTRACT EVER ACCEPTED. IT IS
      * READ AGAIN FOR EACH SOURCE, AND REGNOV IS THE NEXT GENERATION:
      * THE OLD ENTRIES PLUS TONIGHT'S ACCEPTED SOURCES. REGEXT IS
      * OPTIONAL SO THE FIRST NIGHT STARTS AN EMPTY REGISTER.
           SELECT OPTIONAL REGEXT ASSIGN TO DYNAMIC WS-CAMINHO-REGEXT
           FILE STATUS IS WS-FS-REGEXT
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGNOV ASSIGN TO DYNAMIC WS-CAMINHO-REGNOV
           FILE STATUS IS WS-FS-REGNOV
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FONTE.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 19 CHARACTERS.
       01 REG-FONTE.
           05 FONTE-COD-PRODUTO        PIC 9(03).
           05 FONTE-COD-SUBPRODUTO     PIC 9(04).
           05 FONTE-COD-FILIAL         PIC 9(02).
           05 FONTE-QTDE-MOVIMENTO     PIC 9(05).
           05 FONTE-TIPO-MOVIMENTO     PIC X(01).
           05 FONTE-COD-FILIAL-TRANSF  PIC X(02).
      * THE HD ALSO NAMES THE BRANCH THE EXTRACT COMES FROM AND THE
      * DATE IT WAS TAKEN. FILIAL 00 IS A CENTRAL EXTRACT (AN INVENTORY
      * ADJUSTMENT, FOR INSTANCE) THAT MAY CARRY ANY BRANCH.
       01 REG-FONTE-CTL.
           05 FONTE-CTL-TIPO           PIC X(02).
           05 FONTE-CTL-QTDE           PIC 9(07).
           05 FONTE-CTL-FILIAL         PIC X(02).
           05 FONTE-CTL-DATA-EXTRATO   PIC X(08).

       FD TRABALHO.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 17 CHARACTERS.
       01 REG-TRABALHO                 PIC X(17).

       SD ORDCON.
       01 REG-ORDCON.
           05 ORDCON-COD-PRODUTO       PIC 9(03).
           05 ORDCON-COD-SUBPRODUTO    PIC 9(04).
           05 FILLER                   PIC X(10).

       FD CLASSIF.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 17 CHARACTERS.
       01 REG-CLASSIF                  PIC X(17).

       FD CONSOL.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 17 CHARACTERS.
       01 REG-CONSOL                   PIC X(17).
       01 REG-CONSOL-CTL.
           05 CONSOL-CTL-TIPO          PIC X(02).
           05 CONSOL-CTL-QTDE          PIC 9(07).
           05 FILLER                   PIC X(08).

       FD RELCON.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORD CONTAINS 080 CHARACTERS.
       01 REG-RELCON                   PIC X(80).

      * ONE ENTRY PER ACCEPTED EXTRACT: ITS BRANCH AND DATE, RECORD
      * COUNT, HASH TOTAL OF QUANTITIES AND CONTENT FINGERPRINT, THE
      * DATE IT WAS ACCEPTED AND, WHEN IT ONLY GOT IN BY A SUPERVISED
      * RELEASE, WHO RELEASED IT.
       FD REGEXT.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 80 CHARACTERS.
       01 REG-REGEXT.
           05 REGEXT-COD-FILIAL        PIC 9(02).
           05 REGEXT-DATA-EXTRATO      PIC 9(08).
           05 REGEXT-QTDE-REGISTROS    PIC 9(07).
           05 REGEXT-HASH-QTDE         PIC 9(11).
           05 REGEXT-IMPRESSAO         PIC 9(15).
           05 REGEXT-DATA-ACEITE       PIC 9(08).
           05 REGEXT-LIBERACAO         PIC X(20).
           05 FILLER                   PIC X(09).
       01 REG-REGEXT-CTL.
           05 REGEXT-CTL-TIPO          PIC X(02).
           05 REGEXT-CTL-QTDE          PIC 9(07).
           05 FILLER                   PIC X(71).

       FD REGNOV.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 80 CHARACTERS.
       01 REG-REGNOV                   PIC X(80).
       01 REG-REGNOV-CTL.
           05 REGNOV-CTL-TIPO          PIC X(02).
           05 REGNOV-CTL-QTDE          PIC 9(07).
           05 FILLER                   PIC X(71).

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FS-CLASSIF                PIC X(02) VALUE SPACES.
       01 WS-FS-CONSOL                 PIC X(02) VALUE SPACES.
       01 WS-FS-RELCON                 PIC X(02) VALUE SPACES.
       01 WS-FS-REGEXT                 PIC X(02) VALUE SPACES.
       01 WS-FS-REGNOV                 PIC X(02) VALUE SPACES.
       01 WS-ERRO                      PIC X(40) VALUE SPACES.
       01 WS-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-QTDE-FONTES               PIC 9(02) VALUE 01.
       01 WS-FONTE-IDX                 PIC 9(02) VALUE ZEROES.
       01 WS-QTDE-FONTES-ACEITAS       PIC 9(02) VALUE ZEROES.
       01 WS-QTDE-FONTES-REJEITADAS    PIC 9(02) VALUE ZEROES.
       01 WS-QTDE-FONTES-LIBERADAS     PIC 9(02) VALUE ZEROES.
       01 WS-QTDE-LIDOS-FONTE          PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-MESCLADOS-FONTE      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-MESCLADOS            PIC 9(07) VALUE ZEROES.
       01 WS-CAMINHO-CLASSIF          PIC X(100) VALUE 'CLASSCON.DAT'.
       01 WS-CAMINHO-CONSOL            PIC X(100) VALUE 'ENTRADA.DAT'.
       01 WS-CAMINHO-RELCON            PIC X(100) VALUE 'RELCON.DAT'.
       01 WS-CAMINHO-REGEXT            PIC X(100) VALUE 'REGEXT.DAT'.
       01 WS-CAMINHO-REGNOV          PIC X(100) VALUE 'REGEXTNOV.DAT'.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
       01 WS-NOME-ENV                  PIC X(30) VALUE SPACES.
       01 WS-FONTE-NN                  PIC 9(02) VALUE ZEROES.
               10 WS-FONTE-MESCLADOS   PIC 9(07) VALUE ZEROES.
               10 WS-FONTE-SITUACAO    PIC X(09) VALUE SPACES.
               10 WS-FONTE-MOTIVO      PIC X(30) VALUE SPACES.
               10 WS-FONTE-COD-FILIAL  PIC 9(02) VALUE ZEROES.
               10 WS-FONTE-DATA-EXTRATO PIC 9(08) VALUE ZEROES.
               10 WS-FONTE-HASH-QTDE   PIC 9(11) VALUE ZEROES.
               10 WS-FONTE-IMPRESSAO   PIC 9(15) VALUE ZEROES.
               10 WS-FONTE-LIBERACAO   PIC X(20) VALUE SPACES.
               10 WS-FONTE-DATA-ORIGINAL PIC 9(08) VALUE ZEROES.
               10 WS-FONTE-EXTRATO-ORIGINAL PIC 9(08) VALUE ZEROES.
      * REGISTER CHECK OF THE SOURCE BEING VALIDATED. A MATCH IS EITHER
      * THE SAME CONTENT FROM THE SAME BRANCH (COUNT, HASH TOTAL AND
      * FINGERPRINT ALL EQUAL) OR, FOR A BRANCH, A SECOND EXTRACT OF A
      * DATE ALREADY ACCEPTED. THE FIRST MATCH FOUND IS KEPT.
       01 WS-FILIAL-EXTRATO            PIC 9(02) VALUE ZEROES.
       01 WS-DATA-EXTRATO              PIC 9(08) VALUE ZEROES.
       01 WS-HASH-QTDE-FONTE           PIC 9(11) VALUE ZEROES.
       01 WS-SW-DUPLICADO              PIC X(01) VALUE 'N'.
       01 WS-MOTIVO-DUPLICADO          PIC X(30) VALUE SPACES.
       01 WS-DATA-ACEITE-ORIGINAL      PIC 9(08) VALUE ZEROES.
       01 WS-DATA-EXTRATO-ORIGINAL     PIC 9(08) VALUE ZEROES.
       01 WS-FONTE-ANT-IDX             PIC 9(02) VALUE ZEROES.
       01 WS-QTDE-LIDOS-REGEXT         PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-REGEXT      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-REGEXT       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-GRAVADOS-REGNOV      PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TOTAL-REGNOV         PIC 9(07) VALUE ZEROES.
      * CONTENT FINGERPRINT: EACH DETAIL IS FOLDED INTO A POLYNOMIAL
      * CHECKSUM (TIMES 31, MODULO THE PRIME 999999999999989), SO THE
      * SAME RECORDS IN THE SAME ORDER ALWAYS GIVE THE SAME VALUE AND
      * ANY CHANGED, MISSING OR REORDERED RECORD A DIFFERENT ONE.
       01 WS-IMPRESSAO                 PIC 9(15) VALUE ZEROES.
       01 WS-IMPRESSAO-TRAB            PIC 9(18) VALUE ZEROES.
       01 WS-IMPRESSAO-QUOC            PIC 9(18) VALUE ZEROES.
       01 WS-IMPRESSAO-VALOR           PIC 9(17) VALUE ZEROES.
       01 WS-IMPRESSAO-CHAVE           PIC X(14) VALUE ZEROES.
       01 WS-IMPRESSAO-CHAVE-N REDEFINES WS-IMPRESSAO-CHAVE
                                       PIC 9(14).
       01 WS-IMPRESSAO-TIPO            PIC 9(01) VALUE ZEROES.
       01 WS-IMPRESSAO-TRANSF          PIC 9(02) VALUE ZEROES.
      * THE REGISTER ENTRY BEING COMPARED, FROM REGEXT OR FROM A SOURCE
      * ALREADY ACCEPTED EARLIER IN THIS RUN.
       01 WS-CANDIDATO.
           05 WS-CAND-COD-FILIAL       PIC 9(02) VALUE ZEROES.
           05 WS-CAND-DATA-EXTRATO     PIC 9(08) VALUE ZEROES.
           05 WS-CAND-QTDE-REGISTROS   PIC 9(07) VALUE ZEROES.
           05 WS-CAND-HASH-QTDE        PIC 9(11) VALUE ZEROES.
           05 WS-CAND-IMPRESSAO        PIC 9(15) VALUE ZEROES.
           05 WS-CAND-DATA-ACEITE      PIC 9(08) VALUE ZEROES.
       01 WS-DATA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
      * REPORT LINE LAYOUTS.
       01 WS-REL-CABECALHO.
           05 WS-REL-DET-SITUACAO      PIC X(09) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-REL-DET-MOTIVO        PIC X(23) VALUE SPACES.
       01 WS-REL-ORIGINAL.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(19)
              VALUE 'ORIGINAL ACEITO EM '.
           05 WS-REL-ORI-DATA-ACEITE   PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(12) VALUE ' EXTRATO DE '.
           05 WS-REL-ORI-DATA-EXTRATO  PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(27) VALUE SPACES.
       01 WS-REL-LIBERACAO.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(27)
              VALUE 'LIBERADA SOB SUPERVISAO DE '.
           05 WS-REL-LIB-SUPERVISOR    PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE SPACES.
       01 WS-REL-TOTAL.
           05 WS-REL-TOT-TITULO        PIC X(30) VALUE SPACES.
           05 WS-REL-TOT-QTDE          PIC 9(07) VALUE ZEROES.
      *
      * CONSENT_QTDE GIVES THE NUMBER OF BRANCH EXTRACTS; EACH PATH
      * COMES FROM CONSENT_ENTRADANN (NN = 01..20), DEFAULTING TO
      * ENTRADANN.DAT. CONSENT_LIBERANN, SET TO THE SUPERVISOR'S NAME,
      * RELEASES EXTRACT NN WHEN THE REGISTER REFUSES IT AS ALREADY
      * ACCEPTED - A RESEND THAT IS GENUINELY A CORRECTION.
      ******************************************************************
       1100-OBTER-PARAMETROS.
           DISPLAY 'CONSENT_QTDE' UPON ENVIRONMENT-NAME.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-RELCON
           END-IF.

           DISPLAY 'CONSENT_REGISTRO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-REGEXT
           END-IF.

           DISPLAY 'CONSENT_REGNOV' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-REGNOV
           END-IF.
       1100-END-PERFORM.
      ******************************************************************
      * 1150-OBTER-CAMINHO-FONTE
                INTO WS-FONTE-CAMINHO(WS-FONTE-IDX)
              END-STRING
           END-IF.

           MOVE SPACES TO WS-NOME-ENV.
           STRING 'CONSENT_LIBERA' DELIMITED BY SIZE
                  WS-FONTE-NN      DELIMITED BY SIZE
             INTO WS-NOME-ENV
           END-STRING.
           DISPLAY WS-NOME-ENV UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           MOVE WS-ENV-VALOR(1:20) TO WS-FONTE-LIBERACAO(WS-FONTE-IDX).
       1150-END-PERFORM.
      ******************************************************************
      * 2000-PROCESSAR
      * A BRANCH THAT FAILS ITS OWN CONTROLS IS REPORTED AND SKIPPED,
      * SO THE NIGHT CAN RUN WITH THE GOOD BRANCHES. THE MERGED
      * DETAILS ARE THEN SORTED BY COD-SUBPRODUTO AND BRACKETED BY A
      * RECOMPUTED HD/TR, AND THE ACCEPTED SOURCES ARE ADDED TO THE
      * NEW GENERATION OF THE EXTRACT REGISTER.
      ******************************************************************
       2000-PROCESSAR.
           PERFORM VARYING WS-FONTE-IDX FROM 1 BY 1
                USING TRABALHO GIVING CLASSIF.

           PERFORM 2600-GERAR-CONSOLIDADO.
           PERFORM 2700-GERAR-REGISTRO.
       2000-END-PERFORM.
      ******************************************************************
      * 2100-PROCESSAR-FONTE
           MOVE WS-FONTE-CAMINHO(WS-FONTE-IDX) TO WS-CAMINHO-FONTE.
           PERFORM 2200-VALIDAR-FONTE.
           MOVE WS-QTDE-LIDOS-FONTE TO WS-FONTE-LIDOS(WS-FONTE-IDX).
           MOVE WS-DATA-ACEITE-ORIGINAL
             TO WS-FONTE-DATA-ORIGINAL(WS-FONTE-IDX).
           MOVE WS-DATA-EXTRATO-ORIGINAL
             TO WS-FONTE-EXTRATO-ORIGINAL(WS-FONTE-IDX).
           IF WS-SW-FONTE-OK EQUAL 'S'
              PERFORM 2300-COPIAR-FONTE
              MOVE WS-FILIAL-EXTRATO
                TO WS-FONTE-COD-FILIAL(WS-FONTE-IDX)
              MOVE WS-DATA-EXTRATO
                TO WS-FONTE-DATA-EXTRATO(WS-FONTE-IDX)
              MOVE WS-HASH-QTDE-FONTE
                TO WS-FONTE-HASH-QTDE(WS-FONTE-IDX)
              MOVE WS-IMPRESSAO TO WS-FONTE-IMPRESSAO(WS-FONTE-IDX)
              IF WS-SW-DUPLICADO EQUAL 'S'
                 MOVE 'LIBERADA' TO WS-FONTE-SITUACAO(WS-FONTE-IDX)
                 MOVE WS-MOTIVO-DUPLICADO
                   TO WS-FONTE-MOTIVO(WS-FONTE-IDX)
                 ADD 1 TO WS-QTDE-FONTES-LIBERADAS
              ELSE
                 MOVE 'ACEITA' TO WS-FONTE-SITUACAO(WS-FONTE-IDX)
                 MOVE SPACES TO WS-FONTE-MOTIVO(WS-FONTE-IDX)
                 MOVE SPACES TO WS-FONTE-LIBERACAO(WS-FONTE-IDX)
              END-IF
              MOVE WS-QTDE-MESCLADOS-FONTE
                TO WS-FONTE-MESCLADOS(WS-FONTE-IDX)
              ADD 1 TO WS-QTDE-FONTES-ACEITAS
      * 2200-VALIDAR-FONTE
      *
      * STRUCTURAL PASS: OWN HD/TR PRESENT, COUNTS CONSISTENT, DETAILS
      * IN NON-DESCENDING COD-SUBPRODUTO ORDER AND ALL FROM THE BRANCH
      * THE HD NAMES. FIELD-LEVEL CRITIQUE REMAINS CRITICA'S JOB,
      * DOWNSTREAM OF THE CONSOLIDATION. THE SAME PASS TAKES THE HASH
      * TOTAL AND FINGERPRINT, AND A SOURCE THAT PASSES IS THEN
      * CHECKED AGAINST THE REGISTER OF EXTRACTS ALREADY ACCEPTED.
      ******************************************************************
       2200-VALIDAR-FONTE.
           MOVE 'N' TO WS-SW-FONTE-OK.
           MOVE ZEROES TO WS-QTDE-LIDOS-FONTE WS-QTDE-ESPERADO-FONTE
                          WS-CHAVE-ANT-FONTE.
           MOVE 'N' TO WS-SW-TR-ENCONTRADO.
           MOVE 'N' TO WS-SW-DUPLICADO.
           MOVE SPACES TO WS-MOTIVO-DUPLICADO.
           MOVE ZEROES TO WS-FILIAL-EXTRATO WS-DATA-EXTRATO
                          WS-HASH-QTDE-FONTE WS-IMPRESSAO
                          WS-DATA-ACEITE-ORIGINAL
                          WS-DATA-EXTRATO-ORIGINAL.

           OPEN INPUT FONTE.
           IF WS-FS-FONTE NOT EQUAL '00'
                 MOVE 'CABECALHO HD AUSENTE' TO WS-MOTIVO
              ELSE
                 MOVE FONTE-CTL-QTDE TO WS-QTDE-ESPERADO-FONTE
                 IF FONTE-CTL-FILIAL NOT NUMERIC OR
                    FONTE-CTL-DATA-EXTRATO NOT NUMERIC OR
                    FONTE-CTL-DATA-EXTRATO(5:2) LESS '01' OR
                    FONTE-CTL-DATA-EXTRATO(5:2) GREATER '12' OR
                    FONTE-CTL-DATA-EXTRATO(7:2) LESS '01' OR
                    FONTE-CTL-DATA-EXTRATO(7:2) GREATER '31'
                    MOVE 'HD SEM FILIAL OU DATA' TO WS-MOTIVO
                 ELSE
                    MOVE FONTE-CTL-FILIAL TO WS-FILIAL-EXTRATO
                    MOVE FONTE-CTL-DATA-EXTRATO TO WS-DATA-EXTRATO
                 END-IF
                 READ FONTE
                 PERFORM UNTIL WS-FS-FONTE NOT EQUAL '00' OR
                               WS-SW-TR-ENCONTRADO EQUAL 'S' OR
                                    TO WS-CHAVE-ANT-FONTE
                               END-IF
                            END-IF
                            IF WS-MOTIVO EQUAL SPACES AND
                               WS-FILIAL-EXTRATO NOT EQUAL ZEROES AND
                               FONTE-COD-FILIAL NOT EQUAL
                               WS-FILIAL-EXTRATO
                               MOVE 'FILIAL DIVERGE DO HD' TO WS-MOTIVO
                            END-IF
                            PERFORM 2250-ACUMULAR-IMPRESSAO
                            READ FONTE
                         END-IF
                 END-PERFORM
              CLOSE FONTE
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              PERFORM 2400-VERIFICAR-REGISTRO
           END-IF.

           IF WS-MOTIVO EQUAL SPACES
              MOVE 'S' TO WS-SW-FONTE-OK
           END-IF.
       2200-END-PERFORM.
      ******************************************************************
      * 2250-ACUMULAR-IMPRESSAO
      *
      * A NON-NUMERIC FIELD COUNTS AS ZERO HERE; CRITICA WILL REJECT
      * THE MOVEMENT ANYWAY.
      ******************************************************************
       2250-ACUMULAR-IMPRESSAO.
           IF FONTE-QTDE-MOVIMENTO IS NUMERIC
              ADD FONTE-QTDE-MOVIMENTO TO WS-HASH-QTDE-FONTE
           END-IF.

           MOVE REG-FONTE(1:14) TO WS-IMPRESSAO-CHAVE.
           IF WS-IMPRESSAO-CHAVE NOT NUMERIC
              MOVE ZEROES TO WS-IMPRESSAO-CHAVE
           END-IF.
           EVALUATE FONTE-TIPO-MOVIMENTO
               WHEN 'E'
                    MOVE 1 TO WS-IMPRESSAO-TIPO
               WHEN 'D'
                    MOVE 2 TO WS-IMPRESSAO-TIPO
               WHEN 'S'
                    MOVE 3 TO WS-IMPRESSAO-TIPO
               WHEN 'T'
                    MOVE 4 TO WS-IMPRESSAO-TIPO
               WHEN 'R'
                    MOVE 5 TO WS-IMPRESSAO-TIPO
               WHEN OTHER
                    MOVE 9 TO WS-IMPRESSAO-TIPO
           END-EVALUATE.
           IF FONTE-COD-FILIAL-TRANSF IS NUMERIC
              MOVE FONTE-COD-FILIAL-TRANSF TO WS-IMPRESSAO-TRANSF
           ELSE
              MOVE ZEROES TO WS-IMPRESSAO-TRANSF
           END-IF.

           COMPUTE WS-IMPRESSAO-VALOR = WS-IMPRESSAO-CHAVE-N * 1000 +
                                        WS-IMPRESSAO-TIPO * 100 +
                                        WS-IMPRESSAO-TRANSF.
           COMPUTE WS-IMPRESSAO-TRAB = WS-IMPRESSAO * 31 +
                                       WS-IMPRESSAO-VALOR.
           DIVIDE WS-IMPRESSAO-TRAB BY 999999999999989
                  GIVING WS-IMPRESSAO-QUOC
                  REMAINDER WS-IMPRESSAO.
       2250-END-PERFORM.
      ******************************************************************
      * 2300-COPIAR-FONTE
      ******************************************************************
       2300-COPIAR-FONTE.
           END-IF.
       2350-END-PERFORM.
      ******************************************************************
      * 2400-VERIFICAR-REGISTRO
      *
      * AN EXTRACT ALREADY IN THE REGISTER, OR ALREADY ACCEPTED EARLIER
      * TONIGHT (THE SAME FILE LISTED TWICE), IS REFUSED UNLESS THE
      * SUPERVISOR RELEASED ITS SOURCE NUMBER. ONLY THIS REFUSAL CAN
      * BE RELEASED; A SOURCE THAT FAILS ITS OWN CONTROLS CANNOT.
      ******************************************************************
       2400-VERIFICAR-REGISTRO.
           MOVE ZEROES TO WS-QTDE-LIDOS-REGEXT WS-QTDE-ESPERADO-REGEXT
                          WS-QTDE-TRAILER-REGEXT.
           PERFORM 2405-ABRIR-REGEXT.
           IF WS-FS-REGEXT EQUAL '00'
              PERFORM 2410-LER-REGEXT
              PERFORM UNTIL WS-FS-REGEXT EQUAL '10'
                      IF WS-SW-DUPLICADO EQUAL 'N'
                         MOVE REGEXT-COD-FILIAL TO WS-CAND-COD-FILIAL
                         MOVE REGEXT-DATA-EXTRATO
                           TO WS-CAND-DATA-EXTRATO
                         MOVE REGEXT-QTDE-REGISTROS
                           TO WS-CAND-QTDE-REGISTROS
                         MOVE REGEXT-HASH-QTDE TO WS-CAND-HASH-QTDE
                         MOVE REGEXT-IMPRESSAO TO WS-CAND-IMPRESSAO
                         MOVE REGEXT-DATA-ACEITE TO WS-CAND-DATA-ACEITE
                         PERFORM 2450-COMPARAR-REGISTRO
                      END-IF
                      PERFORM 2410-LER-REGEXT
              END-PERFORM
           END-IF.
           CLOSE REGEXT.

           PERFORM VARYING WS-FONTE-ANT-IDX FROM 1 BY 1
                   UNTIL WS-FONTE-ANT-IDX NOT LESS WS-FONTE-IDX OR
                         WS-SW-DUPLICADO EQUAL 'S'
                   IF WS-FONTE-SITUACAO(WS-FONTE-ANT-IDX) EQUAL
                      'ACEITA' OR
                      WS-FONTE-SITUACAO(WS-FONTE-ANT-IDX) EQUAL
                      'LIBERADA'
                      MOVE WS-FONTE-COD-FILIAL(WS-FONTE-ANT-IDX)
                        TO WS-CAND-COD-FILIAL
                      MOVE WS-FONTE-DATA-EXTRATO(WS-FONTE-ANT-IDX)
                        TO WS-CAND-DATA-EXTRATO
                      MOVE WS-FONTE-LIDOS(WS-FONTE-ANT-IDX)
                        TO WS-CAND-QTDE-REGISTROS
                      MOVE WS-FONTE-HASH-QTDE(WS-FONTE-ANT-IDX)
                        TO WS-CAND-HASH-QTDE
                      MOVE WS-FONTE-IMPRESSAO(WS-FONTE-ANT-IDX)
                        TO WS-CAND-IMPRESSAO
                      MOVE WS-DATA-PROCESSAMENTO TO WS-CAND-DATA-ACEITE
                      PERFORM 2450-COMPARAR-REGISTRO
                   END-IF
           END-PERFORM.

           IF WS-SW-DUPLICADO EQUAL 'S' AND
              WS-FONTE-LIBERACAO(WS-FONTE-IDX) EQUAL SPACES
              MOVE WS-MOTIVO-DUPLICADO TO WS-MOTIVO
           END-IF.
       2400-END-PERFORM.
      ******************************************************************
      * 2405-ABRIR-REGEXT
      ******************************************************************
       2405-ABRIR-REGEXT.
      * FILE STATUS 05 MEANS THE OPTIONAL REGISTER DOES NOT EXIST YET -
      * NOTHING HAS EVER BEEN ACCEPTED.
           OPEN INPUT REGEXT.
           IF WS-FS-REGEXT NOT EQUAL '00' AND
              WS-FS-REGEXT NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO REGEXT' TO WS-ERRO
              MOVE WS-FS-REGEXT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           IF WS-FS-REGEXT EQUAL '00'
              READ REGEXT
              IF WS-FS-REGEXT NOT EQUAL '00' OR
                 REGEXT-CTL-TIPO NOT EQUAL 'HD'
                 MOVE 'CABECALHO REGEXT AUSENTE OU INVALIDO' TO WS-ERRO
                 MOVE WS-FS-REGEXT TO WS-FILE-STATUS
                 PERFORM 4000-ERRO
              END-IF
              MOVE REGEXT-CTL-QTDE TO WS-QTDE-ESPERADO-REGEXT
           END-IF.
       2405-END-PERFORM.
      ******************************************************************
      * 2410-LER-REGEXT
      ******************************************************************
       2410-LER-REGEXT.
           READ REGEXT.
           IF WS-FS-REGEXT NOT EQUAL '00' AND
              WS-FS-REGEXT NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO REGEXT' TO WS-ERRO
              MOVE WS-FS-REGEXT TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-REGEXT EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-REGEXT
                 IF REGEXT-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-REGEXT
                    MOVE REGEXT-CTL-QTDE TO WS-QTDE-TRAILER-REGEXT
                    MOVE '10' TO WS-FS-REGEXT
                    PERFORM 2420-RECONCILIAR-REGEXT
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 2420-RECONCILIAR-REGEXT CATCH IT.
                 PERFORM 2420-RECONCILIAR-REGEXT
              END-IF
           END-IF.
       2410-END-PERFORM.
      ******************************************************************
      * 2420-RECONCILIAR-REGEXT
      ******************************************************************
       2420-RECONCILIAR-REGEXT.
           IF WS-QTDE-LIDOS-REGEXT NOT EQUAL WS-QTDE-ESPERADO-REGEXT OR
              WS-QTDE-LIDOS-REGEXT NOT EQUAL WS-QTDE-TRAILER-REGEXT
              MOVE 'CONTROLE DE REGISTROS REGEXT DIVERGENTE' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       2420-END-PERFORM.
      ******************************************************************
      * 2450-COMPARAR-REGISTRO
      ******************************************************************
       2450-COMPARAR-REGISTRO.
           IF WS-CAND-COD-FILIAL EQUAL WS-FILIAL-EXTRATO
              IF WS-CAND-QTDE-REGISTROS EQUAL WS-QTDE-LIDOS-FONTE AND
                 WS-CAND-HASH-QTDE EQUAL WS-HASH-QTDE-FONTE AND
                 WS-CAND-IMPRESSAO EQUAL WS-IMPRESSAO
                 MOVE 'S' TO WS-SW-DUPLICADO
                 MOVE 'EXTRATO DUPLICADO' TO WS-MOTIVO-DUPLICADO
              ELSE
                 IF WS-FILIAL-EXTRATO NOT EQUAL ZEROES AND
                    WS-CAND-DATA-EXTRATO EQUAL WS-DATA-EXTRATO
                    MOVE 'S' TO WS-SW-DUPLICADO
                    MOVE 'DATA JA ACEITA P/FILIAL'
                      TO WS-MOTIVO-DUPLICADO
                 END-IF
              END-IF
           END-IF.
           IF WS-SW-DUPLICADO EQUAL 'S'
              MOVE WS-CAND-DATA-ACEITE TO WS-DATA-ACEITE-ORIGINAL
              MOVE WS-CAND-DATA-EXTRATO TO WS-DATA-EXTRATO-ORIGINAL
           END-IF.
       2450-END-PERFORM.
      ******************************************************************
      * 2550-GRAVAR-RELCON
      ******************************************************************
       2550-GRAVAR-RELCON.
           END-IF.
       2650-END-PERFORM.
      ******************************************************************
      * 2700-GERAR-REGISTRO
      *
      * NEW REGISTER GENERATION: THE ENTRIES ALREADY THERE, THEN ONE
      * PER SOURCE ACCEPTED OR RELEASED TONIGHT, BETWEEN HD/TR.
      ******************************************************************
       2700-GERAR-REGISTRO.
           MOVE ZEROES TO WS-QTDE-LIDOS-REGEXT WS-QTDE-ESPERADO-REGEXT
                          WS-QTDE-TRAILER-REGEXT.
           PERFORM 2405-ABRIR-REGEXT.
           COMPUTE WS-QTDE-TOTAL-REGNOV = WS-QTDE-ESPERADO-REGEXT +
                                          WS-QTDE-FONTES-ACEITAS.

           OPEN OUTPUT REGNOV.
           IF WS-FS-REGNOV NOT EQUAL '00'
              MOVE 'ABERTURA DO ARQUIVO REGNOV' TO WS-ERRO
              MOVE WS-FS-REGNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-REGNOV-CTL.
           MOVE 'HD' TO REGNOV-CTL-TIPO.
           MOVE WS-QTDE-TOTAL-REGNOV TO REGNOV-CTL-QTDE.
           PERFORM 2750-GRAVAR-REGNOV.

           IF WS-FS-REGEXT EQUAL '00'
              PERFORM 2410-LER-REGEXT
              PERFORM UNTIL WS-FS-REGEXT EQUAL '10'
                      MOVE REG-REGEXT TO REG-REGNOV
                      PERFORM 2750-GRAVAR-REGNOV
                      ADD 1 TO WS-QTDE-GRAVADOS-REGNOV
                      PERFORM 2410-LER-REGEXT
              END-PERFORM
           END-IF.
           CLOSE REGEXT.

           PERFORM VARYING WS-FONTE-IDX FROM 1 BY 1
                   UNTIL WS-FONTE-IDX GREATER WS-QTDE-FONTES
                   IF WS-FONTE-SITUACAO(WS-FONTE-IDX) EQUAL 'ACEITA' OR
                      WS-FONTE-SITUACAO(WS-FONTE-IDX) EQUAL 'LIBERADA'
                      MOVE SPACES TO REG-REGEXT
                      MOVE WS-FONTE-COD-FILIAL(WS-FONTE-IDX)
                        TO REGEXT-COD-FILIAL
                      MOVE WS-FONTE-DATA-EXTRATO(WS-FONTE-IDX)
                        TO REGEXT-DATA-EXTRATO
                      MOVE WS-FONTE-LIDOS(WS-FONTE-IDX)
                        TO REGEXT-QTDE-REGISTROS
                      MOVE WS-FONTE-HASH-QTDE(WS-FONTE-IDX)
                        TO REGEXT-HASH-QTDE
                      MOVE WS-FONTE-IMPRESSAO(WS-FONTE-IDX)
                        TO REGEXT-IMPRESSAO
                      MOVE WS-DATA-PROCESSAMENTO TO REGEXT-DATA-ACEITE
                      MOVE WS-FONTE-LIBERACAO(WS-FONTE-IDX)
                        TO REGEXT-LIBERACAO
                      MOVE REG-REGEXT TO REG-REGNOV
                      PERFORM 2750-GRAVAR-REGNOV
                      ADD 1 TO WS-QTDE-GRAVADOS-REGNOV
                   END-IF
           END-PERFORM.

           IF WS-QTDE-GRAVADOS-REGNOV NOT EQUAL WS-QTDE-TOTAL-REGNOV
              MOVE 'CONTROLE DE REGISTROS REGNOV DIVERGENTE' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-REGNOV-CTL.
           MOVE 'TR' TO REGNOV-CTL-TIPO.
           MOVE WS-QTDE-TOTAL-REGNOV TO REGNOV-CTL-QTDE.
           PERFORM 2750-GRAVAR-REGNOV.

           CLOSE REGNOV.
       2700-END-PERFORM.
      ******************************************************************
      * 2750-GRAVAR-REGNOV
      ******************************************************************
       2750-GRAVAR-REGNOV.
           WRITE REG-REGNOV.
           IF WS-FS-REGNOV NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO REGNOV' TO WS-ERRO
              MOVE WS-FS-REGNOV TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2750-END-PERFORM.
      ******************************************************************
      * 3000-FINALIZAR
      ******************************************************************
       3000-FINALIZAR.
                     TO WS-REL-DET-MOTIVO
                   MOVE WS-REL-DETALHE TO REG-RELCON
                   PERFORM 2550-GRAVAR-RELCON
                   IF WS-FONTE-DATA-ORIGINAL(WS-FONTE-IDX)
                      NOT EQUAL ZEROES
                      MOVE WS-FONTE-DATA-ORIGINAL(WS-FONTE-IDX)
                        TO WS-REL-ORI-DATA-ACEITE
                      MOVE WS-FONTE-EXTRATO-ORIGINAL(WS-FONTE-IDX)
                        TO WS-REL-ORI-DATA-EXTRATO
                      MOVE WS-REL-ORIGINAL TO REG-RELCON
                      PERFORM 2550-GRAVAR-RELCON
                   END-IF
                   IF WS-FONTE-SITUACAO(WS-FONTE-IDX) EQUAL 'LIBERADA'
                      MOVE WS-FONTE-LIBERACAO(WS-FONTE-IDX)
                        TO WS-REL-LIB-SUPERVISOR
                      MOVE WS-REL-LIBERACAO TO REG-RELCON
                      PERFORM 2550-GRAVAR-RELCON
                   END-IF
           END-PERFORM.

           MOVE SPACES TO REG-RELCON.
           MOVE WS-QTDE-FONTES-REJEITADAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELCON.
           PERFORM 2550-GRAVAR-RELCON.
           MOVE 'TOTAL DE FONTES LIBERADAS     '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-FONTES-LIBERADAS TO WS-REL-TOT-QTDE.
           MOVE WS-REL-TOTAL TO REG-RELCON.
           PERFORM 2550-GRAVAR-RELCON.
           MOVE 'TOTAL DE REGISTROS MESCLADOS  '
             TO WS-REL-TOT-TITULO.
           MOVE WS-QTDE-MESCLADOS TO WS-REL-TOT-QTDE.
           DISPLAY '* QTDE DE FONTES ACEITAS ' WS-QTDE-FONTES-ACEITAS
           DISPLAY '* QTDE DE FONTES REJEITADAS '
                   WS-QTDE-FONTES-REJEITADAS
           DISPLAY '* QTDE DE FONTES LIBERADAS '
                   WS-QTDE-FONTES-LIBERADAS
           DISPLAY '* QTDE DE REGISTROS MESCLADOS ' WS-QTDE-MESCLADOS
      * A REJECTED BRANCH ENDS THE RUN WITH RETURN-CODE 4 SO THE
      * SCHEDULER CAN RELEASE THE MAIN JOB WITH THE GOOD BRANCHES AND
