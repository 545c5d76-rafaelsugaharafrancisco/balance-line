      ******************************************************************
      * Author: Rafael
      * Date: 2026-10-15
      * Purpose: controlar a cadeia noturna - executar os passos na
      *          ordem fixa, registrar situacao, retorno e geracoes de
      *          cada passo por data de processamento, reiniciar a
      *          partir do passo interrompido e impedir o
      *          reprocessamento de uma data ja concluida sem
      *          liberacao do operador
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CADEIA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      * CONTROLE IS THE CHAIN'S STATE FOR ONE PROCESSING DATE
      * (CADEIAAAAAMMDD.CTL BY DEFAULT). IT IS OPTIONAL: THE FIRST RUN
      * OF A DATE FINDS NONE AND CREATES IT. IT IS REWRITTEN IN FULL
      * BEFORE AND AFTER EVERY STEP, SO IT ALWAYS SHOWS THE LAST STEP
      * STARTED AND HOW FAR THE NIGHT GOT.
           SELECT OPTIONAL CONTROLE
           ASSIGN TO DYNAMIC WS-CAMINHO-CONTROLE
           FILE STATUS IS WS-FS-CONTROLE
           ORGANIZATION IS LINE SEQUENTIAL.

      * LOGEXEC IS THE RUN-HISTORY FILE BALANCELINE APPENDS TO; THE
      * RELEASE OF A DATE ALREADY CONCLUDED IS RECORDED THERE.
           SELECT OPTIONAL LOGEXEC ASSIGN TO DYNAMIC WS-CAMINHO-LOG
           FILE STATUS IS WS-FS-LOG
           ORGANIZATION IS LINE SEQUENTIAL.

      * SALVAG NAMES THE PROCESSING DATE WHOSE PREVIOUS GENERATIONS ARE
      * HELD IN THE .BAK COPIES (CADEIA.SAV BY DEFAULT). THERE IS ONLY
      * ONE SET OF COPIES: THE NEXT DATE TO PROMOTE REPLACES THEM.
           SELECT OPTIONAL SALVAG ASSIGN TO DYNAMIC WS-CAMINHO-SALVAG
           FILE STATUS IS WS-FS-SALVAG
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * HD/TR CARRY THE PROCESSING DATE AND THE SITUATION OF THE CHAIN
      * ('A' RUNNING, 'I' INTERRUPTED, 'C' CONCLUDED). ONE 'PS' RECORD
      * PER STEP, FOLLOWED BY THE 'GE' RECORDS OF THE GENERATIONS THE
      * STEPS RAN WITH.
       FD CONTROLE.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 132 CHARACTERS.
       01 REG-CONTROLE.
           05 CONTROLE-TIPO-REG        PIC X(02).
           05 CONTROLE-SEQ             PIC 9(02).
           05 FILLER                   PIC X(128).
       01 REG-CONTROLE-CTL.
           05 CONTROLE-CTL-TIPO        PIC X(02).
           05 CONTROLE-CTL-QTDE        PIC 9(07).
           05 CONTROLE-CTL-DATA        PIC 9(08).
           05 CONTROLE-CTL-SITUACAO    PIC X(01).
           05 CONTROLE-CTL-LIBERACAO   PIC X(20).
           05 FILLER                   PIC X(94).
      * STEP SITUATION: 'P' PENDING, 'E' STARTED (THE CONTROLLER DIED
      * WHILE IT RAN), 'F' FAILED (RETURN CODE ABOVE THE TOLERANCE),
      * 'X' EXECUTED WITH ITS GENERATIONS STILL TO BE PROMOTED, 'C'
      * CONCLUDED.
       01 REG-CONTROLE-PS.
           05 FILLER                   PIC X(02).
           05 CONTROLE-PS-SEQ          PIC 9(02).
           05 CONTROLE-PS-PASSO        PIC X(12).
           05 CONTROLE-PS-SITUACAO     PIC X(01).
           05 CONTROLE-PS-RC           PIC 9(03).
           05 CONTROLE-PS-TOLERANCIA   PIC 9(02).
           05 CONTROLE-PS-DATA-INI     PIC 9(08).
           05 CONTROLE-PS-HORA-INI     PIC 9(08).
           05 CONTROLE-PS-DATA-FIM     PIC 9(08).
           05 CONTROLE-PS-HORA-FIM     PIC 9(08).
           05 CONTROLE-PS-COMANDO      PIC X(60).
           05 FILLER                   PIC X(18).
      * GENERATION ROLE: 'C' CONSUMED, 'P' PRODUCED, 'N' NEW GENERATION
      * PROMOTED OVER THE 'A' (PREVIOUS) GENERATION ON THE NEXT RECORD,
      * 'H' HISTORY GENERATION SHIFTED OVER THE 'A' ON THE NEXT RECORD
      * (AN 'H' THAT DOES NOT EXIST YET REMOVES THAT 'A'), 'B' COPY OF
      * AN 'A' GENERATION TAKEN JUST BEFORE IT WAS FIRST REPLACED (NO
      * PATH WHEN THE 'A' DID NOT EXIST).
       01 REG-CONTROLE-GE.
           05 FILLER                   PIC X(02).
           05 CONTROLE-GE-SEQ          PIC 9(02).
           05 CONTROLE-GE-PAPEL        PIC X(01).
           05 CONTROLE-GE-ARQUIVO      PIC X(12).
           05 CONTROLE-GE-CAMINHO      PIC X(100).
           05 FILLER                   PIC X(15).

       FD LOGEXEC.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 132 CHARACTERS.
       01 REG-LOGEXEC                  PIC X(132).

       FD SALVAG.
      *    BLOCK CONTAINS 0 RECORDS
      *    RECORDING MODE IS F.
      *    RECORD CONTAINS 132 CHARACTERS.
       01 REG-SALVAG.
           05 SALVAG-TIPO              PIC X(02).
           05 SALVAG-DATA              PIC 9(08).
           05 SALVAG-DATA-GRAVACAO     PIC 9(08).
           05 SALVAG-HORA-GRAVACAO     PIC 9(08).
           05 FILLER                   PIC X(106).

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-FS-CONTROLE               PIC X(02) VALUE SPACES.
       01 WS-FS-LOG                    PIC X(02) VALUE SPACES.
       01 WS-FS-SALVAG                 PIC X(02) VALUE SPACES.
       01 WS-ERRO                      PIC X(40) VALUE SPACES.
       01 WS-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-CAMINHO-CONTROLE          PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-LOG               PIC X(100)
                                       VALUE 'BALANCELINE.LOG'.
       01 WS-CAMINHO-SALVAG            PIC X(100) VALUE 'CADEIA.SAV'.
       01 WS-ENV-VALOR                 PIC X(100) VALUE SPACES.
       01 WS-NOME-ENV                  PIC X(40) VALUE SPACES.
      * THE PROCESSING DATE OF THE CHAIN. IT IS HANDED TO BALANCELINE
      * THROUGH BALANCELINE_DATA, WHICH DATES CONTABIL AND SO THE MONTH
      * ACUMMES ACCUMULATES INTO.
       01 WS-DATA-PROCESSAMENTO        PIC 9(08) VALUE ZEROES.
       01 WS-DATA-PROCESSAMENTO-R REDEFINES WS-DATA-PROCESSAMENTO.
           05 WS-MES-PROCESSAMENTO     PIC 9(06).
           05 FILLER                   PIC 9(02).
       01 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROES.
       01 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROES.
      * RELEASE OF A DATE ALREADY CONCLUDED: THE NAME OF THE OPERATOR
      * WHO AUTHORISES THE RERUN, FROM CADEIA_LIBERACAO.
       01 WS-OPERADOR-LIBERACAO        PIC X(20) VALUE SPACES.
       01 WS-SITUACAO-CADEIA           PIC X(01) VALUE 'A'.
       01 WS-SW-CONTROLE-PRESENTE      PIC X(01) VALUE 'N'.
       01 WS-SW-INTERROMPIDA           PIC X(01) VALUE 'N'.
       01 WS-SW-ADVERTENCIA            PIC X(01) VALUE 'N'.
       01 WS-QTDE-LIDOS-CONTROLE       PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-ESPERADO-CONTROLE    PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-TRAILER-CONTROLE     PIC 9(07) VALUE ZEROES.
       01 WS-QTDE-EXECUTADOS           PIC 9(02) VALUE ZEROES.
       01 WS-QTDE-IGNORADOS            PIC 9(02) VALUE ZEROES.
       01 WS-QTDE-PROMOVIDAS           PIC 9(03) VALUE ZEROES.
       01 WS-QTDE-SALVAS               PIC 9(03) VALUE ZEROES.
       01 WS-QTDE-RESTAURADAS          PIC 9(03) VALUE ZEROES.
       01 WS-PASSO-INTERROMPIDO        PIC X(12) VALUE SPACES.
      * THE COMMAND IS RUN THROUGH THE SYSTEM SHELL; WHAT COMES BACK IS
      * THE WAIT STATUS: EXIT CODE TIMES 256, PLUS THE SIGNAL NUMBER
      * WHEN THE PROGRAM WAS KILLED (REPORTED AS RETURN CODE 999).
       01 WS-COMANDO                   PIC X(100) VALUE SPACES.
       01 WS-RETORNO-SISTEMA           PIC S9(09) VALUE ZEROES.
       01 WS-RETORNO-SINAL             PIC S9(09) VALUE ZEROES.
       01 WS-RC-PASSO                  PIC 9(03) VALUE ZEROES.
       01 WS-CAMINHO-ORIGEM            PIC X(100) VALUE SPACES.
       01 WS-CAMINHO-DESTINO           PIC X(100) VALUE SPACES.
      * BEFORE AN 'A' GENERATION IS FIRST REPLACED ON A DATE IT IS
      * COPIED TO <PATH>.BAK AND THE COPY RECORDED AS A 'B' GENERATION,
      * SO THAT A RELEASE OF THE DATE CAN PUT EVERY ONE OF THEM BACK.
       01 WS-CAMINHO-SALVA             PIC X(100) VALUE SPACES.
       01 WS-ARQ-DETALHES              PIC X(16) VALUE SPACES.
       01 WS-SW-SALVAG-GRAVADO         PIC X(01) VALUE 'N'.
       01 WS-SW-ENCONTRADO             PIC X(01) VALUE 'N'.
       01 WS-QTDE-SALVAGUARDAS         PIC 9(03) VALUE ZEROES.
      * THE NIGHT'S STEPS IN THEIR FIXED ORDER, WITH THE HIGHEST RETURN
      * CODE EACH ONE MAY END WITH AND THE CHAIN STILL GO ON.
      * CADEIA_TOL_<STEP> OVERRIDES THE TOLERANCE AND CADEIA_CMD_<STEP>
      * THE COMMAND, WHICH IS OTHERWISE THE PROGRAM NAME ITSELF. A STEP
      * OF KIND 'P' RUNS A PROGRAM; ONE OF KIND 'G' RUNS NONE AND ONLY
      * PROMOTES ITS GENERATIONS.
       01 WS-PASSO-DEF-VALORES.
           05 FILLER                   PIC X(15) VALUE
              'CONSENT     04P'.
           05 FILLER                   PIC X(15) VALUE
              'CRITICA     04P'.
           05 FILLER                   PIC X(15) VALUE
              'RECICLAREJ  04P'.
           05 FILLER                   PIC X(15) VALUE
              'ATUDADOS    04P'.
           05 FILLER                   PIC X(15) VALUE
              'MANUPREC    04P'.
           05 FILLER                   PIC X(15) VALUE
              'CARGAIDX    04P'.
           05 FILLER                   PIC X(15) VALUE
              'BALANCELINE 04P'.
           05 FILLER                   PIC X(15) VALUE
              'ATUPOSIC    04P'.
           05 FILLER                   PIC X(15) VALUE
              'REAVEST     04P'.
           05 FILLER                   PIC X(15) VALUE
              'COMPSAI     04P'.
           05 FILLER                   PIC X(15) VALUE
              'BALFIM      04P'.
           05 FILLER                   PIC X(15) VALUE
              'ACUMMES     04P'.
           05 FILLER                   PIC X(15) VALUE
              'HISTSAI     00G'.
           05 FILLER                   PIC X(15) VALUE
              'SUMLOG      04P'.
       01 WS-PASSO-DEF REDEFINES WS-PASSO-DEF-VALORES.
           05 WS-PASSO-DEF-ITEM        OCCURS 14 TIMES.
               10 WS-PDEF-NOME         PIC X(12).
               10 WS-PDEF-TOLERANCIA   PIC 9(02).
               10 WS-PDEF-TIPO         PIC X(01).
       01 WS-GER-DEF-VALORES.
      * CONSENT
           05 FILLER                   PIC X(52) VALUE
              '01CFONTES      CONSENT_ENTRADA       #              '.
           05 FILLER                   PIC X(52) VALUE
              '01PENTRADA     CONSENT_CONSOL        ENTRADA.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '01PRELCON      CONSENT_RELCON        RELCON.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '01CREGEXT      CONSENT_REGISTRO      REGEXT.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '01PREGEXTNOV   CONSENT_REGNOV        REGEXTNOV.DAT  '.
           05 FILLER                   PIC X(52) VALUE
              '01NREGEXTNOV   CONSENT_REGNOV        REGEXTNOV.DAT  '.
           05 FILLER                   PIC X(52) VALUE
              '01AREGEXT      CONSENT_REGISTRO      REGEXT.DAT     '.
      * CRITICA
           05 FILLER                   PIC X(52) VALUE
              '02CENTRADA     CRITICA_ENTRADA       ENTRADA.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '02CDADOS       CRITICA_DADOS         DADOS.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '02CPRECOS      CRITICA_PRECOS        PRECOS.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '02CPRODUTOS    CRITICA_PRODUTOS      PRODUTOS.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '02PRELCRIT     CRITICA_RELCRIT       RELCRIT.DAT    '.
      * RECICLAREJ
           05 FILLER                   PIC X(52) VALUE
              '03CREJEITADOS  RECICLA_REJEITADOS    REJEITADOS.DAT '.
           05 FILLER                   PIC X(52) VALUE
              '03CRECICANT    RECICLA_RECICANT      RECICANT.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '03CENTRADA     RECICLA_ENTRADA       ENTRADA.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '03CPRECOS      RECICLA_PRECOS        PRECOS.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '03PRECICNOV    RECICLA_RECICNOV      RECICNOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '03PENTRNOV     RECICLA_ENTRNOV       ENTRNOV.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '03PBAIXA       RECICLA_BAIXA         BAIXA.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '03PRELSUSP     RECICLA_RELSUSP       RELSUSP.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '03NRECICNOV    RECICLA_RECICNOV      RECICNOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '03ARECICANT    RECICLA_RECICANT      RECICANT.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '03NENTRNOV     RECICLA_ENTRNOV       ENTRNOV.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '03AENTRADA     RECICLA_ENTRADA       ENTRADA.DAT    '.
      * ATUDADOS
           05 FILLER                   PIC X(52) VALUE
              '04CMOVDADOS    ATUDADOS_MOVTO        MOVDADOS.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '04CDADOS       ATUDADOS_DADOSANT     DADOS.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '04CPRODUTOS    ATUDADOS_PRODUTOS     PRODUTOS.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '04PDADOSNOV    ATUDADOS_DADOSNOV     DADOSNOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '04PJRNDADOS    ATUDADOS_JORNAL       JRNDADOS.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '04PRELMANUT    ATUDADOS_RELMANUT     RELMANUT.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '04NDADOSNOV    ATUDADOS_DADOSNOV     DADOSNOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '04ADADOS       ATUDADOS_DADOSANT     DADOS.DAT      '.
      * MANUPREC
           05 FILLER                   PIC X(52) VALUE
              '05CMOVPREC     MANUPREC_MOVPREC      MOVPREC.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '05CPRECOS      MANUPREC_PRECOSANT    PRECOS.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '05PPRECOSNOV   MANUPREC_PRECOSNOV    PRECOSNOV.DAT  '.
           05 FILLER                   PIC X(52) VALUE
              '05PRELPREC     MANUPREC_RELPREC      RELPREC.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '05NPRECOSNOV   MANUPREC_PRECOSNOV    PRECOSNOV.DAT  '.
           05 FILLER                   PIC X(52) VALUE
              '05APRECOS      MANUPREC_PRECOSANT    PRECOS.DAT     '.
      * CARGAIDX
           05 FILLER                   PIC X(52) VALUE
              '06CDADOS       CARGAIDX_DADOS        DADOS.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '06CPRECOS      CARGAIDX_PRECOS       PRECOS.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '06PDADOSIDX    CARGAIDX_DADOSIDX     DADOSIDX.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '06PPRECOSIDX   CARGAIDX_PRECOSIDX    PRECOSIDX.DAT  '.
      * BALANCELINE
           05 FILLER                   PIC X(52) VALUE
              '07CENTRADA     BALANCELINE_ENTRADA   ENTRADA.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '07CDADOS       BALANCELINE_DADOS     DADOS.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '07CPRECOS      BALANCELINE_PRECOS    PRECOS.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '07CPRODUTOS    BALANCELINE_PRODUTOS  PRODUTOS.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '07CBAIXA       BALANCELINE_BAIXA     BAIXA.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '07PSAIDA       BALANCELINE_SAIDA     SAIDA.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '07PREJEITADOS  BALANCELINE_REJEITADOSREJEITADOS.DAT '.
           05 FILLER                   PIC X(52) VALUE
              '07PRESUMO      BALANCELINE_RESUMO    RESUMO.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '07PCONTABIL    BALANCELINE_CONTABIL  CONTABIL.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '07PEXCECOES    BALANCELINE_EXCECOES  EXCECOES.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '07PRELATORIO   BALANCELINE_RELATORIO RELATORIO.DAT  '.
      * ATUPOSIC
           05 FILLER                   PIC X(52) VALUE
              '08CSAIDA       ATUPOSIC_SAIDA        SAIDA.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '08CPOSICAO     ATUPOSIC_POSICANT     POSICAO.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '08CTRANSITO    ATUPOSIC_TRANSANT     TRANSITO.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '08PPOSICNOV    ATUPOSIC_POSICNOV     POSICNOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '08PTRANSNOV    ATUPOSIC_TRANSNOV     TRANSNOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '08PRELPOS      ATUPOSIC_RELPOS       RELPOS.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '08PRELTRA      ATUPOSIC_RELTRA       RELTRA.DAT     '.
      * REAVEST
           05 FILLER                   PIC X(52) VALUE
              '09CCONTABIL    REAVEST_CONTABIL      CONTABIL.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '09CPRECOS      REAVEST_PRECOS        PRECOS.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '09CPOSICNOV    REAVEST_POSICNOV      POSICNOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '09CPRODUTOS    REAVEST_PRODUTOS      PRODUTOS.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '09CCUSTOANT    REAVEST_CUSTOANT      CUSTOANT.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '09PCONTNOV     REAVEST_CONTNOV       CONTNOV.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '09PCUSTONOV    REAVEST_CUSTONOV      CUSTONOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '09PREAVAL      REAVEST_REAVAL        REAVAL.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '09PRELREAV     REAVEST_RELREAV       RELREAV.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '09NCONTNOV     REAVEST_CONTNOV       CONTNOV.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '09ACONTABIL    REAVEST_CONTABIL      CONTABIL.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '09NCUSTONOV    REAVEST_CUSTONOV      CUSTONOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '09ACUSTOANT    REAVEST_CUSTOANT      CUSTOANT.DAT   '.
      * COMPSAI
           05 FILLER                   PIC X(52) VALUE
              '10CSAIDA       COMPSAI_SAIDA         SAIDA.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '10CSAIDAANT    COMPSAI_SAIDAANT      SAIDAANT.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '10PRELCOMP     COMPSAI_RELCOMP       RELCOMP.DAT    '.
      * BALFIM
           05 FILLER                   PIC X(52) VALUE
              '11CENTRADA     BALFIM_ENTRADA        ENTRADA.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '11CSAIDA       BALFIM_SAIDA          SAIDA.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '11CREJEITADOS  BALFIM_REJEITADOS     REJEITADOS.DAT '.
           05 FILLER                   PIC X(52) VALUE
              '11CRESUMO      BALFIM_RESUMO         RESUMO.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '11CCONTABIL    BALFIM_CONTABIL       CONTABIL.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '11CREAVAL      BALFIM_REAVAL         REAVAL.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '11CEXCECOES    BALFIM_EXCECOES       EXCECOES.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '11PRELBAL      BALFIM_RELBAL         RELBAL.DAT     '.
      * ACUMMES
           05 FILLER                   PIC X(52) VALUE
              '12CACUMANT     ACUMMES_ACUMANT       *.DAT          '.
           05 FILLER                   PIC X(52) VALUE
              '12CSAIDA       ACUMMES_SAIDA         SAIDA.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '12CPOSICANT    ACUMMES_POSICANT      POSICAO.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '12CPOSICNOV    ACUMMES_POSICNOV      POSICNOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '12CCONTABIL    ACUMMES_CONTABIL      CONTABIL.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '12CRELBAL      ACUMMES_RELBAL        RELBAL.DAT     '.
           05 FILLER                   PIC X(52) VALUE
              '12PACUMNOV     ACUMMES_ACUMNOV       *.NOV          '.
           05 FILLER                   PIC X(52) VALUE
              '12NACUMNOV     ACUMMES_ACUMNOV       *.NOV          '.
           05 FILLER                   PIC X(52) VALUE
              '12AACUMANT     ACUMMES_ACUMANT       *.DAT          '.
           05 FILLER                   PIC X(52) VALUE
              '12NPOSICNOV    ATUPOSIC_POSICNOV     POSICNOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '12APOSICAO     ATUPOSIC_POSICANT     POSICAO.DAT    '.
           05 FILLER                   PIC X(52) VALUE
              '12NTRANSNOV    ATUPOSIC_TRANSNOV     TRANSNOV.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '12ATRANSITO    ATUPOSIC_TRANSANT     TRANSITO.DAT   '.
           05 FILLER                   PIC X(52) VALUE
              '12NSAIDA       BALANCELINE_SAIDA     SAIDA.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '12ASAIDAANT    COMPSAI_SAIDAANT      SAIDAANT.DAT   '.
      * HISTSAI
           05 FILLER                   PIC X(52) VALUE
              '13CSAIDA       BALANCELINE_SAIDA     SAIDA.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '13HSAIDA       SUGREPOS_SAIDA        %SAIDA         '.
           05 FILLER                   PIC X(52) VALUE
              '13NSAIDA       BALANCELINE_SAIDA     SAIDA.DAT      '.
           05 FILLER                   PIC X(52) VALUE
              '13ASAIDA01     SUGREPOS_SAIDA01      SAIDA01.DAT    '.
      * SUMLOG
           05 FILLER                   PIC X(52) VALUE
              '14CLOGEXEC     SUMLOG_LOG            BALANCELINE.LOG'.
           05 FILLER                   PIC X(52) VALUE
              '14PRELDIG      SUMLOG_RELDIG         RELDIG.DAT     '.
       01 WS-GER-DEF REDEFINES WS-GER-DEF-VALORES.
           05 WS-GER-DEF-ITEM          OCCURS 105 TIMES.
               10 WS-GDEF-PASSO        PIC 9(02).
               10 WS-GDEF-PAPEL        PIC X(01).
               10 WS-GDEF-ARQUIVO      PIC X(12).
               10 WS-GDEF-ENV          PIC X(22).
               10 WS-GDEF-PADRAO       PIC X(15).
      * THE STEPS AS RUN ON THIS DATE.
       01 WS-PASSO-IDX                 PIC 9(02) VALUE ZEROES.
       01 WS-PASSO-TAB.
           05 WS-PASSO-ITEM            OCCURS 14 TIMES.
               10 WS-PASSO-NOME        PIC X(12) VALUE SPACES.
               10 WS-PASSO-SITUACAO    PIC X(01) VALUE 'P'.
               10 WS-PASSO-RC          PIC 9(03) VALUE ZEROES.
               10 WS-PASSO-TOLERANCIA  PIC 9(02) VALUE ZEROES.
               10 WS-PASSO-DATA-INI    PIC 9(08) VALUE ZEROES.
               10 WS-PASSO-HORA-INI    PIC 9(08) VALUE ZEROES.
               10 WS-PASSO-DATA-FIM    PIC 9(08) VALUE ZEROES.
               10 WS-PASSO-HORA-FIM    PIC 9(08) VALUE ZEROES.
               10 WS-PASSO-COMANDO     PIC X(60) VALUE SPACES.
      * THE GENERATIONS RESOLVED FOR THE STEPS ALREADY STARTED, IN STEP
      * ORDER: THE PROGRAM'S OWN ENVIRONMENT VARIABLE WHEN SET, ITS
      * DEFAULT FILE NAME OTHERWISE. A DEFAULT OF '#' IS THE SERIES OF
      * BRANCH EXTRACTS OF CONSENT, AND ONE STARTING WITH '*' THE
      * MONTH ACCUMULATOR (ACUMAAAAMM PLUS THE SUFFIX THAT FOLLOWS).
      * ONE STARTING WITH '%' IS THE SAIDA HISTORY: THE FILE NAME THAT
      * FOLLOWS, NUMBERED 01 TO 60.
       01 WS-GDEF-IDX                  PIC 9(03) VALUE ZEROES.
       01 WS-GER-IDX                   PIC 9(03) VALUE ZEROES.
       01 WS-GER-DESTINO               PIC 9(03) VALUE ZEROES.
       01 WS-GER-BUSCA                 PIC 9(03) VALUE ZEROES.
       01 WS-QTDE-GERACOES             PIC 9(03) VALUE ZEROES.
       01 WS-GER-NOVO-PAPEL            PIC X(01) VALUE SPACES.
       01 WS-GER-NOVO-ARQUIVO          PIC X(12) VALUE SPACES.
       01 WS-GER-NOVO-CAMINHO          PIC X(100) VALUE SPACES.
      * THE SAIDA HISTORY KEEPS 60 GENERATIONS, THE WIDEST CONSUMPTION
      * WINDOW SUGREPOS READS: SAIDA01 IS THE LAST NIGHT'S SAIDA.
       01 WS-HIST-NN                   PIC 9(02) VALUE ZEROES.
       01 WS-HIST-NN-SEGUINTE          PIC 9(02) VALUE ZEROES.
       01 WS-HIST-NN-GERACAO           PIC 9(02) VALUE ZEROES.
       01 WS-GER-TAB.
           05 WS-GER-ITEM              OCCURS 400 TIMES.
               10 WS-GER-PASSO         PIC 9(02) VALUE ZEROES.
               10 WS-GER-PAPEL         PIC X(01) VALUE SPACES.
               10 WS-GER-ARQUIVO       PIC X(12) VALUE SPACES.
               10 WS-GER-CAMINHO       PIC X(100) VALUE SPACES.
       01 WS-QTDE-FONTES               PIC 9(02) VALUE 01.
       01 WS-FONTE-IDX                 PIC 9(02) VALUE ZEROES.
      * RUN-HISTORY RECORD OF A RELEASE. THE 'CAD ' LABEL IS NOT ONE OF
      * BALANCELINE'S, SO SUMLOG AND BALFIM PASS OVER IT.
       01 WS-LOG-CAD.
           05 FILLER                   PIC X(04) VALUE 'CAD '.
           05 WS-LOG-CAD-DATA          PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-LOG-CAD-HORA          PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(06) VALUE ' PROC='.
           05 WS-LOG-CAD-PROCESSAMENTO PIC 9(08) VALUE ZEROES.
           05 FILLER                   PIC X(14) VALUE ' LIBERADO POR='.
           05 WS-LOG-CAD-OPERADOR      PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(30)
              VALUE ' REPROCESSAMENTO DE DATA JA CO'.
           05 FILLER                   PIC X(07) VALUE 'NCLUIDA'.
           05 FILLER                   PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PERFORM 1000-INICIAR.
       PERFORM 2000-PROCESSAR.
       PERFORM 3000-FINALIZAR.
      ******************************************************************
      * 1000-INICIAR
      ******************************************************************
       1000-INICIAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1100-OBTER-PARAMETROS.
           PERFORM 1200-DEFINIR-PASSOS.
           PERFORM 1300-LER-CONTROLE.

      * A DATE WHOSE CHAIN ALREADY CONCLUDED IS NOT RUN AGAIN UNLESS AN
      * OPERATOR RELEASES IT; THE RELEASE IS RECORDED IN LOGEXEC, THE
      * GENERATIONS THE DATE REPLACED ARE PUT BACK AND THE WHOLE CHAIN
      * RUNS AGAIN FROM THE FIRST STEP.
           IF WS-SITUACAO-CADEIA EQUAL 'C'
              IF WS-OPERADOR-LIBERACAO EQUAL SPACES
                 MOVE 'DATA JA PROCESSADA COM SUCESSO' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
              PERFORM 1400-LIBERAR-DATA
           END-IF.

           MOVE 'A' TO WS-SITUACAO-CADEIA.
           PERFORM 2600-GRAVAR-CONTROLE.
       1000-END-PERFORM.
      ******************************************************************
      * 1100-OBTER-PARAMETROS
      ******************************************************************
       1100-OBTER-PARAMETROS.
      * THE PROCESSING DATE: CADEIA_DATA, ELSE A BALANCELINE_DATA
      * ALREADY SET FOR THE NIGHT, ELSE THE MACHINE DATE.
           DISPLAY 'CADEIA_DATA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR EQUAL SPACES
              DISPLAY 'BALANCELINE_DATA' UPON ENVIRONMENT-NAME
              ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              IF WS-ENV-VALOR(1:8) IS NUMERIC AND
                 WS-ENV-VALOR(5:2) GREATER '00' AND
                 WS-ENV-VALOR(5:2) LESS '13' AND
                 WS-ENV-VALOR(7:2) GREATER '00' AND
                 WS-ENV-VALOR(7:2) LESS '32'
                 MOVE WS-ENV-VALOR(1:8) TO WS-DATA-PROCESSAMENTO
              ELSE
                 MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
           ELSE
              MOVE WS-DATA-SISTEMA TO WS-DATA-PROCESSAMENTO
           END-IF.
           DISPLAY 'BALANCELINE_DATA' UPON ENVIRONMENT-NAME.
           DISPLAY WS-DATA-PROCESSAMENTO UPON ENVIRONMENT-VALUE.

           DISPLAY 'CADEIA_CONTROLE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-CONTROLE
           ELSE
              STRING 'CADEIA' WS-DATA-PROCESSAMENTO '.CTL'
                     DELIMITED BY SIZE INTO WS-CAMINHO-CONTROLE
           END-IF.

           DISPLAY 'BALANCELINE_LOG' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-LOG
           END-IF.

           DISPLAY 'CADEIA_SALVAGUARDA' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR TO WS-CAMINHO-SALVAG
           END-IF.

           DISPLAY 'CADEIA_LIBERACAO' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              MOVE WS-ENV-VALOR(1:20) TO WS-OPERADOR-LIBERACAO
           END-IF.
       1100-END-PERFORM.
      ******************************************************************
      * 1200-DEFINIR-PASSOS
      ******************************************************************
       1200-DEFINIR-PASSOS.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX GREATER 14
                   MOVE WS-PDEF-NOME(WS-PASSO-IDX)
                     TO WS-PASSO-NOME(WS-PASSO-IDX)
                   PERFORM 1250-OBTER-PARAMETROS-PASSO
           END-PERFORM.
       1200-END-PERFORM.
      ******************************************************************
      * 1250-OBTER-PARAMETROS-PASSO
      ******************************************************************
       1250-OBTER-PARAMETROS-PASSO.
           IF WS-PDEF-TIPO(WS-PASSO-IDX) EQUAL 'G'
              MOVE SPACES TO WS-PASSO-COMANDO(WS-PASSO-IDX)
           ELSE
              MOVE WS-PDEF-NOME(WS-PASSO-IDX)
                TO WS-PASSO-COMANDO(WS-PASSO-IDX)
              MOVE SPACES TO WS-NOME-ENV
              STRING 'CADEIA_CMD_' DELIMITED BY SIZE
                     WS-PDEF-NOME(WS-PASSO-IDX) DELIMITED BY SPACE
                INTO WS-NOME-ENV
              END-STRING
              DISPLAY WS-NOME-ENV UPON ENVIRONMENT-NAME
              ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE
              IF WS-ENV-VALOR NOT EQUAL SPACES
                 MOVE WS-ENV-VALOR TO WS-PASSO-COMANDO(WS-PASSO-IDX)
              END-IF
           END-IF.

           MOVE WS-PDEF-TOLERANCIA(WS-PASSO-IDX)
             TO WS-PASSO-TOLERANCIA(WS-PASSO-IDX).
           MOVE SPACES TO WS-NOME-ENV.
           STRING 'CADEIA_TOL_' DELIMITED BY SIZE
                  WS-PDEF-NOME(WS-PASSO-IDX) DELIMITED BY SPACE
             INTO WS-NOME-ENV
           END-STRING.
           DISPLAY WS-NOME-ENV UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR NOT EQUAL SPACES
              IF WS-ENV-VALOR(1:2) IS NUMERIC
                 MOVE WS-ENV-VALOR(1:2)
                   TO WS-PASSO-TOLERANCIA(WS-PASSO-IDX)
              ELSE
                 MOVE 'TOLERANCIA DE PASSO INVALIDA' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
           END-IF.
       1250-END-PERFORM.
      ******************************************************************
      * 1300-LER-CONTROLE
      *
      * A CONTROL FILE ALREADY THERE MEANS THE DATE WAS STARTED BEFORE:
      * THE SITUATION OF EVERY STEP AND THE GENERATIONS ALREADY
      * RECORDED ARE TAKEN FROM IT. A STEP NOT YET CONCLUDED RUNS AGAIN
      * WITH THE COMMAND AND TOLERANCE IN EFFECT NOW.
      ******************************************************************
       1300-LER-CONTROLE.
      * FILE STATUS 05 MEANS THE OPTIONAL CONTROL FILE DOES NOT EXIST -
      * THE FIRST RUN OF THE DATE.
           OPEN INPUT CONTROLE.
           IF WS-FS-CONTROLE NOT EQUAL '00' AND
              WS-FS-CONTROLE NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO CONTROLE' TO WS-ERRO
              MOVE WS-FS-CONTROLE TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           IF WS-FS-CONTROLE EQUAL '00'
              READ CONTROLE
              IF WS-FS-CONTROLE NOT EQUAL '00' AND
                 WS-FS-CONTROLE NOT EQUAL '10'
                 MOVE 'LEITURA DO CABECALHO CONTROLE' TO WS-ERRO
                 MOVE WS-FS-CONTROLE TO WS-FILE-STATUS
                 PERFORM 4000-ERRO
              END-IF
           END-IF.

           IF WS-FS-CONTROLE EQUAL '00'
              IF CONTROLE-CTL-TIPO NOT EQUAL 'HD'
                 MOVE 'CABECALHO CONTROLE AUSENTE OU INVALIDO'
                   TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
              IF CONTROLE-CTL-DATA NOT EQUAL WS-DATA-PROCESSAMENTO
                 MOVE 'CONTROLE DE OUTRA DATA DE PROCESSAMENTO'
                   TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
              MOVE 'S' TO WS-SW-CONTROLE-PRESENTE
              MOVE CONTROLE-CTL-QTDE TO WS-QTDE-ESPERADO-CONTROLE
              MOVE CONTROLE-CTL-SITUACAO TO WS-SITUACAO-CADEIA
              PERFORM 1350-LER-ARQUIVO-CONTROLE
              PERFORM UNTIL WS-FS-CONTROLE EQUAL '10'
                      EVALUATE CONTROLE-TIPO-REG
                          WHEN 'PS'
                               PERFORM 1360-CARREGAR-PASSO
                          WHEN 'GE'
                               PERFORM 1370-CARREGAR-GERACAO
                          WHEN OTHER
                               MOVE 'REGISTRO DE CONTROLE INVALIDO'
                                 TO WS-ERRO
                               PERFORM 4000-ERRO
                      END-EVALUATE
                      PERFORM 1350-LER-ARQUIVO-CONTROLE
              END-PERFORM
           END-IF.

           CLOSE CONTROLE.
       1300-END-PERFORM.
      ******************************************************************
      * 1350-LER-ARQUIVO-CONTROLE
      ******************************************************************
       1350-LER-ARQUIVO-CONTROLE.
           INITIALIZE REG-CONTROLE.
           READ CONTROLE.
           IF WS-FS-CONTROLE NOT EQUAL '00' AND
              WS-FS-CONTROLE NOT EQUAL '10'
              MOVE 'LEITURA DO ARQUIVO CONTROLE' TO WS-ERRO
              MOVE WS-FS-CONTROLE TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           ELSE
              IF WS-FS-CONTROLE EQUAL '00'
                 ADD 1 TO WS-QTDE-LIDOS-CONTROLE
                 IF CONTROLE-CTL-TIPO EQUAL 'TR'
                    SUBTRACT 1 FROM WS-QTDE-LIDOS-CONTROLE
                    MOVE CONTROLE-CTL-QTDE TO WS-QTDE-TRAILER-CONTROLE
                    MOVE '10' TO WS-FS-CONTROLE
                    PERFORM 1700-RECONCILIAR-CONTROLE
                 END-IF
              ELSE
      * PHYSICAL EOF REACHED WITHOUT EVER SEEING A TR RECORD - THE
      * FILE WAS TRUNCATED. LET 1700-RECONCILIAR-CONTROLE CATCH IT.
                 PERFORM 1700-RECONCILIAR-CONTROLE
              END-IF
           END-IF.
       1350-END-PERFORM.
      ******************************************************************
      * 1360-CARREGAR-PASSO
      ******************************************************************
       1360-CARREGAR-PASSO.
           IF CONTROLE-PS-SEQ NOT NUMERIC OR
              CONTROLE-PS-SEQ EQUAL ZEROES OR
              CONTROLE-PS-SEQ GREATER 14
              MOVE 'CONTROLE INCOMPATIVEL COM A CADEIA' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE CONTROLE-PS-SEQ TO WS-PASSO-IDX.
           IF CONTROLE-PS-PASSO NOT EQUAL WS-PASSO-NOME(WS-PASSO-IDX)
              MOVE 'CONTROLE INCOMPATIVEL COM A CADEIA' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           MOVE CONTROLE-PS-SITUACAO
             TO WS-PASSO-SITUACAO(WS-PASSO-IDX).
           MOVE CONTROLE-PS-RC       TO WS-PASSO-RC(WS-PASSO-IDX).
           MOVE CONTROLE-PS-DATA-INI TO WS-PASSO-DATA-INI(WS-PASSO-IDX).
           MOVE CONTROLE-PS-HORA-INI TO WS-PASSO-HORA-INI(WS-PASSO-IDX).
           MOVE CONTROLE-PS-DATA-FIM TO WS-PASSO-DATA-FIM(WS-PASSO-IDX).
           MOVE CONTROLE-PS-HORA-FIM TO WS-PASSO-HORA-FIM(WS-PASSO-IDX).
           IF CONTROLE-PS-SITUACAO EQUAL 'C' OR
              CONTROLE-PS-SITUACAO EQUAL 'X'
              MOVE CONTROLE-PS-TOLERANCIA
                TO WS-PASSO-TOLERANCIA(WS-PASSO-IDX)
              MOVE CONTROLE-PS-COMANDO
                TO WS-PASSO-COMANDO(WS-PASSO-IDX)
           END-IF.
       1360-END-PERFORM.
      ******************************************************************
      * 1370-CARREGAR-GERACAO
      ******************************************************************
       1370-CARREGAR-GERACAO.
           IF WS-QTDE-GERACOES NOT LESS 400
              MOVE 'TABELA DE GERACOES EXCEDIDA' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           ADD 1 TO WS-QTDE-GERACOES.
           MOVE CONTROLE-GE-SEQ     TO WS-GER-PASSO(WS-QTDE-GERACOES).
           MOVE CONTROLE-GE-PAPEL   TO WS-GER-PAPEL(WS-QTDE-GERACOES).
           MOVE CONTROLE-GE-ARQUIVO
             TO WS-GER-ARQUIVO(WS-QTDE-GERACOES).
           MOVE CONTROLE-GE-CAMINHO
             TO WS-GER-CAMINHO(WS-QTDE-GERACOES).
       1370-END-PERFORM.
      ******************************************************************
      * 1400-LIBERAR-DATA
      *
      * THE RERUN MUST START FROM THE GENERATIONS THE DATE STARTED
      * FROM: EVERY 'A' GENERATION ITS STEPS REPLACED IS RESTORED FROM
      * ITS 'B' COPY (OR REMOVED, IF IT DID NOT EXIST) BEFORE THE STEPS
      * ARE SET BACK TO PENDING.
      ******************************************************************
       1400-LIBERAR-DATA.
           PERFORM 1450-RESTAURAR-GERACOES.

      * FILE STATUS 05 MEANS THE OPTIONAL LOG DID NOT EXIST YET AND WAS
      * CREATED BY THIS OPEN.
           OPEN EXTEND LOGEXEC.
           IF WS-FS-LOG NOT EQUAL '00' AND
              WS-FS-LOG NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO LOGEXEC' TO WS-ERRO
              MOVE WS-FS-LOG TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO WS-LOG-CAD-DATA.
           MOVE WS-HORA-SISTEMA TO WS-LOG-CAD-HORA.
           MOVE WS-DATA-PROCESSAMENTO TO WS-LOG-CAD-PROCESSAMENTO.
           MOVE WS-OPERADOR-LIBERACAO TO WS-LOG-CAD-OPERADOR.
           MOVE WS-LOG-CAD TO REG-LOGEXEC.
           WRITE REG-LOGEXEC.
           IF WS-FS-LOG NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO LOGEXEC' TO WS-ERRO
              MOVE WS-FS-LOG TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           CLOSE LOGEXEC.

           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX GREATER 14
                   MOVE 'P' TO WS-PASSO-SITUACAO(WS-PASSO-IDX)
                   MOVE ZEROES TO WS-PASSO-RC(WS-PASSO-IDX)
                                  WS-PASSO-DATA-INI(WS-PASSO-IDX)
                                  WS-PASSO-HORA-INI(WS-PASSO-IDX)
                                  WS-PASSO-DATA-FIM(WS-PASSO-IDX)
                                  WS-PASSO-HORA-FIM(WS-PASSO-IDX)
                   PERFORM 1250-OBTER-PARAMETROS-PASSO
           END-PERFORM.
           MOVE ZEROES TO WS-QTDE-GERACOES.
       1400-END-PERFORM.
      ******************************************************************
      * 1450-RESTAURAR-GERACOES
      *
      * THE COPIES ARE ONLY GOOD WHILE SALVAG STILL NAMES THIS DATE: A
      * LATER DATE THAT PROMOTED ANYTHING HAS REPLACED THEM, AND THE
      * RELEASE IS THEN REFUSED.
      ******************************************************************
       1450-RESTAURAR-GERACOES.
           MOVE ZEROES TO WS-QTDE-SALVAGUARDAS.
           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX GREATER WS-QTDE-GERACOES
                   IF WS-GER-PAPEL(WS-GER-IDX) EQUAL 'B'
                      ADD 1 TO WS-QTDE-SALVAGUARDAS
                   END-IF
           END-PERFORM.

           IF WS-QTDE-SALVAGUARDAS GREATER ZEROES
              PERFORM 1460-CONFERIR-SALVAGUARDA
              PERFORM VARYING WS-GER-IDX FROM WS-QTDE-GERACOES BY -1
                      UNTIL WS-GER-IDX LESS 1
                      IF WS-GER-PAPEL(WS-GER-IDX) EQUAL 'B'
                         PERFORM 1470-RESTAURAR-GERACAO
                      END-IF
              END-PERFORM
           END-IF.
       1450-END-PERFORM.
      ******************************************************************
      * 1460-CONFERIR-SALVAGUARDA
      ******************************************************************
       1460-CONFERIR-SALVAGUARDA.
      * FILE STATUS 05 MEANS THE OPTIONAL FILE DOES NOT EXIST.
           OPEN INPUT SALVAG.
           IF WS-FS-SALVAG NOT EQUAL '00' AND
              WS-FS-SALVAG NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO SALVAG' TO WS-ERRO
              MOVE WS-FS-SALVAG TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           MOVE SPACES TO REG-SALVAG.
           IF WS-FS-SALVAG EQUAL '00'
              READ SALVAG
              IF WS-FS-SALVAG NOT EQUAL '00' AND
                 WS-FS-SALVAG NOT EQUAL '10'
                 MOVE 'LEITURA DO ARQUIVO SALVAG' TO WS-ERRO
                 MOVE WS-FS-SALVAG TO WS-FILE-STATUS
                 PERFORM 4000-ERRO
              END-IF
           END-IF.
           CLOSE SALVAG.

           IF SALVAG-TIPO NOT EQUAL 'SV' OR
              SALVAG-DATA NOT EQUAL WS-DATA-PROCESSAMENTO
              MOVE 'COPIAS DAS GERACOES NAO SAO DESTA DATA'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1460-END-PERFORM.
      ******************************************************************
      * 1470-RESTAURAR-GERACAO
      *
      * THE 'B' RECORD NAMES THE GENERATION BY ITS FILE; THE PATH IT
      * GOES BACK TO IS THE ONE ON THE 'A' RECORD OF THE SAME STEP.
      ******************************************************************
       1470-RESTAURAR-GERACAO.
           MOVE 'N' TO WS-SW-ENCONTRADO.
           PERFORM VARYING WS-GER-BUSCA FROM 1 BY 1
                   UNTIL WS-GER-BUSCA GREATER WS-QTDE-GERACOES OR
                         WS-SW-ENCONTRADO EQUAL 'S'
                   IF WS-GER-PASSO(WS-GER-BUSCA) EQUAL
                      WS-GER-PASSO(WS-GER-IDX) AND
                      WS-GER-PAPEL(WS-GER-BUSCA) EQUAL 'A' AND
                      WS-GER-ARQUIVO(WS-GER-BUSCA) EQUAL
                      WS-GER-ARQUIVO(WS-GER-IDX)
                      MOVE WS-GER-CAMINHO(WS-GER-BUSCA)
                        TO WS-CAMINHO-DESTINO
                      MOVE 'S' TO WS-SW-ENCONTRADO
                   END-IF
           END-PERFORM.
           IF WS-SW-ENCONTRADO NOT EQUAL 'S'
              MOVE 'COPIA DE GERACAO SEM GERACAO ANTERIOR'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.

           IF WS-GER-CAMINHO(WS-GER-IDX) NOT EQUAL SPACES
              MOVE WS-GER-CAMINHO(WS-GER-IDX) TO WS-CAMINHO-ORIGEM
              CALL 'CBL_COPY_FILE' USING WS-CAMINHO-ORIGEM
                                         WS-CAMINHO-DESTINO
              IF RETURN-CODE NOT EQUAL ZEROES
                 MOVE ZEROES TO RETURN-CODE
                 DISPLAY '* GERACAO ' WS-GER-ARQUIVO(WS-GER-IDX)
                         ' NAO RESTAURADA: ' WS-CAMINHO-ORIGEM
                 MOVE 'RESTAURACAO DE GERACAO NAO REALIZADA'
                   TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
           ELSE
              PERFORM 2380-REMOVER-GERACAO
           END-IF.
           ADD 1 TO WS-QTDE-RESTAURADAS.
       1470-END-PERFORM.
      ******************************************************************
      * 1700-RECONCILIAR-CONTROLE
      ******************************************************************
       1700-RECONCILIAR-CONTROLE.
           IF WS-QTDE-LIDOS-CONTROLE NOT EQUAL
              WS-QTDE-ESPERADO-CONTROLE OR
              WS-QTDE-LIDOS-CONTROLE NOT EQUAL WS-QTDE-TRAILER-CONTROLE
              MOVE 'CONTROLE DE REGISTROS CONTROLE DIVERGENTE'
                TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
       1700-END-PERFORM.
      ******************************************************************
      * 2000-PROCESSAR
      ******************************************************************
       2000-PROCESSAR.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX GREATER 14 OR
                         WS-SW-INTERROMPIDA EQUAL 'S'
                   PERFORM 2100-EXECUTAR-PASSO
           END-PERFORM.

      * A WARNING FROM ANY STEP OF THE DATE COUNTS, INCLUDING THOSE
      * THAT CONCLUDED ON AN EARLIER ATTEMPT.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX GREATER 14
                   IF WS-PASSO-SITUACAO(WS-PASSO-IDX) EQUAL 'C' AND
                      WS-PASSO-RC(WS-PASSO-IDX) GREATER ZEROES
                      MOVE 'S' TO WS-SW-ADVERTENCIA
                   END-IF
           END-PERFORM.

           IF WS-SW-INTERROMPIDA EQUAL 'S'
              MOVE 'I' TO WS-SITUACAO-CADEIA
           ELSE
              MOVE 'C' TO WS-SITUACAO-CADEIA
           END-IF.
           PERFORM 2600-GRAVAR-CONTROLE.
       2000-END-PERFORM.
      ******************************************************************
      * 2100-EXECUTAR-PASSO
      *
      * A CONCLUDED STEP IS SKIPPED. ANY OTHER STEP THAT HAS NOT RUN TO
      * THE END ('P', 'E', 'F') RUNS AGAIN; ONE THAT RAN BUT DID NOT
      * PROMOTE ITS GENERATIONS ('X') ONLY PROMOTES THEM, SINCE ITS
      * INPUTS MAY ALREADY HAVE BEEN REPLACED. A STEP WITHOUT A PROGRAM
      * GOES STRAIGHT TO ITS PROMOTIONS. BALANCELINE'S OWN CHECKPOINT
      * RESTART STAYS IN THE OPERATOR'S HANDS THROUGH
      * BALANCELINE_REINICIO.
      ******************************************************************
       2100-EXECUTAR-PASSO.
           IF WS-PASSO-SITUACAO(WS-PASSO-IDX) EQUAL 'C'
              DISPLAY '* PASSO ' WS-PASSO-IDX ' '
                      WS-PASSO-NOME(WS-PASSO-IDX)
                      ' JA CONCLUIDO - IGNORADO'
              ADD 1 TO WS-QTDE-IGNORADOS
           ELSE
              IF WS-PASSO-SITUACAO(WS-PASSO-IDX) NOT EQUAL 'X'
                 PERFORM 2200-RESOLVER-GERACOES
                 IF WS-PDEF-TIPO(WS-PASSO-IDX) EQUAL 'G'
                    PERFORM 2170-REGISTRAR-PASSO-GERACOES
                 ELSE
                    PERFORM 2150-CHAMAR-PROGRAMA
                 END-IF
              END-IF
              IF WS-PASSO-SITUACAO(WS-PASSO-IDX) EQUAL 'X'
                 PERFORM 2300-PROMOVER-GERACOES
                 MOVE 'C' TO WS-PASSO-SITUACAO(WS-PASSO-IDX)
                 PERFORM 2600-GRAVAR-CONTROLE
              END-IF
           END-IF.
       2100-END-PERFORM.
      ******************************************************************
      * 2150-CHAMAR-PROGRAMA
      ******************************************************************
       2150-CHAMAR-PROGRAMA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO WS-PASSO-DATA-INI(WS-PASSO-IDX).
           MOVE WS-HORA-SISTEMA TO WS-PASSO-HORA-INI(WS-PASSO-IDX).
           MOVE ZEROES TO WS-PASSO-RC(WS-PASSO-IDX)
                          WS-PASSO-DATA-FIM(WS-PASSO-IDX)
                          WS-PASSO-HORA-FIM(WS-PASSO-IDX).
           MOVE 'E' TO WS-PASSO-SITUACAO(WS-PASSO-IDX).
           PERFORM 2600-GRAVAR-CONTROLE.

           DISPLAY '* PASSO ' WS-PASSO-IDX ' '
                   WS-PASSO-NOME(WS-PASSO-IDX) ' INICIADO'.
           MOVE WS-PASSO-COMANDO(WS-PASSO-IDX) TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-RETORNO-SISTEMA.
           MOVE ZEROES TO RETURN-CODE.
           IF WS-RETORNO-SISTEMA LESS ZEROES
              MOVE 999 TO WS-RC-PASSO
           ELSE
              DIVIDE WS-RETORNO-SISTEMA BY 256
                     GIVING WS-RETORNO-SISTEMA
                     REMAINDER WS-RETORNO-SINAL
              IF WS-RETORNO-SINAL NOT EQUAL ZEROES OR
                 WS-RETORNO-SISTEMA GREATER 998
                 MOVE 999 TO WS-RC-PASSO
              ELSE
                 MOVE WS-RETORNO-SISTEMA TO WS-RC-PASSO
              END-IF
           END-IF.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO WS-PASSO-DATA-FIM(WS-PASSO-IDX).
           MOVE WS-HORA-SISTEMA TO WS-PASSO-HORA-FIM(WS-PASSO-IDX).
           MOVE WS-RC-PASSO TO WS-PASSO-RC(WS-PASSO-IDX).
           ADD 1 TO WS-QTDE-EXECUTADOS.

           IF WS-RC-PASSO GREATER WS-PASSO-TOLERANCIA(WS-PASSO-IDX)
              MOVE 'F' TO WS-PASSO-SITUACAO(WS-PASSO-IDX)
              MOVE 'S' TO WS-SW-INTERROMPIDA
              MOVE WS-PASSO-NOME(WS-PASSO-IDX)
                TO WS-PASSO-INTERROMPIDO
              DISPLAY '* PASSO ' WS-PASSO-IDX ' '
                      WS-PASSO-NOME(WS-PASSO-IDX)
                      ' FALHOU - RC ' WS-RC-PASSO
                      ' ACIMA DA TOLERANCIA '
                      WS-PASSO-TOLERANCIA(WS-PASSO-IDX)
              PERFORM 2600-GRAVAR-CONTROLE
           ELSE
              MOVE 'X' TO WS-PASSO-SITUACAO(WS-PASSO-IDX)
              DISPLAY '* PASSO ' WS-PASSO-IDX ' '
                      WS-PASSO-NOME(WS-PASSO-IDX)
                      ' TERMINADO - RC ' WS-RC-PASSO
              PERFORM 2600-GRAVAR-CONTROLE
           END-IF.
       2150-END-PERFORM.
      ******************************************************************
      * 2170-REGISTRAR-PASSO-GERACOES
      ******************************************************************
       2170-REGISTRAR-PASSO-GERACOES.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-DATA-SISTEMA TO WS-PASSO-DATA-INI(WS-PASSO-IDX)
                                   WS-PASSO-DATA-FIM(WS-PASSO-IDX).
           MOVE WS-HORA-SISTEMA TO WS-PASSO-HORA-INI(WS-PASSO-IDX)
                                   WS-PASSO-HORA-FIM(WS-PASSO-IDX).
           MOVE ZEROES TO WS-PASSO-RC(WS-PASSO-IDX).
           ADD 1 TO WS-QTDE-EXECUTADOS.
           MOVE 'X' TO WS-PASSO-SITUACAO(WS-PASSO-IDX).
           DISPLAY '* PASSO ' WS-PASSO-IDX ' '
                   WS-PASSO-NOME(WS-PASSO-IDX)
                   ' SEM PROGRAMA - SO PROMOCOES'.
           PERFORM 2600-GRAVAR-CONTROLE.
       2170-END-PERFORM.
      ******************************************************************
      * 2200-RESOLVER-GERACOES
      *
      * DROPS WHATEVER AN EARLIER ATTEMPT OF THE STEP RECORDED AND
      * RECORDS THE GENERATIONS IT IS ABOUT TO RUN WITH.
      ******************************************************************
       2200-RESOLVER-GERACOES.
           MOVE ZEROES TO WS-GER-DESTINO.
           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX GREATER WS-QTDE-GERACOES
                   IF WS-GER-PASSO(WS-GER-IDX) NOT EQUAL WS-PASSO-IDX
                      ADD 1 TO WS-GER-DESTINO
                      MOVE WS-GER-ITEM(WS-GER-IDX)
                        TO WS-GER-ITEM(WS-GER-DESTINO)
                   END-IF
           END-PERFORM.
           MOVE WS-GER-DESTINO TO WS-QTDE-GERACOES.

           PERFORM VARYING WS-GDEF-IDX FROM 1 BY 1
                   UNTIL WS-GDEF-IDX GREATER 105
                   IF WS-GDEF-PASSO(WS-GDEF-IDX) EQUAL WS-PASSO-IDX
                      EVALUATE WS-GDEF-PADRAO(WS-GDEF-IDX)(1:1)
                          WHEN '#'
                               PERFORM 2250-RESOLVER-FONTES
                          WHEN '%'
                               PERFORM 2260-RESOLVER-HISTORICO
                          WHEN OTHER
                               PERFORM 2220-RESOLVER-GERACAO
                      END-EVALUATE
                   END-IF
           END-PERFORM.
       2200-END-PERFORM.
      ******************************************************************
      * 2210-INCLUIR-GERACAO
      ******************************************************************
       2210-INCLUIR-GERACAO.
           MOVE WS-GDEF-PAPEL(WS-GDEF-IDX)   TO WS-GER-NOVO-PAPEL.
           MOVE WS-GDEF-ARQUIVO(WS-GDEF-IDX) TO WS-GER-NOVO-ARQUIVO.
           MOVE WS-ENV-VALOR                 TO WS-GER-NOVO-CAMINHO.
           PERFORM 2215-INCLUIR-GERACAO-PASSO.
       2210-END-PERFORM.
      ******************************************************************
      * 2215-INCLUIR-GERACAO-PASSO
      ******************************************************************
       2215-INCLUIR-GERACAO-PASSO.
           IF WS-QTDE-GERACOES NOT LESS 400
              MOVE 'TABELA DE GERACOES EXCEDIDA' TO WS-ERRO
              PERFORM 4000-ERRO
           END-IF.
           ADD 1 TO WS-QTDE-GERACOES.
           MOVE WS-PASSO-IDX TO WS-GER-PASSO(WS-QTDE-GERACOES).
           MOVE WS-GER-NOVO-PAPEL TO WS-GER-PAPEL(WS-QTDE-GERACOES).
           MOVE WS-GER-NOVO-ARQUIVO
             TO WS-GER-ARQUIVO(WS-QTDE-GERACOES).
           MOVE WS-GER-NOVO-CAMINHO
             TO WS-GER-CAMINHO(WS-QTDE-GERACOES).
       2215-END-PERFORM.
      ******************************************************************
      * 2220-RESOLVER-GERACAO
      ******************************************************************
       2220-RESOLVER-GERACAO.
           DISPLAY WS-GDEF-ENV(WS-GDEF-IDX) UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR EQUAL SPACES
              IF WS-GDEF-PADRAO(WS-GDEF-IDX)(1:1) EQUAL '*'
                 STRING 'ACUM' WS-MES-PROCESSAMENTO
                        DELIMITED BY SIZE
                        WS-GDEF-PADRAO(WS-GDEF-IDX)(2:14)
                        DELIMITED BY SPACE
                   INTO WS-ENV-VALOR
                 END-STRING
              ELSE
                 MOVE WS-GDEF-PADRAO(WS-GDEF-IDX) TO WS-ENV-VALOR
              END-IF
           END-IF.
           PERFORM 2210-INCLUIR-GERACAO.
       2220-END-PERFORM.
      ******************************************************************
      * 2250-RESOLVER-FONTES
      *
      * THE BRANCH EXTRACTS CONSENT READS: CONSENT_QTDE OF THEM, EACH
      * FROM CONSENT_ENTRADANN OR ENTRADANN.DAT.
      ******************************************************************
       2250-RESOLVER-FONTES.
           MOVE 01 TO WS-QTDE-FONTES.
           DISPLAY 'CONSENT_QTDE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR(1:2) IS NUMERIC AND
              WS-ENV-VALOR(1:2) NOT EQUAL '00' AND
              WS-ENV-VALOR(1:2) NOT GREATER '20'
              MOVE WS-ENV-VALOR(1:2) TO WS-QTDE-FONTES
           END-IF.
           PERFORM VARYING WS-FONTE-IDX FROM 1 BY 1
                   UNTIL WS-FONTE-IDX GREATER WS-QTDE-FONTES
                   MOVE SPACES TO WS-NOME-ENV
                   STRING WS-GDEF-ENV(WS-GDEF-IDX) DELIMITED BY SPACE
                          WS-FONTE-IDX DELIMITED BY SIZE
                     INTO WS-NOME-ENV
                   END-STRING
                   DISPLAY WS-NOME-ENV UPON ENVIRONMENT-NAME
                   ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE
                   IF WS-ENV-VALOR EQUAL SPACES
                      STRING 'ENTRADA' WS-FONTE-IDX '.DAT'
                             DELIMITED BY SIZE INTO WS-ENV-VALOR
                      END-STRING
                   END-IF
                   PERFORM 2210-INCLUIR-GERACAO
           END-PERFORM.
       2250-END-PERFORM.
      ******************************************************************
      * 2260-RESOLVER-HISTORICO
      *
      * THE SAIDA HISTORY MOVES DOWN ONE GENERATION A NIGHT: 59 OVER
      * 60, 58 OVER 59 AND SO ON TO 01 OVER 02, OLDEST FIRST SO EACH
      * GENERATION IS COPIED BEFORE IT IS ITSELF REPLACED. THE STEP'S
      * OWN 'N' RECORD THEN PUTS THE NIGHT'S SAIDA OVER 01. THE PATHS
      * ARE THE ONES SUGREPOS READS: SUGREPOS_SAIDANN OR SAIDANN.DAT.
      ******************************************************************
       2260-RESOLVER-HISTORICO.
           PERFORM VARYING WS-HIST-NN FROM 59 BY -1
                   UNTIL WS-HIST-NN LESS 1
                   MOVE WS-HIST-NN TO WS-HIST-NN-GERACAO
                   MOVE WS-GDEF-PAPEL(WS-GDEF-IDX) TO WS-GER-NOVO-PAPEL
                   PERFORM 2270-RESOLVER-GERACAO-HISTORICO
                   ADD 1 WS-HIST-NN GIVING WS-HIST-NN-SEGUINTE
                   MOVE WS-HIST-NN-SEGUINTE TO WS-HIST-NN-GERACAO
                   MOVE 'A' TO WS-GER-NOVO-PAPEL
                   PERFORM 2270-RESOLVER-GERACAO-HISTORICO
           END-PERFORM.
       2260-END-PERFORM.
      ******************************************************************
      * 2270-RESOLVER-GERACAO-HISTORICO
      ******************************************************************
       2270-RESOLVER-GERACAO-HISTORICO.
           MOVE SPACES TO WS-GER-NOVO-ARQUIVO WS-NOME-ENV.
           STRING WS-GDEF-PADRAO(WS-GDEF-IDX)(2:14) DELIMITED BY SPACE
                  WS-HIST-NN-GERACAO DELIMITED BY SIZE
             INTO WS-GER-NOVO-ARQUIVO
           END-STRING.
           STRING WS-GDEF-ENV(WS-GDEF-IDX) DELIMITED BY SPACE
                  WS-HIST-NN-GERACAO DELIMITED BY SIZE
             INTO WS-NOME-ENV
           END-STRING.
           DISPLAY WS-NOME-ENV UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-VALOR FROM ENVIRONMENT-VALUE.
           IF WS-ENV-VALOR EQUAL SPACES
              STRING WS-GER-NOVO-ARQUIVO DELIMITED BY SPACE
                     '.DAT' DELIMITED BY SIZE
                INTO WS-ENV-VALOR
              END-STRING
           END-IF.
           MOVE WS-ENV-VALOR TO WS-GER-NOVO-CAMINHO.
           PERFORM 2215-INCLUIR-GERACAO-PASSO.
       2270-END-PERFORM.
      ******************************************************************
      * 2300-PROMOVER-GERACOES
      *
      * EACH NEW ('N') OR HISTORY ('H') GENERATION IS COPIED OVER THE
      * PREVIOUS ONE ('A') THAT FOLLOWS IT, ONCE THAT PREVIOUS ONE HAS
      * BEEN SAVED. THE NEW ONE IS LEFT IN PLACE, SO A PROMOTION CUT
      * SHORT IS SIMPLY REPEATED ON THE RESTART; A SOURCE THAT IS ITSELF
      * AN 'A' OF THE STEP AND WAS ALREADY REPLACED IS TAKEN FROM ITS
      * COPY, SO A REPEATED HISTORY SHIFT DOES NOT SHIFT TWICE.
      ******************************************************************
       2300-PROMOVER-GERACOES.
           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX NOT LESS WS-QTDE-GERACOES
                   IF WS-GER-PASSO(WS-GER-IDX) EQUAL WS-PASSO-IDX AND
                      (WS-GER-PAPEL(WS-GER-IDX) EQUAL 'N' OR
                       WS-GER-PAPEL(WS-GER-IDX) EQUAL 'H')
                      MOVE WS-GER-CAMINHO(WS-GER-IDX)
                        TO WS-CAMINHO-ORIGEM
                      MOVE WS-GER-CAMINHO(WS-GER-IDX + 1)
                        TO WS-CAMINHO-DESTINO
                      IF WS-CAMINHO-ORIGEM NOT EQUAL WS-CAMINHO-DESTINO
                         PERFORM 2310-LOCALIZAR-ORIGEM
                         PERFORM 2320-SALVAR-GERACAO
                         PERFORM 2350-COPIAR-GERACAO
                      END-IF
                   END-IF
           END-PERFORM.
       2300-END-PERFORM.
      ******************************************************************
      * 2310-LOCALIZAR-ORIGEM
      *
      * AN ORIGIN LEFT WITHOUT A PATH DOES NOT EXIST, WHICH IS ONLY
      * ACCEPTED FOR A HISTORY GENERATION.
      ******************************************************************
       2310-LOCALIZAR-ORIGEM.
           MOVE 'N' TO WS-SW-ENCONTRADO.
           PERFORM VARYING WS-GER-BUSCA FROM 1 BY 1
                   UNTIL WS-GER-BUSCA GREATER WS-QTDE-GERACOES OR
                         WS-SW-ENCONTRADO EQUAL 'S'
                   IF WS-GER-PASSO(WS-GER-BUSCA) EQUAL WS-PASSO-IDX AND
                      WS-GER-PAPEL(WS-GER-BUSCA) EQUAL 'B' AND
                      WS-GER-ARQUIVO(WS-GER-BUSCA) EQUAL
                      WS-GER-ARQUIVO(WS-GER-IDX)
                      MOVE WS-GER-CAMINHO(WS-GER-BUSCA)
                        TO WS-CAMINHO-ORIGEM
                      MOVE 'S' TO WS-SW-ENCONTRADO
                   END-IF
           END-PERFORM.

           IF WS-SW-ENCONTRADO NOT EQUAL 'S' AND
              WS-GER-PAPEL(WS-GER-IDX) EQUAL 'H'
              CALL 'CBL_CHECK_FILE_EXIST' USING WS-CAMINHO-ORIGEM
                                                WS-ARQ-DETALHES
              IF RETURN-CODE NOT EQUAL ZEROES
                 MOVE SPACES TO WS-CAMINHO-ORIGEM
              END-IF
              MOVE ZEROES TO RETURN-CODE
           END-IF.
       2310-END-PERFORM.
      ******************************************************************
      * 2320-SALVAR-GERACAO
      *
      * THE PREVIOUS GENERATION IS SAVED ONLY THE FIRST TIME IT IS
      * REPLACED ON THE DATE. THE 'B' RECORD IS WRITTEN TO THE CONTROL
      * FILE BEFORE THE PROMOTION, SO A RESTART KNOWS THE COPY EXISTS
      * AND DOES NOT TAKE IT AGAIN FROM THE PROMOTED GENERATION.
      ******************************************************************
       2320-SALVAR-GERACAO.
           MOVE 'N' TO WS-SW-ENCONTRADO.
           PERFORM VARYING WS-GER-BUSCA FROM 1 BY 1
                   UNTIL WS-GER-BUSCA GREATER WS-QTDE-GERACOES OR
                         WS-SW-ENCONTRADO EQUAL 'S'
                   IF WS-GER-PASSO(WS-GER-BUSCA) EQUAL WS-PASSO-IDX AND
                      WS-GER-PAPEL(WS-GER-BUSCA) EQUAL 'B' AND
                      WS-GER-ARQUIVO(WS-GER-BUSCA) EQUAL
                      WS-GER-ARQUIVO(WS-GER-IDX + 1)
                      MOVE 'S' TO WS-SW-ENCONTRADO
                   END-IF
           END-PERFORM.

           IF WS-SW-ENCONTRADO NOT EQUAL 'S'
              PERFORM 2330-COPIAR-SALVAGUARDA
           END-IF.
       2320-END-PERFORM.
      ******************************************************************
      * 2330-COPIAR-SALVAGUARDA
      ******************************************************************
       2330-COPIAR-SALVAGUARDA.
           IF WS-SW-SALVAG-GRAVADO NOT EQUAL 'S'
              PERFORM 2340-GRAVAR-SALVAG
           END-IF.

           MOVE SPACES TO WS-CAMINHO-SALVA.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-CAMINHO-DESTINO
                                             WS-ARQ-DETALHES.
           IF RETURN-CODE EQUAL ZEROES
              STRING WS-CAMINHO-DESTINO DELIMITED BY SPACE
                     '.BAK' DELIMITED BY SIZE
                INTO WS-CAMINHO-SALVA
              END-STRING
              CALL 'CBL_COPY_FILE' USING WS-CAMINHO-DESTINO
                                         WS-CAMINHO-SALVA
              IF RETURN-CODE NOT EQUAL ZEROES
                 MOVE ZEROES TO RETURN-CODE
                 DISPLAY '* GERACAO ' WS-GER-ARQUIVO(WS-GER-IDX + 1)
                         ' NAO COPIADA: ' WS-CAMINHO-DESTINO
                 MOVE 'COPIA DE GERACAO NAO REALIZADA' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
           END-IF.
           MOVE ZEROES TO RETURN-CODE.

           MOVE 'B' TO WS-GER-NOVO-PAPEL.
           MOVE WS-GER-ARQUIVO(WS-GER-IDX + 1) TO WS-GER-NOVO-ARQUIVO.
           MOVE WS-CAMINHO-SALVA TO WS-GER-NOVO-CAMINHO.
           PERFORM 2215-INCLUIR-GERACAO-PASSO.
           ADD 1 TO WS-QTDE-SALVAS.
           PERFORM 2600-GRAVAR-CONTROLE.
       2330-END-PERFORM.
      ******************************************************************
      * 2340-GRAVAR-SALVAG
      *
      * WRITTEN BEFORE THE FIRST COPY OF THE RUN: FROM THEN ON THE
      * COPIES BELONG TO THIS DATE.
      ******************************************************************
       2340-GRAVAR-SALVAG.
           OPEN OUTPUT SALVAG.
           IF WS-FS-SALVAG NOT EQUAL '00' AND
              WS-FS-SALVAG NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO SALVAG' TO WS-ERRO
              MOVE WS-FS-SALVAG TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO REG-SALVAG.
           MOVE 'SV' TO SALVAG-TIPO.
           MOVE WS-DATA-PROCESSAMENTO TO SALVAG-DATA.
           MOVE WS-DATA-SISTEMA TO SALVAG-DATA-GRAVACAO.
           MOVE WS-HORA-SISTEMA TO SALVAG-HORA-GRAVACAO.
           WRITE REG-SALVAG.
           IF WS-FS-SALVAG NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO SALVAG' TO WS-ERRO
              MOVE WS-FS-SALVAG TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
           CLOSE SALVAG.
           MOVE 'S' TO WS-SW-SALVAG-GRAVADO.
       2340-END-PERFORM.
      ******************************************************************
      * 2350-COPIAR-GERACAO
      ******************************************************************
       2350-COPIAR-GERACAO.
           IF WS-CAMINHO-ORIGEM EQUAL SPACES
              IF WS-GER-PAPEL(WS-GER-IDX) NOT EQUAL 'H'
                 DISPLAY '* GERACAO ' WS-GER-ARQUIVO(WS-GER-IDX)
                         ' NAO PROMOVIDA: NAO EXISTIA'
                 MOVE 'PROMOCAO DE GERACAO NAO REALIZADA' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
              PERFORM 2380-REMOVER-GERACAO
           ELSE
              CALL 'CBL_COPY_FILE' USING WS-CAMINHO-ORIGEM
                                         WS-CAMINHO-DESTINO
              IF RETURN-CODE NOT EQUAL ZEROES
                 MOVE ZEROES TO RETURN-CODE
                 DISPLAY '* GERACAO ' WS-GER-ARQUIVO(WS-GER-IDX)
                         ' NAO PROMOVIDA: ' WS-CAMINHO-ORIGEM
                 MOVE 'PROMOCAO DE GERACAO NAO REALIZADA' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
           END-IF.
           ADD 1 TO WS-QTDE-PROMOVIDAS.
       2350-END-PERFORM.
      ******************************************************************
      * 2380-REMOVER-GERACAO
      *
      * REMOVES WS-CAMINHO-DESTINO, IF IT EXISTS.
      ******************************************************************
       2380-REMOVER-GERACAO.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-CAMINHO-DESTINO
                                             WS-ARQ-DETALHES.
           IF RETURN-CODE EQUAL ZEROES
              CALL 'CBL_DELETE_FILE' USING WS-CAMINHO-DESTINO
              IF RETURN-CODE NOT EQUAL ZEROES
                 MOVE ZEROES TO RETURN-CODE
                 DISPLAY '* GERACAO NAO REMOVIDA: ' WS-CAMINHO-DESTINO
                 MOVE 'REMOCAO DE GERACAO NAO REALIZADA' TO WS-ERRO
                 PERFORM 4000-ERRO
              END-IF
           END-IF.
           MOVE ZEROES TO RETURN-CODE.
       2380-END-PERFORM.
      ******************************************************************
      * 2600-GRAVAR-CONTROLE
      *
      * THE CONTROL FILE IS REWRITTEN WHOLE: HD, ONE PS PER STEP, THE
      * GE RECORDS AND TR.
      ******************************************************************
       2600-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE.
           IF WS-FS-CONTROLE NOT EQUAL '00' AND
              WS-FS-CONTROLE NOT EQUAL '05'
              MOVE 'ABERTURA DO ARQUIVO CONTROLE' TO WS-ERRO
              MOVE WS-FS-CONTROLE TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.

           MOVE SPACES TO REG-CONTROLE-CTL.
           MOVE 'HD' TO CONTROLE-CTL-TIPO.
           COMPUTE CONTROLE-CTL-QTDE = 14 + WS-QTDE-GERACOES.
           MOVE WS-DATA-PROCESSAMENTO TO CONTROLE-CTL-DATA.
           MOVE WS-SITUACAO-CADEIA TO CONTROLE-CTL-SITUACAO.
           MOVE WS-OPERADOR-LIBERACAO TO CONTROLE-CTL-LIBERACAO.
           PERFORM 2650-GRAVAR-REGISTRO-CONTROLE.

           PERFORM VARYING WS-GER-DESTINO FROM 1 BY 1
                   UNTIL WS-GER-DESTINO GREATER 14
                   MOVE SPACES TO REG-CONTROLE-PS
                   MOVE 'PS' TO CONTROLE-TIPO-REG
                   MOVE WS-GER-DESTINO TO CONTROLE-PS-SEQ
                   MOVE WS-PASSO-NOME(WS-GER-DESTINO)
                     TO CONTROLE-PS-PASSO
                   MOVE WS-PASSO-SITUACAO(WS-GER-DESTINO)
                     TO CONTROLE-PS-SITUACAO
                   MOVE WS-PASSO-RC(WS-GER-DESTINO) TO CONTROLE-PS-RC
                   MOVE WS-PASSO-TOLERANCIA(WS-GER-DESTINO)
                     TO CONTROLE-PS-TOLERANCIA
                   MOVE WS-PASSO-DATA-INI(WS-GER-DESTINO)
                     TO CONTROLE-PS-DATA-INI
                   MOVE WS-PASSO-HORA-INI(WS-GER-DESTINO)
                     TO CONTROLE-PS-HORA-INI
                   MOVE WS-PASSO-DATA-FIM(WS-GER-DESTINO)
                     TO CONTROLE-PS-DATA-FIM
                   MOVE WS-PASSO-HORA-FIM(WS-GER-DESTINO)
                     TO CONTROLE-PS-HORA-FIM
                   MOVE WS-PASSO-COMANDO(WS-GER-DESTINO)
                     TO CONTROLE-PS-COMANDO
                   PERFORM 2650-GRAVAR-REGISTRO-CONTROLE
           END-PERFORM.

           PERFORM VARYING WS-GER-DESTINO FROM 1 BY 1
                   UNTIL WS-GER-DESTINO GREATER WS-QTDE-GERACOES
                   MOVE SPACES TO REG-CONTROLE-GE
                   MOVE 'GE' TO CONTROLE-TIPO-REG
                   MOVE WS-GER-PASSO(WS-GER-DESTINO)
                     TO CONTROLE-GE-SEQ
                   MOVE WS-GER-PAPEL(WS-GER-DESTINO)
                     TO CONTROLE-GE-PAPEL
                   MOVE WS-GER-ARQUIVO(WS-GER-DESTINO)
                     TO CONTROLE-GE-ARQUIVO
                   MOVE WS-GER-CAMINHO(WS-GER-DESTINO)
                     TO CONTROLE-GE-CAMINHO
                   PERFORM 2650-GRAVAR-REGISTRO-CONTROLE
           END-PERFORM.

           MOVE SPACES TO REG-CONTROLE-CTL.
           MOVE 'TR' TO CONTROLE-CTL-TIPO.
           COMPUTE CONTROLE-CTL-QTDE = 14 + WS-QTDE-GERACOES.
           MOVE WS-DATA-PROCESSAMENTO TO CONTROLE-CTL-DATA.
           MOVE WS-SITUACAO-CADEIA TO CONTROLE-CTL-SITUACAO.
           MOVE WS-OPERADOR-LIBERACAO TO CONTROLE-CTL-LIBERACAO.
           PERFORM 2650-GRAVAR-REGISTRO-CONTROLE.

           CLOSE CONTROLE.
       2600-END-PERFORM.
      ******************************************************************
      * 2650-GRAVAR-REGISTRO-CONTROLE
      ******************************************************************
       2650-GRAVAR-REGISTRO-CONTROLE.
           WRITE REG-CONTROLE.
           IF WS-FS-CONTROLE NOT EQUAL '00'
              MOVE 'GRAVACAO DO ARQUIVO CONTROLE' TO WS-ERRO
              MOVE WS-FS-CONTROLE TO WS-FILE-STATUS
              PERFORM 4000-ERRO
           END-IF.
       2650-END-PERFORM.
      ******************************************************************
      * 3000-FINALIZAR
      ******************************************************************
       3000-FINALIZAR.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '*               PROGRAMA CADEIA                  *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* DATA DE PROCESSAMENTO ' WS-DATA-PROCESSAMENTO
           DISPLAY '* ARQUIVO DE CONTROLE ' WS-CAMINHO-CONTROLE
           IF WS-SW-CONTROLE-PRESENTE EQUAL 'S'
              DISPLAY '* REINICIO DA CADEIA'
           END-IF
           IF WS-OPERADOR-LIBERACAO NOT EQUAL SPACES
              DISPLAY '* DATA LIBERADA POR ' WS-OPERADOR-LIBERACAO
           END-IF
           DISPLAY '* QTDE DE PASSOS EXECUTADOS ' WS-QTDE-EXECUTADOS
           DISPLAY '* QTDE DE PASSOS JA CONCLUIDOS ' WS-QTDE-IGNORADOS
           DISPLAY '* QTDE DE GERACOES PROMOVIDAS ' WS-QTDE-PROMOVIDAS
           DISPLAY '* QTDE DE GERACOES SALVAS ' WS-QTDE-SALVAS
           DISPLAY '* QTDE DE GERACOES RESTAURADAS ' WS-QTDE-RESTAURADAS
      * A STEP ABOVE ITS TOLERANCE INTERRUPTS THE CHAIN WITH RETURN-
      * CODE 16; A CHAIN THAT CONCLUDED WITH SOME STEP WARNING ENDS
      * WITH 4.
           IF WS-SW-INTERROMPIDA EQUAL 'S'
              DISPLAY '* CADEIA INTERROMPIDA NO PASSO '
                      WS-PASSO-INTERROMPIDO
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY '* CADEIA CONCLUIDA'
              IF WS-SW-ADVERTENCIA EQUAL 'S'
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
           DISPLAY '*               PROGRAMA CADEIA                  *'.
           DISPLAY '*------------------------------------------------*'.
           DISPLAY '* ERRO: ' WS-ERRO.
           DISPLAY '* FILE STATUS: ' WS-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       4000-END-PERFORM.
