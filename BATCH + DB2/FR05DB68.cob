      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB68.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB68                                       *00002000
      *    TIPO.......: PROVISAO MENSAL DE 13o SALARIO E FERIAS        *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : CONSTITUIR MES A MES O PASSIVO DE 13o SALARIO E  *00002800
      *               DE FERIAS, RODADO NO FECHAMENTO DA COMPETENCIA   *00002900
      *               APOS A FOLHA (FR05FOL), O 13o (FR05T13) E AS     *00003000
      *               FERIAS (FR05FER):                                *00003100
      *               1) PARA CADA EMPREGADO ATIVO DA FOUR001.FUNC2,   *00003200
      *                  PROVISIONA 1/12 DO SALARIO PARA O 13o (AVO    *00003300
      *                  DO ANO, LIMITADO A 12) E 1/12 DO SALARIO MAIS *00003400
      *                  1/3 PARA AS FERIAS (AVO DO PERIODO AQUISITIVO *00003500
      *                  DO ARQUIVO FERIAS, LIMITADO A 12). MES DE     *00003600
      *                  ADMISSAO OU DE INICIO DO PERIODO SO CONTA COM *00003700
      *                  ATE O DIA 15. SOBRE O PROVISIONADO APLICA OS  *00003800
      *                  ENCARGOS PATRONAIS DO TABDESC (TIPOS F/P/A/T, *00003900
      *                  OS MESMOS DO FR05DB64);                       *00004000
      *               2) BAIXA DA PROVISAO O QUE FOI PAGO NA           *00004100
      *                  COMPETENCIA SEGUNDO O FOLHIST: 13o (FR05DB40, *00004200
      *                  BRUTO MENOS O ADIANTAMENTO) E FERIAS          *00004300
      *                  (FR05DB42, BRUTO COM O TERCO), COM OS         *00004400
      *                  ENCARGOS PROPORCIONAIS, ATE O SALDO; O PAGO   *00004500
      *                  ACIMA DO SALDO VAI AO RELATORIO. NA QUITACAO  *00004600
      *                  DE DEZEMBRO O RESIDUO DO 13o E ESTORNADO. O   *00004700
      *                  SALDO DE EMPREGADO INATIVO (DESLIGADO, PAGO   *00004800
      *                  NA RESCISAO PELO FR05DB62) E BAIXADO INTEIRO; *00004900
      *               3) MANTEM O SALDO POR EMPREGADO NO PROVSAL       *00005000
      *                  (B#PROVIS), LIDO DA GERACAO ANTERIOR E        *00005100
      *                  REGRAVADO NO PROVNOVO;                        *00005200
      *               4) GRAVA NO GLMOV (B#GLJRN) DESPESA DO SETOR X   *00005300
      *                  PROVISAO E DESPESA DE ENCARGOS X ENCARGOS     *00005400
      *                  SOBRE A PROVISAO (INVERTIDOS NA BAIXA), COM   *00005500
      *                  AS CONTAS DA CTBFOL (B#CTBFOL) DA ORIGEM DO   *00005600
      *                  PAGAMENTO: FR05DB40 (13o) E FR05DB42 (FERIAS);*00005700
      *               5) EMITE O RELATORIO DA PROVISAO POR SETOR       *00005800
      *                  (RELPRV).                                     *00005900
      *               EMPREGADO JA PROCESSADO NA COMPETENCIA (RERUN) E *00006000
      *               MANTIDO COMO ESTA.                               *00006100
      *----------------------------------------------------------------*00006200
      *    BASE DE DADOS:                                              *00006300
      *     TABELAS DB2                           INCLUDE/BOOK         *00006400
      *    FOUR001.FUNC2                           #BKFUNC2            *00006500
      *    FOUR001.SETOR                           (DESCRICAO)         *00006600
      *----------------------------------------------------------------*00006700
      *    ARQUIVOS :                                                  *00006800
      *    DDNAME          I/O                                         *00006900
      *    JCLTABDE         I    FAIXAS E ALIQUOTAS (TABDESC)          *00007000
      *    JCLFERIA         I    DIREITO DE FERIAS (FERIAS)            *00007100
      *    FOLHIST          I    HISTORICO DA FOLHA                    *00007200
      *    JCLCTBFO         I    TABELA DE CONTAS DA FOLHA (CTBFOL)    *00007300
      *    JCLPRVAN         I    SALDO DA PROVISAO ANTERIOR (PROVSAL)  *00007400
      *    JCLPRVNO         O    SALDO DA PROVISAO ATUALIZADO          *00007500
      *    JCLGLMOV         O    LANCAMENTOS DA INTERFACE RAZAO        *00007600
      *    JCLRELPV         O    RELATORIO DA PROVISAO POR SETOR       *00007700
      *----------------------------------------------------------------*00007800
      *    MODULO   :                                                  *00007900
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00008000
      *               GRAVARUN - CONTROLE DE REPROCESSAMENTO           *00008100
      *               LERDATAP - DATA DE MOVIMENTO DO CICLO            *00008200
      *----------------------------------------------------------------*00008300
      *    COPYBOOK :                                                  *00008400
      *               B#FERIAS - DIREITO DE FERIAS                     *00008500
      *               B#FOLHIS - HISTORICO DA FOLHA                    *00008600
      *               B#CTBFOL - TABELA DE CONTAS DA FOLHA             *00008700
      *               B#PROVIS - SALDO DA PROVISAO POR EMPREGADO       *00008800
      *               B#GLJRN  - LANCAMENTO DA INTERFACE RAZAO         *00008900
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00009000
      *               B#RUNCTL - AREA DO CONTROLE DE REPROCESSAMENTO   *00009100
      *               B#DATPRC - AREA DO LERDATAP                      *00009200
      *----------------------------------------------------------------*00009300
      *    PARAMETROS (VIA SYSIN):                                     *00009400
      *      COMPETENCIA (AAAAMM)                                      *00009500
      *      RERUN (S/N) - LIBERA O REPROCESSAMENTO DA COMPETENCIA     *00009600
      *----------------------------------------------------------------*00009700
      *    HISTORICO DE ALTERACOES:                                    *00009800
      *      DATA        RESP.    DESCRICAO                            *00009900
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00010000
      ******************************************************************00010100
      *================================================================*00010200
                                                                        00010300
      *================================================================*00010400
       ENVIRONMENT DIVISION.                                            00010500
      *================================================================*00010600
                                                                        00010700
      *----------------------------------------------------------------*00010800
       CONFIGURATION                              SECTION.              00010900
      *----------------------------------------------------------------*00011000
                                                                        00011100
       SPECIAL-NAMES.                                                   00011200
           DECIMAL-POINT IS COMMA.                                      00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
       INPUT-OUTPUT                               SECTION.              00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
       FILE-CONTROL.                                                    00011900
             SELECT TABDESC   ASSIGN     TO JCLTABDE                    00012000
                    FILE STATUS     IS WRK-FS-TABDESC.                  00012100
                                                                        00012200
             SELECT FERIAS    ASSIGN     TO JCLFERIA                    00012300
                    FILE STATUS     IS WRK-FS-FERIAS.                   00012400
                                                                        00012500
             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00012600
                    FILE STATUS     IS WRK-FS-FOLHIST.                  00012700
                                                                        00012800
             SELECT CTBFOL    ASSIGN     TO JCLCTBFO                    00012900
                    FILE STATUS     IS WRK-FS-CTBFOL.                   00013000
                                                                        00013100
             SELECT PROVANT   ASSIGN     TO JCLPRVAN                    00013200
                    FILE STATUS     IS WRK-FS-PROVANT.                  00013300
                                                                        00013400
             SELECT PROVNOV   ASSIGN     TO JCLPRVNO                    00013500
                    FILE STATUS     IS WRK-FS-PROVNOV.                  00013600
                                                                        00013700
             SELECT GLMOV     ASSIGN     TO JCLGLMOV                    00013800
                    FILE STATUS     IS WRK-FS-GLMOV.                    00013900
                                                                        00014000
             SELECT RELPRV    ASSIGN     TO JCLRELPV                    00014100
                    FILE STATUS     IS WRK-FS-RELPRV.                   00014200
                                                                        00014300
      *================================================================*00014400
       DATA                DIVISION.                                    00014500
      *================================================================*00014600
      *----------------------------------------------------------------*00014700
       FILE                                       SECTION.              00014800
      *----------------------------------------------------------------*00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
      *    INPUT - FAIXAS E ALIQUOTAS (TABDESC) - LRECL = 030          *00015200
      *----------------------------------------------------------------*00015300
                                                                        00015400
       FD TABDESC                                                       00015500
           RECORDING MODE IS F                                          00015600
           BLOCK CONTAINS 0 RECORDS.                                    00015700
       01 FD-TABDESC.                                                   00015800
          05 FD-DESC-TIPO             PIC X(01).                        00015900
          05 FD-DESC-LIMITE           PIC 9(08)V99.                     00016000
          05 FD-DESC-ALIQUOTA         PIC 9(02)V99.                     00016100
          05 FD-DESC-PARCELA          PIC 9(08)V99.                     00016200
          05 FILLER                   PIC X(05).                        00016300
                                                                        00016400
      *----------------------------------------------------------------*00016500
      *    INPUT - DIREITO DE FERIAS (FERIAS) - LRECL = 040            *00016600
      *----------------------------------------------------------------*00016700
                                                                        00016800
       FD FERIAS                                                        00016900
           RECORDING MODE IS F                                          00017000
           BLOCK CONTAINS 0 RECORDS.                                    00017100
                                                                        00017200
           COPY 'B#FERIAS'.                                             00017300
                                                                        00017400
      *----------------------------------------------------------------*00017500
      *    INPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110          *00017600
      *----------------------------------------------------------------*00017700
                                                                        00017800
       FD FOLHIST                                                       00017900
           RECORDING MODE IS F                                          00018000
           BLOCK CONTAINS 0 RECORDS.                                    00018100
                                                                        00018200
           COPY 'B#FOLHIS'.                                             00018300
                                                                        00018400
      *----------------------------------------------------------------*00018500
      *    INPUT - TABELA DE CONTAS DA FOLHA (CTBFOL) - LRECL = 040    *00018600
      *----------------------------------------------------------------*00018700
                                                                        00018800
       FD CTBFOL                                                        00018900
           RECORDING MODE IS F                                          00019000
           BLOCK CONTAINS 0 RECORDS.                                    00019100
       01 FD-CTBFOL         PIC X(040).                                 00019200
                                                                        00019300
      *----------------------------------------------------------------*00019400
      *    INPUT - SALDO DA PROVISAO ANTERIOR (PROVSAL) - LRECL = 080  *00019500
      *----------------------------------------------------------------*00019600
                                                                        00019700
       FD PROVANT                                                       00019800
           RECORDING MODE IS F                                          00019900
           BLOCK CONTAINS 0 RECORDS.                                    00020000
       01 FD-PROVANT        PIC X(080).                                 00020100
                                                                        00020200
      *----------------------------------------------------------------*00020300
      *    OUTPUT - SALDO DA PROVISAO ATUALIZADO - LRECL = 080         *00020400
      *----------------------------------------------------------------*00020500
                                                                        00020600
       FD PROVNOV                                                       00020700
           RECORDING MODE IS F                                          00020800
           BLOCK CONTAINS 0 RECORDS.                                    00020900
       01 FD-PROVNOV        PIC X(080).                                 00021000
                                                                        00021100
      *----------------------------------------------------------------*00021200
      *    OUTPUT - LANCAMENTOS DA INTERFACE RAZAO (GLMOV) - LRECL 060 *00021300
      *----------------------------------------------------------------*00021400
                                                                        00021500
       FD GLMOV                                                         00021600
           RECORDING MODE IS F                                          00021700
           BLOCK CONTAINS 0 RECORDS.                                    00021800
                                                                        00021900
           COPY 'B#GLJRN'.                                              00022000
                                                                        00022100
      *----------------------------------------------------------------*00022200
      *    OUTPUT - PROVISAO POR SETOR (RELPRV) - LRECL = 080          *00022300
      *----------------------------------------------------------------*00022400
                                                                        00022500
       FD RELPRV                                                        00022600
           RECORDING MODE IS F                                          00022700
           BLOCK CONTAINS 0 RECORDS.                                    00022800
       01 FD-RELPRV         PIC X(080).                                 00022900
                                                                        00023000
      *----------------------------------------------------------------*00023100
       WORKING-STORAGE                            SECTION.              00023200
      *----------------------------------------------------------------*00023300
                                                                        00023400
      *----------------------------------------------------------------*00023500
       01  FILLER                      PIC  X(050)         VALUE        00023600
                 '*** INICIO DA WORKING FR05DB68 ***'.                  00023700
      *----------------------------------------------------------------*00023800
                                                                        00023900
       77 WRK-SQLCODE            PIC -999.                              00024000
       77 WRK-FS-TABDESC         PIC X(002) VALUE SPACES.               00024100
       77 WRK-FS-FERIAS          PIC X(002) VALUE SPACES.               00024200
       77 WRK-FS-FOLHIST         PIC X(002) VALUE SPACES.               00024300
       77 WRK-FS-CTBFOL          PIC X(002) VALUE SPACES.               00024400
       77 WRK-FS-PROVANT         PIC X(002) VALUE SPACES.               00024500
       77 WRK-FS-PROVNOV         PIC X(002) VALUE SPACES.               00024600
       77 WRK-FS-GLMOV           PIC X(002) VALUE SPACES.               00024700
       77 WRK-FS-RELPRV          PIC X(002) VALUE SPACES.               00024800
       77 WRK-DATA-EXEC          PIC X(008) VALUE SPACES.               00024900
                                                                        00025000
       01 WRK-COMPETENCIA        PIC X(006) VALUE SPACES.               00025100
       01 FILLER                 REDEFINES WRK-COMPETENCIA.             00025200
          05 WRK-COMP-ANO        PIC 9(004).                            00025300
          05 WRK-COMP-MES        PIC 9(002).                            00025400
                                                                        00025500
      *    COMPETENCIA DE ADMISSAO (AAAAMM) A PARTIR DA DATAADM        *00025600
       01 WRK-COMP-ADMISSAO      PIC X(006) VALUE SPACES.               00025700
                                                                        00025800
      *----------------------------------------------------------------*00025900
       01  FILLER                       PIC X(050)           VALUE      00026000
                    '*** AREA DO CALCULO DA PROVISAO ***'.              00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
      *    ALIQUOTAS PATRONAIS (TABDESC TIPOS 'F', 'P', 'A' E 'T')     *00026400
       77 WRK-ALIQ-ENCARGOS      PIC 9(03)V99 VALUE ZEROS.              00026500
       77 WRK-TEM-FGTS           PIC X(01) VALUE 'N'.                   00026600
           88 WRK-TEM-FGTS-SIM       VALUE 'S'.                         00026700
       77 WRK-TEM-PATRONAL       PIC X(01) VALUE 'N'.                   00026800
           88 WRK-TEM-PATRONAL-SIM   VALUE 'S'.                         00026900
                                                                        00027000
       77 WRK-SALARIO            PIC 9(08)V99 VALUE ZEROS.              00027100
       77 WRK-PERIODO-FER        PIC X(08) VALUE SPACES.                00027200
       77 WRK-CONST-13           PIC 9(08)V99 VALUE ZEROS.              00027300
       77 WRK-CONST-FER          PIC 9(08)V99 VALUE ZEROS.              00027400
       77 WRK-ENC-CONST-13       PIC 9(08)V99 VALUE ZEROS.              00027500
       77 WRK-ENC-CONST-FER      PIC 9(08)V99 VALUE ZEROS.              00027600
       77 WRK-BAIXA-13           PIC 9(08)V99 VALUE ZEROS.              00027700
       77 WRK-BAIXA-FER          PIC 9(08)V99 VALUE ZEROS.              00027800
       77 WRK-ENC-BAIXA-13       PIC 9(08)V99 VALUE ZEROS.              00027900
       77 WRK-ENC-BAIXA-FER      PIC 9(08)V99 VALUE ZEROS.              00028000
       77 WRK-PAGO-13            PIC 9(09)V99 VALUE ZEROS.              00028100
       77 WRK-PAGO-FER           PIC 9(09)V99 VALUE ZEROS.              00028200
       77 WRK-EXCEDENTE          PIC 9(09)V99 VALUE ZEROS.              00028300
       77 WRK-VALOR-AUX          PIC 9(09)V99 VALUE ZEROS.              00028400
       77 WRK-CONSTITUIDO        PIC 9(09)V99 VALUE ZEROS.              00028500
       77 WRK-BAIXADO            PIC 9(09)V99 VALUE ZEROS.              00028600
       77 WRK-SALDO-13-TOT       PIC 9(09)V99 VALUE ZEROS.              00028700
       77 WRK-SALDO-FER-TOT      PIC 9(09)V99 VALUE ZEROS.              00028800
                                                                        00028900
       77 WRK-PRV-ACHOU          PIC X(01) VALUE 'N'.                   00029000
           88 WRK-PRV-ACHOU-SIM      VALUE 'S'.                         00029100
       77 WRK-FER-ACHOU          PIC X(01) VALUE 'N'.                   00029200
           88 WRK-FER-ACHOU-SIM      VALUE 'S'.                         00029300
       77 WRK-PAG-ACHOU          PIC X(01) VALUE 'N'.                   00029400
           88 WRK-PAG-ACHOU-SIM      VALUE 'S'.                         00029500
       77 WRK-CTB-ACHOU          PIC X(01) VALUE 'N'.                   00029600
           88 WRK-CTB-ACHOU-SIM      VALUE 'S'.                         00029700
       77 WRK-LCT-ACHOU          PIC X(01) VALUE 'N'.                   00029800
           88 WRK-LCT-ACHOU-SIM      VALUE 'S'.                         00029900
       77 WRK-IND-PRV            PIC 9(03) VALUE ZEROS.                 00030000
       77 WRK-IND-PAG            PIC 9(03) VALUE ZEROS.                 00030100
                                                                        00030200
       77 WRK-TEM-SETOR          PIC X(01) VALUE 'N'.                   00030300
           88 WRK-TEM-SETOR-SIM      VALUE 'S'.                         00030400
       77 WRK-SETOR-ANTERIOR     PIC X(04) VALUE SPACES.                00030500
       77 WRK-SETOR-DESC         PIC X(30) VALUE SPACES.                00030600
       77 WRK-DESC-NULL          PIC S9(4) COMP VALUE ZEROS.            00030700
                                                                        00030800
      *----------------------------------------------------------------*00030900
      *    AREA DO LANCAMENTO CONTABIL                                 *00031000
      *----------------------------------------------------------------*00031100
                                                                        00031200
       77 WRK-ORIGEM-CTB         PIC X(08) VALUE SPACES.                00031300
       77 WRK-TIPO-DESPESA       PIC X(01) VALUE SPACES.                00031400
       77 WRK-TIPO-PASSIVO       PIC X(01) VALUE SPACES.                00031500
       77 WRK-SENTIDO            PIC X(01) VALUE SPACES.                00031600
           88 WRK-SENTIDO-CONSTITUIR VALUE 'C'.                         00031700
           88 WRK-SENTIDO-BAIXAR     VALUE 'B'.                         00031800
       77 WRK-VALOR-LANC         PIC 9(08)V99 VALUE ZEROS.              00031900
       77 WRK-VALOR-MOVTO        PIC 9(13)V99 VALUE ZEROS.              00032000
       77 WRK-CONTA-DESPESA      PIC X(08) VALUE SPACES.                00032100
       77 WRK-CONTA-DEB          PIC X(08) VALUE SPACES.                00032200
       77 WRK-CONTA-CRE          PIC X(08) VALUE SPACES.                00032300
       77 WRK-HISTORICO-LANC     PIC X(25) VALUE SPACES.                00032400
                                                                        00032500
      *    CHAVE DE PESQUISA NA TABELA DE CONTAS                       *00032600
       01 WRK-CHAVE-CTF.                                                00032700
          05 WRK-CHV-TIPO        PIC X(01).                             00032800
          05 WRK-CHV-ORIGEM      PIC X(08).                             00032900
          05 WRK-CHV-SETOR       PIC X(04).                             00033000
                                                                        00033100
      *----------------------------------------------------------------*00033200
      *    TABELA DE CONTAS DA FOLHA (CTBFOL)                          *00033300
      *----------------------------------------------------------------*00033400
                                                                        00033500
       01 WRK-TAB-CONTAS.                                               00033600
          05 WRK-TAB-CTB                 OCCURS 200 TIMES               00033700
                                          INDEXED BY WRK-IDX-CTB.       00033800
             10 WRK-TAB-CTB-CHAVE        PIC X(13).                     00033900
             10 WRK-TAB-CTB-CONTA        PIC X(08).                     00034000
             10 WRK-TAB-CTB-HISTORICO    PIC X(18).                     00034100
                                                                        00034200
       77 WRK-TAB-CTB-QTDE               PIC 9(003) VALUE ZEROS.        00034300
                                                                        00034400
      *----------------------------------------------------------------*00034500
      *    LANCAMENTOS DA COMPETENCIA SOMADOS POR PAR DE CONTAS        *00034600
      *----------------------------------------------------------------*00034700
                                                                        00034800
       01 WRK-TAB-LANCAMENTOS.                                          00034900
          05 WRK-TAB-LCT                 OCCURS 300 TIMES               00035000
                                          INDEXED BY WRK-IDX-LCT.       00035100
             10 WRK-TAB-LCT-CONTA-DEB    PIC X(08).                     00035200
             10 WRK-TAB-LCT-CONTA-CRE    PIC X(08).                     00035300
             10 WRK-TAB-LCT-HISTORICO    PIC X(25).                     00035400
             10 WRK-TAB-LCT-VALOR        PIC 9(013)V99.                 00035500
                                                                        00035600
       77 WRK-TAB-LCT-QTDE               PIC 9(003) VALUE ZEROS.        00035700
                                                                        00035800
      *----------------------------------------------------------------*00035900
      *    PERIODO AQUISITIVO CORRENTE POR EMPREGADO (FERIAS)          *00036000
      *----------------------------------------------------------------*00036100
                                                                        00036200
       01 WRK-TAB-FERIAS.                                               00036300
          05 WRK-TAB-FER             OCCURS 500 TIMES                   00036400
                                      INDEXED BY WRK-IDX-FER.           00036500
             10 WRK-TAB-FER-ID           PIC 9(04).                     00036600
             10 WRK-TAB-FER-PER-INI      PIC X(08).                     00036700
       77 WRK-TAB-FER-QTDE       PIC 9(03) VALUE ZEROS.                 00036800
                                                                        00036900
      *----------------------------------------------------------------*00037000
      *    13o E FERIAS PAGOS NA COMPETENCIA (FOLHIST)                 *00037100
      *----------------------------------------------------------------*00037200
                                                                        00037300
       01 WRK-TAB-PAGOS.                                                00037400
          05 WRK-TAB-PAG             OCCURS 500 TIMES                   00037500
                                      INDEXED BY WRK-IDX-PAG.           00037600
             10 WRK-TAB-PAG-ID           PIC 9(04).                     00037700
             10 WRK-TAB-PAG-13           PIC 9(09)V99.                  00037800
             10 WRK-TAB-PAG-FER          PIC 9(09)V99.                  00037900
             10 WRK-TAB-PAG-USADO        PIC X(01).                     00038000
       77 WRK-TAB-PAG-QTDE       PIC 9(03) VALUE ZEROS.                 00038100
                                                                        00038200
      *----------------------------------------------------------------*00038300
      *    SALDO DA PROVISAO POR EMPREGADO (PROVSAL)                   *00038400
      *----------------------------------------------------------------*00038500
                                                                        00038600
       01 WRK-TAB-PROVISAO.                                             00038700
          05 WRK-TAB-PRV             OCCURS 500 TIMES                   00038800
                                      INDEXED BY WRK-IDX-PRV.           00038900
             10 WRK-TAB-PRV-ID           PIC 9(04).                     00039000
             10 WRK-TAB-PRV-COMPET       PIC X(06).                     00039100
             10 WRK-TAB-PRV-ANO-13       PIC 9(04).                     00039200
             10 WRK-TAB-PRV-AVOS-13      PIC 9(02).                     00039300
             10 WRK-TAB-PRV-SALDO-13     PIC 9(08)V99.                  00039400
             10 WRK-TAB-PRV-ENC-13       PIC 9(08)V99.                  00039500
             10 WRK-TAB-PRV-PER-FER      PIC X(08).                     00039600
             10 WRK-TAB-PRV-AVOS-FER     PIC 9(02).                     00039700
             10 WRK-TAB-PRV-SALDO-FER    PIC 9(08)V99.                  00039800
             10 WRK-TAB-PRV-ENC-FER      PIC 9(08)V99.                  00039900
             10 WRK-TAB-PRV-ATIVO        PIC X(01).                     00040000
             10 WRK-TAB-PRV-USADO        PIC X(01).                     00040100
       77 WRK-TAB-PRV-QTDE       PIC 9(03) VALUE ZEROS.                 00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       01  FILLER                       PIC X(050)           VALUE      00040500
                        '*** AREA DE ACUMULADORES ***'.                 00040600
      *----------------------------------------------------------------*00040700
                                                                        00040800
       77 ACUM-HIST-LIDOS        PIC 9(07) VALUE ZEROS.                 00040900
       77 ACUM-HIST-PAGOS        PIC 9(05) VALUE ZEROS.                 00041000
       77 ACUM-PROV-LIDOS        PIC 9(05) VALUE ZEROS.                 00041100
       77 ACUM-PROV-GRAVADOS     PIC 9(05) VALUE ZEROS.                 00041200
       77 ACUM-LIDOS             PIC 9(05) VALUE ZEROS.                 00041300
       77 ACUM-EMPREGADOS        PIC 9(05) VALUE ZEROS.                 00041400
       77 ACUM-JA-PROCESSADOS    PIC 9(05) VALUE ZEROS.                 00041500
       77 ACUM-DESLIGADOS        PIC 9(05) VALUE ZEROS.                 00041600
       77 ACUM-SEM-CADASTRO      PIC 9(04) VALUE ZEROS.                 00041700
       77 ACUM-SEM-CONTA         PIC 9(04) VALUE ZEROS.                 00041800
       77 ACUM-LANCAMENTOS       PIC 9(07) VALUE ZEROS.                 00041900
       77 ACUM-SOMA-DEBITOS      PIC 9(015)V99 VALUE ZEROS.             00042000
       77 ACUM-SOMA-CREDITOS     PIC 9(015)V99 VALUE ZEROS.             00042100
       77 ACUM-VLR-SEM-CONTA     PIC 9(12)V99 VALUE ZEROS.              00042200
       77 ACUM-PAGO-SEM-PROV     PIC 9(12)V99 VALUE ZEROS.              00042300
                                                                        00042400
       77 ACUM-QTDE-SETOR        PIC 9(04) VALUE ZEROS.                 00042500
       77 ACUM-CONST-SETOR       PIC 9(11)V99 VALUE ZEROS.              00042600
       77 ACUM-BAIXA-SETOR       PIC 9(11)V99 VALUE ZEROS.              00042700
       77 ACUM-SALDO-13-SETOR    PIC 9(11)V99 VALUE ZEROS.              00042800
       77 ACUM-SALDO-FER-SETOR   PIC 9(11)V99 VALUE ZEROS.              00042900
       77 ACUM-CONST-GERAL       PIC 9(11)V99 VALUE ZEROS.              00043000
       77 ACUM-BAIXA-GERAL       PIC 9(11)V99 VALUE ZEROS.              00043100
       77 ACUM-SALDO-13-GERAL    PIC 9(11)V99 VALUE ZEROS.              00043200
       77 ACUM-SALDO-FER-GERAL   PIC 9(11)V99 VALUE ZEROS.              00043300
                                                                        00043400
       77 WRK-DIFERENCA          PIC S9(15)V99 VALUE ZEROS.             00043500
                                                                        00043600
      *----------------------------------------------------------------*00043700
      *    LINHAS DO RELATORIO DA PROVISAO                             *00043800
      *----------------------------------------------------------------*00043900
                                                                        00044000
       01 WRK-RP-SEPARA          PIC X(080) VALUE ALL '='.              00044100
                                                                        00044200
       01 WRK-RP-TRACO           PIC X(080) VALUE ALL '-'.              00044300
                                                                        00044400
       01 WRK-RP-CABEC.                                                 00044500
          05 FILLER               PIC X(040) VALUE                      00044600
             'FOURSYS - PROVISAO DE 13o E FERIAS'.                      00044700
          05 FILLER               PIC X(012) VALUE 'COMPETENCIA '.      00044800
          05 WRK-RP-COMPETENCIA   PIC X(006).                           00044900
          05 FILLER               PIC X(022) VALUE SPACES.              00045000
                                                                        00045100
       01 WRK-RP-ALIQUOTA.                                              00045200
          05 FILLER               PIC X(032) VALUE                      00045300
             'ENCARGOS PATRONAIS SOBRE A PROV '.                        00045400
          05 WRK-RP-ALIQ          PIC ZZ9,99.                           00045500
          05 FILLER               PIC X(001) VALUE '%'.                 00045600
          05 FILLER               PIC X(041) VALUE                      00045700
             '   (SALDOS COM OS ENCARGOS)'.                             00045800
                                                                        00045900
       01 WRK-RP-TITULO.                                                00046000
          05 FILLER               PIC X(017) VALUE 'ID   NOME'.         00046100
          05 FILLER               PIC X(010) VALUE ' CONST 13o'.        00046200
          05 FILLER               PIC X(010) VALUE ' CONST FER'.        00046300
          05 FILLER               PIC X(010) VALUE '  ENCARGOS'.        00046400
          05 FILLER               PIC X(011) VALUE '     BAIXAS'.       00046500
          05 FILLER               PIC X(011) VALUE '  SALDO 13o'.       00046600
          05 FILLER               PIC X(011) VALUE '  SALDO FER'.       00046700
                                                                        00046800
       01 WRK-RP-DETALHE.                                               00046900
          05 WRK-RD-ID            PIC 9(004).                           00047000
          05 FILLER               PIC X(001) VALUE SPACES.              00047100
          05 WRK-RD-NOME          PIC X(011).                           00047200
          05 FILLER               PIC X(001) VALUE SPACES.              00047300
          05 WRK-RD-CONST-13      PIC ZZ.ZZ9,99.                        00047400
          05 FILLER               PIC X(001) VALUE SPACES.              00047500
          05 WRK-RD-CONST-FER     PIC ZZ.ZZ9,99.                        00047600
          05 FILLER               PIC X(001) VALUE SPACES.              00047700
          05 WRK-RD-ENCARGOS      PIC ZZ.ZZ9,99.                        00047800
          05 FILLER               PIC X(001) VALUE SPACES.              00047900
          05 WRK-RD-BAIXAS        PIC ZZZ.ZZ9,99.                       00048000
          05 FILLER               PIC X(001) VALUE SPACES.              00048100
          05 WRK-RD-SALDO-13      PIC ZZZ.ZZ9,99.                       00048200
          05 FILLER               PIC X(001) VALUE SPACES.              00048300
          05 WRK-RD-SALDO-FER     PIC ZZZ.ZZ9,99.                       00048400
          05 FILLER               PIC X(001) VALUE SPACES.              00048500
                                                                        00048600
       01 WRK-RP-TOTAL1.                                                00048700
          05 WRK-RT-ROTULO        PIC X(012).                           00048800
          05 WRK-RT-SETOR         PIC X(004).                           00048900
          05 FILLER               PIC X(001) VALUE SPACES.              00049000
          05 WRK-RT-DESC          PIC X(012).                           00049100
          05 WRK-RT-QTDE          PIC ZZ.ZZ9.                           00049200
          05 FILLER               PIC X(004) VALUE ' EMP'.              00049300
          05 FILLER               PIC X(013) VALUE ' CONSTITUIDO '.     00049400
          05 WRK-RT-CONST         PIC ZZZ.ZZZ.ZZ9,99.                   00049500
          05 FILLER               PIC X(014) VALUE SPACES.              00049600
                                                                        00049700
       01 WRK-RP-TOTAL2.                                                00049800
          05 FILLER               PIC X(012) VALUE SPACES.              00049900
          05 FILLER               PIC X(008) VALUE 'BAIXADO '.          00050000
          05 WRK-RT-BAIXA         PIC ZZZ.ZZZ.ZZ9,99.                   00050100
          05 FILLER               PIC X(011) VALUE ' SALDO 13o '.       00050200
          05 WRK-RT-SALDO-13      PIC ZZZ.ZZZ.ZZ9,99.                   00050300
          05 FILLER               PIC X(005) VALUE ' FER '.             00050400
          05 WRK-RT-SALDO-FER     PIC ZZZ.ZZZ.ZZ9,99.                   00050500
          05 FILLER               PIC X(002) VALUE SPACES.              00050600
                                                                        00050700
       01 WRK-LINCTL.                                                   00050800
          05 WRK-CT-ROTULO               PIC X(025).                    00050900
          05 FILLER                      PIC X(002) VALUE SPACES.       00051000
          05 WRK-CT-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.       00051100
          05 FILLER                      PIC X(033) VALUE SPACES.       00051200
                                                                        00051300
      *----------------------------------------------------------------*00051400
       01  FILLER                       PIC X(050)           VALUE      00051500
                        '*** AREA DE BOOK ***'.                         00051600
      *----------------------------------------------------------------*00051700
                                                                        00051800
           COPY 'B#PROVIS'.                                             00051900
                                                                        00052000
           COPY 'B#CTBFOL'.                                             00052100
                                                                        00052200
           COPY 'B#GRALOG'.                                             00052300
                                                                        00052400
           COPY 'B#RUNCTL'.                                             00052500
                                                                        00052600
           COPY 'B#DATPRC'.                                             00052700
                                                                        00052800
      *----------------------------------------------------------------*00052900
       01  FILLER                       PIC X(050)           VALUE      00053000
                        '*** AREA DB2 ***'.                             00053100
      *----------------------------------------------------------------*00053200
                                                                        00053300
           EXEC SQL                                                     00053400
             INCLUDE #BKFUNC2                                           00053500
           END-EXEC.                                                    00053600
           EXEC SQL                                                     00053700
               INCLUDE SQLCA                                            00053800
           END-EXEC.                                                    00053900
                                                                        00054000
           EXEC SQL                                                     00054100
             DECLARE CUR-PROVISAO CURSOR FOR                            00054200
             SELECT ID, NOME, SETOR, SALARIO, DATAADM, ATIVO            00054300
               FROM FOUR001.FUNC2                                       00054400
              ORDER BY SETOR, ID                                        00054500
           END-EXEC.                                                    00054600
                                                                        00054700
      *----------------------------------------------------------------*00054800
       01  FILLER                      PIC  X(050)         VALUE        00054900
              '*** FR05DB68 - FIM DA AREA DE WORKING ***'.              00055000
      *----------------------------------------------------------------*00055100
                                                                        00055200
      *================================================================*00055300
        PROCEDURE                       DIVISION.                       00055400
      *================================================================*00055500
                                                                        00055600
      ******************************************************************00055700
      *                    P R I N C I P A L                           *00055800
      ******************************************************************00055900
                                                                        00056000
      *----------------------------------------------------------------*00056100
       0000-PRINCIPAL                            SECTION.               00056200
      *----------------------------------------------------------------*00056300
                                                                        00056400
           PERFORM 1000-INICIAR                                         00056500
                                                                        00056600
           PERFORM 2000-PROCESSAR                                       00056700
                                                                        00056800
           PERFORM 3000-FINALIZAR                                       00056900
                                                                        00057000
           STOP RUN.                                                    00057100
                                                                        00057200
      *----------------------------------------------------------------*00057300
       0000-99-FIM.                           EXIT.                     00057400
      *----------------------------------------------------------------*00057500
                                                                        00057600
      ******************************************************************00057700
      *                      I N I C I A R                             *00057800
      ******************************************************************00057900
                                                                        00058000
      *----------------------------------------------------------------*00058100
       1000-INICIAR                           SECTION.                  00058200
      *----------------------------------------------------------------*00058300
                                                                        00058400
            ACCEPT WRK-COMPETENCIA FROM SYSIN.                          00058500
                                                                        00058600
            ACCEPT WRK-RUN-RERUN   FROM SYSIN.                          00058700
                                                                        00058800
            IF WRK-COMPETENCIA NOT NUMERIC                              00058900
             OR WRK-COMP-MES LESS 01                                    00059000
             OR WRK-COMP-MES GREATER 12                                 00059100
               MOVE 'FR05DB68'           TO WRK-PROGRAMA                00059200
               MOVE '1000  '             TO WRK-SECAO                   00059300
               MOVE 'COMPETENCIA INVALIDA NO SYSIN' TO WRK-MENSAGEM     00059400
               MOVE WRK-COMPETENCIA      TO WRK-STATUS                  00059500
               PERFORM 9999-TRATAR-ERROS                                00059600
            END-IF.                                                     00059700
                                                                        00059800
      *     OS LANCAMENTOS SAEM NA DATA DE MOVIMENTO DO CICLO          *00059900
            CALL 'LERDATAP'           USING WRK-DATPRC.                 00060000
            MOVE WRK-DTP-DATA         TO WRK-DATA-EXEC.                 00060100
                                                                        00060200
      *     GUARDA DE REPROCESSAMENTO: A COMPETENCIA SO RODA UMA VEZ   *00060300
            MOVE 'I'                  TO WRK-RUN-FUNCAO.                00060400
            MOVE 'FR05DB68'           TO WRK-RUN-PROGRAMA.              00060500
            MOVE SPACES               TO WRK-RUN-DATA-MOVTO.            00060600
            MOVE WRK-COMPETENCIA      TO WRK-RUN-DATA-MOVTO (1:6).      00060700
            MOVE '01'                 TO WRK-RUN-DATA-MOVTO (7:2).      00060800
            MOVE ZEROS                TO WRK-RUN-RC                     00060900
                                         WRK-RUN-LIDOS                  00061000
                                         WRK-RUN-GRAVADOS.              00061100
            CALL 'GRAVARUN'           USING WRK-RUNCTL.                 00061200
                                                                        00061300
            IF WRK-RUN-DATA-JA-FEITA                                    00061400
               MOVE 'A'               TO WRK-SEVERIDADE                 00061500
               MOVE 'FR05DB68'        TO WRK-PROGRAMA                   00061600
               MOVE '1000  '          TO WRK-SECAO                      00061700
               MOVE 'COMPETENCIA JA PROCESSADA - INFORME RERUN'         00061800
                                      TO WRK-MENSAGEM                   00061900
               MOVE WRK-COMPETENCIA   TO WRK-STATUS                     00062000
               CALL 'GRAVALOG'        USING WRK-LOG                     00062100
               MOVE 08                TO RETURN-CODE                    00062200
               GOBACK                                                   00062300
            END-IF.                                                     00062400
                                                                        00062500
            OPEN INPUT  TABDESC                                         00062600
                 INPUT  FERIAS                                          00062700
                 INPUT  FOLHIST                                         00062800
                 INPUT  CTBFOL                                          00062900
                 INPUT  PROVANT                                         00063000
                 OUTPUT PROVNOV                                         00063100
                 OUTPUT GLMOV                                           00063200
                 OUTPUT RELPRV.                                         00063300
                                                                        00063400
            PERFORM 1100-TESTAR-STATUS.                                 00063500
                                                                        00063600
            PERFORM 1200-CARREGAR-ALIQUOTAS.                            00063700
                                                                        00063800
            IF NOT WRK-TEM-FGTS-SIM                                     00063900
               OR NOT WRK-TEM-PATRONAL-SIM                              00064000
               MOVE 'FR05DB68'           TO WRK-PROGRAMA                00064100
               MOVE '1000  '             TO WRK-SECAO                   00064200
               MOVE 'ALIQUOTAS PATRONAIS AUSENTES' TO WRK-MENSAGEM      00064300
               MOVE SPACES               TO WRK-STATUS                  00064400
               PERFORM 9999-TRATAR-ERROS                                00064500
            END-IF.                                                     00064600
                                                                        00064700
            PERFORM 1300-CARREGAR-CONTAS.                               00064800
                                                                        00064900
            PERFORM 1400-CARREGAR-FERIAS.                               00065000
                                                                        00065100
            PERFORM 1500-CARREGAR-PAGAMENTOS.                           00065200
                                                                        00065300
            PERFORM 1600-CARREGAR-PROVISAO.                             00065400
                                                                        00065500
            MOVE SPACES               TO FD-GLMOV.                      00065600
            MOVE '00000000'           TO FD-GLJ-H-CONTA.                00065700
            MOVE WRK-DATA-EXEC        TO FD-GLJ-H-DATA.                 00065800
            MOVE 'FR05DB68'           TO FD-GLJ-H-ORIGEM.               00065900
            WRITE FD-GLMOV.                                             00066000
            PERFORM 1100-TESTAR-STATUS.                                 00066100
                                                                        00066200
            MOVE WRK-COMPETENCIA      TO WRK-RP-COMPETENCIA.            00066300
            MOVE WRK-ALIQ-ENCARGOS    TO WRK-RP-ALIQ.                   00066400
            WRITE FD-RELPRV           FROM WRK-RP-SEPARA.               00066500
            WRITE FD-RELPRV           FROM WRK-RP-CABEC.                00066600
            WRITE FD-RELPRV           FROM WRK-RP-ALIQUOTA.             00066700
            WRITE FD-RELPRV           FROM WRK-RP-SEPARA.               00066800
            WRITE FD-RELPRV           FROM WRK-RP-TITULO.               00066900
            WRITE FD-RELPRV           FROM WRK-RP-TRACO.                00067000
            PERFORM 1100-TESTAR-STATUS.                                 00067100
                                                                        00067200
      *----------------------------------------------------------------*00067300
       1000-99-FIM.                              EXIT.                  00067400
      *----------------------------------------------------------------*00067500
                                                                        00067600
      ******************************************************************00067700
      *                   T E S T A R  S T A T U S                     *00067800
      ******************************************************************00067900
                                                                        00068000
      *----------------------------------------------------------------*00068100
       1100-TESTAR-STATUS                    SECTION.                   00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
           IF WRK-FS-TABDESC NOT EQUAL ZEROS AND                        00068500
              WRK-FS-TABDESC NOT EQUAL '10'                             00068600
              MOVE 'ERRO NO ARQUIVO TABDESC'  TO WRK-MENSAGEM           00068700
              MOVE WRK-FS-TABDESC       TO WRK-STATUS                   00068800
              PERFORM 9990-ERRO-ARQUIVO                                 00068900
           END-IF.                                                      00069000
                                                                        00069100
           IF WRK-FS-FERIAS NOT EQUAL ZEROS AND                         00069200
              WRK-FS-FERIAS NOT EQUAL '10'                              00069300
              MOVE 'ERRO NO ARQUIVO FERIAS'   TO WRK-MENSAGEM           00069400
              MOVE WRK-FS-FERIAS        TO WRK-STATUS                   00069500
              PERFORM 9990-ERRO-ARQUIVO                                 00069600
           END-IF.                                                      00069700
                                                                        00069800
           IF WRK-FS-FOLHIST NOT EQUAL ZEROS AND                        00069900
              WRK-FS-FOLHIST NOT EQUAL '10'                             00070000
              MOVE 'ERRO NO ARQUIVO FOLHIST'  TO WRK-MENSAGEM           00070100
              MOVE WRK-FS-FOLHIST       TO WRK-STATUS                   00070200
              PERFORM 9990-ERRO-ARQUIVO                                 00070300
           END-IF.                                                      00070400
                                                                        00070500
           IF WRK-FS-CTBFOL NOT EQUAL ZEROS AND                         00070600
              WRK-FS-CTBFOL NOT EQUAL '10'                              00070700
              MOVE 'ERRO NO ARQUIVO CTBFOL'   TO WRK-MENSAGEM           00070800
              MOVE WRK-FS-CTBFOL        TO WRK-STATUS                   00070900
              PERFORM 9990-ERRO-ARQUIVO                                 00071000
           END-IF.                                                      00071100
                                                                        00071200
           IF WRK-FS-PROVANT NOT EQUAL ZEROS AND                        00071300
              WRK-FS-PROVANT NOT EQUAL '10'                             00071400
              MOVE 'ERRO NO ARQUIVO PROVANT'  TO WRK-MENSAGEM           00071500
              MOVE WRK-FS-PROVANT       TO WRK-STATUS                   00071600
              PERFORM 9990-ERRO-ARQUIVO                                 00071700
           END-IF.                                                      00071800
                                                                        00071900
           IF WRK-FS-PROVNOV NOT EQUAL ZEROS                            00072000
              MOVE 'ERRO NO ARQUIVO PROVNOV'  TO WRK-MENSAGEM           00072100
              MOVE WRK-FS-PROVNOV       TO WRK-STATUS                   00072200
              PERFORM 9990-ERRO-ARQUIVO                                 00072300
           END-IF.                                                      00072400
                                                                        00072500
           IF WRK-FS-GLMOV NOT EQUAL ZEROS                              00072600
              MOVE 'ERRO NO ARQUIVO GLMOV'    TO WRK-MENSAGEM           00072700
              MOVE WRK-FS-GLMOV         TO WRK-STATUS                   00072800
              PERFORM 9990-ERRO-ARQUIVO                                 00072900
           END-IF.                                                      00073000
                                                                        00073100
           IF WRK-FS-RELPRV NOT EQUAL ZEROS                             00073200
              MOVE 'ERRO NO ARQUIVO RELPRV'   TO WRK-MENSAGEM           00073300
              MOVE WRK-FS-RELPRV        TO WRK-STATUS                   00073400
              PERFORM 9990-ERRO-ARQUIVO                                 00073500
           END-IF.                                                      00073600
                                                                        00073700
      *----------------------------------------------------------------*00073800
       1100-99-FIM.                           EXIT.                     00073900
      *----------------------------------------------------------------*00074000
                                                                        00074100
      ******************************************************************00074200
      *   C A R R E G A R   A L I Q U O T A S   ( T A B D E S C )      *00074300
      ******************************************************************00074400
                                                                        00074500
      *----------------------------------------------------------------*00074600
       1200-CARREGAR-ALIQUOTAS               SECTION.                   00074700
      *----------------------------------------------------------------*00074800
                                                                        00074900
            PERFORM 1210-LER-TABDESC.                                   00075000
                                                                        00075100
            PERFORM 1220-GUARDAR-ALIQUOTA                               00075200
                    UNTIL WRK-FS-TABDESC EQUAL '10'.                    00075300
                                                                        00075400
            CLOSE TABDESC.                                              00075500
                                                                        00075600
      *----------------------------------------------------------------*00075700
       1200-99-FIM.                          EXIT.                      00075800
      *----------------------------------------------------------------*00075900
                                                                        00076000
      *----------------------------------------------------------------*00076100
       1210-LER-TABDESC                      SECTION.                   00076200
      *----------------------------------------------------------------*00076300
            READ TABDESC                                                00076400
                                                                        00076500
               IF WRK-FS-TABDESC  EQUAL '10'                            00076600
                  GO              TO 1210-99-FIM                        00076700
               END-IF.                                                  00076800
                                                                        00076900
               PERFORM 1100-TESTAR-STATUS.                              00077000
      *----------------------------------------------------------------*00077100
       1210-99-FIM.                          EXIT.                      00077200
      *----------------------------------------------------------------*00077300
                                                                        00077400
      *----------------------------------------------------------------*00077500
       1220-GUARDAR-ALIQUOTA                 SECTION.                   00077600
      *----------------------------------------------------------------*00077700
                                                                        00077800
      *     A PROVISAO LEVA TODOS OS ENCARGOS PATRONAIS JUNTOS: FGTS,  *00077900
      *     INSS PATRONAL, RAT E TERCEIROS                             *00078000
            EVALUATE FD-DESC-TIPO                                       00078100
              WHEN 'F'                                                  00078200
               ADD FD-DESC-ALIQUOTA   TO WRK-ALIQ-ENCARGOS              00078300
               MOVE 'S'               TO WRK-TEM-FGTS                   00078400
              WHEN 'P'                                                  00078500
               ADD FD-DESC-ALIQUOTA   TO WRK-ALIQ-ENCARGOS              00078600
               MOVE 'S'               TO WRK-TEM-PATRONAL               00078700
              WHEN 'A'                                                  00078800
              WHEN 'T'                                                  00078900
               ADD FD-DESC-ALIQUOTA   TO WRK-ALIQ-ENCARGOS              00079000
              WHEN OTHER                                                00079100
               CONTINUE                                                 00079200
            END-EVALUATE.                                               00079300
                                                                        00079400
            PERFORM 1210-LER-TABDESC.                                   00079500
                                                                        00079600
      *----------------------------------------------------------------*00079700
       1220-99-FIM.                          EXIT.                      00079800
      *----------------------------------------------------------------*00079900
                                                                        00080000
      ******************************************************************00080100
      *       C A R R E G A R   T A B E L A   D E   C O N T A S        *00080200
      ******************************************************************00080300
                                                                        00080400
      *----------------------------------------------------------------*00080500
       1300-CARREGAR-CONTAS                  SECTION.                   00080600
      *----------------------------------------------------------------*00080700
                                                                        00080800
            PERFORM 1310-LER-CTBFOL.                                    00080900
                                                                        00081000
            PERFORM 1320-GUARDAR-CONTA                                  00081100
                    UNTIL WRK-FS-CTBFOL EQUAL '10'.                     00081200
                                                                        00081300
            CLOSE CTBFOL.                                               00081400
                                                                        00081500
            IF WRK-TAB-CTB-QTDE EQUAL ZEROS                             00081600
               MOVE 'FR05DB68'           TO WRK-PROGRAMA                00081700
               MOVE '1300  '             TO WRK-SECAO                   00081800
               MOVE 'TABELA DE CONTAS CTBFOL VAZIA' TO WRK-MENSAGEM     00081900
               MOVE SPACES               TO WRK-STATUS                  00082000
               PERFORM 9999-TRATAR-ERROS                                00082100
            END-IF.                                                     00082200
                                                                        00082300
      *----------------------------------------------------------------*00082400
       1300-99-FIM.                          EXIT.                      00082500
      *----------------------------------------------------------------*00082600
                                                                        00082700
      *----------------------------------------------------------------*00082800
       1310-LER-CTBFOL                       SECTION.                   00082900
      *----------------------------------------------------------------*00083000
            READ CTBFOL                INTO WRK-CTBFOL.                 00083100
                                                                        00083200
               IF WRK-FS-CTBFOL   EQUAL '10'                            00083300
                  GO              TO 1310-99-FIM                        00083400
               END-IF.                                                  00083500
                                                                        00083600
               PERFORM 1100-TESTAR-STATUS.                              00083700
      *----------------------------------------------------------------*00083800
       1310-99-FIM.                          EXIT.                      00083900
      *----------------------------------------------------------------*00084000
                                                                        00084100
      *----------------------------------------------------------------*00084200
       1320-GUARDAR-CONTA                    SECTION.                   00084300
      *----------------------------------------------------------------*00084400
                                                                        00084500
      *     A PROVISAO SO USA AS DESPESAS ('S'/'X') E OS PASSIVOS DA   *00084600
      *     PROVISAO ('P'/'Q'); AS DEMAIS LINHAS SAO DO FR05DB66 E DO  *00084700
      *     FR05EX78                                                   *00084800
            IF NOT FD-CTF-DESPESA                                       00084900
             AND NOT FD-CTF-DESP-ENCARGOS                               00085000
             AND NOT FD-CTF-PROVISAO                                    00085100
             AND NOT FD-CTF-ENC-PROVISAO                                00085200
               PERFORM 1310-LER-CTBFOL                                  00085300
               GO                  TO 1320-99-FIM                       00085400
            END-IF.                                                     00085500
                                                                        00085600
            IF FD-CTF-ORIGEM EQUAL SPACES                               00085700
             OR FD-CTF-SETOR  EQUAL SPACES                              00085800
             OR FD-CTF-CONTA  EQUAL SPACES                              00085900
               MOVE 'A'                  TO WRK-SEVERIDADE              00086000
               MOVE 'FR05DB68'           TO WRK-PROGRAMA                00086100
               MOVE '1320  '             TO WRK-SECAO                   00086200
               MOVE 'LINHA INVALIDA NA TABELA CTBFOL'                   00086300
                                         TO WRK-MENSAGEM                00086400
               MOVE FD-CTF-CHAVE         TO WRK-STATUS                  00086500
               CALL 'GRAVALOG'           USING WRK-LOG                  00086600
               PERFORM 1310-LER-CTBFOL                                  00086700
               GO                  TO 1320-99-FIM                       00086800
            END-IF.                                                     00086900
                                                                        00087000
            IF WRK-TAB-CTB-QTDE GREATER OR EQUAL 200                    00087100
               MOVE 'FR05DB68'           TO WRK-PROGRAMA                00087200
               MOVE '1320  '             TO WRK-SECAO                   00087300
               MOVE 'TABELA DE CONTAS CHEIA' TO WRK-MENSAGEM            00087400
               MOVE SPACES               TO WRK-STATUS                  00087500
               PERFORM 9999-TRATAR-ERROS                                00087600
            END-IF.                                                     00087700
                                                                        00087800
            ADD 1                      TO WRK-TAB-CTB-QTDE.             00087900
            SET WRK-IDX-CTB            TO WRK-TAB-CTB-QTDE.             00088000
            MOVE FD-CTF-CHAVE          TO WRK-TAB-CTB-CHAVE             00088100
                                          (WRK-IDX-CTB).                00088200
            MOVE FD-CTF-CONTA          TO WRK-TAB-CTB-CONTA             00088300
                                          (WRK-IDX-CTB).                00088400
            MOVE FD-CTF-HISTORICO      TO WRK-TAB-CTB-HISTORICO         00088500
                                          (WRK-IDX-CTB).                00088600
                                                                        00088700
            PERFORM 1310-LER-CTBFOL.                                    00088800
                                                                        00088900
      *----------------------------------------------------------------*00089000
       1320-99-FIM.                          EXIT.                      00089100
      *----------------------------------------------------------------*00089200
                                                                        00089300
      ******************************************************************00089400
      *   C A R R E G A R   P E R I O D O S   A Q U I S I T I V O S    *00089500
      ******************************************************************00089600
                                                                        00089700
      *----------------------------------------------------------------*00089800
       1400-CARREGAR-FERIAS                  SECTION.                   00089900
      *----------------------------------------------------------------*00090000
                                                                        00090100
            PERFORM 1410-LER-FERIAS.                                    00090200
                                                                        00090300
            PERFORM 1420-GUARDAR-PERIODO                                00090400
                    UNTIL WRK-FS-FERIAS EQUAL '10'.                     00090500
                                                                        00090600
            CLOSE FERIAS.                                               00090700
                                                                        00090800
      *----------------------------------------------------------------*00090900
       1400-99-FIM.                          EXIT.                      00091000
      *----------------------------------------------------------------*00091100
                                                                        00091200
      *----------------------------------------------------------------*00091300
       1410-LER-FERIAS                       SECTION.                   00091400
      *----------------------------------------------------------------*00091500
            READ FERIAS                                                 00091600
                                                                        00091700
               IF WRK-FS-FERIAS   EQUAL '10'                            00091800
                  GO              TO 1410-99-FIM                        00091900
               END-IF.                                                  00092000
                                                                        00092100
               PERFORM 1100-TESTAR-STATUS.                              00092200
      *----------------------------------------------------------------*00092300
       1410-99-FIM.                          EXIT.                      00092400
      *----------------------------------------------------------------*00092500
                                                                        00092600
      *----------------------------------------------------------------*00092700
       1420-GUARDAR-PERIODO                  SECTION.                   00092800
      *----------------------------------------------------------------*00092900
                                                                        00093000
            IF WRK-TAB-FER-QTDE GREATER OR EQUAL 500                    00093100
               MOVE 'FR05DB68'           TO WRK-PROGRAMA                00093200
               MOVE '1420  '             TO WRK-SECAO                   00093300
               MOVE 'TABELA DE FERIAS CHEIA' TO WRK-MENSAGEM            00093400
               MOVE SPACES               TO WRK-STATUS                  00093500
               PERFORM 9999-TRATAR-ERROS                                00093600
            END-IF.                                                     00093700
                                                                        00093800
            ADD 1                      TO WRK-TAB-FER-QTDE.             00093900
            SET WRK-IDX-FER            TO WRK-TAB-FER-QTDE.             00094000
            MOVE FD-FER-ID             TO WRK-TAB-FER-ID (WRK-IDX-FER). 00094100
            MOVE FD-FER-PER-INI        TO WRK-TAB-FER-PER-INI           00094200
                                          (WRK-IDX-FER).                00094300
                                                                        00094400
            PERFORM 1410-LER-FERIAS.                                    00094500
                                                                        00094600
      *----------------------------------------------------------------*00094700
       1420-99-FIM.                          EXIT.                      00094800
      *----------------------------------------------------------------*00094900
                                                                        00095000
      ******************************************************************00095100
      *   C A R R E G A R   P A G A M E N T O S   ( F O L H I S T )    *00095200
      ******************************************************************00095300
                                                                        00095400
      *----------------------------------------------------------------*00095500
       1500-CARREGAR-PAGAMENTOS              SECTION.                   00095600
      *----------------------------------------------------------------*00095700
                                                                        00095800
            PERFORM 1510-LER-FOLHIST.                                   00095900
                                                                        00096000
            PERFORM 1520-GUARDAR-PAGAMENTO                              00096100
                    UNTIL WRK-FS-FOLHIST EQUAL '10'.                    00096200
                                                                        00096300
            CLOSE FOLHIST.                                              00096400
                                                                        00096500
      *----------------------------------------------------------------*00096600
       1500-99-FIM.                          EXIT.                      00096700
      *----------------------------------------------------------------*00096800
                                                                        00096900
      *----------------------------------------------------------------*00097000
       1510-LER-FOLHIST                      SECTION.                   00097100
      *----------------------------------------------------------------*00097200
            READ FOLHIST                                                00097300
                                                                        00097400
               IF WRK-FS-FOLHIST  EQUAL '10'                            00097500
                  GO              TO 1510-99-FIM                        00097600
               END-IF.                                                  00097700
                                                                        00097800
               PERFORM 1100-TESTAR-STATUS.                              00097900
                                                                        00098000
               ADD 1              TO ACUM-HIST-LIDOS.                   00098100
      *----------------------------------------------------------------*00098200
       1510-99-FIM.                          EXIT.                      00098300
      *----------------------------------------------------------------*00098400
                                                                        00098500
      *----------------------------------------------------------------*00098600
       1520-GUARDAR-PAGAMENTO                SECTION.                   00098700
      *----------------------------------------------------------------*00098800
                                                                        00098900
      *     SO O 13o E AS FERIAS PAGOS NA COMPETENCIA BAIXAM A PROVISAO*00099000
            IF FD-FHI-COMPETENCIA NOT EQUAL WRK-COMPETENCIA             00099100
             OR (FD-FHI-ORIGEM NOT EQUAL 'FR05DB40'                     00099200
                 AND FD-FHI-ORIGEM NOT EQUAL 'FR05DB42')                00099300
               PERFORM 1510-LER-FOLHIST                                 00099400
               GO                  TO 1520-99-FIM                       00099500
            END-IF.                                                     00099600
                                                                        00099700
            ADD 1                      TO ACUM-HIST-PAGOS.              00099800
                                                                        00099900
            MOVE 'N'                   TO WRK-PAG-ACHOU.                00100000
            IF WRK-TAB-PAG-QTDE GREATER ZEROS                           00100100
               SET WRK-IDX-PAG         TO 1                             00100200
               SEARCH WRK-TAB-PAG                                       00100300
                 AT END                                                 00100400
                    CONTINUE                                            00100500
                 WHEN WRK-IDX-PAG GREATER WRK-TAB-PAG-QTDE              00100600
                    CONTINUE                                            00100700
                 WHEN WRK-TAB-PAG-ID (WRK-IDX-PAG) EQUAL FD-FHI-ID      00100800
                    MOVE 'S'           TO WRK-PAG-ACHOU                 00100900
               END-SEARCH                                               00101000
            END-IF.                                                     00101100
                                                                        00101200
            IF NOT WRK-PAG-ACHOU-SIM                                    00101300
               IF WRK-TAB-PAG-QTDE GREATER OR EQUAL 500                 00101400
                  MOVE 'FR05DB68'        TO WRK-PROGRAMA                00101500
                  MOVE '1520  '          TO WRK-SECAO                   00101600
                  MOVE 'TABELA DE PAGAMENTOS CHEIA' TO WRK-MENSAGEM     00101700
                  MOVE SPACES            TO WRK-STATUS                  00101800
                  PERFORM 9999-TRATAR-ERROS                             00101900
               END-IF                                                   00102000
               ADD 1                   TO WRK-TAB-PAG-QTDE              00102100
               SET WRK-IDX-PAG         TO WRK-TAB-PAG-QTDE              00102200
               MOVE FD-FHI-ID          TO WRK-TAB-PAG-ID (WRK-IDX-PAG)  00102300
               MOVE ZEROS              TO WRK-TAB-PAG-13 (WRK-IDX-PAG)  00102400
                                          WRK-TAB-PAG-FER               00102500
                                          (WRK-IDX-PAG)                 00102600
               MOVE 'N'                TO WRK-TAB-PAG-USADO             00102700
                                          (WRK-IDX-PAG)                 00102800
            END-IF.                                                     00102900
                                                                        00103000
      *     13o: NA QUITACAO O BRUTO E O INTEGRAL E O ADIANTAMENTO DA  *00103100
      *     PRIMEIRA PARCELA VEM NOS OUTROS DESCONTOS                  *00103200
            IF FD-FHI-ORIGEM EQUAL 'FR05DB40'                           00103300
               COMPUTE WRK-TAB-PAG-13 (WRK-IDX-PAG) =                   00103400
                       WRK-TAB-PAG-13 (WRK-IDX-PAG)                     00103500
                     + FD-FHI-BRUTO - FD-FHI-OUTROS-DEB                 00103600
            ELSE                                                        00103700
               ADD FD-FHI-BRUTO        TO WRK-TAB-PAG-FER               00103800
                                          (WRK-IDX-PAG)                 00103900
            END-IF.                                                     00104000
                                                                        00104100
            PERFORM 1510-LER-FOLHIST.                                   00104200
                                                                        00104300
      *----------------------------------------------------------------*00104400
       1520-99-FIM.                          EXIT.                      00104500
      *----------------------------------------------------------------*00104600
                                                                        00104700
      ******************************************************************00104800
      *   C A R R E G A R   S A L D O   D A   P R O V I S A O          *00104900
      ******************************************************************00105000
                                                                        00105100
      *----------------------------------------------------------------*00105200
       1600-CARREGAR-PROVISAO                SECTION.                   00105300
      *----------------------------------------------------------------*00105400
                                                                        00105500
            PERFORM 1610-LER-PROVANT.                                   00105600
                                                                        00105700
            PERFORM 1620-GUARDAR-PROVISAO                               00105800
                    UNTIL WRK-FS-PROVANT EQUAL '10'.                    00105900
                                                                        00106000
            CLOSE PROVANT.                                              00106100
                                                                        00106200
      *----------------------------------------------------------------*00106300
       1600-99-FIM.                          EXIT.                      00106400
      *----------------------------------------------------------------*00106500
                                                                        00106600
      *----------------------------------------------------------------*00106700
       1610-LER-PROVANT                      SECTION.                   00106800
      *----------------------------------------------------------------*00106900
            READ PROVANT               INTO FD-PROVIS.                  00107000
                                                                        00107100
               IF WRK-FS-PROVANT  EQUAL '10'                            00107200
                  GO              TO 1610-99-FIM                        00107300
               END-IF.                                                  00107400
                                                                        00107500
               PERFORM 1100-TESTAR-STATUS.                              00107600
                                                                        00107700
               ADD 1              TO ACUM-PROV-LIDOS.                   00107800
      *----------------------------------------------------------------*00107900
       1610-99-FIM.                          EXIT.                      00108000
      *----------------------------------------------------------------*00108100
                                                                        00108200
      *----------------------------------------------------------------*00108300
       1620-GUARDAR-PROVISAO                 SECTION.                   00108400
      *----------------------------------------------------------------*00108500
                                                                        00108600
            IF WRK-TAB-PRV-QTDE GREATER OR EQUAL 500                    00108700
               MOVE 'FR05DB68'           TO WRK-PROGRAMA                00108800
               MOVE '1620  '             TO WRK-SECAO                   00108900
               MOVE 'TABELA DA PROVISAO CHEIA' TO WRK-MENSAGEM          00109000
               MOVE SPACES               TO WRK-STATUS                  00109100
               PERFORM 9999-TRATAR-ERROS                                00109200
            END-IF.                                                     00109300
                                                                        00109400
            ADD 1                      TO WRK-TAB-PRV-QTDE.             00109500
            SET WRK-IDX-PRV            TO WRK-TAB-PRV-QTDE.             00109600
            MOVE FD-PRV-ID             TO WRK-TAB-PRV-ID (WRK-IDX-PRV). 00109700
            MOVE FD-PRV-COMPETENCIA    TO WRK-TAB-PRV-COMPET            00109800
                                          (WRK-IDX-PRV).                00109900
            MOVE FD-PRV-ANO-13         TO WRK-TAB-PRV-ANO-13            00110000
                                          (WRK-IDX-PRV).                00110100
            MOVE FD-PRV-AVOS-13        TO WRK-TAB-PRV-AVOS-13           00110200
                                          (WRK-IDX-PRV).                00110300
            MOVE FD-PRV-SALDO-13       TO WRK-TAB-PRV-SALDO-13          00110400
                                          (WRK-IDX-PRV).                00110500
            MOVE FD-PRV-ENC-13         TO WRK-TAB-PRV-ENC-13            00110600
                                          (WRK-IDX-PRV).                00110700
            MOVE FD-PRV-PER-FER        TO WRK-TAB-PRV-PER-FER           00110800
                                          (WRK-IDX-PRV).                00110900
            MOVE FD-PRV-AVOS-FER       TO WRK-TAB-PRV-AVOS-FER          00111000
                                          (WRK-IDX-PRV).                00111100
            MOVE FD-PRV-SALDO-FER      TO WRK-TAB-PRV-SALDO-FER         00111200
                                          (WRK-IDX-PRV).                00111300
            MOVE FD-PRV-ENC-FER        TO WRK-TAB-PRV-ENC-FER           00111400
                                          (WRK-IDX-PRV).                00111500
            MOVE 'S'                   TO WRK-TAB-PRV-ATIVO             00111600
                                          (WRK-IDX-PRV).                00111700
            MOVE 'N'                   TO WRK-TAB-PRV-USADO             00111800
                                          (WRK-IDX-PRV).                00111900
                                                                        00112000
            PERFORM 1610-LER-PROVANT.                                   00112100
                                                                        00112200
      *----------------------------------------------------------------*00112300
       1620-99-FIM.                          EXIT.                      00112400
      *----------------------------------------------------------------*00112500
                                                                        00112600
      ******************************************************************00112700
      *                   P R O C E S S A R                            *00112800
      ******************************************************************00112900
                                                                        00113000
      *----------------------------------------------------------------*00113100
       2000-PROCESSAR                       SECTION.                    00113200
      *----------------------------------------------------------------*00113300
                                                                        00113400
            EXEC SQL                                                    00113500
              OPEN CUR-PROVISAO                                         00113600
            END-EXEC.                                                   00113700
                                                                        00113800
            IF SQLCODE NOT EQUAL ZEROS                                  00113900
               MOVE SQLCODE            TO WRK-SQLCODE                   00114000
               MOVE 'FR05DB68'         TO WRK-PROGRAMA                  00114100
               MOVE '2000  '           TO WRK-SECAO                     00114200
               MOVE 'ERRO NO OPEN DO CURSOR' TO WRK-MENSAGEM            00114300
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00114400
               PERFORM 9999-TRATAR-ERROS                                00114500
            END-IF.                                                     00114600
                                                                        00114700
            PERFORM 2100-TRATAR-EMPREGADO                               00114800
                    UNTIL SQLCODE EQUAL +100.                           00114900
                                                                        00115000
            EXEC SQL                                                    00115100
              CLOSE CUR-PROVISAO                                        00115200
            END-EXEC.                                                   00115300
                                                                        00115400
      *----------------------------------------------------------------*00115500
       2000-99-FIM.                       EXIT.                         00115600
      *----------------------------------------------------------------*00115700
                                                                        00115800
      *----------------------------------------------------------------*00115900
       2100-TRATAR-EMPREGADO                 SECTION.                   00116000
      *----------------------------------------------------------------*00116100
                                                                        00116200
            EXEC SQL                                                    00116300
              FETCH CUR-PROVISAO                                        00116400
               INTO :DB2-ID, :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,       00116500
                    :DB2-DATAADM, :DB2-ATIVO                            00116600
            END-EXEC.                                                   00116700
                                                                        00116800
            IF SQLCODE EQUAL +100                                       00116900
               GO                  TO 2100-99-FIM                       00117000
            END-IF.                                                     00117100
                                                                        00117200
            IF SQLCODE NOT EQUAL ZEROS                                  00117300
               MOVE SQLCODE            TO WRK-SQLCODE                   00117400
               MOVE 'FR05DB68'         TO WRK-PROGRAMA                  00117500
               MOVE '2100  '           TO WRK-SECAO                     00117600
               MOVE 'ERRO NO FETCH DO CURSOR' TO WRK-MENSAGEM           00117700
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00117800
               PERFORM 9999-TRATAR-ERROS                                00117900
            END-IF.                                                     00118000
                                                                        00118100
            ADD 1                      TO ACUM-LIDOS.                   00118200
                                                                        00118300
            PERFORM 2150-LOCALIZAR-PROVISAO.                            00118400
                                                                        00118500
      *     INATIVO SEM SALDO NAO TEM O QUE BAIXAR                     *00118600
            IF NOT WRK-PRV-ACHOU-SIM                                    00118700
               IF DB2-ATIVO NOT EQUAL 'S'                               00118800
                  GO               TO 2100-99-FIM                       00118900
               END-IF                                                   00119000
               PERFORM 2160-ABRIR-PROVISAO                              00119100
            END-IF.                                                     00119200
                                                                        00119300
            MOVE 'S'                   TO WRK-TAB-PRV-USADO             00119400
                                          (WRK-IDX-PRV).                00119500
                                                                        00119600
      *     EMPREGADO JA PROCESSADO NA COMPETENCIA (RERUN) FICA COMO   *00119700
      *     ESTA, PARA NAO PROVISIONAR NEM BAIXAR DUAS VEZES           *00119800
            IF WRK-TAB-PRV-COMPET (WRK-IDX-PRV) NOT LESS                00119900
                                          WRK-COMPETENCIA               00120000
             AND WRK-TAB-PRV-COMPET (WRK-IDX-PRV) NOT EQUAL SPACES      00120100
               ADD 1                   TO ACUM-JA-PROCESSADOS           00120200
               GO                  TO 2100-99-FIM                       00120300
            END-IF.                                                     00120400
                                                                        00120500
            IF WRK-TEM-SETOR-SIM                                        00120600
             AND DB2-SETOR NOT EQUAL WRK-SETOR-ANTERIOR                 00120700
               PERFORM 2700-TOTALIZAR-SETOR                             00120800
            END-IF.                                                     00120900
                                                                        00121000
            IF NOT WRK-TEM-SETOR-SIM                                    00121100
               MOVE DB2-SETOR          TO WRK-SETOR-ANTERIOR            00121200
               MOVE 'S'                TO WRK-TEM-SETOR                 00121300
               MOVE ZEROS              TO ACUM-QTDE-SETOR               00121400
                                          ACUM-CONST-SETOR              00121500
                                          ACUM-BAIXA-SETOR              00121600
                                          ACUM-SALDO-13-SETOR           00121700
                                          ACUM-SALDO-FER-SETOR          00121800
            END-IF.                                                     00121900
                                                                        00122000
            MOVE ZEROS                 TO WRK-CONST-13                  00122100
                                          WRK-CONST-FER                 00122200
                                          WRK-ENC-CONST-13              00122300
                                          WRK-ENC-CONST-FER             00122400
                                          WRK-BAIXA-13                  00122500
                                          WRK-BAIXA-FER                 00122600
                                          WRK-ENC-BAIXA-13              00122700
                                          WRK-ENC-BAIXA-FER.            00122800
                                                                        00122900
            IF DB2-ATIVO EQUAL 'S'                                      00123000
               PERFORM 2200-PROVISIONAR-13                              00123100
               PERFORM 2300-PROVISIONAR-FERIAS                          00123200
            END-IF.                                                     00123300
                                                                        00123400
            PERFORM 2400-BAIXAR-PAGAMENTOS.                             00123500
                                                                        00123600
            IF DB2-ATIVO NOT EQUAL 'S'                                  00123700
               PERFORM 2450-BAIXAR-DESLIGADO                            00123800
            END-IF.                                                     00123900
                                                                        00124000
            MOVE WRK-COMPETENCIA       TO WRK-TAB-PRV-COMPET            00124100
                                          (WRK-IDX-PRV).                00124200
            MOVE DB2-ATIVO             TO WRK-TAB-PRV-ATIVO             00124300
                                          (WRK-IDX-PRV).                00124400
                                                                        00124500
            PERFORM 2500-CONTABILIZAR-EMPREGADO.                        00124600
                                                                        00124700
            PERFORM 2600-GRAVAR-DETALHE.                                00124800
                                                                        00124900
      *----------------------------------------------------------------*00125000
       2100-99-FIM.                          EXIT.                      00125100
      *----------------------------------------------------------------*00125200
                                                                        00125300
      *----------------------------------------------------------------*00125400
       2150-LOCALIZAR-PROVISAO               SECTION.                   00125500
      *----------------------------------------------------------------*00125600
                                                                        00125700
            MOVE 'N'                   TO WRK-PRV-ACHOU.                00125800
                                                                        00125900
            IF WRK-TAB-PRV-QTDE EQUAL ZEROS                             00126000
               GO                  TO 2150-99-FIM                       00126100
            END-IF.                                                     00126200
                                                                        00126300
            SET WRK-IDX-PRV            TO 1.                            00126400
            SEARCH WRK-TAB-PRV                                          00126500
              AT END                                                    00126600
                 CONTINUE                                               00126700
              WHEN WRK-IDX-PRV GREATER WRK-TAB-PRV-QTDE                 00126800
                 CONTINUE                                               00126900
              WHEN WRK-TAB-PRV-ID (WRK-IDX-PRV) EQUAL DB2-ID            00127000
                 MOVE 'S'              TO WRK-PRV-ACHOU                 00127100
            END-SEARCH.                                                 00127200
                                                                        00127300
      *----------------------------------------------------------------*00127400
       2150-99-FIM.                          EXIT.                      00127500
      *----------------------------------------------------------------*00127600
                                                                        00127700
      *----------------------------------------------------------------*00127800
       2160-ABRIR-PROVISAO                   SECTION.                   00127900
      *----------------------------------------------------------------*00128000
                                                                        00128100
            IF WRK-TAB-PRV-QTDE GREATER OR EQUAL 500                    00128200
               MOVE 'FR05DB68'           TO WRK-PROGRAMA                00128300
               MOVE '2160  '             TO WRK-SECAO                   00128400
               MOVE 'TABELA DA PROVISAO CHEIA' TO WRK-MENSAGEM          00128500
               MOVE SPACES               TO WRK-STATUS                  00128600
               PERFORM 9999-TRATAR-ERROS                                00128700
            END-IF.                                                     00128800
                                                                        00128900
            ADD 1                      TO WRK-TAB-PRV-QTDE.             00129000
            SET WRK-IDX-PRV            TO WRK-TAB-PRV-QTDE.             00129100
            MOVE DB2-ID                TO WRK-TAB-PRV-ID (WRK-IDX-PRV). 00129200
            MOVE SPACES                TO WRK-TAB-PRV-COMPET            00129300
                                          (WRK-IDX-PRV)                 00129400
                                          WRK-TAB-PRV-PER-FER           00129500
                                          (WRK-IDX-PRV).                00129600
            MOVE WRK-COMP-ANO          TO WRK-TAB-PRV-ANO-13            00129700
                                          (WRK-IDX-PRV).                00129800
            MOVE ZEROS                 TO WRK-TAB-PRV-AVOS-13           00129900
                                          (WRK-IDX-PRV)                 00130000
                                          WRK-TAB-PRV-SALDO-13          00130100
                                          (WRK-IDX-PRV)                 00130200
                                          WRK-TAB-PRV-ENC-13            00130300
                                          (WRK-IDX-PRV)                 00130400
                                          WRK-TAB-PRV-AVOS-FER          00130500
                                          (WRK-IDX-PRV)                 00130600
                                          WRK-TAB-PRV-SALDO-FER         00130700
                                          (WRK-IDX-PRV)                 00130800
                                          WRK-TAB-PRV-ENC-FER           00130900
                                          (WRK-IDX-PRV).                00131000
            MOVE 'S'                   TO WRK-TAB-PRV-ATIVO             00131100
                                          (WRK-IDX-PRV).                00131200
                                                                        00131300
      *----------------------------------------------------------------*00131400
       2160-99-FIM.                          EXIT.                      00131500
      *----------------------------------------------------------------*00131600
                                                                        00131700
      ******************************************************************00131800
      *             P R O V I S I O N A R   O   1 3 o                  *00131900
      ******************************************************************00132000
                                                                        00132100
      *----------------------------------------------------------------*00132200
       2200-PROVISIONAR-13                   SECTION.                   00132300
      *----------------------------------------------------------------*00132400
                                                                        00132500
      *     VIRADA DO ANO: OS AVOS RECOMECAM; SALDO NAO PAGO CONTINUA  *00132600
            IF WRK-TAB-PRV-ANO-13 (WRK-IDX-PRV) NOT EQUAL WRK-COMP-ANO  00132700
               MOVE WRK-COMP-ANO       TO WRK-TAB-PRV-ANO-13            00132800
                                          (WRK-IDX-PRV)                 00132900
               MOVE ZEROS              TO WRK-TAB-PRV-AVOS-13           00133000
                                          (WRK-IDX-PRV)                 00133100
            END-IF.                                                     00133200
                                                                        00133300
      *     ADMITIDO DEPOIS DA COMPETENCIA, OU NELA APOS O DIA 15, NAO *00133400
      *     TEM O AVO DO MES                                           *00133500
            MOVE DB2-DATAADM (1:4)     TO WRK-COMP-ADMISSAO (1:4).      00133600
            MOVE DB2-DATAADM (6:2)     TO WRK-COMP-ADMISSAO (5:2).      00133700
                                                                        00133800
            IF WRK-COMP-ADMISSAO GREATER WRK-COMPETENCIA                00133900
               GO                  TO 2200-99-FIM                       00134000
            END-IF.                                                     00134100
                                                                        00134200
            IF WRK-COMP-ADMISSAO EQUAL WRK-COMPETENCIA                  00134300
             AND DB2-DATAADM (9:2) GREATER '15'                         00134400
               GO                  TO 2200-99-FIM                       00134500
            END-IF.                                                     00134600
                                                                        00134700
            IF WRK-TAB-PRV-AVOS-13 (WRK-IDX-PRV) NOT LESS 12            00134800
               GO                  TO 2200-99-FIM                       00134900
            END-IF.                                                     00135000
                                                                        00135100
            MOVE DB2-SALARIO           TO WRK-SALARIO.                  00135200
            COMPUTE WRK-CONST-13 ROUNDED = WRK-SALARIO / 12.            00135300
            COMPUTE WRK-ENC-CONST-13 ROUNDED =                          00135400
                    WRK-CONST-13 * WRK-ALIQ-ENCARGOS / 100.             00135500
                                                                        00135600
            ADD 1                      TO WRK-TAB-PRV-AVOS-13           00135700
                                          (WRK-IDX-PRV).                00135800
            ADD WRK-CONST-13           TO WRK-TAB-PRV-SALDO-13          00135900
                                          (WRK-IDX-PRV).                00136000
            ADD WRK-ENC-CONST-13       TO WRK-TAB-PRV-ENC-13            00136100
                                          (WRK-IDX-PRV).                00136200
                                                                        00136300
      *----------------------------------------------------------------*00136400
       2200-99-FIM.                          EXIT.                      00136500
      *----------------------------------------------------------------*00136600
                                                                        00136700
      ******************************************************************00136800
      *            P R O V I S I O N A R   F E R I A S                 *00136900
      ******************************************************************00137000
                                                                        00137100
      *----------------------------------------------------------------*00137200
       2300-PROVISIONAR-FERIAS               SECTION.                   00137300
      *----------------------------------------------------------------*00137400
                                                                        00137500
      *     PERIODO AQUISITIVO CORRENTE DO ARQUIVO FERIAS; EMPREGADO   *00137600
      *     AINDA SEM REGISTRO (ADMITIDO DEPOIS DO ULTIMO FR05DB42)    *00137700
      *     ESTA NO PRIMEIRO PERIODO, QUE COMECA NA ADMISSAO           *00137800
            MOVE 'N'                   TO WRK-FER-ACHOU.                00137900
            IF WRK-TAB-FER-QTDE GREATER ZEROS                           00138000
               SET WRK-IDX-FER         TO 1                             00138100
               SEARCH WRK-TAB-FER                                       00138200
                 AT END                                                 00138300
                    CONTINUE                                            00138400
                 WHEN WRK-IDX-FER GREATER WRK-TAB-FER-QTDE              00138500
                    CONTINUE                                            00138600
                 WHEN WRK-TAB-FER-ID (WRK-IDX-FER) EQUAL DB2-ID         00138700
                    MOVE 'S'           TO WRK-FER-ACHOU                 00138800
               END-SEARCH                                               00138900
            END-IF.                                                     00139000
                                                                        00139100
            IF WRK-FER-ACHOU-SIM                                        00139200
               MOVE WRK-TAB-FER-PER-INI (WRK-IDX-FER)                   00139300
                                       TO WRK-PERIODO-FER               00139400
            ELSE                                                        00139500
               MOVE DB2-DATAADM (1:4)  TO WRK-PERIODO-FER (1:4)         00139600
               MOVE DB2-DATAADM (6:2)  TO WRK-PERIODO-FER (5:2)         00139700
               MOVE DB2-DATAADM (9:2)  TO WRK-PERIODO-FER (7:2)         00139800
            END-IF.                                                     00139900
                                                                        00140000
      *     PERIODO NOVO: OS AVOS RECOMECAM; O SALDO DO PERIODO        *00140100
      *     ANTERIOR (FERIAS VENCIDAS) CONTINUA ATE SER PAGO           *00140200
            IF WRK-TAB-PRV-PER-FER (WRK-IDX-PRV) NOT EQUAL              00140300
                                          WRK-PERIODO-FER               00140400
               MOVE WRK-PERIODO-FER    TO WRK-TAB-PRV-PER-FER           00140500
                                          (WRK-IDX-PRV)                 00140600
               MOVE ZEROS              TO WRK-TAB-PRV-AVOS-FER          00140700
                                          (WRK-IDX-PRV)                 00140800
            END-IF.                                                     00140900
                                                                        00141000
            IF WRK-PERIODO-FER (1:6) GREATER WRK-COMPETENCIA            00141100
               GO                  TO 2300-99-FIM                       00141200
            END-IF.                                                     00141300
                                                                        00141400
            IF WRK-PERIODO-FER (1:6) EQUAL WRK-COMPETENCIA              00141500
             AND WRK-PERIODO-FER (7:2) GREATER '15'                     00141600
               GO                  TO 2300-99-FIM                       00141700
            END-IF.                                                     00141800
                                                                        00141900
            IF WRK-TAB-PRV-AVOS-FER (WRK-IDX-PRV) NOT LESS 12           00142000
               GO                  TO 2300-99-FIM                       00142100
            END-IF.                                                     00142200
                                                                        00142300
      *     1/12 DO SALARIO MAIS O TERCO CONSTITUCIONAL                *00142400
            MOVE DB2-SALARIO           TO WRK-SALARIO.                  00142500
            COMPUTE WRK-CONST-FER ROUNDED =                             00142600
                    (WRK-SALARIO + WRK-SALARIO / 3) / 12.               00142700
            COMPUTE WRK-ENC-CONST-FER ROUNDED =                         00142800
                    WRK-CONST-FER * WRK-ALIQ-ENCARGOS / 100.            00142900
                                                                        00143000
            ADD 1                      TO WRK-TAB-PRV-AVOS-FER          00143100
                                          (WRK-IDX-PRV).                00143200
            ADD WRK-CONST-FER          TO WRK-TAB-PRV-SALDO-FER         00143300
                                          (WRK-IDX-PRV).                00143400
            ADD WRK-ENC-CONST-FER      TO WRK-TAB-PRV-ENC-FER           00143500
                                          (WRK-IDX-PRV).                00143600
                                                                        00143700
      *----------------------------------------------------------------*00143800
       2300-99-FIM.                          EXIT.                      00143900
      *----------------------------------------------------------------*00144000
                                                                        00144100
      ******************************************************************00144200
      *        B A I X A R   O   Q U E   F O I   P A G O               *00144300
      ******************************************************************00144400
                                                                        00144500
      *----------------------------------------------------------------*00144600
       2400-BAIXAR-PAGAMENTOS                SECTION.                   00144700
      *----------------------------------------------------------------*00144800
                                                                        00144900
            MOVE ZEROS                 TO WRK-PAGO-13                   00145000
                                          WRK-PAGO-FER.                 00145100
                                                                        00145200
            MOVE 'N'                   TO WRK-PAG-ACHOU.                00145300
            IF WRK-TAB-PAG-QTDE GREATER ZEROS                           00145400
               SET WRK-IDX-PAG         TO 1                             00145500
               SEARCH WRK-TAB-PAG                                       00145600
                 AT END                                                 00145700
                    CONTINUE                                            00145800
                 WHEN WRK-IDX-PAG GREATER WRK-TAB-PAG-QTDE              00145900
                    CONTINUE                                            00146000
                 WHEN WRK-TAB-PAG-ID (WRK-IDX-PAG) EQUAL DB2-ID         00146100
                    MOVE 'S'           TO WRK-PAG-ACHOU                 00146200
               END-SEARCH                                               00146300
            END-IF.                                                     00146400
                                                                        00146500
            IF NOT WRK-PAG-ACHOU-SIM                                    00146600
               GO                  TO 2400-99-FIM                       00146700
            END-IF.                                                     00146800
                                                                        00146900
            MOVE 'S'                   TO WRK-TAB-PAG-USADO             00147000
                                          (WRK-IDX-PAG).                00147100
            MOVE WRK-TAB-PAG-13 (WRK-IDX-PAG)  TO WRK-PAGO-13.          00147200
            MOVE WRK-TAB-PAG-FER (WRK-IDX-PAG) TO WRK-PAGO-FER.         00147300
                                                                        00147400
      *     13o: BAIXA O PAGO ATE O SALDO, COM OS ENCARGOS NA MESMA    *00147500
      *     PROPORCAO; O PAGO ALEM DO SALDO FICA NA DESPESA DO MES     *00147600
            IF WRK-PAGO-13 GREATER WRK-TAB-PRV-SALDO-13 (WRK-IDX-PRV)   00147700
               COMPUTE WRK-EXCEDENTE = WRK-PAGO-13                      00147800
                     - WRK-TAB-PRV-SALDO-13 (WRK-IDX-PRV)               00147900
               ADD WRK-EXCEDENTE       TO ACUM-PAGO-SEM-PROV            00148000
               MOVE WRK-TAB-PRV-SALDO-13 (WRK-IDX-PRV)                  00148100
                                       TO WRK-BAIXA-13                  00148200
            ELSE                                                        00148300
               MOVE WRK-PAGO-13        TO WRK-BAIXA-13                  00148400
            END-IF.                                                     00148500
                                                                        00148600
            COMPUTE WRK-VALOR-AUX ROUNDED =                             00148700
                    WRK-BAIXA-13 * WRK-ALIQ-ENCARGOS / 100.             00148800
            IF WRK-VALOR-AUX GREATER WRK-TAB-PRV-ENC-13 (WRK-IDX-PRV)   00148900
               MOVE WRK-TAB-PRV-ENC-13 (WRK-IDX-PRV)                    00149000
                                       TO WRK-ENC-BAIXA-13              00149100
            ELSE                                                        00149200
               MOVE WRK-VALOR-AUX      TO WRK-ENC-BAIXA-13              00149300
            END-IF.                                                     00149400
                                                                        00149500
            SUBTRACT WRK-BAIXA-13      FROM WRK-TAB-PRV-SALDO-13        00149600
                                          (WRK-IDX-PRV).                00149700
            SUBTRACT WRK-ENC-BAIXA-13  FROM WRK-TAB-PRV-ENC-13          00149800
                                          (WRK-IDX-PRV).                00149900
                                                                        00150000
      *     QUITACAO DE DEZEMBRO: O RESIDUO DO ANO E ESTORNADO         *00150100
            IF WRK-COMP-MES EQUAL 12                                    00150200
             AND WRK-PAGO-13 GREATER ZEROS                              00150300
               ADD WRK-TAB-PRV-SALDO-13 (WRK-IDX-PRV) TO WRK-BAIXA-13   00150400
               ADD WRK-TAB-PRV-ENC-13 (WRK-IDX-PRV)                     00150500
                                       TO WRK-ENC-BAIXA-13              00150600
               MOVE ZEROS              TO WRK-TAB-PRV-SALDO-13          00150700
                                          (WRK-IDX-PRV)                 00150800
                                          WRK-TAB-PRV-ENC-13            00150900
                                          (WRK-IDX-PRV)                 00151000
            END-IF.                                                     00151100
                                                                        00151200
      *     FERIAS: MESMA REGRA, SOBRE O BRUTO PAGO COM O TERCO        *00151300
            IF WRK-PAGO-FER GREATER WRK-TAB-PRV-SALDO-FER (WRK-IDX-PRV) 00151400
               COMPUTE WRK-EXCEDENTE = WRK-PAGO-FER                     00151500
                     - WRK-TAB-PRV-SALDO-FER (WRK-IDX-PRV)              00151600
               ADD WRK-EXCEDENTE       TO ACUM-PAGO-SEM-PROV            00151700
               MOVE WRK-TAB-PRV-SALDO-FER (WRK-IDX-PRV)                 00151800
                                       TO WRK-BAIXA-FER                 00151900
            ELSE                                                        00152000
               MOVE WRK-PAGO-FER       TO WRK-BAIXA-FER                 00152100
            END-IF.                                                     00152200
                                                                        00152300
            COMPUTE WRK-VALOR-AUX ROUNDED =                             00152400
                    WRK-BAIXA-FER * WRK-ALIQ-ENCARGOS / 100.            00152500
            IF WRK-VALOR-AUX GREATER WRK-TAB-PRV-ENC-FER (WRK-IDX-PRV)  00152600
               MOVE WRK-TAB-PRV-ENC-FER (WRK-IDX-PRV)                   00152700
                                       TO WRK-ENC-BAIXA-FER             00152800
            ELSE                                                        00152900
               MOVE WRK-VALOR-AUX      TO WRK-ENC-BAIXA-FER             00153000
            END-IF.                                                     00153100
                                                                        00153200
            SUBTRACT WRK-BAIXA-FER     FROM WRK-TAB-PRV-SALDO-FER       00153300
                                          (WRK-IDX-PRV).                00153400
            SUBTRACT WRK-ENC-BAIXA-FER FROM WRK-TAB-PRV-ENC-FER         00153500
                                          (WRK-IDX-PRV).                00153600
                                                                        00153700
      *----------------------------------------------------------------*00153800
       2400-99-FIM.                          EXIT.                      00153900
      *----------------------------------------------------------------*00154000
                                                                        00154100
      *----------------------------------------------------------------*00154200
       2450-BAIXAR-DESLIGADO                 SECTION.                   00154300
      *----------------------------------------------------------------*00154400
                                                                        00154500
      *     DESLIGADO: O 13o E AS FERIAS PROPORCIONAIS SAO PAGOS NA    *00154600
      *     RESCISAO (FR05DB62) E O SALDO DA PROVISAO SAI INTEIRO      *00154700
            IF WRK-TAB-PRV-SALDO-13 (WRK-IDX-PRV) EQUAL ZEROS           00154800
             AND WRK-TAB-PRV-ENC-13 (WRK-IDX-PRV) EQUAL ZEROS           00154900
             AND WRK-TAB-PRV-SALDO-FER (WRK-IDX-PRV) EQUAL ZEROS        00155000
             AND WRK-TAB-PRV-ENC-FER (WRK-IDX-PRV) EQUAL ZEROS          00155100
               GO                  TO 2450-99-FIM                       00155200
            END-IF.                                                     00155300
                                                                        00155400
            ADD 1                      TO ACUM-DESLIGADOS.              00155500
                                                                        00155600
            ADD WRK-TAB-PRV-SALDO-13 (WRK-IDX-PRV)  TO WRK-BAIXA-13.    00155700
            ADD WRK-TAB-PRV-ENC-13 (WRK-IDX-PRV)    TO WRK-ENC-BAIXA-13.00155800
            ADD WRK-TAB-PRV-SALDO-FER (WRK-IDX-PRV) TO WRK-BAIXA-FER.   00155900
            ADD WRK-TAB-PRV-ENC-FER (WRK-IDX-PRV)                       00156000
                                       TO WRK-ENC-BAIXA-FER.            00156100
                                                                        00156200
            MOVE ZEROS                 TO WRK-TAB-PRV-SALDO-13          00156300
                                          (WRK-IDX-PRV)                 00156400
                                          WRK-TAB-PRV-ENC-13            00156500
                                          (WRK-IDX-PRV)                 00156600
                                          WRK-TAB-PRV-SALDO-FER         00156700
                                          (WRK-IDX-PRV)                 00156800
                                          WRK-TAB-PRV-ENC-FER           00156900
                                          (WRK-IDX-PRV).                00157000
                                                                        00157100
      *----------------------------------------------------------------*00157200
       2450-99-FIM.                          EXIT.                      00157300
      *----------------------------------------------------------------*00157400
                                                                        00157500
      ******************************************************************00157600
      *   C O N T A B I L I Z A R   O   E M P R E G A D O              *00157700
      ******************************************************************00157800
                                                                        00157900
      *----------------------------------------------------------------*00158000
       2500-CONTABILIZAR-EMPREGADO           SECTION.                   00158100
      *----------------------------------------------------------------*00158200
                                                                        00158300
      *     13o NAS CONTAS DA ORIGEM FR05DB40 E FERIAS NAS DA FR05DB42,*00158400
      *     AS MESMAS DESPESAS EM QUE O FR05DB66 LANCA O PAGAMENTO     *00158500
            MOVE 'FR05DB40'            TO WRK-ORIGEM-CTB.               00158600
                                                                        00158700
            MOVE 'S'                   TO WRK-TIPO-DESPESA.             00158800
            MOVE 'P'                   TO WRK-TIPO-PASSIVO.             00158900
            MOVE 'C'                   TO WRK-SENTIDO.                  00159000
            MOVE WRK-CONST-13          TO WRK-VALOR-LANC.               00159100
            PERFORM 2510-LANCAR-PROVISAO.                               00159200
            MOVE 'B'                   TO WRK-SENTIDO.                  00159300
            MOVE WRK-BAIXA-13          TO WRK-VALOR-LANC.               00159400
            PERFORM 2510-LANCAR-PROVISAO.                               00159500
                                                                        00159600
            MOVE 'X'                   TO WRK-TIPO-DESPESA.             00159700
            MOVE 'Q'                   TO WRK-TIPO-PASSIVO.             00159800
            MOVE 'C'                   TO WRK-SENTIDO.                  00159900
            MOVE WRK-ENC-CONST-13      TO WRK-VALOR-LANC.               00160000
            PERFORM 2510-LANCAR-PROVISAO.                               00160100
            MOVE 'B'                   TO WRK-SENTIDO.                  00160200
            MOVE WRK-ENC-BAIXA-13      TO WRK-VALOR-LANC.               00160300
            PERFORM 2510-LANCAR-PROVISAO.                               00160400
                                                                        00160500
            MOVE 'FR05DB42'            TO WRK-ORIGEM-CTB.               00160600
                                                                        00160700
            MOVE 'S'                   TO WRK-TIPO-DESPESA.             00160800
            MOVE 'P'                   TO WRK-TIPO-PASSIVO.             00160900
            MOVE 'C'                   TO WRK-SENTIDO.                  00161000
            MOVE WRK-CONST-FER         TO WRK-VALOR-LANC.               00161100
            PERFORM 2510-LANCAR-PROVISAO.                               00161200
            MOVE 'B'                   TO WRK-SENTIDO.                  00161300
            MOVE WRK-BAIXA-FER         TO WRK-VALOR-LANC.               00161400
            PERFORM 2510-LANCAR-PROVISAO.                               00161500
                                                                        00161600
            MOVE 'X'                   TO WRK-TIPO-DESPESA.             00161700
            MOVE 'Q'                   TO WRK-TIPO-PASSIVO.             00161800
            MOVE 'C'                   TO WRK-SENTIDO.                  00161900
            MOVE WRK-ENC-CONST-FER     TO WRK-VALOR-LANC.               00162000
            PERFORM 2510-LANCAR-PROVISAO.                               00162100
            MOVE 'B'                   TO WRK-SENTIDO.                  00162200
            MOVE WRK-ENC-BAIXA-FER     TO WRK-VALOR-LANC.               00162300
            PERFORM 2510-LANCAR-PROVISAO.                               00162400
                                                                        00162500
      *----------------------------------------------------------------*00162600
       2500-99-FIM.                          EXIT.                      00162700
      *----------------------------------------------------------------*00162800
                                                                        00162900
      *----------------------------------------------------------------*00163000
       2510-LANCAR-PROVISAO                  SECTION.                   00163100
      *----------------------------------------------------------------*00163200
                                                                        00163300
            IF WRK-VALOR-LANC EQUAL ZEROS                               00163400
               GO                  TO 2510-99-FIM                       00163500
            END-IF.                                                     00163600
                                                                        00163700
            MOVE WRK-TIPO-DESPESA      TO WRK-CHV-TIPO.                 00163800
            MOVE DB2-SETOR             TO WRK-CHV-SETOR.                00163900
            PERFORM 2520-LOCALIZAR-CONTA.                               00164000
                                                                        00164100
            IF NOT WRK-CTB-ACHOU-SIM                                    00164200
               PERFORM 2530-APONTAR-SEM-CONTA                           00164300
               GO                  TO 2510-99-FIM                       00164400
            END-IF.                                                     00164500
                                                                        00164600
            MOVE WRK-TAB-CTB-CONTA (WRK-IDX-CTB)                        00164700
                                       TO WRK-CONTA-DESPESA.            00164800
                                                                        00164900
            MOVE WRK-TIPO-PASSIVO      TO WRK-CHV-TIPO.                 00165000
            MOVE '****'                TO WRK-CHV-SETOR.                00165100
            PERFORM 2520-LOCALIZAR-CONTA.                               00165200
                                                                        00165300
            IF NOT WRK-CTB-ACHOU-SIM                                    00165400
               PERFORM 2530-APONTAR-SEM-CONTA                           00165500
               GO                  TO 2510-99-FIM                       00165600
            END-IF.                                                     00165700
                                                                        00165800
            MOVE SPACES                TO WRK-HISTORICO-LANC.           00165900
            STRING WRK-TAB-CTB-HISTORICO (WRK-IDX-CTB)                  00166000
                                       DELIMITED BY SIZE                00166100
                   ' '                 DELIMITED BY SIZE                00166200
                   WRK-COMPETENCIA     DELIMITED BY SIZE                00166300
                   INTO WRK-HISTORICO-LANC.                             00166400
                                                                        00166500
      *     CONSTITUICAO: DESPESA X PROVISAO; BAIXA: O INVERSO         *00166600
            IF WRK-SENTIDO-CONSTITUIR                                   00166700
               MOVE WRK-CONTA-DESPESA  TO WRK-CONTA-DEB                 00166800
               MOVE WRK-TAB-CTB-CONTA (WRK-IDX-CTB)                     00166900
                                       TO WRK-CONTA-CRE                 00167000
            ELSE                                                        00167100
               MOVE WRK-TAB-CTB-CONTA (WRK-IDX-CTB)                     00167200
                                       TO WRK-CONTA-DEB                 00167300
               MOVE WRK-CONTA-DESPESA  TO WRK-CONTA-CRE                 00167400
            END-IF.                                                     00167500
                                                                        00167600
            MOVE WRK-VALOR-LANC        TO WRK-VALOR-MOVTO.              00167700
            PERFORM 2550-ACUMULAR-LANCAMENTO.                           00167800
                                                                        00167900
      *----------------------------------------------------------------*00168000
       2510-99-FIM.                          EXIT.                      00168100
      *----------------------------------------------------------------*00168200
                                                                        00168300
      *----------------------------------------------------------------*00168400
       2520-LOCALIZAR-CONTA                  SECTION.                   00168500
      *----------------------------------------------------------------*00168600
                                                                        00168700
      *     PRIMEIRO A LINHA DA ORIGEM E SETOR; SEM ELA, A DA ORIGEM   *00168800
      *     PARA QUALQUER SETOR, DEPOIS A DE QUALQUER ORIGEM PARA O    *00168900
      *     SETOR E, POR ULTIMO, A GENERICA DO TIPO                    *00169000
            MOVE WRK-ORIGEM-CTB        TO WRK-CHV-ORIGEM.               00169100
            PERFORM 2521-PESQUISAR-CONTA.                               00169200
                                                                        00169300
            IF NOT WRK-CTB-ACHOU-SIM                                    00169400
             AND WRK-CHV-SETOR NOT EQUAL '****'                         00169500
               MOVE '****'             TO WRK-CHV-SETOR                 00169600
               PERFORM 2521-PESQUISAR-CONTA                             00169700
               MOVE DB2-SETOR          TO WRK-CHV-SETOR                 00169800
            END-IF.                                                     00169900
                                                                        00170000
            IF NOT WRK-CTB-ACHOU-SIM                                    00170100
               MOVE '********'         TO WRK-CHV-ORIGEM                00170200
               PERFORM 2521-PESQUISAR-CONTA                             00170300
            END-IF.                                                     00170400
                                                                        00170500
            IF NOT WRK-CTB-ACHOU-SIM                                    00170600
             AND WRK-CHV-SETOR NOT EQUAL '****'                         00170700
               MOVE '****'             TO WRK-CHV-SETOR                 00170800
               PERFORM 2521-PESQUISAR-CONTA                             00170900
            END-IF.                                                     00171000
                                                                        00171100
      *----------------------------------------------------------------*00171200
       2520-99-FIM.                          EXIT.                      00171300
      *----------------------------------------------------------------*00171400
                                                                        00171500
      *----------------------------------------------------------------*00171600
       2521-PESQUISAR-CONTA                  SECTION.                   00171700
      *----------------------------------------------------------------*00171800
                                                                        00171900
            MOVE 'N'                   TO WRK-CTB-ACHOU.                00172000
            SET WRK-IDX-CTB            TO 1.                            00172100
            SEARCH WRK-TAB-CTB                                          00172200
              AT END                                                    00172300
                 CONTINUE                                               00172400
              WHEN WRK-IDX-CTB GREATER WRK-TAB-CTB-QTDE                 00172500
                 CONTINUE                                               00172600
              WHEN WRK-TAB-CTB-CHAVE (WRK-IDX-CTB) EQUAL WRK-CHAVE-CTF  00172700
                 MOVE 'S'              TO WRK-CTB-ACHOU                 00172800
            END-SEARCH.                                                 00172900
                                                                        00173000
      *----------------------------------------------------------------*00173100
       2521-99-FIM.                          EXIT.                      00173200
      *----------------------------------------------------------------*00173300
                                                                        00173400
      *----------------------------------------------------------------*00173500
       2530-APONTAR-SEM-CONTA                SECTION.                   00173600
      *----------------------------------------------------------------*00173700
                                                                        00173800
      *     O SALDO DA PROVISAO E ATUALIZADO MESMO ASSIM; O RAZAO FICA *00173900
      *     PENDENTE DA LINHA NA CTBFOL                                *00174000
            ADD 1                      TO ACUM-SEM-CONTA.               00174100
            ADD WRK-VALOR-LANC         TO ACUM-VLR-SEM-CONTA.           00174200
            MOVE 'A'                   TO WRK-SEVERIDADE.               00174300
            MOVE 'FR05DB68'            TO WRK-PROGRAMA.                 00174400
            MOVE '2530  '              TO WRK-SECAO.                    00174500
            MOVE 'PROVISAO SEM CONTA NA TABELA CTBFOL'                  00174600
                                       TO WRK-MENSAGEM.                 00174700
            MOVE WRK-CHAVE-CTF         TO WRK-STATUS.                   00174800
            CALL 'GRAVALOG'            USING WRK-LOG.                   00174900
                                                                        00175000
      *----------------------------------------------------------------*00175100
       2530-99-FIM.                          EXIT.                      00175200
      *----------------------------------------------------------------*00175300
                                                                        00175400
      *----------------------------------------------------------------*00175500
       2550-ACUMULAR-LANCAMENTO              SECTION.                   00175600
      *----------------------------------------------------------------*00175700
                                                                        00175800
            MOVE 'N'                   TO WRK-LCT-ACHOU.                00175900
                                                                        00176000
            IF WRK-TAB-LCT-QTDE GREATER ZEROS                           00176100
               SET WRK-IDX-LCT         TO 1                             00176200
               SEARCH WRK-TAB-LCT                                       00176300
                 AT END                                                 00176400
                    CONTINUE                                            00176500
                 WHEN WRK-IDX-LCT GREATER WRK-TAB-LCT-QTDE              00176600
                    CONTINUE                                            00176700
                 WHEN WRK-TAB-LCT-CONTA-DEB (WRK-IDX-LCT)               00176800
                           EQUAL WRK-CONTA-DEB                          00176900
                  AND WRK-TAB-LCT-CONTA-CRE (WRK-IDX-LCT)               00177000
                           EQUAL WRK-CONTA-CRE                          00177100
                  AND WRK-TAB-LCT-HISTORICO (WRK-IDX-LCT)               00177200
                           EQUAL WRK-HISTORICO-LANC                     00177300
                    MOVE 'S'           TO WRK-LCT-ACHOU                 00177400
               END-SEARCH                                               00177500
            END-IF.                                                     00177600
                                                                        00177700
            IF NOT WRK-LCT-ACHOU-SIM                                    00177800
               IF WRK-TAB-LCT-QTDE GREATER OR EQUAL 300                 00177900
                  MOVE 'FR05DB68'      TO WRK-PROGRAMA                  00178000
                  MOVE '2550  '        TO WRK-SECAO                     00178100
                  MOVE 'TABELA DE LANCAMENTOS CHEIA' TO WRK-MENSAGEM    00178200
                  MOVE SPACES          TO WRK-STATUS                    00178300
                  PERFORM 9999-TRATAR-ERROS                             00178400
               END-IF                                                   00178500
               ADD 1                   TO WRK-TAB-LCT-QTDE              00178600
               SET WRK-IDX-LCT         TO WRK-TAB-LCT-QTDE              00178700
               MOVE WRK-CONTA-DEB      TO WRK-TAB-LCT-CONTA-DEB         00178800
                                          (WRK-IDX-LCT)                 00178900
               MOVE WRK-CONTA-CRE      TO WRK-TAB-LCT-CONTA-CRE         00179000
                                          (WRK-IDX-LCT)                 00179100
               MOVE WRK-HISTORICO-LANC TO WRK-TAB-LCT-HISTORICO         00179200
                                          (WRK-IDX-LCT)                 00179300
               MOVE ZEROS              TO WRK-TAB-LCT-VALOR             00179400
                                          (WRK-IDX-LCT)                 00179500
            END-IF.                                                     00179600
                                                                        00179700
            ADD WRK-VALOR-MOVTO        TO WRK-TAB-LCT-VALOR             00179800
                                          (WRK-IDX-LCT).                00179900
                                                                        00180000
      *----------------------------------------------------------------*00180100
       2550-99-FIM.                          EXIT.                      00180200
      *----------------------------------------------------------------*00180300
                                                                        00180400
      ******************************************************************00180500
      *        R E L A T O R I O   D A   P R O V I S A O               *00180600
      ******************************************************************00180700
                                                                        00180800
      *----------------------------------------------------------------*00180900
       2600-GRAVAR-DETALHE                   SECTION.                   00181000
      *----------------------------------------------------------------*00181100
                                                                        00181200
            COMPUTE WRK-CONSTITUIDO = WRK-CONST-13 + WRK-CONST-FER      00181300
                  + WRK-ENC-CONST-13 + WRK-ENC-CONST-FER.               00181400
            COMPUTE WRK-BAIXADO = WRK-BAIXA-13 + WRK-BAIXA-FER          00181500
                  + WRK-ENC-BAIXA-13 + WRK-ENC-BAIXA-FER.               00181600
            COMPUTE WRK-SALDO-13-TOT =                                  00181700
                    WRK-TAB-PRV-SALDO-13 (WRK-IDX-PRV)                  00181800
                  + WRK-TAB-PRV-ENC-13 (WRK-IDX-PRV).                   00181900
            COMPUTE WRK-SALDO-FER-TOT =                                 00182000
                    WRK-TAB-PRV-SALDO-FER (WRK-IDX-PRV)                 00182100
                  + WRK-TAB-PRV-ENC-FER (WRK-IDX-PRV).                  00182200
                                                                        00182300
      *     INATIVO SEM MOVIMENTO NEM SALDO NAO SAI NO RELATORIO       *00182400
            IF DB2-ATIVO NOT EQUAL 'S'                                  00182500
             AND WRK-BAIXADO EQUAL ZEROS                                00182600
               GO                  TO 2600-99-FIM                       00182700
            END-IF.                                                     00182800
                                                                        00182900
            ADD 1                      TO ACUM-QTDE-SETOR               00183000
                                          ACUM-EMPREGADOS.              00183100
            ADD WRK-CONSTITUIDO        TO ACUM-CONST-SETOR              00183200
                                          ACUM-CONST-GERAL.             00183300
            ADD WRK-BAIXADO            TO ACUM-BAIXA-SETOR              00183400
                                          ACUM-BAIXA-GERAL.             00183500
            ADD WRK-SALDO-13-TOT       TO ACUM-SALDO-13-SETOR           00183600
                                          ACUM-SALDO-13-GERAL.          00183700
            ADD WRK-SALDO-FER-TOT      TO ACUM-SALDO-FER-SETOR          00183800
                                          ACUM-SALDO-FER-GERAL.         00183900
                                                                        00184000
            MOVE DB2-ID                TO WRK-RD-ID.                    00184100
            MOVE DB2-NOME              TO WRK-RD-NOME.                  00184200
            MOVE WRK-CONST-13          TO WRK-RD-CONST-13.              00184300
            MOVE WRK-CONST-FER         TO WRK-RD-CONST-FER.             00184400
            COMPUTE WRK-RD-ENCARGOS =                                   00184500
                    WRK-ENC-CONST-13 + WRK-ENC-CONST-FER.               00184600
            MOVE WRK-BAIXADO           TO WRK-RD-BAIXAS.                00184700
            MOVE WRK-SALDO-13-TOT      TO WRK-RD-SALDO-13.              00184800
            MOVE WRK-SALDO-FER-TOT     TO WRK-RD-SALDO-FER.             00184900
            WRITE FD-RELPRV            FROM WRK-RP-DETALHE.             00185000
            PERFORM 1100-TESTAR-STATUS.                                 00185100
                                                                        00185200
      *----------------------------------------------------------------*00185300
       2600-99-FIM.                          EXIT.                      00185400
      *----------------------------------------------------------------*00185500
                                                                        00185600
      ******************************************************************00185700
      *        T O T A L I Z A R   S E T O R                           *00185800
      ******************************************************************00185900
                                                                        00186000
      *----------------------------------------------------------------*00186100
       2700-TOTALIZAR-SETOR                  SECTION.                   00186200
      *----------------------------------------------------------------*00186300
                                                                        00186400
            MOVE 'TOTAL SETOR '        TO WRK-RT-ROTULO.                00186500
            MOVE WRK-SETOR-ANTERIOR    TO WRK-RT-SETOR.                 00186600
            MOVE SPACES                TO WRK-RT-DESC.                  00186700
            MOVE ZEROS                 TO WRK-DESC-NULL.                00186800
                                                                        00186900
            EXEC SQL                                                    00187000
              SELECT DESCRICAO                                          00187100
                INTO :WRK-SETOR-DESC :WRK-DESC-NULL                     00187200
                FROM FOUR001.SETOR                                      00187300
               WHERE CODIGO = :WRK-SETOR-ANTERIOR                       00187400
            END-EXEC.                                                   00187500
                                                                        00187600
            IF SQLCODE EQUAL ZEROS                                      00187700
             AND WRK-DESC-NULL EQUAL ZEROS                              00187800
               MOVE WRK-SETOR-DESC (1:12) TO WRK-RT-DESC                00187900
            END-IF.                                                     00188000
                                                                        00188100
            MOVE ACUM-QTDE-SETOR       TO WRK-RT-QTDE.                  00188200
            MOVE ACUM-CONST-SETOR      TO WRK-RT-CONST.                 00188300
            MOVE ACUM-BAIXA-SETOR      TO WRK-RT-BAIXA.                 00188400
            MOVE ACUM-SALDO-13-SETOR   TO WRK-RT-SALDO-13.              00188500
            MOVE ACUM-SALDO-FER-SETOR  TO WRK-RT-SALDO-FER.             00188600
            WRITE FD-RELPRV            FROM WRK-RP-TRACO.               00188700
            WRITE FD-RELPRV            FROM WRK-RP-TOTAL1.              00188800
            WRITE FD-RELPRV            FROM WRK-RP-TOTAL2.              00188900
            WRITE FD-RELPRV            FROM WRK-RP-TRACO.               00189000
            PERFORM 1100-TESTAR-STATUS.                                 00189100
                                                                        00189200
            MOVE 'N'                   TO WRK-TEM-SETOR.                00189300
                                                                        00189400
      *----------------------------------------------------------------*00189500
       2700-99-FIM.                          EXIT.                      00189600
      *----------------------------------------------------------------*00189700
                                                                        00189800
      ******************************************************************00189900
      *                 F I N A L I Z A C A O                          *00190000
      ******************************************************************00190100
                                                                        00190200
      *----------------------------------------------------------------*00190300
       3000-FINALIZAR                        SECTION.                   00190400
      *----------------------------------------------------------------*00190500
                                                                        00190600
            IF WRK-TEM-SETOR-SIM                                        00190700
               PERFORM 2700-TOTALIZAR-SETOR                             00190800
            END-IF.                                                     00190900
                                                                        00191000
            MOVE 'TOTAL GERAL '        TO WRK-RT-ROTULO.                00191100
            MOVE SPACES                TO WRK-RT-SETOR                  00191200
                                          WRK-RT-DESC.                  00191300
            MOVE ACUM-EMPREGADOS       TO WRK-RT-QTDE.                  00191400
            MOVE ACUM-CONST-GERAL      TO WRK-RT-CONST.                 00191500
            MOVE ACUM-BAIXA-GERAL      TO WRK-RT-BAIXA.                 00191600
            MOVE ACUM-SALDO-13-GERAL   TO WRK-RT-SALDO-13.              00191700
            MOVE ACUM-SALDO-FER-GERAL  TO WRK-RT-SALDO-FER.             00191800
            WRITE FD-RELPRV            FROM WRK-RP-SEPARA.              00191900
            WRITE FD-RELPRV            FROM WRK-RP-TOTAL1.              00192000
            WRITE FD-RELPRV            FROM WRK-RP-TOTAL2.              00192100
            WRITE FD-RELPRV            FROM WRK-RP-SEPARA.              00192200
            PERFORM 1100-TESTAR-STATUS.                                 00192300
                                                                        00192400
            IF WRK-TAB-LCT-QTDE GREATER ZEROS                           00192500
               PERFORM 3100-GRAVAR-PARTIDA                              00192600
                       VARYING WRK-IDX-LCT FROM 1 BY 1                  00192700
                       UNTIL WRK-IDX-LCT GREATER WRK-TAB-LCT-QTDE       00192800
            END-IF.                                                     00192900
                                                                        00193000
            MOVE SPACES                TO FD-GLMOV.                     00193100
            MOVE '99999999'            TO FD-GLJ-T-CONTA.               00193200
            MOVE ACUM-LANCAMENTOS      TO FD-GLJ-T-QTD-REG.             00193300
            MOVE ACUM-SOMA-DEBITOS     TO FD-GLJ-T-SOMA-DEB.            00193400
            WRITE FD-GLMOV.                                             00193500
            PERFORM 1100-TESTAR-STATUS.                                 00193600
                                                                        00193700
            PERFORM 3200-FECHAMENTO.                                    00193800
                                                                        00193900
            IF WRK-TAB-PRV-QTDE GREATER ZEROS                           00194000
               PERFORM 3300-GRAVAR-PROVISAO                             00194100
                       VARYING WRK-IND-PRV FROM 1 BY 1                  00194200
                       UNTIL WRK-IND-PRV GREATER WRK-TAB-PRV-QTDE       00194300
            END-IF.                                                     00194400
                                                                        00194500
            IF WRK-TAB-PAG-QTDE GREATER ZEROS                           00194600
               PERFORM 3400-APONTAR-SEM-CADASTRO                        00194700
                       VARYING WRK-IND-PAG FROM 1 BY 1                  00194800
                       UNTIL WRK-IND-PAG GREATER WRK-TAB-PAG-QTDE       00194900
            END-IF.                                                     00195000
                                                                        00195100
            CLOSE PROVNOV                                               00195200
                  GLMOV                                                 00195300
                  RELPRV.                                               00195400
                                                                        00195500
            DISPLAY '--------------------------------------'.           00195600
            DISPLAY 'COMPETENCIA......: ' WRK-COMPETENCIA.              00195700
            DISPLAY 'PROVSAL LIDOS....: ' ACUM-PROV-LIDOS.              00195800
            DISPLAY 'PROVSAL GRAVADOS.: ' ACUM-PROV-GRAVADOS.           00195900
            DISPLAY 'FOLHIST LIDOS....: ' ACUM-HIST-LIDOS.              00196000
            DISPLAY 'PAGAMENTOS 13/FER: ' ACUM-HIST-PAGOS.              00196100
            DISPLAY 'FUNC2 LIDOS......: ' ACUM-LIDOS.                   00196200
            DISPLAY 'EMPREGADOS.......: ' ACUM-EMPREGADOS.              00196300
            DISPLAY 'JA PROCESSADOS...: ' ACUM-JA-PROCESSADOS.          00196400
            DISPLAY 'DESLIGADOS.......: ' ACUM-DESLIGADOS.              00196500
            DISPLAY 'SEM CADASTRO.....: ' ACUM-SEM-CADASTRO.            00196600
            DISPLAY 'SEM CONTA CTBFOL.: ' ACUM-SEM-CONTA.               00196700
            DISPLAY 'LANCAMENTOS......: ' ACUM-LANCAMENTOS.             00196800
            DISPLAY 'TOTAL CONSTITUIDO: ' ACUM-CONST-GERAL.             00196900
            DISPLAY 'TOTAL BAIXADO....: ' ACUM-BAIXA-GERAL.             00197000
            DISPLAY '--------------------------------------'.           00197100
                                                                        00197200
            MOVE 'A'                   TO WRK-SEVERIDADE.               00197300
            MOVE 'FR05DB68'            TO WRK-PROGRAMA.                 00197400
            MOVE '3000  '              TO WRK-SECAO.                    00197500
            MOVE 'PROVISAO DE 13o E FERIAS PROCESSADA' TO WRK-MENSAGEM. 00197600
            MOVE WRK-COMPETENCIA       TO WRK-STATUS.                   00197700
            CALL 'GRAVALOG'            USING WRK-LOG.                   00197800
                                                                        00197900
            MOVE 'F'                   TO WRK-RUN-FUNCAO.               00198000
            MOVE ACUM-LIDOS            TO WRK-RUN-LIDOS.                00198100
            MOVE ACUM-PROV-GRAVADOS    TO WRK-RUN-GRAVADOS.             00198200
            MOVE ZEROS                 TO WRK-RUN-RC.                   00198300
            IF ACUM-SEM-CONTA GREATER ZEROS                             00198400
               MOVE 04                 TO WRK-RUN-RC                    00198500
            END-IF.                                                     00198700
            CALL 'GRAVARUN'            USING WRK-RUNCTL.                00198800
                                                                        00000000
            MOVE WRK-RUN-RC            TO RETURN-CODE.                  00000000
                                                                        00198900
      *----------------------------------------------------------------*00199000
       3000-99-FIM.                           EXIT.                     00199100
      *----------------------------------------------------------------*00199200
                                                                        00199300
      *----------------------------------------------------------------*00199400
       3100-GRAVAR-PARTIDA                   SECTION.                   00199500
      *----------------------------------------------------------------*00199600
                                                                        00199700
            MOVE SPACES                TO FD-GLMOV.                     00199800
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA.                  00199900
            MOVE WRK-TAB-LCT-CONTA-DEB (WRK-IDX-LCT)                    00200000
                                       TO FD-GLJ-CONTA-CTB.             00200100
            MOVE 'D'                   TO FD-GLJ-NATUREZA.              00200200
            MOVE WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                        00200300
                                       TO FD-GLJ-VALOR.                 00200400
            MOVE WRK-TAB-LCT-HISTORICO (WRK-IDX-LCT)                    00200500
                                       TO FD-GLJ-HISTORICO.             00200600
            WRITE FD-GLMOV.                                             00200700
            PERFORM 1100-TESTAR-STATUS.                                 00200800
            ADD 1                      TO ACUM-LANCAMENTOS.             00200900
            ADD WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                         00201000
                                       TO ACUM-SOMA-DEBITOS.            00201100
                                                                        00201200
            MOVE SPACES                TO FD-GLMOV.                     00201300
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA.                  00201400
            MOVE WRK-TAB-LCT-CONTA-CRE (WRK-IDX-LCT)                    00201500
                                       TO FD-GLJ-CONTA-CTB.             00201600
            MOVE 'C'                   TO FD-GLJ-NATUREZA.              00201700
            MOVE WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                        00201800
                                       TO FD-GLJ-VALOR.                 00201900
            MOVE WRK-TAB-LCT-HISTORICO (WRK-IDX-LCT)                    00202000
                                       TO FD-GLJ-HISTORICO.             00202100
            WRITE FD-GLMOV.                                             00202200
            PERFORM 1100-TESTAR-STATUS.                                 00202300
            ADD 1                      TO ACUM-LANCAMENTOS.             00202400
            ADD WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                         00202500
                                       TO ACUM-SOMA-CREDITOS.           00202600
                                                                        00202700
      *----------------------------------------------------------------*00202800
       3100-99-FIM.                          EXIT.                      00202900
      *----------------------------------------------------------------*00203000
                                                                        00203100
      *----------------------------------------------------------------*00203200
       3200-FECHAMENTO                       SECTION.                   00203300
      *----------------------------------------------------------------*00203400
                                                                        00203500
            COMPUTE WRK-DIFERENCA =                                     00203600
                    ACUM-SOMA-DEBITOS - ACUM-SOMA-CREDITOS.             00203700
                                                                        00203800
            MOVE SPACES                TO FD-RELPRV.                    00203900
            WRITE FD-RELPRV.                                            00204000
                                                                        00204100
            MOVE 'PAGO ALEM DA PROVISAO'  TO WRK-CT-ROTULO.             00204200
            MOVE ACUM-PAGO-SEM-PROV    TO WRK-CT-VALOR.                 00204300
            PERFORM 3210-GRAVAR-LINHA.                                  00204400
                                                                        00204500
            MOVE 'SEM CONTA NA CTBFOL' TO WRK-CT-ROTULO.                00204600
            MOVE ACUM-VLR-SEM-CONTA    TO WRK-CT-VALOR.                 00204700
            PERFORM 3210-GRAVAR-LINHA.                                  00204800
                                                                        00204900
            MOVE 'TOTAL DE DEBITOS'    TO WRK-CT-ROTULO.                00205000
            MOVE ACUM-SOMA-DEBITOS     TO WRK-CT-VALOR.                 00205100
            PERFORM 3210-GRAVAR-LINHA.                                  00205200
                                                                        00205300
            MOVE 'TOTAL DE CREDITOS'   TO WRK-CT-ROTULO.                00205400
            MOVE ACUM-SOMA-CREDITOS    TO WRK-CT-VALOR.                 00205500
            PERFORM 3210-GRAVAR-LINHA.                                  00205600
                                                                        00205700
            MOVE 'DIFERENCA DO DIARIO' TO WRK-CT-ROTULO.                00205800
            MOVE WRK-DIFERENCA         TO WRK-CT-VALOR.                 00205900
            PERFORM 3210-GRAVAR-LINHA.                                  00206000
                                                                        00206100
      *----------------------------------------------------------------*00206200
       3200-99-FIM.                          EXIT.                      00206300
      *----------------------------------------------------------------*00206400
                                                                        00206500
      *----------------------------------------------------------------*00206600
       3210-GRAVAR-LINHA                     SECTION.                   00206700
      *----------------------------------------------------------------*00206800
                                                                        00206900
            WRITE FD-RELPRV            FROM WRK-LINCTL.                 00207000
            PERFORM 1100-TESTAR-STATUS.                                 00207100
                                                                        00207200
      *----------------------------------------------------------------*00207300
       3210-99-FIM.                          EXIT.                      00207400
      *----------------------------------------------------------------*00207500
                                                                        00207600
      *----------------------------------------------------------------*00207700
       3300-GRAVAR-PROVISAO                  SECTION.                   00207800
      *----------------------------------------------------------------*00207900
                                                                        00208000
            SET WRK-IDX-PRV            TO WRK-IND-PRV.                  00208100
                                                                        00208200
      *     SALDO DE ID QUE SAIU DA FUNC2 E MANTIDO PARA O RH          *00208300
            IF WRK-TAB-PRV-USADO (WRK-IDX-PRV) NOT EQUAL 'S'            00208400
               MOVE 'A'                TO WRK-SEVERIDADE                00208500
               MOVE 'FR05DB68'         TO WRK-PROGRAMA                  00208600
               MOVE '3300  '           TO WRK-SECAO                     00208700
               MOVE 'ID DA PROVISAO SEM CADASTRO NA FUNC2'              00208800
                                       TO WRK-MENSAGEM                  00208900
               MOVE WRK-TAB-PRV-ID (WRK-IDX-PRV) TO WRK-STATUS          00209000
               CALL 'GRAVALOG'         USING WRK-LOG                    00209100
            END-IF.                                                     00209200
                                                                        00209300
      *     DESLIGADO COM A PROVISAO ZERADA SAI DO ARQUIVO             *00209400
            IF WRK-TAB-PRV-ATIVO (WRK-IDX-PRV) NOT EQUAL 'S'            00209500
             AND WRK-TAB-PRV-SALDO-13 (WRK-IDX-PRV) EQUAL ZEROS         00209600
             AND WRK-TAB-PRV-ENC-13 (WRK-IDX-PRV) EQUAL ZEROS           00209700
             AND WRK-TAB-PRV-SALDO-FER (WRK-IDX-PRV) EQUAL ZEROS        00209800
             AND WRK-TAB-PRV-ENC-FER (WRK-IDX-PRV) EQUAL ZEROS          00209900
               GO                  TO 3300-99-FIM                       00210000
            END-IF.                                                     00210100
                                                                        00210200
            MOVE SPACES                TO FD-PROVIS.                    00210300
            MOVE WRK-TAB-PRV-ID (WRK-IDX-PRV)     TO FD-PRV-ID.         00210400
            MOVE WRK-TAB-PRV-COMPET (WRK-IDX-PRV)                       00210500
                                       TO FD-PRV-COMPETENCIA.           00210600
            MOVE WRK-TAB-PRV-ANO-13 (WRK-IDX-PRV) TO FD-PRV-ANO-13.     00210700
            MOVE WRK-TAB-PRV-AVOS-13 (WRK-IDX-PRV)                      00210800
                                       TO FD-PRV-AVOS-13.               00210900
            MOVE WRK-TAB-PRV-SALDO-13 (WRK-IDX-PRV)                     00211000
                                       TO FD-PRV-SALDO-13.              00211100
            MOVE WRK-TAB-PRV-ENC-13 (WRK-IDX-PRV) TO FD-PRV-ENC-13.     00211200
            MOVE WRK-TAB-PRV-PER-FER (WRK-IDX-PRV)                      00211300
                                       TO FD-PRV-PER-FER.               00211400
            MOVE WRK-TAB-PRV-AVOS-FER (WRK-IDX-PRV)                     00211500
                                       TO FD-PRV-AVOS-FER.              00211600
            MOVE WRK-TAB-PRV-SALDO-FER (WRK-IDX-PRV)                    00211700
                                       TO FD-PRV-SALDO-FER.             00211800
            MOVE WRK-TAB-PRV-ENC-FER (WRK-IDX-PRV)                      00211900
                                       TO FD-PRV-ENC-FER.               00212000
            WRITE FD-PROVNOV           FROM FD-PROVIS.                  00212100
            PERFORM 1100-TESTAR-STATUS.                                 00212200
            ADD 1                      TO ACUM-PROV-GRAVADOS.           00212300
                                                                        00212400
      *----------------------------------------------------------------*00212500
       3300-99-FIM.                          EXIT.                      00212600
      *----------------------------------------------------------------*00212700
                                                                        00212800
      *----------------------------------------------------------------*00212900
       3400-APONTAR-SEM-CADASTRO             SECTION.                   00213000
      *----------------------------------------------------------------*00213100
                                                                        00213200
      *     PAGAMENTO DE 13o/FERIAS NO FOLHIST DE ID QUE NAO ESTA NA   *00213300
      *     FUNC2 NAO BAIXA PROVISAO E VAI PARA CONFERENCIA DO RH      *00213400
            SET WRK-IDX-PAG            TO WRK-IND-PAG.                  00213500
            IF WRK-TAB-PAG-USADO (WRK-IDX-PAG) EQUAL 'S'                00213600
               GO                  TO 3400-99-FIM                       00213700
            END-IF.                                                     00213800
                                                                        00213900
            ADD 1                      TO ACUM-SEM-CADASTRO.            00214000
            MOVE 'A'                   TO WRK-SEVERIDADE.               00214100
            MOVE 'FR05DB68'            TO WRK-PROGRAMA.                 00214200
            MOVE '3400  '              TO WRK-SECAO.                    00214300
            MOVE 'ID DO FOLHIST SEM CADASTRO NA FUNC2' TO WRK-MENSAGEM. 00214400
            MOVE WRK-TAB-PAG-ID (WRK-IDX-PAG) TO WRK-STATUS.            00214500
            CALL 'GRAVALOG'            USING WRK-LOG.                   00214600
                                                                        00214700
      *----------------------------------------------------------------*00214800
       3400-99-FIM.                          EXIT.                      00214900
      *----------------------------------------------------------------*00215000
                                                                        00215100
      ******************************************************************00215200
      *                 T R A T A R   E R R O S                        *00215300
      ******************************************************************00215400
                                                                        00215500
      *----------------------------------------------------------------*00215600
       9990-ERRO-ARQUIVO                     SECTION.                   00215700
      *----------------------------------------------------------------*00215800
                                                                        00215900
           MOVE 'FR05DB68'      TO WRK-PROGRAMA.                        00216000
           MOVE '1100  '        TO WRK-SECAO.                           00216100
           PERFORM 9999-TRATAR-ERROS.                                   00216200
                                                                        00216300
      *----------------------------------------------------------------*00216400
       9990-99-FIM.                           EXIT.                     00216500
      *----------------------------------------------------------------*00216600
                                                                        00216700
      *----------------------------------------------------------------*00216800
       9999-TRATAR-ERROS                     SECTION.                   00216900
      *----------------------------------------------------------------*00217000
                                                                        00217100
           MOVE 'F'             TO WRK-SEVERIDADE.                      00217200
           CALL 'GRAVALOG'      USING WRK-LOG.                          00217300
           MOVE 16              TO RETURN-CODE.                         00217400
           GOBACK.                                                      00217500
                                                                        00217600
      *----------------------------------------------------------------*00217700
       9999-99-FIM.                           EXIT.                     00217800
      *----------------------------------------------------------------*00217900
