      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB62.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB62                                       *00002000
      *    TIPO.......: CALCULO E PAGAMENTO DA RESCISAO CONTRATUAL     *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : CALCULAR E PAGAR AS VERBAS RESCISORIAS DOS       *00002800
      *               EMPREGADOS DESLIGADOS PELO FR05DB10, A PARTIR DO *00002900
      *               MESMO LOTE DESLIGFUN (TIPO DE RESCISAO E AVISO   *00003000
      *               PREVIO NO DETALHE, BOOK B#DESLIG):               *00003100
      *               1) SALDO DE SALARIO (SALARIO/30 X DIAS DO MES),  *00003200
      *                  AVISO PREVIO INDENIZADO (30 DIAS + 3 POR ANO  *00003300
      *                  DE CASA, ATE 90; METADE NO ACORDO; DESCONTO   *00003400
      *                  DE 30 DIAS NO PEDIDO DE DEMISSAO SEM          *00003500
      *                  CUMPRIMENTO), 13o PROPORCIONAL (AVOS DO ANO,  *00003600
      *                  MENOS O ADIANTAMENTO DO FR05DB40 NO FOLHIST), *00003700
      *                  FERIAS VENCIDAS E PROPORCIONAIS DO ARQUIVO    *00003800
      *                  FERIAS MAIS O TERCO; NA JUSTA CAUSA SO SALDO  *00003900
      *                  DE SALARIO E FERIAS VENCIDAS;                 *00004000
      *               2) INSS/IRRF DAS FAIXAS DO TABDESC SOBRE O SALDO *00004100
      *                  DE SALARIO E, EM SEPARADO, SOBRE O 13o;       *00004200
      *                  FERIAS E AVISO INDENIZADOS SAO ISENTOS;       *00004300
      *               3) ABATE O SALDO DOS CONSIGNADOS LIQUIDADOS ('L')*00004400
      *                  NO EMPCONS ATE O LIQUIDO DISPONIVEL;          *00004500
      *               4) CREDITA O LIQUIDO NO SALMOV (CONTA DA CASA)   *00004600
      *                  OU NO BCOEXT (OUTROS BANCOS), GRAVA O FOLHIST *00004700
      *                  COM ORIGEM FR05DB62 E EMITE O TERMO DE        *00004800
      *                  RESCISAO (RELTRC) PARA ASSINATURA.            *00004900
      *               A DATA DO AFASTAMENTO E A DATA DE MOVIMENTO      *00005000
      *               (LERDATAP), A MESMA GRAVADA PELO FR05DB10 EM     *00005100
      *               FUNC2_HIST.DATADESL.                             *00005200
      *----------------------------------------------------------------*00005300
      *    BASE DE DADOS:                                              *00005400
      *     TABELAS DB2                           INCLUDE/BOOK         *00005500
      *    FOUR001.FUNC2                           #BKFUNC2            *00005600
      *----------------------------------------------------------------*00005700
      *    ARQUIVOS :                                                  *00005800
      *    DDNAME          I/O                                         *00005900
      *    JCLFIMFU         I    LOTE DE DESLIGAMENTOS (DESLIGFUN)     *00006000
      *    JCLFERAN         I    DIREITOS DE FERIAS ATUAIS (FERIAS)    *00006100
      *    JCLTABDE         I    FAIXAS DE DESCONTO (INSS/IRRF)        *00006200
      *    JCLDADBA         I    DADOS BANCARIOS DOS EMPREGADOS        *00006300
      *    JCLEMPAN         I    EMPRESTIMOS CONSIGNADOS               *00006400
      *    JCLFERNO         O    DIREITOS DE FERIAS REGRAVADOS         *00006500
      *    JCLEMPNO         O    CONSIGNADOS REGRAVADOS                *00006600
      *    JCLSALMO         O    CREDITOS DE RESCISAO (LAYOUT MOV2505) *00006700
      *    JCLBCOEX         O    CREDITOS EM OUTROS BANCOS             *00006800
      *    JCLRESRJ         O    DESLIGAMENTOS RECUSADOS               *00006900
      *    JCLRELTR         O    TERMOS DE RESCISAO PARA ASSINATURA    *00007000
      *    FOLHIST         I/O   HISTORICO DA FOLHA (DISP=MOD)         *00007100
      *----------------------------------------------------------------*00007200
      *    MODULO   :                                                  *00007300
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00007400
      *               GRAVARUN - CONTROLE DE REPROCESSAMENTO           *00007500
      *               LERDATAP - DATA DE MOVIMENTO                     *00007600
      *----------------------------------------------------------------*00007700
      *    COPYBOOK :                                                  *00007800
      *               B#DESLIG - LOTE DE DESLIGAMENTOS (DESLIGFUN)     *00007900
      *               B#FERIAS - DIREITO DE FERIAS POR EMPREGADO       *00008000
      *               B#DADBAN - DADOS BANCARIOS DO EMPREGADO          *00008100
      *               B#EMPCON - EMPRESTIMO CONSIGNADO                 *00008200
      *               B#MOVREG - LAYOUT DO MOVIMENTO MOV2505           *00008300
      *               B#BCOEXT - INTERCAMBIO BANCARIO DE SALARIOS      *00008400
      *               B#FOLHIS - HISTORICO DA FOLHA                    *00008500
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00008600
      *               B#RUNCTL - AREA DO CONTROLE DE REPROCESSAMENTO   *00008700
      *               B#DATPRC - AREA DA DATA DE MOVIMENTO             *00008800
      *----------------------------------------------------------------*00008900
      *    PARAMETROS (VIA SYSIN):                                     *00009000
      *      RERUN (S/N) - LIBERA O REPROCESSAMENTO DA DATA            *00009100
      *----------------------------------------------------------------*00009200
      *    HISTORICO DE ALTERACOES:                                    *00009300
      *      DATA        RESP.    DESCRICAO                            *00009400
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00009500
      *      15/10/2026  DPC      FOLHIST COM LRECL = 110: CONSIG =    *00000000
      *                           PARTE CONSIGNADA DE OUTROS-DEB       *00000000
      ******************************************************************00009600
      *================================================================*00009700
                                                                        00009800
      *================================================================*00009900
       ENVIRONMENT DIVISION.                                            00010000
      *================================================================*00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
       CONFIGURATION                              SECTION.              00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
       SPECIAL-NAMES.                                                   00010700
           DECIMAL-POINT IS COMMA.                                      00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       INPUT-OUTPUT                               SECTION.              00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
       FILE-CONTROL.                                                    00011400
             SELECT DESLIGFUN ASSIGN     TO JCLFIMFU                    00011500
                    FILE STATUS     IS WRK-FS-DESLIGFUN.                00011600
                                                                        00011700
             SELECT FERANT    ASSIGN     TO JCLFERAN                    00011800
                    FILE STATUS     IS WRK-FS-FERANT.                   00011900
                                                                        00012000
             SELECT TABDESC   ASSIGN     TO JCLTABDE                    00012100
                    FILE STATUS     IS WRK-FS-TABDESC.                  00012200
                                                                        00012300
             SELECT DADOSBAN  ASSIGN     TO JCLDADBA                    00012400
                    FILE STATUS     IS WRK-FS-DADOSBAN.                 00012500
                                                                        00012600
             SELECT EMPCONS   ASSIGN     TO JCLEMPAN                    00012700
                    FILE STATUS     IS WRK-FS-EMPCONS.                  00012800
                                                                        00012900
             SELECT FERNOVO   ASSIGN     TO JCLFERNO                    00013000
                    FILE STATUS     IS WRK-FS-FERNOVO.                  00013100
                                                                        00013200
             SELECT EMPNOVO   ASSIGN     TO JCLEMPNO                    00013300
                    FILE STATUS     IS WRK-FS-EMPNOVO.                  00013400
                                                                        00013500
             SELECT SALMOV    ASSIGN     TO JCLSALMO                    00013600
                    FILE STATUS     IS WRK-FS-SALMOV.                   00013700
                                                                        00013800
             SELECT BCOEXT    ASSIGN     TO JCLBCOEX                    00013900
                    FILE STATUS     IS WRK-FS-BCOEXT.                   00014000
                                                                        00014100
             SELECT RESCREJ   ASSIGN     TO JCLRESRJ                    00014200
                    FILE STATUS     IS WRK-FS-RESCREJ.                  00014300
                                                                        00014400
             SELECT RELTRC    ASSIGN     TO JCLRELTR                    00014500
                    FILE STATUS     IS WRK-FS-RELTRC.                   00014600
                                                                        00014700
             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00014800
                    FILE STATUS     IS WRK-FS-FOLHIST.                  00014900
                                                                        00015000
      *================================================================*00015100
       DATA                DIVISION.                                    00015200
      *================================================================*00015300
      *----------------------------------------------------------------*00015400
       FILE                                       SECTION.              00015500
      *----------------------------------------------------------------*00015600
                                                                        00015700
      *----------------------------------------------------------------*00015800
      *    INPUT - LOTE DE DESLIGAMENTOS (DESLIGFUN) - LRECL = 020     *00015900
      *----------------------------------------------------------------*00016000
                                                                        00016100
       FD DESLIGFUN                                                     00016200
           RECORDING MODE IS F                                          00016300
           BLOCK CONTAINS 0 RECORDS.                                    00016400
                                                                        00016500
           COPY 'B#DESLIG'.                                             00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
      *    INPUT - DIREITOS DE FERIAS ATUAIS (FERANT) - LRECL = 040    *00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
       FD FERANT                                                        00017200
           RECORDING MODE IS F                                          00017300
           BLOCK CONTAINS 0 RECORDS.                                    00017400
                                                                        00017500
           COPY 'B#FERIAS'.                                             00017600
                                                                        00017700
      *----------------------------------------------------------------*00017800
      *    INPUT - FAIXAS DE DESCONTO (TABDESC) - LRECL = 030          *00017900
      *----------------------------------------------------------------*00018000
                                                                        00018100
       FD TABDESC                                                       00018200
           RECORDING MODE IS F                                          00018300
           BLOCK CONTAINS 0 RECORDS.                                    00018400
       01 FD-TABDESC.                                                   00018500
          05 FD-DESC-TIPO             PIC X(01).                        00018600
          05 FD-DESC-LIMITE           PIC 9(08)V99.                     00018700
          05 FD-DESC-ALIQUOTA         PIC 9(02)V99.                     00018800
          05 FD-DESC-PARCELA          PIC 9(08)V99.                     00018900
          05 FILLER                   PIC X(05).                        00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
      *    INPUT - DADOS BANCARIOS (DADOSBAN) - LRECL = 020            *00019300
      *----------------------------------------------------------------*00019400
                                                                        00019500
       FD DADOSBAN                                                      00019600
           RECORDING MODE IS F                                          00019700
           BLOCK CONTAINS 0 RECORDS.                                    00019800
                                                                        00019900
           COPY 'B#DADBAN'.                                             00020000
                                                                        00020100
      *----------------------------------------------------------------*00020200
      *    INPUT - EMPRESTIMOS CONSIGNADOS (EMPCONS) - LRECL = 060     *00020300
      *----------------------------------------------------------------*00020400
                                                                        00020500
       FD EMPCONS                                                       00020600
           RECORDING MODE IS F                                          00020700
           BLOCK CONTAINS 0 RECORDS.                                    00020800
                                                                        00020900
           COPY 'B#EMPCON'.                                             00021000
                                                                        00021100
      *----------------------------------------------------------------*00021200
      *    OUTPUT - DIREITOS DE FERIAS REGRAVADOS (FERNOVO)            *00021300
      *             - LRECL = 040                                      *00021400
      *----------------------------------------------------------------*00021500
                                                                        00021600
       FD FERNOVO                                                       00021700
           RECORDING MODE IS F                                          00021800
           BLOCK CONTAINS 0 RECORDS.                                    00021900
       01 FD-FERNOVO        PIC X(040).                                 00022000
                                                                        00022100
      *----------------------------------------------------------------*00022200
      *    OUTPUT - CONSIGNADOS REGRAVADOS (EMPNOVO) - LRECL = 060     *00022300
      *----------------------------------------------------------------*00022400
                                                                        00022500
       FD EMPNOVO                                                       00022600
           RECORDING MODE IS F                                          00022700
           BLOCK CONTAINS 0 RECORDS.                                    00022800
       01 FD-EMPNOVO        PIC X(060).                                 00022900
                                                                        00023000
      *----------------------------------------------------------------*00023100
      *    OUTPUT - CREDITOS DE RESCISAO (SALMOV) - LRECL = 106        *00023200
      *----------------------------------------------------------------*00023300
                                                                        00023400
       FD SALMOV                                                        00023500
           RECORDING MODE IS F                                          00023600
           BLOCK CONTAINS 0 RECORDS.                                    00023700
                                                                        00023800
           COPY 'B#MOVREG'.                                             00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
      *    OUTPUT - CREDITOS EM OUTROS BANCOS (BCOEXT) - LRECL = 050   *00024200
      *----------------------------------------------------------------*00024300
                                                                        00024400
       FD BCOEXT                                                        00024500
           RECORDING MODE IS F                                          00024600
           BLOCK CONTAINS 0 RECORDS.                                    00024700
                                                                        00024800
           COPY 'B#BCOEXT'.                                             00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
      *    OUTPUT - DESLIGAMENTOS RECUSADOS (RESCREJ) - LRECL = 050    *00025200
      *----------------------------------------------------------------*00025300
                                                                        00025400
       FD RESCREJ                                                       00025500
           RECORDING MODE IS F                                          00025600
           BLOCK CONTAINS 0 RECORDS.                                    00025700
       01 FD-RESCREJ.                                                   00025800
          05 FD-RRJ-REGISTRO          PIC X(020).                       00025900
          05 FD-RRJ-MOTIVO            PIC X(030).                       00026000
                                                                        00026100
      *----------------------------------------------------------------*00026200
      *    OUTPUT - TERMOS DE RESCISAO (RELTRC) - LRECL = 080          *00026300
      *----------------------------------------------------------------*00026400
                                                                        00026500
       FD RELTRC                                                        00026600
           RECORDING MODE IS F                                          00026700
           BLOCK CONTAINS 0 RECORDS.                                    00026800
       01 FD-RELTRC         PIC X(080).                                 00026900
                                                                        00027000
      *----------------------------------------------------------------*00027100
      *    INPUT/OUTPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110   *00027200
      *----------------------------------------------------------------*00027300
                                                                        00027400
       FD FOLHIST                                                       00027500
           RECORDING MODE IS F                                          00027600
           BLOCK CONTAINS 0 RECORDS.                                    00027700
                                                                        00027800
           COPY 'B#FOLHIS'.                                             00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       WORKING-STORAGE                            SECTION.              00028200
      *----------------------------------------------------------------*00028300
                                                                        00028400
      *----------------------------------------------------------------*00028500
       01  FILLER                      PIC  X(050)         VALUE        00028600
                 '*** INICIO DA WORKING FR05DB62 ***'.                  00028700
      *----------------------------------------------------------------*00028800
                                                                        00028900
       77 WRK-SQLCODE            PIC -999.                              00029000
       77 WRK-FS-DESLIGFUN       PIC X(002) VALUE SPACES.               00029100
       77 WRK-FS-FERANT          PIC X(002) VALUE '00'.                 00029200
       77 WRK-FS-TABDESC         PIC X(002) VALUE SPACES.               00029300
       77 WRK-FS-DADOSBAN        PIC X(002) VALUE SPACES.               00029400
       77 WRK-FS-EMPCONS         PIC X(002) VALUE '00'.                 00029500
       77 WRK-FS-FERNOVO         PIC X(002) VALUE SPACES.               00029600
       77 WRK-FS-EMPNOVO         PIC X(002) VALUE SPACES.               00029700
       77 WRK-FS-SALMOV          PIC X(002) VALUE SPACES.               00029800
       77 WRK-FS-BCOEXT          PIC X(002) VALUE SPACES.               00029900
       77 WRK-FS-RESCREJ         PIC X(002) VALUE SPACES.               00030000
       77 WRK-FS-RELTRC          PIC X(002) VALUE SPACES.               00030100
       77 WRK-FS-FOLHIST         PIC X(002) VALUE '00'.                 00030200
       77 WRK-ID                 PIC 9(004) VALUE ZEROS.                00030300
       77 WRK-MOTIVO-RECUSA      PIC X(030) VALUE SPACES.               00030400
       77 WRK-SALDO-ED           PIC Z(07)9,99.                         00030500
                                                                        00030600
      *----------------------------------------------------------------*00030700
       01  FILLER                       PIC X(050)           VALUE      00030800
                    '*** AREA DO CALCULO DA RESCISAO ***'.              00030900
      *----------------------------------------------------------------*00031000
                                                                        00031100
       01 WRK-DATA-DESL.                                                00031200
          05 WRK-DESL-ANO            PIC 9(04).                         00031300
          05 WRK-DESL-MES            PIC 9(02).                         00031400
          05 WRK-DESL-DIA            PIC 9(02).                         00031500
       01 WRK-DATA-DESL-X REDEFINES WRK-DATA-DESL                       00031600
                                     PIC X(08).                         00031700
                                                                        00031800
       01 WRK-DATA-ADM.                                                 00031900
          05 WRK-ADM-ANO             PIC 9(04).                         00032000
          05 WRK-ADM-MES             PIC 9(02).                         00032100
          05 WRK-ADM-DIA             PIC 9(02).                         00032200
       01 WRK-DATA-ADM-X REDEFINES WRK-DATA-ADM                         00032300
                                     PIC X(08).                         00032400
                                                                        00032500
      *    PERIODO PARA A CONTAGEM DE AVOS (FRACAO DE 15 DIAS OU MAIS  *00032600
      *    CONTA COMO MES INTEIRO)                                     *00032700
       01 WRK-AVO-INI.                                                  00032800
          05 WRK-AVO-INI-ANO         PIC 9(04).                         00032900
          05 WRK-AVO-INI-MES         PIC 9(02).                         00033000
          05 WRK-AVO-INI-DIA         PIC 9(02).                         00033100
       01 WRK-AVO-FIM.                                                  00033200
          05 WRK-AVO-FIM-ANO         PIC 9(04).                         00033300
          05 WRK-AVO-FIM-MES         PIC 9(02).                         00033400
          05 WRK-AVO-FIM-DIA         PIC 9(02).                         00033500
       77 WRK-AVO-MESES          PIC S9(05) VALUE ZEROS.                00033600
       77 WRK-AVO-DIAS           PIC S9(03) VALUE ZEROS.                00033700
       77 WRK-AVOS               PIC 9(02) VALUE ZEROS.                 00033800
                                                                        00033900
       77 WRK-SALARIO            PIC 9(08)V99 VALUE ZEROS.              00034000
       77 WRK-ANOS-CASA          PIC S9(03) VALUE ZEROS.                00034100
       77 WRK-DIAS-SALDO         PIC 9(02) VALUE ZEROS.                 00034200
       77 WRK-VLR-SALDO-SAL      PIC 9(08)V99 VALUE ZEROS.              00034300
       77 WRK-DIAS-AVISO         PIC 9(03) VALUE ZEROS.                 00034400
       77 WRK-VLR-AVISO          PIC 9(08)V99 VALUE ZEROS.              00034500
       77 WRK-VLR-AVISO-DESC     PIC 9(08)V99 VALUE ZEROS.              00034600
       77 WRK-AVOS-13            PIC 9(02) VALUE ZEROS.                 00034700
       77 WRK-VLR-13             PIC 9(08)V99 VALUE ZEROS.              00034800
       77 WRK-VLR-ADIANT-13      PIC 9(08)V99 VALUE ZEROS.              00034900
       77 WRK-DIAS-FER-VENC      PIC 9(02) VALUE ZEROS.                 00035000
       77 WRK-VLR-FER-VENC       PIC 9(08)V99 VALUE ZEROS.              00035100
       77 WRK-AVOS-FER           PIC 9(02) VALUE ZEROS.                 00035200
       77 WRK-DIAS-FER-PROP      PIC S9(03)V99 VALUE ZEROS.             00035300
       77 WRK-VLR-FER-PROP       PIC 9(08)V99 VALUE ZEROS.              00035400
       77 WRK-VLR-TERCO          PIC 9(08)V99 VALUE ZEROS.              00035500
       77 WRK-INSS-SAL           PIC 9(08)V99 VALUE ZEROS.              00035600
       77 WRK-IRRF-SAL           PIC 9(08)V99 VALUE ZEROS.              00035700
       77 WRK-INSS-13            PIC 9(08)V99 VALUE ZEROS.              00035800
       77 WRK-IRRF-13            PIC 9(08)V99 VALUE ZEROS.              00035900
       77 WRK-VALOR-INSS         PIC 9(08)V99 VALUE ZEROS.              00036000
       77 WRK-VALOR-IRRF         PIC 9(08)V99 VALUE ZEROS.              00036100
       77 WRK-VLR-CONSIG         PIC 9(08)V99 VALUE ZEROS.              00036200
       77 WRK-TOT-PROVENTOS      PIC 9(08)V99 VALUE ZEROS.              00036300
       77 WRK-TOT-DESCONTOS      PIC 9(08)V99 VALUE ZEROS.              00036400
       77 WRK-DISPONIVEL         PIC S9(08)V99 VALUE ZEROS.             00036500
       77 WRK-ABATER             PIC 9(08)V99 VALUE ZEROS.              00036600
       77 WRK-LIQUIDO            PIC S9(08)V99 VALUE ZEROS.             00036700
                                                                        00036800
      *    BASE E RESULTADO DO CALCULO DAS FAIXAS DO TABDESC           *00036900
       77 WRK-BASE-CALC          PIC 9(08)V99 VALUE ZEROS.              00037000
       77 WRK-BASE-IRRF          PIC S9(08)V99 VALUE ZEROS.             00037100
       77 WRK-CALC-INSS          PIC S9(08)V99 VALUE ZEROS.             00037200
       77 WRK-CALC-IRRF          PIC S9(08)V99 VALUE ZEROS.             00037300
                                                                        00037400
       77 WRK-FER-ACHOU          PIC X(01) VALUE 'N'.                   00037500
           88 WRK-FER-ACHOU-SIM      VALUE 'S'.                         00037600
       77 WRK-BAN-ACHOU          PIC X(01) VALUE 'N'.                   00037700
           88 WRK-BAN-ACHOU-SIM      VALUE 'S'.                         00037800
           88 WRK-BAN-ACHOU-NAO      VALUE 'N'.                         00037900
       77 WRK-DEC-ACHOU          PIC X(01) VALUE 'N'.                   00038000
           88 WRK-DEC-ACHOU-SIM      VALUE 'S'.                         00038100
       77 WRK-IND-FER            PIC 9(03) VALUE ZEROS.                 00038200
       77 WRK-IND-EMP            PIC 9(03) VALUE ZEROS.                 00038300
                                                                        00038400
      *----------------------------------------------------------------*00038500
      *    DIREITOS DE FERIAS POR EMPREGADO (CARREGADOS DO FERANT)     *00038600
      *----------------------------------------------------------------*00038700
                                                                        00038800
       01 WRK-TAB-FERIAS.                                               00038900
          05 WRK-TAB-FER             OCCURS 500 TIMES                   00039000
                                      INDEXED BY WRK-IDX-FER.           00039100
             10 WRK-TAB-FER-ID           PIC 9(04).                     00039200
             10 WRK-TAB-FER-PER-INI      PIC X(08).                     00039300
             10 WRK-TAB-FER-PER-FIM      PIC X(08).                     00039400
             10 WRK-TAB-FER-DIREITO      PIC 9(02).                     00039500
             10 WRK-TAB-FER-GOZADOS      PIC 9(02).                     00039600
             10 WRK-TAB-FER-SALDO        PIC 9(02).                     00039700
             10 WRK-TAB-FER-LIMITE       PIC X(08).                     00039800
       77 WRK-TAB-FER-QTDE       PIC 9(03) VALUE ZEROS.                 00039900
                                                                        00040000
      *----------------------------------------------------------------*00040100
      *    TABELAS DE FAIXAS (CARREGADAS DO TABDESC)                   *00040200
      *----------------------------------------------------------------*00040300
                                                                        00040400
       01 WRK-TAB-INSS.                                                 00040500
          05 WRK-TAB-INS             OCCURS 10 TIMES                    00040600
                                      INDEXED BY WRK-IDX-INS.           00040700
             10 WRK-TAB-INS-LIMITE       PIC 9(08)V99.                  00040800
             10 WRK-TAB-INS-ALIQUOTA     PIC 9(02)V99.                  00040900
             10 WRK-TAB-INS-PARCELA      PIC 9(08)V99.                  00041000
       77 WRK-TAB-INS-QTDE       PIC 9(02) VALUE ZEROS.                 00041100
                                                                        00041200
       01 WRK-TAB-IRRF.                                                 00041300
          05 WRK-TAB-IRF             OCCURS 10 TIMES                    00041400
                                      INDEXED BY WRK-IDX-IRF.           00041500
             10 WRK-TAB-IRF-LIMITE       PIC 9(08)V99.                  00041600
             10 WRK-TAB-IRF-ALIQUOTA     PIC 9(02)V99.                  00041700
             10 WRK-TAB-IRF-PARCELA      PIC 9(08)V99.                  00041800
       77 WRK-TAB-IRF-QTDE       PIC 9(02) VALUE ZEROS.                 00041900
                                                                        00042000
      *----------------------------------------------------------------*00042100
      *    TABELA DE DADOS BANCARIOS (CARREGADA DO DADOSBAN)           *00042200
      *----------------------------------------------------------------*00042300
                                                                        00042400
       01 WRK-TAB-BANCARIOS.                                            00042500
          05 WRK-TAB-BAN             OCCURS 500 TIMES                   00042600
                                      INDEXED BY WRK-IDX-BAN.           00042700
             10 WRK-TAB-BAN-ID           PIC 9(04).                     00042800
             10 WRK-TAB-BAN-BANCO        PIC X(03).                     00042900
             10 WRK-TAB-BAN-AGENCIA      PIC X(04).                     00043000
             10 WRK-TAB-BAN-CONTA        PIC X(06).                     00043100
       77 WRK-TAB-BAN-QTDE       PIC 9(03) VALUE ZEROS.                 00043200
                                                                        00043300
      *----------------------------------------------------------------*00043400
      *    TABELA DE CONSIGNADOS (CARREGADA DO EMPCONS, MESMO LAYOUT   *00043500
      *    DO B#EMPCON) E AREA DE TRABALHO DE UM CONTRATO              *00043600
      *----------------------------------------------------------------*00043700
                                                                        00043800
       01 WRK-TAB-EMPREST.                                              00043900
          05 WRK-TAB-EMP             OCCURS 500 TIMES                   00044000
                                      INDEXED BY WRK-IDX-EMP.           00044100
             10 WRK-TAB-EMP-REG          PIC X(60).                     00044200
       77 WRK-TAB-EMP-QTDE       PIC 9(03) VALUE ZEROS.                 00044300
                                                                        00044400
       01 WRK-CONTRATO.                                                 00044500
          05 WRK-CTR-ID              PIC 9(04).                         00044600
          05 WRK-CTR-CONTRATO        PIC 9(06).                         00044700
          05 FILLER                  PIC X(30).                         00044800
          05 WRK-CTR-SALDO-DEV       PIC 9(08)V99.                      00044900
          05 WRK-CTR-SITUACAO        PIC X(01).                         00045000
              88 WRK-CTR-SIT-QUITADO     VALUE 'Q'.                     00045100
              88 WRK-CTR-SIT-LIQUIDADO   VALUE 'L'.                     00045200
          05 FILLER                  PIC X(09).                         00045300
                                                                        00045400
      *----------------------------------------------------------------*00045500
      *    13o DO ANO JA PAGO PELO FR05DB40 (CARREGADO DO FOLHIST):    *00045600
      *    1a PARCELA = ADIANTAMENTO A DESCONTAR; 2a PARCELA = QUITADO *00045700
      *----------------------------------------------------------------*00045800
                                                                        00045900
       01 WRK-TAB-DECIMO.                                               00046000
          05 WRK-TAB-DEC             OCCURS 500 TIMES                   00046100
                                      INDEXED BY WRK-IDX-DEC.           00046200
             10 WRK-TAB-DEC-ID           PIC 9(04).                     00046300
             10 WRK-TAB-DEC-ADIANT       PIC 9(08)V99.                  00046400
             10 WRK-TAB-DEC-QUITADO      PIC X(01).                     00046500
       77 WRK-TAB-DEC-QTDE       PIC 9(03) VALUE ZEROS.                 00046600
                                                                        00046700
      *----------------------------------------------------------------*00046800
       01  FILLER                       PIC X(050)           VALUE      00046900
                        '*** AREA DE ACUMULADORES ***'.                 00047000
      *----------------------------------------------------------------*00047100
                                                                        00047200
       77 ACUM-LIDOS             PIC 9(04) VALUE ZEROS.                 00047300
       77 ACUM-RESCISOES         PIC 9(05) VALUE ZEROS.                 00047400
       77 ACUM-RECUSADAS         PIC 9(04) VALUE ZEROS.                 00047500
       77 ACUM-CREDITOS-GERADOS  PIC 9(05) VALUE ZEROS.                 00047600
       77 ACUM-CREDITOS-EXTERNOS PIC 9(05) VALUE ZEROS.                 00047700
       77 ACUM-SEM-DADOS-BANC    PIC 9(04) VALUE ZEROS.                 00047800
       77 ACUM-SEM-LIQUIDO       PIC 9(04) VALUE ZEROS.                 00047900
       77 ACUM-CONSIG-ABATIDOS   PIC 9(04) VALUE ZEROS.                 00048000
       77 ACUM-HASH-SALMOV       PIC 9(11)V99 VALUE ZEROS.              00048100
       77 ACUM-HASH-BCOEXT       PIC 9(11)V99 VALUE ZEROS.              00048200
       77 ACUM-TOTAL-LIQUIDO     PIC 9(11)V99 VALUE ZEROS.              00048300
                                                                        00048400
      *----------------------------------------------------------------*00048500
      *    LINHAS DO TERMO DE RESCISAO                                 *00048600
      *----------------------------------------------------------------*00048700
                                                                        00048800
       01 WRK-TR-SEPARA          PIC X(080) VALUE ALL '='.              00048900
                                                                        00049000
       01 WRK-TR-TRACO           PIC X(080) VALUE ALL '-'.              00049100
                                                                        00049200
       01 WRK-TR-BRANCO          PIC X(080) VALUE SPACES.               00049300
                                                                        00049400
       01 WRK-TR-CABEC.                                                 00049500
          05 FILLER               PIC X(052) VALUE                      00049600
             'FOURSYS - TERMO DE RESCISAO DO CONTRATO DE TRABALHO'.     00049700
          05 FILLER               PIC X(006) VALUE ' SEQ. '.            00049800
          05 WRK-TR-SEQ           PIC 9(005).                           00049900
          05 FILLER               PIC X(017) VALUE SPACES.              00050000
                                                                        00050100
       01 WRK-TR-EMPREG.                                                00050200
          05 FILLER               PIC X(004) VALUE 'ID: '.              00050300
          05 WRK-TR-ID            PIC 9(004).                           00050400
          05 FILLER               PIC X(007) VALUE '  NOME '.           00050500
          05 WRK-TR-NOME          PIC X(030).                           00050600
          05 FILLER               PIC X(008) VALUE '  SETOR '.          00050700
          05 WRK-TR-SETOR         PIC X(004).                           00050800
          05 FILLER               PIC X(023) VALUE SPACES.              00050900
                                                                        00051000
       01 WRK-TR-DATAS.                                                 00051100
          05 FILLER               PIC X(019) VALUE                      00051200
             'DATA DE ADMISSAO.: '.                                     00051300
          05 WRK-TR-DATAADM       PIC X(010).                           00051400
          05 FILLER               PIC X(024) VALUE                      00051500
             '   DATA DE AFASTAMENTO: '.                                00051600
          05 WRK-TR-DATADESL      PIC X(010).                           00051700
          05 FILLER               PIC X(017) VALUE SPACES.              00051800
                                                                        00051900
       01 WRK-TR-CAUSA.                                                 00052000
          05 FILLER               PIC X(019) VALUE                      00052100
             'CAUSA DO AFASTAM.: '.                                     00052200
          05 WRK-TR-CAUSA-DESC    PIC X(022).                           00052300
          05 FILLER               PIC X(017) VALUE                      00052400
             '   AVISO PREVIO: '.                                       00052500
          05 WRK-TR-AVISO-DESC    PIC X(011).                           00052600
          05 FILLER               PIC X(011) VALUE SPACES.              00052700
                                                                        00052800
       01 WRK-TR-TEMPO.                                                 00052900
          05 FILLER               PIC X(019) VALUE                      00053000
             'TEMPO DE CASA....: '.                                     00053100
          05 WRK-TR-ANOS          PIC Z9.                               00053200
          05 FILLER               PIC X(023) VALUE                      00053300
             ' ANO(S)  SALARIO BASE: '.                                 00053400
          05 WRK-TR-SALARIO       PIC ZZ.ZZZ.ZZ9,99.                    00053500
          05 FILLER               PIC X(023) VALUE SPACES.              00053600
                                                                        00053700
       01 WRK-TR-TITULO.                                                00053800
          05 FILLER               PIC X(030) VALUE 'VERBA'.             00053900
          05 FILLER               PIC X(014) VALUE 'REFERENCIA'.        00054000
          05 FILLER               PIC X(015) VALUE '       PROVENTO'.   00054100
          05 FILLER               PIC X(015) VALUE '       DESCONTO'.   00054200
          05 FILLER               PIC X(006) VALUE SPACES.              00054300
                                                                        00054400
       01 WRK-TR-ITEM.                                                  00054500
          05 WRK-TR-ITM-DESC      PIC X(030).                           00054600
          05 WRK-TR-ITM-REF       PIC X(012).                           00054700
          05 FILLER               PIC X(004) VALUE SPACES.              00054800
          05 WRK-TR-ITM-PROV      PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.    00054900
          05 FILLER               PIC X(002) VALUE SPACES.              00055000
          05 WRK-TR-ITM-DESCONTO  PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.    00055100
          05 FILLER               PIC X(006) VALUE SPACES.              00055200
                                                                        00055300
       01 WRK-TR-TOTAIS.                                                00055400
          05 FILLER               PIC X(046) VALUE 'TOTAIS'.            00055500
          05 WRK-TR-TOT-PROV      PIC ZZ.ZZZ.ZZ9,99.                    00055600
          05 FILLER               PIC X(002) VALUE SPACES.              00055700
          05 WRK-TR-TOT-DESC      PIC ZZ.ZZZ.ZZ9,99.                    00055800
          05 FILLER               PIC X(006) VALUE SPACES.              00055900
                                                                        00056000
       01 WRK-TR-LIQUIDO.                                               00056100
          05 FILLER               PIC X(027) VALUE                      00056200
             'VALOR LIQUIDO DA RESCISAO: '.                             00056300
          05 WRK-TR-VLR-LIQUIDO   PIC ZZ.ZZZ.ZZ9,99-.                   00056400
          05 FILLER               PIC X(003) VALUE SPACES.              00056500
          05 WRK-TR-DESTINO       PIC X(036).                           00056600
                                                                        00056700
       01 WRK-TR-ASSINATURA.                                            00056800
          05 FILLER               PIC X(004) VALUE SPACES.              00056900
          05 FILLER               PIC X(032) VALUE ALL '_'.             00057000
          05 FILLER               PIC X(008) VALUE SPACES.              00057100
          05 FILLER               PIC X(032) VALUE ALL '_'.             00057200
          05 FILLER               PIC X(004) VALUE SPACES.              00057300
                                                                        00057400
       01 WRK-TR-ASSINANTES.                                            00057500
          05 FILLER               PIC X(004) VALUE SPACES.              00057600
          05 WRK-TR-ASS-NOME      PIC X(032).                           00057700
          05 FILLER               PIC X(008) VALUE SPACES.              00057800
          05 FILLER               PIC X(032) VALUE                      00057900
             'FOURSYS - EMPREGADOR'.                                    00058000
          05 FILLER               PIC X(004) VALUE SPACES.              00058100
                                                                        00058200
       01 WRK-REF-DIAS.                                                 00058300
          05 WRK-REF-DIAS-QTD     PIC ZZ9.                              00058400
          05 FILLER               PIC X(009) VALUE ' DIAS'.             00058500
                                                                        00058600
       01 WRK-REF-AVOS.                                                 00058700
          05 WRK-REF-AVOS-QTD     PIC Z9.                               00058800
          05 FILLER               PIC X(010) VALUE '/12 AVOS'.          00058900
                                                                        00059000
       01 WRK-DATA-ED.                                                  00059100
          05 WRK-DED-DIA          PIC X(002).                           00059200
          05 FILLER               PIC X(001) VALUE '/'.                 00059300
          05 WRK-DED-MES          PIC X(002).                           00059400
          05 FILLER               PIC X(001) VALUE '/'.                 00059500
          05 WRK-DED-ANO          PIC X(004).                           00059600
                                                                        00059700
      *----------------------------------------------------------------*00059800
       01  FILLER                       PIC X(050)           VALUE      00059900
                        '*** AREA DE BOOK ***'.                         00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
           COPY 'B#GRALOG'.                                             00060300
                                                                        00060400
           COPY 'B#RUNCTL'.                                             00060500
                                                                        00060600
           COPY 'B#DATPRC'.                                             00060700
                                                                        00060800
      *----------------------------------------------------------------*00060900
       01  FILLER                       PIC X(050)           VALUE      00061000
                        '*** AREA DB2 ***'.                             00061100
      *----------------------------------------------------------------*00061200
                                                                        00061300
           EXEC SQL                                                     00061400
             INCLUDE #BKFUNC2                                           00061500
           END-EXEC.                                                    00061600
           EXEC SQL                                                     00061700
               INCLUDE SQLCA                                            00061800
           END-EXEC.                                                    00061900
                                                                        00062000
      *----------------------------------------------------------------*00062100
       01  FILLER                      PIC  X(050)         VALUE        00062200
              '*** FR05DB62 - FIM DA AREA DE WORKING ***'.              00062300
      *----------------------------------------------------------------*00062400
                                                                        00062500
      *================================================================*00062600
        PROCEDURE                       DIVISION.                       00062700
      *================================================================*00062800
                                                                        00062900
      ******************************************************************00063000
      *                    P R I N C I P A L                           *00063100
      ******************************************************************00063200
                                                                        00063300
      *----------------------------------------------------------------*00063400
       0000-PRINCIPAL                            SECTION.               00063500
      *----------------------------------------------------------------*00063600
                                                                        00063700
           PERFORM 1000-INICIAR                                         00063800
                                                                        00063900
           PERFORM 2000-PROCESSAR-LOTE                                  00064000
                                                                        00064100
           PERFORM 4000-FINALIZAR                                       00064200
                                                                        00064300
           STOP RUN.                                                    00064400
                                                                        00064500
      *----------------------------------------------------------------*00064600
       0000-99-FIM.                           EXIT.                     00064700
      *----------------------------------------------------------------*00064800
                                                                        00064900
      ******************************************************************00065000
      *                      I N I C I A R                             *00065100
      ******************************************************************00065200
                                                                        00065300
      *----------------------------------------------------------------*00065400
       1000-INICIAR                           SECTION.                  00065500
      *----------------------------------------------------------------*00065600
                                                                        00065700
            ACCEPT WRK-RUN-RERUN FROM SYSIN.                            00065800
                                                                        00065900
            CALL 'LERDATAP'        USING WRK-DATPRC.                    00066000
            DISPLAY 'DATA DE MOVIMENTO: ' WRK-DTP-DATA.                 00066100
            MOVE WRK-DTP-DATA         TO WRK-DATA-DESL-X.               00066200
                                                                        00066300
      *     GUARDA DE REPROCESSAMENTO: A DATA DE MOVIMENTO SO RODA UMA *00066400
      *     VEZ (O LOTE DO DIA E O MESMO DESLIGADO PELO FR05DB10)      *00066500
            MOVE 'I'                  TO WRK-RUN-FUNCAO.                00066600
            MOVE 'FR05DB62'           TO WRK-RUN-PROGRAMA.              00066700
            MOVE WRK-DTP-DATA         TO WRK-RUN-DATA-MOVTO.            00066800
            MOVE ZEROS                TO WRK-RUN-RC                     00066900
                                         WRK-RUN-LIDOS                  00067000
                                         WRK-RUN-GRAVADOS.              00067100
            CALL 'GRAVARUN'           USING WRK-RUNCTL.                 00067200
                                                                        00067300
            IF WRK-RUN-DATA-JA-FEITA                                    00067400
               MOVE 'A'               TO WRK-SEVERIDADE                 00067500
               MOVE 'FR05DB62'        TO WRK-PROGRAMA                   00067600
               MOVE '1000  '          TO WRK-SECAO                      00067700
               MOVE 'DATA JA PROCESSADA - INFORME RERUN'                00067800
                                      TO WRK-MENSAGEM                   00067900
               MOVE WRK-DTP-DATA      TO WRK-STATUS                     00068000
               CALL 'GRAVALOG'        USING WRK-LOG                     00068100
               MOVE 08                TO RETURN-CODE                    00068200
               GOBACK                                                   00068300
            END-IF.                                                     00068400
                                                                        00068500
            OPEN INPUT  DESLIGFUN                                       00068600
                 INPUT  TABDESC                                         00068700
                 INPUT  DADOSBAN                                        00068800
                 OUTPUT FERNOVO                                         00068900
                 OUTPUT EMPNOVO                                         00069000
                 OUTPUT SALMOV                                          00069100
                 OUTPUT BCOEXT                                          00069200
                 OUTPUT RESCREJ                                         00069300
                 OUTPUT RELTRC.                                         00069400
                                                                        00069500
            PERFORM 1100-TESTAR-STATUS.                                 00069600
                                                                        00069700
      *     SEM ARQUIVO ANTERIOR (PRIMEIRA CARGA) NAO E ERRO           *00069800
            OPEN INPUT FERANT.                                          00069900
            IF WRK-FS-FERANT EQUAL '35'                                 00070000
               MOVE '10'                 TO WRK-FS-FERANT               00070100
            ELSE                                                        00070200
               PERFORM 1100-TESTAR-STATUS                               00070300
            END-IF.                                                     00070400
                                                                        00070500
            OPEN INPUT EMPCONS.                                         00070600
            IF WRK-FS-EMPCONS EQUAL '35'                                00070700
               MOVE '10'                 TO WRK-FS-EMPCONS              00070800
            ELSE                                                        00070900
               PERFORM 1100-TESTAR-STATUS                               00071000
            END-IF.                                                     00071100
                                                                        00071200
            OPEN INPUT FOLHIST.                                         00071300
            IF WRK-FS-FOLHIST EQUAL '35'                                00071400
               MOVE '10'                 TO WRK-FS-FOLHIST              00071500
            ELSE                                                        00071600
               PERFORM 1100-TESTAR-STATUS                               00071700
            END-IF.                                                     00071800
                                                                        00071900
            PERFORM 1200-CARREGAR-FAIXAS.                               00072000
                                                                        00072100
            PERFORM 1300-CARREGAR-BANCARIOS.                            00072200
                                                                        00072300
            PERFORM 1400-CARREGAR-FERANT.                               00072400
                                                                        00072500
            PERFORM 1500-CARREGAR-CONSIGNADOS.                          00072600
                                                                        00072700
            PERFORM 1600-CARREGAR-DECIMO.                               00072800
                                                                        00072900
            IF WRK-TAB-INS-QTDE EQUAL ZEROS                             00073000
               OR WRK-TAB-IRF-QTDE EQUAL ZEROS                          00073100
               MOVE 'FR05DB62'           TO WRK-PROGRAMA                00073200
               MOVE '1000  '             TO WRK-SECAO                   00073300
               MOVE 'TABELA DE DESCONTOS INCOMPLETA' TO WRK-MENSAGEM    00073400
               MOVE SPACES               TO WRK-STATUS                  00073500
               PERFORM 9999-TRATAR-ERROS                                00073600
            END-IF.                                                     00073700
                                                                        00073800
            OPEN EXTEND FOLHIST.                                        00073900
            PERFORM 1100-TESTAR-STATUS.                                 00074000
                                                                        00074100
            MOVE SPACES               TO FD-MOV2505.                    00074200
            MOVE '0000'               TO FD-MOV2505-H-TIPO.             00074300
            MOVE WRK-DTP-DATA         TO FD-MOV2505-H-DATA.             00074400
            MOVE 'FR05DB62'           TO FD-MOV2505-H-ORIGEM.           00074500
            WRITE FD-MOV2505.                                           00074600
            PERFORM 1100-TESTAR-STATUS.                                 00074700
                                                                        00074800
            MOVE SPACES               TO FD-BCOEXT.                     00074900
            MOVE '0000'               TO FD-BCO-H-TIPO.                 00075000
            MOVE WRK-DTP-DATA         TO FD-BCO-H-DATA.                 00075100
            MOVE 'FR05DB62'           TO FD-BCO-H-ORIGEM.               00075200
            WRITE FD-BCOEXT.                                            00075300
            PERFORM 1100-TESTAR-STATUS.                                 00075400
                                                                        00075500
      *----------------------------------------------------------------*00075600
       1000-99-FIM.                              EXIT.                  00075700
      *----------------------------------------------------------------*00075800
                                                                        00075900
      ******************************************************************00076000
      *                   T E S T A R  S T A T U S                     *00076100
      ******************************************************************00076200
                                                                        00076300
      *----------------------------------------------------------------*00076400
       1100-TESTAR-STATUS                    SECTION.                   00076500
      *----------------------------------------------------------------*00076600
                                                                        00076700
           IF WRK-FS-DESLIGFUN NOT EQUAL ZEROS AND                      00076800
              WRK-FS-DESLIGFUN NOT EQUAL '10'                           00076900
              MOVE 'ERRO NO ARQUIVO DESLIGFUN' TO WRK-MENSAGEM          00077000
              MOVE WRK-FS-DESLIGFUN     TO WRK-STATUS                   00077100
              PERFORM 9990-ERRO-ARQUIVO                                 00077200
           END-IF.                                                      00077300
                                                                        00077400
           IF WRK-FS-FERANT NOT EQUAL ZEROS AND                         00077500
              WRK-FS-FERANT NOT EQUAL '10'                              00077600
              MOVE 'ERRO NO ARQUIVO FERANT'   TO WRK-MENSAGEM           00077700
              MOVE WRK-FS-FERANT        TO WRK-STATUS                   00077800
              PERFORM 9990-ERRO-ARQUIVO                                 00077900
           END-IF.                                                      00078000
                                                                        00078100
           IF WRK-FS-TABDESC NOT EQUAL ZEROS AND                        00078200
              WRK-FS-TABDESC NOT EQUAL '10'                             00078300
              MOVE 'ERRO NO ARQUIVO TABDESC'  TO WRK-MENSAGEM           00078400
              MOVE WRK-FS-TABDESC       TO WRK-STATUS                   00078500
              PERFORM 9990-ERRO-ARQUIVO                                 00078600
           END-IF.                                                      00078700
                                                                        00078800
           IF WRK-FS-DADOSBAN NOT EQUAL ZEROS AND                       00078900
              WRK-FS-DADOSBAN NOT EQUAL '10'                            00079000
              MOVE 'ERRO NO ARQUIVO DADOSBAN' TO WRK-MENSAGEM           00079100
              MOVE WRK-FS-DADOSBAN      TO WRK-STATUS                   00079200
              PERFORM 9990-ERRO-ARQUIVO                                 00079300
           END-IF.                                                      00079400
                                                                        00079500
           IF WRK-FS-EMPCONS NOT EQUAL ZEROS AND                        00079600
              WRK-FS-EMPCONS NOT EQUAL '10'                             00079700
              MOVE 'ERRO NO ARQUIVO EMPCONS'  TO WRK-MENSAGEM           00079800
              MOVE WRK-FS-EMPCONS       TO WRK-STATUS                   00079900
              PERFORM 9990-ERRO-ARQUIVO                                 00080000
           END-IF.                                                      00080100
                                                                        00080200
           IF WRK-FS-FERNOVO NOT EQUAL ZEROS                            00080300
              MOVE 'ERRO NO ARQUIVO FERNOVO'  TO WRK-MENSAGEM           00080400
              MOVE WRK-FS-FERNOVO       TO WRK-STATUS                   00080500
              PERFORM 9990-ERRO-ARQUIVO                                 00080600
           END-IF.                                                      00080700
                                                                        00080800
           IF WRK-FS-EMPNOVO NOT EQUAL ZEROS                            00080900
              MOVE 'ERRO NO ARQUIVO EMPNOVO'  TO WRK-MENSAGEM           00081000
              MOVE WRK-FS-EMPNOVO       TO WRK-STATUS                   00081100
              PERFORM 9990-ERRO-ARQUIVO                                 00081200
           END-IF.                                                      00081300
                                                                        00081400
           IF WRK-FS-SALMOV NOT EQUAL ZEROS                             00081500
              MOVE 'ERRO NO ARQUIVO SALMOV'   TO WRK-MENSAGEM           00081600
              MOVE WRK-FS-SALMOV        TO WRK-STATUS                   00081700
              PERFORM 9990-ERRO-ARQUIVO                                 00081800
           END-IF.                                                      00081900
                                                                        00082000
           IF WRK-FS-BCOEXT NOT EQUAL ZEROS                             00082100
              MOVE 'ERRO NO ARQUIVO BCOEXT'   TO WRK-MENSAGEM           00082200
              MOVE WRK-FS-BCOEXT        TO WRK-STATUS                   00082300
              PERFORM 9990-ERRO-ARQUIVO                                 00082400
           END-IF.                                                      00082500
                                                                        00082600
           IF WRK-FS-RESCREJ NOT EQUAL ZEROS                            00082700
              MOVE 'ERRO NO ARQUIVO RESCREJ'  TO WRK-MENSAGEM           00082800
              MOVE WRK-FS-RESCREJ       TO WRK-STATUS                   00082900
              PERFORM 9990-ERRO-ARQUIVO                                 00083000
           END-IF.                                                      00083100
                                                                        00083200
           IF WRK-FS-RELTRC NOT EQUAL ZEROS                             00083300
              MOVE 'ERRO NO ARQUIVO RELTRC'   TO WRK-MENSAGEM           00083400
              MOVE WRK-FS-RELTRC        TO WRK-STATUS                   00083500
              PERFORM 9990-ERRO-ARQUIVO                                 00083600
           END-IF.                                                      00083700
                                                                        00083800
           IF WRK-FS-FOLHIST NOT EQUAL ZEROS AND                        00083900
              WRK-FS-FOLHIST NOT EQUAL '10'                             00084000
              MOVE 'ERRO NO ARQUIVO FOLHIST'  TO WRK-MENSAGEM           00084100
              MOVE WRK-FS-FOLHIST       TO WRK-STATUS                   00084200
              PERFORM 9990-ERRO-ARQUIVO                                 00084300
           END-IF.                                                      00084400
                                                                        00084500
      *----------------------------------------------------------------*00084600
       1100-99-FIM.                           EXIT.                     00084700
      *----------------------------------------------------------------*00084800
                                                                        00084900
      ******************************************************************00085000
      *        C A R R E G A R   F A I X A S   ( T A B D E S C )       *00085100
      ******************************************************************00085200
                                                                        00085300
      *----------------------------------------------------------------*00085400
       1200-CARREGAR-FAIXAS                  SECTION.                   00085500
      *----------------------------------------------------------------*00085600
                                                                        00085700
            PERFORM 1210-LER-TABDESC.                                   00085800
                                                                        00085900
            PERFORM 1220-GUARDAR-FAIXA                                  00086000
                    UNTIL WRK-FS-TABDESC EQUAL '10'.                    00086100
                                                                        00086200
            CLOSE TABDESC.                                              00086300
                                                                        00086400
      *----------------------------------------------------------------*00086500
       1200-99-FIM.                          EXIT.                      00086600
      *----------------------------------------------------------------*00086700
                                                                        00086800
      *----------------------------------------------------------------*00086900
       1210-LER-TABDESC                      SECTION.                   00087000
      *----------------------------------------------------------------*00087100
            READ TABDESC                                                00087200
                                                                        00087300
               IF WRK-FS-TABDESC  EQUAL '10'                            00087400
                  GO              TO 1210-99-FIM                        00087500
               END-IF.                                                  00087600
                                                                        00087700
               PERFORM 1100-TESTAR-STATUS.                              00087800
      *----------------------------------------------------------------*00087900
       1210-99-FIM.                          EXIT.                      00088000
      *----------------------------------------------------------------*00088100
                                                                        00088200
      *----------------------------------------------------------------*00088300
       1220-GUARDAR-FAIXA                    SECTION.                   00088400
      *----------------------------------------------------------------*00088500
                                                                        00088600
            EVALUATE FD-DESC-TIPO                                       00088700
              WHEN 'I'                                                  00088800
               IF WRK-TAB-INS-QTDE LESS 10                              00088900
                  ADD 1               TO WRK-TAB-INS-QTDE               00089000
                  SET WRK-IDX-INS     TO WRK-TAB-INS-QTDE               00089100
                  MOVE FD-DESC-LIMITE TO WRK-TAB-INS-LIMITE             00089200
                                          (WRK-IDX-INS)                 00089300
                  MOVE FD-DESC-ALIQUOTA TO WRK-TAB-INS-ALIQUOTA         00089400
                                          (WRK-IDX-INS)                 00089500
                  MOVE FD-DESC-PARCELA  TO WRK-TAB-INS-PARCELA          00089600
                                          (WRK-IDX-INS)                 00089700
               END-IF                                                   00089800
              WHEN 'R'                                                  00089900
               IF WRK-TAB-IRF-QTDE LESS 10                              00090000
                  ADD 1               TO WRK-TAB-IRF-QTDE               00090100
                  SET WRK-IDX-IRF     TO WRK-TAB-IRF-QTDE               00090200
                  MOVE FD-DESC-LIMITE TO WRK-TAB-IRF-LIMITE             00090300
                                          (WRK-IDX-IRF)                 00090400
                  MOVE FD-DESC-ALIQUOTA TO WRK-TAB-IRF-ALIQUOTA         00090500
                                          (WRK-IDX-IRF)                 00090600
                  MOVE FD-DESC-PARCELA  TO WRK-TAB-IRF-PARCELA          00090700
                                          (WRK-IDX-IRF)                 00090800
               END-IF                                                   00090900
              WHEN OTHER                                                00091000
               CONTINUE                                                 00091100
            END-EVALUATE.                                               00091200
                                                                        00091300
            PERFORM 1210-LER-TABDESC.                                   00091400
                                                                        00091500
      *----------------------------------------------------------------*00091600
       1220-99-FIM.                          EXIT.                      00091700
      *----------------------------------------------------------------*00091800
                                                                        00091900
      ******************************************************************00092000
      *   C A R R E G A R   D A D O S   B A N C A R I O S              *00092100
      ******************************************************************00092200
                                                                        00092300
      *----------------------------------------------------------------*00092400
       1300-CARREGAR-BANCARIOS               SECTION.                   00092500
      *----------------------------------------------------------------*00092600
                                                                        00092700
            PERFORM 1310-LER-DADOSBAN.                                  00092800
                                                                        00092900
            PERFORM 1320-GUARDAR-BANCARIO                               00093000
                    UNTIL WRK-FS-DADOSBAN EQUAL '10'.                   00093100
                                                                        00093200
            CLOSE DADOSBAN.                                             00093300
                                                                        00093400
      *----------------------------------------------------------------*00093500
       1300-99-FIM.                          EXIT.                      00093600
      *----------------------------------------------------------------*00093700
                                                                        00093800
      *----------------------------------------------------------------*00093900
       1310-LER-DADOSBAN                     SECTION.                   00094000
      *----------------------------------------------------------------*00094100
            READ DADOSBAN                                               00094200
                                                                        00094300
               IF WRK-FS-DADOSBAN  EQUAL '10'                           00094400
                  GO              TO 1310-99-FIM                        00094500
               END-IF.                                                  00094600
                                                                        00094700
               PERFORM 1100-TESTAR-STATUS.                              00094800
      *----------------------------------------------------------------*00094900
       1310-99-FIM.                          EXIT.                      00095000
      *----------------------------------------------------------------*00095100
                                                                        00095200
      *----------------------------------------------------------------*00095300
       1320-GUARDAR-BANCARIO                 SECTION.                   00095400
      *----------------------------------------------------------------*00095500
                                                                        00095600
            IF WRK-TAB-BAN-QTDE LESS 500                                00095700
               ADD 1               TO WRK-TAB-BAN-QTDE                  00095800
               SET WRK-IDX-BAN     TO WRK-TAB-BAN-QTDE                  00095900
               MOVE FD-BAN-ID      TO WRK-TAB-BAN-ID                    00096000
                                       (WRK-IDX-BAN)                    00096100
               MOVE FD-BAN-BANCO   TO WRK-TAB-BAN-BANCO                 00096200
                                       (WRK-IDX-BAN)                    00096300
               MOVE FD-BAN-AGENCIA TO WRK-TAB-BAN-AGENCIA               00096400
                                       (WRK-IDX-BAN)                    00096500
               MOVE FD-BAN-CONTA   TO WRK-TAB-BAN-CONTA                 00096600
                                       (WRK-IDX-BAN)                    00096700
            ELSE                                                        00096800
               MOVE 'FR05DB62'           TO WRK-PROGRAMA                00096900
               MOVE '1320  '             TO WRK-SECAO                   00097000
               MOVE 'TABELA DE DADOS BANCARIOS CHEIA'                   00097100
                                         TO WRK-MENSAGEM                00097200
               MOVE SPACES               TO WRK-STATUS                  00097300
               PERFORM 9999-TRATAR-ERROS                                00097400
            END-IF.                                                     00097500
                                                                        00097600
            PERFORM 1310-LER-DADOSBAN.                                  00097700
                                                                        00097800
      *----------------------------------------------------------------*00097900
       1320-99-FIM.                          EXIT.                      00098000
      *----------------------------------------------------------------*00098100
                                                                        00098200
      ******************************************************************00098300
      *   C A R R E G A R   D I R E I T O S   D E   F E R I A S        *00098400
      ******************************************************************00098500
                                                                        00098600
      *----------------------------------------------------------------*00098700
       1400-CARREGAR-FERANT                  SECTION.                   00098800
      *----------------------------------------------------------------*00098900
                                                                        00099000
            IF WRK-FS-FERANT EQUAL '10'                                 00099100
               GO                  TO 1400-99-FIM                       00099200
            END-IF.                                                     00099300
                                                                        00099400
            PERFORM 1410-LER-FERANT.                                    00099500
                                                                        00099600
            PERFORM 1420-GUARDAR-DIREITO                                00099700
                    UNTIL WRK-FS-FERANT EQUAL '10'.                     00099800
                                                                        00099900
            CLOSE FERANT.                                               00100000
                                                                        00100100
      *----------------------------------------------------------------*00100200
       1400-99-FIM.                          EXIT.                      00100300
      *----------------------------------------------------------------*00100400
                                                                        00100500
      *----------------------------------------------------------------*00100600
       1410-LER-FERANT                       SECTION.                   00100700
      *----------------------------------------------------------------*00100800
            READ FERANT                                                 00100900
                                                                        00101000
               IF WRK-FS-FERANT  EQUAL '10'                             00101100
                  GO              TO 1410-99-FIM                        00101200
               END-IF.                                                  00101300
                                                                        00101400
               PERFORM 1100-TESTAR-STATUS.                              00101500
      *----------------------------------------------------------------*00101600
       1410-99-FIM.                          EXIT.                      00101700
      *----------------------------------------------------------------*00101800
                                                                        00101900
      *----------------------------------------------------------------*00102000
       1420-GUARDAR-DIREITO                  SECTION.                   00102100
      *----------------------------------------------------------------*00102200
                                                                        00102300
            IF WRK-TAB-FER-QTDE GREATER OR EQUAL 500                    00102400
               MOVE 'FR05DB62'           TO WRK-PROGRAMA                00102500
               MOVE '1420  '             TO WRK-SECAO                   00102600
               MOVE 'TABELA DE FERIAS CHEIA' TO WRK-MENSAGEM            00102700
               MOVE SPACES               TO WRK-STATUS                  00102800
               PERFORM 9999-TRATAR-ERROS                                00102900
            END-IF.                                                     00103000
                                                                        00103100
            ADD 1                  TO WRK-TAB-FER-QTDE.                 00103200
            SET WRK-IDX-FER        TO WRK-TAB-FER-QTDE.                 00103300
            MOVE FD-FER-ID         TO WRK-TAB-FER-ID (WRK-IDX-FER).     00103400
            MOVE FD-FER-PER-INI    TO WRK-TAB-FER-PER-INI               00103500
                                       (WRK-IDX-FER).                   00103600
            MOVE FD-FER-PER-FIM    TO WRK-TAB-FER-PER-FIM               00103700
                                       (WRK-IDX-FER).                   00103800
            MOVE FD-FER-DIAS-DIREITO TO WRK-TAB-FER-DIREITO             00103900
                                       (WRK-IDX-FER).                   00104000
            MOVE FD-FER-DIAS-GOZADOS TO WRK-TAB-FER-GOZADOS             00104100
                                       (WRK-IDX-FER).                   00104200
            MOVE FD-FER-DIAS-SALDO TO WRK-TAB-FER-SALDO                 00104300
                                       (WRK-IDX-FER).                   00104400
            MOVE FD-FER-DATA-LIMITE TO WRK-TAB-FER-LIMITE               00104500
                                       (WRK-IDX-FER).                   00104600
                                                                        00104700
            PERFORM 1410-LER-FERANT.                                    00104800
                                                                        00104900
      *----------------------------------------------------------------*00105000
       1420-99-FIM.                          EXIT.                      00105100
      *----------------------------------------------------------------*00105200
                                                                        00105300
      ******************************************************************00105400
      *   C A R R E G A R   C O N S I G N A D O S                      *00105500
      ******************************************************************00105600
                                                                        00105700
      *----------------------------------------------------------------*00105800
       1500-CARREGAR-CONSIGNADOS             SECTION.                   00105900
      *----------------------------------------------------------------*00106000
                                                                        00106100
            IF WRK-FS-EMPCONS EQUAL '10'                                00106200
               GO                  TO 1500-99-FIM                       00106300
            END-IF.                                                     00106400
                                                                        00106500
            PERFORM 1510-LER-EMPCONS.                                   00106600
                                                                        00106700
            PERFORM 1520-GUARDAR-CONTRATO                               00106800
                    UNTIL WRK-FS-EMPCONS EQUAL '10'.                    00106900
                                                                        00107000
            CLOSE EMPCONS.                                              00107100
                                                                        00107200
      *----------------------------------------------------------------*00107300
       1500-99-FIM.                          EXIT.                      00107400
      *----------------------------------------------------------------*00107500
                                                                        00107600
      *----------------------------------------------------------------*00107700
       1510-LER-EMPCONS                      SECTION.                   00107800
      *----------------------------------------------------------------*00107900
            READ EMPCONS                                                00108000
                                                                        00108100
               IF WRK-FS-EMPCONS  EQUAL '10'                            00108200
                  GO              TO 1510-99-FIM                        00108300
               END-IF.                                                  00108400
                                                                        00108500
               PERFORM 1100-TESTAR-STATUS.                              00108600
      *----------------------------------------------------------------*00108700
       1510-99-FIM.                          EXIT.                      00108800
      *----------------------------------------------------------------*00108900
                                                                        00109000
      *----------------------------------------------------------------*00109100
       1520-GUARDAR-CONTRATO                 SECTION.                   00109200
      *----------------------------------------------------------------*00109300
                                                                        00109400
            IF WRK-TAB-EMP-QTDE LESS 500                                00109500
               ADD 1               TO WRK-TAB-EMP-QTDE                  00109600
               SET WRK-IDX-EMP     TO WRK-TAB-EMP-QTDE                  00109700
               MOVE FD-EMPCONS     TO WRK-TAB-EMP-REG                   00109800
                                       (WRK-IDX-EMP)                    00109900
            ELSE                                                        00110000
               MOVE 'FR05DB62'           TO WRK-PROGRAMA                00110100
               MOVE '1520  '             TO WRK-SECAO                   00110200
               MOVE 'TABELA DE CONSIGNADOS CHEIA'                       00110300
                                         TO WRK-MENSAGEM                00110400
               MOVE SPACES               TO WRK-STATUS                  00110500
               PERFORM 9999-TRATAR-ERROS                                00110600
            END-IF.                                                     00110700
                                                                        00110800
            PERFORM 1510-LER-EMPCONS.                                   00110900
                                                                        00111000
      *----------------------------------------------------------------*00111100
       1520-99-FIM.                          EXIT.                      00111200
      *----------------------------------------------------------------*00111300
                                                                        00111400
      ******************************************************************00111500
      *   C A R R E G A R   1 3 o   J A   P A G O   ( F O L H I S T )  *00111600
      ******************************************************************00111700
                                                                        00111800
      *----------------------------------------------------------------*00111900
       1600-CARREGAR-DECIMO                  SECTION.                   00112000
      *----------------------------------------------------------------*00112100
                                                                        00112200
            IF WRK-FS-FOLHIST EQUAL '10'                                00112300
               GO                  TO 1600-99-FIM                       00112400
            END-IF.                                                     00112500
                                                                        00112600
            PERFORM 1610-LER-FOLHIST.                                   00112700
                                                                        00112800
            PERFORM 1620-GUARDAR-DECIMO                                 00112900
                    UNTIL WRK-FS-FOLHIST EQUAL '10'.                    00113000
                                                                        00113100
            CLOSE FOLHIST.                                              00113200
                                                                        00113300
      *----------------------------------------------------------------*00113400
       1600-99-FIM.                          EXIT.                      00113500
      *----------------------------------------------------------------*00113600
                                                                        00113700
      *----------------------------------------------------------------*00113800
       1610-LER-FOLHIST                      SECTION.                   00113900
      *----------------------------------------------------------------*00114000
            READ FOLHIST                                                00114100
                                                                        00114200
               IF WRK-FS-FOLHIST  EQUAL '10'                            00114300
                  GO              TO 1610-99-FIM                        00114400
               END-IF.                                                  00114500
                                                                        00114600
               PERFORM 1100-TESTAR-STATUS.                              00114700
      *----------------------------------------------------------------*00114800
       1610-99-FIM.                          EXIT.                      00114900
      *----------------------------------------------------------------*00115000
                                                                        00115100
      *----------------------------------------------------------------*00115200
       1620-GUARDAR-DECIMO                   SECTION.                   00115300
      *----------------------------------------------------------------*00115400
                                                                        00115500
      *     SO INTERESSA O 13o (FR05DB40) DO ANO DO AFASTAMENTO: A 1a  *00115600
      *     PARCELA VEM SEM OUTROS DEBITOS E A 2a ABATE O ADIANTAMENTO *00115700
            IF FD-FHI-ORIGEM NOT EQUAL 'FR05DB40'                       00115800
             OR FD-FHI-COMPETENCIA (1:4) NOT EQUAL WRK-DATA-DESL-X (1:4)00115900
               PERFORM 1610-LER-FOLHIST                                 00116000
               GO                  TO 1620-99-FIM                       00116100
            END-IF.                                                     00116200
                                                                        00116300
            MOVE FD-FHI-ID             TO WRK-ID.                       00116400
            PERFORM 2450-LOCALIZAR-DECIMO.                              00116500
                                                                        00116600
            IF NOT WRK-DEC-ACHOU-SIM                                    00116700
               IF WRK-TAB-DEC-QTDE GREATER OR EQUAL 500                 00116800
                  MOVE 'FR05DB62'        TO WRK-PROGRAMA                00116900
                  MOVE '1620  '          TO WRK-SECAO                   00117000
                  MOVE 'TABELA DE 13o CHEIA' TO WRK-MENSAGEM            00117100
                  MOVE SPACES            TO WRK-STATUS                  00117200
                  PERFORM 9999-TRATAR-ERROS                             00117300
               END-IF                                                   00117400
               ADD 1                   TO WRK-TAB-DEC-QTDE              00117500
               SET WRK-IDX-DEC         TO WRK-TAB-DEC-QTDE              00117600
               MOVE FD-FHI-ID          TO WRK-TAB-DEC-ID (WRK-IDX-DEC)  00117700
               MOVE ZEROS              TO WRK-TAB-DEC-ADIANT            00117800
                                          (WRK-IDX-DEC)                 00117900
               MOVE 'N'                TO WRK-TAB-DEC-QUITADO           00118000
                                          (WRK-IDX-DEC)                 00118100
            END-IF.                                                     00118200
                                                                        00118300
            IF FD-FHI-OUTROS-DEB EQUAL ZEROS                            00118400
               MOVE FD-FHI-BRUTO       TO WRK-TAB-DEC-ADIANT            00118500
                                          (WRK-IDX-DEC)                 00118600
            ELSE                                                        00118700
               MOVE 'S'                TO WRK-TAB-DEC-QUITADO           00118800
                                          (WRK-IDX-DEC)                 00118900
            END-IF.                                                     00119000
                                                                        00119100
            PERFORM 1610-LER-FOLHIST.                                   00119200
                                                                        00119300
      *----------------------------------------------------------------*00119400
       1620-99-FIM.                          EXIT.                      00119500
      *----------------------------------------------------------------*00119600
                                                                        00119700
      ******************************************************************00119800
      *     P R O C E S S A R   L O T E   ( D E S L I G F U N )        *00119900
      ******************************************************************00120000
                                                                        00120100
      *----------------------------------------------------------------*00120200
       2000-PROCESSAR-LOTE                   SECTION.                   00120300
      *----------------------------------------------------------------*00120400
                                                                        00120500
            PERFORM 2100-LER-DESLIGFUN.                                 00120600
                                                                        00120700
            PERFORM 2200-TRATAR-DESLIGAMENTO                            00120800
                    UNTIL WRK-FS-DESLIGFUN EQUAL '10'.                  00120900
                                                                        00121000
            CLOSE DESLIGFUN.                                            00121100
                                                                        00121200
      *----------------------------------------------------------------*00121300
       2000-99-FIM.                          EXIT.                      00121400
      *----------------------------------------------------------------*00121500
                                                                        00121600
      *----------------------------------------------------------------*00121700
       2100-LER-DESLIGFUN                    SECTION.                   00121800
      *----------------------------------------------------------------*00121900
                                                                        00122000
      *     HEADER E TRAILER JA FORAM CONFERIDOS PELO FR05DB10         *00122100
            READ DESLIGFUN.                                             00122200
                                                                        00122300
            IF WRK-FS-DESLIGFUN EQUAL '10'                              00122400
               GO                  TO 2100-99-FIM                       00122500
            END-IF.                                                     00122600
                                                                        00122700
            PERFORM 1100-TESTAR-STATUS.                                 00122800
                                                                        00122900
            IF FD-DESLIG-TIPO-REG NOT EQUAL '1'                         00123000
               GO                  TO 2100-LER-DESLIGFUN                00123100
            END-IF.                                                     00123200
                                                                        00123300
            ADD 1                      TO ACUM-LIDOS.                   00123400
                                                                        00123500
      *----------------------------------------------------------------*00123600
       2100-99-FIM.                          EXIT.                      00123700
      *----------------------------------------------------------------*00123800
                                                                        00123900
      *----------------------------------------------------------------*00124000
       2200-TRATAR-DESLIGAMENTO              SECTION.                   00124100
      *----------------------------------------------------------------*00124200
                                                                        00124300
            MOVE FD-DESLIG-ID          TO WRK-ID.                       00124400
                                                                        00124500
            IF NOT FD-DESLIG-TIPO-VALIDO                                00124600
               MOVE 'TIPO DE RESCISAO INVALIDO'                         00124700
                                       TO WRK-MOTIVO-RECUSA             00124800
               PERFORM 3800-GRAVAR-RECUSA                               00124900
               GO                  TO 2200-90-PROXIMO                   00125000
            END-IF.                                                     00125100
                                                                        00125200
            IF NOT FD-DESLIG-AVISO-VALIDO                               00125300
               MOVE 'INDICADOR DE AVISO INVALIDO'                       00125400
                                       TO WRK-MOTIVO-RECUSA             00125500
               PERFORM 3800-GRAVAR-RECUSA                               00125600
               GO                  TO 2200-90-PROXIMO                   00125700
            END-IF.                                                     00125800
                                                                        00125900
            MOVE WRK-ID                TO DB2-ID.                       00126000
                                                                        00126100
            EXEC SQL                                                    00126200
             SELECT NOME, SETOR, SALARIO, DATAADM, ATIVO                00126300
               INTO :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,                00126400
                    :DB2-DATAADM, :DB2-ATIVO                            00126500
               FROM FOUR001.FUNC2                                       00126600
              WHERE ID = :DB2-ID                                        00126700
            END-EXEC.                                                   00126800
                                                                        00126900
            IF SQLCODE EQUAL +100                                       00127000
               MOVE 'ID NAO ENCONTRADO NA FUNC2'                        00127100
                                       TO WRK-MOTIVO-RECUSA             00127200
               PERFORM 3800-GRAVAR-RECUSA                               00127300
               GO                  TO 2200-90-PROXIMO                   00127400
            END-IF.                                                     00127500
                                                                        00127600
            IF SQLCODE NOT EQUAL ZEROS                                  00127700
               MOVE SQLCODE            TO WRK-SQLCODE                   00127800
               MOVE 'FR05DB62'         TO WRK-PROGRAMA                  00127900
               MOVE '2200  '           TO WRK-SECAO                     00128000
               MOVE 'ERRO NA LEITURA DA FUNC2' TO WRK-MENSAGEM          00128100
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00128200
               PERFORM 9999-TRATAR-ERROS                                00128300
            END-IF.                                                     00128400
                                                                        00128500
      *     SO RESCINDE QUEM O FR05DB10 DE FATO DESATIVOU              *00128600
            IF DB2-ATIVO NOT EQUAL 'N'                                  00128700
               MOVE 'EMPREGADO NAO DESLIGADO'                           00128800
                                       TO WRK-MOTIVO-RECUSA             00128900
               PERFORM 3800-GRAVAR-RECUSA                               00129000
               GO                  TO 2200-90-PROXIMO                   00129100
            END-IF.                                                     00129200
                                                                        00129300
            MOVE DB2-SALARIO           TO WRK-SALARIO.                  00129400
            MOVE DB2-DATAADM (1:4)     TO WRK-ADM-ANO.                  00129500
            MOVE DB2-DATAADM (6:2)     TO WRK-ADM-MES.                  00129600
            MOVE DB2-DATAADM (9:2)     TO WRK-ADM-DIA.                  00129700
                                                                        00129800
            MOVE ZEROS                 TO WRK-VLR-SALDO-SAL             00129900
                                          WRK-VLR-AVISO                 00130000
                                          WRK-VLR-AVISO-DESC            00130100
                                          WRK-DIAS-AVISO                00130200
                                          WRK-AVOS-13                   00130300
                                          WRK-VLR-13                    00130400
                                          WRK-VLR-ADIANT-13             00130500
                                          WRK-DIAS-FER-VENC             00130600
                                          WRK-VLR-FER-VENC              00130700
                                          WRK-AVOS-FER                  00130800
                                          WRK-DIAS-FER-PROP             00130900
                                          WRK-VLR-FER-PROP              00131000
                                          WRK-VLR-TERCO                 00131100
                                          WRK-VLR-CONSIG.               00131200
                                                                        00131300
            PERFORM 2300-CALCULAR-SALDO-AVISO.                          00131400
                                                                        00131500
            PERFORM 2400-CALCULAR-DECIMO.                               00131600
                                                                        00131700
            PERFORM 2500-CALCULAR-FERIAS.                               00131800
                                                                        00131900
            PERFORM 2550-CALCULAR-IMPOSTOS.                             00132000
                                                                        00132100
            COMPUTE WRK-TOT-PROVENTOS =                                 00132200
                    WRK-VLR-SALDO-SAL + WRK-VLR-AVISO                   00132300
                  + WRK-VLR-13                                          00132400
                  + WRK-VLR-FER-VENC + WRK-VLR-FER-PROP                 00132500
                  + WRK-VLR-TERCO.                                      00132600
            COMPUTE WRK-TOT-DESCONTOS =                                 00132700
                    WRK-VALOR-INSS + WRK-VALOR-IRRF                     00132800
                  + WRK-VLR-AVISO-DESC + WRK-VLR-ADIANT-13.             00132900
            MOVE WRK-VLR-CONSIG        TO FD-FHI-CONSIG.                00000000
            COMPUTE WRK-DISPONIVEL =                                    00133000
                    WRK-TOT-PROVENTOS - WRK-TOT-DESCONTOS.              00133100
                                                                        00133200
            PERFORM 2800-ABATER-CONSIGNADOS.                            00133300
                                                                        00133400
            ADD WRK-VLR-CONSIG         TO WRK-TOT-DESCONTOS.            00133500
            COMPUTE WRK-LIQUIDO =                                       00133600
                    WRK-TOT-PROVENTOS - WRK-TOT-DESCONTOS.              00133700
                                                                        00133800
            ADD 1                      TO ACUM-RESCISOES.               00133900
                                                                        00134000
            PERFORM 2850-GERAR-CREDITO-RESCISAO.                        00134100
                                                                        00134200
            PERFORM 2880-GRAVAR-FOLHIST.                                00134300
                                                                        00134400
            PERFORM 2900-EMITIR-TERMO.                                  00134500
                                                                        00134600
       2200-90-PROXIMO.                                                 00134700
            PERFORM 2100-LER-DESLIGFUN.                                 00134800
                                                                        00134900
      *----------------------------------------------------------------*00135000
       2200-99-FIM.                          EXIT.                      00135100
      *----------------------------------------------------------------*00135200
                                                                        00135300
      *----------------------------------------------------------------*00135400
       2300-CALCULAR-SALDO-AVISO             SECTION.                   00135500
      *----------------------------------------------------------------*00135600
                                                                        00135700
      *     SALDO DE SALARIO: DIAS TRABALHADOS NO MES DO AFASTAMENTO   *00135800
      *     (A PARTIR DA ADMISSAO, SE ADMITIDO NO PROPRIO MES)         *00135900
            IF WRK-ADM-ANO EQUAL WRK-DESL-ANO                           00136000
               AND WRK-ADM-MES EQUAL WRK-DESL-MES                       00136100
               COMPUTE WRK-DIAS-SALDO =                                 00136200
                       WRK-DESL-DIA - WRK-ADM-DIA + 1                   00136300
            ELSE                                                        00136400
               MOVE WRK-DESL-DIA       TO WRK-DIAS-SALDO                00136500
            END-IF.                                                     00136600
            IF WRK-DIAS-SALDO GREATER 30                                00136700
               MOVE 30                 TO WRK-DIAS-SALDO                00136800
            END-IF.                                                     00136900
                                                                        00137000
            COMPUTE WRK-VLR-SALDO-SAL ROUNDED =                         00137100
                    WRK-SALARIO / 30 * WRK-DIAS-SALDO.                  00137200
                                                                        00137300
      *     ANOS COMPLETOS DE CASA NA DATA DO AFASTAMENTO              *00137400
            COMPUTE WRK-ANOS-CASA = WRK-DESL-ANO - WRK-ADM-ANO.         00137500
            IF WRK-DESL-MES LESS WRK-ADM-MES                            00137600
               OR (WRK-DESL-MES EQUAL WRK-ADM-MES                       00137700
                   AND WRK-DESL-DIA LESS WRK-ADM-DIA)                   00137800
               SUBTRACT 1            FROM WRK-ANOS-CASA                 00137900
            END-IF.                                                     00138000
            IF WRK-ANOS-CASA LESS ZEROS                                 00138100
               MOVE ZEROS              TO WRK-ANOS-CASA                 00138200
            END-IF.                                                     00138300
                                                                        00138400
      *     AVISO INDENIZADO: 30 DIAS + 3 POR ANO DE CASA, ATE 90; NO  *00138500
      *     ACORDO PAGA A METADE; NO PEDIDO DE DEMISSAO SEM CUMPRIR O  *00138600
      *     AVISO, DESCONTA 30 DIAS; JUSTA CAUSA NAO TEM AVISO         *00138700
            EVALUATE TRUE                                               00138800
              WHEN FD-DESLIG-JUSTA-CAUSA                                00138900
               CONTINUE                                                 00139000
              WHEN NOT FD-DESLIG-AVISO-INDENIZ                          00139100
               CONTINUE                                                 00139200
              WHEN FD-DESLIG-PEDIDO                                     00139300
               MOVE 30                 TO WRK-DIAS-AVISO                00139400
               MOVE WRK-SALARIO        TO WRK-VLR-AVISO-DESC            00139500
              WHEN OTHER                                                00139600
               COMPUTE WRK-DIAS-AVISO = 30 + 3 * WRK-ANOS-CASA          00139700
               IF WRK-DIAS-AVISO GREATER 90                             00139800
                  MOVE 90              TO WRK-DIAS-AVISO                00139900
               END-IF                                                   00140000
               COMPUTE WRK-VLR-AVISO ROUNDED =                          00140100
                       WRK-SALARIO / 30 * WRK-DIAS-AVISO                00140200
               IF FD-DESLIG-ACORDO                                      00140300
                  COMPUTE WRK-VLR-AVISO ROUNDED = WRK-VLR-AVISO / 2     00140400
               END-IF                                                   00140500
            END-EVALUATE.                                               00140600
                                                                        00140700
      *----------------------------------------------------------------*00140800
       2300-99-FIM.                          EXIT.                      00140900
      *----------------------------------------------------------------*00141000
                                                                        00141100
      *----------------------------------------------------------------*00141200
       2400-CALCULAR-DECIMO                  SECTION.                   00141300
      *----------------------------------------------------------------*00141400
                                                                        00141500
            PERFORM 2450-LOCALIZAR-DECIMO.                              00141600
                                                                        00141700
      *     ADIANTAMENTO (1a PARCELA) E SEMPRE DESCONTADO; COM A 2a    *00141800
      *     PARCELA PAGA O 13o DO ANO ESTA QUITADO                     *00141900
            IF WRK-DEC-ACHOU-SIM                                        00142000
               IF WRK-TAB-DEC-QUITADO (WRK-IDX-DEC) EQUAL 'S'           00142100
                  GO               TO 2400-99-FIM                       00142200
               END-IF                                                   00142300
               MOVE WRK-TAB-DEC-ADIANT (WRK-IDX-DEC)                    00142400
                                       TO WRK-VLR-ADIANT-13             00142500
            END-IF.                                                     00142600
                                                                        00142700
            IF FD-DESLIG-JUSTA-CAUSA                                    00142800
               GO                  TO 2400-99-FIM                       00142900
            END-IF.                                                     00143000
                                                                        00143100
      *     AVOS DE 1o DE JANEIRO (OU DA ADMISSAO NO ANO) ATE O        *00143200
      *     AFASTAMENTO                                                *00143300
            IF WRK-ADM-ANO EQUAL WRK-DESL-ANO                           00143400
               MOVE WRK-DATA-ADM       TO WRK-AVO-INI                   00143500
            ELSE                                                        00143600
               MOVE WRK-DESL-ANO       TO WRK-AVO-INI-ANO               00143700
               MOVE 01                 TO WRK-AVO-INI-MES               00143800
                                          WRK-AVO-INI-DIA               00143900
            END-IF.                                                     00144000
            MOVE WRK-DATA-DESL         TO WRK-AVO-FIM.                  00144100
            PERFORM 2600-CONTAR-AVOS.                                   00144200
            MOVE WRK-AVOS              TO WRK-AVOS-13.                  00144300
                                                                        00144400
            COMPUTE WRK-VLR-13 ROUNDED =                                00144500
                    WRK-SALARIO / 12 * WRK-AVOS-13.                     00144600
                                                                        00144700
      *----------------------------------------------------------------*00144800
       2400-99-FIM.                          EXIT.                      00144900
      *----------------------------------------------------------------*00145000
                                                                        00145100
      *----------------------------------------------------------------*00145200
       2450-LOCALIZAR-DECIMO                 SECTION.                   00145300
      *----------------------------------------------------------------*00145400
                                                                        00145500
            MOVE 'N'                   TO WRK-DEC-ACHOU.                00145600
                                                                        00145700
            IF WRK-TAB-DEC-QTDE EQUAL ZEROS                             00145800
               GO                  TO 2450-99-FIM                       00145900
            END-IF.                                                     00146000
                                                                        00146100
            SET WRK-IDX-DEC            TO 1.                            00146200
            SEARCH WRK-TAB-DEC                                          00146300
              AT END                                                    00146400
                 CONTINUE                                               00146500
              WHEN WRK-IDX-DEC GREATER WRK-TAB-DEC-QTDE                 00146600
                 CONTINUE                                               00146700
              WHEN WRK-TAB-DEC-ID (WRK-IDX-DEC) EQUAL WRK-ID            00146800
                 MOVE 'S'              TO WRK-DEC-ACHOU                 00146900
            END-SEARCH.                                                 00147000
                                                                        00147100
      *----------------------------------------------------------------*00147200
       2450-99-FIM.                          EXIT.                      00147300
      *----------------------------------------------------------------*00147400
                                                                        00147500
      *----------------------------------------------------------------*00147600
       2500-CALCULAR-FERIAS                  SECTION.                   00147700
      *----------------------------------------------------------------*00147800
                                                                        00147900
            MOVE 'N'                   TO WRK-FER-ACHOU.                00148000
            IF WRK-TAB-FER-QTDE GREATER ZEROS                           00148100
               SET WRK-IDX-FER         TO 1                             00148200
               SEARCH WRK-TAB-FER                                       00148300
                 AT END                                                 00148400
                    CONTINUE                                            00148500
                 WHEN WRK-IDX-FER GREATER WRK-TAB-FER-QTDE              00148600
                    CONTINUE                                            00148700
                 WHEN WRK-TAB-FER-ID (WRK-IDX-FER) EQUAL WRK-ID         00148800
                    MOVE 'S'           TO WRK-FER-ACHOU                 00148900
               END-SEARCH                                               00149000
            END-IF.                                                     00149100
                                                                        00149200
      *     SEM REGISTRO NO FERIAS: PERIODO AQUISITIVO DO ULTIMO       *00149300
      *     ANIVERSARIO DE ADMISSAO ATE O AFASTAMENTO, SEM VENCIDAS    *00149400
            IF NOT WRK-FER-ACHOU-SIM                                    00149500
               MOVE WRK-DATA-ADM       TO WRK-AVO-INI                   00149600
               MOVE WRK-DESL-ANO       TO WRK-AVO-INI-ANO               00149700
               IF WRK-ADM-MES GREATER WRK-DESL-MES                      00149800
                  OR (WRK-ADM-MES EQUAL WRK-DESL-MES                    00149900
                      AND WRK-ADM-DIA GREATER WRK-DESL-DIA)             00150000
                  SUBTRACT 1         FROM WRK-AVO-INI-ANO               00150100
               END-IF                                                   00150200
               IF WRK-AVO-INI-ANO LESS WRK-ADM-ANO                      00150300
                  MOVE WRK-ADM-ANO     TO WRK-AVO-INI-ANO               00150400
               END-IF                                                   00150500
               MOVE ZEROS              TO WRK-DIAS-FER-VENC             00150600
                                          WRK-DIAS-FER-PROP             00150700
            ELSE                                                        00150800
      *        PERIODO JA FECHADO: O SALDO E DE FERIAS VENCIDAS E O    *00150900
      *        PROPORCIONAL CORRE DO FIM DO PERIODO; PERIODO EM CURSO: *00151000
      *        SO PROPORCIONAL, MENOS OS DIAS JA GOZADOS               *00151100
               IF WRK-TAB-FER-PER-FIM (WRK-IDX-FER)                     00151200
                  NOT GREATER WRK-DATA-DESL-X                           00151300
                  MOVE WRK-TAB-FER-SALDO (WRK-IDX-FER)                  00151400
                                       TO WRK-DIAS-FER-VENC             00151500
                  MOVE WRK-TAB-FER-PER-FIM (WRK-IDX-FER)                00151600
                                       TO WRK-AVO-INI                   00151700
                  MOVE ZEROS           TO WRK-DIAS-FER-PROP             00151800
               ELSE                                                     00151900
                  MOVE ZEROS           TO WRK-DIAS-FER-VENC             00152000
                  MOVE WRK-TAB-FER-PER-INI (WRK-IDX-FER)                00152100
                                       TO WRK-AVO-INI                   00152200
                  COMPUTE WRK-DIAS-FER-PROP =                           00152300
                          ZEROS - WRK-TAB-FER-GOZADOS (WRK-IDX-FER)     00152400
               END-IF                                                   00152500
      *        O SALDO DO EMPREGADO FICA LIQUIDADO NA RESCISAO         *00152600
               MOVE ZEROS              TO WRK-TAB-FER-SALDO             00152700
                                          (WRK-IDX-FER)                 00152800
            END-IF.                                                     00152900
                                                                        00153000
            COMPUTE WRK-VLR-FER-VENC ROUNDED =                          00153100
                    WRK-SALARIO / 30 * WRK-DIAS-FER-VENC.               00153200
                                                                        00153300
      *     NA JUSTA CAUSA NAO HA FERIAS PROPORCIONAIS                 *00153400
            IF NOT FD-DESLIG-JUSTA-CAUSA                                00153500
               MOVE WRK-DATA-DESL      TO WRK-AVO-FIM                   00153600
               PERFORM 2600-CONTAR-AVOS                                 00153700
               MOVE WRK-AVOS           TO WRK-AVOS-FER                  00153800
               COMPUTE WRK-DIAS-FER-PROP =                              00153900
                       WRK-DIAS-FER-PROP + WRK-AVOS-FER * 30 / 12       00154000
               IF WRK-DIAS-FER-PROP GREATER ZEROS                       00154100
                  COMPUTE WRK-VLR-FER-PROP ROUNDED =                    00154200
                          WRK-SALARIO / 30 * WRK-DIAS-FER-PROP          00154300
               END-IF                                                   00154400
            END-IF.                                                     00154500
                                                                        00154600
            COMPUTE WRK-VLR-TERCO ROUNDED =                             00154700
                    (WRK-VLR-FER-VENC + WRK-VLR-FER-PROP) / 3.          00154800
                                                                        00154900
      *----------------------------------------------------------------*00155000
       2500-99-FIM.                          EXIT.                      00155100
      *----------------------------------------------------------------*00155200
                                                                        00155300
      *----------------------------------------------------------------*00155400
       2550-CALCULAR-IMPOSTOS                SECTION.                   00155500
      *----------------------------------------------------------------*00155600
                                                                        00155700
      *     INSS/IRRF SOBRE O SALDO DE SALARIO E, EM SEPARADO, SOBRE O *00155800
      *     13o; FERIAS E AVISO INDENIZADOS NAO SOFREM DESCONTO        *00155900
            MOVE WRK-VLR-SALDO-SAL     TO WRK-BASE-CALC.                00156000
            PERFORM 2700-CALCULAR-FAIXAS.                               00156100
            MOVE WRK-CALC-INSS         TO WRK-INSS-SAL.                 00156200
            MOVE WRK-CALC-IRRF         TO WRK-IRRF-SAL.                 00156300
                                                                        00156400
            MOVE WRK-VLR-13            TO WRK-BASE-CALC.                00156500
            PERFORM 2700-CALCULAR-FAIXAS.                               00156600
            MOVE WRK-CALC-INSS         TO WRK-INSS-13.                  00156700
            MOVE WRK-CALC-IRRF         TO WRK-IRRF-13.                  00156800
                                                                        00156900
            COMPUTE WRK-VALOR-INSS = WRK-INSS-SAL + WRK-INSS-13.        00157000
            COMPUTE WRK-VALOR-IRRF = WRK-IRRF-SAL + WRK-IRRF-13.        00157100
                                                                        00157200
      *----------------------------------------------------------------*00157300
       2550-99-FIM.                          EXIT.                      00157400
      *----------------------------------------------------------------*00157500
                                                                        00157600
      *----------------------------------------------------------------*00157700
       2600-CONTAR-AVOS                      SECTION.                   00157800
      *----------------------------------------------------------------*00157900
                                                                        00158000
      *     MESES CHEIOS ENTRE WRK-AVO-INI E WRK-AVO-FIM, MAIS UM AVO  *00158100
      *     QUANDO A FRACAO FINAL TEM 15 DIAS OU MAIS; LIMITE DE 12    *00158200
            MOVE ZEROS                 TO WRK-AVOS.                     00158300
                                                                        00158400
            COMPUTE WRK-AVO-MESES =                                     00158500
                    (WRK-AVO-FIM-ANO - WRK-AVO-INI-ANO) * 12            00158600
                  + WRK-AVO-FIM-MES - WRK-AVO-INI-MES.                  00158700
                                                                        00158800
            IF WRK-AVO-FIM-DIA NOT LESS WRK-AVO-INI-DIA                 00158900
               COMPUTE WRK-AVO-DIAS =                                   00159000
                       WRK-AVO-FIM-DIA - WRK-AVO-INI-DIA + 1            00159100
            ELSE                                                        00159200
               SUBTRACT 1            FROM WRK-AVO-MESES                 00159300
               COMPUTE WRK-AVO-DIAS =                                   00159400
                       30 - WRK-AVO-INI-DIA + WRK-AVO-FIM-DIA + 1       00159500
            END-IF.                                                     00159600
                                                                        00159700
            IF WRK-AVO-MESES LESS ZEROS                                 00159800
               GO                  TO 2600-99-FIM                       00159900
            END-IF.                                                     00160000
                                                                        00160100
            IF WRK-AVO-DIAS NOT LESS 15                                 00160200
               ADD 1                   TO WRK-AVO-MESES                 00160300
            END-IF.                                                     00160400
                                                                        00160500
            IF WRK-AVO-MESES GREATER 12                                 00160600
               MOVE 12                 TO WRK-AVOS                      00160700
            ELSE                                                        00160800
               MOVE WRK-AVO-MESES      TO WRK-AVOS                      00160900
            END-IF.                                                     00161000
                                                                        00161100
      *----------------------------------------------------------------*00161200
       2600-99-FIM.                          EXIT.                      00161300
      *----------------------------------------------------------------*00161400
                                                                        00161500
      *----------------------------------------------------------------*00161600
       2700-CALCULAR-FAIXAS                  SECTION.                   00161700
      *----------------------------------------------------------------*00161800
                                                                        00161900
            MOVE ZEROS                 TO WRK-CALC-INSS                 00162000
                                          WRK-CALC-IRRF.                00162100
                                                                        00162200
            IF WRK-BASE-CALC EQUAL ZEROS                                00162300
               GO                  TO 2700-99-FIM                       00162400
            END-IF.                                                     00162500
                                                                        00162600
            SET WRK-IDX-INS            TO 1.                            00162700
            SEARCH WRK-TAB-INS                                          00162800
              AT END                                                    00162900
                 SET WRK-IDX-INS       TO WRK-TAB-INS-QTDE              00163000
              WHEN WRK-IDX-INS GREATER WRK-TAB-INS-QTDE                 00163100
                 SET WRK-IDX-INS       TO WRK-TAB-INS-QTDE              00163200
              WHEN WRK-BASE-CALC NOT GREATER                            00163300
                   WRK-TAB-INS-LIMITE (WRK-IDX-INS)                     00163400
                 CONTINUE                                               00163500
            END-SEARCH.                                                 00163600
                                                                        00163700
            COMPUTE WRK-CALC-INSS ROUNDED =                             00163800
                    WRK-BASE-CALC                                       00163900
                  * WRK-TAB-INS-ALIQUOTA (WRK-IDX-INS) / 100            00164000
                  - WRK-TAB-INS-PARCELA (WRK-IDX-INS).                  00164100
            IF WRK-CALC-INSS LESS ZEROS                                 00164200
               MOVE ZEROS              TO WRK-CALC-INSS                 00164300
            END-IF.                                                     00164400
                                                                        00164500
            COMPUTE WRK-BASE-IRRF =                                     00164600
                    WRK-BASE-CALC - WRK-CALC-INSS.                      00164700
                                                                        00164800
            SET WRK-IDX-IRF            TO 1.                            00164900
            SEARCH WRK-TAB-IRF                                          00165000
              AT END                                                    00165100
                 SET WRK-IDX-IRF       TO WRK-TAB-IRF-QTDE              00165200
              WHEN WRK-IDX-IRF GREATER WRK-TAB-IRF-QTDE                 00165300
                 SET WRK-IDX-IRF       TO WRK-TAB-IRF-QTDE              00165400
              WHEN WRK-BASE-IRRF NOT GREATER                            00165500
                   WRK-TAB-IRF-LIMITE (WRK-IDX-IRF)                     00165600
                 CONTINUE                                               00165700
            END-SEARCH.                                                 00165800
                                                                        00165900
            COMPUTE WRK-CALC-IRRF ROUNDED =                             00166000
                    WRK-BASE-IRRF                                       00166100
                  * WRK-TAB-IRF-ALIQUOTA (WRK-IDX-IRF) / 100            00166200
                  - WRK-TAB-IRF-PARCELA (WRK-IDX-IRF).                  00166300
            IF WRK-CALC-IRRF LESS ZEROS                                 00166400
               MOVE ZEROS              TO WRK-CALC-IRRF                 00166500
            END-IF.                                                     00166600
                                                                        00166700
      *----------------------------------------------------------------*00166800
       2700-99-FIM.                          EXIT.                      00166900
      *----------------------------------------------------------------*00167000
                                                                        00167100
      ******************************************************************00167200
      *   A B A T E R   C O N S I G N A D O S   L I Q U I D A D O S    *00167300
      ******************************************************************00167400
                                                                        00167500
      *----------------------------------------------------------------*00167600
       2800-ABATER-CONSIGNADOS               SECTION.                   00167700
      *----------------------------------------------------------------*00167800
                                                                        00167900
            IF WRK-TAB-EMP-QTDE EQUAL ZEROS                             00168000
               GO                  TO 2800-99-FIM                       00168100
            END-IF.                                                     00168200
                                                                        00168300
            PERFORM 2810-ABATER-UM-CONTRATO                             00168400
                    VARYING WRK-IND-EMP FROM 1 BY 1                     00168500
                    UNTIL WRK-IND-EMP GREATER WRK-TAB-EMP-QTDE.         00168600
                                                                        00168700
      *----------------------------------------------------------------*00168800
       2800-99-FIM.                          EXIT.                      00168900
      *----------------------------------------------------------------*00169000
                                                                        00169100
      *----------------------------------------------------------------*00169200
       2810-ABATER-UM-CONTRATO               SECTION.                   00169300
      *----------------------------------------------------------------*00169400
                                                                        00169500
            SET WRK-IDX-EMP            TO WRK-IND-EMP.                  00169600
            MOVE WRK-TAB-EMP-REG (WRK-IDX-EMP) TO WRK-CONTRATO.         00169700
                                                                        00169800
      *     SO OS CONTRATOS LIQUIDADOS PELO FR05DB10 NO DESLIGAMENTO   *00169900
            IF WRK-CTR-ID NOT EQUAL WRK-ID                              00170000
             OR NOT WRK-CTR-SIT-LIQUIDADO                               00170100
             OR WRK-CTR-SALDO-DEV EQUAL ZEROS                           00170200
               GO                  TO 2810-99-FIM                       00170300
            END-IF.                                                     00170400
                                                                        00170500
      *     ABATE ATE O LIQUIDO DISPONIVEL; O QUE SOBRAR FICA NO       *00170600
      *     CONTRATO E E APONTADO PARA COBRANCA PELO RH                *00170700
            IF WRK-DISPONIVEL GREATER ZEROS                             00170800
               IF WRK-CTR-SALDO-DEV GREATER WRK-DISPONIVEL              00170900
                  MOVE WRK-DISPONIVEL  TO WRK-ABATER                    00171000
               ELSE                                                     00171100
                  MOVE WRK-CTR-SALDO-DEV TO WRK-ABATER                  00171200
               END-IF                                                   00171300
            ELSE                                                        00171400
               MOVE ZEROS              TO WRK-ABATER                    00171500
            END-IF.                                                     00171600
                                                                        00171700
            SUBTRACT WRK-ABATER      FROM WRK-CTR-SALDO-DEV             00171800
                                          WRK-DISPONIVEL.               00171900
            ADD WRK-ABATER             TO WRK-VLR-CONSIG.               00172000
                                                                        00172100
            IF WRK-CTR-SALDO-DEV EQUAL ZEROS                            00172200
               MOVE 'Q'                TO WRK-CTR-SITUACAO              00172300
               ADD 1                   TO ACUM-CONSIG-ABATIDOS          00172400
            ELSE                                                        00172500
               MOVE 'A'                TO WRK-SEVERIDADE                00172600
               MOVE 'FR05DB62'         TO WRK-PROGRAMA                  00172700
               MOVE '2810  '           TO WRK-SECAO                     00172800
               MOVE 'CONSIGNADO COM SALDO APOS A RESCISAO'              00172900
                                       TO WRK-MENSAGEM                  00173000
               MOVE WRK-CTR-SALDO-DEV  TO WRK-SALDO-ED                  00173100
               MOVE WRK-SALDO-ED       TO WRK-STATUS                    00173200
               CALL 'GRAVALOG'         USING WRK-LOG                    00173300
            END-IF.                                                     00173400
                                                                        00173500
            MOVE WRK-CONTRATO          TO WRK-TAB-EMP-REG (WRK-IDX-EMP).00173600
                                                                        00173700
      *----------------------------------------------------------------*00173800
       2810-99-FIM.                          EXIT.                      00173900
      *----------------------------------------------------------------*00174000
                                                                        00174100
      ******************************************************************00174200
      *     C R E D I T O   D O   L I Q U I D O   E   F O L H I S T    *00174300
      ******************************************************************00174400
                                                                        00174500
      *----------------------------------------------------------------*00174600
       2850-GERAR-CREDITO-RESCISAO           SECTION.                   00174700
      *----------------------------------------------------------------*00174800
                                                                        00174900
            IF WRK-LIQUIDO NOT GREATER ZEROS                            00175000
               ADD 1                   TO ACUM-SEM-LIQUIDO              00175100
               MOVE 'SEM VALOR A CREDITAR'                              00175200
                                       TO WRK-TR-DESTINO                00175300
               MOVE 'A'                TO WRK-SEVERIDADE                00175400
               MOVE 'FR05DB62'         TO WRK-PROGRAMA                  00175500
               MOVE '2850  '           TO WRK-SECAO                     00175600
               MOVE 'RESCISAO SEM LIQUIDO A CREDITAR'                   00175700
                                       TO WRK-MENSAGEM                  00175800
               MOVE WRK-ID             TO WRK-STATUS                    00175900
               CALL 'GRAVALOG'         USING WRK-LOG                    00176000
               GO                  TO 2850-99-FIM                       00176100
            END-IF.                                                     00176200
                                                                        00176300
            ADD WRK-LIQUIDO            TO ACUM-TOTAL-LIQUIDO.           00176400
                                                                        00176500
            MOVE 'N'                   TO WRK-BAN-ACHOU.                00176600
            IF WRK-TAB-BAN-QTDE GREATER ZEROS                           00176700
               SET WRK-IDX-BAN         TO 1                             00176800
               SEARCH WRK-TAB-BAN                                       00176900
                 AT END                                                 00177000
                    CONTINUE                                            00177100
                 WHEN WRK-IDX-BAN GREATER WRK-TAB-BAN-QTDE              00177200
                    CONTINUE                                            00177300
                 WHEN WRK-TAB-BAN-ID (WRK-IDX-BAN) EQUAL WRK-ID         00177400
                    MOVE 'S'           TO WRK-BAN-ACHOU                 00177500
               END-SEARCH                                               00177600
            END-IF.                                                     00177700
                                                                        00177800
            IF WRK-BAN-ACHOU-NAO                                        00177900
               ADD 1                   TO ACUM-SEM-DADOS-BANC           00178000
               MOVE 'SEM DADOS BANCARIOS - PAGAR NO RH'                 00178100
                                       TO WRK-TR-DESTINO                00178200
               MOVE 'A'                TO WRK-SEVERIDADE                00178300
               MOVE 'FR05DB62'         TO WRK-PROGRAMA                  00178400
               MOVE '2850  '           TO WRK-SECAO                     00178500
               MOVE 'EMPREGADO SEM DADOS BANCARIOS'                     00178600
                                       TO WRK-MENSAGEM                  00178700
               MOVE WRK-ID             TO WRK-STATUS                    00178800
               CALL 'GRAVALOG'         USING WRK-LOG                    00178900
               GO                  TO 2850-99-FIM                       00179000
            END-IF.                                                     00179100
                                                                        00179200
            MOVE SPACES                TO WRK-TR-DESTINO.               00179300
            STRING 'CREDITO BANCO '    DELIMITED BY SIZE                00179400
                   WRK-TAB-BAN-BANCO (WRK-IDX-BAN)                      00179500
                                       DELIMITED BY SIZE                00179600
                   ' AG '              DELIMITED BY SIZE                00179700
                   WRK-TAB-BAN-AGENCIA (WRK-IDX-BAN)                    00179800
                                       DELIMITED BY SIZE                00179900
                   ' CC '              DELIMITED BY SIZE                00180000
                   WRK-TAB-BAN-CONTA (WRK-IDX-BAN)                      00180100
                                       DELIMITED BY SIZE                00180200
                   INTO WRK-TR-DESTINO.                                 00180300
                                                                        00180400
      *     CONTA EM OUTRO BANCO SEGUE NO INTERCAMBIO BCOEXT           *00180500
            IF WRK-TAB-BAN-BANCO (WRK-IDX-BAN) NOT EQUAL '001'          00180600
               MOVE SPACES             TO FD-BCOEXT                     00180700
               MOVE WRK-TAB-BAN-BANCO (WRK-IDX-BAN)                     00180800
                                       TO FD-BCO-BANCO                  00180900
               MOVE WRK-TAB-BAN-AGENCIA (WRK-IDX-BAN)                   00181000
                                       TO FD-BCO-AGENCIA                00181100
               MOVE WRK-TAB-BAN-CONTA (WRK-IDX-BAN)                     00181200
                                       TO FD-BCO-CONTA                  00181300
               MOVE DB2-NOME           TO FD-BCO-NOME                   00181400
               MOVE WRK-LIQUIDO        TO FD-BCO-VALOR                  00181500
               WRITE FD-BCOEXT                                          00181600
               PERFORM 1100-TESTAR-STATUS                               00181700
               ADD 1                   TO ACUM-CREDITOS-EXTERNOS        00181800
               ADD WRK-LIQUIDO         TO ACUM-HASH-BCOEXT              00181900
               GO                  TO 2850-99-FIM                       00182000
            END-IF.                                                     00182100
                                                                        00182200
            MOVE SPACES                TO FD-MOV2505.                   00182300
            MOVE WRK-TAB-BAN-AGENCIA (WRK-IDX-BAN)                      00182400
                                       TO FD-MOV2505-AGENCIA.           00182500
            MOVE WRK-TAB-BAN-CONTA (WRK-IDX-BAN)                        00182600
                                       TO FD-MOV2505-CONTA.             00182700
            MOVE SPACES                TO FD-MOV2505-MOVIMENTO.         00182800
            STRING 'RESCISAO '         DELIMITED BY SIZE                00182900
                   WRK-DATA-DESL-X     DELIMITED BY SIZE                00183000
                   INTO FD-MOV2505-MOVIMENTO.                           00183100
            MOVE WRK-LIQUIDO           TO FD-MOV2505-VALOR.             00183200
            MOVE 'C'                   TO FD-MOV2505-TIPO.              00183300
            WRITE FD-MOV2505.                                           00183400
            PERFORM 1100-TESTAR-STATUS.                                 00183500
                                                                        00183600
            ADD 1                      TO ACUM-CREDITOS-GERADOS.        00183700
            ADD WRK-LIQUIDO            TO ACUM-HASH-SALMOV.             00183800
                                                                        00183900
      *----------------------------------------------------------------*00184000
       2850-99-FIM.                          EXIT.                      00184100
      *----------------------------------------------------------------*00184200
                                                                        00184300
      *----------------------------------------------------------------*00184400
       2880-GRAVAR-FOLHIST                   SECTION.                   00184500
      *----------------------------------------------------------------*00184600
                                                                        00184700
      *     UM REGISTRO POR RESCISAO, NA COMPETENCIA DO AFASTAMENTO;   *00184800
      *     OUTROS DEBITOS = CONSIGNADO + AVISO DESCONTADO +           *00184900
      *     ADIANTAMENTO DO 13o                                        *00185000
            MOVE SPACES                TO FD-FOLHIST.                   00185100
            MOVE WRK-ID                TO FD-FHI-ID.                    00185200
            MOVE WRK-DATA-DESL-X (1:6) TO FD-FHI-COMPETENCIA.           00185300
            MOVE 'FR05DB62'            TO FD-FHI-ORIGEM.                00185400
            MOVE DB2-NOME              TO FD-FHI-NOME.                  00185500
            MOVE WRK-TOT-PROVENTOS     TO FD-FHI-BRUTO.                 00185600
            MOVE WRK-VALOR-INSS        TO FD-FHI-INSS.                  00185700
            MOVE WRK-VALOR-IRRF        TO FD-FHI-IRRF.                  00185800
            MOVE ZEROS                 TO FD-FHI-OUTROS-CRED.           00185900
            COMPUTE FD-FHI-OUTROS-DEB =                                 00186000
                    WRK-VLR-CONSIG + WRK-VLR-AVISO-DESC                 00186100
                  + WRK-VLR-ADIANT-13.                                  00186200
            MOVE WRK-LIQUIDO           TO FD-FHI-LIQUIDO.               00186300
            WRITE FD-FOLHIST.                                           00186400
            PERFORM 1100-TESTAR-STATUS.                                 00186500
                                                                        00186600
      *----------------------------------------------------------------*00186700
       2880-99-FIM.                          EXIT.                      00186800
      *----------------------------------------------------------------*00186900
                                                                        00187000
      ******************************************************************00187100
      *       T E R M O   D E   R E S C I S A O   ( R E L T R C )      *00187200
      ******************************************************************00187300
                                                                        00187400
      *----------------------------------------------------------------*00187500
       2900-EMITIR-TERMO                     SECTION.                   00187600
      *----------------------------------------------------------------*00187700
                                                                        00187800
            WRITE FD-RELTRC            FROM WRK-TR-SEPARA.              00187900
            MOVE ACUM-RESCISOES        TO WRK-TR-SEQ.                   00188000
            WRITE FD-RELTRC            FROM WRK-TR-CABEC.               00188100
            WRITE FD-RELTRC            FROM WRK-TR-SEPARA.              00188200
                                                                        00188300
            MOVE WRK-ID                TO WRK-TR-ID.                    00188400
            MOVE DB2-NOME              TO WRK-TR-NOME.                  00188500
            MOVE DB2-SETOR             TO WRK-TR-SETOR.                 00188600
            WRITE FD-RELTRC            FROM WRK-TR-EMPREG.              00188700
                                                                        00188800
            MOVE DB2-DATAADM (9:2)     TO WRK-DED-DIA.                  00188900
            MOVE DB2-DATAADM (6:2)     TO WRK-DED-MES.                  00189000
            MOVE DB2-DATAADM (1:4)     TO WRK-DED-ANO.                  00189100
            MOVE WRK-DATA-ED           TO WRK-TR-DATAADM.               00189200
            MOVE WRK-DATA-DESL-X (7:2) TO WRK-DED-DIA.                  00189300
            MOVE WRK-DATA-DESL-X (5:2) TO WRK-DED-MES.                  00189400
            MOVE WRK-DATA-DESL-X (1:4) TO WRK-DED-ANO.                  00189500
            MOVE WRK-DATA-ED           TO WRK-TR-DATADESL.              00189600
            WRITE FD-RELTRC            FROM WRK-TR-DATAS.               00189700
                                                                        00189800
            EVALUATE TRUE                                               00189900
              WHEN FD-DESLIG-SEM-JUSTA                                  00190000
               MOVE 'DISPENSA SEM JUSTA CAUSA' TO WRK-TR-CAUSA-DESC     00190100
              WHEN FD-DESLIG-JUSTA-CAUSA                                00190200
               MOVE 'DISPENSA POR JUSTA CAUSA' TO WRK-TR-CAUSA-DESC     00190300
              WHEN FD-DESLIG-PEDIDO                                     00190400
               MOVE 'PEDIDO DE DEMISSAO'       TO WRK-TR-CAUSA-DESC     00190500
              WHEN OTHER                                                00190600
               MOVE 'ACORDO ENTRE AS PARTES'   TO WRK-TR-CAUSA-DESC     00190700
            END-EVALUATE.                                               00190800
            EVALUATE TRUE                                               00190900
              WHEN FD-DESLIG-AVISO-INDENIZ                              00191000
               MOVE 'INDENIZADO'       TO WRK-TR-AVISO-DESC             00191100
              WHEN FD-DESLIG-AVISO-TRABALH                              00191200
               MOVE 'TRABALHADO'       TO WRK-TR-AVISO-DESC             00191300
              WHEN OTHER                                                00191400
               MOVE 'DISPENSADO'       TO WRK-TR-AVISO-DESC             00191500
            END-EVALUATE.                                               00191600
            WRITE FD-RELTRC            FROM WRK-TR-CAUSA.               00191700
                                                                        00191800
            MOVE WRK-ANOS-CASA         TO WRK-TR-ANOS.                  00191900
            MOVE WRK-SALARIO           TO WRK-TR-SALARIO.               00192000
            WRITE FD-RELTRC            FROM WRK-TR-TEMPO.               00192100
                                                                        00192200
            WRITE FD-RELTRC            FROM WRK-TR-TRACO.               00192300
            WRITE FD-RELTRC            FROM WRK-TR-TITULO.              00192400
            WRITE FD-RELTRC            FROM WRK-TR-TRACO.               00192500
            PERFORM 1100-TESTAR-STATUS.                                 00192600
                                                                        00192700
      *     PROVENTOS                                                  *00192800
            MOVE 'SALDO DE SALARIO'    TO WRK-TR-ITM-DESC.              00192900
            MOVE WRK-DIAS-SALDO        TO WRK-REF-DIAS-QTD.             00193000
            MOVE WRK-REF-DIAS          TO WRK-TR-ITM-REF.               00193100
            MOVE WRK-VLR-SALDO-SAL     TO WRK-TR-ITM-PROV.              00193200
            MOVE ZEROS                 TO WRK-TR-ITM-DESCONTO.          00193300
            PERFORM 2950-IMPRIMIR-VERBA.                                00193400
                                                                        00193500
            IF FD-DESLIG-ACORDO                                         00193600
               MOVE 'AVISO PREVIO INDENIZADO 50%'                       00193700
                                       TO WRK-TR-ITM-DESC               00193800
            ELSE                                                        00193900
               MOVE 'AVISO PREVIO INDENIZADO'                           00194000
                                       TO WRK-TR-ITM-DESC               00194100
            END-IF.                                                     00194200
            MOVE WRK-DIAS-AVISO        TO WRK-REF-DIAS-QTD.             00194300
            MOVE WRK-REF-DIAS          TO WRK-TR-ITM-REF.               00194400
            MOVE WRK-VLR-AVISO         TO WRK-TR-ITM-PROV.              00194500
            MOVE ZEROS                 TO WRK-TR-ITM-DESCONTO.          00194600
            PERFORM 2950-IMPRIMIR-VERBA.                                00194700
                                                                        00194800
            MOVE '13o SALARIO PROPORCIONAL' TO WRK-TR-ITM-DESC.         00194900
            MOVE WRK-AVOS-13           TO WRK-REF-AVOS-QTD.             00195000
            MOVE WRK-REF-AVOS          TO WRK-TR-ITM-REF.               00195100
            MOVE WRK-VLR-13            TO WRK-TR-ITM-PROV.              00195200
            MOVE ZEROS                 TO WRK-TR-ITM-DESCONTO.          00195300
            PERFORM 2950-IMPRIMIR-VERBA.                                00195400
                                                                        00195500
            MOVE 'FERIAS VENCIDAS'     TO WRK-TR-ITM-DESC.              00195600
            MOVE WRK-DIAS-FER-VENC     TO WRK-REF-DIAS-QTD.             00195700
            MOVE WRK-REF-DIAS          TO WRK-TR-ITM-REF.               00195800
            MOVE WRK-VLR-FER-VENC      TO WRK-TR-ITM-PROV.              00195900
            MOVE ZEROS                 TO WRK-TR-ITM-DESCONTO.          00196000
            PERFORM 2950-IMPRIMIR-VERBA.                                00196100
                                                                        00196200
            MOVE 'FERIAS PROPORCIONAIS' TO WRK-TR-ITM-DESC.             00196300
            MOVE WRK-AVOS-FER          TO WRK-REF-AVOS-QTD.             00196400
            MOVE WRK-REF-AVOS          TO WRK-TR-ITM-REF.               00196500
            MOVE WRK-VLR-FER-PROP      TO WRK-TR-ITM-PROV.              00196600
            MOVE ZEROS                 TO WRK-TR-ITM-DESCONTO.          00196700
            PERFORM 2950-IMPRIMIR-VERBA.                                00196800
                                                                        00196900
            MOVE '1/3 CONSTITUCIONAL DE FERIAS' TO WRK-TR-ITM-DESC.     00197000
            MOVE SPACES                TO WRK-TR-ITM-REF.               00197100
            MOVE WRK-VLR-TERCO         TO WRK-TR-ITM-PROV.              00197200
            MOVE ZEROS                 TO WRK-TR-ITM-DESCONTO.          00197300
            PERFORM 2950-IMPRIMIR-VERBA.                                00197400
                                                                        00197500
      *     DESCONTOS                                                  *00197600
            MOVE SPACES                TO WRK-TR-ITM-REF.               00197700
            MOVE ZEROS                 TO WRK-TR-ITM-PROV.              00197800
                                                                        00197900
            MOVE 'INSS SOBRE SALDO DE SALARIO' TO WRK-TR-ITM-DESC.      00198000
            MOVE WRK-INSS-SAL          TO WRK-TR-ITM-DESCONTO.          00198100
            PERFORM 2950-IMPRIMIR-VERBA.                                00198200
                                                                        00198300
            MOVE 'INSS SOBRE 13o SALARIO' TO WRK-TR-ITM-DESC.           00198400
            MOVE WRK-INSS-13           TO WRK-TR-ITM-DESCONTO.          00198500
            PERFORM 2950-IMPRIMIR-VERBA.                                00198600
                                                                        00198700
            MOVE 'IRRF SOBRE SALDO DE SALARIO' TO WRK-TR-ITM-DESC.      00198800
            MOVE WRK-IRRF-SAL          TO WRK-TR-ITM-DESCONTO.          00198900
            PERFORM 2950-IMPRIMIR-VERBA.                                00199000
                                                                        00199100
            MOVE 'IRRF SOBRE 13o SALARIO' TO WRK-TR-ITM-DESC.           00199200
            MOVE WRK-IRRF-13           TO WRK-TR-ITM-DESCONTO.          00199300
            PERFORM 2950-IMPRIMIR-VERBA.                                00199400
                                                                        00199500
            MOVE 'ADIANTAMENTO DO 13o SALARIO' TO WRK-TR-ITM-DESC.      00199600
            MOVE WRK-VLR-ADIANT-13     TO WRK-TR-ITM-DESCONTO.          00199700
            PERFORM 2950-IMPRIMIR-VERBA.                                00199800
                                                                        00199900
            MOVE 'AVISO PREVIO NAO CUMPRIDO' TO WRK-TR-ITM-DESC.        00200000
            MOVE WRK-DIAS-AVISO        TO WRK-REF-DIAS-QTD.             00200100
            MOVE WRK-REF-DIAS          TO WRK-TR-ITM-REF.               00200200
            MOVE WRK-VLR-AVISO-DESC    TO WRK-TR-ITM-DESCONTO.          00200300
            PERFORM 2950-IMPRIMIR-VERBA.                                00200400
                                                                        00200500
            MOVE 'EMPRESTIMO CONSIGNADO' TO WRK-TR-ITM-DESC.            00200600
            MOVE SPACES                TO WRK-TR-ITM-REF.               00200700
            MOVE WRK-VLR-CONSIG        TO WRK-TR-ITM-DESCONTO.          00200800
            PERFORM 2950-IMPRIMIR-VERBA.                                00200900
                                                                        00201000
            WRITE FD-RELTRC            FROM WRK-TR-TRACO.               00201100
            MOVE WRK-TOT-PROVENTOS     TO WRK-TR-TOT-PROV.              00201200
            MOVE WRK-TOT-DESCONTOS     TO WRK-TR-TOT-DESC.              00201300
            WRITE FD-RELTRC            FROM WRK-TR-TOTAIS.              00201400
            MOVE WRK-LIQUIDO           TO WRK-TR-VLR-LIQUIDO.           00201500
            WRITE FD-RELTRC            FROM WRK-TR-LIQUIDO.             00201600
            WRITE FD-RELTRC            FROM WRK-TR-SEPARA.              00201700
                                                                        00201800
      *     CAMPOS DE ASSINATURA DO EMPREGADO E DO EMPREGADOR          *00201900
            WRITE FD-RELTRC            FROM WRK-TR-BRANCO.              00202000
            WRITE FD-RELTRC            FROM WRK-TR-BRANCO.              00202100
            WRITE FD-RELTRC            FROM WRK-TR-ASSINATURA.          00202200
            MOVE DB2-NOME              TO WRK-TR-ASS-NOME.              00202300
            WRITE FD-RELTRC            FROM WRK-TR-ASSINANTES.          00202400
            WRITE FD-RELTRC            FROM WRK-TR-BRANCO.              00202500
            PERFORM 1100-TESTAR-STATUS.                                 00202600
                                                                        00202700
      *----------------------------------------------------------------*00202800
       2900-99-FIM.                          EXIT.                      00202900
      *----------------------------------------------------------------*00203000
                                                                        00203100
      *----------------------------------------------------------------*00203200
       2950-IMPRIMIR-VERBA                   SECTION.                   00203300
      *----------------------------------------------------------------*00203400
                                                                        00203500
      *     VERBA ZERADA NAO SAI NO TERMO                              *00203600
            IF WRK-TR-ITM-PROV EQUAL SPACES                             00203700
               AND WRK-TR-ITM-DESCONTO EQUAL SPACES                     00203800
               GO                  TO 2950-99-FIM                       00203900
            END-IF.                                                     00204000
                                                                        00204100
            WRITE FD-RELTRC            FROM WRK-TR-ITEM.                00204200
            PERFORM 1100-TESTAR-STATUS.                                 00204300
                                                                        00204400
      *----------------------------------------------------------------*00204500
       2950-99-FIM.                          EXIT.                      00204600
      *----------------------------------------------------------------*00204700
                                                                        00204800
      *----------------------------------------------------------------*00204900
       3800-GRAVAR-RECUSA                    SECTION.                   00205000
      *----------------------------------------------------------------*00205100
                                                                        00205200
            MOVE FD-DESLIGFUN          TO FD-RRJ-REGISTRO.              00205300
            MOVE WRK-MOTIVO-RECUSA     TO FD-RRJ-MOTIVO.                00205400
            WRITE FD-RESCREJ.                                           00205500
            PERFORM 1100-TESTAR-STATUS.                                 00205600
            ADD 1                      TO ACUM-RECUSADAS.               00205700
                                                                        00205800
            MOVE 'A'                   TO WRK-SEVERIDADE.               00205900
            MOVE 'FR05DB62'            TO WRK-PROGRAMA.                 00206000
            MOVE '3800  '              TO WRK-SECAO.                    00206100
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM.                 00206200
            MOVE WRK-ID                TO WRK-STATUS.                   00206300
            CALL 'GRAVALOG'            USING WRK-LOG.                   00206400
                                                                        00206500
      *----------------------------------------------------------------*00206600
       3800-99-FIM.                          EXIT.                      00206700
      *----------------------------------------------------------------*00206800
                                                                        00206900
      ******************************************************************00207000
      *                 F I N A L I Z A C A O                          *00207100
      ******************************************************************00207200
                                                                        00207300
      *----------------------------------------------------------------*00207400
       4000-FINALIZAR                        SECTION.                   00207500
      *----------------------------------------------------------------*00207600
                                                                        00207700
            MOVE SPACES               TO FD-MOV2505.                    00207800
            MOVE '9999'               TO FD-MOV2505-T-TIPO.             00207900
            MOVE ACUM-CREDITOS-GERADOS                                  00208000
                                      TO FD-MOV2505-T-QTD-REG.          00208100
            MOVE ACUM-HASH-SALMOV     TO FD-MOV2505-T-HASH.             00208200
            WRITE FD-MOV2505.                                           00208300
            PERFORM 1100-TESTAR-STATUS.                                 00208400
                                                                        00208500
            MOVE SPACES               TO FD-BCOEXT.                     00208600
            MOVE '9999'               TO FD-BCO-T-TIPO.                 00208700
            MOVE ACUM-CREDITOS-EXTERNOS                                 00208800
                                      TO FD-BCO-T-QTD-REG.              00208900
            MOVE ACUM-HASH-BCOEXT     TO FD-BCO-T-HASH.                 00209000
            WRITE FD-BCOEXT.                                            00209100
            PERFORM 1100-TESTAR-STATUS.                                 00209200
                                                                        00209300
            IF WRK-TAB-FER-QTDE GREATER ZEROS                           00209400
               PERFORM 4100-GRAVAR-DIREITO                              00209500
                       VARYING WRK-IND-FER FROM 1 BY 1                  00209600
                       UNTIL WRK-IND-FER GREATER WRK-TAB-FER-QTDE       00209700
            END-IF.                                                     00209800
                                                                        00209900
            IF WRK-TAB-EMP-QTDE GREATER ZEROS                           00210000
               PERFORM 4200-GRAVAR-CONTRATO                             00210100
                       VARYING WRK-IND-EMP FROM 1 BY 1                  00210200
                       UNTIL WRK-IND-EMP GREATER WRK-TAB-EMP-QTDE       00210300
            END-IF.                                                     00210400
                                                                        00210500
            CLOSE FERNOVO                                               00210600
                  EMPNOVO                                               00210700
                  SALMOV                                                00210800
                  BCOEXT                                                00210900
                  RESCREJ                                               00211000
                  RELTRC                                                00211100
                  FOLHIST.                                              00211200
                                                                        00211300
            DISPLAY '--------------------------------------'.           00211400
            DISPLAY 'DATA AFASTAMENTO.: ' WRK-DATA-DESL-X.              00211500
            DISPLAY 'DESLIGAMENTOS....: ' ACUM-LIDOS.                   00211600
            DISPLAY 'RESCISOES PAGAS..: ' ACUM-RESCISOES.               00211700
            DISPLAY 'RECUSADOS........: ' ACUM-RECUSADAS.               00211800
            DISPLAY 'CREDITOS SALMOV..: ' ACUM-CREDITOS-GERADOS.        00211900
            DISPLAY 'CREDITOS BCOEXT..: ' ACUM-CREDITOS-EXTERNOS.       00212000
            DISPLAY 'SEM DADOS BANC...: ' ACUM-SEM-DADOS-BANC.          00212100
            DISPLAY 'SEM LIQUIDO......: ' ACUM-SEM-LIQUIDO.             00212200
            DISPLAY 'CONSIG. QUITADOS.: ' ACUM-CONSIG-ABATIDOS.         00212300
            DISPLAY 'TOTAL LIQUIDO....: ' ACUM-TOTAL-LIQUIDO.           00212400
            DISPLAY '--------------------------------------'.           00212500
                                                                        00212600
            MOVE 'A'                   TO WRK-SEVERIDADE.               00212700
            MOVE 'FR05DB62'            TO WRK-PROGRAMA.                 00212800
            MOVE '4000  '              TO WRK-SECAO.                    00212900
            MOVE 'RESCISOES PROCESSADAS'  TO WRK-MENSAGEM.              00213000
            MOVE WRK-DTP-DATA          TO WRK-STATUS.                   00213100
            CALL 'GRAVALOG'            USING WRK-LOG.                   00213200
                                                                        00213300
            MOVE 'F'                   TO WRK-RUN-FUNCAO.               00213400
            MOVE ACUM-LIDOS            TO WRK-RUN-LIDOS.                00213500
            MOVE ACUM-RESCISOES        TO WRK-RUN-GRAVADOS.             00213600
            MOVE ZEROS                 TO WRK-RUN-RC.                   00213700
            CALL 'GRAVARUN'            USING WRK-RUNCTL.                00213800
                                                                        00213900
      *----------------------------------------------------------------*00214000
       4000-99-FIM.                           EXIT.                     00214100
      *----------------------------------------------------------------*00214200
                                                                        00214300
      *----------------------------------------------------------------*00214400
       4100-GRAVAR-DIREITO                   SECTION.                   00214500
      *----------------------------------------------------------------*00214600
                                                                        00214700
            SET WRK-IDX-FER            TO WRK-IND-FER.                  00214800
                                                                        00214900
            MOVE SPACES                TO FD-FERNOVO.                   00215000
            MOVE WRK-TAB-FER-ID (WRK-IDX-FER) TO FD-FERNOVO (1:4).      00215100
            MOVE WRK-TAB-FER-PER-INI (WRK-IDX-FER)                      00215200
                                       TO FD-FERNOVO (5:8).             00215300
            MOVE WRK-TAB-FER-PER-FIM (WRK-IDX-FER)                      00215400
                                       TO FD-FERNOVO (13:8).            00215500
            MOVE WRK-TAB-FER-DIREITO (WRK-IDX-FER)                      00215600
                                       TO FD-FERNOVO (21:2).            00215700
            MOVE WRK-TAB-FER-GOZADOS (WRK-IDX-FER)                      00215800
                                       TO FD-FERNOVO (23:2).            00215900
            MOVE WRK-TAB-FER-SALDO (WRK-IDX-FER)                        00216000
                                       TO FD-FERNOVO (25:2).            00216100
            MOVE WRK-TAB-FER-LIMITE (WRK-IDX-FER)                       00216200
                                       TO FD-FERNOVO (27:8).            00216300
            WRITE FD-FERNOVO.                                           00216400
            PERFORM 1100-TESTAR-STATUS.                                 00216500
                                                                        00216600
      *----------------------------------------------------------------*00216700
       4100-99-FIM.                          EXIT.                      00216800
      *----------------------------------------------------------------*00216900
                                                                        00217000
      *----------------------------------------------------------------*00217100
       4200-GRAVAR-CONTRATO                  SECTION.                   00217200
      *----------------------------------------------------------------*00217300
                                                                        00217400
            SET WRK-IDX-EMP            TO WRK-IND-EMP.                  00217500
            WRITE FD-EMPNOVO           FROM WRK-TAB-EMP-REG             00217600
                                           (WRK-IDX-EMP).               00217700
            PERFORM 1100-TESTAR-STATUS.                                 00217800
                                                                        00217900
      *----------------------------------------------------------------*00218000
       4200-99-FIM.                          EXIT.                      00218100
      *----------------------------------------------------------------*00218200
                                                                        00218300
      ******************************************************************00218400
      *                 T R A T A R   E R R O S                        *00218500
      ******************************************************************00218600
                                                                        00218700
      *----------------------------------------------------------------*00218800
       9990-ERRO-ARQUIVO                     SECTION.                   00218900
      *----------------------------------------------------------------*00219000
                                                                        00219100
           MOVE 'FR05DB62'      TO WRK-PROGRAMA.                        00219200
           MOVE '1100  '        TO WRK-SECAO.                           00219300
           PERFORM 9999-TRATAR-ERROS.                                   00219400
                                                                        00219500
      *----------------------------------------------------------------*00219600
       9990-99-FIM.                           EXIT.                     00219700
      *----------------------------------------------------------------*00219800
                                                                        00219900
      *----------------------------------------------------------------*00220000
       9999-TRATAR-ERROS                     SECTION.                   00220100
      *----------------------------------------------------------------*00220200
                                                                        00220300
           MOVE 'F'             TO WRK-SEVERIDADE.                      00220400
           CALL 'GRAVALOG'      USING WRK-LOG.                          00220500
           MOVE 16              TO RETURN-CODE.                         00220600
           GOBACK.                                                      00220700
                                                                        00220800
      *----------------------------------------------------------------*00220900
       9999-99-FIM.                           EXIT.                     00221000
      *----------------------------------------------------------------*00221100
