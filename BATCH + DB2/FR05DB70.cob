      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB70.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB70                                       *00002000
      *    TIPO.......: FOLHA COMPLEMENTAR (DIFERENCAS RETROATIVAS)    *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : PAGAR EM FOLHA COMPLEMENTAR AS DIFERENCAS DE     *00002800
      *               COMPETENCIAS JA FECHADAS PELA FOLHA MENSAL       *00002900
      *               (FR05DB12), EM VEZ DO ACERTO MANUAL:             *00003000
      *               1) MODO 'L' - LE A LISTA DE EMPREGADOS E         *00003100
      *                  COMPETENCIAS (LISTACP) COM A DIFERENCA BRUTA  *00003200
      *                  A PAGAR EM CADA UMA;                          *00003300
      *               2) MODO 'A' - DETECTA AS DIFERENCAS NA TRILHA DE *00003400
      *                  AUDITORIA (AUDITRL): CADA ALTERACAO DE        *00003500
      *                  SALARIO DA FOUR001.FUNC2 NA JANELA INFORMADA  *00003600
      *                  GERA A DIFERENCA (DEPOIS - ANTES) EM CADA     *00003700
      *                  COMPETENCIA A PARTIR DA VIGENCIA (CHAVE DA    *00003800
      *                  TRILHA, GRAVADA PELO FR05DB14; SEM ELA, A     *00003900
      *                  DATA DE MOVIMENTO) CUJA FOLHA MENSAL FECHOU   *00004000
      *                  ANTES DA ALTERACAO, SEGUNDO O RUNCTL. O MES   *00004100
      *                  DA VIGENCIA E PROPORCIONAL AOS DIAS (BASE 30).*00004200
      *                  REDUCAO DE SALARIO NAO E DESCONTADA: VAI AO   *00004300
      *                  RELATORIO PARA ACERTO MANUAL;                 *00004400
      *               3) PARA CADA EMPREGADO + COMPETENCIA RECALCULA O *00004500
      *                  INSS E O IRRF (FAIXAS DO TABDESC, DEDUCAO POR *00004600
      *                  DEPENDENTE DO DEPREG) SOBRE A BASE SOMADA: O  *00004700
      *                  QUE O FOLHIST DIZ QUE FOI PAGO (FOLHA MENSAL  *00004800
      *                  E COMPLEMENTARES ANTERIORES) MAIS A DIFERENCA.*00004900
      *                  DESCONTA SO O QUE FALTOU RETER;               *00005000
      *               4) CREDITA O LIQUIDO DA DIFERENCA NO SALMOV      *00005100
      *                  (LAYOUT MOV2505) E ANEXA NO FOLHIST UM        *00005200
      *                  REGISTRO COM A ORIGEM FR05DB70 E A COMPETENCIA*00005300
      *                  CORRIGIDA, PARA O EXTRATO ANUAL (FR05EX42)    *00005400
      *                  SOMAR A DIFERENCA NO MES CERTO;               *00005500
      *               5) EMITE O RELATORIO DOS PAGAMENTOS E RECUSAS    *00005600
      *                  (RELCPL).                                     *00005700
      *----------------------------------------------------------------*00005800
      *    BASE DE DADOS:                                              *00005900
      *     TABELAS DB2                           INCLUDE/BOOK         *00006000
      *    FOUR001.FUNC2                           #BKFUNC2            *00006100
      *----------------------------------------------------------------*00006200
      *    ARQUIVOS :                                                  *00006300
      *    DDNAME          I/O                                         *00006400
      *    JCLTABDE         I    FAIXAS DE DESCONTO (INSS/IRRF)        *00006500
      *    JCLDADBA         I    DADOS BANCARIOS DOS EMPREGADOS        *00006600
      *    JCLDEPEN         I    CADASTRO DE DEPENDENTES (DEPREG)      *00006700
      *    RUNCTL           I    CONTROLE DE EXECUCOES (FECHAMENTOS)   *00006800
      *    AUDITRL          I    TRILHA DE AUDITORIA (MODO A)          *00006900
      *    JCLLSTCP         I    LISTA DE DIFERENCAS (MODO L)          *00007000
      *    FOLHIST         I/O   HISTORICO DA FOLHA (LIDO E ANEXADO)   *00007100
      *    JCLSALMO         O    CREDITOS DA COMPLEMENTAR (MOV2505)    *00007200
      *    JCLRELCP         O    RELATORIO DA FOLHA COMPLEMENTAR       *00007300
      *----------------------------------------------------------------*00007400
      *    MODULO   :                                                  *00007500
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00007600
      *               GRAVARUN - CONTROLE DE REPROCESSAMENTO           *00007700
      *----------------------------------------------------------------*00007800
      *    COPYBOOK :                                                  *00007900
      *               B#DADBAN - DADOS BANCARIOS DO EMPREGADO          *00008000
      *               B#DEPEND - CADASTRO DE DEPENDENTES               *00008100
      *               B#FOLHIS - HISTORICO DA FOLHA                    *00008200
      *               B#MOVREG - LAYOUT DO MOVIMENTO MOV2505           *00008300
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00008400
      *               B#RUNCTL - AREA DO CONTROLE DE REPROCESSAMENTO   *00008500
      *----------------------------------------------------------------*00008600
      *    PARAMETROS (VIA SYSIN):                                     *00008700
      *      COMPETENCIA DO PAGAMENTO (AAAAMM)                         *00008800
      *      MODO (L = LISTA, A = TRILHA DE AUDITORIA)                 *00008900
      *      RERUN (S/N) - LIBERA O REPROCESSAMENTO DA COMPETENCIA     *00009000
      *      DEDUCAO POR DEPENDENTE (9999V99; BRANCOS = 189,59)        *00009100
      *      INICIO DA JANELA DA TRILHA (AAAAMMDD; BRANCOS = DIA 01 DA *00009200
      *      COMPETENCIA)                                              *00009300
      *      FIM DA JANELA DA TRILHA (AAAAMMDD; BRANCOS = DIA 31 DA    *00009400
      *      COMPETENCIA)                                              *00009500
      *----------------------------------------------------------------*00009600
      *    HISTORICO DE ALTERACOES:                                    *00009700
      *      DATA        RESP.    DESCRICAO                            *00009800
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00009900
      ******************************************************************00010000
      *================================================================*00010100
                                                                        00010200
      *================================================================*00010300
       ENVIRONMENT DIVISION.                                            00010400
      *================================================================*00010500
                                                                        00010600
      *----------------------------------------------------------------*00010700
       CONFIGURATION                              SECTION.              00010800
      *----------------------------------------------------------------*00010900
                                                                        00011000
       SPECIAL-NAMES.                                                   00011100
           DECIMAL-POINT IS COMMA.                                      00011200
                                                                        00011300
      *----------------------------------------------------------------*00011400
       INPUT-OUTPUT                               SECTION.              00011500
      *----------------------------------------------------------------*00011600
                                                                        00011700
       FILE-CONTROL.                                                    00011800
             SELECT TABDESC   ASSIGN     TO JCLTABDE                    00011900
                    FILE STATUS     IS WRK-FS-TABDESC.                  00012000
                                                                        00012100
             SELECT DADOSBAN  ASSIGN     TO JCLDADBA                    00012200
                    FILE STATUS     IS WRK-FS-DADOSBAN.                 00012300
                                                                        00012400
             SELECT DEPREG    ASSIGN     TO JCLDEPEN                    00012500
                    FILE STATUS     IS WRK-FS-DEPREG.                   00012600
                                                                        00012700
             SELECT RUNARQ    ASSIGN     TO RUNCTL                      00012800
                    FILE STATUS     IS WRK-FS-RUNARQ.                   00012900
                                                                        00013000
             SELECT TRILHARQ  ASSIGN     TO AUDITRL                     00013100
                    FILE STATUS     IS WRK-FS-TRILHARQ.                 00013200
                                                                        00013300
             SELECT LISTACP   ASSIGN     TO JCLLSTCP                    00013400
                    FILE STATUS     IS WRK-FS-LISTACP.                  00013500
                                                                        00013600
             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00013700
                    FILE STATUS     IS WRK-FS-FOLHIST.                  00013800
                                                                        00013900
             SELECT SALMOV    ASSIGN     TO JCLSALMO                    00014000
                    FILE STATUS     IS WRK-FS-SALMOV.                   00014100
                                                                        00014200
             SELECT RELCPL    ASSIGN     TO JCLRELCP                    00014300
                    FILE STATUS     IS WRK-FS-RELCPL.                   00014400
                                                                        00014500
      *================================================================*00014600
       DATA                DIVISION.                                    00014700
      *================================================================*00014800
      *----------------------------------------------------------------*00014900
       FILE                                       SECTION.              00015000
      *----------------------------------------------------------------*00015100
                                                                        00015200
      *----------------------------------------------------------------*00015300
      *    INPUT - FAIXAS DE DESCONTO (TABDESC) - LRECL = 030          *00015400
      *----------------------------------------------------------------*00015500
                                                                        00015600
       FD TABDESC                                                       00015700
           RECORDING MODE IS F                                          00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-TABDESC.                                                   00016000
          05 FD-DESC-TIPO             PIC X(01).                        00016100
          05 FD-DESC-LIMITE           PIC 9(08)V99.                     00016200
          05 FD-DESC-ALIQUOTA         PIC 9(02)V99.                     00016300
          05 FD-DESC-PARCELA          PIC 9(08)V99.                     00016400
          05 FILLER                   PIC X(05).                        00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
      *    INPUT - DADOS BANCARIOS (DADOSBAN) - LRECL = 020            *00016800
      *----------------------------------------------------------------*00016900
                                                                        00017000
       FD DADOSBAN                                                      00017100
           RECORDING MODE IS F                                          00017200
           BLOCK CONTAINS 0 RECORDS.                                    00017300
                                                                        00017400
           COPY 'B#DADBAN'.                                             00017500
                                                                        00017600
      *----------------------------------------------------------------*00017700
      *    INPUT - CADASTRO DE DEPENDENTES (DEPREG) - LRECL = 050      *00017800
      *----------------------------------------------------------------*00017900
                                                                        00018000
       FD DEPREG                                                        00018100
           RECORDING MODE IS F                                          00018200
           BLOCK CONTAINS 0 RECORDS.                                    00018300
                                                                        00018400
           COPY 'B#DEPEND'.                                             00018500
                                                                        00018600
      *----------------------------------------------------------------*00018700
      *    INPUT - CONTROLE DE EXECUCOES (RUNARQ) - LRECL = 060        *00018800
      *----------------------------------------------------------------*00018900
                                                                        00019000
       FD RUNARQ                                                        00019100
           RECORDING MODE IS F                                          00019200
           BLOCK CONTAINS 0 RECORDS.                                    00019300
       01 FD-RUNARQ.                                                    00019400
          05 FD-RUN-DATA-REG          PIC X(08).                        00019500
          05 FD-RUN-HORA-REG          PIC X(08).                        00019600
          05 FD-RUN-PROGRAMA          PIC X(08).                        00019700
          05 FD-RUN-DATA-MOVTO        PIC X(08).                        00019800
          05 FD-RUN-TIPO              PIC X(01).                        00019900
          05 FD-RUN-RC                PIC 9(02).                        00020000
          05 FD-RUN-LIDOS             PIC 9(07).                        00020100
          05 FD-RUN-GRAVADOS          PIC 9(07).                        00020200
          05 FILLER                   PIC X(11).                        00020300
                                                                        00020400
      *----------------------------------------------------------------*00020500
      *    INPUT - TRILHA DE AUDITORIA (TRILHARQ) - LRECL = 159        *00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
       FD TRILHARQ                                                      00020900
           RECORDING MODE IS F                                          00021000
           BLOCK CONTAINS 0 RECORDS.                                    00021100
       01 FD-TRILHARQ.                                                  00021200
          05 FD-AUD-DATA               PIC X(08).                       00021300
          05 FD-AUD-HORA               PIC X(08).                       00021400
          05 FD-AUD-PROGRAMA           PIC X(08).                       00021500
          05 FD-AUD-SECAO              PIC X(06).                       00021600
          05 FD-AUD-TABELA             PIC X(08).                       00021700
          05 FD-AUD-OPERACAO           PIC X(01).                       00021800
          05 FD-AUD-ID                 PIC 9(04).                       00021900
          05 FD-AUD-CAMPO              PIC X(10).                       00022000
          05 FD-AUD-VALOR-ANTES        PIC X(40).                       00022100
          05 FD-AUD-VALOR-DEPOIS       PIC X(40).                       00022200
          05 FD-AUD-USUARIO            PIC X(08).                       00022300
          05 FD-AUD-DATA-MOVTO         PIC X(08).                       00022400
          05 FD-AUD-CHAVE              PIC X(10).                       00022500
                                                                        00022600
      *----------------------------------------------------------------*00022700
      *    INPUT - LISTA DE DIFERENCAS (LISTACP) - LRECL = 050         *00022800
      *----------------------------------------------------------------*00022900
                                                                        00023000
       FD LISTACP                                                       00023100
           RECORDING MODE IS F                                          00023200
           BLOCK CONTAINS 0 RECORDS.                                    00023300
       01 FD-LISTACP.                                                   00023400
          05 FD-LCP-ID                PIC 9(04).                        00023500
          05 FD-LCP-COMPETENCIA       PIC X(06).                        00023600
          05 FD-LCP-DIFERENCA         PIC 9(08)V99.                     00023700
          05 FD-LCP-MOTIVO            PIC X(30).                        00023800
                                                                        00023900
      *----------------------------------------------------------------*00024000
      *    INPUT/OUTPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110   *00024100
      *----------------------------------------------------------------*00024200
                                                                        00024300
       FD FOLHIST                                                       00024400
           RECORDING MODE IS F                                          00024500
           BLOCK CONTAINS 0 RECORDS.                                    00024600
                                                                        00024700
           COPY 'B#FOLHIS'.                                             00024800
                                                                        00024900
      *----------------------------------------------------------------*00025000
      *    OUTPUT - CREDITOS DA COMPLEMENTAR (SALMOV) - LRECL = 106    *00025100
      *----------------------------------------------------------------*00025200
                                                                        00025300
       FD SALMOV                                                        00025400
           RECORDING MODE IS F                                          00025500
           BLOCK CONTAINS 0 RECORDS.                                    00025600
                                                                        00025700
           COPY 'B#MOVREG'.                                             00025800
                                                                        00025900
      *----------------------------------------------------------------*00026000
      *    OUTPUT - RELATORIO DA COMPLEMENTAR (RELCPL) - LRECL = 100   *00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
       FD RELCPL                                                        00026400
           RECORDING MODE IS F                                          00026500
           BLOCK CONTAINS 0 RECORDS.                                    00026600
       01 FD-RELCPL         PIC X(100).                                 00026700
                                                                        00026800
      *----------------------------------------------------------------*00026900
       WORKING-STORAGE                            SECTION.              00027000
      *----------------------------------------------------------------*00027100
                                                                        00027200
      *----------------------------------------------------------------*00027300
       01  FILLER                      PIC  X(050)         VALUE        00027400
                 '*** INICIO DA WORKING FR05DB70 ***'.                  00027500
      *----------------------------------------------------------------*00027600
                                                                        00027700
       77 WRK-SQLCODE            PIC -999.                              00027800
       77 WRK-FS-TABDESC         PIC X(002) VALUE SPACES.               00027900
       77 WRK-FS-DADOSBAN        PIC X(002) VALUE SPACES.               00028000
       77 WRK-FS-DEPREG          PIC X(002) VALUE '00'.                 00028100
       77 WRK-FS-RUNARQ          PIC X(002) VALUE '00'.                 00028200
       77 WRK-FS-TRILHARQ        PIC X(002) VALUE '00'.                 00028300
       77 WRK-FS-LISTACP         PIC X(002) VALUE '00'.                 00028400
       77 WRK-FS-FOLHIST         PIC X(002) VALUE SPACES.               00028500
       77 WRK-FS-SALMOV          PIC X(002) VALUE SPACES.               00028600
       77 WRK-FS-RELCPL          PIC X(002) VALUE SPACES.               00028700
       77 WRK-DATA-HOJE          PIC X(008) VALUE SPACES.               00028800
       77 WRK-MOTIVO-RECUSA      PIC X(030) VALUE SPACES.               00028900
       01 WRK-COMPETENCIA        PIC X(006) VALUE SPACES.               00029000
       01 FILLER                 REDEFINES WRK-COMPETENCIA.             00029100
          05 WRK-COMP-ANO        PIC 9(004).                            00029200
          05 WRK-COMP-MES        PIC 9(002).                            00029300
       77 WRK-PARM-MODO          PIC X(001) VALUE SPACES.               00029400
           88 WRK-MODO-LISTA         VALUE 'L'.                         00029500
           88 WRK-MODO-AUDITORIA     VALUE 'A'.                         00029600
           88 WRK-MODO-VALIDO        VALUE 'L' 'A'.                     00029700
       77 WRK-PARM-DED-DEP       PIC 9(06)V99 VALUE ZEROS.              00029800
       77 WRK-PARM-DATA-INI      PIC X(008) VALUE SPACES.               00029900
       77 WRK-PARM-DATA-FIM      PIC X(008) VALUE SPACES.               00030000
                                                                        00030100
      *----------------------------------------------------------------*00030200
       01  FILLER                       PIC X(050)           VALUE      00030300
                 '*** AREA DO CALCULO DA COMPLEMENTAR ***'.             00030400
      *----------------------------------------------------------------*00030500
                                                                        00030600
       77 WRK-BRUTO-TOTAL        PIC 9(08)V99 VALUE ZEROS.              00030700
       77 WRK-INSS-TOTAL         PIC 9(08)V99 VALUE ZEROS.              00030800
       77 WRK-IRRF-TOTAL         PIC 9(08)V99 VALUE ZEROS.              00030900
       77 WRK-BASE-IRRF          PIC S9(08)V99 VALUE ZEROS.             00031000
       77 WRK-VALOR-AUX          PIC S9(09)V99 VALUE ZEROS.             00031100
       77 WRK-DIF-BRUTO          PIC 9(08)V99 VALUE ZEROS.              00031200
       77 WRK-DIF-INSS           PIC 9(08)V99 VALUE ZEROS.              00031300
       77 WRK-DIF-IRRF           PIC 9(08)V99 VALUE ZEROS.              00031400
       77 WRK-LIQUIDO-CPL        PIC S9(08)V99 VALUE ZEROS.             00031500
       77 WRK-QTD-DEPENDENTES    PIC 9(02) VALUE ZEROS.                 00031600
       77 WRK-DED-DEPENDENTES    PIC 9(08)V99 VALUE ZEROS.              00031700
       77 WRK-SITUACAO-CREDITO   PIC X(017) VALUE SPACES.               00031800
       77 WRK-ULTIMA-FECHADA     PIC X(006) VALUE SPACES.               00031900
      *    ITEM A INCLUIR NA TABELA (LISTA OU TRILHA)                  *00032000
       77 WRK-ITEM-ID            PIC 9(04) VALUE ZEROS.                 00032100
       77 WRK-ITEM-COMP          PIC X(06) VALUE SPACES.                00032200
       77 WRK-ITEM-FONTE         PIC X(01) VALUE SPACES.                00032300
       77 WRK-ITEM-MOTIVO        PIC X(30) VALUE SPACES.                00032400
       77 WRK-VALOR-ITEM         PIC S9(08)V99 VALUE ZEROS.             00032500
      *    SALARIO EDITADO NA TRILHA (Z(07)9,99) E SEU VALOR NUMERICO  *00032600
       01 WRK-SAL-EDITADO        PIC X(011) VALUE SPACES.               00032700
       01 FILLER                 REDEFINES WRK-SAL-EDITADO.             00032800
          05 WRK-SAL-ED-INTEIRO  PIC 9(008).                            00032900
          05 WRK-SAL-ED-VIRGULA  PIC X(001).                            00033000
          05 WRK-SAL-ED-DECIMAL  PIC 9(002).                            00033100
       77 WRK-SAL-CONVERTIDO     PIC 9(08)V99 VALUE ZEROS.              00033200
       77 WRK-SAL-ANTES          PIC 9(08)V99 VALUE ZEROS.              00033300
       77 WRK-SAL-DEPOIS         PIC 9(08)V99 VALUE ZEROS.              00033400
       77 WRK-DELTA-SALARIO      PIC S9(08)V99 VALUE ZEROS.             00033500
       77 WRK-SAL-VALIDO         PIC X(01) VALUE 'N'.                   00033600
           88 WRK-SAL-VALIDO-SIM     VALUE 'S'.                         00033700
      *    VIGENCIA DA ALTERACAO (AAAAMM + DIA) E MOMENTO DA TRILHA    *00033800
       01 WRK-VIGENCIA.                                                 00033900
          05 WRK-VIG-COMP        PIC X(006).                            00034000
          05 WRK-VIG-DIA         PIC 9(002).                            00034100
       01 WRK-MOMENTO-AUD        PIC X(016) VALUE SPACES.               00034200
       77 WRK-DIAS-PROP          PIC 9(02) VALUE ZEROS.                 00034300
       77 WRK-GEROU-RETRO        PIC X(01) VALUE 'N'.                   00034400
           88 WRK-GEROU-RETRO-SIM    VALUE 'S'.                         00034500
       77 WRK-ITM-ACHOU          PIC X(01) VALUE 'N'.                   00034600
           88 WRK-ITM-ACHOU-SIM      VALUE 'S'.                         00034700
       77 WRK-FEC-ACHOU          PIC X(01) VALUE 'N'.                   00034800
           88 WRK-FEC-ACHOU-SIM      VALUE 'S'.                         00034900
       77 WRK-DEP-ACHOU          PIC X(01) VALUE 'N'.                   00035000
           88 WRK-DEP-ACHOU-SIM      VALUE 'S'.                         00035100
       77 WRK-BAN-ACHOU          PIC X(01) VALUE 'N'.                   00035200
           88 WRK-BAN-ACHOU-SIM      VALUE 'S'.                         00035300
           88 WRK-BAN-ACHOU-NAO      VALUE 'N'.                         00035400
       77 WRK-IND-ITM            PIC 9(03) VALUE ZEROS.                 00035500
       77 WRK-IND-FEC            PIC 9(03) VALUE ZEROS.                 00035600
                                                                        00035700
      *----------------------------------------------------------------*00035800
      *    COMPETENCIAS FECHADAS PELA FOLHA MENSAL (RUNCTL)            *00035900
      *----------------------------------------------------------------*00036000
                                                                        00036100
       01 WRK-TAB-FECHADAS.                                             00036200
          05 WRK-TAB-FEC             OCCURS 120 TIMES                   00036300
                                      INDEXED BY WRK-IDX-FEC.           00036400
             10 WRK-TAB-FEC-COMP         PIC X(06).                     00036500
             10 WRK-TAB-FEC-MOMENTO      PIC X(16).                     00036600
       77 WRK-TAB-FEC-QTDE       PIC 9(03) VALUE ZEROS.                 00036700
                                                                        00036800
      *----------------------------------------------------------------*00036900
      *    DIFERENCAS A PAGAR POR EMPREGADO + COMPETENCIA              *00037000
      *----------------------------------------------------------------*00037100
                                                                        00037200
       01 WRK-TAB-ITENS.                                                00037300
          05 WRK-TAB-ITM             OCCURS 500 TIMES                   00037400
                                      INDEXED BY WRK-IDX-ITM.           00037500
             10 WRK-TAB-ITM-ID           PIC 9(04).                     00037600
             10 WRK-TAB-ITM-COMP         PIC X(06).                     00037700
             10 WRK-TAB-ITM-FONTE        PIC X(01).                     00037800
             10 WRK-TAB-ITM-MOTIVO       PIC X(30).                     00037900
             10 WRK-TAB-ITM-DIFERENCA    PIC S9(08)V99.                 00038000
             10 WRK-TAB-ITM-PAGO-BRUTO   PIC 9(09)V99.                  00038100
             10 WRK-TAB-ITM-PAGO-INSS    PIC 9(09)V99.                  00038200
             10 WRK-TAB-ITM-PAGO-IRRF    PIC 9(09)V99.                  00038300
             10 WRK-TAB-ITM-MENSAL       PIC X(01).                     00038400
       77 WRK-TAB-ITM-QTDE       PIC 9(03) VALUE ZEROS.                 00038500
                                                                        00038600
      *----------------------------------------------------------------*00038700
      *    TABELAS DE FAIXAS (CARREGADAS DO TABDESC)                   *00038800
      *----------------------------------------------------------------*00038900
                                                                        00039000
       01 WRK-TAB-INSS.                                                 00039100
          05 WRK-TAB-INS             OCCURS 10 TIMES                    00039200
                                      INDEXED BY WRK-IDX-INS.           00039300
             10 WRK-TAB-INS-LIMITE       PIC 9(08)V99.                  00039400
             10 WRK-TAB-INS-ALIQUOTA     PIC 9(02)V99.                  00039500
             10 WRK-TAB-INS-PARCELA      PIC 9(08)V99.                  00039600
       77 WRK-TAB-INS-QTDE       PIC 9(02) VALUE ZEROS.                 00039700
                                                                        00039800
       01 WRK-TAB-IRRF.                                                 00039900
          05 WRK-TAB-IRF             OCCURS 10 TIMES                    00040000
                                      INDEXED BY WRK-IDX-IRF.           00040100
             10 WRK-TAB-IRF-LIMITE       PIC 9(08)V99.                  00040200
             10 WRK-TAB-IRF-ALIQUOTA     PIC 9(02)V99.                  00040300
             10 WRK-TAB-IRF-PARCELA      PIC 9(08)V99.                  00040400
       77 WRK-TAB-IRF-QTDE       PIC 9(02) VALUE ZEROS.                 00040500
                                                                        00040600
      *----------------------------------------------------------------*00040700
      *    TABELA DE DADOS BANCARIOS (CARREGADA DO DADOSBAN)           *00040800
      *----------------------------------------------------------------*00040900
                                                                        00041000
       01 WRK-TAB-BANCARIOS.                                            00041100
          05 WRK-TAB-BAN             OCCURS 500 TIMES                   00041200
                                      INDEXED BY WRK-IDX-BAN.           00041300
             10 WRK-TAB-BAN-ID           PIC 9(04).                     00041400
             10 WRK-TAB-BAN-BANCO        PIC X(03).                     00041500
             10 WRK-TAB-BAN-AGENCIA      PIC X(04).                     00041600
             10 WRK-TAB-BAN-CONTA        PIC X(06).                     00041700
       77 WRK-TAB-BAN-QTDE       PIC 9(03) VALUE ZEROS.                 00041800
                                                                        00041900
      *----------------------------------------------------------------*00042000
      *    QTDE DE DEPENDENTES POR EMPREGADO (AGREGADA DO DEPREG)      *00042100
      *----------------------------------------------------------------*00042200
                                                                        00042300
       01 WRK-TAB-DEPENDENTES.                                          00042400
          05 WRK-TAB-DEP             OCCURS 500 TIMES                   00042500
                                      INDEXED BY WRK-IDX-DEP.           00042600
             10 WRK-TAB-DEP-ID           PIC 9(04).                     00042700
             10 WRK-TAB-DEP-QTDE         PIC 9(02).                     00042800
       77 WRK-TAB-DEP-QTDE-TAB   PIC 9(03) VALUE ZEROS.                 00042900
                                                                        00043000
      *----------------------------------------------------------------*00043100
       01  FILLER                       PIC X(050)           VALUE      00043200
                        '*** AREA DE ACUMULADORES ***'.                 00043300
      *----------------------------------------------------------------*00043400
                                                                        00043500
       77 ACUM-RUN-LIDOS         PIC 9(07) VALUE ZEROS.                 00043600
       77 ACUM-AUD-LIDOS         PIC 9(07) VALUE ZEROS.                 00043700
       77 ACUM-AUD-SALARIOS      PIC 9(05) VALUE ZEROS.                 00043800
       77 ACUM-AUD-SEM-RETRO     PIC 9(05) VALUE ZEROS.                 00043900
       77 ACUM-AUD-INVALIDOS     PIC 9(05) VALUE ZEROS.                 00044000
       77 ACUM-LISTA-LIDOS       PIC 9(05) VALUE ZEROS.                 00044100
       77 ACUM-HIST-LIDOS        PIC 9(07) VALUE ZEROS.                 00044200
       77 ACUM-PAGOS             PIC 9(05) VALUE ZEROS.                 00044300
       77 ACUM-RECUSADOS         PIC 9(05) VALUE ZEROS.                 00044400
       77 ACUM-CREDITOS-GERADOS  PIC 9(05) VALUE ZEROS.                 00044500
       77 ACUM-SEM-DADOS-BANC    PIC 9(04) VALUE ZEROS.                 00044600
       77 ACUM-CONTAS-EXTERNAS   PIC 9(04) VALUE ZEROS.                 00044700
       77 ACUM-HASH-SALMOV       PIC 9(11)V99 VALUE ZEROS.              00044800
       77 ACUM-TOT-DIFERENCA     PIC 9(11)V99 VALUE ZEROS.              00044900
       77 ACUM-TOT-INSS          PIC 9(11)V99 VALUE ZEROS.              00045000
       77 ACUM-TOT-IRRF          PIC 9(11)V99 VALUE ZEROS.              00045100
       77 ACUM-TOT-LIQUIDO       PIC S9(11)V99 VALUE ZEROS.             00045200
                                                                        00045300
      *----------------------------------------------------------------*00045400
      *    LINHAS DO RELATORIO DA COMPLEMENTAR                         *00045500
      *----------------------------------------------------------------*00045600
                                                                        00045700
       01 WRK-RC-SEPARA          PIC X(100) VALUE ALL '='.              00045800
       01 WRK-RC-TRACO           PIC X(100) VALUE ALL '-'.              00045900
       01 WRK-RC-CABEC.                                                 00046000
          05 FILLER               PIC X(034) VALUE                      00046100
             'FOURSYS - FOLHA COMPLEMENTAR'.                            00046200
          05 FILLER               PIC X(012) VALUE 'COMPETENCIA '.      00046300
          05 WRK-RC-COMPETENCIA   PIC X(006).                           00046400
          05 FILLER               PIC X(006) VALUE ' MODO '.            00046500
          05 WRK-RC-MODO          PIC X(001).                           00046600
          05 FILLER               PIC X(041) VALUE SPACES.              00046700
       01 WRK-RC-JANELA.                                                00046800
          05 FILLER               PIC X(022) VALUE                      00046900
             'JANELA DA TRILHA.....:'.                                  00047000
          05 FILLER               PIC X(001) VALUE SPACES.              00047100
          05 WRK-RC-DATA-INI      PIC X(008).                           00047200
          05 FILLER               PIC X(003) VALUE ' A '.               00047300
          05 WRK-RC-DATA-FIM      PIC X(008).                           00047400
          05 FILLER               PIC X(025) VALUE                      00047500
             '   ULTIMA FECHADA......:'.                                00047600
          05 WRK-RC-ULTIMA        PIC X(006).                           00047700
          05 FILLER               PIC X(027) VALUE SPACES.              00047800
       01 WRK-RC-TITULO.                                                00047900
          05 FILLER               PIC X(005) VALUE 'ID'.                00048000
          05 FILLER               PIC X(021) VALUE 'NOME'.              00048100
          05 FILLER               PIC X(007) VALUE 'COMPET'.            00048200
          05 FILLER               PIC X(002) VALUE 'F'.                 00048300
          05 FILLER               PIC X(014) VALUE                      00048400
             '    DIFERENCA'.                                           00048500
          05 FILLER               PIC X(010) VALUE ' DIF INSS'.         00048600
          05 FILLER               PIC X(010) VALUE ' DIF IRRF'.         00048700
          05 FILLER               PIC X(014) VALUE                      00048800
             '      LIQUIDO'.                                           00048900
          05 FILLER               PIC X(017) VALUE 'OBSERVACAO'.        00049000
       01 WRK-RC-DETALHE.                                               00049100
          05 WRK-RD-ID            PIC 9(004).                           00049200
          05 FILLER               PIC X(001) VALUE SPACES.              00049300
          05 WRK-RD-NOME          PIC X(020).                           00049400
          05 FILLER               PIC X(001) VALUE SPACES.              00049500
          05 WRK-RD-COMPETENCIA   PIC X(006).                           00049600
          05 FILLER               PIC X(001) VALUE SPACES.              00049700
          05 WRK-RD-FONTE         PIC X(001).                           00049800
          05 FILLER               PIC X(001) VALUE SPACES.              00049900
          05 WRK-RD-DIFERENCA     PIC -Z.ZZZ.ZZ9,99.                    00050000
          05 FILLER               PIC X(001) VALUE SPACES.              00050100
          05 WRK-RD-INSS          PIC ZZ.ZZ9,99.                        00050200
          05 FILLER               PIC X(001) VALUE SPACES.              00050300
          05 WRK-RD-IRRF          PIC ZZ.ZZ9,99.                        00050400
          05 FILLER               PIC X(001) VALUE SPACES.              00050500
          05 WRK-RD-LIQUIDO       PIC -Z.ZZZ.ZZ9,99.                    00050600
          05 FILLER               PIC X(001) VALUE SPACES.              00050700
          05 WRK-RD-OBSERVACAO    PIC X(017).                           00050800
       01 WRK-RC-RECUSA.                                                00050900
          05 WRK-RR-ID            PIC 9(004).                           00051000
          05 FILLER               PIC X(001) VALUE SPACES.              00051100
          05 WRK-RR-NOME          PIC X(020).                           00051200
          05 FILLER               PIC X(001) VALUE SPACES.              00051300
          05 WRK-RR-COMPETENCIA   PIC X(006).                           00051400
          05 FILLER               PIC X(001) VALUE SPACES.              00051500
          05 WRK-RR-FONTE         PIC X(001).                           00051600
          05 FILLER               PIC X(001) VALUE SPACES.              00051700
          05 WRK-RR-DIFERENCA     PIC -Z.ZZZ.ZZ9,99.                    00051800
          05 FILLER               PIC X(001) VALUE SPACES.              00051900
          05 FILLER               PIC X(010) VALUE 'RECUSADO: '.        00052000
          05 WRK-RR-MOTIVO        PIC X(030).                           00052100
          05 FILLER               PIC X(011) VALUE SPACES.              00052200
       01 WRK-LINCTL.                                                   00052300
          05 WRK-CT-ROTULO               PIC X(025).                    00052400
          05 FILLER                      PIC X(002) VALUE SPACES.       00052500
          05 WRK-CT-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.       00052600
          05 FILLER                      PIC X(054) VALUE SPACES.       00052700
                                                                        00052800
      *----------------------------------------------------------------*00052900
       01  FILLER                       PIC X(050)           VALUE      00053000
                        '*** AREA DE BOOK ***'.                         00053100
      *----------------------------------------------------------------*00053200
                                                                        00053300
           COPY 'B#GRALOG'.                                             00053400
           COPY 'B#RUNCTL'.                                             00053500
                                                                        00053600
      *----------------------------------------------------------------*00053700
       01  FILLER                       PIC X(050)           VALUE      00053800
                        '*** AREA DB2 ***'.                             00053900
      *----------------------------------------------------------------*00054000
                                                                        00054100
           EXEC SQL                                                     00054200
             INCLUDE #BKFUNC2                                           00054300
           END-EXEC.                                                    00054400
                                                                        00054500
           EXEC SQL                                                     00054600
               INCLUDE SQLCA                                            00054700
           END-EXEC.                                                    00054800
                                                                        00054900
      *----------------------------------------------------------------*00055000
       01  FILLER                      PIC  X(050)         VALUE        00055100
              '*** FR05DB70 - FIM DA AREA DE WORKING ***'.              00055200
      *----------------------------------------------------------------*00055300
                                                                        00055400
      *================================================================*00055500
        PROCEDURE                       DIVISION.                       00055600
      *================================================================*00055700
                                                                        00055800
      ******************************************************************00055900
      *                    P R I N C I P A L                           *00056000
      ******************************************************************00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       0000-PRINCIPAL                            SECTION.               00056400
      *----------------------------------------------------------------*00056500
                                                                        00056600
           PERFORM 1000-INICIAR                                         00056700
           PERFORM 2000-PROCESSAR                                       00056800
           PERFORM 3000-FINALIZAR                                       00056900
           STOP RUN.                                                    00057000
                                                                        00057100
      *----------------------------------------------------------------*00057200
       0000-99-FIM.                           EXIT.                     00057300
      *----------------------------------------------------------------*00057400
                                                                        00057500
      ******************************************************************00057600
      *                      I N I C I A R                             *00057700
      ******************************************************************00057800
                                                                        00057900
      *----------------------------------------------------------------*00058000
       1000-INICIAR                           SECTION.                  00058100
      *----------------------------------------------------------------*00058200
                                                                        00058300
            ACCEPT WRK-COMPETENCIA   FROM SYSIN.                        00058400
            ACCEPT WRK-PARM-MODO     FROM SYSIN.                        00058500
            ACCEPT WRK-RUN-RERUN     FROM SYSIN.                        00058600
            ACCEPT WRK-PARM-DED-DEP  FROM SYSIN.                        00058700
            ACCEPT WRK-PARM-DATA-INI FROM SYSIN.                        00058800
            ACCEPT WRK-PARM-DATA-FIM FROM SYSIN.                        00058900
            ACCEPT WRK-DATA-HOJE     FROM DATE YYYYMMDD.                00059000
                                                                        00059100
            IF WRK-COMPETENCIA NOT NUMERIC                              00059200
             OR WRK-COMP-MES LESS 01                                    00059300
             OR WRK-COMP-MES GREATER 12                                 00059400
               MOVE 'FR05DB70'           TO WRK-PROGRAMA                00059500
               MOVE '1000  '             TO WRK-SECAO                   00059600
               MOVE 'COMPETENCIA INVALIDA NO SYSIN' TO WRK-MENSAGEM     00059700
               MOVE WRK-COMPETENCIA      TO WRK-STATUS                  00059800
               PERFORM 9999-TRATAR-ERROS                                00059900
            END-IF.                                                     00060000
                                                                        00060100
            IF NOT WRK-MODO-VALIDO                                      00060200
               MOVE 'FR05DB70'           TO WRK-PROGRAMA                00060300
               MOVE '1000  '             TO WRK-SECAO                   00060400
               MOVE 'MODO INVALIDO NO SYSIN (L OU A)' TO WRK-MENSAGEM   00060500
               MOVE WRK-PARM-MODO        TO WRK-STATUS                  00060600
               PERFORM 9999-TRATAR-ERROS                                00060700
            END-IF.                                                     00060800
                                                                        00060900
            IF WRK-PARM-DED-DEP NOT NUMERIC                             00061000
               MOVE 189,59               TO WRK-PARM-DED-DEP            00061100
            END-IF.                                                     00061200
                                                                        00061300
      *     SEM JANELA INFORMADA, A TRILHA LIDA E A DA COMPETENCIA     *00061400
            IF WRK-PARM-DATA-INI EQUAL SPACES                           00061500
               MOVE WRK-COMPETENCIA      TO WRK-PARM-DATA-INI (1:6)     00061600
               MOVE '01'                 TO WRK-PARM-DATA-INI (7:2)     00061700
            END-IF.                                                     00061800
            IF WRK-PARM-DATA-FIM EQUAL SPACES                           00061900
               MOVE WRK-COMPETENCIA      TO WRK-PARM-DATA-FIM (1:6)     00062000
               MOVE '31'                 TO WRK-PARM-DATA-FIM (7:2)     00062100
            END-IF.                                                     00062200
                                                                        00062300
      *     GUARDA DE REPROCESSAMENTO: A COMPETENCIA SO RODA UMA VEZ   *00062400
            MOVE 'I'                  TO WRK-RUN-FUNCAO.                00062500
            MOVE 'FR05DB70'           TO WRK-RUN-PROGRAMA.              00062600
            MOVE SPACES               TO WRK-RUN-DATA-MOVTO.            00062700
            MOVE WRK-COMPETENCIA      TO WRK-RUN-DATA-MOVTO (1:6).      00062800
            MOVE '01'                 TO WRK-RUN-DATA-MOVTO (7:2).      00062900
            MOVE ZEROS                TO WRK-RUN-RC                     00063000
                                         WRK-RUN-LIDOS                  00063100
                                         WRK-RUN-GRAVADOS.              00063200
            CALL 'GRAVARUN'           USING WRK-RUNCTL.                 00063300
            IF WRK-RUN-DATA-JA-FEITA                                    00063400
               MOVE 'A'               TO WRK-SEVERIDADE                 00063500
               MOVE 'FR05DB70'        TO WRK-PROGRAMA                   00063600
               MOVE '1000  '          TO WRK-SECAO                      00063700
               MOVE 'COMPETENCIA JA PROCESSADA - INFORME RERUN'         00063800
                                      TO WRK-MENSAGEM                   00063900
               MOVE WRK-COMPETENCIA   TO WRK-STATUS                     00064000
               CALL 'GRAVALOG'        USING WRK-LOG                     00064100
               MOVE 08                TO RETURN-CODE                    00064200
               GOBACK                                                   00064300
            END-IF.                                                     00064400
                                                                        00064500
            OPEN INPUT  TABDESC                                         00064600
                 INPUT  DADOSBAN.                                       00064700
            PERFORM 1100-TESTAR-STATUS.                                 00064800
                                                                        00064900
            PERFORM 1200-CARREGAR-FAIXAS.                               00065000
            IF WRK-TAB-INS-QTDE EQUAL ZEROS                             00065100
               OR WRK-TAB-IRF-QTDE EQUAL ZEROS                          00065200
               MOVE 'FR05DB70'           TO WRK-PROGRAMA                00065300
               MOVE '1000  '             TO WRK-SECAO                   00065400
               MOVE 'TABELA DE DESCONTOS INCOMPLETA' TO WRK-MENSAGEM    00065500
               MOVE SPACES               TO WRK-STATUS                  00065600
               PERFORM 9999-TRATAR-ERROS                                00065700
            END-IF.                                                     00065800
            PERFORM 1300-CARREGAR-BANCARIOS.                            00065900
            PERFORM 1400-CARREGAR-DEPENDENTES.                          00066000
            PERFORM 1500-CARREGAR-FECHAMENTOS.                          00066100
                                                                        00066200
            IF WRK-MODO-LISTA                                           00066300
               PERFORM 1600-CARREGAR-LISTA                              00066400
            ELSE                                                        00066500
               PERFORM 1700-DETECTAR-ALTERACOES                         00066600
            END-IF.                                                     00066700
                                                                        00066800
            PERFORM 1800-CARREGAR-PAGOS.                                00066900
                                                                        00067000
            OPEN OUTPUT SALMOV                                          00067100
                 OUTPUT RELCPL                                          00067200
                 EXTEND FOLHIST.                                        00067300
            PERFORM 1100-TESTAR-STATUS.                                 00067400
                                                                        00067500
            MOVE SPACES               TO FD-MOV2505.                    00067600
            MOVE '0000'               TO FD-MOV2505-H-TIPO.             00067700
            MOVE WRK-DATA-HOJE        TO FD-MOV2505-H-DATA.             00067800
            MOVE 'FR05DB70'           TO FD-MOV2505-H-ORIGEM.           00067900
            WRITE FD-MOV2505.                                           00068000
            PERFORM 1100-TESTAR-STATUS.                                 00068100
                                                                        00068200
            MOVE WRK-COMPETENCIA      TO WRK-RC-COMPETENCIA.            00068300
            MOVE WRK-PARM-MODO        TO WRK-RC-MODO.                   00068400
            MOVE WRK-PARM-DATA-INI    TO WRK-RC-DATA-INI.               00068500
            MOVE WRK-PARM-DATA-FIM    TO WRK-RC-DATA-FIM.               00068600
            MOVE WRK-ULTIMA-FECHADA   TO WRK-RC-ULTIMA.                 00068700
            WRITE FD-RELCPL           FROM WRK-RC-SEPARA.               00068800
            WRITE FD-RELCPL           FROM WRK-RC-CABEC.                00068900
            IF WRK-MODO-AUDITORIA                                       00069000
               WRITE FD-RELCPL        FROM WRK-RC-JANELA                00069100
            END-IF.                                                     00069200
            WRITE FD-RELCPL           FROM WRK-RC-SEPARA.               00069300
            WRITE FD-RELCPL           FROM WRK-RC-TITULO.               00069400
            WRITE FD-RELCPL           FROM WRK-RC-TRACO.                00069500
            PERFORM 1100-TESTAR-STATUS.                                 00069600
                                                                        00069700
      *----------------------------------------------------------------*00069800
       1000-99-FIM.                              EXIT.                  00069900
      *----------------------------------------------------------------*00070000
                                                                        00070100
      ******************************************************************00070200
      *                   T E S T A R  S T A T U S                     *00070300
      ******************************************************************00070400
                                                                        00070500
      *----------------------------------------------------------------*00070600
       1100-TESTAR-STATUS                    SECTION.                   00070700
      *----------------------------------------------------------------*00070800
                                                                        00070900
           IF WRK-FS-TABDESC NOT EQUAL ZEROS AND                        00071000
              WRK-FS-TABDESC NOT EQUAL '10'                             00071100
              MOVE 'ERRO NO ARQUIVO TABDESC'  TO WRK-MENSAGEM           00071200
              MOVE WRK-FS-TABDESC       TO WRK-STATUS                   00071300
              PERFORM 9990-ERRO-ARQUIVO                                 00071400
           END-IF.                                                      00071500
                                                                        00071600
           IF WRK-FS-DADOSBAN NOT EQUAL ZEROS AND                       00071700
              WRK-FS-DADOSBAN NOT EQUAL '10'                            00071800
              MOVE 'ERRO NO ARQUIVO DADOSBAN' TO WRK-MENSAGEM           00071900
              MOVE WRK-FS-DADOSBAN      TO WRK-STATUS                   00072000
              PERFORM 9990-ERRO-ARQUIVO                                 00072100
           END-IF.                                                      00072200
                                                                        00072300
           IF WRK-FS-DEPREG NOT EQUAL ZEROS AND                         00072400
              WRK-FS-DEPREG NOT EQUAL '10'                              00072500
              MOVE 'ERRO NO ARQUIVO DEPREG'   TO WRK-MENSAGEM           00072600
              MOVE WRK-FS-DEPREG        TO WRK-STATUS                   00072700
              PERFORM 9990-ERRO-ARQUIVO                                 00072800
           END-IF.                                                      00072900
                                                                        00073000
           IF WRK-FS-RUNARQ NOT EQUAL ZEROS AND                         00073100
              WRK-FS-RUNARQ NOT EQUAL '10'                              00073200
              MOVE 'ERRO NO ARQUIVO RUNCTL'   TO WRK-MENSAGEM           00073300
              MOVE WRK-FS-RUNARQ        TO WRK-STATUS                   00073400
              PERFORM 9990-ERRO-ARQUIVO                                 00073500
           END-IF.                                                      00073600
                                                                        00073700
           IF WRK-FS-TRILHARQ NOT EQUAL ZEROS AND                       00073800
              WRK-FS-TRILHARQ NOT EQUAL '10'                            00073900
              MOVE 'ERRO NO ARQUIVO AUDITRL'  TO WRK-MENSAGEM           00074000
              MOVE WRK-FS-TRILHARQ      TO WRK-STATUS                   00074100
              PERFORM 9990-ERRO-ARQUIVO                                 00074200
           END-IF.                                                      00074300
                                                                        00074400
           IF WRK-FS-LISTACP NOT EQUAL ZEROS AND                        00074500
              WRK-FS-LISTACP NOT EQUAL '10'                             00074600
              MOVE 'ERRO NO ARQUIVO LISTACP'  TO WRK-MENSAGEM           00074700
              MOVE WRK-FS-LISTACP       TO WRK-STATUS                   00074800
              PERFORM 9990-ERRO-ARQUIVO                                 00074900
           END-IF.                                                      00075000
                                                                        00075100
           IF WRK-FS-FOLHIST NOT EQUAL ZEROS AND                        00075200
              WRK-FS-FOLHIST NOT EQUAL '10'                             00075300
              MOVE 'ERRO NO ARQUIVO FOLHIST'  TO WRK-MENSAGEM           00075400
              MOVE WRK-FS-FOLHIST       TO WRK-STATUS                   00075500
              PERFORM 9990-ERRO-ARQUIVO                                 00075600
           END-IF.                                                      00075700
                                                                        00075800
           IF WRK-FS-SALMOV NOT EQUAL ZEROS AND                         00075900
              WRK-FS-SALMOV NOT EQUAL '10'                              00076000
              MOVE 'ERRO NO ARQUIVO SALMOV'   TO WRK-MENSAGEM           00076100
              MOVE WRK-FS-SALMOV        TO WRK-STATUS                   00076200
              PERFORM 9990-ERRO-ARQUIVO                                 00076300
           END-IF.                                                      00076400
                                                                        00076500
           IF WRK-FS-RELCPL NOT EQUAL ZEROS AND                         00076600
              WRK-FS-RELCPL NOT EQUAL '10'                              00076700
              MOVE 'ERRO NO ARQUIVO RELCPL'   TO WRK-MENSAGEM           00076800
              MOVE WRK-FS-RELCPL        TO WRK-STATUS                   00076900
              PERFORM 9990-ERRO-ARQUIVO                                 00077000
           END-IF.                                                      00077100
                                                                        00077200
      *----------------------------------------------------------------*00077300
       1100-99-FIM.                          EXIT.                      00077400
      *----------------------------------------------------------------*00077500
                                                                        00077600
      ******************************************************************00077700
      *   C A R R E G A R   F A I X A S   D E   D E S C O N T O        *00077800
      ******************************************************************00077900
                                                                        00078000
      *----------------------------------------------------------------*00078100
       1200-CARREGAR-FAIXAS                  SECTION.                   00078200
      *----------------------------------------------------------------*00078300
                                                                        00078400
            PERFORM 1210-LER-TABDESC.                                   00078500
                                                                        00078600
            PERFORM 1220-GUARDAR-FAIXA                                  00078700
                    UNTIL WRK-FS-TABDESC EQUAL '10'.                    00078800
                                                                        00078900
            CLOSE TABDESC.                                              00079000
                                                                        00079100
      *----------------------------------------------------------------*00079200
       1200-99-FIM.                          EXIT.                      00079300
      *----------------------------------------------------------------*00079400
                                                                        00079500
      *----------------------------------------------------------------*00079600
       1210-LER-TABDESC                      SECTION.                   00079700
      *----------------------------------------------------------------*00079800
            READ TABDESC                                                00079900
                                                                        00080000
               IF WRK-FS-TABDESC  EQUAL '10'                            00080100
                  GO              TO 1210-99-FIM                        00080200
               END-IF.                                                  00080300
                                                                        00080400
               PERFORM 1100-TESTAR-STATUS.                              00080500
      *----------------------------------------------------------------*00080600
       1210-99-FIM.                          EXIT.                      00080700
      *----------------------------------------------------------------*00080800
                                                                        00080900
      *----------------------------------------------------------------*00081000
       1220-GUARDAR-FAIXA                    SECTION.                   00081100
      *----------------------------------------------------------------*00081200
                                                                        00081300
            EVALUATE FD-DESC-TIPO                                       00081400
              WHEN 'I'                                                  00081500
               IF WRK-TAB-INS-QTDE LESS 10                              00081600
                  ADD 1               TO WRK-TAB-INS-QTDE               00081700
                  SET WRK-IDX-INS     TO WRK-TAB-INS-QTDE               00081800
                  MOVE FD-DESC-LIMITE TO WRK-TAB-INS-LIMITE             00081900
                                          (WRK-IDX-INS)                 00082000
                  MOVE FD-DESC-ALIQUOTA TO WRK-TAB-INS-ALIQUOTA         00082100
                                          (WRK-IDX-INS)                 00082200
                  MOVE FD-DESC-PARCELA  TO WRK-TAB-INS-PARCELA          00082300
                                          (WRK-IDX-INS)                 00082400
               END-IF                                                   00082500
              WHEN 'R'                                                  00082600
               IF WRK-TAB-IRF-QTDE LESS 10                              00082700
                  ADD 1               TO WRK-TAB-IRF-QTDE               00082800
                  SET WRK-IDX-IRF     TO WRK-TAB-IRF-QTDE               00082900
                  MOVE FD-DESC-LIMITE TO WRK-TAB-IRF-LIMITE             00083000
                                          (WRK-IDX-IRF)                 00083100
                  MOVE FD-DESC-ALIQUOTA TO WRK-TAB-IRF-ALIQUOTA         00083200
                                          (WRK-IDX-IRF)                 00083300
                  MOVE FD-DESC-PARCELA  TO WRK-TAB-IRF-PARCELA          00083400
                                          (WRK-IDX-IRF)                 00083500
               END-IF                                                   00083600
              WHEN OTHER                                                00083700
               CONTINUE                                                 00083800
            END-EVALUATE.                                               00083900
                                                                        00084000
            PERFORM 1210-LER-TABDESC.                                   00084100
                                                                        00084200
      *----------------------------------------------------------------*00084300
       1220-99-FIM.                          EXIT.                      00084400
      *----------------------------------------------------------------*00084500
                                                                        00084600
      ******************************************************************00084700
      *   C A R R E G A R   D A D O S   B A N C A R I O S              *00084800
      ******************************************************************00084900
                                                                        00085000
      *----------------------------------------------------------------*00085100
       1300-CARREGAR-BANCARIOS               SECTION.                   00085200
      *----------------------------------------------------------------*00085300
                                                                        00085400
            PERFORM 1310-LER-DADOSBAN.                                  00085500
                                                                        00085600
            PERFORM 1320-GUARDAR-BANCARIO                               00085700
                    UNTIL WRK-FS-DADOSBAN EQUAL '10'.                   00085800
                                                                        00085900
            CLOSE DADOSBAN.                                             00086000
                                                                        00086100
      *----------------------------------------------------------------*00086200
       1300-99-FIM.                          EXIT.                      00086300
      *----------------------------------------------------------------*00086400
                                                                        00086500
      *----------------------------------------------------------------*00086600
       1310-LER-DADOSBAN                     SECTION.                   00086700
      *----------------------------------------------------------------*00086800
            READ DADOSBAN                                               00086900
                                                                        00087000
               IF WRK-FS-DADOSBAN  EQUAL '10'                           00087100
                  GO              TO 1310-99-FIM                        00087200
               END-IF.                                                  00087300
                                                                        00087400
               PERFORM 1100-TESTAR-STATUS.                              00087500
      *----------------------------------------------------------------*00087600
       1310-99-FIM.                          EXIT.                      00087700
      *----------------------------------------------------------------*00087800
                                                                        00087900
      *----------------------------------------------------------------*00088000
       1320-GUARDAR-BANCARIO                 SECTION.                   00088100
      *----------------------------------------------------------------*00088200
                                                                        00088300
            IF WRK-TAB-BAN-QTDE LESS 500                                00088400
               ADD 1               TO WRK-TAB-BAN-QTDE                  00088500
               SET WRK-IDX-BAN     TO WRK-TAB-BAN-QTDE                  00088600
               MOVE FD-BAN-ID      TO WRK-TAB-BAN-ID                    00088700
                                       (WRK-IDX-BAN)                    00088800
               MOVE FD-BAN-BANCO   TO WRK-TAB-BAN-BANCO                 00088900
                                       (WRK-IDX-BAN)                    00089000
               MOVE FD-BAN-AGENCIA TO WRK-TAB-BAN-AGENCIA               00089100
                                       (WRK-IDX-BAN)                    00089200
               MOVE FD-BAN-CONTA   TO WRK-TAB-BAN-CONTA                 00089300
                                       (WRK-IDX-BAN)                    00089400
            ELSE                                                        00089500
               MOVE 'FR05DB70'           TO WRK-PROGRAMA                00089600
               MOVE '1320  '             TO WRK-SECAO                   00089700
               MOVE 'TABELA DE DADOS BANCARIOS CHEIA'                   00089800
                                         TO WRK-MENSAGEM                00089900
               MOVE SPACES               TO WRK-STATUS                  00090000
               PERFORM 9999-TRATAR-ERROS                                00090100
            END-IF.                                                     00090200
                                                                        00090300
            PERFORM 1310-LER-DADOSBAN.                                  00090400
                                                                        00090500
      *----------------------------------------------------------------*00090600
       1320-99-FIM.                          EXIT.                      00090700
      *----------------------------------------------------------------*00090800
                                                                        00090900
      ******************************************************************00091000
      *   C A R R E G A R   D E P E N D E N T E S                      *00091100
      ******************************************************************00091200
                                                                        00091300
      *----------------------------------------------------------------*00091400
       1400-CARREGAR-DEPENDENTES             SECTION.                   00091500
      *----------------------------------------------------------------*00091600
                                                                        00091700
      *     SEM CADASTRO DE DEPENDENTES A BASE DO IRRF FICA CHEIA      *00091800
            OPEN INPUT DEPREG.                                          00091900
            IF WRK-FS-DEPREG EQUAL '35'                                 00092000
               MOVE '10'           TO WRK-FS-DEPREG                     00092100
               GO              TO 1400-99-FIM                           00092200
            END-IF.                                                     00092300
            PERFORM 1100-TESTAR-STATUS.                                 00092400
                                                                        00092500
            PERFORM 1410-LER-DEPREG.                                    00092600
                                                                        00092700
            PERFORM 1420-CONTAR-DEPENDENTE                              00092800
                    UNTIL WRK-FS-DEPREG EQUAL '10'.                     00092900
                                                                        00093000
            CLOSE DEPREG.                                               00093100
                                                                        00093200
      *----------------------------------------------------------------*00093300
       1400-99-FIM.                          EXIT.                      00093400
      *----------------------------------------------------------------*00093500
                                                                        00093600
      *----------------------------------------------------------------*00093700
       1410-LER-DEPREG                       SECTION.                   00093800
      *----------------------------------------------------------------*00093900
            READ DEPREG                                                 00094000
                                                                        00094100
               IF WRK-FS-DEPREG  EQUAL '10'                             00094200
                  GO              TO 1410-99-FIM                        00094300
               END-IF.                                                  00094400
                                                                        00094500
               PERFORM 1100-TESTAR-STATUS.                              00094600
      *----------------------------------------------------------------*00094700
       1410-99-FIM.                          EXIT.                      00094800
      *----------------------------------------------------------------*00094900
                                                                        00095000
      *----------------------------------------------------------------*00095100
       1420-CONTAR-DEPENDENTE                SECTION.                   00095200
      *----------------------------------------------------------------*00095300
                                                                        00095400
            MOVE 'N'               TO WRK-DEP-ACHOU.                    00095500
            IF WRK-TAB-DEP-QTDE-TAB GREATER ZEROS                       00095600
               SET WRK-IDX-DEP     TO 1                                 00095700
               SEARCH WRK-TAB-DEP                                       00095800
                 AT END                                                 00095900
                    CONTINUE                                            00096000
                 WHEN WRK-IDX-DEP GREATER WRK-TAB-DEP-QTDE-TAB          00096100
                    CONTINUE                                            00096200
                 WHEN WRK-TAB-DEP-ID (WRK-IDX-DEP)                      00096300
                      EQUAL FD-DEP-ID                                   00096400
                    MOVE 'S'       TO WRK-DEP-ACHOU                     00096500
               END-SEARCH                                               00096600
            END-IF.                                                     00096700
                                                                        00096800
            IF WRK-DEP-ACHOU-SIM                                        00096900
               ADD 1               TO WRK-TAB-DEP-QTDE                  00097000
                                       (WRK-IDX-DEP)                    00097100
            ELSE                                                        00097200
               IF WRK-TAB-DEP-QTDE-TAB LESS 500                         00097300
                  ADD 1            TO WRK-TAB-DEP-QTDE-TAB              00097400
                  SET WRK-IDX-DEP  TO WRK-TAB-DEP-QTDE-TAB              00097500
                  MOVE FD-DEP-ID   TO WRK-TAB-DEP-ID                    00097600
                                       (WRK-IDX-DEP)                    00097700
                  MOVE 1           TO WRK-TAB-DEP-QTDE                  00097800
                                       (WRK-IDX-DEP)                    00097900
               ELSE                                                     00098000
                  MOVE 'FR05DB70'           TO WRK-PROGRAMA             00098100
                  MOVE '1420  '             TO WRK-SECAO                00098200
                  MOVE 'TABELA DE DEPENDENTES CHEIA'                    00098300
                                            TO WRK-MENSAGEM             00098400
                  MOVE SPACES               TO WRK-STATUS               00098500
                  PERFORM 9999-TRATAR-ERROS                             00098600
               END-IF                                                   00098700
            END-IF.                                                     00098800
                                                                        00098900
            PERFORM 1410-LER-DEPREG.                                    00099000
                                                                        00099100
      *----------------------------------------------------------------*00099200
       1420-99-FIM.                          EXIT.                      00099300
      *----------------------------------------------------------------*00099400
                                                                        00099500
      ******************************************************************00099600
      *   C A R R E G A R   C O M P E T E N C I A S   F E C H A D A S  *00099700
      ******************************************************************00099800
                                                                        00099900
      *----------------------------------------------------------------*00100000
       1500-CARREGAR-FECHAMENTOS             SECTION.                   00100100
      *----------------------------------------------------------------*00100200
                                                                        00100300
      *     COMPETENCIA FECHADA = FOLHA MENSAL (FR05DB12) TERMINADA    *00100400
      *     COM RC ATE 04 NO RUNCTL; VALE O ULTIMO FECHAMENTO DE CADA  *00100500
      *     COMPETENCIA (REPROCESSAMENTO JA PEGA O SALARIO NOVO)       *00100600
            OPEN INPUT RUNARQ.                                          00100700
            IF WRK-FS-RUNARQ EQUAL '35'                                 00100800
               MOVE '10'           TO WRK-FS-RUNARQ                     00100900
               GO              TO 1500-99-FIM                           00101000
            END-IF.                                                     00101100
            PERFORM 1100-TESTAR-STATUS.                                 00101200
                                                                        00101300
            PERFORM 1510-LER-RUNCTL.                                    00101400
                                                                        00101500
            PERFORM 1520-GUARDAR-FECHAMENTO                             00101600
                    UNTIL WRK-FS-RUNARQ EQUAL '10'.                     00101700
                                                                        00101800
            CLOSE RUNARQ.                                               00101900
                                                                        00102000
      *----------------------------------------------------------------*00102100
       1500-99-FIM.                          EXIT.                      00102200
      *----------------------------------------------------------------*00102300
                                                                        00102400
      *----------------------------------------------------------------*00102500
       1510-LER-RUNCTL                       SECTION.                   00102600
      *----------------------------------------------------------------*00102700
            READ RUNARQ                                                 00102800
                                                                        00102900
               IF WRK-FS-RUNARQ  EQUAL '10'                             00103000
                  GO              TO 1510-99-FIM                        00103100
               END-IF.                                                  00103200
                                                                        00103300
               PERFORM 1100-TESTAR-STATUS.                              00103400
                                                                        00103500
               ADD 1              TO ACUM-RUN-LIDOS.                    00103600
      *----------------------------------------------------------------*00103700
       1510-99-FIM.                          EXIT.                      00103800
      *----------------------------------------------------------------*00103900
                                                                        00104000
      *----------------------------------------------------------------*00104100
       1520-GUARDAR-FECHAMENTO               SECTION.                   00104200
      *----------------------------------------------------------------*00104300
                                                                        00104400
            IF FD-RUN-PROGRAMA NOT EQUAL 'FR05DB12'                     00104500
             OR FD-RUN-TIPO    NOT EQUAL 'F'                            00104600
             OR FD-RUN-RC      GREATER 04                               00104700
               PERFORM 1510-LER-RUNCTL                                  00104800
               GO                  TO 1520-99-FIM                       00104900
            END-IF.                                                     00105000
                                                                        00105100
            MOVE 'N'                   TO WRK-FEC-ACHOU.                00105200
            IF WRK-TAB-FEC-QTDE GREATER ZEROS                           00105300
               SET WRK-IDX-FEC         TO 1                             00105400
               SEARCH WRK-TAB-FEC                                       00105500
                 AT END                                                 00105600
                    CONTINUE                                            00105700
                 WHEN WRK-IDX-FEC GREATER WRK-TAB-FEC-QTDE              00105800
                    CONTINUE                                            00105900
                 WHEN WRK-TAB-FEC-COMP (WRK-IDX-FEC)                    00106000
                      EQUAL FD-RUN-DATA-MOVTO (1:6)                     00106100
                    MOVE 'S'           TO WRK-FEC-ACHOU                 00106200
               END-SEARCH                                               00106300
            END-IF.                                                     00106400
                                                                        00106500
            IF NOT WRK-FEC-ACHOU-SIM                                    00106600
               IF WRK-TAB-FEC-QTDE GREATER OR EQUAL 120                 00106700
                  MOVE 'FR05DB70'        TO WRK-PROGRAMA                00106800
                  MOVE '1520  '          TO WRK-SECAO                   00106900
                  MOVE 'TABELA DE FECHAMENTOS CHEIA' TO WRK-MENSAGEM    00107000
                  MOVE SPACES            TO WRK-STATUS                  00107100
                  PERFORM 9999-TRATAR-ERROS                             00107200
               END-IF                                                   00107300
               ADD 1                   TO WRK-TAB-FEC-QTDE              00107400
               SET WRK-IDX-FEC         TO WRK-TAB-FEC-QTDE              00107500
               MOVE FD-RUN-DATA-MOVTO (1:6)                             00107600
                                       TO WRK-TAB-FEC-COMP              00107700
                                          (WRK-IDX-FEC)                 00107800
               MOVE LOW-VALUES         TO WRK-TAB-FEC-MOMENTO           00107900
                                          (WRK-IDX-FEC)                 00108000
            END-IF.                                                     00108100
                                                                        00108200
            IF FD-RUN-DATA-REG GREATER                                  00108300
               WRK-TAB-FEC-MOMENTO (WRK-IDX-FEC) (1:8)                  00108400
             OR (FD-RUN-DATA-REG EQUAL                                  00108500
                 WRK-TAB-FEC-MOMENTO (WRK-IDX-FEC) (1:8)                00108600
                 AND FD-RUN-HORA-REG GREATER                            00108700
                 WRK-TAB-FEC-MOMENTO (WRK-IDX-FEC) (9:8))               00108800
               MOVE FD-RUN-DATA-REG    TO WRK-TAB-FEC-MOMENTO           00108900
                                          (WRK-IDX-FEC) (1:8)           00109000
               MOVE FD-RUN-HORA-REG    TO WRK-TAB-FEC-MOMENTO           00109100
                                          (WRK-IDX-FEC) (9:8)           00109200
            END-IF.                                                     00109300
                                                                        00109400
            IF FD-RUN-DATA-MOVTO (1:6) GREATER WRK-ULTIMA-FECHADA       00109500
               MOVE FD-RUN-DATA-MOVTO (1:6) TO WRK-ULTIMA-FECHADA       00109600
            END-IF.                                                     00109700
                                                                        00109800
            PERFORM 1510-LER-RUNCTL.                                    00109900
                                                                        00110000
      *----------------------------------------------------------------*00110100
       1520-99-FIM.                          EXIT.                      00110200
      *----------------------------------------------------------------*00110300
                                                                        00110400
      ******************************************************************00110500
      *   C A R R E G A R   L I S T A   D E   D I F E R E N C A S      *00110600
      ******************************************************************00110700
                                                                        00110800
      *----------------------------------------------------------------*00110900
       1600-CARREGAR-LISTA                   SECTION.                   00111000
      *----------------------------------------------------------------*00111100
                                                                        00111200
            OPEN INPUT LISTACP.                                         00111300
            PERFORM 1100-TESTAR-STATUS.                                 00111400
                                                                        00111500
            PERFORM 1610-LER-LISTACP.                                   00111600
                                                                        00111700
            PERFORM 1620-GUARDAR-LISTA                                  00111800
                    UNTIL WRK-FS-LISTACP EQUAL '10'.                    00111900
                                                                        00112000
            CLOSE LISTACP.                                              00112100
                                                                        00112200
      *----------------------------------------------------------------*00112300
       1600-99-FIM.                          EXIT.                      00112400
      *----------------------------------------------------------------*00112500
                                                                        00112600
      *----------------------------------------------------------------*00112700
       1610-LER-LISTACP                      SECTION.                   00112800
      *----------------------------------------------------------------*00112900
            READ LISTACP                                                00113000
                                                                        00113100
               IF WRK-FS-LISTACP  EQUAL '10'                            00113200
                  GO              TO 1610-99-FIM                        00113300
               END-IF.                                                  00113400
                                                                        00113500
               PERFORM 1100-TESTAR-STATUS.                              00113600
                                                                        00113700
               ADD 1              TO ACUM-LISTA-LIDOS.                  00113800
      *----------------------------------------------------------------*00113900
       1610-99-FIM.                          EXIT.                      00114000
      *----------------------------------------------------------------*00114100
                                                                        00114200
      *----------------------------------------------------------------*00114300
       1620-GUARDAR-LISTA                    SECTION.                   00114400
      *----------------------------------------------------------------*00114500
                                                                        00114600
            IF FD-LCP-ID NOT NUMERIC                                    00114700
             OR FD-LCP-COMPETENCIA NOT NUMERIC                          00114800
             OR FD-LCP-DIFERENCA NOT NUMERIC                            00114900
               ADD 1                   TO ACUM-RECUSADOS                00115000
               MOVE 'A'                TO WRK-SEVERIDADE                00115100
               MOVE 'FR05DB70'         TO WRK-PROGRAMA                  00115200
               MOVE '1620  '           TO WRK-SECAO                     00115300
               MOVE 'LINHA INVALIDA NA LISTA'  TO WRK-MENSAGEM          00115400
               MOVE FD-LISTACP (1:20)  TO WRK-STATUS                    00115500
               CALL 'GRAVALOG'         USING WRK-LOG                    00115600
               PERFORM 1610-LER-LISTACP                                 00115700
               GO                  TO 1620-99-FIM                       00115800
            END-IF.                                                     00115900
                                                                        00116000
            MOVE FD-LCP-ID             TO WRK-ITEM-ID.                  00116100
            MOVE FD-LCP-COMPETENCIA    TO WRK-ITEM-COMP.                00116200
            MOVE 'L'                   TO WRK-ITEM-FONTE.               00116300
            MOVE FD-LCP-MOTIVO         TO WRK-ITEM-MOTIVO.              00116400
            MOVE FD-LCP-DIFERENCA      TO WRK-VALOR-ITEM.               00116500
            PERFORM 1900-INCLUIR-ITEM.                                  00116600
                                                                        00116700
            PERFORM 1610-LER-LISTACP.                                   00116800
                                                                        00116900
      *----------------------------------------------------------------*00117000
       1620-99-FIM.                          EXIT.                      00117100
      *----------------------------------------------------------------*00117200
                                                                        00117300
      ******************************************************************00117400
      *   D E T E C T A R   A L T E R A C O E S   N A   T R I L H A    *00117500
      ******************************************************************00117600
                                                                        00117700
      *----------------------------------------------------------------*00117800
       1700-DETECTAR-ALTERACOES              SECTION.                   00117900
      *----------------------------------------------------------------*00118000
                                                                        00118100
            OPEN INPUT TRILHARQ.                                        00118200
            IF WRK-FS-TRILHARQ EQUAL '35'                               00118300
               MOVE '10'           TO WRK-FS-TRILHARQ                   00118400
               GO              TO 1700-99-FIM                           00118500
            END-IF.                                                     00118600
            PERFORM 1100-TESTAR-STATUS.                                 00118700
                                                                        00118800
            PERFORM 1710-LER-TRILHA.                                    00118900
                                                                        00119000
            PERFORM 1720-TRATAR-ALTERACAO                               00119100
                    UNTIL WRK-FS-TRILHARQ EQUAL '10'.                   00119200
                                                                        00119300
            CLOSE TRILHARQ.                                             00119400
                                                                        00119500
      *----------------------------------------------------------------*00119600
       1700-99-FIM.                          EXIT.                      00119700
      *----------------------------------------------------------------*00119800
                                                                        00119900
      *----------------------------------------------------------------*00120000
       1710-LER-TRILHA                       SECTION.                   00120100
      *----------------------------------------------------------------*00120200
            READ TRILHARQ                                               00120300
                                                                        00120400
               IF WRK-FS-TRILHARQ  EQUAL '10'                           00120500
                  GO              TO 1710-99-FIM                        00120600
               END-IF.                                                  00120700
                                                                        00120800
               PERFORM 1100-TESTAR-STATUS.                              00120900
                                                                        00121000
               ADD 1              TO ACUM-AUD-LIDOS.                    00121100
      *----------------------------------------------------------------*00121200
       1710-99-FIM.                          EXIT.                      00121300
      *----------------------------------------------------------------*00121400
                                                                        00121500
      *----------------------------------------------------------------*00121600
       1720-TRATAR-ALTERACAO                 SECTION.                   00121700
      *----------------------------------------------------------------*00121800
                                                                        00121900
      *     SO INTERESSA ALTERACAO DE SALARIO DA FUNC2 (A TABELA DA    *00122000
      *     FOLHA MENSAL) COM DATA DE MOVIMENTO DENTRO DA JANELA       *00122100
            IF FD-AUD-TABELA     NOT EQUAL 'FUNC2'                      00122200
             OR FD-AUD-CAMPO     NOT EQUAL 'SALARIO'                    00122300
             OR FD-AUD-OPERACAO  NOT EQUAL 'A'                          00122400
             OR FD-AUD-DATA-MOVTO LESS WRK-PARM-DATA-INI                00122500
             OR FD-AUD-DATA-MOVTO GREATER WRK-PARM-DATA-FIM             00122600
               PERFORM 1710-LER-TRILHA                                  00122700
               GO                  TO 1720-99-FIM                       00122800
            END-IF.                                                     00122900
                                                                        00123000
            ADD 1                      TO ACUM-AUD-SALARIOS.            00123100
                                                                        00123200
            MOVE 'S'                   TO WRK-SAL-VALIDO.               00123300
            MOVE FD-AUD-VALOR-ANTES (1:11)  TO WRK-SAL-EDITADO.         00123400
            PERFORM 1740-CONVERTER-SALARIO.                             00123500
            MOVE WRK-SAL-CONVERTIDO    TO WRK-SAL-ANTES.                00123600
            MOVE FD-AUD-VALOR-DEPOIS (1:11) TO WRK-SAL-EDITADO.         00123700
            PERFORM 1740-CONVERTER-SALARIO.                             00123800
            MOVE WRK-SAL-CONVERTIDO    TO WRK-SAL-DEPOIS.               00123900
                                                                        00124000
      *     VIGENCIA: CHAVE AAAA-MM-DD DA CAMPANHA (FR05DB14); SEM     *00124100
      *     ELA, A DATA DE MOVIMENTO DA ALTERACAO                      *00124200
            IF FD-AUD-CHAVE (1:4) NUMERIC                               00124300
             AND FD-AUD-CHAVE (6:2) NUMERIC                             00124400
             AND FD-AUD-CHAVE (9:2) NUMERIC                             00124500
               MOVE FD-AUD-CHAVE (1:4) TO WRK-VIG-COMP (1:4)            00124600
               MOVE FD-AUD-CHAVE (6:2) TO WRK-VIG-COMP (5:2)            00124700
               MOVE FD-AUD-CHAVE (9:2) TO WRK-VIG-DIA                   00124800
            ELSE                                                        00124900
               MOVE FD-AUD-DATA-MOVTO (1:6) TO WRK-VIG-COMP             00125000
               MOVE FD-AUD-DATA-MOVTO (7:2) TO WRK-VIG-DIA              00125100
            END-IF.                                                     00125200
                                                                        00125300
            IF NOT WRK-SAL-VALIDO-SIM                                   00125400
             OR WRK-VIG-COMP NOT NUMERIC                                00125500
             OR WRK-VIG-DIA NOT NUMERIC                                 00125600
             OR WRK-VIG-DIA LESS 01                                     00125700
             OR WRK-VIG-DIA GREATER 31                                  00125800
               ADD 1                   TO ACUM-AUD-INVALIDOS            00125900
               MOVE 'A'                TO WRK-SEVERIDADE                00126000
               MOVE 'FR05DB70'         TO WRK-PROGRAMA                  00126100
               MOVE '1720  '           TO WRK-SECAO                     00126200
               MOVE 'ALTERACAO DE SALARIO ILEGIVEL NA TRILHA'           00126300
                                       TO WRK-MENSAGEM                  00126400
               MOVE FD-AUD-ID          TO WRK-STATUS                    00126500
               CALL 'GRAVALOG'         USING WRK-LOG                    00126600
               PERFORM 1710-LER-TRILHA                                  00126700
               GO                  TO 1720-99-FIM                       00126800
            END-IF.                                                     00126900
                                                                        00127000
            COMPUTE WRK-DELTA-SALARIO =                                 00127100
                    WRK-SAL-DEPOIS - WRK-SAL-ANTES.                     00127200
            MOVE FD-AUD-DATA           TO WRK-MOMENTO-AUD (1:8).        00127300
            MOVE FD-AUD-HORA           TO WRK-MOMENTO-AUD (9:8).        00127400
            MOVE 'N'                   TO WRK-GEROU-RETRO.              00127500
                                                                        00127600
            IF WRK-TAB-FEC-QTDE GREATER ZEROS                           00127700
               PERFORM 1730-GERAR-RETROATIVO                            00127800
                       VARYING WRK-IND-FEC FROM 1 BY 1                  00127900
                       UNTIL WRK-IND-FEC GREATER WRK-TAB-FEC-QTDE       00128000
            END-IF.                                                     00128100
                                                                        00128200
            IF NOT WRK-GEROU-RETRO-SIM                                  00128300
               ADD 1                   TO ACUM-AUD-SEM-RETRO            00128400
            END-IF.                                                     00128500
                                                                        00128600
            PERFORM 1710-LER-TRILHA.                                    00128700
                                                                        00128800
      *----------------------------------------------------------------*00128900
       1720-99-FIM.                          EXIT.                      00129000
      *----------------------------------------------------------------*00129100
                                                                        00129200
      *----------------------------------------------------------------*00129300
       1730-GERAR-RETROATIVO                 SECTION.                   00129400
      *----------------------------------------------------------------*00129500
                                                                        00129600
      *     A COMPETENCIA FECHADA ANTES DA ALTERACAO E A PARTIR DA     *00129700
      *     VIGENCIA FOI PAGA COM O SALARIO ANTIGO                     *00129800
            SET WRK-IDX-FEC            TO WRK-IND-FEC.                  00129900
            IF WRK-TAB-FEC-COMP (WRK-IDX-FEC) LESS WRK-VIG-COMP         00130000
             OR WRK-TAB-FEC-MOMENTO (WRK-IDX-FEC)                       00130100
                NOT LESS WRK-MOMENTO-AUD                                00130200
               GO                  TO 1730-99-FIM                       00130300
            END-IF.                                                     00130400
                                                                        00130500
            MOVE WRK-DELTA-SALARIO     TO WRK-VALOR-ITEM.               00130600
      *     NO MES DA VIGENCIA SO OS DIAS A PARTIR DELA (MES DE 30)    *00130700
            IF WRK-TAB-FEC-COMP (WRK-IDX-FEC) EQUAL WRK-VIG-COMP        00130800
             AND WRK-VIG-DIA GREATER 01                                 00130900
               IF WRK-VIG-DIA GREATER 30                                00131000
                  MOVE ZEROS           TO WRK-DIAS-PROP                 00131100
               ELSE                                                     00131200
                  COMPUTE WRK-DIAS-PROP = 31 - WRK-VIG-DIA              00131300
               END-IF                                                   00131400
               COMPUTE WRK-VALOR-ITEM ROUNDED =                         00131500
                       WRK-DELTA-SALARIO * WRK-DIAS-PROP / 30           00131600
            END-IF.                                                     00131700
                                                                        00131800
            MOVE 'S'                   TO WRK-GEROU-RETRO.              00131900
            MOVE FD-AUD-ID             TO WRK-ITEM-ID.                  00132000
            MOVE WRK-TAB-FEC-COMP (WRK-IDX-FEC) TO WRK-ITEM-COMP.       00132100
            MOVE 'A'                   TO WRK-ITEM-FONTE.               00132200
            MOVE SPACES                TO WRK-ITEM-MOTIVO.              00132300
            STRING 'RETROATIVO VIGENCIA '  DELIMITED BY SIZE            00132400
                   WRK-VIG-COMP            DELIMITED BY SIZE            00132500
                   WRK-VIG-DIA             DELIMITED BY SIZE            00132600
                   INTO WRK-ITEM-MOTIVO.                                00132700
            PERFORM 1900-INCLUIR-ITEM.                                  00132800
                                                                        00132900
      *----------------------------------------------------------------*00133000
       1730-99-FIM.                          EXIT.                      00133100
      *----------------------------------------------------------------*00133200
                                                                        00133300
      *----------------------------------------------------------------*00133400
       1740-CONVERTER-SALARIO                SECTION.                   00133500
      *----------------------------------------------------------------*00133600
                                                                        00133700
      *     O SALARIO VEM EDITADO NA TRILHA (Z(07)9,99)                *00133800
            MOVE ZEROS                 TO WRK-SAL-CONVERTIDO.           00133900
            INSPECT WRK-SAL-EDITADO REPLACING LEADING SPACES BY ZEROS.  00134000
            IF WRK-SAL-ED-INTEIRO NOT NUMERIC                           00134100
             OR WRK-SAL-ED-VIRGULA NOT EQUAL ','                        00134200
             OR WRK-SAL-ED-DECIMAL NOT NUMERIC                          00134300
               MOVE 'N'                TO WRK-SAL-VALIDO                00134400
               GO                  TO 1740-99-FIM                       00134500
            END-IF.                                                     00134600
                                                                        00134700
            COMPUTE WRK-SAL-CONVERTIDO =                                00134800
                    WRK-SAL-ED-INTEIRO + WRK-SAL-ED-DECIMAL / 100.      00134900
                                                                        00135000
      *----------------------------------------------------------------*00135100
       1740-99-FIM.                          EXIT.                      00135200
      *----------------------------------------------------------------*00135300
                                                                        00135400
      ******************************************************************00135500
      *   C A R R E G A R   O   P A G O   N O   F O L H I S T          *00135600
      ******************************************************************00135700
                                                                        00135800
      *----------------------------------------------------------------*00135900
       1800-CARREGAR-PAGOS                   SECTION.                   00136000
      *----------------------------------------------------------------*00136100
                                                                        00136200
            OPEN INPUT FOLHIST.                                         00136300
            IF WRK-FS-FOLHIST EQUAL '35'                                00136400
               MOVE '10'           TO WRK-FS-FOLHIST                    00136500
               GO              TO 1800-99-FIM                           00136600
            END-IF.                                                     00136700
            PERFORM 1100-TESTAR-STATUS.                                 00136800
                                                                        00136900
            PERFORM 1810-LER-FOLHIST.                                   00137000
                                                                        00137100
            PERFORM 1820-ACUMULAR-PAGO                                  00137200
                    UNTIL WRK-FS-FOLHIST EQUAL '10'.                    00137300
                                                                        00137400
            CLOSE FOLHIST.                                              00137500
                                                                        00137600
      *----------------------------------------------------------------*00137700
       1800-99-FIM.                          EXIT.                      00137800
      *----------------------------------------------------------------*00137900
                                                                        00138000
      *----------------------------------------------------------------*00138100
       1810-LER-FOLHIST                      SECTION.                   00138200
      *----------------------------------------------------------------*00138300
            READ FOLHIST                                                00138400
                                                                        00138500
               IF WRK-FS-FOLHIST  EQUAL '10'                            00138600
                  GO              TO 1810-99-FIM                        00138700
               END-IF.                                                  00138800
                                                                        00138900
               PERFORM 1100-TESTAR-STATUS.                              00139000
                                                                        00139100
               ADD 1              TO ACUM-HIST-LIDOS.                   00139200
      *----------------------------------------------------------------*00139300
       1810-99-FIM.                          EXIT.                      00139400
      *----------------------------------------------------------------*00139500
                                                                        00139600
      *----------------------------------------------------------------*00139700
       1820-ACUMULAR-PAGO                    SECTION.                   00139800
      *----------------------------------------------------------------*00139900
                                                                        00140000
      *     A BASE JA PAGA NO MES E A DA FOLHA MENSAL MAIS AS          *00140100
      *     COMPLEMENTARES ANTERIORES; 13o E FERIAS TEM BASE PROPRIA   *00140200
            IF WRK-TAB-ITM-QTDE EQUAL ZEROS                             00140300
             OR (FD-FHI-ORIGEM NOT EQUAL 'FR05DB12'                     00140400
                 AND FD-FHI-ORIGEM NOT EQUAL 'FR05DB70')                00140500
               PERFORM 1810-LER-FOLHIST                                 00140600
               GO                  TO 1820-99-FIM                       00140700
            END-IF.                                                     00140800
                                                                        00140900
            MOVE 'N'                   TO WRK-ITM-ACHOU.                00141000
            SET WRK-IDX-ITM            TO 1.                            00141100
            SEARCH WRK-TAB-ITM                                          00141200
              AT END                                                    00141300
                 CONTINUE                                               00141400
              WHEN WRK-IDX-ITM GREATER WRK-TAB-ITM-QTDE                 00141500
                 CONTINUE                                               00141600
              WHEN WRK-TAB-ITM-ID (WRK-IDX-ITM) EQUAL FD-FHI-ID         00141700
               AND WRK-TAB-ITM-COMP (WRK-IDX-ITM)                       00141800
                   EQUAL FD-FHI-COMPETENCIA                             00141900
                 MOVE 'S'              TO WRK-ITM-ACHOU                 00142000
            END-SEARCH.                                                 00142100
                                                                        00142200
            IF WRK-ITM-ACHOU-SIM                                        00142300
               ADD FD-FHI-BRUTO        TO WRK-TAB-ITM-PAGO-BRUTO        00142400
                                          (WRK-IDX-ITM)                 00142500
               ADD FD-FHI-INSS         TO WRK-TAB-ITM-PAGO-INSS         00142600
                                          (WRK-IDX-ITM)                 00142700
               ADD FD-FHI-IRRF         TO WRK-TAB-ITM-PAGO-IRRF         00142800
                                          (WRK-IDX-ITM)                 00142900
               IF FD-FHI-ORIGEM EQUAL 'FR05DB12'                        00143000
                  MOVE 'S'             TO WRK-TAB-ITM-MENSAL            00143100
                                          (WRK-IDX-ITM)                 00143200
               END-IF                                                   00143300
            END-IF.                                                     00143400
                                                                        00143500
            PERFORM 1810-LER-FOLHIST.                                   00143600
                                                                        00143700
      *----------------------------------------------------------------*00143800
       1820-99-FIM.                          EXIT.                      00143900
      *----------------------------------------------------------------*00144000
                                                                        00144100
      ******************************************************************00144200
      *   I N C L U I R   I T E M   ( E M P R E G A D O + M E S )      *00144300
      ******************************************************************00144400
                                                                        00144500
      *----------------------------------------------------------------*00144600
       1900-INCLUIR-ITEM                     SECTION.                   00144700
      *----------------------------------------------------------------*00144800
                                                                        00144900
      *     DIFERENCAS DO MESMO EMPREGADO NO MESMO MES SAO SOMADAS     *00145000
            MOVE 'N'                   TO WRK-ITM-ACHOU.                00145100
            IF WRK-TAB-ITM-QTDE GREATER ZEROS                           00145200
               SET WRK-IDX-ITM         TO 1                             00145300
               SEARCH WRK-TAB-ITM                                       00145400
                 AT END                                                 00145500
                    CONTINUE                                            00145600
                 WHEN WRK-IDX-ITM GREATER WRK-TAB-ITM-QTDE              00145700
                    CONTINUE                                            00145800
                 WHEN WRK-TAB-ITM-ID (WRK-IDX-ITM) EQUAL WRK-ITEM-ID    00145900
                  AND WRK-TAB-ITM-COMP (WRK-IDX-ITM)                    00146000
                      EQUAL WRK-ITEM-COMP                               00146100
                    MOVE 'S'           TO WRK-ITM-ACHOU                 00146200
               END-SEARCH                                               00146300
            END-IF.                                                     00146400
                                                                        00146500
            IF WRK-ITM-ACHOU-SIM                                        00146600
               ADD WRK-VALOR-ITEM      TO WRK-TAB-ITM-DIFERENCA         00146700
                                          (WRK-IDX-ITM)                 00146800
               GO                  TO 1900-99-FIM                       00146900
            END-IF.                                                     00147000
                                                                        00147100
            IF WRK-TAB-ITM-QTDE GREATER OR EQUAL 500                    00147200
               MOVE 'FR05DB70'         TO WRK-PROGRAMA                  00147300
               MOVE '1900  '           TO WRK-SECAO                     00147400
               MOVE 'TABELA DE DIFERENCAS CHEIA' TO WRK-MENSAGEM        00147500
               MOVE SPACES             TO WRK-STATUS                    00147600
               PERFORM 9999-TRATAR-ERROS                                00147700
            END-IF.                                                     00147800
                                                                        00147900
            ADD 1                      TO WRK-TAB-ITM-QTDE.             00148000
            SET WRK-IDX-ITM            TO WRK-TAB-ITM-QTDE.             00148100
            MOVE WRK-ITEM-ID           TO WRK-TAB-ITM-ID (WRK-IDX-ITM). 00148200
            MOVE WRK-ITEM-COMP         TO WRK-TAB-ITM-COMP              00148300
                                          (WRK-IDX-ITM).                00148400
            MOVE WRK-ITEM-FONTE        TO WRK-TAB-ITM-FONTE             00148500
                                          (WRK-IDX-ITM).                00148600
            MOVE WRK-ITEM-MOTIVO       TO WRK-TAB-ITM-MOTIVO            00148700
                                          (WRK-IDX-ITM).                00148800
            MOVE WRK-VALOR-ITEM        TO WRK-TAB-ITM-DIFERENCA         00148900
                                          (WRK-IDX-ITM).                00149000
            MOVE ZEROS                 TO WRK-TAB-ITM-PAGO-BRUTO        00149100
                                          (WRK-IDX-ITM)                 00149200
                                          WRK-TAB-ITM-PAGO-INSS         00149300
                                          (WRK-IDX-ITM)                 00149400
                                          WRK-TAB-ITM-PAGO-IRRF         00149500
                                          (WRK-IDX-ITM).                00149600
            MOVE 'N'                   TO WRK-TAB-ITM-MENSAL            00149700
                                          (WRK-IDX-ITM).                00149800
                                                                        00149900
      *----------------------------------------------------------------*00150000
       1900-99-FIM.                          EXIT.                      00150100
      *----------------------------------------------------------------*00150200
                                                                        00150300
      ******************************************************************00150400
      *                    P R O C E S S A R                           *00150500
      ******************************************************************00150600
                                                                        00150700
      *----------------------------------------------------------------*00150800
       2000-PROCESSAR                        SECTION.                   00150900
      *----------------------------------------------------------------*00151000
                                                                        00151100
            IF WRK-TAB-ITM-QTDE GREATER ZEROS                           00151200
               PERFORM 2100-TRATAR-ITEM                                 00151300
                       VARYING WRK-IND-ITM FROM 1 BY 1                  00151400
                       UNTIL WRK-IND-ITM GREATER WRK-TAB-ITM-QTDE       00151500
            END-IF.                                                     00151600
                                                                        00151700
      *----------------------------------------------------------------*00151800
       2000-99-FIM.                          EXIT.                      00151900
      *----------------------------------------------------------------*00152000
                                                                        00152100
      *----------------------------------------------------------------*00152200
       2100-TRATAR-ITEM                      SECTION.                   00152300
      *----------------------------------------------------------------*00152400
                                                                        00152500
            SET WRK-IDX-ITM            TO WRK-IND-ITM.                  00152600
            MOVE SPACES                TO DB2-NOME.                     00152700
                                                                        00152800
            IF WRK-TAB-ITM-COMP (WRK-IDX-ITM) GREATER WRK-COMPETENCIA   00152900
               MOVE 'COMPETENCIA APOS A DO PAGAMENTO'                   00153000
                                       TO WRK-MOTIVO-RECUSA             00153100
               PERFORM 2800-GRAVAR-RECUSA                               00153200
               GO                  TO 2100-99-FIM                       00153300
            END-IF.                                                     00153400
                                                                        00153500
            IF WRK-TAB-ITM-DIFERENCA (WRK-IDX-ITM) EQUAL ZEROS          00153600
               MOVE 'DIFERENCA ZERADA'  TO WRK-MOTIVO-RECUSA            00153700
               PERFORM 2800-GRAVAR-RECUSA                               00153800
               GO                  TO 2100-99-FIM                       00153900
            END-IF.                                                     00154000
                                                                        00154100
      *     REDUCAO DE SALARIO NAO E DESCONTADA AUTOMATICAMENTE        *00154200
            IF WRK-TAB-ITM-DIFERENCA (WRK-IDX-ITM) LESS ZEROS           00154300
               MOVE 'REDUCAO - ACERTO MANUAL'                           00154400
                                       TO WRK-MOTIVO-RECUSA             00154500
               PERFORM 2800-GRAVAR-RECUSA                               00154600
               GO                  TO 2100-99-FIM                       00154700
            END-IF.                                                     00154800
                                                                        00154900
      *     SO HA DIFERENCA SOBRE UMA FOLHA MENSAL PAGA NO MES         *00155000
            IF WRK-TAB-ITM-MENSAL (WRK-IDX-ITM) NOT EQUAL 'S'           00155100
               MOVE 'SEM FOLHA MENSAL NO FOLHIST'                       00155200
                                       TO WRK-MOTIVO-RECUSA             00155300
               PERFORM 2800-GRAVAR-RECUSA                               00155400
               GO                  TO 2100-99-FIM                       00155500
            END-IF.                                                     00155600
                                                                        00155700
            MOVE WRK-TAB-ITM-ID (WRK-IDX-ITM) TO DB2-ID.                00155800
                                                                        00155900
            EXEC SQL                                                    00156000
             SELECT NOME, ATIVO                                         00156100
               INTO :DB2-NOME, :DB2-ATIVO                               00156200
               FROM FOUR001.FUNC2                                       00156300
              WHERE ID = :DB2-ID                                        00156400
            END-EXEC.                                                   00156500
                                                                        00156600
            IF SQLCODE EQUAL +100                                       00156700
               MOVE SPACES             TO DB2-NOME                      00156800
               MOVE 'ID NAO ENCONTRADO NA FUNC2'                        00156900
                                       TO WRK-MOTIVO-RECUSA             00157000
               PERFORM 2800-GRAVAR-RECUSA                               00157100
               GO                  TO 2100-99-FIM                       00157200
            END-IF.                                                     00157300
                                                                        00157400
            IF SQLCODE NOT EQUAL ZEROS                                  00157500
               MOVE SQLCODE            TO WRK-SQLCODE                   00157600
               MOVE 'FR05DB70'         TO WRK-PROGRAMA                  00157700
               MOVE '2100  '           TO WRK-SECAO                     00157800
               MOVE 'ERRO NO SELECT DA FUNC2' TO WRK-MENSAGEM           00157900
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00158000
               PERFORM 9999-TRATAR-ERROS                                00158100
            END-IF.                                                     00158200
                                                                        00158300
            PERFORM 2200-RECALCULAR-DESCONTOS.                          00158400
            PERFORM 2300-GERAR-CREDITO.                                 00158500
            PERFORM 2400-GRAVAR-FOLHIST.                                00158600
            PERFORM 2500-GRAVAR-DETALHE.                                00158700
                                                                        00158800
      *----------------------------------------------------------------*00158900
       2100-99-FIM.                          EXIT.                      00159000
      *----------------------------------------------------------------*00159100
                                                                        00159200
      ******************************************************************00159300
      *     R E C A L C U L A R   D E S C O N T O S   D O   M E S      *00159400
      ******************************************************************00159500
                                                                        00159600
      *----------------------------------------------------------------*00159700
       2200-RECALCULAR-DESCONTOS             SECTION.                   00159800
      *----------------------------------------------------------------*00159900
                                                                        00160000
      *     BASE SOMADA = BRUTO JA PAGO NO MES + DIFERENCA; AS FAIXAS  *00160100
      *     SAO AS MESMAS DA FOLHA MENSAL (FR05DB12)                   *00160200
            MOVE WRK-TAB-ITM-DIFERENCA (WRK-IDX-ITM) TO WRK-DIF-BRUTO.  00160300
            COMPUTE WRK-BRUTO-TOTAL =                                   00160400
                    WRK-TAB-ITM-PAGO-BRUTO (WRK-IDX-ITM)                00160500
                  + WRK-DIF-BRUTO.                                      00160600
                                                                        00160700
            SET WRK-IDX-INS            TO 1.                            00160800
            SEARCH WRK-TAB-INS                                          00160900
              AT END                                                    00161000
                 SET WRK-IDX-INS       TO WRK-TAB-INS-QTDE              00161100
              WHEN WRK-IDX-INS GREATER WRK-TAB-INS-QTDE                 00161200
                 SET WRK-IDX-INS       TO WRK-TAB-INS-QTDE              00161300
              WHEN WRK-BRUTO-TOTAL NOT GREATER                          00161400
                   WRK-TAB-INS-LIMITE (WRK-IDX-INS)                     00161500
                 CONTINUE                                               00161600
            END-SEARCH.                                                 00161700
                                                                        00161800
            COMPUTE WRK-INSS-TOTAL ROUNDED =                            00161900
                    WRK-BRUTO-TOTAL                                     00162000
                  * WRK-TAB-INS-ALIQUOTA (WRK-IDX-INS) / 100            00162100
                  - WRK-TAB-INS-PARCELA (WRK-IDX-INS).                  00162200
                                                                        00162300
            PERFORM 2230-CONTAR-DEPENDENTES.                            00162400
                                                                        00162500
      *    A BASE DO IRRF ABATE A DEDUCAO LEGAL POR DEPENDENTE         *00162600
            COMPUTE WRK-BASE-IRRF =                                     00162700
                    WRK-BRUTO-TOTAL - WRK-INSS-TOTAL                    00162800
                  - WRK-DED-DEPENDENTES.                                00162900
            IF WRK-BASE-IRRF LESS ZEROS                                 00163000
               MOVE ZEROS              TO WRK-BASE-IRRF                 00163100
            END-IF.                                                     00163200
                                                                        00163300
            SET WRK-IDX-IRF            TO 1.                            00163400
            SEARCH WRK-TAB-IRF                                          00163500
              AT END                                                    00163600
                 SET WRK-IDX-IRF       TO WRK-TAB-IRF-QTDE              00163700
              WHEN WRK-IDX-IRF GREATER WRK-TAB-IRF-QTDE                 00163800
                 SET WRK-IDX-IRF       TO WRK-TAB-IRF-QTDE              00163900
              WHEN WRK-BASE-IRRF NOT GREATER                            00164000
                   WRK-TAB-IRF-LIMITE (WRK-IDX-IRF)                     00164100
                 CONTINUE                                               00164200
            END-SEARCH.                                                 00164300
                                                                        00164400
            COMPUTE WRK-IRRF-TOTAL ROUNDED =                            00164500
                    WRK-BASE-IRRF                                       00164600
                  * WRK-TAB-IRF-ALIQUOTA (WRK-IDX-IRF) / 100            00164700
                  - WRK-TAB-IRF-PARCELA (WRK-IDX-IRF).                  00164800
                                                                        00164900
      *     DESCONTA SO O QUE FALTOU RETER SOBRE A BASE SOMADA         *00165000
            COMPUTE WRK-VALOR-AUX =                                     00165100
                    WRK-INSS-TOTAL                                      00165200
                  - WRK-TAB-ITM-PAGO-INSS (WRK-IDX-ITM).                00165300
            IF WRK-VALOR-AUX LESS ZEROS                                 00165400
               MOVE ZEROS              TO WRK-VALOR-AUX                 00165500
            END-IF.                                                     00165600
            MOVE WRK-VALOR-AUX         TO WRK-DIF-INSS.                 00165700
                                                                        00165800
            COMPUTE WRK-VALOR-AUX =                                     00165900
                    WRK-IRRF-TOTAL                                      00166000
                  - WRK-TAB-ITM-PAGO-IRRF (WRK-IDX-ITM).                00166100
            IF WRK-VALOR-AUX LESS ZEROS                                 00166200
               MOVE ZEROS              TO WRK-VALOR-AUX                 00166300
            END-IF.                                                     00166400
            MOVE WRK-VALOR-AUX         TO WRK-DIF-IRRF.                 00166500
                                                                        00166600
            COMPUTE WRK-LIQUIDO-CPL =                                   00166700
                    WRK-DIF-BRUTO                                       00166800
                  - WRK-DIF-INSS                                        00166900
                  - WRK-DIF-IRRF.                                       00167000
                                                                        00167100
      *----------------------------------------------------------------*00167200
       2200-99-FIM.                          EXIT.                      00167300
      *----------------------------------------------------------------*00167400
                                                                        00167500
      *----------------------------------------------------------------*00167600
       2230-CONTAR-DEPENDENTES               SECTION.                   00167700
      *----------------------------------------------------------------*00167800
                                                                        00167900
            MOVE ZEROS                 TO WRK-QTD-DEPENDENTES           00168000
                                          WRK-DED-DEPENDENTES.          00168100
            IF WRK-TAB-DEP-QTDE-TAB EQUAL ZEROS                         00168200
               GO                  TO 2230-99-FIM                       00168300
            END-IF.                                                     00168400
                                                                        00168500
            SET WRK-IDX-DEP            TO 1.                            00168600
            SEARCH WRK-TAB-DEP                                          00168700
              AT END                                                    00168800
                 CONTINUE                                               00168900
              WHEN WRK-IDX-DEP GREATER WRK-TAB-DEP-QTDE-TAB             00169000
                 CONTINUE                                               00169100
              WHEN WRK-TAB-DEP-ID (WRK-IDX-DEP)                         00169200
                   EQUAL WRK-TAB-ITM-ID (WRK-IDX-ITM)                   00169300
                 MOVE WRK-TAB-DEP-QTDE (WRK-IDX-DEP)                    00169400
                                       TO WRK-QTD-DEPENDENTES           00169500
            END-SEARCH.                                                 00169600
                                                                        00169700
            COMPUTE WRK-DED-DEPENDENTES =                               00169800
                    WRK-QTD-DEPENDENTES * WRK-PARM-DED-DEP.             00169900
                                                                        00170000
      *----------------------------------------------------------------*00170100
       2230-99-FIM.                          EXIT.                      00170200
      *----------------------------------------------------------------*00170300
                                                                        00170400
      ******************************************************************00170500
      *   G E R A R   C R E D I T O   D A   C O M P L E M E N T A R    *00170600
      ******************************************************************00170700
                                                                        00170800
      *----------------------------------------------------------------*00170900
       2300-GERAR-CREDITO                    SECTION.                   00171000
      *----------------------------------------------------------------*00171100
                                                                        00171200
            MOVE SPACES                TO WRK-SITUACAO-CREDITO.         00171300
            IF WRK-LIQUIDO-CPL NOT GREATER ZEROS                        00171400
               MOVE 'SEM LIQUIDO'      TO WRK-SITUACAO-CREDITO          00171500
               GO                  TO 2300-99-FIM                       00171600
            END-IF.                                                     00171700
                                                                        00171800
            MOVE 'N'                   TO WRK-BAN-ACHOU.                00171900
            IF WRK-TAB-BAN-QTDE GREATER ZEROS                           00172000
               SET WRK-IDX-BAN         TO 1                             00172100
               SEARCH WRK-TAB-BAN                                       00172200
                 AT END                                                 00172300
                    CONTINUE                                            00172400
                 WHEN WRK-IDX-BAN GREATER WRK-TAB-BAN-QTDE              00172500
                    CONTINUE                                            00172600
                 WHEN WRK-TAB-BAN-ID (WRK-IDX-BAN)                      00172700
                      EQUAL WRK-TAB-ITM-ID (WRK-IDX-ITM)                00172800
                    MOVE 'S'           TO WRK-BAN-ACHOU                 00172900
               END-SEARCH                                               00173000
            END-IF.                                                     00173100
                                                                        00173200
            IF WRK-BAN-ACHOU-NAO                                        00173300
               ADD 1                   TO ACUM-SEM-DADOS-BANC           00173400
               MOVE 'SEM DADOS BANC'   TO WRK-SITUACAO-CREDITO          00173500
               MOVE 'A'                TO WRK-SEVERIDADE                00173600
               MOVE 'FR05DB70'         TO WRK-PROGRAMA                  00173700
               MOVE '2300  '           TO WRK-SECAO                     00173800
               MOVE 'EMPREGADO SEM DADOS BANCARIOS'                     00173900
                                       TO WRK-MENSAGEM                  00174000
               MOVE WRK-TAB-ITM-ID (WRK-IDX-ITM) TO WRK-STATUS          00174100
               CALL 'GRAVALOG'         USING WRK-LOG                    00174200
               GO                  TO 2300-99-FIM                       00174300
            END-IF.                                                     00174400
                                                                        00174500
      *     CONTA EM OUTRO BANCO SEGUE NO PROCESSO MANUAL DE           *00174600
      *     TRANSFERENCIA: FICA FORA DO SALMOV E E APONTADA NO LOG     *00174700
            IF WRK-TAB-BAN-BANCO (WRK-IDX-BAN) NOT EQUAL '001'          00174800
               ADD 1                   TO ACUM-CONTAS-EXTERNAS          00174900
               MOVE 'CONTA EXTERNA'    TO WRK-SITUACAO-CREDITO          00175000
               MOVE 'A'                TO WRK-SEVERIDADE                00175100
               MOVE 'FR05DB70'         TO WRK-PROGRAMA                  00175200
               MOVE '2300  '           TO WRK-SECAO                     00175300
               MOVE 'CONTA EXTERNA - CREDITO MANUAL'                    00175400
                                       TO WRK-MENSAGEM                  00175500
               MOVE WRK-TAB-BAN-ID (WRK-IDX-BAN) TO WRK-STATUS          00175600
               CALL 'GRAVALOG'         USING WRK-LOG                    00175700
               GO                  TO 2300-99-FIM                       00175800
            END-IF.                                                     00175900
                                                                        00176000
            MOVE SPACES                TO FD-MOV2505.                   00176100
            MOVE WRK-TAB-BAN-AGENCIA (WRK-IDX-BAN)                      00176200
                                       TO FD-MOV2505-AGENCIA.           00176300
            MOVE WRK-TAB-BAN-CONTA (WRK-IDX-BAN)                        00176400
                                       TO FD-MOV2505-CONTA.             00176500
            MOVE SPACES                TO FD-MOV2505-MOVIMENTO.         00176600
            STRING 'FOLHA COMPLEMENTAR '      DELIMITED BY SIZE         00176700
                   WRK-TAB-ITM-COMP (WRK-IDX-ITM) DELIMITED BY SIZE     00176800
                   INTO FD-MOV2505-MOVIMENTO.                           00176900
            MOVE WRK-LIQUIDO-CPL       TO FD-MOV2505-VALOR.             00177000
            MOVE 'C'                   TO FD-MOV2505-TIPO.              00177100
            WRITE FD-MOV2505.                                           00177200
            PERFORM 1100-TESTAR-STATUS.                                 00177300
                                                                        00177400
            MOVE 'CREDITO SALMOV'      TO WRK-SITUACAO-CREDITO.         00177500
            ADD 1                      TO ACUM-CREDITOS-GERADOS.        00177600
            ADD WRK-LIQUIDO-CPL        TO ACUM-HASH-SALMOV.             00177700
                                                                        00177800
      *----------------------------------------------------------------*00177900
       2300-99-FIM.                          EXIT.                      00178000
      *----------------------------------------------------------------*00178100
                                                                        00178200
      *----------------------------------------------------------------*00178300
       2400-GRAVAR-FOLHIST                   SECTION.                   00178400
      *----------------------------------------------------------------*00178500
                                                                        00178600
      *     A DIFERENCA ENTRA NO HISTORICO NA COMPETENCIA CORRIGIDA,   *00178700
      *     COM ORIGEM PROPRIA                                         *00178800
            MOVE SPACES                TO FD-FOLHIST.                   00178900
            MOVE WRK-TAB-ITM-ID (WRK-IDX-ITM)   TO FD-FHI-ID.           00179000
            MOVE WRK-TAB-ITM-COMP (WRK-IDX-ITM) TO FD-FHI-COMPETENCIA.  00179100
            MOVE 'FR05DB70'            TO FD-FHI-ORIGEM.                00179200
            MOVE DB2-NOME              TO FD-FHI-NOME.                  00179300
            MOVE WRK-DIF-BRUTO         TO FD-FHI-BRUTO.                 00179400
            MOVE WRK-DIF-INSS          TO FD-FHI-INSS.                  00179500
            MOVE WRK-DIF-IRRF          TO FD-FHI-IRRF.                  00179600
            MOVE ZEROS                 TO FD-FHI-OUTROS-CRED            00179700
                                          FD-FHI-OUTROS-DEB             00179800
                                          FD-FHI-CONSIG.                00179900
            MOVE WRK-LIQUIDO-CPL       TO FD-FHI-LIQUIDO.               00180000
            WRITE FD-FOLHIST.                                           00180100
            PERFORM 1100-TESTAR-STATUS.                                 00180200
                                                                        00180300
            ADD 1                      TO ACUM-PAGOS.                   00180400
            ADD WRK-DIF-BRUTO          TO ACUM-TOT-DIFERENCA.           00180500
            ADD WRK-DIF-INSS           TO ACUM-TOT-INSS.                00180600
            ADD WRK-DIF-IRRF           TO ACUM-TOT-IRRF.                00180700
            ADD WRK-LIQUIDO-CPL        TO ACUM-TOT-LIQUIDO.             00180800
                                                                        00180900
      *----------------------------------------------------------------*00181000
       2400-99-FIM.                          EXIT.                      00181100
      *----------------------------------------------------------------*00181200
                                                                        00181300
      *----------------------------------------------------------------*00181400
       2500-GRAVAR-DETALHE                   SECTION.                   00181500
      *----------------------------------------------------------------*00181600
                                                                        00181700
            MOVE WRK-TAB-ITM-ID (WRK-IDX-ITM)     TO WRK-RD-ID.         00181800
            MOVE DB2-NOME                         TO WRK-RD-NOME.       00181900
            MOVE WRK-TAB-ITM-COMP (WRK-IDX-ITM)   TO WRK-RD-COMPETENCIA.00182000
            MOVE WRK-TAB-ITM-FONTE (WRK-IDX-ITM)  TO WRK-RD-FONTE.      00182100
            MOVE WRK-DIF-BRUTO         TO WRK-RD-DIFERENCA.             00182200
            MOVE WRK-DIF-INSS          TO WRK-RD-INSS.                  00182300
            MOVE WRK-DIF-IRRF          TO WRK-RD-IRRF.                  00182400
            MOVE WRK-LIQUIDO-CPL       TO WRK-RD-LIQUIDO.               00182500
            MOVE WRK-SITUACAO-CREDITO  TO WRK-RD-OBSERVACAO.            00182600
            WRITE FD-RELCPL            FROM WRK-RC-DETALHE.             00182700
            PERFORM 1100-TESTAR-STATUS.                                 00182800
                                                                        00182900
      *----------------------------------------------------------------*00183000
       2500-99-FIM.                          EXIT.                      00183100
      *----------------------------------------------------------------*00183200
                                                                        00183300
      *----------------------------------------------------------------*00183400
       2800-GRAVAR-RECUSA                    SECTION.                   00183500
      *----------------------------------------------------------------*00183600
                                                                        00183700
            MOVE WRK-TAB-ITM-ID (WRK-IDX-ITM)     TO WRK-RR-ID.         00183800
            MOVE DB2-NOME                         TO WRK-RR-NOME.       00183900
            MOVE WRK-TAB-ITM-COMP (WRK-IDX-ITM)   TO WRK-RR-COMPETENCIA.00184000
            MOVE WRK-TAB-ITM-FONTE (WRK-IDX-ITM)  TO WRK-RR-FONTE.      00184100
            MOVE WRK-TAB-ITM-DIFERENCA (WRK-IDX-ITM)                    00184200
                                                  TO WRK-RR-DIFERENCA.  00184300
            MOVE WRK-MOTIVO-RECUSA                TO WRK-RR-MOTIVO.     00184400
            WRITE FD-RELCPL            FROM WRK-RC-RECUSA.              00184500
            PERFORM 1100-TESTAR-STATUS.                                 00184600
                                                                        00184700
            ADD 1                      TO ACUM-RECUSADOS.               00184800
            MOVE 'A'                   TO WRK-SEVERIDADE.               00184900
            MOVE 'FR05DB70'            TO WRK-PROGRAMA.                 00185000
            MOVE '2800  '              TO WRK-SECAO.                    00185100
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM.                 00185200
            MOVE WRK-TAB-ITM-ID (WRK-IDX-ITM) TO WRK-STATUS.            00185300
            CALL 'GRAVALOG'            USING WRK-LOG.                   00185400
                                                                        00185500
      *----------------------------------------------------------------*00185600
       2800-99-FIM.                          EXIT.                      00185700
      *----------------------------------------------------------------*00185800
                                                                        00185900
      ******************************************************************00186000
      *                 F I N A L I Z A C A O                          *00186100
      ******************************************************************00186200
                                                                        00186300
      *----------------------------------------------------------------*00186400
       3000-FINALIZAR                        SECTION.                   00186500
      *----------------------------------------------------------------*00186600
                                                                        00186700
            MOVE SPACES               TO FD-MOV2505.                    00186800
            MOVE '9999'               TO FD-MOV2505-T-TIPO.             00186900
            MOVE ACUM-CREDITOS-GERADOS                                  00187000
                                      TO FD-MOV2505-T-QTD-REG.          00187100
            MOVE ACUM-HASH-SALMOV     TO FD-MOV2505-T-HASH.             00187200
            WRITE FD-MOV2505.                                           00187300
            PERFORM 1100-TESTAR-STATUS.                                 00187400
                                                                        00187500
            WRITE FD-RELCPL            FROM WRK-RC-SEPARA.              00187600
            MOVE 'DIFERENCAS PAGAS'    TO WRK-CT-ROTULO.                00187700
            MOVE ACUM-PAGOS            TO WRK-CT-VALOR.                 00187800
            PERFORM 3100-GRAVAR-TOTAL.                                  00187900
            MOVE 'DIFERENCAS RECUSADAS'  TO WRK-CT-ROTULO.              00188000
            MOVE ACUM-RECUSADOS        TO WRK-CT-VALOR.                 00188100
            PERFORM 3100-GRAVAR-TOTAL.                                  00188200
            MOVE 'TOTAL BRUTO'         TO WRK-CT-ROTULO.                00188300
            MOVE ACUM-TOT-DIFERENCA    TO WRK-CT-VALOR.                 00188400
            PERFORM 3100-GRAVAR-TOTAL.                                  00188500
            MOVE 'TOTAL INSS'          TO WRK-CT-ROTULO.                00188600
            MOVE ACUM-TOT-INSS         TO WRK-CT-VALOR.                 00188700
            PERFORM 3100-GRAVAR-TOTAL.                                  00188800
            MOVE 'TOTAL IRRF'          TO WRK-CT-ROTULO.                00188900
            MOVE ACUM-TOT-IRRF         TO WRK-CT-VALOR.                 00189000
            PERFORM 3100-GRAVAR-TOTAL.                                  00189100
            MOVE 'TOTAL LIQUIDO'       TO WRK-CT-ROTULO.                00189200
            MOVE ACUM-TOT-LIQUIDO      TO WRK-CT-VALOR.                 00189300
            PERFORM 3100-GRAVAR-TOTAL.                                  00189400
            MOVE 'CREDITADO NO SALMOV' TO WRK-CT-ROTULO.                00189500
            MOVE ACUM-HASH-SALMOV      TO WRK-CT-VALOR.                 00189600
            PERFORM 3100-GRAVAR-TOTAL.                                  00189700
            WRITE FD-RELCPL            FROM WRK-RC-SEPARA.              00189800
            PERFORM 1100-TESTAR-STATUS.                                 00189900
                                                                        00190000
            CLOSE SALMOV                                                00190100
                  RELCPL                                                00190200
                  FOLHIST.                                              00190300
                                                                        00190400
            DISPLAY '--------------------------------------'.           00190500
            DISPLAY 'COMPETENCIA......: ' WRK-COMPETENCIA.              00190600
            DISPLAY 'MODO.............: ' WRK-PARM-MODO.                00190700
            DISPLAY 'ULTIMA FECHADA...: ' WRK-ULTIMA-FECHADA.           00190800
            DISPLAY 'RUNCTL LIDOS.....: ' ACUM-RUN-LIDOS.               00190900
            DISPLAY 'LISTA LIDOS......: ' ACUM-LISTA-LIDOS.             00191000
            DISPLAY 'TRILHA LIDOS.....: ' ACUM-AUD-LIDOS.               00191100
            DISPLAY 'ALTERACOES SALAR.: ' ACUM-AUD-SALARIOS.            00191200
            DISPLAY 'SEM RETROATIVO...: ' ACUM-AUD-SEM-RETRO.           00191300
            DISPLAY 'ILEGIVEIS........: ' ACUM-AUD-INVALIDOS.           00191400
            DISPLAY 'FOLHIST LIDOS....: ' ACUM-HIST-LIDOS.              00191500
            DISPLAY 'DIFERENCAS.......: ' WRK-TAB-ITM-QTDE.             00191600
            DISPLAY 'PAGAS............: ' ACUM-PAGOS.                   00191700
            DISPLAY 'RECUSADAS........: ' ACUM-RECUSADOS.               00191800
            DISPLAY 'CREDITOS GERADOS.: ' ACUM-CREDITOS-GERADOS.        00191900
            DISPLAY 'SEM DADOS BANC...: ' ACUM-SEM-DADOS-BANC.          00192000
            DISPLAY 'CONTAS EXTERNAS..: ' ACUM-CONTAS-EXTERNAS.         00192100
            DISPLAY '--------------------------------------'.           00192200
                                                                        00192300
            MOVE 'A'                   TO WRK-SEVERIDADE.               00192400
            MOVE 'FR05DB70'            TO WRK-PROGRAMA.                 00192500
            MOVE '3000  '              TO WRK-SECAO.                    00192600
            MOVE 'FOLHA COMPLEMENTAR PROCESSADA' TO WRK-MENSAGEM.       00192700
            MOVE WRK-COMPETENCIA       TO WRK-STATUS.                   00192800
            CALL 'GRAVALOG'            USING WRK-LOG.                   00192900
                                                                        00193000
            MOVE 'F'                   TO WRK-RUN-FUNCAO.               00193100
            MOVE WRK-TAB-ITM-QTDE      TO WRK-RUN-LIDOS.                00193200
            MOVE ACUM-PAGOS            TO WRK-RUN-GRAVADOS.             00193300
            MOVE ZEROS                 TO WRK-RUN-RC.                   00193400
            IF ACUM-RECUSADOS GREATER ZEROS                             00193500
             OR ACUM-AUD-INVALIDOS GREATER ZEROS                        00193600
               MOVE 04                 TO WRK-RUN-RC                    00193700
            END-IF.                                                     00193900
            CALL 'GRAVARUN'            USING WRK-RUNCTL.                00194000
                                                                        00000000
            MOVE WRK-RUN-RC            TO RETURN-CODE.                  00000000
                                                                        00194100
      *----------------------------------------------------------------*00194200
       3000-99-FIM.                          EXIT.                      00194300
      *----------------------------------------------------------------*00194400
                                                                        00194500
      *----------------------------------------------------------------*00194600
       3100-GRAVAR-TOTAL                     SECTION.                   00194700
      *----------------------------------------------------------------*00194800
                                                                        00194900
            WRITE FD-RELCPL            FROM WRK-LINCTL.                 00195000
            PERFORM 1100-TESTAR-STATUS.                                 00195100
                                                                        00195200
      *----------------------------------------------------------------*00195300
       3100-99-FIM.                          EXIT.                      00195400
      *----------------------------------------------------------------*00195500
                                                                        00195600
      ******************************************************************00195700
      *                 T R A T A R   E R R O S                        *00195800
      ******************************************************************00195900
                                                                        00196000
      *----------------------------------------------------------------*00196100
       9990-ERRO-ARQUIVO                     SECTION.                   00196200
      *----------------------------------------------------------------*00196300
                                                                        00196400
           MOVE 'FR05DB70'      TO WRK-PROGRAMA.                        00196500
           MOVE '1100  '        TO WRK-SECAO.                           00196600
           PERFORM 9999-TRATAR-ERROS.                                   00196700
                                                                        00196800
      *----------------------------------------------------------------*00196900
       9990-99-FIM.                           EXIT.                     00197000
      *----------------------------------------------------------------*00197100
                                                                        00197200
      *----------------------------------------------------------------*00197300
       9999-TRATAR-ERROS                     SECTION.                   00197400
      *----------------------------------------------------------------*00197500
                                                                        00197600
           MOVE 'F'             TO WRK-SEVERIDADE.                      00197700
           CALL 'GRAVALOG'      USING WRK-LOG.                          00197800
           MOVE 16              TO RETURN-CODE.                         00197900
           GOBACK.                                                      00198000
                                                                        00198100
      *----------------------------------------------------------------*00198200
       9999-99-FIM.                           EXIT.                     00198300
      *----------------------------------------------------------------*00198400
