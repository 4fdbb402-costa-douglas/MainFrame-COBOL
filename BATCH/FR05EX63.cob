      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX63.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX63                                       *00002000
      *    TIPO.......: CARTEIRA DE EMPRESTIMO PESSOAL                 *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : PROCESSAR, NA ROTINA NOTURNA, O CADASTRO DE      *00002800
      *               EMPRESTIMO PESSOAL (EMPCLI, BOOK B#EMPCLI),      *00002900
      *               REGRAVANDO-O NUMA NOVA GERACAO (EMPNOVO).        *00003000
      *               NOS DIAS UTEIS (LERDATAP), PARA CADA CONTRATO    *00003100
      *               ATIVO:                                           *00003200
      *               - LE AS REJEICOES DO CICLO (MOVREJ DO FR05EX03,  *00003300
      *                 CLASSIFICADO POR CONTA E CONTRATO) DOS DEBITOS *00003400
      *                 GERADOS AQUI E DA LIBERACAO DO FR05EX62:       *00003500
      *                 PARCELA DEVOLVIDA ENTRA EM ATRASO COM A MULTA; *00003600
      *                 COBRANCA DE ATRASO DEVOLVIDA VOLTA PARA O      *00003700
      *                 ATRASO; LIBERACAO DEVOLVIDA CANCELA O CONTRATO;*00003800
      *               - A COBRANCA DE ATRASO DO DIA ANTERIOR SEM       *00003900
      *                 DEVOLUCAO E DADA COMO RECEBIDA;                *00004000
      *               - CALCULA A MORA DO ATRASO, AO DIA, PELA TAXA    *00004100
      *                 % AO MES INFORMADA NO SYSIN;                   *00004200
      *               - GERA O DEBITO 'D' DE CADA PARCELA VENCIDA      *00004300
      *                 (JUROS SOBRE O SALDO DEVEDOR, TABELA PRICE) E  *00004400
      *                 O DEBITO DO ATRASO MAIS A MORA (NOVA TENTATIVA *00004500
      *                 DE COBRANCA), NO MOVEMP (LAYOUT MOV2505, COM   *00004600
      *                 HEADER/TRAILER), PROCESSADO COMO UM CICLO PELO *00004700
      *                 FR05EX03;                                      *00004800
      *               - QUITA O CONTRATO SEM PARCELA A GERAR E SEM     *00004900
      *                 ATRASO.                                        *00005000
      *               CONTRATO QUITADO OU CANCELADO FICA NO CADASTRO   *00005100
      *               ATE O FIM DO MES DA BAIXA. SAEM AINDA A POSICAO  *00005200
      *               DA CARTEIRA (RELEMP: SALDO DEVEDOR, ATRASO POR   *00005300
      *               FAIXA DE DIAS E VALOR DE QUITACAO DE CADA        *00005400
      *               CONTRATO) E AS PARTIDAS CONTABEIS DO DIA NO      *00005500
      *               GLEMP (LAYOUT GLMOV):                            *00005600
      *               - AMORTIZACAO: DEBITO 11010000 CAIXA / CREDITO   *00005700
      *                 13010000 EMPRESTIMOS A CLIENTES;               *00005800
      *               - JUROS DAS PARCELAS: DEBITO 11010000 / CREDITO  *00005900
      *                 41030000 RENDAS DE EMPRESTIMOS;                *00006000
      *               - PARCELA DEVOLVIDA: DEBITO 13020000 EMPRESTIMOS *00006100
      *                 EM ATRASO / CREDITO 11010000;                  *00006200
      *               - MORA E MULTA: DEBITO 13020000 / CREDITO        *00006300
      *                 41040000 RENDAS DE MORA;                       *00006400
      *               - ATRASO RECEBIDO: DEBITO 11010000 / CREDITO     *00006500
      *                 13020000;                                      *00006600
      *               - LIBERACAO DEVOLVIDA: DEBITO 11010000 / CREDITO *00006700
      *                 13010000.                                      *00006800
      *               NOS DIAS NAO UTEIS O CADASTRO SO E REGRAVADO E   *00006900
      *               LISTADO.                                         *00007000
      *----------------------------------------------------------------*00007100
      *    ARQUIVOS :                                                  *00007200
      *    DDNAME          I/O                                         *00007300
      *    JCLEMPAN         I    CADASTRO DE EMPRESTIMO PESSOAL        *00007400
      *    JCLREJEM         I    REJEICOES DO CICLO (MOVREJ ORDENADO)  *00007500
      *    JCLEMPNV         O    CADASTRO DE EMPRESTIMO REGRAVADO      *00007600
      *    JCLMOVEM         O    DEBITOS DAS PARCELAS (MOV2505)        *00007700
      *    JCLRELEM         O    POSICAO DA CARTEIRA DE EMPRESTIMO     *00007800
      *    JCLGLEMP         O    LANCAMENTOS DO EMPRESTIMO (GLMOV)     *00007900
      *----------------------------------------------------------------*00008000
      *    BOOKS    :    B#EMPCLI, B#MOVRJ, B#MOVREG, B#GLJRN,         *00008100
      *                  B#GRALOG, B#RUNCTL, B#DATPRC                  *00008200
      *----------------------------------------------------------------*00008300
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00008400
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00008500
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00008600
      *----------------------------------------------------------------*00008700
      *    PARAMETROS (VIA SYSIN):                                     *00008800
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00008900
      *      TAXA DE MORA % AO MES, 99V99 (BRANCOS = 0100)             *00009000
      *      MULTA % SOBRE A PARCELA DEVOLVIDA, 99V99 (BRANCOS = 0200) *00009100
      *----------------------------------------------------------------*00009200
      *    HISTORICO DE ALTERACOES:                                    *00009300
      *      DATA        RESP.    DESCRICAO                            *00009400
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00009500
      ******************************************************************00009600
      *================================================================*00009700
                                                                        00009800
      *================================================================*00009900
       ENVIRONMENT                                DIVISION.             00010000
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
             SELECT EMPANT    ASSIGN     TO JCLEMPAN                    00011500
                    FILE STATUS          IS WRK-FS-EMPANT.              00011600
                                                                        00011700
             SELECT REJEMP    ASSIGN     TO JCLREJEM                    00011800
                    FILE STATUS          IS WRK-FS-REJEMP.              00011900
                                                                        00012000
             SELECT EMPNOVO   ASSIGN     TO JCLEMPNV                    00012100
                    FILE STATUS          IS WRK-FS-EMPNOVO.             00012200
                                                                        00012300
             SELECT MOVEMP    ASSIGN     TO JCLMOVEM                    00012400
                    FILE STATUS          IS WRK-FS-MOVEMP.              00012500
                                                                        00012600
             SELECT RELEMP    ASSIGN     TO JCLRELEM                    00012700
                    FILE STATUS          IS WRK-FS-RELEMP.              00012800
                                                                        00012900
             SELECT GLEMP     ASSIGN     TO JCLGLEMP                    00013000
                    FILE STATUS          IS WRK-FS-GLEMP.               00013100
                                                                        00013200
      *================================================================*00013300
       DATA                                      DIVISION.              00013400
      *================================================================*00013500
                                                                        00013600
      *----------------------------------------------------------------*00013700
       FILE                                      SECTION.               00013800
      *----------------------------------------------------------------*00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
      *  INPUT - CADASTRO DE EMPRESTIMO (EMPCLI) - LRECL = 200.        *00014200
      *----------------------------------------------------------------*00014300
                                                                        00014400
       FD EMPANT                                                        00014500
           RECORDING MODE IS F                                          00014600
           BLOCK CONTAINS 0 RECORDS.                                    00014700
                                                                        00014800
           COPY 'B#EMPCLI'.                                             00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
      *  INPUT - REJEICOES DO CICLO (MOVREJ ORDENADO) - LRECL = 144.   *00015200
      *----------------------------------------------------------------*00015300
                                                                        00015400
       FD REJEMP                                                        00015500
           RECORDING MODE IS F                                          00015600
           BLOCK CONTAINS 0 RECORDS.                                    00015700
                                                                        00015800
           COPY 'B#MOVRJ'.                                              00015900
                                                                        00016000
      *----------------------------------------------------------------*00016100
      *  OUTPUT - CADASTRO REGRAVADO (EMPNOVO) - LRECL = 200.          *00016200
      *----------------------------------------------------------------*00016300
                                                                        00016400
       FD EMPNOVO                                                       00016500
           RECORDING MODE IS F                                          00016600
           BLOCK CONTAINS 0 RECORDS.                                    00016700
       01 FD-EMPNOVO        PIC X(200).                                 00016800
                                                                        00016900
      *----------------------------------------------------------------*00017000
      *  OUTPUT - DEBITOS DAS PARCELAS (MOVEMP) - LRECL = 106.         *00017100
      *----------------------------------------------------------------*00017200
                                                                        00017300
       FD MOVEMP                                                        00017400
           RECORDING MODE IS F                                          00017500
           BLOCK CONTAINS 0 RECORDS.                                    00017600
                                                                        00017700
           COPY 'B#MOVREG'.                                             00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
      *  OUTPUT - POSICAO DA CARTEIRA (RELEMP) - LRECL = 132.          *00018100
      *----------------------------------------------------------------*00018200
                                                                        00018300
       FD RELEMP                                                        00018400
           RECORDING MODE IS F                                          00018500
           BLOCK CONTAINS 0 RECORDS.                                    00018600
       01 FD-RELEMP         PIC X(132).                                 00018700
                                                                        00018800
      *----------------------------------------------------------------*00018900
      *  OUTPUT - LANCAMENTOS DO EMPRESTIMO (GLEMP) - LRECL = 060.     *00019000
      *----------------------------------------------------------------*00019100
                                                                        00019200
       FD GLEMP                                                         00019300
           RECORDING MODE IS F                                          00019400
           BLOCK CONTAINS 0 RECORDS.                                    00019500
                                                                        00019600
           COPY 'B#GLJRN'.                                              00019700
                                                                        00019800
      *----------------------------------------------------------------*00019900
       WORKING-STORAGE                            SECTION.              00020000
      *----------------------------------------------------------------*00020100
      *----------------------------------------------------------------*00020200
       01 FILLER                         PIC X(050)       VALUE         00020300
                   '*** INICIO DA WORKING FR05EX63 ***'.                00020400
      *----------------------------------------------------------------*00020500
                                                                        00020600
       77 WRK-FS-EMPANT                  PIC X(002) VALUE SPACES.       00020700
       77 WRK-FS-REJEMP                  PIC X(002) VALUE SPACES.       00020800
       77 WRK-FS-EMPNOVO                 PIC X(002) VALUE SPACES.       00020900
       77 WRK-FS-MOVEMP                  PIC X(002) VALUE SPACES.       00021000
       77 WRK-FS-RELEMP                  PIC X(002) VALUE SPACES.       00021100
       77 WRK-FS-GLEMP                   PIC X(002) VALUE SPACES.       00021200
                                                                        00021300
      *----------------------------------------------------------------*00021400
       01 FILLER                         PIC X(050)       VALUE         00021500
                     '*** AREA DA ACUMULADORES ***'.                    00021600
      *----------------------------------------------------------------*00021700
                                                                        00021800
       77 ACUM-LIDOS-EMPANT              PIC 9(007) VALUE ZEROS.        00021900
       77 ACUM-LIDOS-REJEMP              PIC 9(007) VALUE ZEROS.        00022000
       77 ACUM-REJ-APLICADAS             PIC 9(007) VALUE ZEROS.        00022100
       77 ACUM-REJ-ORFAS                 PIC 9(007) VALUE ZEROS.        00022200
       77 ACUM-GRAV-EMPNOVO              PIC 9(007) VALUE ZEROS.        00022300
       77 ACUM-EXPURGADOS                PIC 9(007) VALUE ZEROS.        00022400
       77 ACUM-ATIVOS                    PIC 9(007) VALUE ZEROS.        00022500
       77 ACUM-PARCELAS-GERADAS          PIC 9(007) VALUE ZEROS.        00022600
       77 ACUM-COBRANCAS-GERADAS         PIC 9(007) VALUE ZEROS.        00022700
       77 ACUM-QUITADOS                  PIC 9(007) VALUE ZEROS.        00022800
       77 ACUM-CANCELADOS                PIC 9(007) VALUE ZEROS.        00022900
       77 ACUM-SALDO-CARTEIRA            PIC 9(013)V99 VALUE ZEROS.     00023000
       77 ACUM-ATRASO-CARTEIRA           PIC 9(013)V99 VALUE ZEROS.     00023100
       77 ACUM-MORA-CARTEIRA             PIC 9(013)V99 VALUE ZEROS.     00023200
       77 ACUM-QUITACAO-CARTEIRA         PIC 9(013)V99 VALUE ZEROS.     00023300
       77 ACUM-AMORTIZACAO-DIA           PIC 9(013)V99 VALUE ZEROS.     00023400
       77 ACUM-JUROS-DIA                 PIC 9(013)V99 VALUE ZEROS.     00023500
       77 ACUM-DEVOLVIDO-DIA             PIC 9(013)V99 VALUE ZEROS.     00023600
       77 ACUM-MORA-DIA                  PIC 9(013)V99 VALUE ZEROS.     00023700
       77 ACUM-RECEBIDO-ATRASO           PIC 9(013)V99 VALUE ZEROS.     00023800
       77 ACUM-CANCELADO-DIA             PIC 9(013)V99 VALUE ZEROS.     00023900
       77 ACUM-GERADOS                   PIC 9(007) VALUE ZEROS.        00024000
       77 ACUM-HASH-GERADO               PIC 9(011)V99 VALUE ZEROS.     00024100
       77 ACUM-LANCAMENTOS               PIC 9(007) VALUE ZEROS.        00024200
       77 ACUM-SOMA-DEBITOS              PIC 9(015)V99 VALUE ZEROS.     00024300
                                                                        00024400
      *----------------------------------------------------------------*00024500
       01 FILLER                         PIC X(050)       VALUE         00024600
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00024700
      *----------------------------------------------------------------*00024800
                                                                        00024900
       77 WRK-PARM-TAXA-MORA             PIC 9(002)V99 VALUE ZEROS.     00025000
       77 WRK-PARM-MULTA                 PIC 9(002)V99 VALUE ZEROS.     00025100
       77 WRK-JUROS-PARCELA              PIC 9(009)V99 VALUE ZEROS.     00025200
       77 WRK-AMORTIZACAO                PIC 9(009)V99 VALUE ZEROS.     00025300
       77 WRK-VALOR-DEBITO               PIC 9(009)V99 VALUE ZEROS.     00025400
       77 WRK-VALOR-MORA                 PIC 9(009)V99 VALUE ZEROS.     00025500
       77 WRK-VALOR-ATRASO               PIC 9(009)V99 VALUE ZEROS.     00025600
       77 WRK-VALOR-QUITACAO             PIC 9(011)V99 VALUE ZEROS.     00025700
       77 WRK-JUROS-PRO-RATA             PIC 9(009)V99 VALUE ZEROS.     00025800
       77 WRK-DIAS                       PIC S9(008) VALUE ZEROS.       00025900
       77 WRK-DIAS-ATRASO                PIC 9(005) VALUE ZEROS.        00026000
       77 WRK-DATA-EXEC-N                PIC 9(008) VALUE ZEROS.        00026100
       77 WRK-DATA-AUX-N                 PIC 9(008) VALUE ZEROS.        00026200
       77 WRK-DATA-ATRASO                PIC X(008) VALUE SPACES.       00026300
       77 WRK-CONTA-CTB-DEB              PIC X(008) VALUE SPACES.       00026400
       77 WRK-CONTA-CTB-CRE              PIC X(008) VALUE SPACES.       00026500
       77 WRK-VALOR-LANC                 PIC 9(013)V99 VALUE ZEROS.     00026600
       77 WRK-HISTORICO-LANC             PIC X(025) VALUE SPACES.       00026700
       77 WRK-COB-DEVOLVIDA              PIC X(001) VALUE 'N'.          00026800
           88 WRK-COB-DEVOLVIDA-SIM                 VALUE 'S'.          00026900
       77 WRK-BAIXOU-HOJE                PIC X(001) VALUE 'N'.          00027000
           88 WRK-BAIXOU-HOJE-SIM                   VALUE 'S'.          00027100
       77 WRK-REJ-VALIDA                 PIC X(001) VALUE 'N'.          00027200
           88 WRK-REJ-VALIDA-SIM                    VALUE 'S'.          00027300
                                                                        00027400
      *----------------------------------------------------------------*00027500
      *    CHAVES DO BALANCE LINE CADASTRO X REJEICOES                 *00027600
      *----------------------------------------------------------------*00027700
                                                                        00027800
       77 WRK-CHAVE-ATUAL-EMP            PIC X(015) VALUE SPACES.       00027900
                                                                        00028000
       01 WRK-CHAVE-ATUAL-REJ.                                          00028100
          05 WRK-CHR-CONTA               PIC X(010).                    00028200
          05 WRK-CHR-CONTRATO            PIC 9(005).                    00028300
                                                                        00028400
       01 WRK-VALOR-REJ                  PIC X(010) VALUE ZEROS.        00028500
       01 WRK-VALOR-REJ-N REDEFINES WRK-VALOR-REJ                       00028600
                                         PIC 9(008)V99.                 00028700
                                                                        00028800
      *----------------------------------------------------------------*00028900
      *    DATA DO PROXIMO VENCIMENTO (MES SEGUINTE, MESMO DIA)        *00029000
      *----------------------------------------------------------------*00029100
                                                                        00029200
       01 WRK-DATA-VENCTO.                                              00029300
          05 WRK-DV-ANO                  PIC 9(004).                    00029400
          05 WRK-DV-MES                  PIC 9(002).                    00029500
          05 WRK-DV-DIA                  PIC 9(002).                    00029600
                                                                        00029700
      *----------------------------------------------------------------*00029800
      *    CONTAS CONTABEIS DO EMPRESTIMO                              *00029900
      *----------------------------------------------------------------*00030000
                                                                        00030100
       77 WRK-CONTA-CAIXA                PIC X(008) VALUE '11010000'.   00030200
       77 WRK-CONTA-EMPRESTIMO           PIC X(008) VALUE '13010000'.   00030300
       77 WRK-CONTA-EMP-ATRASO           PIC X(008) VALUE '13020000'.   00030400
       77 WRK-CONTA-RENDA-JUROS          PIC X(008) VALUE '41030000'.   00030500
       77 WRK-CONTA-RENDA-MORA           PIC X(008) VALUE '41040000'.   00030600
                                                                        00030700
      *----------------------------------------------------------------*00030800
      *    HISTORICO DOS DEBITOS NA CONTA (O FR05EX62 USA O MESMO      *00030900
      *    FORMATO NA LIBERACAO): TEXTO, CONTRATO E PARCELA/PRAZO.     *00031000
      *    E POR ELE QUE A REJEICAO VOLTA PARA O CONTRATO              *00031100
      *----------------------------------------------------------------*00031200
                                                                        00031300
       01 WRK-HISTORICO-EMP.                                            00031400
          05 WRK-HE-TEXTO                PIC X(015).                    00031500
          05 WRK-HE-CONTRATO             PIC 9(005).                    00031600
          05 WRK-HE-PARCELA.                                            00031700
             10 FILLER                   PIC X(001).                    00031800
             10 WRK-HE-PARC-NUMERO       PIC 9(003).                    00031900
             10 WRK-HE-PARC-BARRA        PIC X(001).                    00032000
             10 WRK-HE-PARC-PRAZO        PIC 9(003).                    00032100
          05 FILLER                      PIC X(002).                    00032200
                                                                        00032300
       01 WRK-HISTORICO-REJ.                                            00032400
          05 WRK-HR-TEXTO                PIC X(015).                    00032500
             88 WRK-HR-PARCELA-EMP           VALUE 'PARCELA EMPR   '.   00032600
             88 WRK-HR-ATRASO-EMP            VALUE 'ATRASO EMPR    '.   00032700
             88 WRK-HR-LIBERACAO-EMP         VALUE 'LIBERACAO EMPR '.   00032800
          05 WRK-HR-CONTRATO             PIC 9(005).                    00032900
          05 WRK-HR-CONTRATO-X REDEFINES WRK-HR-CONTRATO                00033000
                                         PIC X(005).                    00033100
          05 FILLER                      PIC X(010).                    00033200
                                                                        00033300
      *----------------------------------------------------------------*00033400
      *    LINHAS DA POSICAO DA CARTEIRA                               *00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
       01 WRK-CABEC1.                                                   00033800
          05 FILLER                      PIC X(050) VALUE               00033900
             'FR05EX63 - POSICAO DA CARTEIRA DE EMPRESTIMO      '.      00034000
          05 FILLER                      PIC X(007) VALUE ' DATA '.     00034100
          05 WRK-CB-DATA                 PIC X(008).                    00034200
          05 FILLER                      PIC X(067) VALUE SPACES.       00034300
                                                                        00034400
       01 WRK-CABEC2.                                                   00034500
          05 FILLER                      PIC X(044) VALUE               00034600
             'AG   CONTA  CONTR     PRINCIPAL PARCELA   VL'.            00034700
          05 FILLER                      PIC X(044) VALUE               00034800
             'R PARCELA SALDO DEVEDOR PROX.VCT     EM ATRA'.            00034900
          05 FILLER                      PIC X(044) VALUE               00035000
             'SO QTD  DIAS          MORA      QUITACAO S  '.            00035100
                                                                        00035200
       01 WRK-LINEMP.                                                   00035300
          05 WRK-LE-AGENCIA              PIC 9(004).                    00035400
          05 FILLER                      PIC X(001) VALUE SPACES.       00035500
          05 WRK-LE-CONTA                PIC 9(006).                    00035600
          05 FILLER                      PIC X(001) VALUE SPACES.       00035700
          05 WRK-LE-CONTRATO             PIC 9(005).                    00035800
          05 FILLER                      PIC X(001) VALUE SPACES.       00035900
          05 WRK-LE-PRINCIPAL            PIC ZZ.ZZZ.ZZ9,99.             00036000
          05 FILLER                      PIC X(001) VALUE SPACES.       00036100
          05 WRK-LE-PAGAS                PIC 9(003).                    00036200
          05 FILLER                      PIC X(001) VALUE '/'.          00036300
          05 WRK-LE-PRAZO                PIC 9(003).                    00036400
          05 FILLER                      PIC X(001) VALUE SPACES.       00036500
          05 WRK-LE-VALOR-PARCELA        PIC ZZ.ZZZ.ZZ9,99.             00036600
          05 FILLER                      PIC X(001) VALUE SPACES.       00036700
          05 WRK-LE-SALDO                PIC ZZ.ZZZ.ZZ9,99.             00036800
          05 FILLER                      PIC X(001) VALUE SPACES.       00036900
          05 WRK-LE-PROX-VENCTO          PIC X(008).                    00037000
          05 FILLER                      PIC X(001) VALUE SPACES.       00037100
          05 WRK-LE-ATRASO               PIC ZZ.ZZZ.ZZ9,99.             00037200
          05 FILLER                      PIC X(001) VALUE SPACES.       00037300
          05 WRK-LE-QTD-ATRASO           PIC ZZ9.                       00037400
          05 FILLER                      PIC X(001) VALUE SPACES.       00037500
          05 WRK-LE-DIAS-ATRASO          PIC ZZZZ9.                     00037600
          05 FILLER                      PIC X(001) VALUE SPACES.       00037700
          05 WRK-LE-MORA                 PIC ZZ.ZZZ.ZZ9,99.             00037800
          05 FILLER                      PIC X(001) VALUE SPACES.       00037900
          05 WRK-LE-QUITACAO             PIC ZZ.ZZZ.ZZ9,99.             00038000
          05 FILLER                      PIC X(001) VALUE SPACES.       00038100
          05 WRK-LE-STATUS               PIC X(001).                    00038200
          05 FILLER                      PIC X(002) VALUE SPACES.       00038300
                                                                        00038400
       01 WRK-TOTEMP.                                                   00038500
          05 WRK-TE-TEXTO                PIC X(030).                    00038600
          05 WRK-TE-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00038700
          05 FILLER                      PIC X(085) VALUE SPACES.       00038800
                                                                        00038900
       01 WRK-TOTQTD.                                                   00039000
          05 WRK-TQ-TEXTO                PIC X(030).                    00039100
          05 WRK-TQ-QTD                  PIC ZZZ.ZZZ.ZZ9.               00039200
          05 FILLER                      PIC X(091) VALUE SPACES.       00039300
                                                                        00039400
      *----------------------------------------------------------------*00039500
      *    FAIXAS DE ATRASO DA CARTEIRA (DIAS DESDE A DEVOLUCAO MAIS   *00039600
      *    ANTIGA AINDA NAO RECEBIDA); A FAIXA 1 E A CARTEIRA EM DIA   *00039700
      *----------------------------------------------------------------*00039800
                                                                        00039900
       01 WRK-TAB-FAIXAS-DEF.                                           00040000
          05 FILLER                      PIC X(025) VALUE               00040100
             '00000EM DIA              '.                               00040200
          05 FILLER                      PIC X(025) VALUE               00040300
             '00030DE 01 A 30 DIAS     '.                               00040400
          05 FILLER                      PIC X(025) VALUE               00040500
             '00060DE 31 A 60 DIAS     '.                               00040600
          05 FILLER                      PIC X(025) VALUE               00040700
             '00090DE 61 A 90 DIAS     '.                               00040800
          05 FILLER                      PIC X(025) VALUE               00040900
             '99999ACIMA DE 90 DIAS    '.                               00041000
                                                                        00041100
       01 WRK-TAB-FAIXAS REDEFINES WRK-TAB-FAIXAS-DEF.                  00041200
          05 WRK-TAB-FAIXA               OCCURS 005 TIMES               00041300
                                          INDEXED BY WRK-IDX-FX.        00041400
             10 WRK-FX-ATE               PIC 9(005).                    00041500
             10 WRK-FX-TEXTO             PIC X(020).                    00041600
                                                                        00041700
       01 WRK-TAB-FAIXAS-ACUM.                                          00041800
          05 WRK-TAB-FX-ACUM             OCCURS 005 TIMES               00041900
                                          INDEXED BY WRK-IDX-FA.        00042000
             10 WRK-FA-QTD               PIC 9(007).                    00042100
             10 WRK-FA-SALDO             PIC 9(013)V99.                 00042200
             10 WRK-FA-ATRASO            PIC 9(013)V99.                 00042300
                                                                        00042400
       01 WRK-LINFAIXA.                                                 00042500
          05 WRK-LF-TEXTO                PIC X(020).                    00042600
          05 FILLER                      PIC X(001) VALUE SPACES.       00042700
          05 WRK-LF-QTD                  PIC ZZZ.ZZ9.                   00042800
          05 FILLER                      PIC X(001) VALUE SPACES.       00042900
          05 WRK-LF-SALDO                PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00043000
          05 FILLER                      PIC X(001) VALUE SPACES.       00043100
          05 WRK-LF-ATRASO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00043200
          05 FILLER                      PIC X(068) VALUE SPACES.       00043300
                                                                        00043400
       01 WRK-CABFAIXA.                                                 00043500
          05 FILLER                      PIC X(050) VALUE               00043600
             'FAIXA DE ATRASO         QTDE     SALDO DEVEDOR    '.      00043700
          05 FILLER                      PIC X(020) VALUE               00043800
             '     EM ATRASO      '.                                    00043900
          05 FILLER                      PIC X(062) VALUE SPACES.       00044000
                                                                        00044100
      *----------------------------------------------------------------*00044200
       01 FILLER                         PIC X(050)       VALUE         00044300
                    '*** AREA DA BOOK GRAVALOG ***'.                    00044400
      *----------------------------------------------------------------*00044500
                                                                        00044600
                           COPY 'B#GRALOG'.                             00044700
                                                                        00044800
      ******************************************************************00044900
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00045000
      ******************************************************************00045100
                                                                        00045200
       COPY 'B#RUNCTL'.                                                 00045300
                                                                        00045400
       COPY 'B#DATPRC'.                                                 00045500
                                                                        00045600
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00045700
                                                                        00045800
      *----------------------------------------------------------------*00045900
       01 FILLER                         PIC X(050)       VALUE         00046000
                   '*** FIM DA WORKING FR05EX63 ***'.                   00046100
      *----------------------------------------------------------------*00046200
                                                                        00046300
      *================================================================*00046400
       PROCEDURE                                 DIVISION.              00046500
      *================================================================*00046600
                                                                        00046700
      ******************************************************************00046800
      *              P R O G R A M A  P R I N C I P A L                *00046900
      ******************************************************************00047000
                                                                        00047100
      *----------------------------------------------------------------*00047200
       0000-PRINCIPAL                            SECTION.               00047300
      *----------------------------------------------------------------*00047400
                                                                        00047500
            PERFORM 1000-INICIAR                                        00047600
                                                                        00047700
            PERFORM 2100-LER-EMPANT                                     00047800
            PERFORM 2200-LER-REJEMP                                     00047900
                                                                        00048000
            PERFORM 3000-PROCESSAR                                      00048100
                    UNTIL WRK-FS-EMPANT EQUAL '10'                      00048200
                                                                        00048300
            PERFORM 3050-DESCARTAR-REJEICAO                             00048400
                    UNTIL WRK-FS-REJEMP EQUAL '10'                      00048500
                                                                        00048600
            PERFORM 4000-FINALIZAR                                      00048700
                                                                        00048800
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00048900
            MOVE ACUM-LIDOS-EMPANT    TO WRK-RUN-LIDOS                  00049000
            MOVE ACUM-GRAV-EMPNOVO    TO WRK-RUN-GRAVADOS               00049100
            MOVE ZEROS                TO WRK-RUN-RC                     00049200
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00049300
                                                                        00049400
            STOP RUN.                                                   00049500
                                                                        00049600
      *----------------------------------------------------------------*00049700
       0000-99-FIM.                           EXIT.                     00049800
      *----------------------------------------------------------------*00049900
                                                                        00050000
      ******************************************************************00050100
      *                       I N I C I A R                            *00050200
      ******************************************************************00050300
                                                                        00050400
      *----------------------------------------------------------------*00050500
       1000-INICIAR                           SECTION.                  00050600
      *----------------------------------------------------------------*00050700
                                                                        00050800
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00050900
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00051000
           ACCEPT WRK-PARM-TAXA-MORA FROM SYSIN                         00051100
           IF WRK-PARM-TAXA-MORA NOT NUMERIC                            00051200
              MOVE 1                  TO WRK-PARM-TAXA-MORA             00051300
           END-IF                                                       00051400
           ACCEPT WRK-PARM-MULTA FROM SYSIN                             00051500
           IF WRK-PARM-MULTA NOT NUMERIC                                00051600
              MOVE 2                  TO WRK-PARM-MULTA                 00051700
           END-IF                                                       00051800
                                                                        00051900
           CALL 'LERDATAP'            USING WRK-DATPRC                  00052000
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00052100
           MOVE WRK-DATA-EXEC         TO WRK-DATA-EXEC-N                00052200
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00052300
           MOVE 'FR05EX63'            TO WRK-RUN-PROGRAMA               00052400
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00052500
           MOVE ZEROS                 TO WRK-RUN-RC                     00052600
                                         WRK-RUN-LIDOS                  00052700
                                         WRK-RUN-GRAVADOS               00052800
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00052900
           IF WRK-RUN-DATA-JA-FEITA                                     00053000
              MOVE 'A'                TO WRK-SEVERIDADE                 00053100
              MOVE 'FR05EX63'         TO WRK-PROGRAMA                   00053200
              MOVE '1000  '           TO WRK-SECAO                      00053300
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00053400
                                      TO WRK-MENSAGEM                   00053500
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00053600
              CALL 'GRAVALOG'         USING WRK-LOG                     00053700
              MOVE 08                 TO RETURN-CODE                    00053800
              GOBACK                                                    00053900
           END-IF                                                       00054000
                                                                        00054100
      *    SEM CADASTRO ANTERIOR (NENHUM CONTRATO AINDA) NAO E ERRO   * 00054200
           OPEN INPUT EMPANT                                            00054300
           IF WRK-FS-EMPANT EQUAL '35'                                  00054400
              MOVE '10'               TO WRK-FS-EMPANT                  00054500
           ELSE                                                         00054600
              PERFORM 1110-TESTAR-WRK-FS-EMPANT                         00054700
           END-IF                                                       00054800
                                                                        00054900
           OPEN INPUT  REJEMP                                           00055000
                OUTPUT EMPNOVO                                          00055100
                OUTPUT MOVEMP                                           00055200
                OUTPUT RELEMP                                           00055300
                OUTPUT GLEMP                                            00055400
           PERFORM 1120-TESTAR-WRK-FS-REJEMP                            00055500
           PERFORM 1130-TESTAR-WRK-FS-EMPNOVO                           00055600
           PERFORM 1140-TESTAR-WRK-FS-MOVEMP                            00055700
           PERFORM 1150-TESTAR-WRK-FS-RELEMP                            00055800
           PERFORM 1160-TESTAR-WRK-FS-GLEMP                             00055900
                                                                        00056000
           INITIALIZE WRK-TAB-FAIXAS-ACUM                               00056100
                                                                        00056200
           PERFORM 1300-GRAVAR-HEADERS.                                 00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       1000-99-FIM.                           EXIT.                     00056600
      *----------------------------------------------------------------*00056700
                                                                        00056800
      *----------------------------------------------------------------*00056900
       1110-TESTAR-WRK-FS-EMPANT              SECTION.                  00057000
      *----------------------------------------------------------------*00057100
                                                                        00057200
           IF WRK-FS-EMPANT NOT EQUAL ZEROS                             00057300
            AND WRK-FS-EMPANT NOT EQUAL '10'                            00057400
              MOVE 'FR05EX63'                    TO WRK-PROGRAMA        00057500
              MOVE 'ERRO NO ARQUIVO EMPANT'      TO WRK-MENSAGEM        00057600
              MOVE '1110'                        TO WRK-SECAO           00057700
              MOVE WRK-FS-EMPANT                 TO WRK-STATUS          00057800
              PERFORM 9000-TRATAR-ERRO                                  00057900
           END-IF.                                                      00058000
                                                                        00058100
      *----------------------------------------------------------------*00058200
       1110-99-FIM.                           EXIT.                     00058300
      *----------------------------------------------------------------*00058400
                                                                        00058500
      *----------------------------------------------------------------*00058600
       1120-TESTAR-WRK-FS-REJEMP              SECTION.                  00058700
      *----------------------------------------------------------------*00058800
                                                                        00058900
           IF WRK-FS-REJEMP NOT EQUAL ZEROS                             00059000
            AND WRK-FS-REJEMP NOT EQUAL '10'                            00059100
              MOVE 'FR05EX63'                    TO WRK-PROGRAMA        00059200
              MOVE 'ERRO NO ARQUIVO REJEMP'      TO WRK-MENSAGEM        00059300
              MOVE '1120'                        TO WRK-SECAO           00059400
              MOVE WRK-FS-REJEMP                 TO WRK-STATUS          00059500
              PERFORM 9000-TRATAR-ERRO                                  00059600
           END-IF.                                                      00059700
                                                                        00059800
      *----------------------------------------------------------------*00059900
       1120-99-FIM.                           EXIT.                     00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
      *----------------------------------------------------------------*00060300
       1130-TESTAR-WRK-FS-EMPNOVO             SECTION.                  00060400
      *----------------------------------------------------------------*00060500
                                                                        00060600
           IF WRK-FS-EMPNOVO NOT EQUAL ZEROS                            00060700
              MOVE 'FR05EX63'                    TO WRK-PROGRAMA        00060800
              MOVE 'ERRO NO ARQUIVO EMPNOVO'     TO WRK-MENSAGEM        00060900
              MOVE '1130'                        TO WRK-SECAO           00061000
              MOVE WRK-FS-EMPNOVO                TO WRK-STATUS          00061100
              PERFORM 9000-TRATAR-ERRO                                  00061200
           END-IF.                                                      00061300
                                                                        00061400
      *----------------------------------------------------------------*00061500
       1130-99-FIM.                           EXIT.                     00061600
      *----------------------------------------------------------------*00061700
                                                                        00061800
      *----------------------------------------------------------------*00061900
       1140-TESTAR-WRK-FS-MOVEMP              SECTION.                  00062000
      *----------------------------------------------------------------*00062100
                                                                        00062200
           IF WRK-FS-MOVEMP NOT EQUAL ZEROS                             00062300
              MOVE 'FR05EX63'                    TO WRK-PROGRAMA        00062400
              MOVE 'ERRO NO ARQUIVO MOVEMP'      TO WRK-MENSAGEM        00062500
              MOVE '1140'                        TO WRK-SECAO           00062600
              MOVE WRK-FS-MOVEMP                 TO WRK-STATUS          00062700
              PERFORM 9000-TRATAR-ERRO                                  00062800
           END-IF.                                                      00062900
                                                                        00063000
      *----------------------------------------------------------------*00063100
       1140-99-FIM.                           EXIT.                     00063200
      *----------------------------------------------------------------*00063300
                                                                        00063400
      *----------------------------------------------------------------*00063500
       1150-TESTAR-WRK-FS-RELEMP              SECTION.                  00063600
      *----------------------------------------------------------------*00063700
                                                                        00063800
           IF WRK-FS-RELEMP NOT EQUAL ZEROS                             00063900
              MOVE 'FR05EX63'                    TO WRK-PROGRAMA        00064000
              MOVE 'ERRO NO ARQUIVO RELEMP'      TO WRK-MENSAGEM        00064100
              MOVE '1150'                        TO WRK-SECAO           00064200
              MOVE WRK-FS-RELEMP                 TO WRK-STATUS          00064300
              PERFORM 9000-TRATAR-ERRO                                  00064400
           END-IF.                                                      00064500
                                                                        00064600
      *----------------------------------------------------------------*00064700
       1150-99-FIM.                           EXIT.                     00064800
      *----------------------------------------------------------------*00064900
                                                                        00065000
      *----------------------------------------------------------------*00065100
       1160-TESTAR-WRK-FS-GLEMP               SECTION.                  00065200
      *----------------------------------------------------------------*00065300
                                                                        00065400
           IF WRK-FS-GLEMP NOT EQUAL ZEROS                              00065500
              MOVE 'FR05EX63'                    TO WRK-PROGRAMA        00065600
              MOVE 'ERRO NO ARQUIVO GLEMP'       TO WRK-MENSAGEM        00065700
              MOVE '1160'                        TO WRK-SECAO           00065800
              MOVE WRK-FS-GLEMP                  TO WRK-STATUS          00065900
              PERFORM 9000-TRATAR-ERRO                                  00066000
           END-IF.                                                      00066100
                                                                        00066200
      *----------------------------------------------------------------*00066300
       1160-99-FIM.                           EXIT.                     00066400
      *----------------------------------------------------------------*00066500
                                                                        00066600
      *----------------------------------------------------------------*00066700
       1300-GRAVAR-HEADERS                   SECTION.                   00066800
      *----------------------------------------------------------------*00066900
                                                                        00067000
           MOVE SPACES               TO FD-MOV2505                      00067100
           MOVE '0000'               TO FD-MOV2505-H-TIPO               00067200
           MOVE WRK-DATA-EXEC        TO FD-MOV2505-H-DATA               00067300
           MOVE 'FR05EX63'           TO FD-MOV2505-H-ORIGEM             00067400
           WRITE FD-MOV2505-HEADER                                      00067500
           PERFORM 1140-TESTAR-WRK-FS-MOVEMP                            00067600
                                                                        00067700
           MOVE SPACES               TO FD-GLMOV                        00067800
           MOVE '00000000'           TO FD-GLJ-H-CONTA                  00067900
           MOVE WRK-DATA-EXEC        TO FD-GLJ-H-DATA                   00068000
           MOVE 'FR05EX63'           TO FD-GLJ-H-ORIGEM                 00068100
           WRITE FD-GLMOV                                               00068200
           PERFORM 1160-TESTAR-WRK-FS-GLEMP                             00068300
                                                                        00068400
           MOVE WRK-DATA-EXEC        TO WRK-CB-DATA                     00068500
           WRITE FD-RELEMP           FROM WRK-CABEC1                    00068600
           PERFORM 1150-TESTAR-WRK-FS-RELEMP                            00068700
           MOVE SPACES               TO FD-RELEMP                       00068800
           WRITE FD-RELEMP                                              00068900
           PERFORM 1150-TESTAR-WRK-FS-RELEMP                            00069000
           WRITE FD-RELEMP           FROM WRK-CABEC2                    00069100
           PERFORM 1150-TESTAR-WRK-FS-RELEMP.                           00069200
                                                                        00069300
      *----------------------------------------------------------------*00069400
       1300-99-FIM.                           EXIT.                     00069500
      *----------------------------------------------------------------*00069600
                                                                        00069700
      ******************************************************************00069800
      *                     L E I T U R A S                            *00069900
      ******************************************************************00070000
                                                                        00070100
      *----------------------------------------------------------------*00070200
       2100-LER-EMPANT                        SECTION.                  00070300
      *----------------------------------------------------------------*00070400
                                                                        00070500
            IF WRK-FS-EMPANT EQUAL '10'                                 00070600
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-EMP             00070700
               GO                    TO 2100-99-FIM                     00070800
            END-IF                                                      00070900
                                                                        00071000
            READ EMPANT                                                 00071100
            IF WRK-FS-EMPANT EQUAL '10'                                 00071200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-EMP             00071300
               GO                    TO 2100-99-FIM                     00071400
            END-IF                                                      00071500
            PERFORM 1110-TESTAR-WRK-FS-EMPANT                           00071600
                                                                        00071700
            MOVE FD-EPC-CHAVE        TO WRK-CHAVE-ATUAL-EMP             00071800
            ADD 1                    TO ACUM-LIDOS-EMPANT.              00071900
                                                                        00072000
      *----------------------------------------------------------------*00072100
       2100-99-FIM.                           EXIT.                     00072200
      *----------------------------------------------------------------*00072300
                                                                        00072400
      *----------------------------------------------------------------*00072500
      *    O MOVREJ ACUMULA AS REJEICOES DE TODOS OS CICLOS: SO VALEM  *00072600
      *    AS DA DATA DE MOVIMENTO, DE DEBITO OU CREDITO DO EMPRESTIMO *00072700
      *    (ORIGEM FR05EX63 OU FR05EX62 E HISTORICO DO EMPRESTIMO)     *00072800
      *----------------------------------------------------------------*00072900
       2200-LER-REJEMP                        SECTION.                  00073000
      *----------------------------------------------------------------*00073100
                                                                        00073200
       2200-10-LER.                                                     00073300
            IF WRK-FS-REJEMP EQUAL '10'                                 00073400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-REJ             00073500
               GO                    TO 2200-99-FIM                     00073600
            END-IF                                                      00073700
                                                                        00073800
            READ REJEMP                                                 00073900
            IF WRK-FS-REJEMP EQUAL '10'                                 00074000
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-REJ             00074100
               GO                    TO 2200-99-FIM                     00074200
            END-IF                                                      00074300
            PERFORM 1120-TESTAR-WRK-FS-REJEMP                           00074400
            ADD 1                    TO ACUM-LIDOS-REJEMP               00074500
                                                                        00074600
            PERFORM 2250-SELECIONAR-REJEICAO                            00074700
            IF NOT WRK-REJ-VALIDA-SIM                                   00074800
               GO                    TO 2200-10-LER                     00074900
            END-IF                                                      00075000
                                                                        00075100
            MOVE FD-MOVREJ-CHAVE     TO WRK-CHR-CONTA                   00075200
            MOVE WRK-HR-CONTRATO     TO WRK-CHR-CONTRATO.               00075300
                                                                        00075400
      *----------------------------------------------------------------*00075500
       2200-99-FIM.                           EXIT.                     00075600
      *----------------------------------------------------------------*00075700
                                                                        00075800
      *----------------------------------------------------------------*00075900
       2250-SELECIONAR-REJEICAO               SECTION.                  00076000
      *----------------------------------------------------------------*00076100
                                                                        00076200
            MOVE 'N'                 TO WRK-REJ-VALIDA                  00076300
            MOVE FD-MOVREJ-MOVIMENTO TO WRK-HISTORICO-REJ               00076400
            MOVE FD-MOVREJ-VALOR     TO WRK-VALOR-REJ                   00076500
                                                                        00076600
            IF FD-MOVREJ-DATA NOT EQUAL WRK-DATA-EXEC                   00076700
               GO                    TO 2250-99-FIM                     00076800
            END-IF                                                      00076900
                                                                        00077000
            IF FD-MOVREJ-ORIGEM NOT EQUAL 'FR05EX63'                    00077100
             AND FD-MOVREJ-ORIGEM NOT EQUAL 'FR05EX62'                  00077200
               GO                    TO 2250-99-FIM                     00077300
            END-IF                                                      00077400
                                                                        00077500
            IF NOT WRK-HR-PARCELA-EMP                                   00077600
             AND NOT WRK-HR-ATRASO-EMP                                  00077700
             AND NOT WRK-HR-LIBERACAO-EMP                               00077800
               GO                    TO 2250-99-FIM                     00077900
            END-IF                                                      00078000
                                                                        00078100
            IF WRK-HR-CONTRATO-X NOT NUMERIC                            00078200
             OR WRK-VALOR-REJ NOT NUMERIC                               00078300
               GO                    TO 2250-99-FIM                     00078400
            END-IF                                                      00078500
                                                                        00078600
            MOVE 'S'                 TO WRK-REJ-VALIDA.                 00078700
                                                                        00078800
      *----------------------------------------------------------------*00078900
       2250-99-FIM.                           EXIT.                     00079000
      *----------------------------------------------------------------*00079100
                                                                        00079200
      ******************************************************************00079300
      *                     P R O C E S S A R                          *00079400
      ******************************************************************00079500
                                                                        00079600
      *----------------------------------------------------------------*00079700
      *    DIA NAO UTIL: NAO HA GERACAO, COBRANCA NEM MORA, O CADASTRO *00079800
      *    SO E REGRAVADO. CONTRATO QUITADO OU CANCELADO EM MES        *00079900
      *    ANTERIOR AO DA DATA DE MOVIMENTO SAI DO CADASTRO            *00080000
      *----------------------------------------------------------------*00080100
       3000-PROCESSAR                        SECTION.                   00080200
      *----------------------------------------------------------------*00080300
                                                                        00080400
            MOVE 'N'                   TO WRK-BAIXOU-HOJE               00080500
                                          WRK-COB-DEVOLVIDA             00080600
                                                                        00080700
            PERFORM 3050-DESCARTAR-REJEICAO                             00080800
                    UNTIL WRK-CHAVE-ATUAL-REJ NOT LESS                  00080900
                          WRK-CHAVE-ATUAL-EMP                           00081000
                                                                        00081100
            IF NOT FD-EPC-ATIVO                                         00081200
             AND FD-EPC-DATA-BAIXA (1:6) LESS WRK-DATA-EXEC (1:6)       00081300
               ADD 1                   TO ACUM-EXPURGADOS               00081400
               GO                      TO 3000-90-LER                   00081500
            END-IF                                                      00081600
                                                                        00081700
            IF FD-EPC-ATIVO                                             00081800
             AND WRK-DTP-DIA-UTIL-SIM                                   00081900
               PERFORM 3200-CALCULAR-MORA                               00082000
               PERFORM 3100-APLICAR-REJEICAO                            00082100
                       UNTIL WRK-CHAVE-ATUAL-REJ NOT EQUAL              00082200
                             WRK-CHAVE-ATUAL-EMP                        00082300
               IF FD-EPC-ATIVO                                          00082400
                  PERFORM 3250-BAIXAR-COBRANCA                          00082500
                  PERFORM 3300-GERAR-PARCELA                            00082600
                          UNTIL FD-EPC-PROX-PARCELA GREATER             00082700
                                FD-EPC-QTD-PARCELAS                     00082800
                          OR FD-EPC-DATA-PROX-VENCTO GREATER            00082900
                                WRK-DATA-EXEC                           00083000
                  PERFORM 3400-COBRAR-ATRASO                            00083100
                  PERFORM 3500-VERIFICAR-QUITACAO                       00083200
               END-IF                                                   00083300
            END-IF                                                      00083400
                                                                        00083500
            IF FD-EPC-ATIVO                                             00083600
             OR WRK-BAIXOU-HOJE-SIM                                     00083700
               PERFORM 3600-LISTAR-CONTRATO                             00083800
            END-IF                                                      00083900
                                                                        00084000
            PERFORM 3900-GRAVAR-EMPNOVO.                                00084100
                                                                        00084200
       3000-90-LER.                                                     00084300
            PERFORM 2100-LER-EMPANT.                                    00084400
                                                                        00084500
      *----------------------------------------------------------------*00084600
       3000-99-FIM.                           EXIT.                     00084700
      *----------------------------------------------------------------*00084800
                                                                        00084900
      *----------------------------------------------------------------*00085000
      *    REJEICAO SEM CONTRATO ATIVO NO CADASTRO: SO E AVISADA       *00085100
      *----------------------------------------------------------------*00085200
       3050-DESCARTAR-REJEICAO                SECTION.                  00085300
      *----------------------------------------------------------------*00085400
                                                                        00085500
            ADD 1                      TO ACUM-REJ-ORFAS                00085600
                                                                        00085700
            MOVE 'A'                   TO WRK-SEVERIDADE                00085800
            MOVE 'FR05EX63'            TO WRK-PROGRAMA                  00085900
            MOVE '3050  '              TO WRK-SECAO                     00086000
            MOVE 'REJEICAO SEM CONTRATO ATIVO'                          00086100
                                       TO WRK-MENSAGEM                  00086200
            MOVE WRK-CHR-CONTA         TO WRK-STATUS                    00086300
            CALL 'GRAVALOG'            USING WRK-LOG                    00086400
                                                                        00086500
            PERFORM 2200-LER-REJEMP.                                    00086600
                                                                        00086700
      *----------------------------------------------------------------*00086800
       3050-99-FIM.                           EXIT.                     00086900
      *----------------------------------------------------------------*00087000
                                                                        00087100
      *----------------------------------------------------------------*00087200
       3100-APLICAR-REJEICAO                  SECTION.                  00087300
      *----------------------------------------------------------------*00087400
                                                                        00087500
            ADD 1                      TO ACUM-REJ-APLICADAS            00087600
                                                                        00087700
            EVALUATE TRUE                                               00087800
              WHEN WRK-HR-PARCELA-EMP                                   00087900
               PERFORM 3110-DEVOLVER-PARCELA                            00088000
              WHEN WRK-HR-ATRASO-EMP                                    00088100
               PERFORM 3120-DEVOLVER-COBRANCA                           00088200
              WHEN WRK-HR-LIBERACAO-EMP                                 00088300
               PERFORM 3130-CANCELAR-CONTRATO                           00088400
            END-EVALUATE                                                00088500
                                                                        00088600
            PERFORM 2200-LER-REJEMP.                                    00088700
                                                                        00088800
      *----------------------------------------------------------------*00088900
       3100-99-FIM.                           EXIT.                     00089000
      *----------------------------------------------------------------*00089100
                                                                        00089200
      *----------------------------------------------------------------*00089300
      *    PARCELA DEBITADA NO CICLO ANTERIOR E DEVOLVIDA (SEM SALDO): *00089400
      *    ENTRA NO ATRASO COM A MULTA; A MORA CORRE DESTA DATA        *00089500
      *----------------------------------------------------------------*00089600
       3110-DEVOLVER-PARCELA                  SECTION.                  00089700
      *----------------------------------------------------------------*00089800
                                                                        00089900
            ADD 1                      TO FD-EPC-ATR-QTD                00090000
            ADD WRK-VALOR-REJ-N        TO FD-EPC-ATR-VALOR              00090100
                                          ACUM-DEVOLVIDO-DIA            00090200
                                                                        00090300
            COMPUTE WRK-VALOR-MORA ROUNDED =                            00090400
                    WRK-VALOR-REJ-N * WRK-PARM-MULTA / 100              00090500
            ADD WRK-VALOR-MORA         TO FD-EPC-ATR-MORA               00090600
                                          ACUM-MORA-DIA                 00090700
                                                                        00090800
            IF FD-EPC-ATR-DATA EQUAL SPACES                             00090900
               MOVE WRK-DATA-EXEC      TO FD-EPC-ATR-DATA               00091000
            END-IF                                                      00091100
            MOVE WRK-DATA-EXEC         TO FD-EPC-ATR-DATA-ULT-MORA.     00091200
                                                                        00091300
      *----------------------------------------------------------------*00091400
       3110-99-FIM.                           EXIT.                     00091500
      *----------------------------------------------------------------*00091600
                                                                        00091700
      *----------------------------------------------------------------*00091800
      *    COBRANCA DO ATRASO DEVOLVIDA: O QUE ESTAVA EM COBRANCA      *00091900
      *    VOLTA PARA O ATRASO, COM A MORA ATE HOJE                    *00092000
      *----------------------------------------------------------------*00092100
       3120-DEVOLVER-COBRANCA                 SECTION.                  00092200
      *----------------------------------------------------------------*00092300
                                                                        00092400
            IF FD-EPC-COB-QTD EQUAL ZEROS                               00092500
               MOVE 'A'                TO WRK-SEVERIDADE                00092600
               MOVE 'FR05EX63'         TO WRK-PROGRAMA                  00092700
               MOVE '3120  '           TO WRK-SECAO                     00092800
               MOVE 'COBRANCA DEVOLVIDA SEM ATRASO'                     00092900
                                       TO WRK-MENSAGEM                  00093000
               MOVE WRK-CHR-CONTA      TO WRK-STATUS                    00093100
               CALL 'GRAVALOG'         USING WRK-LOG                    00093200
               GO                      TO 3120-99-FIM                   00093300
            END-IF                                                      00093400
                                                                        00093500
            MOVE 'S'                   TO WRK-COB-DEVOLVIDA             00093600
                                                                        00093700
            IF FD-EPC-COB-DATA-ULT-MORA NUMERIC                         00093800
               MOVE FD-EPC-COB-DATA-ULT-MORA                            00093900
                                       TO WRK-DATA-AUX-N                00094000
               COMPUTE WRK-DIAS =                                       00094100
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)       00094200
                     - FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N)        00094300
               IF WRK-DIAS GREATER ZEROS                                00094400
                  COMPUTE WRK-VALOR-MORA ROUNDED =                      00094500
                          FD-EPC-COB-VALOR * WRK-PARM-TAXA-MORA         00094600
                        * WRK-DIAS / 3000                               00094700
                  ADD WRK-VALOR-MORA   TO FD-EPC-COB-MORA               00094800
                                          ACUM-MORA-DIA                 00094900
               END-IF                                                   00095000
            END-IF                                                      00095100
                                                                        00095200
            ADD FD-EPC-COB-QTD         TO FD-EPC-ATR-QTD                00095300
            ADD FD-EPC-COB-VALOR       TO FD-EPC-ATR-VALOR              00095400
            ADD FD-EPC-COB-MORA        TO FD-EPC-ATR-MORA               00095500
            IF FD-EPC-ATR-DATA EQUAL SPACES                             00095600
             OR FD-EPC-COB-DATA LESS FD-EPC-ATR-DATA                    00095700
               MOVE FD-EPC-COB-DATA    TO FD-EPC-ATR-DATA               00095800
            END-IF                                                      00095900
            MOVE WRK-DATA-EXEC         TO FD-EPC-ATR-DATA-ULT-MORA      00096000
                                                                        00096100
            MOVE ZEROS                 TO FD-EPC-COB-QTD                00096200
                                          FD-EPC-COB-VALOR              00096300
                                          FD-EPC-COB-MORA               00096400
            MOVE SPACES                TO FD-EPC-COB-DATA               00096500
                                          FD-EPC-COB-DATA-ULT-MORA.     00096600
                                                                        00096700
      *----------------------------------------------------------------*00096800
       3120-99-FIM.                           EXIT.                     00096900
      *----------------------------------------------------------------*00097000
                                                                        00097100
      *----------------------------------------------------------------*00097200
      *    CREDITO DA LIBERACAO DEVOLVIDO (CONTA ENCERRADA OU          *00097300
      *    BLOQUEADA ENTRE A CONCESSAO E O CICLO): CANCELA O CONTRATO  *00097400
      *----------------------------------------------------------------*00097500
       3130-CANCELAR-CONTRATO                 SECTION.                  00097600
      *----------------------------------------------------------------*00097700
                                                                        00097800
            MOVE 'X'                   TO FD-EPC-STATUS                 00097900
            MOVE WRK-DATA-EXEC         TO FD-EPC-DATA-BAIXA             00098000
            MOVE ZEROS                 TO FD-EPC-SALDO-DEVEDOR          00098100
            MOVE 'S'                   TO WRK-BAIXOU-HOJE               00098200
            ADD 1                      TO ACUM-CANCELADOS               00098300
            ADD WRK-VALOR-REJ-N        TO ACUM-CANCELADO-DIA            00098400
                                                                        00098500
            MOVE 'A'                   TO WRK-SEVERIDADE                00098600
            MOVE 'FR05EX63'            TO WRK-PROGRAMA                  00098700
            MOVE '3130  '              TO WRK-SECAO                     00098800
            MOVE 'LIBERACAO DEVOLVIDA - CONTRATO CANCELADO'             00098900
                                       TO WRK-MENSAGEM                  00099000
            MOVE WRK-CHR-CONTA         TO WRK-STATUS                    00099100
            CALL 'GRAVALOG'            USING WRK-LOG.                   00099200
                                                                        00099300
      *----------------------------------------------------------------*00099400
       3130-99-FIM.                           EXIT.                     00099500
      *----------------------------------------------------------------*00099600
                                                                        00099700
      *----------------------------------------------------------------*00099800
      *    MORA DO ATRASO, AO DIA: VALOR X TAXA % AO MES / 30 X DIAS   *00099900
      *    DESDE O ULTIMO CALCULO                                      *00100000
      *----------------------------------------------------------------*00100100
       3200-CALCULAR-MORA                     SECTION.                  00100200
      *----------------------------------------------------------------*00100300
                                                                        00100400
            IF FD-EPC-ATR-VALOR EQUAL ZEROS                             00100500
             OR FD-EPC-ATR-DATA-ULT-MORA NOT NUMERIC                    00100600
               GO                      TO 3200-99-FIM                   00100700
            END-IF                                                      00100800
                                                                        00100900
            MOVE FD-EPC-ATR-DATA-ULT-MORA                               00101000
                                       TO WRK-DATA-AUX-N                00101100
            COMPUTE WRK-DIAS =                                          00101200
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)          00101300
                  - FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N)           00101400
            IF WRK-DIAS GREATER ZEROS                                   00101500
               COMPUTE WRK-VALOR-MORA ROUNDED =                         00101600
                       FD-EPC-ATR-VALOR * WRK-PARM-TAXA-MORA            00101700
                     * WRK-DIAS / 3000                                  00101800
               ADD WRK-VALOR-MORA      TO FD-EPC-ATR-MORA               00101900
                                          ACUM-MORA-DIA                 00102000
               MOVE WRK-DATA-EXEC      TO FD-EPC-ATR-DATA-ULT-MORA      00102100
            END-IF.                                                     00102200
                                                                        00102300
      *----------------------------------------------------------------*00102400
       3200-99-FIM.                           EXIT.                     00102500
      *----------------------------------------------------------------*00102600
                                                                        00102700
      *----------------------------------------------------------------*00102800
      *    COBRANCA DO ATRASO ENVIADA NO DIA ANTERIOR E NAO DEVOLVIDA  *00102900
      *    NO CICLO: FOI RECEBIDA                                      *00103000
      *----------------------------------------------------------------*00103100
       3250-BAIXAR-COBRANCA                   SECTION.                  00103200
      *----------------------------------------------------------------*00103300
                                                                        00103400
            IF FD-EPC-COB-QTD EQUAL ZEROS                               00103500
               GO                      TO 3250-99-FIM                   00103600
            END-IF                                                      00103700
                                                                        00103800
            ADD FD-EPC-COB-VALOR       TO ACUM-RECEBIDO-ATRASO          00103900
            ADD FD-EPC-COB-MORA        TO ACUM-RECEBIDO-ATRASO          00104000
                                                                        00104100
            MOVE ZEROS                 TO FD-EPC-COB-QTD                00104200
                                          FD-EPC-COB-VALOR              00104300
                                          FD-EPC-COB-MORA               00104400
            MOVE SPACES                TO FD-EPC-COB-DATA               00104500
                                          FD-EPC-COB-DATA-ULT-MORA.     00104600
                                                                        00104700
      *----------------------------------------------------------------*00104800
       3250-99-FIM.                           EXIT.                     00104900
      *----------------------------------------------------------------*00105000
                                                                        00105100
      *----------------------------------------------------------------*00105200
      *    PARCELA VENCIDA (TABELA PRICE): JUROS DO MES SOBRE O SALDO  *00105300
      *    DEVEDOR, O RESTO DA PARCELA AMORTIZA. A ULTIMA PARCELA      *00105400
      *    LEVA O SALDO QUE SOBROU DOS ARREDONDAMENTOS                 *00105500
      *----------------------------------------------------------------*00105600
       3300-GERAR-PARCELA                     SECTION.                  00105700
      *----------------------------------------------------------------*00105800
                                                                        00105900
            COMPUTE WRK-JUROS-PARCELA ROUNDED =                         00106000
                    FD-EPC-SALDO-DEVEDOR * FD-EPC-TAXA-MES / 100        00106100
                                                                        00106200
            IF FD-EPC-PROX-PARCELA EQUAL FD-EPC-QTD-PARCELAS            00106300
             OR FD-EPC-VALOR-PARCELA LESS WRK-JUROS-PARCELA             00106400
               MOVE FD-EPC-SALDO-DEVEDOR                                00106500
                                       TO WRK-AMORTIZACAO               00106600
            ELSE                                                        00106700
               COMPUTE WRK-AMORTIZACAO =                                00106800
                       FD-EPC-VALOR-PARCELA - WRK-JUROS-PARCELA         00106900
               IF WRK-AMORTIZACAO GREATER FD-EPC-SALDO-DEVEDOR          00107000
                  MOVE FD-EPC-SALDO-DEVEDOR                             00107100
                                       TO WRK-AMORTIZACAO               00107200
               END-IF                                                   00107300
            END-IF                                                      00107400
            COMPUTE WRK-VALOR-DEBITO =                                  00107500
                    WRK-AMORTIZACAO + WRK-JUROS-PARCELA                 00107600
            SUBTRACT WRK-AMORTIZACAO   FROM FD-EPC-SALDO-DEVEDOR        00107700
                                                                        00107800
            MOVE SPACES                TO WRK-HISTORICO-EMP             00107900
            MOVE 'PARCELA EMPR   '     TO WRK-HE-TEXTO                  00108000
            MOVE FD-EPC-PROX-PARCELA   TO WRK-HE-PARC-NUMERO            00108100
            PERFORM 3800-GRAVAR-DEBITO                                  00108200
                                                                        00108300
            ADD 1                      TO ACUM-PARCELAS-GERADAS         00108400
            ADD WRK-AMORTIZACAO        TO ACUM-AMORTIZACAO-DIA          00108500
            ADD WRK-JUROS-PARCELA      TO ACUM-JUROS-DIA                00108600
                                                                        00108700
            ADD 1                      TO FD-EPC-PROX-PARCELA           00108800
            MOVE WRK-DATA-EXEC         TO FD-EPC-DATA-ULT-GERACAO       00108900
                                                                        00109000
            MOVE FD-EPC-DATA-PROX-VENCTO                                00109100
                                       TO WRK-DATA-VENCTO               00109200
            ADD 1                      TO WRK-DV-MES                    00109300
            IF WRK-DV-MES GREATER 12                                    00109400
               MOVE 01                 TO WRK-DV-MES                    00109500
               ADD 1                   TO WRK-DV-ANO                    00109600
            END-IF                                                      00109700
            MOVE FD-EPC-DIA-VENCTO     TO WRK-DV-DIA                    00109800
            MOVE WRK-DATA-VENCTO       TO FD-EPC-DATA-PROX-VENCTO.      00109900
                                                                        00110000
      *----------------------------------------------------------------*00110100
       3300-99-FIM.                           EXIT.                     00110200
      *----------------------------------------------------------------*00110300
                                                                        00110400
      *----------------------------------------------------------------*00110500
      *    NOVA TENTATIVA DE COBRANCA DO ATRASO MAIS A MORA; O ATRASO  *00110600
      *    PASSA PARA COBRANCA ATE O PROXIMO CICLO DIZER SE VOLTOU     *00110700
      *----------------------------------------------------------------*00110800
       3400-COBRAR-ATRASO                     SECTION.                  00110900
      *----------------------------------------------------------------*00111000
                                                                        00111100
            IF FD-EPC-ATR-VALOR EQUAL ZEROS                             00111200
               GO                      TO 3400-99-FIM                   00111300
            END-IF                                                      00111400
                                                                        00111500
            COMPUTE WRK-VALOR-DEBITO =                                  00111600
                    FD-EPC-ATR-VALOR + FD-EPC-ATR-MORA                  00111700
                                                                        00111800
            MOVE SPACES                TO WRK-HISTORICO-EMP             00111900
            MOVE 'ATRASO EMPR    '     TO WRK-HE-TEXTO                  00112000
            MOVE FD-EPC-ATR-QTD        TO WRK-HE-PARC-NUMERO            00112100
            PERFORM 3800-GRAVAR-DEBITO                                  00112200
            ADD 1                      TO ACUM-COBRANCAS-GERADAS        00112300
                                                                        00112400
            MOVE FD-EPC-ATRASO         TO FD-EPC-COBRANCA               00112500
            MOVE ZEROS                 TO FD-EPC-ATR-QTD                00112600
                                          FD-EPC-ATR-VALOR              00112700
                                          FD-EPC-ATR-MORA               00112800
            MOVE SPACES                TO FD-EPC-ATR-DATA               00112900
                                          FD-EPC-ATR-DATA-ULT-MORA.     00113000
                                                                        00113100
      *----------------------------------------------------------------*00113200
       3400-99-FIM.                           EXIT.                     00113300
      *----------------------------------------------------------------*00113400
                                                                        00113500
      *----------------------------------------------------------------*00113600
      *    QUITADO: TODAS AS PARCELAS GERADAS, A ULTIMA EM CICLO       *00113700
      *    ANTERIOR SEM DEVOLUCAO, E NADA EM ATRASO OU EM COBRANCA     *00113800
      *----------------------------------------------------------------*00113900
       3500-VERIFICAR-QUITACAO                SECTION.                  00114000
      *----------------------------------------------------------------*00114100
                                                                        00114200
            IF FD-EPC-PROX-PARCELA GREATER FD-EPC-QTD-PARCELAS          00114300
             AND FD-EPC-ATR-VALOR EQUAL ZEROS                           00114400
             AND FD-EPC-COB-QTD EQUAL ZEROS                             00114500
             AND FD-EPC-DATA-ULT-GERACAO LESS WRK-DATA-EXEC             00114600
               MOVE 'Q'                TO FD-EPC-STATUS                 00114700
               MOVE WRK-DATA-EXEC      TO FD-EPC-DATA-BAIXA             00114800
               MOVE 'S'                TO WRK-BAIXOU-HOJE               00114900
               ADD 1                   TO ACUM-QUITADOS                 00115000
            END-IF.                                                     00115100
                                                                        00115200
      *----------------------------------------------------------------*00115300
       3500-99-FIM.                           EXIT.                     00115400
      *----------------------------------------------------------------*00115500
                                                                        00115600
      *----------------------------------------------------------------*00115700
      *    POSICAO DO CONTRATO. DIAS DE ATRASO CONTAM DA DEVOLUCAO     *00115800
      *    MAIS ANTIGA AINDA NAO RECEBIDA (O DIA DA DEVOLUCAO E O 1O). *00115900
      *    VALOR DE QUITACAO = SALDO DEVEDOR + ATRASO + MORA + JUROS   *00116000
      *    DO MES CORRENTE PRO RATA DOS DIAS DESDE O ULTIMO VENCIMENTO *00116100
      *----------------------------------------------------------------*00116200
       3600-LISTAR-CONTRATO                   SECTION.                  00116300
      *----------------------------------------------------------------*00116400
                                                                        00116500
            COMPUTE WRK-VALOR-ATRASO =                                  00116600
                    FD-EPC-ATR-VALOR + FD-EPC-COB-VALOR                 00116700
            COMPUTE WRK-VALOR-MORA =                                    00116800
                    FD-EPC-ATR-MORA + FD-EPC-COB-MORA                   00116900
                                                                        00117000
            MOVE FD-EPC-ATR-DATA       TO WRK-DATA-ATRASO               00117100
            IF FD-EPC-COB-DATA NOT EQUAL SPACES                         00117200
             AND (WRK-DATA-ATRASO EQUAL SPACES                          00117300
                  OR FD-EPC-COB-DATA LESS WRK-DATA-ATRASO)              00117400
               MOVE FD-EPC-COB-DATA    TO WRK-DATA-ATRASO               00117500
            END-IF                                                      00117600
                                                                        00117700
            MOVE ZEROS                 TO WRK-DIAS-ATRASO               00117800
            IF WRK-VALOR-ATRASO GREATER ZEROS                           00117900
             AND WRK-DATA-ATRASO NUMERIC                                00118000
               MOVE WRK-DATA-ATRASO    TO WRK-DATA-AUX-N                00118100
               COMPUTE WRK-DIAS =                                       00118200
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)       00118300
                     - FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N)        00118400
                     + 1                                                00118500
               IF WRK-DIAS GREATER ZEROS                                00118600
                  MOVE WRK-DIAS        TO WRK-DIAS-ATRASO               00118700
               END-IF                                                   00118800
            END-IF                                                      00118900
                                                                        00119000
            MOVE ZEROS                 TO WRK-JUROS-PRO-RATA            00119100
                                          WRK-VALOR-QUITACAO            00119200
            IF FD-EPC-ATIVO                                             00119300
               IF FD-EPC-SALDO-DEVEDOR GREATER ZEROS                    00119400
                AND FD-EPC-DATA-PROX-VENCTO NUMERIC                     00119500
                  MOVE FD-EPC-DATA-PROX-VENCTO                          00119600
                                       TO WRK-DATA-AUX-N                00119700
                  COMPUTE WRK-DIAS = 30                                 00119800
                        - (FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N)    00119900
                        -  FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N))  00120000
                  IF WRK-DIAS GREATER 30                                00120100
                     MOVE 30           TO WRK-DIAS                      00120200
                  END-IF                                                00120300
                  IF WRK-DIAS GREATER ZEROS                             00120400
                     COMPUTE WRK-JUROS-PRO-RATA ROUNDED =               00120500
                             FD-EPC-SALDO-DEVEDOR * FD-EPC-TAXA-MES     00120600
                           * WRK-DIAS / 3000                            00120700
                  END-IF                                                00120800
               END-IF                                                   00120900
               COMPUTE WRK-VALOR-QUITACAO =                             00121000
                       FD-EPC-SALDO-DEVEDOR + WRK-VALOR-ATRASO          00121100
                     + WRK-VALOR-MORA + WRK-JUROS-PRO-RATA              00121200
            END-IF                                                      00121300
                                                                        00121400
            MOVE FD-EPC-AGENCIA        TO WRK-LE-AGENCIA                00121500
            MOVE FD-EPC-CONTA          TO WRK-LE-CONTA                  00121600
            MOVE FD-EPC-CONTRATO       TO WRK-LE-CONTRATO               00121700
            MOVE FD-EPC-PRINCIPAL      TO WRK-LE-PRINCIPAL              00121800
            COMPUTE WRK-LE-PAGAS = FD-EPC-PROX-PARCELA - 1              00121900
            MOVE FD-EPC-QTD-PARCELAS   TO WRK-LE-PRAZO                  00122000
            MOVE FD-EPC-VALOR-PARCELA  TO WRK-LE-VALOR-PARCELA          00122100
            MOVE FD-EPC-SALDO-DEVEDOR  TO WRK-LE-SALDO                  00122200
            IF FD-EPC-ATIVO                                             00122300
             AND FD-EPC-PROX-PARCELA NOT GREATER FD-EPC-QTD-PARCELAS    00122400
               MOVE FD-EPC-DATA-PROX-VENCTO                             00122500
                                       TO WRK-LE-PROX-VENCTO            00122600
            ELSE                                                        00122700
               MOVE SPACES             TO WRK-LE-PROX-VENCTO            00122800
            END-IF                                                      00122900
            MOVE WRK-VALOR-ATRASO      TO WRK-LE-ATRASO                 00123000
            COMPUTE WRK-LE-QTD-ATRASO =                                 00123100
                    FD-EPC-ATR-QTD + FD-EPC-COB-QTD                     00123200
            MOVE WRK-DIAS-ATRASO       TO WRK-LE-DIAS-ATRASO            00123300
            MOVE WRK-VALOR-MORA        TO WRK-LE-MORA                   00123400
            MOVE WRK-VALOR-QUITACAO    TO WRK-LE-QUITACAO               00123500
            MOVE FD-EPC-STATUS         TO WRK-LE-STATUS                 00123600
            WRITE FD-RELEMP            FROM WRK-LINEMP                  00123700
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00123800
                                                                        00123900
            IF NOT FD-EPC-ATIVO                                         00124000
               GO                      TO 3600-99-FIM                   00124100
            END-IF                                                      00124200
                                                                        00124300
            ADD 1                      TO ACUM-ATIVOS                   00124400
            ADD FD-EPC-SALDO-DEVEDOR   TO ACUM-SALDO-CARTEIRA           00124500
            ADD WRK-VALOR-ATRASO       TO ACUM-ATRASO-CARTEIRA          00124600
            ADD WRK-VALOR-MORA         TO ACUM-MORA-CARTEIRA            00124700
            ADD WRK-VALOR-QUITACAO     TO ACUM-QUITACAO-CARTEIRA        00124800
                                                                        00124900
            SET WRK-IDX-FX             TO 1                             00125000
            SEARCH WRK-TAB-FAIXA                                        00125100
              AT END                                                    00125200
                 SET WRK-IDX-FX        TO 5                             00125300
              WHEN WRK-DIAS-ATRASO NOT GREATER WRK-FX-ATE (WRK-IDX-FX)  00125400
                 CONTINUE                                               00125500
            END-SEARCH                                                  00125600
            SET WRK-IDX-FA             TO WRK-IDX-FX                    00125700
            ADD 1                      TO WRK-FA-QTD (WRK-IDX-FA)       00125800
            ADD FD-EPC-SALDO-DEVEDOR   TO WRK-FA-SALDO (WRK-IDX-FA)     00125900
            ADD WRK-VALOR-ATRASO       TO WRK-FA-ATRASO (WRK-IDX-FA).   00126000
                                                                        00126100
      *----------------------------------------------------------------*00126200
       3600-99-FIM.                           EXIT.                     00126300
      *----------------------------------------------------------------*00126400
                                                                        00126500
      *----------------------------------------------------------------*00126600
      *    DEBITO NA CONTA CORRENTE (MOVIMENTO 'D'), COM O HISTORICO   *00126700
      *    JA MONTADO: TEXTO + CONTRATO + NNN/PRAZO                    *00126800
      *----------------------------------------------------------------*00126900
       3800-GRAVAR-DEBITO                     SECTION.                  00127000
      *----------------------------------------------------------------*00127100
                                                                        00127200
            MOVE FD-EPC-CONTRATO       TO WRK-HE-CONTRATO               00127300
            MOVE '/'                   TO WRK-HE-PARC-BARRA             00127400
            MOVE FD-EPC-QTD-PARCELAS   TO WRK-HE-PARC-PRAZO             00127500
                                                                        00127600
            MOVE SPACES                TO FD-MOV2505                    00127700
            MOVE FD-EPC-AGENCIA        TO FD-MOV2505-AGENCIA            00127800
            MOVE FD-EPC-CONTA          TO FD-MOV2505-CONTA              00127900
            MOVE WRK-HISTORICO-EMP     TO FD-MOV2505-MOVIMENTO          00128000
            MOVE WRK-VALOR-DEBITO      TO FD-MOV2505-VALOR              00128100
            MOVE 'D'                   TO FD-MOV2505-TIPO               00128200
            MOVE 'FR05EX63'            TO FD-MOV2505-ORIGEM             00128300
            WRITE FD-MOV2505                                            00128400
            PERFORM 1140-TESTAR-WRK-FS-MOVEMP                           00128500
                                                                        00128600
            ADD 1                      TO ACUM-GERADOS                  00128700
            ADD WRK-VALOR-DEBITO       TO ACUM-HASH-GERADO.             00128800
                                                                        00128900
      *----------------------------------------------------------------*00129000
       3800-99-FIM.                           EXIT.                     00129100
      *----------------------------------------------------------------*00129200
                                                                        00129300
      *----------------------------------------------------------------*00129400
       3900-GRAVAR-EMPNOVO                    SECTION.                  00129500
      *----------------------------------------------------------------*00129600
                                                                        00129700
            WRITE FD-EMPNOVO           FROM FD-EMPCLI                   00129800
            PERFORM 1130-TESTAR-WRK-FS-EMPNOVO                          00129900
            ADD 1                      TO ACUM-GRAV-EMPNOVO.            00130000
                                                                        00130100
      *----------------------------------------------------------------*00130200
       3900-99-FIM.                           EXIT.                     00130300
      *----------------------------------------------------------------*00130400
                                                                        00130500
      ******************************************************************00130600
      *                     F I N A L I Z A R                          *00130700
      ******************************************************************00130800
                                                                        00130900
      *----------------------------------------------------------------*00131000
       4000-FINALIZAR                        SECTION.                   00131100
      *----------------------------------------------------------------*00131200
                                                                        00131300
            MOVE SPACES               TO FD-MOV2505                     00131400
            MOVE '9999'               TO FD-MOV2505-T-TIPO              00131500
            MOVE ACUM-GERADOS         TO FD-MOV2505-T-QTD-REG           00131600
            MOVE ACUM-HASH-GERADO     TO FD-MOV2505-T-HASH              00131700
            WRITE FD-MOV2505                                            00131800
            PERFORM 1140-TESTAR-WRK-FS-MOVEMP                           00131900
                                                                        00132000
            PERFORM 4100-EMITIR-PARTIDAS                                00132100
                                                                        00132200
            MOVE SPACES               TO FD-GLMOV                       00132300
            MOVE '99999999'           TO FD-GLJ-T-CONTA                 00132400
            MOVE ACUM-LANCAMENTOS     TO FD-GLJ-T-QTD-REG               00132500
            MOVE ACUM-SOMA-DEBITOS    TO FD-GLJ-T-SOMA-DEB              00132600
            WRITE FD-GLMOV                                              00132700
            PERFORM 1160-TESTAR-WRK-FS-GLEMP                            00132800
                                                                        00132900
            PERFORM 4300-EMITIR-TOTAIS                                  00133000
                                                                        00133100
            CLOSE REJEMP                                                00133200
                  EMPNOVO                                               00133300
                  MOVEMP                                                00133400
                  RELEMP                                                00133500
                  GLEMP                                                 00133600
            IF WRK-FS-EMPANT NOT EQUAL '10'                             00133700
               CLOSE EMPANT                                             00133800
            END-IF                                                      00133900
                                                                        00134000
            DISPLAY '*************************************************' 00134100
            DISPLAY '   CARTEIRA DE EMPRESTIMO PESSOAL                ' 00134200
            DISPLAY '                                                 ' 00134300
            DISPLAY '  DATA DE MOVIMENTO   :  ' WRK-DATA-EXEC           00134400
            DISPLAY '  DIA UTIL            :  ' WRK-DTP-DIA-UTIL        00134500
            DISPLAY '  LIDOS EMPANT        :  ' ACUM-LIDOS-EMPANT       00134600
            DISPLAY '  LIDOS REJEMP        :  ' ACUM-LIDOS-REJEMP       00134700
            DISPLAY '  REJEICOES APLICADAS :  ' ACUM-REJ-APLICADAS      00134800
            DISPLAY '  REJEICOES SEM CONTR.:  ' ACUM-REJ-ORFAS          00134900
            DISPLAY '  GRAVADOS EMPNOVO    :  ' ACUM-GRAV-EMPNOVO       00135000
            DISPLAY '  EXPURGADOS          :  ' ACUM-EXPURGADOS         00135100
            DISPLAY '  PARCELAS GERADAS    :  ' ACUM-PARCELAS-GERADAS   00135200
            DISPLAY '  COBRANCAS DE ATRASO :  ' ACUM-COBRANCAS-GERADAS  00135300
            DISPLAY '  QUITADOS            :  ' ACUM-QUITADOS           00135400
            DISPLAY '  CANCELADOS          :  ' ACUM-CANCELADOS         00135500
            DISPLAY '                                                 ' 00135600
            DISPLAY '*************************************************'.00135700
                                                                        00135800
      *----------------------------------------------------------------*00135900
       4000-99-FIM.                           EXIT.                     00136000
      *----------------------------------------------------------------*00136100
                                                                        00136200
      *----------------------------------------------------------------*00136300
      *    PARTIDAS DO DIA; PARTIDA DE VALOR ZERO NAO E LANCADA        *00136400
      *----------------------------------------------------------------*00136500
       4100-EMITIR-PARTIDAS                  SECTION.                   00136600
      *----------------------------------------------------------------*00136700
                                                                        00136800
            IF ACUM-AMORTIZACAO-DIA GREATER ZEROS                       00136900
               MOVE WRK-CONTA-CAIXA    TO WRK-CONTA-CTB-DEB             00137000
               MOVE WRK-CONTA-EMPRESTIMO                                00137100
                                       TO WRK-CONTA-CTB-CRE             00137200
               MOVE ACUM-AMORTIZACAO-DIA                                00137300
                                       TO WRK-VALOR-LANC                00137400
               MOVE 'AMORTIZACAO EMPRESTIMOS'                           00137500
                                       TO WRK-HISTORICO-LANC            00137600
               PERFORM 4200-GRAVAR-PARTIDA                              00137700
            END-IF                                                      00137800
                                                                        00137900
            IF ACUM-JUROS-DIA GREATER ZEROS                             00138000
               MOVE WRK-CONTA-CAIXA    TO WRK-CONTA-CTB-DEB             00138100
               MOVE WRK-CONTA-RENDA-JUROS                               00138200
                                       TO WRK-CONTA-CTB-CRE             00138300
               MOVE ACUM-JUROS-DIA     TO WRK-VALOR-LANC                00138400
               MOVE 'JUROS EMPRESTIMOS'                                 00138500
                                       TO WRK-HISTORICO-LANC            00138600
               PERFORM 4200-GRAVAR-PARTIDA                              00138700
            END-IF                                                      00138800
                                                                        00138900
            IF ACUM-DEVOLVIDO-DIA GREATER ZEROS                         00139000
               MOVE WRK-CONTA-EMP-ATRASO                                00139100
                                       TO WRK-CONTA-CTB-DEB             00139200
               MOVE WRK-CONTA-CAIXA    TO WRK-CONTA-CTB-CRE             00139300
               MOVE ACUM-DEVOLVIDO-DIA TO WRK-VALOR-LANC                00139400
               MOVE 'PARCELAS EMPR DEVOLVIDAS'                          00139500
                                       TO WRK-HISTORICO-LANC            00139600
               PERFORM 4200-GRAVAR-PARTIDA                              00139700
            END-IF                                                      00139800
                                                                        00139900
            IF ACUM-MORA-DIA GREATER ZEROS                              00140000
               MOVE WRK-CONTA-EMP-ATRASO                                00140100
                                       TO WRK-CONTA-CTB-DEB             00140200
               MOVE WRK-CONTA-RENDA-MORA                                00140300
                                       TO WRK-CONTA-CTB-CRE             00140400
               MOVE ACUM-MORA-DIA      TO WRK-VALOR-LANC                00140500
               MOVE 'MORA E MULTA EMPRESTIMOS'                          00140600
                                       TO WRK-HISTORICO-LANC            00140700
               PERFORM 4200-GRAVAR-PARTIDA                              00140800
            END-IF                                                      00140900
                                                                        00141000
            IF ACUM-RECEBIDO-ATRASO GREATER ZEROS                       00141100
               MOVE WRK-CONTA-CAIXA    TO WRK-CONTA-CTB-DEB             00141200
               MOVE WRK-CONTA-EMP-ATRASO                                00141300
                                       TO WRK-CONTA-CTB-CRE             00141400
               MOVE ACUM-RECEBIDO-ATRASO                                00141500
                                       TO WRK-VALOR-LANC                00141600
               MOVE 'ATRASO EMPR RECEBIDO'                              00141700
                                       TO WRK-HISTORICO-LANC            00141800
               PERFORM 4200-GRAVAR-PARTIDA                              00141900
            END-IF                                                      00142000
                                                                        00142100
            IF ACUM-CANCELADO-DIA GREATER ZEROS                         00142200
               MOVE WRK-CONTA-CAIXA    TO WRK-CONTA-CTB-DEB             00142300
               MOVE WRK-CONTA-EMPRESTIMO                                00142400
                                       TO WRK-CONTA-CTB-CRE             00142500
               MOVE ACUM-CANCELADO-DIA TO WRK-VALOR-LANC                00142600
               MOVE 'LIBERACAO EMPR DEVOLVIDA'                          00142700
                                       TO WRK-HISTORICO-LANC            00142800
               PERFORM 4200-GRAVAR-PARTIDA                              00142900
            END-IF.                                                     00143000
                                                                        00143100
      *----------------------------------------------------------------*00143200
       4100-99-FIM.                           EXIT.                     00143300
      *----------------------------------------------------------------*00143400
                                                                        00143500
      *----------------------------------------------------------------*00143600
       4200-GRAVAR-PARTIDA                   SECTION.                   00143700
      *----------------------------------------------------------------*00143800
                                                                        00143900
            MOVE SPACES                TO FD-GLMOV                      00144000
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00144100
            MOVE WRK-CONTA-CTB-DEB     TO FD-GLJ-CONTA-CTB              00144200
            MOVE 'D'                   TO FD-GLJ-NATUREZA               00144300
            MOVE WRK-VALOR-LANC        TO FD-GLJ-VALOR                  00144400
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00144500
            WRITE FD-GLMOV                                              00144600
            PERFORM 1160-TESTAR-WRK-FS-GLEMP                            00144700
                                                                        00144800
            MOVE SPACES                TO FD-GLMOV                      00144900
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00145000
            MOVE WRK-CONTA-CTB-CRE     TO FD-GLJ-CONTA-CTB              00145100
            MOVE 'C'                   TO FD-GLJ-NATUREZA               00145200
            MOVE WRK-VALOR-LANC        TO FD-GLJ-VALOR                  00145300
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00145400
            WRITE FD-GLMOV                                              00145500
            PERFORM 1160-TESTAR-WRK-FS-GLEMP                            00145600
                                                                        00145700
            ADD 2                      TO ACUM-LANCAMENTOS              00145800
            ADD WRK-VALOR-LANC         TO ACUM-SOMA-DEBITOS.            00145900
                                                                        00146000
      *----------------------------------------------------------------*00146100
       4200-99-FIM.                           EXIT.                     00146200
      *----------------------------------------------------------------*00146300
                                                                        00146400
      *----------------------------------------------------------------*00146500
       4300-EMITIR-TOTAIS                    SECTION.                   00146600
      *----------------------------------------------------------------*00146700
                                                                        00146800
            MOVE SPACES                TO FD-RELEMP                     00146900
            WRITE FD-RELEMP                                             00147000
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00147100
                                                                        00147200
            MOVE 'CONTRATOS ATIVOS'    TO WRK-TQ-TEXTO                  00147300
            MOVE ACUM-ATIVOS           TO WRK-TQ-QTD                    00147400
            WRITE FD-RELEMP            FROM WRK-TOTQTD                  00147500
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00147600
                                                                        00147700
            MOVE 'SALDO DEVEDOR DA CARTEIRA'                            00147800
                                       TO WRK-TE-TEXTO                  00147900
            MOVE ACUM-SALDO-CARTEIRA   TO WRK-TE-VALOR                  00148000
            WRITE FD-RELEMP            FROM WRK-TOTEMP                  00148100
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00148200
                                                                        00148300
            MOVE 'PARCELAS EM ATRASO'  TO WRK-TE-TEXTO                  00148400
            MOVE ACUM-ATRASO-CARTEIRA  TO WRK-TE-VALOR                  00148500
            WRITE FD-RELEMP            FROM WRK-TOTEMP                  00148600
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00148700
                                                                        00148800
            MOVE 'MORA E MULTA A RECEBER'                               00148900
                                       TO WRK-TE-TEXTO                  00149000
            MOVE ACUM-MORA-CARTEIRA    TO WRK-TE-VALOR                  00149100
            WRITE FD-RELEMP            FROM WRK-TOTEMP                  00149200
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00149300
                                                                        00149400
            MOVE 'VALOR DE QUITACAO DA CARTEIRA'                        00149500
                                       TO WRK-TE-TEXTO                  00149600
            MOVE ACUM-QUITACAO-CARTEIRA                                 00149700
                                       TO WRK-TE-VALOR                  00149800
            WRITE FD-RELEMP            FROM WRK-TOTEMP                  00149900
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00150000
                                                                        00150100
            MOVE 'PARCELAS GERADAS NO DIA'                              00150200
                                       TO WRK-TQ-TEXTO                  00150300
            MOVE ACUM-PARCELAS-GERADAS TO WRK-TQ-QTD                    00150400
            WRITE FD-RELEMP            FROM WRK-TOTQTD                  00150500
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00150600
                                                                        00150700
            MOVE 'PARCELAS DEVOLVIDAS NO DIA'                           00150800
                                       TO WRK-TE-TEXTO                  00150900
            MOVE ACUM-DEVOLVIDO-DIA    TO WRK-TE-VALOR                  00151000
            WRITE FD-RELEMP            FROM WRK-TOTEMP                  00151100
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00151200
                                                                        00151300
            MOVE 'CONTRATOS QUITADOS NO DIA'                            00151400
                                       TO WRK-TQ-TEXTO                  00151500
            MOVE ACUM-QUITADOS         TO WRK-TQ-QTD                    00151600
            WRITE FD-RELEMP            FROM WRK-TOTQTD                  00151700
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00151800
                                                                        00151900
            MOVE 'CONTRATOS CANCELADOS NO DIA'                          00152000
                                       TO WRK-TQ-TEXTO                  00152100
            MOVE ACUM-CANCELADOS       TO WRK-TQ-QTD                    00152200
            WRITE FD-RELEMP            FROM WRK-TOTQTD                  00152300
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00152400
                                                                        00152500
            MOVE SPACES                TO FD-RELEMP                     00152600
            WRITE FD-RELEMP                                             00152700
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00152800
            WRITE FD-RELEMP            FROM WRK-CABFAIXA                00152900
            PERFORM 1150-TESTAR-WRK-FS-RELEMP                           00153000
                                                                        00153100
            PERFORM 4310-EMITIR-FAIXA                                   00153200
                    VARYING WRK-IDX-FX FROM 1 BY 1                      00153300
                    UNTIL WRK-IDX-FX GREATER 5.                         00153400
                                                                        00153500
      *----------------------------------------------------------------*00153600
       4300-99-FIM.                           EXIT.                     00153700
      *----------------------------------------------------------------*00153800
                                                                        00153900
      *----------------------------------------------------------------*00154000
       4310-EMITIR-FAIXA                     SECTION.                   00154100
      *----------------------------------------------------------------*00154200
                                                                        00154300
            SET WRK-IDX-FA             TO WRK-IDX-FX                    00154400
            MOVE WRK-FX-TEXTO (WRK-IDX-FX)                              00154500
                                       TO WRK-LF-TEXTO                  00154600
            MOVE WRK-FA-QTD (WRK-IDX-FA)                                00154700
                                       TO WRK-LF-QTD                    00154800
            MOVE WRK-FA-SALDO (WRK-IDX-FA)                              00154900
                                       TO WRK-LF-SALDO                  00155000
            MOVE WRK-FA-ATRASO (WRK-IDX-FA)                             00155100
                                       TO WRK-LF-ATRASO                 00155200
            WRITE FD-RELEMP            FROM WRK-LINFAIXA                00155300
            PERFORM 1150-TESTAR-WRK-FS-RELEMP.                          00155400
                                                                        00155500
      *----------------------------------------------------------------*00155600
       4310-99-FIM.                           EXIT.                     00155700
      *----------------------------------------------------------------*00155800
                                                                        00155900
      ******************************************************************00156000
      *                   T R A T A R  E R R O                         *00156100
      ******************************************************************00156200
                                                                        00156300
       9000-TRATAR-ERRO                     SECTION.                    00156400
      *----------------------------------------------------------------*00156500
                                                                        00156600
                  MOVE 'F'                TO WRK-SEVERIDADE             00156700
                  CALL 'GRAVALOG'         USING WRK-LOG                 00156800
                  MOVE 16                 TO RETURN-CODE                00156900
                  GOBACK.                                               00157000
                                                                        00157100
      *----------------------------------------------------------------*00157200
       9000-99-FIM.                           EXIT.                     00157300
      *----------------------------------------------------------------*00157400
