      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB78.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB78                                       *00002000
      *    TIPO.......: RECERTIFICACAO DE ACESSOS (ALCADAS)            *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : RECERTIFICACAO TRIMESTRAL DA TABELA DE ALCADAS   *00002800
      *               FOUR001.OPERADOR (MANTIDA PELO FR05DB28): CRUZA  *00002900
      *               OS FLAGS DE CADA OPERADOR COM A ATIVIDADE DELE   *00003000
      *               NA TRILHA DE AUDITORIA (AUDITRL, GRAVAUD) NO     *00003100
      *               PERIODO E APONTA:                                *00003200
      *               - PRIVILEGIO NUNCA USADO NO PERIODO;             *00003300
      *               - OPERADOR ATIVO SEM NENHUMA ATIVIDADE;          *00003400
      *               - ATIVIDADE DE OPERADOR INATIVO (APOS A          *00003500
      *                 DESATIVACAO REGISTRADA NA TRILHA) OU DE        *00003600
      *                 OPERADOR FORA DA TABELA;                       *00003700
      *               - COMBINACOES QUE DEVEM SER SEGREGADAS:          *00003800
      *                 R1 MANTEM ALCADAS E TEM INCLUI (LIBERA PEDIDO  *00003900
      *                    DE COMPRA/REQUISICAO - FR05DB36/FR05DB60);  *00004000
      *                 R2 MANTEM ALCADAS E TEM ALTERA (APROVA         *00004100
      *                    PENDENCIA/PRECO - FR05DB56/FR05DB58);       *00004200
      *                 R3 LIBEROU PEDIDO DE COMPRA E APROVOU AUMENTO  *00004300
      *                    DE PRECO CONTRATADO NO MESMO PERIODO.       *00004400
      *               EMITE UM BLOCO DE ASSINATURA POR GESTOR DE AREA  *00004500
      *               (ARQUIVO OPEGES, BOOK B#OPEGES); OPERADOR SEM    *00004600
      *               GESTOR VAI PARA O BLOCO DA SEGURANCA DA          *00004700
      *               INFORMACAO. OPERADOR ATIVO SEM ATIVIDADE SAI NO  *00004800
      *               OPERDES, NO LEIAUTE DO OPERMNT (ACAO 'D'), PRONTO*00004900
      *               PARA O FR05DB28 APOS A ASSINATURA DO GESTOR.     *00005000
      *               USO DE PRIVILEGIO NA TRILHA (USUARIO = OPERADOR  *00005100
      *               OU DIGITADOR/APROVADOR):                         *00005200
      *                 INCLUI - F05CIP1 'I', FR05DB36, FR05DB60       *00005300
      *                 ALTERA - F05CIP1 'A', APROVADOR DO FR05DB56 E  *00005400
      *                          DO FR05DB58                           *00005500
      *                 EXCLUI - F05CIP1 'D'                           *00005600
      *                 FOLHA  - F05CIP6                               *00005700
      *                 MANTER ALCADAS - FR05DB28 (TABELA OPERADOR)    *00005800
      *----------------------------------------------------------------*00005900
      *    BASE DE DADOS:                                              *00006000
      *     TABELAS DB2                           INCLUDE/BOOK         *00006100
      *    FOUR001.OPERADOR                        (HOST VARS PROPRIAS)*00006200
      *----------------------------------------------------------------*00006300
      *    ARQUIVOS :                                                  *00006400
      *    DDNAME          I/O                                         *00006500
      *    AUDITRL          I    TRILHA DE AUDITORIA (GRAVAUD)         *00006600
      *    JCLOPGES         I    OPERADOR X GESTOR DA AREA             *00006700
      *    JCLRELRC         O    RELATORIO DE RECERTIFICACAO           *00006800
      *    JCLOPDES         O    DESATIVACOES PROPOSTAS (OPERMNT)      *00006900
      *----------------------------------------------------------------*00007000
      *    MODULO   :                                                  *00007100
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00007200
      *----------------------------------------------------------------*00007300
      *    COPYBOOK :    B#GRALOG, B#OPEGES                            *00007400
      *----------------------------------------------------------------*00007500
      *    PARAMETROS (VIA SYSIN):                                     *00007600
      *      COL 01-08  DATA INICIAL DO PERIODO (AAAAMMDD)             *00007700
      *      COL 10-17  DATA FINAL DO PERIODO   (AAAAMMDD)             *00007800
      *      EM BRANCO = TRIMESTRE CIVIL ANTERIOR A DATA DO SISTEMA    *00007900
      *----------------------------------------------------------------*00008000
      *    HISTORICO DE ALTERACOES:                                    *00008100
      *      DATA        RESP.    DESCRICAO                            *00008200
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008300
      ******************************************************************00008400
      *================================================================*00008500
                                                                        00008600
      *================================================================*00008700
       ENVIRONMENT DIVISION.                                            00008800
      *================================================================*00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       CONFIGURATION                              SECTION.              00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
       SPECIAL-NAMES.                                                   00009500
           DECIMAL-POINT IS COMMA.                                      00009600
                                                                        00009700
      *----------------------------------------------------------------*00009800
       INPUT-OUTPUT                               SECTION.              00009900
      *----------------------------------------------------------------*00010000
                                                                        00010100
       FILE-CONTROL.                                                    00010200
             SELECT TRILHARQ  ASSIGN     TO AUDITRL                     00010300
                    FILE STATUS     IS WRK-FS-TRILHARQ.                 00010400
                                                                        00010500
             SELECT OPEGES    ASSIGN     TO JCLOPGES                    00010600
                    FILE STATUS     IS WRK-FS-OPEGES.                   00010700
                                                                        00010800
             SELECT RELREC    ASSIGN     TO JCLRELRC                    00010900
                    FILE STATUS     IS WRK-FS-RELREC.                   00011000
                                                                        00011100
             SELECT OPERDES   ASSIGN     TO JCLOPDES                    00011200
                    FILE STATUS     IS WRK-FS-OPERDES.                  00011300
                                                                        00011400
      *================================================================*00011500
       DATA                DIVISION.                                    00011600
      *================================================================*00011700
      *----------------------------------------------------------------*00011800
       FILE                                       SECTION.              00011900
      *----------------------------------------------------------------*00012000
      *----------------------------------------------------------------*00012100
      *    INPUT - TRILHA DE AUDITORIA (TRILHARQ) - LRECL = 159        *00012200
      *----------------------------------------------------------------*00012300
                                                                        00012400
       FD TRILHARQ                                                      00012500
           RECORDING MODE IS F                                          00012600
           BLOCK CONTAINS 0 RECORDS.                                    00012700
       01 FD-TRILHARQ.                                                  00012800
          05 FD-AUD-DATA               PIC X(08).                       00012900
          05 FD-AUD-HORA               PIC X(08).                       00013000
          05 FD-AUD-PROGRAMA           PIC X(08).                       00013100
          05 FD-AUD-SECAO              PIC X(06).                       00013200
          05 FD-AUD-TABELA             PIC X(08).                       00013300
          05 FD-AUD-OPERACAO           PIC X(01).                       00013400
          05 FD-AUD-ID                 PIC 9(04).                       00013500
          05 FD-AUD-CAMPO              PIC X(10).                       00013600
          05 FD-AUD-VALOR-ANTES        PIC X(40).                       00013700
          05 FD-AUD-VALOR-DEPOIS       PIC X(40).                       00013800
          05 FD-AUD-USUARIO            PIC X(08).                       00013900
          05 FD-AUD-DATA-MOVTO         PIC X(08).                       00014000
          05 FD-AUD-CHAVE              PIC X(10).                       00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
      *    INPUT - OPERADOR X GESTOR DA AREA (OPEGES) - LRECL = 050    *00014400
      *----------------------------------------------------------------*00014500
                                                                        00014600
       FD OPEGES                                                        00014700
           RECORDING MODE IS F                                          00014800
           BLOCK CONTAINS 0 RECORDS.                                    00014900
       01 FD-OPEGES         PIC X(050).                                 00015000
                                                                        00015100
      *----------------------------------------------------------------*00015200
      *    OUTPUT - RELATORIO DE RECERTIFICACAO (RELREC) - LRECL = 132 *00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
       FD RELREC                                                        00015600
           RECORDING MODE IS F                                          00015700
           BLOCK CONTAINS 0 RECORDS.                                    00015800
       01 FD-RELREC         PIC X(132).                                 00015900
                                                                        00016000
      *----------------------------------------------------------------*00016100
      *    OUTPUT - DESATIVACOES PROPOSTAS (OPERDES) - LRECL = 040     *00016200
      *    MESMO LEIAUTE DO OPERMNT DO FR05DB28                        *00016300
      *----------------------------------------------------------------*00016400
                                                                        00016500
       FD OPERDES                                                       00016600
           RECORDING MODE IS F                                          00016700
           BLOCK CONTAINS 0 RECORDS.                                    00016800
       01 FD-OPERDES.                                                   00016900
          05 FD-OPD-ACAO              PIC X(01).                        00017000
          05 FD-OPD-OPERADOR          PIC X(03).                        00017100
          05 FD-OPD-NOME              PIC X(30).                        00017200
          05 FD-OPD-INCLUI            PIC X(01).                        00017300
          05 FD-OPD-ALTERA            PIC X(01).                        00017400
          05 FD-OPD-EXCLUI            PIC X(01).                        00017500
          05 FD-OPD-FOLHA             PIC X(01).                        00017600
          05 FILLER                   PIC X(02).                        00017700
                                                                        00017800
      *----------------------------------------------------------------*00017900
       WORKING-STORAGE                            SECTION.              00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
      *----------------------------------------------------------------*00018300
       01  FILLER                      PIC  X(050)         VALUE        00018400
                 '*** INICIO DA WORKING FR05DB78 ***'.                  00018500
      *----------------------------------------------------------------*00018600
                                                                        00018700
       77 WRK-SQLCODE            PIC -999.                              00018800
       77 WRK-FS-TRILHARQ        PIC X(002) VALUE SPACES.               00018900
       77 WRK-FS-OPEGES          PIC X(002) VALUE SPACES.               00019000
       77 WRK-FS-RELREC          PIC X(002) VALUE SPACES.               00019100
       77 WRK-FS-OPERDES         PIC X(002) VALUE SPACES.               00019200
                                                                        00019300
       77 WRK-FIM-TRILHA         PIC X(001) VALUE 'N'.                  00019400
           88 WRK-FIM-TRILHA-SIM              VALUE 'S'.                00019500
       77 WRK-FIM-OPEGES         PIC X(001) VALUE 'N'.                  00019600
           88 WRK-FIM-OPEGES-SIM              VALUE 'S'.                00019700
                                                                        00019800
       77 WRK-DATA-HOJE          PIC X(008) VALUE SPACES.               00019900
       77 WRK-DATA-INI           PIC X(008) VALUE SPACES.               00020000
       77 WRK-DATA-FIM           PIC X(008) VALUE SPACES.               00020100
       77 WRK-TRIMESTRE          PIC 9(001) VALUE ZEROS.                00020200
                                                                        00020300
       01 WRK-DATA-AUX.                                                 00020400
          05 WRK-DTA-ANO              PIC 9(004).                       00020500
          05 WRK-DTA-MES              PIC 9(002).                       00020600
          05 WRK-DTA-DIA              PIC 9(002).                       00020700
                                                                        00020800
       01 WRK-DATA-EDIT.                                                00020900
          05 WRK-DTE-DIA              PIC X(002).                       00021000
          05 FILLER                   PIC X(001) VALUE '/'.             00021100
          05 WRK-DTE-MES              PIC X(002).                       00021200
          05 FILLER                   PIC X(001) VALUE '/'.             00021300
          05 WRK-DTE-ANO              PIC X(004).                       00021400
                                                                        00021500
       01 WRK-PARM-PERIODO.                                             00021600
          05 WRK-PP-DATA-INI          PIC X(008).                       00021700
          05 FILLER                   PIC X(001).                       00021800
          05 WRK-PP-DATA-FIM          PIC X(008).                       00021900
          05 FILLER                   PIC X(063).                       00022000
                                                                        00022100
      *----------------------------------------------------------------*00022200
      *    OPERADOR CORRENTE DA TRILHA E PAPEL NO REGISTRO             *00022300
      *    (E = EXECUTOR/DIGITADOR, A = APROVADOR)                     *00022400
      *----------------------------------------------------------------*00022500
                                                                        00022600
       77 WRK-OPR-ATUAL          PIC X(003) VALUE SPACES.               00022700
       77 WRK-PAPEL              PIC X(001) VALUE 'E'.                  00022800
           88 WRK-PAPEL-EXECUTOR              VALUE 'E'.                00022900
           88 WRK-PAPEL-APROVADOR             VALUE 'A'.                00023000
       77 WRK-TAB-ACHOU          PIC X(001) VALUE 'N'.                  00023100
           88 WRK-TAB-ACHOU-SIM               VALUE 'S'.                00023200
           88 WRK-TAB-ACHOU-NAO               VALUE 'N'.                00023300
       77 WRK-GES-TEM-OPR        PIC X(001) VALUE 'N'.                  00023400
           88 WRK-GES-TEM-OPR-SIM             VALUE 'S'.                00023500
           88 WRK-GES-TEM-OPR-NAO             VALUE 'N'.                00023600
                                                                        00023700
      *----------------------------------------------------------------*00023800
       01  FILLER                       PIC X(050)           VALUE      00023900
                '*** HOST VARS DA TABELA FOUR001.OPERADOR ***'.         00024000
      *----------------------------------------------------------------*00024100
                                                                        00024200
       77 WRK-OP-OPERADOR        PIC X(03) VALUE SPACES.                00024300
       77 WRK-OP-NOME            PIC X(30) VALUE SPACES.                00024400
       77 WRK-OP-INCLUI          PIC X(01) VALUE 'N'.                   00024500
       77 WRK-OP-ALTERA          PIC X(01) VALUE 'N'.                   00024600
       77 WRK-OP-EXCLUI          PIC X(01) VALUE 'N'.                   00024700
       77 WRK-OP-FOLHA           PIC X(01) VALUE 'N'.                   00024800
       77 WRK-OP-ATIVO           PIC X(01) VALUE 'N'.                   00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
      *    TABELA DE OPERADORES EM MEMORIA, COM O USO NO PERIODO       *00025200
      *    (GESTOR = INDICE NA TABELA DE GESTORES, ZEROS = SEM GESTOR; *00025300
      *    DESATIV = DATA DA ULTIMA DESATIVACAO VIGENTE NA TRILHA)     *00025400
      *----------------------------------------------------------------*00025500
                                                                        00025600
       01 WRK-TAB-OPERADORES.                                           00025700
          05 WRK-TAB-OPR              OCCURS 500 TIMES                  00025800
                                       INDEXED BY WRK-IDX-OPR.          00025900
             10 WRK-TAB-OPR-OPERADOR  PIC X(03).                        00026000
             10 WRK-TAB-OPR-NOME      PIC X(30).                        00026100
             10 WRK-TAB-OPR-INCLUI    PIC X(01).                        00026200
             10 WRK-TAB-OPR-ALTERA    PIC X(01).                        00026300
             10 WRK-TAB-OPR-EXCLUI    PIC X(01).                        00026400
             10 WRK-TAB-OPR-FOLHA     PIC X(01).                        00026500
             10 WRK-TAB-OPR-ATIVO     PIC X(01).                        00026600
             10 WRK-TAB-OPR-GESTOR    PIC 9(03).                        00026700
             10 WRK-TAB-OPR-QTD-ATIV  PIC 9(07).                        00026800
             10 WRK-TAB-OPR-ULT-ATIV  PIC X(08).                        00026900
             10 WRK-TAB-OPR-USO-INC   PIC 9(07).                        00027000
             10 WRK-TAB-OPR-USO-ALT   PIC 9(07).                        00027100
             10 WRK-TAB-OPR-USO-EXC   PIC 9(07).                        00027200
             10 WRK-TAB-OPR-USO-FOL   PIC 9(07).                        00027300
             10 WRK-TAB-OPR-MANT-ALC  PIC 9(07).                        00027400
             10 WRK-TAB-OPR-LIB-COMPRA PIC 9(07).                       00027500
             10 WRK-TAB-OPR-APR-PRECO PIC 9(07).                        00027600
             10 WRK-TAB-OPR-DESATIV   PIC X(08).                        00027700
             10 WRK-TAB-OPR-APOS-DES  PIC 9(07).                        00027800
                                                                        00027900
       77 WRK-TAB-OPR-QTDE       PIC 9(003) VALUE ZEROS.                00028000
                                                                        00028100
      *----------------------------------------------------------------*00028200
      *    TABELA DE GESTORES (UMA ENTRADA POR GESTOR + AREA)          *00028300
      *----------------------------------------------------------------*00028400
                                                                        00028500
       01 WRK-TAB-GESTORES.                                             00028600
          05 WRK-TAB-GES              OCCURS 100 TIMES                  00028700
                                       INDEXED BY WRK-IDX-GES.          00028800
             10 WRK-TAB-GES-NOME      PIC X(30).                        00028900
             10 WRK-TAB-GES-AREA      PIC X(10).                        00029000
                                                                        00029100
       77 WRK-TAB-GES-QTDE       PIC 9(003) VALUE ZEROS.                00029200
       77 WRK-IND-GES            PIC 9(003) VALUE ZEROS.                00029300
                                                                        00029400
      *----------------------------------------------------------------*00029500
      *    ATIVIDADE DE OPERADORES FORA DA FOUR001.OPERADOR            *00029600
      *----------------------------------------------------------------*00029700
                                                                        00029800
       01 WRK-TAB-DESCONHECIDOS.                                        00029900
          05 WRK-TAB-DSC              OCCURS 100 TIMES                  00030000
                                       INDEXED BY WRK-IDX-DSC.          00030100
             10 WRK-TAB-DSC-OPERADOR  PIC X(03).                        00030200
             10 WRK-TAB-DSC-QTD       PIC 9(07).                        00030300
             10 WRK-TAB-DSC-ULT-ATIV  PIC X(08).                        00030400
             10 WRK-TAB-DSC-PROGRAMA  PIC X(08).                        00030500
                                                                        00030600
       77 WRK-TAB-DSC-QTDE       PIC 9(003) VALUE ZEROS.                00030700
                                                                        00030800
      *----------------------------------------------------------------*00030900
      *    OCORRENCIAS DO OPERADOR EM AVALIACAO                        *00031000
      *----------------------------------------------------------------*00031100
                                                                        00031200
       01 WRK-TAB-OCORRENCIAS.                                          00031300
          05 WRK-OCOR                 OCCURS 10 TIMES                   00031400
                                       PIC X(045).                      00031500
                                                                        00031600
       77 WRK-QTD-OCOR           PIC 9(002) VALUE ZEROS.                00031700
       77 WRK-IND-OCOR           PIC 9(002) VALUE ZEROS.                00031800
       77 WRK-OCOR-TEXTO         PIC X(045) VALUE SPACES.               00031900
       77 WRK-PAGINA             PIC 9(003) VALUE ZEROS.                00032000
                                                                        00032100
      *----------------------------------------------------------------*00032200
       01  FILLER                       PIC X(050)           VALUE      00032300
                        '*** AREA DE ACUMULADORES ***'.                 00032400
      *----------------------------------------------------------------*00032500
                                                                        00032600
       77 ACUM-OPR-LIDOS         PIC 9(005) VALUE ZEROS.                00032700
       77 ACUM-OPEGES-LIDOS      PIC 9(005) VALUE ZEROS.                00032800
       77 ACUM-TRILHA-LIDOS      PIC 9(009) VALUE ZEROS.                00032900
       77 ACUM-NO-PERIODO        PIC 9(009) VALUE ZEROS.                00033000
       77 ACUM-DESCONHECIDOS     PIC 9(009) VALUE ZEROS.                00033100
       77 ACUM-DESATIVAR         PIC 9(005) VALUE ZEROS.                00033200
       77 ACUM-NAO-USADO         PIC 9(005) VALUE ZEROS.                00033300
       77 ACUM-INATIVO           PIC 9(005) VALUE ZEROS.                00033400
       77 ACUM-SEGREGACAO        PIC 9(005) VALUE ZEROS.                00033500
       77 ACUM-GES-OPR           PIC 9(005) VALUE ZEROS.                00033600
       77 ACUM-GES-OCOR          PIC 9(005) VALUE ZEROS.                00033700
       77 ACUM-GES-DESATIVAR     PIC 9(005) VALUE ZEROS.                00033800
                                                                        00033900
      *----------------------------------------------------------------*00034000
      *    LINHAS DO RELATORIO DE RECERTIFICACAO                       *00034100
      *----------------------------------------------------------------*00034200
                                                                        00034300
       01 WRK-CABEC1.                                                   00034400
          05 FILLER               PIC X(060) VALUE                      00034500
             'FR05DB78 - RECERTIFICACAO DE ACESSOS (FOUR001.OPERADOR)'. 00034600
          05 FILLER               PIC X(008) VALUE 'PERIODO '.          00034700
          05 WRK-CB-DATA-INI      PIC X(010) VALUE SPACES.              00034800
          05 FILLER               PIC X(003) VALUE ' A '.               00034900
          05 WRK-CB-DATA-FIM      PIC X(010) VALUE SPACES.              00035000
          05 FILLER               PIC X(031) VALUE SPACES.              00035100
          05 FILLER               PIC X(007) VALUE 'PAGINA '.           00035200
          05 WRK-CB-PAGINA        PIC ZZ9.                              00035300
                                                                        00035400
       01 WRK-CABEC2.                                                   00035500
          05 FILLER               PIC X(008) VALUE 'GESTOR: '.          00035600
          05 WRK-CB-GESTOR        PIC X(030) VALUE SPACES.              00035700
          05 FILLER               PIC X(008) VALUE '  AREA: '.          00035800
          05 WRK-CB-AREA          PIC X(010) VALUE SPACES.              00035900
          05 FILLER               PIC X(076) VALUE SPACES.              00036000
                                                                        00036100
       01 WRK-CABEC3.                                                   00036200
          05 FILLER               PIC X(004) VALUE 'OPR '.              00036300
          05 FILLER               PIC X(029) VALUE 'NOME'.              00036400
          05 FILLER               PIC X(008) VALUE 'I A E F '.          00036500
          05 FILLER               PIC X(004) VALUE 'ATV '.              00036600
          05 FILLER               PIC X(008) VALUE 'ATIVID. '.          00036700
          05 FILLER               PIC X(011) VALUE 'ULT.ATIV.'.         00036800
          05 FILLER               PIC X(046) VALUE 'OCORRENCIA'.        00036900
          05 FILLER               PIC X(022) VALUE                      00037000
             'DECISAO DO GESTOR'.                                       00037100
                                                                        00037200
       01 WRK-CABEC4.                                                   00037300
          05 FILLER               PIC X(043) VALUE                      00037400
             'FLAGS: I=INCLUI A=ALTERA E=EXCLUI F=FOLHA -'.             00037500
          05 FILLER               PIC X(089) VALUE                      00037600
             ' ATIVID. = REGISTROS DO OPERADOR NA TRILHA NO PERIODO'.   00037700
                                                                        00037800
       01 WRK-LINDET.                                                   00037900
          05 WRK-LD-OPERADOR      PIC X(003).                           00038000
          05 FILLER               PIC X(001) VALUE SPACES.              00038100
          05 WRK-LD-NOME          PIC X(028).                           00038200
          05 FILLER               PIC X(001) VALUE SPACES.              00038300
          05 WRK-LD-INCLUI        PIC X(001).                           00038400
          05 FILLER               PIC X(001) VALUE SPACES.              00038500
          05 WRK-LD-ALTERA        PIC X(001).                           00038600
          05 FILLER               PIC X(001) VALUE SPACES.              00038700
          05 WRK-LD-EXCLUI        PIC X(001).                           00038800
          05 FILLER               PIC X(001) VALUE SPACES.              00038900
          05 WRK-LD-FOLHA         PIC X(001).                           00039000
          05 FILLER               PIC X(001) VALUE SPACES.              00039100
          05 WRK-LD-ATIVO         PIC X(003).                           00039200
          05 FILLER               PIC X(001) VALUE SPACES.              00039300
          05 WRK-LD-QTD           PIC ZZZ.ZZ9.                          00039400
          05 FILLER               PIC X(001) VALUE SPACES.              00039500
          05 WRK-LD-ULT-ATIV      PIC X(010).                           00039600
          05 FILLER               PIC X(001) VALUE SPACES.              00039700
          05 WRK-LD-OCORRENCIA    PIC X(045).                           00039800
          05 FILLER               PIC X(001) VALUE SPACES.              00039900
          05 WRK-LD-DECISAO       PIC X(022).                           00040000
                                                                        00040100
       01 WRK-LINTIT.                                                   00040200
          05 WRK-LTI-TEXTO        PIC X(060) VALUE SPACES.              00040300
          05 FILLER               PIC X(072) VALUE SPACES.              00040400
                                                                        00040500
       01 WRK-LINTOT.                                                   00040600
          05 WRK-LT-TEXTO         PIC X(030).                           00040700
          05 WRK-LT-QTD           PIC ZZZ.ZZ9.                          00040800
          05 FILLER               PIC X(095) VALUE SPACES.              00040900
                                                                        00041000
       01 WRK-LINASS0.                                                  00041100
          05 FILLER               PIC X(060) VALUE                      00041200
             'DECLARO QUE REVISEI OS ACESSOS ACIMA E MARQUEI A DECISAO'.00041300
          05 FILLER               PIC X(072) VALUE                      00041400
             ' DE CADA OPERADOR.'.                                      00041500
                                                                        00041600
       01 WRK-LINASS1.                                                  00041700
          05 FILLER               PIC X(060) VALUE                      00041800
             'GESTOR RESPONSAVEL: ______________________________'.      00041900
          05 FILLER               PIC X(072) VALUE SPACES.              00042000
                                                                        00042100
       01 WRK-LINASS2.                                                  00042200
          05 FILLER               PIC X(060) VALUE                      00042300
             'ASSINATURA: ______________________   DATA: ___/___/____'. 00042400
          05 FILLER               PIC X(072) VALUE SPACES.              00042500
                                                                        00042600
      *----------------------------------------------------------------*00042700
       01  FILLER                       PIC X(050)           VALUE      00042800
                        '*** AREA DE BOOK ***'.                         00042900
      *----------------------------------------------------------------*00043000
                                                                        00043100
           COPY 'B#GRALOG'.                                             00043200
                                                                        00043300
           COPY 'B#OPEGES'.                                             00043400
                                                                        00043500
      *----------------------------------------------------------------*00043600
       01  FILLER                       PIC X(050)           VALUE      00043700
                        '*** AREA DB2 ***'.                             00043800
      *----------------------------------------------------------------*00043900
                                                                        00044000
           EXEC SQL                                                     00044100
               INCLUDE SQLCA                                            00044200
           END-EXEC.                                                    00044300
                                                                        00044400
           EXEC SQL                                                     00044500
             DECLARE CUR-OPERADOR CURSOR FOR                            00044600
              SELECT OPERADOR, NOME, INCLUI, ALTERA, EXCLUI,            00044700
                     FOLHA, ATIVO                                       00044800
                FROM FOUR001.OPERADOR                                   00044900
               ORDER BY OPERADOR                                        00045000
           END-EXEC.                                                    00045100
                                                                        00045200
      *----------------------------------------------------------------*00045300
       01  FILLER                      PIC  X(050)         VALUE        00045400
              '*** FR05DB78 - FIM DA AREA DE WORKING ***'.              00045500
      *----------------------------------------------------------------*00045600
                                                                        00045700
      *================================================================*00045800
        PROCEDURE                       DIVISION.                       00045900
      *================================================================*00046000
                                                                        00046100
      ******************************************************************00046200
      *                    P R I N C I P A L                           *00046300
      ******************************************************************00046400
                                                                        00046500
      *----------------------------------------------------------------*00046600
       0000-PRINCIPAL                            SECTION.               00046700
      *----------------------------------------------------------------*00046800
                                                                        00046900
           PERFORM 1000-INICIAR                                         00047000
                                                                        00047100
           PERFORM 2000-CARREGAR-OPERADORES                             00047200
                                                                        00047300
           PERFORM 2200-CARREGAR-GESTORES                               00047400
                                                                        00047500
           PERFORM 3000-PROCESSAR-TRILHA                                00047600
                                                                        00047700
           PERFORM 4000-EMITIR-RELATORIO                                00047800
                                                                        00047900
           PERFORM 5000-FINALIZAR                                       00048000
                                                                        00048100
           STOP RUN.                                                    00048200
                                                                        00048300
      *----------------------------------------------------------------*00048400
       0000-99-FIM.                           EXIT.                     00048500
      *----------------------------------------------------------------*00048600
                                                                        00048700
      ******************************************************************00048800
      *                      I N I C I A R                             *00048900
      ******************************************************************00049000
                                                                        00049100
      *----------------------------------------------------------------*00049200
       1000-INICIAR                           SECTION.                  00049300
      *----------------------------------------------------------------*00049400
                                                                        00049500
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00049600
                                                                        00049700
           PERFORM 1200-LER-PARAMETROS.                                 00049800
                                                                        00049900
           OPEN INPUT  TRILHARQ                                         00050000
                       OPEGES                                           00050100
                OUTPUT RELREC                                           00050200
                       OPERDES.                                         00050300
                                                                        00050400
           PERFORM 1100-TESTAR-STATUS.                                  00050500
                                                                        00050600
           MOVE WRK-DATA-INI           TO WRK-DATA-AUX.                 00050700
           PERFORM 8000-FORMATAR-DATA.                                  00050800
           MOVE WRK-DATA-EDIT          TO WRK-CB-DATA-INI.              00050900
           MOVE WRK-DATA-FIM           TO WRK-DATA-AUX.                 00051000
           PERFORM 8000-FORMATAR-DATA.                                  00051100
           MOVE WRK-DATA-EDIT          TO WRK-CB-DATA-FIM.              00051200
                                                                        00051300
      *----------------------------------------------------------------*00051400
       1000-99-FIM.                              EXIT.                  00051500
      *----------------------------------------------------------------*00051600
                                                                        00051700
      ******************************************************************00051800
      *                   T E S T A R  S T A T U S                     *00051900
      ******************************************************************00052000
                                                                        00052100
      *----------------------------------------------------------------*00052200
       1100-TESTAR-STATUS                    SECTION.                   00052300
      *----------------------------------------------------------------*00052400
                                                                        00052500
           MOVE 'FR05DB78'              TO WRK-PROGRAMA.                00052600
           MOVE '1100  '                TO WRK-SECAO.                   00052700
                                                                        00052800
           IF WRK-FS-TRILHARQ NOT EQUAL ZEROS AND                       00052900
              WRK-FS-TRILHARQ NOT EQUAL '10'                            00053000
              MOVE 'ERRO NO ARQUIVO AUDITRL' TO WRK-MENSAGEM            00053100
              MOVE WRK-FS-TRILHARQ      TO WRK-STATUS                   00053200
              PERFORM 9999-TRATAR-ERROS                                 00053300
           END-IF.                                                      00053400
                                                                        00053500
           IF WRK-FS-OPEGES NOT EQUAL ZEROS AND                         00053600
              WRK-FS-OPEGES NOT EQUAL '10'                              00053700
              MOVE 'ERRO NO ARQUIVO OPEGES' TO WRK-MENSAGEM             00053800
              MOVE WRK-FS-OPEGES        TO WRK-STATUS                   00053900
              PERFORM 9999-TRATAR-ERROS                                 00054000
           END-IF.                                                      00054100
                                                                        00054200
           IF WRK-FS-RELREC NOT EQUAL ZEROS                             00054300
              MOVE 'ERRO NO ARQUIVO RELREC' TO WRK-MENSAGEM             00054400
              MOVE WRK-FS-RELREC        TO WRK-STATUS                   00054500
              PERFORM 9999-TRATAR-ERROS                                 00054600
           END-IF.                                                      00054700
                                                                        00054800
           IF WRK-FS-OPERDES NOT EQUAL ZEROS                            00054900
              MOVE 'ERRO NO ARQUIVO OPERDES' TO WRK-MENSAGEM            00055000
              MOVE WRK-FS-OPERDES       TO WRK-STATUS                   00055100
              PERFORM 9999-TRATAR-ERROS                                 00055200
           END-IF.                                                      00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       1100-99-FIM.                           EXIT.                     00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
      ******************************************************************00055900
      *              L E R   P A R A M E T R O S                       *00056000
      ******************************************************************00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       1200-LER-PARAMETROS                   SECTION.                   00056400
      *----------------------------------------------------------------*00056500
                                                                        00056600
           MOVE SPACES                 TO WRK-PARM-PERIODO.             00056700
           ACCEPT WRK-PARM-PERIODO     FROM SYSIN.                      00056800
                                                                        00056900
           IF WRK-PP-DATA-INI EQUAL SPACES                              00057000
            AND WRK-PP-DATA-FIM EQUAL SPACES                            00057100
              PERFORM 1300-CALCULAR-TRIMESTRE                           00057200
              GO                   TO 1200-99-FIM                       00057300
           END-IF.                                                      00057400
                                                                        00057500
           IF WRK-PP-DATA-INI NOT NUMERIC                               00057600
            OR WRK-PP-DATA-FIM NOT NUMERIC                              00057700
            OR WRK-PP-DATA-INI GREATER WRK-PP-DATA-FIM                  00057800
              MOVE 'FR05DB78'          TO WRK-PROGRAMA                  00057900
              MOVE '1200  '            TO WRK-SECAO                     00058000
              MOVE 'PERIODO INVALIDO NO SYSIN'                          00058100
                                       TO WRK-MENSAGEM                  00058200
              MOVE WRK-PARM-PERIODO    TO WRK-STATUS                    00058300
              PERFORM 9999-TRATAR-ERROS                                 00058400
           END-IF.                                                      00058500
                                                                        00058600
           MOVE WRK-PP-DATA-INI        TO WRK-DATA-INI.                 00058700
           MOVE WRK-PP-DATA-FIM        TO WRK-DATA-FIM.                 00058800
                                                                        00058900
      *----------------------------------------------------------------*00059000
       1200-99-FIM.                           EXIT.                     00059100
      *----------------------------------------------------------------*00059200
                                                                        00059300
      *----------------------------------------------------------------*00059400
       1300-CALCULAR-TRIMESTRE               SECTION.                   00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
      *    WRK-TRIMESTRE = TRIMESTRE CORRENTE MENOS 1 (0 = JANEIRO A   *00059800
      *    MARCO, QUE RECERTIFICA O 4. TRIMESTRE DO ANO ANTERIOR)      *00059900
           MOVE WRK-DATA-HOJE          TO WRK-DATA-AUX.                 00060000
           COMPUTE WRK-TRIMESTRE = (WRK-DTA-MES - 1) / 3.               00060100
                                                                        00060200
           IF WRK-TRIMESTRE EQUAL ZEROS                                 00060300
              SUBTRACT 1               FROM WRK-DTA-ANO                 00060400
              MOVE 4                   TO WRK-TRIMESTRE                 00060500
           END-IF.                                                      00060600
                                                                        00060700
           COMPUTE WRK-DTA-MES = (WRK-TRIMESTRE * 3) - 2.               00060800
           MOVE 01                     TO WRK-DTA-DIA.                  00060900
           MOVE WRK-DATA-AUX           TO WRK-DATA-INI.                 00061000
                                                                        00061100
           COMPUTE WRK-DTA-MES = WRK-TRIMESTRE * 3.                     00061200
           IF WRK-DTA-MES EQUAL 06 OR 09                                00061300
              MOVE 30                  TO WRK-DTA-DIA                   00061400
           ELSE                                                         00061500
              MOVE 31                  TO WRK-DTA-DIA                   00061600
           END-IF.                                                      00061700
           MOVE WRK-DATA-AUX           TO WRK-DATA-FIM.                 00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       1300-99-FIM.                           EXIT.                     00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
      ******************************************************************00062400
      *          C A R R E G A R   O P E R A D O R E S                 *00062500
      ******************************************************************00062600
                                                                        00062700
      *----------------------------------------------------------------*00062800
       2000-CARREGAR-OPERADORES              SECTION.                   00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
           EXEC SQL                                                     00063200
             OPEN CUR-OPERADOR                                          00063300
           END-EXEC.                                                    00063400
                                                                        00063500
           IF SQLCODE NOT EQUAL ZEROS                                   00063600
              MOVE SQLCODE             TO WRK-SQLCODE                   00063700
              MOVE 'FR05DB78'          TO WRK-PROGRAMA                  00063800
              MOVE '2000  '            TO WRK-SECAO                     00063900
              MOVE 'ERRO NO OPEN DO CURSOR OPERADOR' TO WRK-MENSAGEM    00064000
              MOVE WRK-SQLCODE         TO WRK-STATUS                    00064100
              PERFORM 9999-TRATAR-ERROS                                 00064200
           END-IF.                                                      00064300
                                                                        00064400
           PERFORM 2100-LER-OPERADOR UNTIL SQLCODE EQUAL +100.          00064500
                                                                        00064600
           EXEC SQL                                                     00064700
             CLOSE CUR-OPERADOR                                         00064800
           END-EXEC.                                                    00064900
                                                                        00065000
      *----------------------------------------------------------------*00065100
       2000-99-FIM.                           EXIT.                     00065200
      *----------------------------------------------------------------*00065300
                                                                        00065400
      *----------------------------------------------------------------*00065500
       2100-LER-OPERADOR                     SECTION.                   00065600
      *----------------------------------------------------------------*00065700
                                                                        00065800
           EXEC SQL                                                     00065900
             FETCH CUR-OPERADOR                                         00066000
              INTO :WRK-OP-OPERADOR, :WRK-OP-NOME, :WRK-OP-INCLUI,      00066100
                   :WRK-OP-ALTERA, :WRK-OP-EXCLUI, :WRK-OP-FOLHA,       00066200
                   :WRK-OP-ATIVO                                        00066300
           END-EXEC.                                                    00066400
                                                                        00066500
           IF SQLCODE EQUAL +100                                        00066600
              GO                   TO 2100-99-FIM                       00066700
           END-IF.                                                      00066800
                                                                        00066900
           IF SQLCODE NOT EQUAL ZEROS                                   00067000
              MOVE SQLCODE             TO WRK-SQLCODE                   00067100
              MOVE 'FR05DB78'          TO WRK-PROGRAMA                  00067200
              MOVE '2100  '            TO WRK-SECAO                     00067300
              MOVE 'ERRO NO FETCH DO CURSOR OPERADOR' TO WRK-MENSAGEM   00067400
              MOVE WRK-SQLCODE         TO WRK-STATUS                    00067500
              PERFORM 9999-TRATAR-ERROS                                 00067600
           END-IF.                                                      00067700
                                                                        00067800
           IF WRK-TAB-OPR-QTDE NOT LESS 500                             00067900
              MOVE 'FR05DB78'          TO WRK-PROGRAMA                  00068000
              MOVE '2100  '            TO WRK-SECAO                     00068100
              MOVE 'TABELA DE OPERADORES ESTOURADA (500)'               00068200
                                       TO WRK-MENSAGEM                  00068300
              MOVE WRK-OP-OPERADOR     TO WRK-STATUS                    00068400
              PERFORM 9999-TRATAR-ERROS                                 00068500
           END-IF.                                                      00068600
                                                                        00068700
           ADD 1                       TO ACUM-OPR-LIDOS.               00068800
           ADD 1                       TO WRK-TAB-OPR-QTDE.             00068900
           SET WRK-IDX-OPR             TO WRK-TAB-OPR-QTDE.             00069000
                                                                        00069100
           MOVE WRK-OP-OPERADOR  TO WRK-TAB-OPR-OPERADOR (WRK-IDX-OPR). 00069200
           MOVE WRK-OP-NOME      TO WRK-TAB-OPR-NOME     (WRK-IDX-OPR). 00069300
           MOVE WRK-OP-INCLUI    TO WRK-TAB-OPR-INCLUI   (WRK-IDX-OPR). 00069400
           MOVE WRK-OP-ALTERA    TO WRK-TAB-OPR-ALTERA   (WRK-IDX-OPR). 00069500
           MOVE WRK-OP-EXCLUI    TO WRK-TAB-OPR-EXCLUI   (WRK-IDX-OPR). 00069600
           MOVE WRK-OP-FOLHA     TO WRK-TAB-OPR-FOLHA    (WRK-IDX-OPR). 00069700
           MOVE WRK-OP-ATIVO     TO WRK-TAB-OPR-ATIVO    (WRK-IDX-OPR). 00069800
           MOVE SPACES           TO WRK-TAB-OPR-ULT-ATIV (WRK-IDX-OPR)  00069900
                                    WRK-TAB-OPR-DESATIV  (WRK-IDX-OPR). 00070000
           MOVE ZEROS            TO WRK-TAB-OPR-GESTOR   (WRK-IDX-OPR)  00070100
                                    WRK-TAB-OPR-QTD-ATIV (WRK-IDX-OPR)  00070200
                                    WRK-TAB-OPR-USO-INC  (WRK-IDX-OPR)  00070300
                                    WRK-TAB-OPR-USO-ALT  (WRK-IDX-OPR)  00070400
                                    WRK-TAB-OPR-USO-EXC  (WRK-IDX-OPR)  00070500
                                    WRK-TAB-OPR-USO-FOL  (WRK-IDX-OPR)  00070600
                                    WRK-TAB-OPR-MANT-ALC (WRK-IDX-OPR)  00070700
                                    WRK-TAB-OPR-LIB-COMPRA              00070800
                                                         (WRK-IDX-OPR)  00070900
                                    WRK-TAB-OPR-APR-PRECO               00071000
                                                         (WRK-IDX-OPR)  00071100
                                    WRK-TAB-OPR-APOS-DES (WRK-IDX-OPR). 00071200
                                                                        00071300
      *----------------------------------------------------------------*00071400
       2100-99-FIM.                           EXIT.                     00071500
      *----------------------------------------------------------------*00071600
                                                                        00071700
      ******************************************************************00071800
      *            C A R R E G A R   G E S T O R E S                   *00071900
      ******************************************************************00072000
                                                                        00072100
      *----------------------------------------------------------------*00072200
       2200-CARREGAR-GESTORES                SECTION.                   00072300
      *----------------------------------------------------------------*00072400
                                                                        00072500
           PERFORM 2300-LER-OPEGES.                                     00072600
                                                                        00072700
           PERFORM 2400-VINCULAR-GESTOR                                 00072800
                   UNTIL WRK-FIM-OPEGES-SIM.                            00072900
                                                                        00073000
      *----------------------------------------------------------------*00073100
       2200-99-FIM.                           EXIT.                     00073200
      *----------------------------------------------------------------*00073300
                                                                        00073400
      *----------------------------------------------------------------*00073500
       2300-LER-OPEGES                       SECTION.                   00073600
      *----------------------------------------------------------------*00073700
                                                                        00073800
           READ OPEGES                 INTO WRK-OPEGES.                 00073900
                                                                        00074000
           IF WRK-FS-OPEGES EQUAL '10'                                  00074100
              MOVE 'S'                 TO WRK-FIM-OPEGES                00074200
              GO                   TO 2300-99-FIM                       00074300
           END-IF.                                                      00074400
                                                                        00074500
           PERFORM 1100-TESTAR-STATUS.                                  00074600
           ADD 1                       TO ACUM-OPEGES-LIDOS.            00074700
                                                                        00074800
      *----------------------------------------------------------------*00074900
       2300-99-FIM.                           EXIT.                     00075000
      *----------------------------------------------------------------*00075100
                                                                        00075200
      *----------------------------------------------------------------*00075300
       2400-VINCULAR-GESTOR                  SECTION.                   00075400
      *----------------------------------------------------------------*00075500
                                                                        00075600
           MOVE FD-OGS-OPERADOR        TO WRK-OPR-ATUAL.                00075700
           PERFORM 3800-LOCALIZAR-OPERADOR.                             00075800
                                                                        00075900
           IF WRK-TAB-ACHOU-NAO                                         00076000
              MOVE 'FR05DB78'          TO WRK-PROGRAMA                  00076100
              MOVE '2400  '            TO WRK-SECAO                     00076200
              MOVE 'OPERADOR DO OPEGES FORA DA TABELA'                  00076300
                                       TO WRK-MENSAGEM                  00076400
              MOVE FD-OGS-OPERADOR     TO WRK-STATUS                    00076500
              PERFORM 9998-TRATAR-AVISO                                 00076600
              PERFORM 2300-LER-OPEGES                                   00076700
              GO                   TO 2400-99-FIM                       00076800
           END-IF.                                                      00076900
                                                                        00077000
           MOVE 'N'                    TO WRK-TAB-ACHOU.                00077100
           SET WRK-IDX-GES             TO 1.                            00077200
           IF WRK-TAB-GES-QTDE GREATER ZEROS                            00077300
              SEARCH WRK-TAB-GES                                        00077400
                AT END                                                  00077500
                   CONTINUE                                             00077600
                WHEN WRK-IDX-GES GREATER WRK-TAB-GES-QTDE               00077700
                   CONTINUE                                             00077800
                WHEN WRK-TAB-GES-NOME (WRK-IDX-GES)                     00077900
                     EQUAL FD-OGS-GESTOR                                00078000
                 AND WRK-TAB-GES-AREA (WRK-IDX-GES)                     00078100
                     EQUAL FD-OGS-AREA                                  00078200
                   MOVE 'S'            TO WRK-TAB-ACHOU                 00078300
              END-SEARCH                                                00078400
           END-IF.                                                      00078500
                                                                        00078600
           IF WRK-TAB-ACHOU-NAO                                         00078700
              IF WRK-TAB-GES-QTDE NOT LESS 100                          00078800
                 MOVE 'FR05DB78'       TO WRK-PROGRAMA                  00078900
                 MOVE '2400  '         TO WRK-SECAO                     00079000
                 MOVE 'TABELA DE GESTORES ESTOURADA (100)'              00079100
                                       TO WRK-MENSAGEM                  00079200
                 MOVE FD-OGS-AREA      TO WRK-STATUS                    00079300
                 PERFORM 9999-TRATAR-ERROS                              00079400
              END-IF                                                    00079500
              ADD 1                    TO WRK-TAB-GES-QTDE              00079600
              SET WRK-IDX-GES          TO WRK-TAB-GES-QTDE              00079700
              MOVE FD-OGS-GESTOR       TO WRK-TAB-GES-NOME (WRK-IDX-GES)00079800
              MOVE FD-OGS-AREA         TO WRK-TAB-GES-AREA (WRK-IDX-GES)00079900
           END-IF.                                                      00080000
                                                                        00080100
           SET WRK-IND-GES             TO WRK-IDX-GES.                  00080200
           MOVE WRK-IND-GES    TO WRK-TAB-OPR-GESTOR (WRK-IDX-OPR).     00080300
                                                                        00080400
           PERFORM 2300-LER-OPEGES.                                     00080500
                                                                        00080600
      *----------------------------------------------------------------*00080700
       2400-99-FIM.                           EXIT.                     00080800
      *----------------------------------------------------------------*00080900
                                                                        00081000
      ******************************************************************00081100
      *             P R O C E S S A R   T R I L H A                    *00081200
      ******************************************************************00081300
                                                                        00081400
      *----------------------------------------------------------------*00081500
       3000-PROCESSAR-TRILHA                 SECTION.                   00081600
      *----------------------------------------------------------------*00081700
                                                                        00081800
           PERFORM 3100-LER-TRILHA.                                     00081900
                                                                        00082000
           PERFORM 3200-TRATAR-REGISTRO                                 00082100
                   UNTIL WRK-FIM-TRILHA-SIM.                            00082200
                                                                        00082300
      *----------------------------------------------------------------*00082400
       3000-99-FIM.                           EXIT.                     00082500
      *----------------------------------------------------------------*00082600
                                                                        00082700
      *----------------------------------------------------------------*00082800
       3100-LER-TRILHA                       SECTION.                   00082900
      *----------------------------------------------------------------*00083000
                                                                        00083100
           READ TRILHARQ.                                               00083200
                                                                        00083300
           IF WRK-FS-TRILHARQ EQUAL '10'                                00083400
              MOVE 'S'                 TO WRK-FIM-TRILHA                00083500
              GO                   TO 3100-99-FIM                       00083600
           END-IF.                                                      00083700
                                                                        00083800
           PERFORM 1100-TESTAR-STATUS.                                  00083900
           ADD 1                       TO ACUM-TRILHA-LIDOS.            00084000
                                                                        00084100
      *----------------------------------------------------------------*00084200
       3100-99-FIM.                           EXIT.                     00084300
      *----------------------------------------------------------------*00084400
                                                                        00084500
      *----------------------------------------------------------------*00084600
       3200-TRATAR-REGISTRO                  SECTION.                   00084700
      *----------------------------------------------------------------*00084800
                                                                        00084900
      *    A MANUTENCAO DE ALCADAS E LIDA NA TRILHA INTEIRA (A TRILHA  *00085000
      *    E GRAVADA EM ORDEM CRONOLOGICA), PARA SABER SE O OPERADOR   *00085100
      *    ESTAVA DESATIVADO QUANDO A ATIVIDADE DO PERIODO ACONTECEU   *00085200
           IF FD-AUD-PROGRAMA EQUAL 'FR05DB28'                          00085300
            AND FD-AUD-TABELA EQUAL 'OPERADOR'                          00085400
              PERFORM 3300-TRATAR-MANUT-ALCADA                          00085500
           END-IF.                                                      00085600
                                                                        00085700
           IF FD-AUD-DATA LESS WRK-DATA-INI                             00085800
            OR FD-AUD-DATA GREATER WRK-DATA-FIM                         00085900
              PERFORM 3100-LER-TRILHA                                   00086000
              GO                   TO 3200-99-FIM                       00086100
           END-IF.                                                      00086200
                                                                        00086300
           ADD 1                       TO ACUM-NO-PERIODO.              00086400
                                                                        00086500
           MOVE FD-AUD-USUARIO (1:3)   TO WRK-OPR-ATUAL.                00086600
           MOVE 'E'                    TO WRK-PAPEL.                    00086700
           PERFORM 3400-CONTAR-ATIVIDADE.                               00086800
                                                                        00086900
      *    USUARIO DIGITADOR/APROVADOR (FR05DB56, FR05DB58, FR05EX20)  *00087000
           IF FD-AUD-USUARIO (4:1) EQUAL '/'                            00087100
              MOVE FD-AUD-USUARIO (5:3) TO WRK-OPR-ATUAL                00087200
              MOVE 'A'                 TO WRK-PAPEL                     00087300
              PERFORM 3400-CONTAR-ATIVIDADE                             00087400
           END-IF.                                                      00087500
                                                                        00087600
           PERFORM 3100-LER-TRILHA.                                     00087700
                                                                        00087800
      *----------------------------------------------------------------*00087900
       3200-99-FIM.                           EXIT.                     00088000
      *----------------------------------------------------------------*00088100
                                                                        00088200
      *----------------------------------------------------------------*00088300
       3300-TRATAR-MANUT-ALCADA              SECTION.                   00088400
      *----------------------------------------------------------------*00088500
                                                                        00088600
      *    FR05DB28: VALOR-ANTES = OPERADOR MANTIDO; 'D' DESATIVA,     *00088700
      *    'I'/'A' (RE)ATIVA                                           *00088800
           MOVE FD-AUD-VALOR-ANTES (1:3) TO WRK-OPR-ATUAL.              00088900
           PERFORM 3800-LOCALIZAR-OPERADOR.                             00089000
                                                                        00089100
           IF WRK-TAB-ACHOU-NAO                                         00089200
              GO                   TO 3300-99-FIM                       00089300
           END-IF.                                                      00089400
                                                                        00089500
           IF FD-AUD-OPERACAO EQUAL 'D'                                 00089600
              MOVE FD-AUD-DATA TO WRK-TAB-OPR-DESATIV (WRK-IDX-OPR)     00089700
           ELSE                                                         00089800
              MOVE SPACES      TO WRK-TAB-OPR-DESATIV (WRK-IDX-OPR)     00089900
           END-IF.                                                      00090000
                                                                        00090100
      *----------------------------------------------------------------*00090200
       3300-99-FIM.                           EXIT.                     00090300
      *----------------------------------------------------------------*00090400
                                                                        00090500
      *----------------------------------------------------------------*00090600
       3400-CONTAR-ATIVIDADE                 SECTION.                   00090700
      *----------------------------------------------------------------*00090800
                                                                        00090900
           IF WRK-OPR-ATUAL EQUAL SPACES                                00091000
              GO                   TO 3400-99-FIM                       00091100
           END-IF.                                                      00091200
                                                                        00091300
           PERFORM 3800-LOCALIZAR-OPERADOR.                             00091400
                                                                        00091500
           IF WRK-TAB-ACHOU-NAO                                         00091600
              PERFORM 3500-REGISTRAR-DESCONHECIDO                       00091700
              GO                   TO 3400-99-FIM                       00091800
           END-IF.                                                      00091900
                                                                        00092000
           ADD 1           TO WRK-TAB-OPR-QTD-ATIV (WRK-IDX-OPR).       00092100
           IF FD-AUD-DATA GREATER WRK-TAB-OPR-ULT-ATIV (WRK-IDX-OPR)    00092200
              MOVE FD-AUD-DATA TO WRK-TAB-OPR-ULT-ATIV (WRK-IDX-OPR)    00092300
           END-IF.                                                      00092400
                                                                        00092500
           IF WRK-TAB-OPR-DESATIV (WRK-IDX-OPR) NOT EQUAL SPACES        00092600
              ADD 1        TO WRK-TAB-OPR-APOS-DES (WRK-IDX-OPR)        00092700
           END-IF.                                                      00092800
                                                                        00092900
           EVALUATE TRUE                                                00093000
             WHEN FD-AUD-PROGRAMA EQUAL 'F05CIP1 '                      00093100
              AND WRK-PAPEL-EXECUTOR                                    00093200
                EVALUATE FD-AUD-OPERACAO                                00093300
                  WHEN 'I'                                              00093400
                   ADD 1   TO WRK-TAB-OPR-USO-INC (WRK-IDX-OPR)         00093500
                  WHEN 'A'                                              00093600
                   ADD 1   TO WRK-TAB-OPR-USO-ALT (WRK-IDX-OPR)         00093700
                  WHEN 'D'                                              00093800
                   ADD 1   TO WRK-TAB-OPR-USO-EXC (WRK-IDX-OPR)         00093900
                END-EVALUATE                                            00094000
             WHEN FD-AUD-PROGRAMA EQUAL 'F05CIP6 '                      00094100
              AND WRK-PAPEL-EXECUTOR                                    00094200
                ADD 1      TO WRK-TAB-OPR-USO-FOL (WRK-IDX-OPR)         00094300
             WHEN FD-AUD-PROGRAMA EQUAL 'FR05DB36'                      00094400
              AND WRK-PAPEL-EXECUTOR                                    00094500
                ADD 1      TO WRK-TAB-OPR-USO-INC (WRK-IDX-OPR)         00094600
                              WRK-TAB-OPR-LIB-COMPRA (WRK-IDX-OPR)      00094700
             WHEN FD-AUD-PROGRAMA EQUAL 'FR05DB60'                      00094800
              AND WRK-PAPEL-EXECUTOR                                    00094900
                ADD 1      TO WRK-TAB-OPR-USO-INC (WRK-IDX-OPR)         00095000
             WHEN FD-AUD-PROGRAMA EQUAL 'FR05DB56'                      00095100
              AND WRK-PAPEL-APROVADOR                                   00095200
                ADD 1      TO WRK-TAB-OPR-USO-ALT (WRK-IDX-OPR)         00095300
             WHEN FD-AUD-PROGRAMA EQUAL 'FR05DB58'                      00095400
              AND WRK-PAPEL-APROVADOR                                   00095500
                ADD 1      TO WRK-TAB-OPR-USO-ALT (WRK-IDX-OPR)         00095600
                              WRK-TAB-OPR-APR-PRECO (WRK-IDX-OPR)       00095700
             WHEN FD-AUD-PROGRAMA EQUAL 'FR05DB28'                      00095800
              AND FD-AUD-TABELA EQUAL 'OPERADOR'                        00095900
              AND WRK-PAPEL-EXECUTOR                                    00096000
                ADD 1      TO WRK-TAB-OPR-MANT-ALC (WRK-IDX-OPR)        00096100
             WHEN OTHER                                                 00096200
                CONTINUE                                                00096300
           END-EVALUATE.                                                00096400
                                                                        00096500
      *----------------------------------------------------------------*00096600
       3400-99-FIM.                           EXIT.                     00096700
      *----------------------------------------------------------------*00096800
                                                                        00096900
      *----------------------------------------------------------------*00097000
       3500-REGISTRAR-DESCONHECIDO           SECTION.                   00097100
      *----------------------------------------------------------------*00097200
                                                                        00097300
           ADD 1                       TO ACUM-DESCONHECIDOS.           00097400
                                                                        00097500
           MOVE 'N'                    TO WRK-TAB-ACHOU.                00097600
           SET WRK-IDX-DSC             TO 1.                            00097700
           IF WRK-TAB-DSC-QTDE GREATER ZEROS                            00097800
              SEARCH WRK-TAB-DSC                                        00097900
                AT END                                                  00098000
                   CONTINUE                                             00098100
                WHEN WRK-IDX-DSC GREATER WRK-TAB-DSC-QTDE               00098200
                   CONTINUE                                             00098300
                WHEN WRK-TAB-DSC-OPERADOR (WRK-IDX-DSC)                 00098400
                     EQUAL WRK-OPR-ATUAL                                00098500
                   MOVE 'S'            TO WRK-TAB-ACHOU                 00098600
              END-SEARCH                                                00098700
           END-IF.                                                      00098800
                                                                        00098900
           IF WRK-TAB-ACHOU-NAO                                         00099000
              IF WRK-TAB-DSC-QTDE NOT LESS 100                          00099100
                 GO                TO 3500-99-FIM                       00099200
              END-IF                                                    00099300
              ADD 1                    TO WRK-TAB-DSC-QTDE              00099400
              SET WRK-IDX-DSC          TO WRK-TAB-DSC-QTDE              00099500
              MOVE WRK-OPR-ATUAL TO WRK-TAB-DSC-OPERADOR (WRK-IDX-DSC)  00099600
              MOVE ZEROS         TO WRK-TAB-DSC-QTD (WRK-IDX-DSC)       00099700
           END-IF.                                                      00099800
                                                                        00099900
           ADD 1                 TO WRK-TAB-DSC-QTD (WRK-IDX-DSC).      00100000
           MOVE FD-AUD-DATA      TO WRK-TAB-DSC-ULT-ATIV (WRK-IDX-DSC). 00100100
           MOVE FD-AUD-PROGRAMA  TO WRK-TAB-DSC-PROGRAMA (WRK-IDX-DSC). 00100200
                                                                        00100300
      *----------------------------------------------------------------*00100400
       3500-99-FIM.                           EXIT.                     00100500
      *----------------------------------------------------------------*00100600
                                                                        00100700
      *----------------------------------------------------------------*00100800
       3800-LOCALIZAR-OPERADOR               SECTION.                   00100900
      *----------------------------------------------------------------*00101000
                                                                        00101100
           MOVE 'N'                    TO WRK-TAB-ACHOU.                00101200
           SET WRK-IDX-OPR             TO 1.                            00101300
                                                                        00101400
           IF WRK-TAB-OPR-QTDE GREATER ZEROS                            00101500
              SEARCH WRK-TAB-OPR                                        00101600
                AT END                                                  00101700
                   CONTINUE                                             00101800
                WHEN WRK-IDX-OPR GREATER WRK-TAB-OPR-QTDE               00101900
                   CONTINUE                                             00102000
                WHEN WRK-TAB-OPR-OPERADOR (WRK-IDX-OPR)                 00102100
                     EQUAL WRK-OPR-ATUAL                                00102200
                   MOVE 'S'            TO WRK-TAB-ACHOU                 00102300
              END-SEARCH                                                00102400
           END-IF.                                                      00102500
                                                                        00102600
      *----------------------------------------------------------------*00102700
       3800-99-FIM.                           EXIT.                     00102800
      *----------------------------------------------------------------*00102900
                                                                        00103000
      ******************************************************************00103100
      *             E M I T I R   R E L A T O R I O                    *00103200
      ******************************************************************00103300
                                                                        00103400
      *----------------------------------------------------------------*00103500
       4000-EMITIR-RELATORIO                 SECTION.                   00103600
      *----------------------------------------------------------------*00103700
                                                                        00103800
           PERFORM 4100-EMITIR-GESTOR                                   00103900
                   VARYING WRK-IND-GES FROM 1 BY 1                      00104000
                   UNTIL WRK-IND-GES GREATER WRK-TAB-GES-QTDE.          00104100
                                                                        00104200
      *    OPERADORES SEM GESTOR NO OPEGES E OPERADORES FORA DA TABELA *00104300
      *    FICAM COM A SEGURANCA DA INFORMACAO                         *00104400
           MOVE ZEROS                  TO WRK-IND-GES.                  00104500
           PERFORM 4100-EMITIR-GESTOR.                                  00104600
                                                                        00104700
      *----------------------------------------------------------------*00104800
       4000-99-FIM.                           EXIT.                     00104900
      *----------------------------------------------------------------*00105000
                                                                        00105100
      *----------------------------------------------------------------*00105200
       4100-EMITIR-GESTOR                    SECTION.                   00105300
      *----------------------------------------------------------------*00105400
                                                                        00105500
           MOVE 'N'                    TO WRK-GES-TEM-OPR.              00105600
           PERFORM 4150-VERIFICAR-OPERADOR                              00105700
                   VARYING WRK-IDX-OPR FROM 1 BY 1                      00105800
                   UNTIL WRK-IDX-OPR GREATER WRK-TAB-OPR-QTDE.          00105900
                                                                        00106000
           IF WRK-IND-GES EQUAL ZEROS                                   00106100
            AND WRK-TAB-DSC-QTDE GREATER ZEROS                          00106200
              MOVE 'S'                 TO WRK-GES-TEM-OPR               00106300
           END-IF.                                                      00106400
                                                                        00106500
           IF WRK-GES-TEM-OPR-NAO                                       00106600
              GO                   TO 4100-99-FIM                       00106700
           END-IF.                                                      00106800
                                                                        00106900
           MOVE ZEROS                  TO ACUM-GES-OPR                  00107000
                                          ACUM-GES-OCOR                 00107100
                                          ACUM-GES-DESATIVAR.           00107200
                                                                        00107300
           PERFORM 4110-IMPRIMIR-CABECALHO.                             00107400
                                                                        00107500
           PERFORM 4200-AVALIAR-OPERADOR                                00107600
                   VARYING WRK-IDX-OPR FROM 1 BY 1                      00107700
                   UNTIL WRK-IDX-OPR GREATER WRK-TAB-OPR-QTDE.          00107800
                                                                        00107900
           IF WRK-IND-GES EQUAL ZEROS                                   00108000
            AND WRK-TAB-DSC-QTDE GREATER ZEROS                          00108100
              PERFORM 4400-IMPRIMIR-DESCONHECIDOS                       00108200
           END-IF.                                                      00108300
                                                                        00108400
           PERFORM 4500-IMPRIMIR-ASSINATURA.                            00108500
                                                                        00108600
      *----------------------------------------------------------------*00108700
       4100-99-FIM.                           EXIT.                     00108800
      *----------------------------------------------------------------*00108900
                                                                        00109000
      *----------------------------------------------------------------*00109100
       4110-IMPRIMIR-CABECALHO               SECTION.                   00109200
      *----------------------------------------------------------------*00109300
                                                                        00109400
           ADD 1                       TO WRK-PAGINA.                   00109500
           MOVE WRK-PAGINA             TO WRK-CB-PAGINA.                00109600
                                                                        00109700
           IF WRK-IND-GES EQUAL ZEROS                                   00109800
              MOVE 'SEM GESTOR NO OPEGES'  TO WRK-CB-GESTOR             00109900
              MOVE 'SEGURANCA'             TO WRK-CB-AREA               00110000
           ELSE                                                         00110100
              SET WRK-IDX-GES              TO WRK-IND-GES               00110200
              MOVE WRK-TAB-GES-NOME (WRK-IDX-GES) TO WRK-CB-GESTOR      00110300
              MOVE WRK-TAB-GES-AREA (WRK-IDX-GES) TO WRK-CB-AREA        00110400
           END-IF.                                                      00110500
                                                                        00110600
           IF WRK-PAGINA GREATER 1                                      00110700
              MOVE SPACES              TO FD-RELREC                     00110800
              WRITE FD-RELREC                                           00110900
              WRITE FD-RELREC                                           00111000
           END-IF.                                                      00111100
                                                                        00111200
           WRITE FD-RELREC             FROM WRK-CABEC1.                 00111300
           WRITE FD-RELREC             FROM WRK-CABEC2.                 00111400
           MOVE SPACES                 TO FD-RELREC.                    00111500
           WRITE FD-RELREC.                                             00111600
           WRITE FD-RELREC             FROM WRK-CABEC3.                 00111700
           WRITE FD-RELREC             FROM WRK-CABEC4.                 00111800
           MOVE ALL '-'                TO FD-RELREC.                    00111900
           WRITE FD-RELREC.                                             00112000
           PERFORM 1100-TESTAR-STATUS.                                  00112100
                                                                        00112200
      *----------------------------------------------------------------*00112300
       4110-99-FIM.                           EXIT.                     00112400
      *----------------------------------------------------------------*00112500
                                                                        00112600
      *----------------------------------------------------------------*00112700
       4150-VERIFICAR-OPERADOR               SECTION.                   00112800
      *----------------------------------------------------------------*00112900
                                                                        00113000
           IF WRK-TAB-OPR-GESTOR (WRK-IDX-OPR) EQUAL WRK-IND-GES        00113100
              MOVE 'S'                 TO WRK-GES-TEM-OPR               00113200
           END-IF.                                                      00113300
                                                                        00113400
      *----------------------------------------------------------------*00113500
       4150-99-FIM.                           EXIT.                     00113600
      *----------------------------------------------------------------*00113700
                                                                        00113800
      *----------------------------------------------------------------*00113900
       4200-AVALIAR-OPERADOR                 SECTION.                   00114000
      *----------------------------------------------------------------*00114100
                                                                        00114200
           IF WRK-TAB-OPR-GESTOR (WRK-IDX-OPR) NOT EQUAL WRK-IND-GES    00114300
              GO                   TO 4200-99-FIM                       00114400
           END-IF.                                                      00114500
                                                                        00114600
           ADD 1                       TO ACUM-GES-OPR.                 00114700
           MOVE ZEROS                  TO WRK-QTD-OCOR.                 00114800
           MOVE SPACES                 TO WRK-TAB-OCORRENCIAS.          00114900
                                                                        00115000
           IF WRK-TAB-OPR-ATIVO (WRK-IDX-OPR) EQUAL 'S'                 00115100
              PERFORM 4210-AVALIAR-USO                                  00115200
           END-IF.                                                      00115300
                                                                        00115400
           PERFORM 4220-AVALIAR-INATIVO.                                00115500
                                                                        00115600
           PERFORM 4230-AVALIAR-SEGREGACAO.                             00115700
                                                                        00115800
           PERFORM 4300-IMPRIMIR-OPERADOR.                              00115900
                                                                        00116000
      *----------------------------------------------------------------*00116100
       4200-99-FIM.                           EXIT.                     00116200
      *----------------------------------------------------------------*00116300
                                                                        00116400
      *----------------------------------------------------------------*00116500
       4210-AVALIAR-USO                      SECTION.                   00116600
      *----------------------------------------------------------------*00116700
                                                                        00116800
      *    OPERADOR ATIVO SEM ATIVIDADE: TODOS OS PRIVILEGIOS SOBRAM,  *00116900
      *    A PROPOSTA E DESATIVAR                                      *00117000
           IF WRK-TAB-OPR-QTD-ATIV (WRK-IDX-OPR) EQUAL ZEROS            00117100
              MOVE 'SEM ATIVIDADE NO PERIODO - PROPOSTA DESATIVAR'      00117200
                                       TO WRK-OCOR-TEXTO                00117300
              PERFORM 4290-ACRESCENTAR-OCORRENCIA                       00117400
              PERFORM 4600-GRAVAR-DESATIVACAO                           00117500
              GO                   TO 4210-99-FIM                       00117600
           END-IF.                                                      00117700
                                                                        00117800
           IF WRK-TAB-OPR-INCLUI (WRK-IDX-OPR) EQUAL 'S'                00117900
            AND WRK-TAB-OPR-USO-INC (WRK-IDX-OPR) EQUAL ZEROS           00118000
              MOVE 'PRIVILEGIO NAO USADO NO PERIODO: INCLUI'            00118100
                                       TO WRK-OCOR-TEXTO                00118200
              PERFORM 4290-ACRESCENTAR-OCORRENCIA                       00118300
              ADD 1                    TO ACUM-NAO-USADO                00118400
           END-IF.                                                      00118500
                                                                        00118600
           IF WRK-TAB-OPR-ALTERA (WRK-IDX-OPR) EQUAL 'S'                00118700
            AND WRK-TAB-OPR-USO-ALT (WRK-IDX-OPR) EQUAL ZEROS           00118800
              MOVE 'PRIVILEGIO NAO USADO NO PERIODO: ALTERA'            00118900
                                       TO WRK-OCOR-TEXTO                00119000
              PERFORM 4290-ACRESCENTAR-OCORRENCIA                       00119100
              ADD 1                    TO ACUM-NAO-USADO                00119200
           END-IF.                                                      00119300
                                                                        00119400
           IF WRK-TAB-OPR-EXCLUI (WRK-IDX-OPR) EQUAL 'S'                00119500
            AND WRK-TAB-OPR-USO-EXC (WRK-IDX-OPR) EQUAL ZEROS           00119600
              MOVE 'PRIVILEGIO NAO USADO NO PERIODO: EXCLUI'            00119700
                                       TO WRK-OCOR-TEXTO                00119800
              PERFORM 4290-ACRESCENTAR-OCORRENCIA                       00119900
              ADD 1                    TO ACUM-NAO-USADO                00120000
           END-IF.                                                      00120100
                                                                        00120200
           IF WRK-TAB-OPR-FOLHA (WRK-IDX-OPR) EQUAL 'S'                 00120300
            AND WRK-TAB-OPR-USO-FOL (WRK-IDX-OPR) EQUAL ZEROS           00120400
              MOVE 'PRIVILEGIO NAO USADO NO PERIODO: FOLHA'             00120500
                                       TO WRK-OCOR-TEXTO                00120600
              PERFORM 4290-ACRESCENTAR-OCORRENCIA                       00120700
              ADD 1                    TO ACUM-NAO-USADO                00120800
           END-IF.                                                      00120900
                                                                        00121000
      *----------------------------------------------------------------*00121100
       4210-99-FIM.                           EXIT.                     00121200
      *----------------------------------------------------------------*00121300
                                                                        00121400
      *----------------------------------------------------------------*00121500
       4220-AVALIAR-INATIVO                  SECTION.                   00121600
      *----------------------------------------------------------------*00121700
                                                                        00121800
           IF WRK-TAB-OPR-APOS-DES (WRK-IDX-OPR) GREATER ZEROS          00121900
              MOVE WRK-TAB-OPR-DESATIV (WRK-IDX-OPR) TO WRK-DATA-AUX    00122000
              PERFORM 8000-FORMATAR-DATA                                00122100
              MOVE SPACES              TO WRK-OCOR-TEXTO                00122200
              STRING 'ATIVIDADE APOS DESATIVACAO EM '                   00122300
                     WRK-DATA-EDIT                                      00122400
                     DELIMITED BY SIZE                                  00122500
                     INTO WRK-OCOR-TEXTO                                00122600
              PERFORM 4290-ACRESCENTAR-OCORRENCIA                       00122700
              ADD 1                    TO ACUM-INATIVO                  00122800
              GO                   TO 4220-99-FIM                       00122900
           END-IF.                                                      00123000
                                                                        00123100
      *    INATIVO SEM DESATIVACAO NA TRILHA (DESATIVADO ANTES DELA):  *00123200
      *    QUALQUER ATIVIDADE NO PERIODO E INDEVIDA                    *00123300
           IF WRK-TAB-OPR-ATIVO (WRK-IDX-OPR) NOT EQUAL 'S'             00123400
            AND WRK-TAB-OPR-DESATIV (WRK-IDX-OPR) EQUAL SPACES          00123500
            AND WRK-TAB-OPR-QTD-ATIV (WRK-IDX-OPR) GREATER ZEROS        00123600
              MOVE 'ATIVIDADE DE OPERADOR INATIVO'                      00123700
                                       TO WRK-OCOR-TEXTO                00123800
              PERFORM 4290-ACRESCENTAR-OCORRENCIA                       00123900
              ADD 1                    TO ACUM-INATIVO                  00124000
           END-IF.                                                      00124100
                                                                        00124200
      *----------------------------------------------------------------*00124300
       4220-99-FIM.                           EXIT.                     00124400
      *----------------------------------------------------------------*00124500
                                                                        00124600
      *----------------------------------------------------------------*00124700
       4230-AVALIAR-SEGREGACAO               SECTION.                   00124800
      *----------------------------------------------------------------*00124900
                                                                        00125000
      *    R1/R2: QUEM MANTEVE ALCADAS NO PERIODO NAO PODE TER         *00125100
      *    ALCADA PARA LIBERAR (INCLUI) NEM PARA APROVAR (ALTERA)      *00125200
           IF WRK-TAB-OPR-MANT-ALC (WRK-IDX-OPR) GREATER ZEROS          00125300
            AND WRK-TAB-OPR-INCLUI (WRK-IDX-OPR) EQUAL 'S'              00125400
              MOVE 'SEGREGACAO R1: MANTEM ALCADAS E LIBERA PEDIDO'      00125500
                                       TO WRK-OCOR-TEXTO                00125600
              PERFORM 4290-ACRESCENTAR-OCORRENCIA                       00125700
              ADD 1                    TO ACUM-SEGREGACAO               00125800
           END-IF.                                                      00125900
                                                                        00126000
           IF WRK-TAB-OPR-MANT-ALC (WRK-IDX-OPR) GREATER ZEROS          00126100
            AND WRK-TAB-OPR-ALTERA (WRK-IDX-OPR) EQUAL 'S'              00126200
              MOVE 'SEGREGACAO R2: MANTEM ALCADAS E APROVA'             00126300
                                       TO WRK-OCOR-TEXTO                00126400
              PERFORM 4290-ACRESCENTAR-OCORRENCIA                       00126500
              ADD 1                    TO ACUM-SEGREGACAO               00126600
           END-IF.                                                      00126700
                                                                        00126800
      *    R3: LIBEROU PEDIDO DE COMPRA E APROVOU PRECO CONTRATADO     *00126900
           IF WRK-TAB-OPR-LIB-COMPRA (WRK-IDX-OPR) GREATER ZEROS        00127000
            AND WRK-TAB-OPR-APR-PRECO (WRK-IDX-OPR) GREATER ZEROS       00127100
              MOVE 'SEGREGACAO R3: LIBERA COMPRA E APROVA PRECO'        00127200
                                       TO WRK-OCOR-TEXTO                00127300
              PERFORM 4290-ACRESCENTAR-OCORRENCIA                       00127400
              ADD 1                    TO ACUM-SEGREGACAO               00127500
           END-IF.                                                      00127600
                                                                        00127700
      *----------------------------------------------------------------*00127800
       4230-99-FIM.                           EXIT.                     00127900
      *----------------------------------------------------------------*00128000
                                                                        00128100
      *----------------------------------------------------------------*00128200
       4290-ACRESCENTAR-OCORRENCIA           SECTION.                   00128300
      *----------------------------------------------------------------*00128400
                                                                        00128500
           ADD 1                       TO ACUM-GES-OCOR.                00128600
                                                                        00128700
           IF WRK-QTD-OCOR LESS 10                                      00128800
              ADD 1                    TO WRK-QTD-OCOR                  00128900
              MOVE WRK-OCOR-TEXTO      TO WRK-OCOR (WRK-QTD-OCOR)       00129000
           END-IF.                                                      00129100
                                                                        00129200
      *----------------------------------------------------------------*00129300
       4290-99-FIM.                           EXIT.                     00129400
      *----------------------------------------------------------------*00129500
                                                                        00129600
      *----------------------------------------------------------------*00129700
       4300-IMPRIMIR-OPERADOR                SECTION.                   00129800
      *----------------------------------------------------------------*00129900
                                                                        00130000
           MOVE SPACES                 TO WRK-LINDET.                   00130100
           MOVE WRK-TAB-OPR-OPERADOR (WRK-IDX-OPR) TO WRK-LD-OPERADOR.  00130200
           MOVE WRK-TAB-OPR-NOME     (WRK-IDX-OPR) TO WRK-LD-NOME.      00130300
           MOVE WRK-TAB-OPR-INCLUI   (WRK-IDX-OPR) TO WRK-LD-INCLUI.    00130400
           MOVE WRK-TAB-OPR-ALTERA   (WRK-IDX-OPR) TO WRK-LD-ALTERA.    00130500
           MOVE WRK-TAB-OPR-EXCLUI   (WRK-IDX-OPR) TO WRK-LD-EXCLUI.    00130600
           MOVE WRK-TAB-OPR-FOLHA    (WRK-IDX-OPR) TO WRK-LD-FOLHA.     00130700
           MOVE WRK-TAB-OPR-QTD-ATIV (WRK-IDX-OPR) TO WRK-LD-QTD.       00130800
                                                                        00130900
           IF WRK-TAB-OPR-ATIVO (WRK-IDX-OPR) EQUAL 'S'                 00131000
              MOVE 'SIM'               TO WRK-LD-ATIVO                  00131100
           ELSE                                                         00131200
              MOVE 'NAO'               TO WRK-LD-ATIVO                  00131300
           END-IF.                                                      00131400
                                                                        00131500
           IF WRK-TAB-OPR-ULT-ATIV (WRK-IDX-OPR) EQUAL SPACES           00131600
              MOVE '    -     '        TO WRK-LD-ULT-ATIV               00131700
           ELSE                                                         00131800
              MOVE WRK-TAB-OPR-ULT-ATIV (WRK-IDX-OPR) TO WRK-DATA-AUX   00131900
              PERFORM 8000-FORMATAR-DATA                                00132000
              MOVE WRK-DATA-EDIT       TO WRK-LD-ULT-ATIV               00132100
           END-IF.                                                      00132200
                                                                        00132300
           IF WRK-QTD-OCOR EQUAL ZEROS                                  00132400
              MOVE 'SEM OCORRENCIA'    TO WRK-LD-OCORRENCIA             00132500
           ELSE                                                         00132600
              MOVE WRK-OCOR (1)        TO WRK-LD-OCORRENCIA             00132700
           END-IF.                                                      00132800
                                                                        00132900
           MOVE 'MANTER ( ) REVOGAR ( )' TO WRK-LD-DECISAO.             00133000
                                                                        00133100
           WRITE FD-RELREC             FROM WRK-LINDET.                 00133200
           PERFORM 1100-TESTAR-STATUS.                                  00133300
                                                                        00133400
           PERFORM 4310-IMPRIMIR-OCOR-ADICIONAL                         00133500
                   VARYING WRK-IND-OCOR FROM 2 BY 1                     00133600
                   UNTIL WRK-IND-OCOR GREATER WRK-QTD-OCOR.             00133700
                                                                        00133800
      *----------------------------------------------------------------*00133900
       4300-99-FIM.                           EXIT.                     00134000
      *----------------------------------------------------------------*00134100
                                                                        00134200
      *----------------------------------------------------------------*00134300
       4310-IMPRIMIR-OCOR-ADICIONAL          SECTION.                   00134400
      *----------------------------------------------------------------*00134500
                                                                        00134600
           MOVE SPACES                 TO WRK-LINDET.                   00134700
           MOVE WRK-OCOR (WRK-IND-OCOR) TO WRK-LD-OCORRENCIA.           00134800
           WRITE FD-RELREC             FROM WRK-LINDET.                 00134900
           PERFORM 1100-TESTAR-STATUS.                                  00135000
                                                                        00135100
      *----------------------------------------------------------------*00135200
       4310-99-FIM.                           EXIT.                     00135300
      *----------------------------------------------------------------*00135400
                                                                        00135500
      *----------------------------------------------------------------*00135600
       4400-IMPRIMIR-DESCONHECIDOS           SECTION.                   00135700
      *----------------------------------------------------------------*00135800
                                                                        00135900
           MOVE SPACES                 TO FD-RELREC.                    00136000
           WRITE FD-RELREC.                                             00136100
           MOVE 'ATIVIDADE NA TRILHA DE OPERADORES FORA DA TABELA:'     00136200
                                       TO WRK-LTI-TEXTO.                00136300
           WRITE FD-RELREC             FROM WRK-LINTIT.                 00136400
           PERFORM 1100-TESTAR-STATUS.                                  00136500
                                                                        00136600
           PERFORM 4410-IMPRIMIR-DESCONHECIDO                           00136700
                   VARYING WRK-IDX-DSC FROM 1 BY 1                      00136800
                   UNTIL WRK-IDX-DSC GREATER WRK-TAB-DSC-QTDE.          00136900
                                                                        00137000
      *----------------------------------------------------------------*00137100
       4400-99-FIM.                           EXIT.                     00137200
      *----------------------------------------------------------------*00137300
                                                                        00137400
      *----------------------------------------------------------------*00137500
       4410-IMPRIMIR-DESCONHECIDO            SECTION.                   00137600
      *----------------------------------------------------------------*00137700
                                                                        00137800
           MOVE SPACES                 TO WRK-LINDET.                   00137900
           MOVE WRK-TAB-DSC-OPERADOR (WRK-IDX-DSC) TO WRK-LD-OPERADOR.  00138000
           MOVE 'NAO CADASTRADO'       TO WRK-LD-NOME.                  00138100
           MOVE WRK-TAB-DSC-QTD (WRK-IDX-DSC)      TO WRK-LD-QTD.       00138200
           MOVE WRK-TAB-DSC-ULT-ATIV (WRK-IDX-DSC) TO WRK-DATA-AUX.     00138300
           PERFORM 8000-FORMATAR-DATA.                                  00138400
           MOVE WRK-DATA-EDIT          TO WRK-LD-ULT-ATIV.              00138500
           STRING 'ATIVIDADE SEM ALCADA - ULTIMA NO '                   00138600
                  WRK-TAB-DSC-PROGRAMA (WRK-IDX-DSC)                    00138700
                  DELIMITED BY SIZE                                     00138800
                  INTO WRK-LD-OCORRENCIA.                               00138900
           ADD 1                       TO ACUM-GES-OCOR.                00139000
                                                                        00139100
           WRITE FD-RELREC             FROM WRK-LINDET.                 00139200
           PERFORM 1100-TESTAR-STATUS.                                  00139300
                                                                        00139400
      *----------------------------------------------------------------*00139500
       4410-99-FIM.                           EXIT.                     00139600
      *----------------------------------------------------------------*00139700
                                                                        00139800
      *----------------------------------------------------------------*00139900
       4500-IMPRIMIR-ASSINATURA              SECTION.                   00140000
      *----------------------------------------------------------------*00140100
                                                                        00140200
           MOVE SPACES                 TO FD-RELREC.                    00140300
           WRITE FD-RELREC.                                             00140400
           MOVE 'OPERADORES LISTADOS'  TO WRK-LT-TEXTO.                 00140500
           MOVE ACUM-GES-OPR           TO WRK-LT-QTD.                   00140600
           WRITE FD-RELREC             FROM WRK-LINTOT.                 00140700
           MOVE 'OCORRENCIAS'          TO WRK-LT-TEXTO.                 00140800
           MOVE ACUM-GES-OCOR          TO WRK-LT-QTD.                   00140900
           WRITE FD-RELREC             FROM WRK-LINTOT.                 00141000
           MOVE 'PROPOSTOS P/ DESATIVACAO' TO WRK-LT-TEXTO.             00141100
           MOVE ACUM-GES-DESATIVAR     TO WRK-LT-QTD.                   00141200
           WRITE FD-RELREC             FROM WRK-LINTOT.                 00141300
                                                                        00141400
      *    O GESTOR DA AREA ASSINA O BLOCO                             *00141500
           MOVE SPACES                 TO FD-RELREC.                    00141600
           WRITE FD-RELREC.                                             00141700
           WRITE FD-RELREC             FROM WRK-LINASS0.                00141800
           MOVE SPACES                 TO FD-RELREC.                    00141900
           WRITE FD-RELREC.                                             00142000
           WRITE FD-RELREC             FROM WRK-LINASS1.                00142100
           MOVE SPACES                 TO FD-RELREC.                    00142200
           WRITE FD-RELREC.                                             00142300
           WRITE FD-RELREC             FROM WRK-LINASS2.                00142400
           PERFORM 1100-TESTAR-STATUS.                                  00142500
                                                                        00142600
      *----------------------------------------------------------------*00142700
       4500-99-FIM.                           EXIT.                     00142800
      *----------------------------------------------------------------*00142900
                                                                        00143000
      *----------------------------------------------------------------*00143100
       4600-GRAVAR-DESATIVACAO               SECTION.                   00143200
      *----------------------------------------------------------------*00143300
                                                                        00143400
           MOVE SPACES                 TO FD-OPERDES.                   00143500
           MOVE 'D'                    TO FD-OPD-ACAO.                  00143600
           MOVE WRK-TAB-OPR-OPERADOR (WRK-IDX-OPR) TO FD-OPD-OPERADOR.  00143700
           MOVE WRK-TAB-OPR-NOME     (WRK-IDX-OPR) TO FD-OPD-NOME.      00143800
           MOVE WRK-TAB-OPR-INCLUI   (WRK-IDX-OPR) TO FD-OPD-INCLUI.    00143900
           MOVE WRK-TAB-OPR-ALTERA   (WRK-IDX-OPR) TO FD-OPD-ALTERA.    00144000
           MOVE WRK-TAB-OPR-EXCLUI   (WRK-IDX-OPR) TO FD-OPD-EXCLUI.    00144100
           MOVE WRK-TAB-OPR-FOLHA    (WRK-IDX-OPR) TO FD-OPD-FOLHA.     00144200
                                                                        00144300
           WRITE FD-OPERDES.                                            00144400
           PERFORM 1100-TESTAR-STATUS.                                  00144500
                                                                        00144600
           ADD 1                       TO ACUM-DESATIVAR                00144700
                                          ACUM-GES-DESATIVAR.           00144800
                                                                        00144900
      *----------------------------------------------------------------*00145000
       4600-99-FIM.                           EXIT.                     00145100
      *----------------------------------------------------------------*00145200
                                                                        00145300
      ******************************************************************00145400
      *                 F I N A L I Z A C A O                          *00145500
      ******************************************************************00145600
                                                                        00145700
      *----------------------------------------------------------------*00145800
       5000-FINALIZAR                        SECTION.                   00145900
      *----------------------------------------------------------------*00146000
                                                                        00146100
           CLOSE TRILHARQ                                               00146200
                 OPEGES                                                 00146300
                 RELREC                                                 00146400
                 OPERDES.                                               00146500
                                                                        00146600
           DISPLAY '--------------------------------------'.            00146700
           DISPLAY 'RECERTIFICACAO DE ACESSOS - PERIODO '               00146800
                   WRK-DATA-INI ' A ' WRK-DATA-FIM.                     00146900
           DISPLAY 'OPERADORES NA TABELA......: ' ACUM-OPR-LIDOS.       00147000
           DISPLAY 'GESTORES (OPEGES).........: ' WRK-TAB-GES-QTDE.     00147100
           DISPLAY 'REGISTROS DA TRILHA.......: ' ACUM-TRILHA-LIDOS.    00147200
           DISPLAY 'REGISTROS NO PERIODO......: ' ACUM-NO-PERIODO.      00147300
           DISPLAY 'PRIVILEGIOS NAO USADOS....: ' ACUM-NAO-USADO.       00147400
           DISPLAY 'OPERADORES SEM ATIVIDADE..: ' ACUM-DESATIVAR.       00147500
           DISPLAY 'ATIVIDADE DE INATIVOS.....: ' ACUM-INATIVO.         00147600
           DISPLAY 'ATIVIDADE FORA DA TABELA..: ' ACUM-DESCONHECIDOS.   00147700
           DISPLAY 'CONFLITOS DE SEGREGACAO...: ' ACUM-SEGREGACAO.      00147800
           DISPLAY '--------------------------------------'.            00147900
                                                                        00148000
      *----------------------------------------------------------------*00148100
       5000-99-FIM.                           EXIT.                     00148200
      *----------------------------------------------------------------*00148300
                                                                        00148400
      ******************************************************************00148500
      *               F O R M A T A R   D A T A                        *00148600
      ******************************************************************00148700
                                                                        00148800
      *----------------------------------------------------------------*00148900
       8000-FORMATAR-DATA                    SECTION.                   00149000
      *----------------------------------------------------------------*00149100
                                                                        00149200
           MOVE WRK-DATA-AUX (1:4)     TO WRK-DTE-ANO.                  00149300
           MOVE WRK-DATA-AUX (5:2)     TO WRK-DTE-MES.                  00149400
           MOVE WRK-DATA-AUX (7:2)     TO WRK-DTE-DIA.                  00149500
                                                                        00149600
      *----------------------------------------------------------------*00149700
       8000-99-FIM.                           EXIT.                     00149800
      *----------------------------------------------------------------*00149900
                                                                        00150000
      ******************************************************************00150100
      *                 T R A T A R   A V I S O                        *00150200
      ******************************************************************00150300
                                                                        00150400
      *----------------------------------------------------------------*00150500
       9998-TRATAR-AVISO                     SECTION.                   00150600
      *----------------------------------------------------------------*00150700
                                                                        00150800
           MOVE 'A'             TO WRK-SEVERIDADE.                      00150900
           CALL 'GRAVALOG'      USING WRK-LOG.                          00151000
                                                                        00151100
      *----------------------------------------------------------------*00151200
       9998-99-FIM.                           EXIT.                     00151300
      *----------------------------------------------------------------*00151400
                                                                        00151500
      ******************************************************************00151600
      *                 T R A T A R   E R R O S                        *00151700
      ******************************************************************00151800
                                                                        00151900
      *----------------------------------------------------------------*00152000
       9999-TRATAR-ERROS                     SECTION.                   00152100
      *----------------------------------------------------------------*00152200
                                                                        00152300
           MOVE 'F'             TO WRK-SEVERIDADE.                      00152400
           CALL 'GRAVALOG'      USING WRK-LOG.                          00152500
           MOVE 16              TO RETURN-CODE.                         00152600
           GOBACK.                                                      00152700
                                                                        00152800
      *----------------------------------------------------------------*00152900
       9999-99-FIM.                           EXIT.                     00153000
      *----------------------------------------------------------------*00153100
