      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX52.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX52                                       *00002000
      *    TIPO.......: NEGATIVACAO NO BIRO DE CREDITO                 *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : MONTAR, TODA SEMANA, A INTERFACE DE NEGATIVACAO  *00002800
      *               COM O BIRO DE CREDITO POR TITULAR (CPF/CNPJ DO   *00002900
      *               CADASTRO). AS CONTAS DO CADASTRO SAO CASADAS COM *00003000
      *               A PERMANENCIA EM DEBITO (DEVACUM DO FR05EX24),   *00003100
      *               COM O LIVRO DE BAIXAS (CONTA BAIXADA PARA        *00003200
      *               PREJUIZO CONTINUA DEVEDORA ATE SER RECUPERADA) E *00003300
      *               COM O CADASTRO DE ENDERECOS, E ORDENADAS PELO    *00003400
      *               DOCUMENTO. O TITULAR TEM O PIOR ATRASO E A SOMA  *00003500
      *               DAS DIVIDAS DE SUAS CONTAS. CASADO COM O ARQUIVO *00003600
      *               DE SITUACAO (B#NEGAT, O QUE JA FOI ENVIADO):     *00003700
      *                 - ATRASO >= DIAS DE INCLUSAO - DIAS DE AVISO,  *00003800
      *                   SEM SITUACAO: EMITE A CARTA DE AVISO PREVIO  *00003900
      *                   (PADRAO DO FR05CB39, ENDERECO DO ENDCLI) E   *00004000
      *                   GRAVA A SITUACAO 'A';                        *00004100
      *                 - SITUACAO 'A', ATRASO >= DIAS DE INCLUSAO E   *00004200
      *                   AVISO HA PELO MENOS OS DIAS DE AVISO: GRAVA  *00004300
      *                   A INCLUSAO NA INTERFACE E A SITUACAO 'N';    *00004400
      *                 - TODAS AS CONTAS CURADAS: SITUACAO 'N' GERA A *00004500
      *                   EXCLUSAO NA INTERFACE; O TITULAR SAI DO      *00004600
      *                   ARQUIVO DE SITUACAO.                         *00004700
      *               NADA E ENVIADO DUAS VEZES. TITULAR SEM ENDERECO  *00004800
      *               NAO RECEBE CARTA NEM E INCLUIDO: SAI NO          *00004900
      *               RELATORIO PARA A AGENCIA COMPLETAR O CADASTRO.   *00005000
      *               CONTA SEM DOCUMENTO NAO E NEGATIVAVEL.           *00005100
      *----------------------------------------------------------------*00005200
      *    ARQUIVOS :                                                  *00005300
      *    DDNAME          I/O                                         *00005400
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00005500
      *    JCLDEVAC         I    PERMANENCIA EM DEBITO (FR05EX24)      *00005600
      *    JCLBAIXA         I    LIVRO DE BAIXAS PARA PREJUIZO         *00005700
      *    JCLENDER         I    CADASTRO DE ENDERECOS (FR05EX25)      *00005800
      *    JCLNGANT         I    SITUACAO DE NEGATIVACAO ANTERIOR      *00005900
      *    JCLNGNOV         O    SITUACAO DE NEGATIVACAO REGRAVADA     *00006000
      *    JCLNGBUR         O    INTERFACE COM O BIRO DE CREDITO       *00006100
      *    JCLCARTA         O    CARTAS DE AVISO PREVIO                *00006200
      *    JCLRELNG         O    RELATORIO DE NEGATIVACAO              *00006300
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00006400
      *----------------------------------------------------------------*00006500
      *    BOOKS    :    B#CLIMST, B#DEVAC, B#BAIXA, B#ENDCLI,         *00006600
      *                  B#NEGAT, B#NEGBUR, B#GRALOG, B#RUNCTL,        *00006700
      *                  B#DATPRC                                      *00006800
      *----------------------------------------------------------------*00006900
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00007000
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00007100
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00007200
      *----------------------------------------------------------------*00007300
      *    PARAMETROS (VIA SYSIN):                                     *00007400
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007500
      *      DIAS DE ATRASO PARA INCLUSAO 9(05) (BRANCOS = 00090)      *00007600
      *      DIAS DE AVISO PREVIO 9(03)         (BRANCOS = 010)        *00007700
      *----------------------------------------------------------------*00007800
      *    HISTORICO DE ALTERACOES:                                    *00007900
      *      DATA        RESP.    DESCRICAO                            *00008000
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008100
      ******************************************************************00008200
      *================================================================*00008300
                                                                        00008400
      *================================================================*00008500
       ENVIRONMENT                                DIVISION.             00008600
      *================================================================*00008700
                                                                        00008800
      *----------------------------------------------------------------*00008900
       CONFIGURATION                              SECTION.              00009000
      *----------------------------------------------------------------*00009100
                                                                        00009200
       SPECIAL-NAMES.                                                   00009300
           DECIMAL-POINT IS COMMA.                                      00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       INPUT-OUTPUT                               SECTION.              00009700
      *----------------------------------------------------------------*00009800
                                                                        00009900
       FILE-CONTROL.                                                    00010000
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00010100
                    ORGANIZATION    IS INDEXED                          00010200
                    ACCESS MODE     IS SEQUENTIAL                       00010300
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00010400
                    FILE STATUS          IS WRK-FS-CLI2505.             00010500
                                                                        00010600
             SELECT DEVACUM   ASSIGN     TO JCLDEVAC                    00010700
                    FILE STATUS          IS WRK-FS-DEVACUM.             00010800
                                                                        00010900
             SELECT BAIXAS    ASSIGN     TO JCLBAIXA                    00011000
                    FILE STATUS          IS WRK-FS-BAIXAS.              00011100
                                                                        00011200
             SELECT ENDCLI    ASSIGN     TO JCLENDER                    00011300
                    FILE STATUS          IS WRK-FS-ENDCLI.              00011400
                                                                        00011500
             SELECT NEGANT    ASSIGN     TO JCLNGANT                    00011600
                    FILE STATUS          IS WRK-FS-NEGANT.              00011700
                                                                        00011800
             SELECT NEGNOVO   ASSIGN     TO JCLNGNOV                    00011900
                    FILE STATUS          IS WRK-FS-NEGNOVO.             00012000
                                                                        00012100
             SELECT NEGBUR    ASSIGN     TO JCLNGBUR                    00012200
                    FILE STATUS          IS WRK-FS-NEGBUR.              00012300
                                                                        00012400
             SELECT CARTAS    ASSIGN     TO JCLCARTA                    00012500
                    FILE STATUS          IS WRK-FS-CARTAS.              00012600
                                                                        00012700
             SELECT RELNEG    ASSIGN     TO JCLRELNG                    00012800
                    FILE STATUS          IS WRK-FS-RELNEG.              00012900
                                                                        00013000
             SELECT WRK-SORTNEG ASSIGN   TO JCLSORT.                    00013100
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
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00014200
      *----------------------------------------------------------------*00014300
                                                                        00014400
       FD CLI2505.                                                      00014500
                                                                        00014600
           COPY 'B#CLIMST'.                                             00014700
                                                                        00014800
      *----------------------------------------------------------------*00014900
      *  INPUT - PERMANENCIA EM DEBITO (DEVACUM) - LRECL = 050.        *00015000
      *----------------------------------------------------------------*00015100
                                                                        00015200
       FD DEVACUM                                                       00015300
           RECORDING MODE IS F                                          00015400
           BLOCK CONTAINS 0 RECORDS.                                    00015500
                                                                        00015600
           COPY 'B#DEVAC'.                                              00015700
                                                                        00015800
      *----------------------------------------------------------------*00015900
      *  INPUT - LIVRO DE BAIXAS PARA PREJUIZO (BAIXAS) - LRECL = 080. *00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
       FD BAIXAS                                                        00016300
           RECORDING MODE IS F                                          00016400
           BLOCK CONTAINS 0 RECORDS.                                    00016500
                                                                        00016600
           COPY 'B#BAIXA'.                                              00016700
                                                                        00016800
      *----------------------------------------------------------------*00016900
      *  INPUT - CADASTRO DE ENDERECOS (ENDCLI) - LRECL = 120.         *00017000
      *----------------------------------------------------------------*00017100
                                                                        00017200
       FD ENDCLI                                                        00017300
           RECORDING MODE IS F                                          00017400
           BLOCK CONTAINS 0 RECORDS.                                    00017500
                                                                        00017600
           COPY 'B#ENDCLI'.                                             00017700
                                                                        00017800
      *----------------------------------------------------------------*00017900
      *  INPUT - SITUACAO DE NEGATIVACAO ANTERIOR (NEGANT) - LRECL=100 *00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
       FD NEGANT                                                        00018300
           RECORDING MODE IS F                                          00018400
           BLOCK CONTAINS 0 RECORDS.                                    00018500
                                                                        00018600
           COPY 'B#NEGAT'.                                              00018700
                                                                        00018800
      *----------------------------------------------------------------*00018900
      *  OUTPUT - SITUACAO DE NEGATIVACAO REGRAVADA - LRECL = 100.     *00019000
      *----------------------------------------------------------------*00019100
                                                                        00019200
       FD NEGNOVO                                                       00019300
           RECORDING MODE IS F                                          00019400
           BLOCK CONTAINS 0 RECORDS.                                    00019500
       01 FD-NEGNOVO        PIC X(100).                                 00019600
                                                                        00019700
      *----------------------------------------------------------------*00019800
      *  OUTPUT - INTERFACE COM O BIRO DE CREDITO (NEGBUR) - LRECL=150 *00019900
      *----------------------------------------------------------------*00020000
                                                                        00020100
       FD NEGBUR                                                        00020200
           RECORDING MODE IS F                                          00020300
           BLOCK CONTAINS 0 RECORDS.                                    00020400
                                                                        00020500
           COPY 'B#NEGBUR'.                                             00020600
                                                                        00020700
      *----------------------------------------------------------------*00020800
      *  OUTPUT - CARTAS DE AVISO PREVIO - LRECL = 080.                *00020900
      *----------------------------------------------------------------*00021000
                                                                        00021100
       FD CARTAS                                                        00021200
           RECORDING MODE IS F                                          00021300
           BLOCK CONTAINS 0 RECORDS.                                    00021400
       01 FD-CARTAS         PIC X(080).                                 00021500
                                                                        00021600
      *----------------------------------------------------------------*00021700
      *  OUTPUT - RELATORIO DE NEGATIVACAO (RELNEG) - LRECL = 080.     *00021800
      *----------------------------------------------------------------*00021900
                                                                        00022000
       FD RELNEG                                                        00022100
           RECORDING MODE IS F                                          00022200
           BLOCK CONTAINS 0 RECORDS.                                    00022300
       01 FD-RELNEG         PIC X(080).                                 00022400
                                                                        00022500
      *----------------------------------------------------------------*00022600
      *    WORK - ORDENACAO DAS CONTAS PELO TITULAR (DOCUMENTO)        *00022700
      *----------------------------------------------------------------*00022800
                                                                        00022900
       SD WRK-SORTNEG.                                                  00023000
       01 SD-SORTNEG.                                                   00023100
          05 SD-NEG-DOCUMENTO         PIC X(14).                        00023200
          05 SD-NEG-CHAVE             PIC X(10).                        00023300
          05 SD-NEG-NOME              PIC X(30).                        00023400
          05 SD-NEG-DIAS              PIC 9(05).                        00023500
          05 SD-NEG-DATA-INICIO       PIC X(08).                        00023600
          05 SD-NEG-DIVIDA            PIC 9(08)V99.                     00023700
          05 SD-NEG-END-ACHOU         PIC X(01).                        00023800
          05 SD-NEG-LOGRADOURO        PIC X(30).                        00023900
          05 SD-NEG-CIDADE            PIC X(20).                        00024000
          05 SD-NEG-UF                PIC X(02).                        00024100
          05 SD-NEG-CEP               PIC X(08).                        00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
       WORKING-STORAGE                            SECTION.              00024500
      *----------------------------------------------------------------*00024600
      *----------------------------------------------------------------*00024700
       01 FILLER                         PIC X(050)       VALUE         00024800
                   '*** INICIO DA WORKING FR05EX52 ***'.                00024900
      *----------------------------------------------------------------*00025000
                                                                        00025100
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00025200
       77 WRK-FS-DEVACUM                 PIC X(002) VALUE SPACES.       00025300
       77 WRK-FS-BAIXAS                  PIC X(002) VALUE SPACES.       00025400
       77 WRK-FS-ENDCLI                  PIC X(002) VALUE SPACES.       00025500
       77 WRK-FS-NEGANT                  PIC X(002) VALUE SPACES.       00025600
       77 WRK-FS-NEGNOVO                 PIC X(002) VALUE SPACES.       00025700
       77 WRK-FS-NEGBUR                  PIC X(002) VALUE SPACES.       00025800
       77 WRK-FS-CARTAS                  PIC X(002) VALUE SPACES.       00025900
       77 WRK-FS-RELNEG                  PIC X(002) VALUE SPACES.       00026000
                                                                        00026100
      *----------------------------------------------------------------*00026200
       01 FILLER                         PIC X(050)       VALUE         00026300
                     '*** AREA DA ACUMULADORES ***'.                    00026400
      *----------------------------------------------------------------*00026500
                                                                        00026600
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00026700
       77 ACUM-SEM-DOCUMENTO             PIC 9(007) VALUE ZEROS.        00026800
       77 ACUM-TITULARES                 PIC 9(007) VALUE ZEROS.        00026900
       77 ACUM-AVISOS                    PIC 9(007) VALUE ZEROS.        00027000
       77 ACUM-INCLUSOES                 PIC 9(007) VALUE ZEROS.        00027100
       77 ACUM-EXCLUSOES                 PIC 9(007) VALUE ZEROS.        00027200
       77 ACUM-CANCELADOS                PIC 9(007) VALUE ZEROS.        00027300
       77 ACUM-SEM-ENDERECO              PIC 9(007) VALUE ZEROS.        00027400
       77 ACUM-SITUACAO                  PIC 9(007) VALUE ZEROS.        00027500
       77 ACUM-HASH-VALOR                PIC 9(011)V99 VALUE ZEROS.     00027600
                                                                        00027700
      *----------------------------------------------------------------*00027800
       01 FILLER                         PIC X(050)       VALUE         00027900
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00028000
      *----------------------------------------------------------------*00028100
                                                                        00028200
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00028300
       77 WRK-CHAVE-ATUAL-DEV            PIC X(010) VALUE SPACES.       00028400
       77 WRK-CHAVE-ATUAL-BXA            PIC X(010) VALUE SPACES.       00028500
       77 WRK-CHAVE-ATUAL-END            PIC X(010) VALUE SPACES.       00028600
       77 WRK-DOC-ATUAL-SORT             PIC X(014) VALUE SPACES.       00028700
       77 WRK-DOC-ATUAL-NGA              PIC X(014) VALUE SPACES.       00028800
       77 WRK-DOC-PROC                   PIC X(014) VALUE SPACES.       00028900
       77 WRK-SEM-DEVACUM                PIC X(001) VALUE 'N'.          00029000
           88 WRK-SEM-DEVACUM-SIM                   VALUE 'S'.          00029100
       77 WRK-SEM-BAIXAS                 PIC X(001) VALUE 'N'.          00029200
           88 WRK-SEM-BAIXAS-SIM                    VALUE 'S'.          00029300
       77 WRK-SEM-ENDCLI                 PIC X(001) VALUE 'N'.          00029400
           88 WRK-SEM-ENDCLI-SIM                    VALUE 'S'.          00029500
       77 WRK-SEM-NEGANT                 PIC X(001) VALUE 'N'.          00029600
           88 WRK-SEM-NEGANT-SIM                    VALUE 'S'.          00029700
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00029800
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00029900
       77 WRK-TEM-SITUACAO               PIC X(001) VALUE 'N'.          00030000
           88 WRK-TEM-SITUACAO-SIM                  VALUE 'S'.          00030100
       77 WRK-DIAS-BAIXA                 PIC 9(005) VALUE ZEROS.        00030200
       77 WRK-DIVIDA-BAIXA               PIC S9(008)V99 VALUE ZEROS.    00030300
       77 WRK-DIAS-INT                   PIC 9(007) VALUE ZEROS.        00030400
       77 WRK-DIAS-HOJE                  PIC 9(007) VALUE ZEROS.        00030500
       77 WRK-DIAS-DESDE-AVISO           PIC S9(007) VALUE ZEROS.       00030600
       77 WRK-DIAS-LIMITE-AVISO          PIC 9(005) VALUE ZEROS.        00030700
       77 WRK-ACAO                       PIC X(010) VALUE SPACES.       00030800
       77 WRK-OPERACAO                   PIC X(001) VALUE SPACES.       00030900
       77 WRK-DATA-EXEC                  PIC X(008) VALUE SPACES.       00031000
       77 WRK-DATA-EXEC-N REDEFINES WRK-DATA-EXEC                       00031100
                                         PIC 9(008).                    00031200
       77 WRK-DATA-AUX                   PIC X(008) VALUE SPACES.       00031300
       77 WRK-DATA-AUX-N  REDEFINES WRK-DATA-AUX                        00031400
                                         PIC 9(008).                    00031500
       77 WRK-DATA-PRAZO                 PIC 9(008) VALUE ZEROS.        00031600
       77 WRK-DATA-PRAZO-X REDEFINES WRK-DATA-PRAZO                     00031700
                                         PIC X(008).                    00031800
                                                                        00031900
      *----------------------------------------------------------------*00032000
      *    PARAMETROS DO SYSIN                                         *00032100
      *----------------------------------------------------------------*00032200
                                                                        00032300
       77 WRK-PARM-DIAS-INCL             PIC 9(005) VALUE 00090.        00032400
       77 WRK-PARM-DIAS-AVISO            PIC 9(003) VALUE 010.          00032500
       77 WRK-PARM-ENTRADA               PIC X(010) VALUE SPACES.       00032600
                                                                        00032700
      *----------------------------------------------------------------*00032800
      *    POSICAO DO TITULAR                                          *00032900
      *----------------------------------------------------------------*00033000
                                                                        00033100
       01 WRK-TITULAR.                                                  00033200
          05 WRK-TIT-NOME                PIC X(030).                    00033300
          05 WRK-TIT-PIOR-ATRASO         PIC 9(005).                    00033400
          05 WRK-TIT-CHAVE-REF.                                         00033500
             10 WRK-TIT-AGENCIA          PIC X(004).                    00033600
             10 WRK-TIT-CONTA            PIC X(006).                    00033700
          05 WRK-TIT-DATA-VENCTO         PIC X(008).                    00033800
          05 WRK-TIT-DIVIDA              PIC 9(008)V99.                 00033900
          05 WRK-TIT-END-ACHOU           PIC X(001).                    00034000
              88 WRK-TIT-END-ACHOU-SIM              VALUE 'S'.          00034100
          05 WRK-TIT-LOGRADOURO          PIC X(030).                    00034200
          05 WRK-TIT-CIDADE              PIC X(020).                    00034300
          05 WRK-TIT-UF                  PIC X(002).                    00034400
          05 WRK-TIT-CEP                 PIC X(008).                    00034500
                                                                        00034600
      *----------------------------------------------------------------*00034700
      *    AREA DE MONTAGEM DA SITUACAO REGRAVADA                      *00034800
      *----------------------------------------------------------------*00034900
                                                                        00035000
       01 WRK-NGASAI.                                                   00035100
          05 WRK-NGS-DOCUMENTO           PIC X(014).                    00035200
          05 WRK-NGS-SITUACAO            PIC X(001).                    00035300
              88 WRK-NGS-AVISADO                    VALUE 'A'.          00035400
              88 WRK-NGS-INCLUIDO                   VALUE 'N'.          00035500
          05 WRK-NGS-DATA-AVISO          PIC X(008).                    00035600
          05 WRK-NGS-DATA-INCLUSAO       PIC X(008).                    00035700
          05 WRK-NGS-CHAVE.                                             00035800
             10 WRK-NGS-AGENCIA          PIC X(004).                    00035900
             10 WRK-NGS-CONTA            PIC X(006).                    00036000
          05 WRK-NGS-NOME                PIC X(030).                    00036100
          05 WRK-NGS-VALOR               PIC 9(008)V99.                 00036200
          05 WRK-NGS-DIAS-ATRASO         PIC 9(005).                    00036300
          05 WRK-NGS-DATA-VENCTO         PIC X(008).                    00036400
          05 FILLER                      PIC X(006).                    00036500
                                                                        00036600
      *----------------------------------------------------------------*00036700
      *    LINHAS DA CARTA DE AVISO PREVIO                             *00036800
      *----------------------------------------------------------------*00036900
                                                                        00037000
       01 WRK-CAR-SEPARA.                                               00037100
          05 FILLER               PIC X(070) VALUE ALL '='.             00037200
          05 FILLER               PIC X(010) VALUE SPACES.              00037300
                                                                        00037400
       01 WRK-CAR-NOME.                                                 00037500
          05 FILLER               PIC X(004) VALUE 'A:  '.              00037600
          05 WRK-CN-NOME          PIC X(030).                           00037700
          05 FILLER               PIC X(046) VALUE SPACES.              00037800
                                                                        00037900
       01 WRK-CAR-DOCTO.                                                00038000
          05 FILLER               PIC X(012) VALUE 'CPF/CNPJ ...'.      00038100
          05 WRK-CD-DOCUMENTO     PIC X(014).                           00038200
          05 FILLER               PIC X(054) VALUE SPACES.              00038300
                                                                        00038400
       01 WRK-CAR-CONTA.                                                00038500
          05 FILLER               PIC X(012) VALUE 'AGENCIA ....'.      00038600
          05 WRK-CC-AGENCIA       PIC X(004).                           00038700
          05 FILLER               PIC X(012) VALUE ' CONTA .....'.      00038800
          05 WRK-CC-CONTA         PIC X(006).                           00038900
          05 FILLER               PIC X(046) VALUE SPACES.              00039000
                                                                        00039100
       01 WRK-CAR-TEXTO1.                                               00039200
          05 FILLER               PIC X(070) VALUE                      00039300
             'CONSTA EM SEU NOME DEBITO EM ATRASO JUNTO A ESTA'.        00039400
          05 FILLER               PIC X(010) VALUE SPACES.              00039500
                                                                        00039600
       01 WRK-CAR-TEXTO2.                                               00039700
          05 FILLER               PIC X(070) VALUE                      00039800
             'INSTITUICAO. SEM REGULARIZACAO, O DEBITO SERA'.           00039900
          05 FILLER               PIC X(010) VALUE SPACES.              00040000
                                                                        00040100
       01 WRK-CAR-TEXTO3.                                               00040200
          05 FILLER               PIC X(070) VALUE                      00040300
             'INCLUIDO NO CADASTRO DE PROTECAO AO CREDITO.'.            00040400
          05 FILLER               PIC X(010) VALUE SPACES.              00040500
                                                                        00040600
       01 WRK-CAR-DIVIDA.                                               00040700
          05 FILLER               PIC X(012) VALUE 'DEBITO .....'.      00040800
          05 WRK-CV-DIVIDA        PIC ZZ.ZZZ.ZZ9,99.                    00040900
          05 FILLER               PIC X(012) VALUE '  ATRASO ...'.      00041000
          05 WRK-CV-DIAS          PIC ZZ.ZZ9.                           00041100
          05 FILLER               PIC X(005) VALUE ' DIAS'.             00041200
          05 FILLER               PIC X(032) VALUE SPACES.              00041300
                                                                        00041400
       01 WRK-CAR-PRAZO.                                                00041500
          05 FILLER               PIC X(037) VALUE                      00041600
             'PEDIMOS A REGULARIZACAO ATE O DIA   '.                    00041700
          05 WRK-CP-DIA           PIC X(002).                           00041800
          05 FILLER               PIC X(001) VALUE '/'.                 00041900
          05 WRK-CP-MES           PIC X(002).                           00042000
          05 FILLER               PIC X(001) VALUE '/'.                 00042100
          05 WRK-CP-ANO           PIC X(004).                           00042200
          05 FILLER               PIC X(033) VALUE SPACES.              00042300
                                                                        00042400
       01 WRK-CAR-ENDER.                                                00042500
          05 FILLER               PIC X(004) VALUE 'END:'.              00042600
          05 WRK-CE-LOGRADOURO    PIC X(030).                           00042700
          05 FILLER               PIC X(046) VALUE SPACES.              00042800
                                                                        00042900
       01 WRK-CAR-CIDADE.                                               00043000
          05 FILLER               PIC X(004) VALUE SPACES.              00043100
          05 WRK-CE-CIDADE        PIC X(020).                           00043200
          05 FILLER               PIC X(001) VALUE '-'.                 00043300
          05 WRK-CE-UF            PIC X(002).                           00043400
          05 FILLER               PIC X(006) VALUE ' CEP: '.            00043500
          05 WRK-CE-CEP           PIC X(008).                           00043600
          05 FILLER               PIC X(039) VALUE SPACES.              00043700
                                                                        00043800
       01 WRK-CAR-BRANCO          PIC X(080) VALUE SPACES.              00043900
                                                                        00044000
      *----------------------------------------------------------------*00044100
      *    LINHAS DO RELATORIO                                         *00044200
      *----------------------------------------------------------------*00044300
                                                                        00044400
       01 WRK-CABEC1.                                                   00044500
          05 FILLER                      PIC X(040) VALUE               00044600
             'FR05EX52 - NEGATIVACAO NO BIRO DE CREDIT'.                00044700
          05 FILLER                      PIC X(014) VALUE               00044800
             'O - DATA BASE '.                                          00044900
          05 WRK-CB-DATA                 PIC X(008).                    00045000
          05 FILLER                      PIC X(018) VALUE SPACES.       00045100
                                                                        00045200
       01 WRK-CABEC2.                                                   00045300
          05 FILLER                      PIC X(040) VALUE               00045400
             'ACAO       DOCUMENTO      AG/CONTA    AT'.                00045500
          05 FILLER                      PIC X(040) VALUE               00045600
             'RASO         VALOR DATA                 '.                00045700
                                                                        00045800
       01 WRK-LINNEG.                                                   00045900
          05 WRK-LN-ACAO                 PIC X(010).                    00046000
          05 FILLER                      PIC X(001) VALUE SPACES.       00046100
          05 WRK-LN-DOCUMENTO            PIC X(014).                    00046200
          05 FILLER                      PIC X(001) VALUE SPACES.       00046300
          05 WRK-LN-AGENCIA              PIC X(004).                    00046400
          05 FILLER                      PIC X(001) VALUE '/'.          00046500
          05 WRK-LN-CONTA                PIC X(006).                    00046600
          05 FILLER                      PIC X(001) VALUE SPACES.       00046700
          05 WRK-LN-DIAS                 PIC ZZ.ZZ9.                    00046800
          05 FILLER                      PIC X(001) VALUE SPACES.       00046900
          05 WRK-LN-VALOR                PIC ZZ.ZZZ.ZZ9,99.             00047000
          05 FILLER                      PIC X(001) VALUE SPACES.       00047100
          05 WRK-LN-DATA                 PIC X(008).                    00047200
          05 FILLER                      PIC X(013) VALUE SPACES.       00047300
                                                                        00047400
       01 WRK-LINTOT.                                                   00047500
          05 WRK-LT-TEXTO                PIC X(030).                    00047600
          05 WRK-LT-QTD                  PIC ZZZ.ZZ9.                   00047700
          05 FILLER                      PIC X(043) VALUE SPACES.       00047800
                                                                        00047900
      *----------------------------------------------------------------*00048000
       01 FILLER                         PIC X(050)       VALUE         00048100
                    '*** AREA DA BOOK GRAVALOG ***'.                    00048200
      *----------------------------------------------------------------*00048300
                                                                        00048400
                           COPY 'B#GRALOG'.                             00048500
                                                                        00048600
      ******************************************************************00048700
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00048800
      ******************************************************************00048900
                                                                        00049000
       COPY 'B#RUNCTL'.                                                 00049100
                                                                        00049200
       COPY 'B#DATPRC'.                                                 00049300
                                                                        00049400
      *================================================================*00049500
       PROCEDURE                                 DIVISION.              00049600
      *================================================================*00049700
                                                                        00049800
      *----------------------------------------------------------------*00049900
       0000-PRINCIPAL                            SECTION.               00050000
      *----------------------------------------------------------------*00050100
                                                                        00050200
            PERFORM 1000-INICIAR                                        00050300
                                                                        00050400
            SORT WRK-SORTNEG                                            00050500
                 ON ASCENDING KEY SD-NEG-DOCUMENTO                      00050600
                                  SD-NEG-CHAVE                          00050700
                 INPUT  PROCEDURE 2000-SELECIONAR-CONTAS                00050800
                 OUTPUT PROCEDURE 3000-APURAR-TITULARES                 00050900
                                                                        00051000
            PERFORM 4000-FINALIZAR                                      00051100
                                                                        00051200
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00051300
            MOVE ACUM-LIDOS-CLI2505   TO WRK-RUN-LIDOS                  00051400
            MOVE ACUM-SITUACAO        TO WRK-RUN-GRAVADOS               00051500
            MOVE ZEROS                TO WRK-RUN-RC                     00051600
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00051700
                                                                        00051800
            STOP RUN.                                                   00051900
                                                                        00052000
      *----------------------------------------------------------------*00052100
       0000-99-FIM.                           EXIT.                     00052200
      *----------------------------------------------------------------*00052300
                                                                        00052400
      ******************************************************************00052500
      *                       I N I C I A R                            *00052600
      ******************************************************************00052700
                                                                        00052800
      *----------------------------------------------------------------*00052900
       1000-INICIAR                           SECTION.                  00053000
      *----------------------------------------------------------------*00053100
                                                                        00053200
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00053300
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00053400
           CALL 'LERDATAP'            USING WRK-DATPRC                  00053500
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00053600
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00053700
           MOVE 'FR05EX52'            TO WRK-RUN-PROGRAMA               00053800
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00053900
           MOVE ZEROS                 TO WRK-RUN-RC                     00054000
                                         WRK-RUN-LIDOS                  00054100
                                         WRK-RUN-GRAVADOS               00054200
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00054300
                                                                        00054400
           IF WRK-RUN-DATA-JA-FEITA                                     00054500
              MOVE 'A'                TO WRK-SEVERIDADE                 00054600
              MOVE 'FR05EX52'         TO WRK-PROGRAMA                   00054700
              MOVE '1000  '           TO WRK-SECAO                      00054800
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00054900
                                      TO WRK-MENSAGEM                   00055000
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00055100
              CALL 'GRAVALOG'         USING WRK-LOG                     00055200
              MOVE 08                 TO RETURN-CODE                    00055300
              GOBACK                                                    00055400
           END-IF                                                       00055500
                                                                        00055600
           MOVE SPACES                TO WRK-PARM-ENTRADA               00055700
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00055800
           IF WRK-PARM-ENTRADA (1:5) NUMERIC                            00055900
              MOVE WRK-PARM-ENTRADA (1:5) TO WRK-PARM-DIAS-INCL         00056000
           END-IF                                                       00056100
                                                                        00056200
           MOVE SPACES                TO WRK-PARM-ENTRADA               00056300
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00056400
           IF WRK-PARM-ENTRADA (1:3) NUMERIC                            00056500
              MOVE WRK-PARM-ENTRADA (1:3) TO WRK-PARM-DIAS-AVISO        00056600
           END-IF                                                       00056700
                                                                        00056800
      *    O AVISO SAI OS DIAS DE AVISO ANTES DO ATRASO DE INCLUSAO   * 00056900
           IF WRK-PARM-DIAS-AVISO NOT LESS WRK-PARM-DIAS-INCL           00057000
              MOVE 1                  TO WRK-DIAS-LIMITE-AVISO          00057100
           ELSE                                                         00057200
              COMPUTE WRK-DIAS-LIMITE-AVISO =                           00057300
                      WRK-PARM-DIAS-INCL - WRK-PARM-DIAS-AVISO          00057400
           END-IF                                                       00057500
                                                                        00057600
           COMPUTE WRK-DIAS-HOJE =                                      00057700
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)           00057800
           COMPUTE WRK-DIAS-INT = WRK-DIAS-HOJE + WRK-PARM-DIAS-AVISO   00057900
           COMPUTE WRK-DATA-PRAZO =                                     00058000
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-INT)              00058100
                                                                        00058200
           OPEN INPUT  CLI2505                                          00058300
                OUTPUT NEGNOVO                                          00058400
                OUTPUT NEGBUR                                           00058500
                OUTPUT CARTAS                                           00058600
                OUTPUT RELNEG                                           00058700
                                                                        00058800
           PERFORM 1110-TESTAR-WRK-FS-CLI2505                           00058900
           PERFORM 1160-TESTAR-WRK-FS-NEGNOVO                           00059000
           PERFORM 1170-TESTAR-WRK-FS-NEGBUR                            00059100
           PERFORM 1180-TESTAR-WRK-FS-CARTAS                            00059200
           PERFORM 1190-TESTAR-WRK-FS-RELNEG                            00059300
                                                                        00059400
      *    SEM PERMANENCIA EM DEBITO (ARQUIVO AUSENTE) NAO E ERRO     * 00059500
           OPEN INPUT DEVACUM                                           00059600
           IF WRK-FS-DEVACUM EQUAL '35'                                 00059700
              MOVE 'S'                TO WRK-SEM-DEVACUM                00059800
              MOVE '10'               TO WRK-FS-DEVACUM                 00059900
           ELSE                                                         00060000
              PERFORM 1120-TESTAR-WRK-FS-DEVACUM                        00060100
           END-IF                                                       00060200
                                                                        00060300
      *    SEM LIVRO DE BAIXAS (NENHUMA BAIXA AINDA) NAO E ERRO       * 00060400
           OPEN INPUT BAIXAS                                            00060500
           IF WRK-FS-BAIXAS EQUAL '35'                                  00060600
              MOVE 'S'                TO WRK-SEM-BAIXAS                 00060700
              MOVE '10'               TO WRK-FS-BAIXAS                  00060800
           ELSE                                                         00060900
              PERFORM 1130-TESTAR-WRK-FS-BAIXAS                         00061000
           END-IF                                                       00061100
                                                                        00061200
      *    SEM CADASTRO DE ENDERECOS NAO E ERRO: NINGUEM E AVISADO    * 00061300
           OPEN INPUT ENDCLI                                            00061400
           IF WRK-FS-ENDCLI EQUAL '35'                                  00061500
              MOVE 'S'                TO WRK-SEM-ENDCLI                 00061600
              MOVE '10'               TO WRK-FS-ENDCLI                  00061700
           ELSE                                                         00061800
              PERFORM 1140-TESTAR-WRK-FS-ENDCLI                         00061900
           END-IF                                                       00062000
                                                                        00062100
      *    SEM SITUACAO ANTERIOR (PRIMEIRA EXECUCAO) NAO E ERRO       * 00062200
           OPEN INPUT NEGANT                                            00062300
           IF WRK-FS-NEGANT EQUAL '35'                                  00062400
              MOVE 'S'                TO WRK-SEM-NEGANT                 00062500
              MOVE '10'               TO WRK-FS-NEGANT                  00062600
           ELSE                                                         00062700
              PERFORM 1150-TESTAR-WRK-FS-NEGANT                         00062800
           END-IF                                                       00062900
                                                                        00063000
           PERFORM 1300-GRAVAR-CABECALHOS.                              00063100
                                                                        00063200
      *----------------------------------------------------------------*00063300
       1000-99-FIM.                           EXIT.                     00063400
      *----------------------------------------------------------------*00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       1110-TESTAR-WRK-FS-CLI2505             SECTION.                  00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00064100
              MOVE 'FR05EX52'                    TO WRK-PROGRAMA        00064200
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00064300
              MOVE '1110'                        TO WRK-SECAO           00064400
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00064500
              PERFORM 9000-TRATAR-ERRO                                  00064600
           END-IF.                                                      00064700
                                                                        00064800
      *----------------------------------------------------------------*00064900
       1110-99-FIM.                           EXIT.                     00065000
      *----------------------------------------------------------------*00065100
                                                                        00065200
      *----------------------------------------------------------------*00065300
       1120-TESTAR-WRK-FS-DEVACUM             SECTION.                  00065400
      *----------------------------------------------------------------*00065500
                                                                        00065600
           IF WRK-FS-DEVACUM NOT EQUAL ZEROS                            00065700
              MOVE 'FR05EX52'                    TO WRK-PROGRAMA        00065800
              MOVE 'ERRO NO ARQUIVO DEVACUM'     TO WRK-MENSAGEM        00065900
              MOVE '1120'                        TO WRK-SECAO           00066000
              MOVE WRK-FS-DEVACUM                TO WRK-STATUS          00066100
              PERFORM 9000-TRATAR-ERRO                                  00066200
           END-IF.                                                      00066300
                                                                        00066400
      *----------------------------------------------------------------*00066500
       1120-99-FIM.                           EXIT.                     00066600
      *----------------------------------------------------------------*00066700
                                                                        00066800
      *----------------------------------------------------------------*00066900
       1130-TESTAR-WRK-FS-BAIXAS              SECTION.                  00067000
      *----------------------------------------------------------------*00067100
                                                                        00067200
           IF WRK-FS-BAIXAS NOT EQUAL ZEROS                             00067300
              MOVE 'FR05EX52'                    TO WRK-PROGRAMA        00067400
              MOVE 'ERRO NO ARQUIVO BAIXAS'      TO WRK-MENSAGEM        00067500
              MOVE '1130'                        TO WRK-SECAO           00067600
              MOVE WRK-FS-BAIXAS                 TO WRK-STATUS          00067700
              PERFORM 9000-TRATAR-ERRO                                  00067800
           END-IF.                                                      00067900
                                                                        00068000
      *----------------------------------------------------------------*00068100
       1130-99-FIM.                           EXIT.                     00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
      *----------------------------------------------------------------*00068500
       1140-TESTAR-WRK-FS-ENDCLI              SECTION.                  00068600
      *----------------------------------------------------------------*00068700
                                                                        00068800
           IF WRK-FS-ENDCLI NOT EQUAL ZEROS                             00068900
              MOVE 'FR05EX52'                    TO WRK-PROGRAMA        00069000
              MOVE 'ERRO NO ARQUIVO ENDCLI'      TO WRK-MENSAGEM        00069100
              MOVE '1140'                        TO WRK-SECAO           00069200
              MOVE WRK-FS-ENDCLI                 TO WRK-STATUS          00069300
              PERFORM 9000-TRATAR-ERRO                                  00069400
           END-IF.                                                      00069500
                                                                        00069600
      *----------------------------------------------------------------*00069700
       1140-99-FIM.                           EXIT.                     00069800
      *----------------------------------------------------------------*00069900
                                                                        00070000
      *----------------------------------------------------------------*00070100
       1150-TESTAR-WRK-FS-NEGANT              SECTION.                  00070200
      *----------------------------------------------------------------*00070300
                                                                        00070400
           IF WRK-FS-NEGANT NOT EQUAL ZEROS                             00070500
              MOVE 'FR05EX52'                    TO WRK-PROGRAMA        00070600
              MOVE 'ERRO NO ARQUIVO NEGANT'      TO WRK-MENSAGEM        00070700
              MOVE '1150'                        TO WRK-SECAO           00070800
              MOVE WRK-FS-NEGANT                 TO WRK-STATUS          00070900
              PERFORM 9000-TRATAR-ERRO                                  00071000
           END-IF.                                                      00071100
                                                                        00071200
      *----------------------------------------------------------------*00071300
       1150-99-FIM.                           EXIT.                     00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
      *----------------------------------------------------------------*00071700
       1160-TESTAR-WRK-FS-NEGNOVO             SECTION.                  00071800
      *----------------------------------------------------------------*00071900
                                                                        00072000
           IF WRK-FS-NEGNOVO NOT EQUAL ZEROS                            00072100
              MOVE 'FR05EX52'                    TO WRK-PROGRAMA        00072200
              MOVE 'ERRO NO ARQUIVO NEGNOVO'     TO WRK-MENSAGEM        00072300
              MOVE '1160'                        TO WRK-SECAO           00072400
              MOVE WRK-FS-NEGNOVO                TO WRK-STATUS          00072500
              PERFORM 9000-TRATAR-ERRO                                  00072600
           END-IF.                                                      00072700
                                                                        00072800
      *----------------------------------------------------------------*00072900
       1160-99-FIM.                           EXIT.                     00073000
      *----------------------------------------------------------------*00073100
                                                                        00073200
      *----------------------------------------------------------------*00073300
       1170-TESTAR-WRK-FS-NEGBUR              SECTION.                  00073400
      *----------------------------------------------------------------*00073500
                                                                        00073600
           IF WRK-FS-NEGBUR NOT EQUAL ZEROS                             00073700
              MOVE 'FR05EX52'                    TO WRK-PROGRAMA        00073800
              MOVE 'ERRO NO ARQUIVO NEGBUR'      TO WRK-MENSAGEM        00073900
              MOVE '1170'                        TO WRK-SECAO           00074000
              MOVE WRK-FS-NEGBUR                 TO WRK-STATUS          00074100
              PERFORM 9000-TRATAR-ERRO                                  00074200
           END-IF.                                                      00074300
                                                                        00074400
      *----------------------------------------------------------------*00074500
       1170-99-FIM.                           EXIT.                     00074600
      *----------------------------------------------------------------*00074700
                                                                        00074800
      *----------------------------------------------------------------*00074900
       1180-TESTAR-WRK-FS-CARTAS              SECTION.                  00075000
      *----------------------------------------------------------------*00075100
                                                                        00075200
           IF WRK-FS-CARTAS NOT EQUAL ZEROS                             00075300
              MOVE 'FR05EX52'                    TO WRK-PROGRAMA        00075400
              MOVE 'ERRO NO ARQUIVO CARTAS'      TO WRK-MENSAGEM        00075500
              MOVE '1180'                        TO WRK-SECAO           00075600
              MOVE WRK-FS-CARTAS                 TO WRK-STATUS          00075700
              PERFORM 9000-TRATAR-ERRO                                  00075800
           END-IF.                                                      00075900
                                                                        00076000
      *----------------------------------------------------------------*00076100
       1180-99-FIM.                           EXIT.                     00076200
      *----------------------------------------------------------------*00076300
                                                                        00076400
      *----------------------------------------------------------------*00076500
       1190-TESTAR-WRK-FS-RELNEG              SECTION.                  00076600
      *----------------------------------------------------------------*00076700
                                                                        00076800
           IF WRK-FS-RELNEG NOT EQUAL ZEROS                             00076900
              MOVE 'FR05EX52'                    TO WRK-PROGRAMA        00077000
              MOVE 'ERRO NO ARQUIVO RELNEG'      TO WRK-MENSAGEM        00077100
              MOVE '1190'                        TO WRK-SECAO           00077200
              MOVE WRK-FS-RELNEG                 TO WRK-STATUS          00077300
              PERFORM 9000-TRATAR-ERRO                                  00077400
           END-IF.                                                      00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
       1190-99-FIM.                           EXIT.                     00077800
      *----------------------------------------------------------------*00077900
                                                                        00078000
      *----------------------------------------------------------------*00078100
       1300-GRAVAR-CABECALHOS                SECTION.                   00078200
      *----------------------------------------------------------------*00078300
                                                                        00078400
           MOVE SPACES               TO FD-NEGBUR-HEADER                00078500
           MOVE '0'                  TO FD-NGB-H-TIPO                   00078600
           MOVE WRK-DATA-EXEC        TO FD-NGB-H-DATA                   00078700
           MOVE 'FR05EX52'           TO FD-NGB-H-ORIGEM                 00078800
           MOVE 'FOURSYS'            TO FD-NGB-H-INSTITUICAO            00078900
           WRITE FD-NEGBUR-HEADER                                       00079000
           PERFORM 1170-TESTAR-WRK-FS-NEGBUR                            00079100
                                                                        00079200
           MOVE WRK-DATA-EXEC        TO WRK-CB-DATA                     00079300
           WRITE FD-RELNEG           FROM WRK-CABEC1                    00079400
           PERFORM 1190-TESTAR-WRK-FS-RELNEG                            00079500
           WRITE FD-RELNEG           FROM WRK-CABEC2                    00079600
           PERFORM 1190-TESTAR-WRK-FS-RELNEG.                           00079700
                                                                        00079800
      *----------------------------------------------------------------*00079900
       1300-99-FIM.                           EXIT.                     00080000
      *----------------------------------------------------------------*00080100
                                                                        00080200
      ******************************************************************00080300
      *   S E L E C I O N A R   A S   C O N T A S   (INPUT)            *00080400
      ******************************************************************00080500
                                                                        00080600
      *----------------------------------------------------------------*00080700
       2000-SELECIONAR-CONTAS                SECTION.                   00080800
      *----------------------------------------------------------------*00080900
                                                                        00081000
            PERFORM 2100-LER-CLI2505                                    00081100
            PERFORM 2200-LER-DEVACUM                                    00081200
            PERFORM 2300-LER-BAIXAS                                     00081300
            PERFORM 2400-LER-ENDCLI                                     00081400
                                                                        00081500
            PERFORM 2500-LIBERAR-CONTA                                  00081600
                    UNTIL WRK-FS-CLI2505 EQUAL '10'                     00081700
                                                                        00081800
            CLOSE CLI2505                                               00081900
                                                                        00082000
            IF NOT WRK-SEM-DEVACUM-SIM                                  00082100
               CLOSE DEVACUM                                            00082200
            END-IF                                                      00082300
                                                                        00082400
            IF NOT WRK-SEM-BAIXAS-SIM                                   00082500
               CLOSE BAIXAS                                             00082600
            END-IF                                                      00082700
                                                                        00082800
            IF NOT WRK-SEM-ENDCLI-SIM                                   00082900
               CLOSE ENDCLI                                             00083000
            END-IF.                                                     00083100
                                                                        00083200
      *----------------------------------------------------------------*00083300
       2000-99-FIM.                           EXIT.                     00083400
      *----------------------------------------------------------------*00083500
                                                                        00083600
      *----------------------------------------------------------------*00083700
       2100-LER-CLI2505                       SECTION.                  00083800
      *----------------------------------------------------------------*00083900
       2100-10-LER.                                                     00084000
                                                                        00084100
            READ CLI2505.                                               00084200
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00084300
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00084400
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00084500
               GO                  TO 2100-10-LER                       00084600
            END-IF                                                      00084700
                                                                        00084800
            IF WRK-FS-CLI2505 EQUAL '10'                                00084900
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00085000
               GO                    TO 2100-99-FIM                     00085100
            END-IF                                                      00085200
                                                                        00085300
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00085400
            ADD 1                    TO ACUM-LIDOS-CLI2505              00085500
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00085600
                                                                        00085700
      *----------------------------------------------------------------*00085800
       2100-99-FIM.                           EXIT.                     00085900
      *----------------------------------------------------------------*00086000
                                                                        00086100
      *----------------------------------------------------------------*00086200
       2200-LER-DEVACUM                       SECTION.                  00086300
      *----------------------------------------------------------------*00086400
                                                                        00086500
            IF WRK-FS-DEVACUM EQUAL '10'                                00086600
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-DEV             00086700
               GO                    TO 2200-99-FIM                     00086800
            END-IF                                                      00086900
                                                                        00087000
            READ DEVACUM                                                00087100
                                                                        00087200
            IF WRK-FS-DEVACUM EQUAL '10'                                00087300
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-DEV             00087400
               GO                    TO 2200-99-FIM                     00087500
            END-IF                                                      00087600
                                                                        00087700
            PERFORM 1120-TESTAR-WRK-FS-DEVACUM                          00087800
                                                                        00087900
            MOVE FD-DEV-CHAVE        TO WRK-CHAVE-ATUAL-DEV.            00088000
                                                                        00088100
      *----------------------------------------------------------------*00088200
       2200-99-FIM.                           EXIT.                     00088300
      *----------------------------------------------------------------*00088400
                                                                        00088500
      *----------------------------------------------------------------*00088600
       2300-LER-BAIXAS                        SECTION.                  00088700
      *----------------------------------------------------------------*00088800
                                                                        00088900
            IF WRK-FS-BAIXAS EQUAL '10'                                 00089000
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BXA             00089100
               GO                    TO 2300-99-FIM                     00089200
            END-IF                                                      00089300
                                                                        00089400
            READ BAIXAS                                                 00089500
                                                                        00089600
            IF WRK-FS-BAIXAS EQUAL '10'                                 00089700
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BXA             00089800
               GO                    TO 2300-99-FIM                     00089900
            END-IF                                                      00090000
                                                                        00090100
            PERFORM 1130-TESTAR-WRK-FS-BAIXAS                           00090200
                                                                        00090300
            MOVE FD-BXA-CHAVE        TO WRK-CHAVE-ATUAL-BXA.            00090400
                                                                        00090500
      *----------------------------------------------------------------*00090600
       2300-99-FIM.                           EXIT.                     00090700
      *----------------------------------------------------------------*00090800
                                                                        00090900
      *----------------------------------------------------------------*00091000
       2400-LER-ENDCLI                        SECTION.                  00091100
      *----------------------------------------------------------------*00091200
                                                                        00091300
            IF WRK-FS-ENDCLI EQUAL '10'                                 00091400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-END             00091500
               GO                    TO 2400-99-FIM                     00091600
            END-IF                                                      00091700
                                                                        00091800
            READ ENDCLI                                                 00091900
                                                                        00092000
            IF WRK-FS-ENDCLI EQUAL '10'                                 00092100
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-END             00092200
               GO                    TO 2400-99-FIM                     00092300
            END-IF                                                      00092400
                                                                        00092500
            PERFORM 1140-TESTAR-WRK-FS-ENDCLI                           00092600
                                                                        00092700
            MOVE FD-END-CHAVE        TO WRK-CHAVE-ATUAL-END.            00092800
                                                                        00092900
      *----------------------------------------------------------------*00093000
       2400-99-FIM.                           EXIT.                     00093100
      *----------------------------------------------------------------*00093200
                                                                        00093300
      *----------------------------------------------------------------*00093400
       2500-LIBERAR-CONTA                     SECTION.                  00093500
      *----------------------------------------------------------------*00093600
                                                                        00093700
      *     PERMANENCIA, LIVRO DE BAIXAS E ENDERECOS ANDAM NA ORDEM    *00093800
      *     DE CHAVE DO CADASTRO                                       *00093900
            PERFORM 2200-LER-DEVACUM                                    00094000
                    UNTIL WRK-CHAVE-ATUAL-DEV NOT LESS                  00094100
                          WRK-CHAVE-ATUAL-CLI                           00094200
                                                                        00094300
            PERFORM 2300-LER-BAIXAS                                     00094400
                    UNTIL WRK-CHAVE-ATUAL-BXA NOT LESS                  00094500
                          WRK-CHAVE-ATUAL-CLI                           00094600
                                                                        00094700
            PERFORM 2400-LER-ENDCLI                                     00094800
                    UNTIL WRK-CHAVE-ATUAL-END NOT LESS                  00094900
                          WRK-CHAVE-ATUAL-CLI                           00095000
                                                                        00095100
      *     SEM CPF/CNPJ NAO HA O QUE INFORMAR AO BIRO                 *00095200
            IF FD-CLI2505-DOCUMENTO EQUAL SPACES                        00095300
               ADD 1                   TO ACUM-SEM-DOCUMENTO            00095400
            ELSE                                                        00095500
               PERFORM 2600-MONTAR-CONTA                                00095600
            END-IF                                                      00095700
                                                                        00095800
            PERFORM 2100-LER-CLI2505.                                   00095900
                                                                        00096000
      *----------------------------------------------------------------*00096100
       2500-99-FIM.                           EXIT.                     00096200
      *----------------------------------------------------------------*00096300
                                                                        00096400
      *----------------------------------------------------------------*00096500
       2600-MONTAR-CONTA                      SECTION.                  00096600
      *----------------------------------------------------------------*00096700
                                                                        00096800
            MOVE FD-CLI2505-DOCUMENTO  TO SD-NEG-DOCUMENTO              00096900
            MOVE FD-CLI2505-CHAVE      TO SD-NEG-CHAVE                  00097000
            MOVE FD-CLI2505-NOME       TO SD-NEG-NOME                   00097100
                                                                        00097200
            IF WRK-CHAVE-ATUAL-DEV EQUAL WRK-CHAVE-ATUAL-CLI            00097300
               MOVE FD-DEV-DIAS        TO SD-NEG-DIAS                   00097400
               MOVE FD-DEV-DATA-INICIO TO SD-NEG-DATA-INICIO            00097500
               MOVE FD-DEV-SALDO-DEVEDOR                                00097600
                                       TO SD-NEG-DIVIDA                 00097700
            ELSE                                                        00097800
               MOVE ZEROS              TO SD-NEG-DIAS                   00097900
                                          SD-NEG-DIVIDA                 00098000
               MOVE SPACES             TO SD-NEG-DATA-INICIO            00098100
            END-IF                                                      00098200
                                                                        00098300
      *     CONTA BAIXADA PARA PREJUIZO TEM SALDO ZERADO NO CADASTRO   *00098400
      *     MAS A DIVIDA CONTINUA ATE SER RECUPERADA: O ATRASO CONTA   *00098500
      *     DA BAIXA EM DIANTE                                         *00098600
            IF WRK-CHAVE-ATUAL-BXA EQUAL WRK-CHAVE-ATUAL-CLI            00098700
             AND FD-BXA-SIT-BAIXADA                                     00098800
               PERFORM 2650-SOMAR-BAIXA                                 00098900
            END-IF                                                      00099000
                                                                        00099100
            IF WRK-CHAVE-ATUAL-END EQUAL WRK-CHAVE-ATUAL-CLI            00099200
               MOVE 'S'                TO SD-NEG-END-ACHOU              00099300
               MOVE FD-END-LOGRADOURO  TO SD-NEG-LOGRADOURO             00099400
               MOVE FD-END-CIDADE      TO SD-NEG-CIDADE                 00099500
               MOVE FD-END-UF          TO SD-NEG-UF                     00099600
               MOVE FD-END-CEP         TO SD-NEG-CEP                    00099700
            ELSE                                                        00099800
               MOVE 'N'                TO SD-NEG-END-ACHOU              00099900
               MOVE SPACES             TO SD-NEG-LOGRADOURO             00100000
                                          SD-NEG-CIDADE                 00100100
                                          SD-NEG-UF                     00100200
                                          SD-NEG-CEP                    00100300
            END-IF                                                      00100400
                                                                        00100500
            RELEASE SD-SORTNEG.                                         00100600
                                                                        00100700
      *----------------------------------------------------------------*00100800
       2600-99-FIM.                           EXIT.                     00100900
      *----------------------------------------------------------------*00101000
                                                                        00101100
      *----------------------------------------------------------------*00101200
       2650-SOMAR-BAIXA                       SECTION.                  00101300
      *----------------------------------------------------------------*00101400
                                                                        00101500
            COMPUTE WRK-DIVIDA-BAIXA = FD-BXA-VALOR-BAIXADO             00101600
                                     - FD-BXA-VALOR-RECUPERADO          00101700
            IF WRK-DIVIDA-BAIXA NOT GREATER ZEROS                       00101800
               GO                      TO 2650-99-FIM                   00101900
            END-IF                                                      00102000
                                                                        00102100
            ADD WRK-DIVIDA-BAIXA       TO SD-NEG-DIVIDA                 00102200
                                                                        00102300
            MOVE FD-BXA-DATA-BAIXA     TO WRK-DATA-AUX                  00102400
            COMPUTE WRK-DIAS-BAIXA = FD-BXA-DIAS-ATRASO                 00102500
                  + WRK-DIAS-HOJE                                       00102600
                  - FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N)           00102700
                                                                        00102800
            IF WRK-DIAS-BAIXA GREATER SD-NEG-DIAS                       00102900
               MOVE WRK-DIAS-BAIXA     TO SD-NEG-DIAS                   00103000
               MOVE FD-BXA-DATA-BAIXA  TO SD-NEG-DATA-INICIO            00103100
            END-IF.                                                     00103200
                                                                        00103300
      *----------------------------------------------------------------*00103400
       2650-99-FIM.                           EXIT.                     00103500
      *----------------------------------------------------------------*00103600
                                                                        00103700
      ******************************************************************00103800
      *   A P U R A R   P O R   T I T U L A R   (OUTPUT)               *00103900
      ******************************************************************00104000
                                                                        00104100
      *----------------------------------------------------------------*00104200
       3000-APURAR-TITULARES                 SECTION.                   00104300
      *----------------------------------------------------------------*00104400
                                                                        00104500
            PERFORM 3100-RETORNAR                                       00104600
            PERFORM 3150-LER-NEGANT                                     00104700
                                                                        00104800
            PERFORM 3200-PROCESSAR-TITULAR                              00104900
                    UNTIL WRK-DOC-ATUAL-SORT EQUAL HIGH-VALUES          00105000
                      AND WRK-DOC-ATUAL-NGA  EQUAL HIGH-VALUES.         00105100
                                                                        00105200
      *----------------------------------------------------------------*00105300
       3000-99-FIM.                           EXIT.                     00105400
      *----------------------------------------------------------------*00105500
                                                                        00105600
      *----------------------------------------------------------------*00105700
       3100-RETORNAR                         SECTION.                   00105800
      *----------------------------------------------------------------*00105900
                                                                        00106000
            RETURN WRK-SORTNEG                                          00106100
                   AT END MOVE 'S'     TO WRK-FIM-SORT                  00106200
                                                                        00106300
            IF WRK-FIM-SORT-SIM                                         00106400
               MOVE HIGH-VALUES        TO WRK-DOC-ATUAL-SORT            00106500
            ELSE                                                        00106600
               MOVE SD-NEG-DOCUMENTO   TO WRK-DOC-ATUAL-SORT            00106700
            END-IF.                                                     00106800
                                                                        00106900
      *----------------------------------------------------------------*00107000
       3100-99-FIM.                           EXIT.                     00107100
      *----------------------------------------------------------------*00107200
                                                                        00107300
      *----------------------------------------------------------------*00107400
       3150-LER-NEGANT                       SECTION.                   00107500
      *----------------------------------------------------------------*00107600
                                                                        00107700
            IF WRK-FS-NEGANT EQUAL '10'                                 00107800
               MOVE HIGH-VALUES      TO WRK-DOC-ATUAL-NGA               00107900
               GO                    TO 3150-99-FIM                     00108000
            END-IF                                                      00108100
                                                                        00108200
            READ NEGANT                                                 00108300
                                                                        00108400
            IF WRK-FS-NEGANT EQUAL '10'                                 00108500
               MOVE HIGH-VALUES      TO WRK-DOC-ATUAL-NGA               00108600
               GO                    TO 3150-99-FIM                     00108700
            END-IF                                                      00108800
                                                                        00108900
            PERFORM 1150-TESTAR-WRK-FS-NEGANT                           00109000
                                                                        00109100
            MOVE FD-NGA-DOCUMENTO    TO WRK-DOC-ATUAL-NGA.              00109200
                                                                        00109300
      *----------------------------------------------------------------*00109400
       3150-99-FIM.                           EXIT.                     00109500
      *----------------------------------------------------------------*00109600
                                                                        00109700
      *----------------------------------------------------------------*00109800
       3200-PROCESSAR-TITULAR                SECTION.                   00109900
      *----------------------------------------------------------------*00110000
                                                                        00110100
      *     O DOCUMENTO DA VEZ E O MENOR ENTRE AS CONTAS E A SITUACAO  *00110200
      *     (TITULAR QUE SAIU DO CADASTRO CONTA COMO CURADO)           *00110300
            IF WRK-DOC-ATUAL-NGA LESS WRK-DOC-ATUAL-SORT                00110400
               MOVE WRK-DOC-ATUAL-NGA  TO WRK-DOC-PROC                  00110500
            ELSE                                                        00110600
               MOVE WRK-DOC-ATUAL-SORT TO WRK-DOC-PROC                  00110700
            END-IF                                                      00110800
                                                                        00110900
            MOVE SPACES                TO WRK-TITULAR                   00111000
            MOVE ZEROS                 TO WRK-TIT-PIOR-ATRASO           00111100
                                          WRK-TIT-DIVIDA                00111200
            MOVE 'N'                   TO WRK-TIT-END-ACHOU             00111300
                                                                        00111400
            IF WRK-DOC-ATUAL-SORT EQUAL WRK-DOC-PROC                    00111500
               ADD 1                   TO ACUM-TITULARES                00111600
               PERFORM 3300-SOMAR-CONTA                                 00111700
                       UNTIL WRK-DOC-ATUAL-SORT NOT EQUAL WRK-DOC-PROC  00111800
            END-IF                                                      00111900
                                                                        00112000
            IF WRK-DOC-ATUAL-NGA EQUAL WRK-DOC-PROC                     00112100
               MOVE 'S'                TO WRK-TEM-SITUACAO              00112200
               MOVE FD-NEGATIV         TO WRK-NGASAI                    00112300
               PERFORM 3150-LER-NEGANT                                  00112400
            ELSE                                                        00112500
               MOVE 'N'                TO WRK-TEM-SITUACAO              00112600
            END-IF                                                      00112700
                                                                        00112800
            PERFORM 3400-DECIDIR.                                       00112900
                                                                        00113000
      *----------------------------------------------------------------*00113100
       3200-99-FIM.                           EXIT.                     00113200
      *----------------------------------------------------------------*00113300
                                                                        00113400
      *----------------------------------------------------------------*00113500
       3300-SOMAR-CONTA                      SECTION.                   00113600
      *----------------------------------------------------------------*00113700
                                                                        00113800
            IF WRK-TIT-NOME EQUAL SPACES                                00113900
               MOVE SD-NEG-NOME        TO WRK-TIT-NOME                  00114000
               MOVE SD-NEG-CHAVE       TO WRK-TIT-CHAVE-REF             00114100
            END-IF                                                      00114200
                                                                        00114300
            ADD SD-NEG-DIVIDA          TO WRK-TIT-DIVIDA                00114400
                                                                        00114500
      *     A CONTA DE REFERENCIA E A DE PIOR ATRASO                   *00114600
            IF SD-NEG-DIAS GREATER WRK-TIT-PIOR-ATRASO                  00114700
               MOVE SD-NEG-DIAS        TO WRK-TIT-PIOR-ATRASO           00114800
               MOVE SD-NEG-CHAVE       TO WRK-TIT-CHAVE-REF             00114900
               MOVE SD-NEG-DATA-INICIO TO WRK-TIT-DATA-VENCTO           00115000
            END-IF                                                      00115100
                                                                        00115200
      *     ENDERECO DA PRIMEIRA CONTA DO TITULAR QUE TIVER UM         *00115300
            IF NOT WRK-TIT-END-ACHOU-SIM                                00115400
             AND SD-NEG-END-ACHOU EQUAL 'S'                             00115500
               MOVE 'S'                TO WRK-TIT-END-ACHOU             00115600
               MOVE SD-NEG-LOGRADOURO  TO WRK-TIT-LOGRADOURO            00115700
               MOVE SD-NEG-CIDADE      TO WRK-TIT-CIDADE                00115800
               MOVE SD-NEG-UF          TO WRK-TIT-UF                    00115900
               MOVE SD-NEG-CEP         TO WRK-TIT-CEP                   00116000
            END-IF                                                      00116100
                                                                        00116200
            PERFORM 3100-RETORNAR.                                      00116300
                                                                        00116400
      *----------------------------------------------------------------*00116500
       3300-99-FIM.                           EXIT.                     00116600
      *----------------------------------------------------------------*00116700
                                                                        00116800
      *----------------------------------------------------------------*00116900
       3400-DECIDIR                          SECTION.                   00117000
      *----------------------------------------------------------------*00117100
                                                                        00117200
            IF WRK-TIT-PIOR-ATRASO EQUAL ZEROS                          00117300
               PERFORM 3500-TRATAR-CURA                                 00117400
               GO                      TO 3400-99-FIM                   00117500
            END-IF                                                      00117600
                                                                        00117700
            IF NOT WRK-TEM-SITUACAO-SIM                                 00117800
               PERFORM 3600-TRATAR-AVISO                                00117900
               GO                      TO 3400-99-FIM                   00118000
            END-IF                                                      00118100
                                                                        00118200
            IF WRK-NGS-AVISADO                                          00118300
               PERFORM 3700-TRATAR-INCLUSAO                             00118400
            ELSE                                                        00118500
      *        JA INCLUIDO: NADA A ENVIAR, SO CARREGA A SITUACAO       *00118600
               PERFORM 3900-GRAVAR-NEGNOVO                              00118700
            END-IF.                                                     00118800
                                                                        00118900
      *----------------------------------------------------------------*00119000
       3400-99-FIM.                           EXIT.                     00119100
      *----------------------------------------------------------------*00119200
                                                                        00119300
      ******************************************************************00119400
      *          T I T U L A R   C U R A D O   ( E X C L U S A O )     *00119500
      ******************************************************************00119600
                                                                        00119700
      *----------------------------------------------------------------*00119800
       3500-TRATAR-CURA                      SECTION.                   00119900
      *----------------------------------------------------------------*00120000
                                                                        00120100
            IF NOT WRK-TEM-SITUACAO-SIM                                 00120200
               GO                      TO 3500-99-FIM                   00120300
            END-IF                                                      00120400
                                                                        00120500
      *     AVISADO E NAO INCLUIDO: SO SAI DA SITUACAO                 *00120600
            IF WRK-NGS-AVISADO                                          00120700
               ADD 1                   TO ACUM-CANCELADOS               00120800
               MOVE 'CANCELADO'        TO WRK-ACAO                      00120900
               MOVE WRK-NGS-DATA-AVISO TO WRK-LN-DATA                   00121000
               PERFORM 3850-GRAVAR-LINHA                                00121100
               GO                      TO 3500-99-FIM                   00121200
            END-IF                                                      00121300
                                                                        00121400
            MOVE 'E'                   TO WRK-OPERACAO                  00121500
            PERFORM 3800-GRAVAR-BIRO                                    00121600
            ADD 1                      TO ACUM-EXCLUSOES                00121700
                                                                        00121800
            MOVE 'EXCLUSAO'            TO WRK-ACAO                      00121900
            MOVE WRK-NGS-DATA-INCLUSAO TO WRK-LN-DATA                   00122000
            PERFORM 3850-GRAVAR-LINHA.                                  00122100
                                                                        00122200
      *----------------------------------------------------------------*00122300
       3500-99-FIM.                           EXIT.                     00122400
      *----------------------------------------------------------------*00122500
                                                                        00122600
      ******************************************************************00122700
      *          A V I S O   P R E V I O   ( C A R T A )               *00122800
      ******************************************************************00122900
                                                                        00123000
      *----------------------------------------------------------------*00123100
       3600-TRATAR-AVISO                     SECTION.                   00123200
      *----------------------------------------------------------------*00123300
                                                                        00123400
            IF WRK-TIT-PIOR-ATRASO LESS WRK-DIAS-LIMITE-AVISO           00123500
               GO                      TO 3600-99-FIM                   00123600
            END-IF                                                      00123700
                                                                        00123800
            MOVE SPACES                TO WRK-NGASAI                    00123900
            MOVE WRK-DOC-PROC          TO WRK-NGS-DOCUMENTO             00124000
            MOVE 'A'                   TO WRK-NGS-SITUACAO              00124100
            MOVE WRK-DATA-EXEC         TO WRK-NGS-DATA-AVISO            00124200
            MOVE WRK-TIT-CHAVE-REF     TO WRK-NGS-CHAVE                 00124300
            MOVE WRK-TIT-NOME          TO WRK-NGS-NOME                  00124400
            MOVE WRK-TIT-DIVIDA        TO WRK-NGS-VALOR                 00124500
            MOVE WRK-TIT-PIOR-ATRASO   TO WRK-NGS-DIAS-ATRASO           00124600
            MOVE WRK-TIT-DATA-VENCTO   TO WRK-NGS-DATA-VENCTO           00124700
                                                                        00124800
      *     SEM ENDERECO NAO HA AVISO: TENTA DE NOVO NA PROXIMA        *00124900
      *     EXECUCAO, DEPOIS QUE A AGENCIA COMPLETAR O CADASTRO        *00125000
            IF NOT WRK-TIT-END-ACHOU-SIM                                00125100
               ADD 1                   TO ACUM-SEM-ENDERECO             00125200
               MOVE 'SEM ENDER'        TO WRK-ACAO                      00125300
               MOVE SPACES             TO WRK-LN-DATA                   00125400
               PERFORM 3850-GRAVAR-LINHA                                00125500
               MOVE 'A'                TO WRK-SEVERIDADE                00125600
               MOVE 'FR05EX52'         TO WRK-PROGRAMA                  00125700
               MOVE '3600  '           TO WRK-SECAO                     00125800
               MOVE 'TITULAR SEM ENDERECO - AVISO NAO EMITIDO'          00125900
                                       TO WRK-MENSAGEM                  00126000
               MOVE WRK-DOC-PROC       TO WRK-STATUS                    00126100
               CALL 'GRAVALOG'         USING WRK-LOG                    00126200
               GO                      TO 3600-99-FIM                   00126300
            END-IF                                                      00126400
                                                                        00126500
            PERFORM 3650-EMITIR-CARTA                                   00126600
            PERFORM 3900-GRAVAR-NEGNOVO                                 00126700
            ADD 1                      TO ACUM-AVISOS                   00126800
                                                                        00126900
            MOVE 'AVISO'               TO WRK-ACAO                      00127000
            MOVE WRK-DATA-PRAZO-X      TO WRK-LN-DATA                   00127100
            PERFORM 3850-GRAVAR-LINHA.                                  00127200
                                                                        00127300
      *----------------------------------------------------------------*00127400
       3600-99-FIM.                           EXIT.                     00127500
      *----------------------------------------------------------------*00127600
                                                                        00127700
      *----------------------------------------------------------------*00127800
       3650-EMITIR-CARTA                     SECTION.                   00127900
      *----------------------------------------------------------------*00128000
                                                                        00128100
            WRITE FD-CARTAS            FROM WRK-CAR-SEPARA              00128200
            MOVE WRK-TIT-NOME          TO WRK-CN-NOME                   00128300
            WRITE FD-CARTAS            FROM WRK-CAR-NOME                00128400
            MOVE WRK-TIT-LOGRADOURO    TO WRK-CE-LOGRADOURO             00128500
            WRITE FD-CARTAS            FROM WRK-CAR-ENDER               00128600
            MOVE WRK-TIT-CIDADE        TO WRK-CE-CIDADE                 00128700
            MOVE WRK-TIT-UF            TO WRK-CE-UF                     00128800
            MOVE WRK-TIT-CEP           TO WRK-CE-CEP                    00128900
            WRITE FD-CARTAS            FROM WRK-CAR-CIDADE              00129000
            MOVE WRK-DOC-PROC          TO WRK-CD-DOCUMENTO              00129100
            WRITE FD-CARTAS            FROM WRK-CAR-DOCTO               00129200
            MOVE WRK-TIT-AGENCIA       TO WRK-CC-AGENCIA                00129300
            MOVE WRK-TIT-CONTA         TO WRK-CC-CONTA                  00129400
            WRITE FD-CARTAS            FROM WRK-CAR-CONTA               00129500
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00129600
            WRITE FD-CARTAS            FROM WRK-CAR-TEXTO1              00129700
            WRITE FD-CARTAS            FROM WRK-CAR-TEXTO2              00129800
            WRITE FD-CARTAS            FROM WRK-CAR-TEXTO3              00129900
            MOVE WRK-TIT-DIVIDA        TO WRK-CV-DIVIDA                 00130000
            MOVE WRK-TIT-PIOR-ATRASO   TO WRK-CV-DIAS                   00130100
            WRITE FD-CARTAS            FROM WRK-CAR-DIVIDA              00130200
            MOVE WRK-DATA-PRAZO-X (7:2) TO WRK-CP-DIA                   00130300
            MOVE WRK-DATA-PRAZO-X (5:2) TO WRK-CP-MES                   00130400
            MOVE WRK-DATA-PRAZO-X (1:4) TO WRK-CP-ANO                   00130500
            WRITE FD-CARTAS            FROM WRK-CAR-PRAZO               00130600
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00130700
            PERFORM 1180-TESTAR-WRK-FS-CARTAS.                          00130800
                                                                        00130900
      *----------------------------------------------------------------*00131000
       3650-99-FIM.                           EXIT.                     00131100
      *----------------------------------------------------------------*00131200
                                                                        00131300
      ******************************************************************00131400
      *                I N C L U S A O   N O   B I R O                 *00131500
      ******************************************************************00131600
                                                                        00131700
      *----------------------------------------------------------------*00131800
       3700-TRATAR-INCLUSAO                  SECTION.                   00131900
      *----------------------------------------------------------------*00132000
                                                                        00132100
      *     SO INCLUI COM O ATRASO DE INCLUSAO ATINGIDO E O PRAZO DO   *00132200
      *     AVISO CUMPRIDO; SENAO CARREGA A SITUACAO COMO ESTA         *00132300
            MOVE WRK-NGS-DATA-AVISO    TO WRK-DATA-AUX                  00132400
            COMPUTE WRK-DIAS-DESDE-AVISO = WRK-DIAS-HOJE                00132500
                  - FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N)           00132600
                                                                        00132700
            IF WRK-TIT-PIOR-ATRASO LESS WRK-PARM-DIAS-INCL              00132800
             OR WRK-DIAS-DESDE-AVISO LESS WRK-PARM-DIAS-AVISO           00132900
               PERFORM 3900-GRAVAR-NEGNOVO                              00133000
               GO                      TO 3700-99-FIM                   00133100
            END-IF                                                      00133200
                                                                        00133300
            MOVE 'N'                   TO WRK-NGS-SITUACAO              00133400
            MOVE WRK-DATA-EXEC         TO WRK-NGS-DATA-INCLUSAO         00133500
            MOVE WRK-TIT-CHAVE-REF     TO WRK-NGS-CHAVE                 00133600
            MOVE WRK-TIT-NOME          TO WRK-NGS-NOME                  00133700
            MOVE WRK-TIT-DIVIDA        TO WRK-NGS-VALOR                 00133800
            MOVE WRK-TIT-PIOR-ATRASO   TO WRK-NGS-DIAS-ATRASO           00133900
            MOVE WRK-TIT-DATA-VENCTO   TO WRK-NGS-DATA-VENCTO           00134000
                                                                        00134100
            MOVE 'I'                   TO WRK-OPERACAO                  00134200
            PERFORM 3800-GRAVAR-BIRO                                    00134300
            PERFORM 3900-GRAVAR-NEGNOVO                                 00134400
            ADD 1                      TO ACUM-INCLUSOES                00134500
                                                                        00134600
            MOVE 'INCLUSAO'            TO WRK-ACAO                      00134700
            MOVE WRK-NGS-DATA-AVISO    TO WRK-LN-DATA                   00134800
            PERFORM 3850-GRAVAR-LINHA.                                  00134900
                                                                        00135000
      *----------------------------------------------------------------*00135100
       3700-99-FIM.                           EXIT.                     00135200
      *----------------------------------------------------------------*00135300
                                                                        00135400
      *----------------------------------------------------------------*00135500
       3800-GRAVAR-BIRO                      SECTION.                   00135600
      *----------------------------------------------------------------*00135700
                                                                        00135800
            MOVE SPACES                TO FD-NEGBUR                     00135900
            MOVE '1'                   TO FD-NGB-TIPO-REG               00136000
            MOVE WRK-OPERACAO          TO FD-NGB-OPERACAO               00136100
            MOVE WRK-NGS-DOCUMENTO     TO FD-NGB-DOCUMENTO              00136200
            MOVE WRK-NGS-NOME          TO FD-NGB-NOME                   00136300
            MOVE WRK-NGS-CHAVE         TO FD-NGB-CHAVE                  00136400
            MOVE WRK-NGS-VALOR         TO FD-NGB-VALOR                  00136500
            MOVE WRK-NGS-DATA-VENCTO   TO FD-NGB-DATA-VENCTO            00136600
            MOVE WRK-NGS-DIAS-ATRASO   TO FD-NGB-DIAS-ATRASO            00136700
            MOVE WRK-NGS-DATA-AVISO    TO FD-NGB-DATA-AVISO             00136800
            MOVE WRK-TIT-LOGRADOURO    TO FD-NGB-LOGRADOURO             00136900
            MOVE WRK-TIT-CIDADE        TO FD-NGB-CIDADE                 00137000
            MOVE WRK-TIT-UF            TO FD-NGB-UF                     00137100
            MOVE WRK-TIT-CEP           TO FD-NGB-CEP                    00137200
            WRITE FD-NEGBUR                                             00137300
            PERFORM 1170-TESTAR-WRK-FS-NEGBUR                           00137400
                                                                        00137500
            ADD WRK-NGS-VALOR          TO ACUM-HASH-VALOR.              00137600
                                                                        00137700
      *----------------------------------------------------------------*00137800
       3800-99-FIM.                           EXIT.                     00137900
      *----------------------------------------------------------------*00138000
                                                                        00138100
      *----------------------------------------------------------------*00138200
       3850-GRAVAR-LINHA                     SECTION.                   00138300
      *----------------------------------------------------------------*00138400
                                                                        00138500
            MOVE WRK-ACAO              TO WRK-LN-ACAO                   00138600
            MOVE WRK-DOC-PROC          TO WRK-LN-DOCUMENTO              00138700
            MOVE WRK-NGS-AGENCIA       TO WRK-LN-AGENCIA                00138800
            MOVE WRK-NGS-CONTA         TO WRK-LN-CONTA                  00138900
            MOVE WRK-NGS-DIAS-ATRASO   TO WRK-LN-DIAS                   00139000
            MOVE WRK-NGS-VALOR         TO WRK-LN-VALOR                  00139100
            WRITE FD-RELNEG            FROM WRK-LINNEG                  00139200
            PERFORM 1190-TESTAR-WRK-FS-RELNEG.                          00139300
                                                                        00139400
      *----------------------------------------------------------------*00139500
       3850-99-FIM.                           EXIT.                     00139600
      *----------------------------------------------------------------*00139700
                                                                        00139800
      *----------------------------------------------------------------*00139900
       3900-GRAVAR-NEGNOVO                   SECTION.                   00140000
      *----------------------------------------------------------------*00140100
                                                                        00140200
            WRITE FD-NEGNOVO           FROM WRK-NGASAI                  00140300
            PERFORM 1160-TESTAR-WRK-FS-NEGNOVO                          00140400
            ADD 1                      TO ACUM-SITUACAO.                00140500
                                                                        00140600
      *----------------------------------------------------------------*00140700
       3900-99-FIM.                           EXIT.                     00140800
      *----------------------------------------------------------------*00140900
                                                                        00141000
      ******************************************************************00141100
      *                     F I N A L I Z A R                          *00141200
      ******************************************************************00141300
                                                                        00141400
      *----------------------------------------------------------------*00141500
       4000-FINALIZAR                        SECTION.                   00141600
      *----------------------------------------------------------------*00141700
                                                                        00141800
            MOVE SPACES               TO FD-NEGBUR-TRAILER              00141900
            MOVE '9'                  TO FD-NGB-T-TIPO                  00142000
            MOVE ACUM-INCLUSOES       TO FD-NGB-T-QTD-INCLUSAO          00142100
            MOVE ACUM-EXCLUSOES       TO FD-NGB-T-QTD-EXCLUSAO          00142200
            MOVE ACUM-HASH-VALOR      TO FD-NGB-T-HASH-VALOR            00142300
            WRITE FD-NEGBUR-TRAILER                                     00142400
            PERFORM 1170-TESTAR-WRK-FS-NEGBUR                           00142500
                                                                        00142600
            MOVE SPACES               TO FD-RELNEG                      00142700
            WRITE FD-RELNEG                                             00142800
            PERFORM 1190-TESTAR-WRK-FS-RELNEG                           00142900
                                                                        00143000
            MOVE 'AVISOS PREVIOS EMITIDOS'                              00143100
                                      TO WRK-LT-TEXTO                   00143200
            MOVE ACUM-AVISOS          TO WRK-LT-QTD                     00143300
            WRITE FD-RELNEG           FROM WRK-LINTOT                   00143400
            MOVE 'INCLUSOES ENVIADAS'  TO WRK-LT-TEXTO                  00143500
            MOVE ACUM-INCLUSOES       TO WRK-LT-QTD                     00143600
            WRITE FD-RELNEG           FROM WRK-LINTOT                   00143700
            MOVE 'EXCLUSOES ENVIADAS'  TO WRK-LT-TEXTO                  00143800
            MOVE ACUM-EXCLUSOES       TO WRK-LT-QTD                     00143900
            WRITE FD-RELNEG           FROM WRK-LINTOT                   00144000
            MOVE 'AVISOS CANCELADOS (CURADOS)'                          00144100
                                      TO WRK-LT-TEXTO                   00144200
            MOVE ACUM-CANCELADOS      TO WRK-LT-QTD                     00144300
            WRITE FD-RELNEG           FROM WRK-LINTOT                   00144400
            MOVE 'TITULARES SEM ENDERECO'                               00144500
                                      TO WRK-LT-TEXTO                   00144600
            MOVE ACUM-SEM-ENDERECO    TO WRK-LT-QTD                     00144700
            WRITE FD-RELNEG           FROM WRK-LINTOT                   00144800
            PERFORM 1190-TESTAR-WRK-FS-RELNEG                           00144900
                                                                        00145000
            CLOSE NEGNOVO                                               00145100
                  NEGBUR                                                00145200
                  CARTAS                                                00145300
                  RELNEG                                                00145400
                                                                        00145500
            IF NOT WRK-SEM-NEGANT-SIM                                   00145600
               CLOSE NEGANT                                             00145700
            END-IF                                                      00145800
                                                                        00145900
            DISPLAY '*************************************************' 00146000
            DISPLAY '       NEGATIVACAO NO BIRO DE CREDITO            ' 00146100
            DISPLAY '                                                 ' 00146200
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00146300
            DISPLAY '  CONTAS SEM DOCUMENTO:  ' ACUM-SEM-DOCUMENTO      00146400
            DISPLAY '  TITULARES           :  ' ACUM-TITULARES          00146500
            DISPLAY '  AVISOS EMITIDOS     :  ' ACUM-AVISOS             00146600
            DISPLAY '  INCLUSOES           :  ' ACUM-INCLUSOES          00146700
            DISPLAY '  EXCLUSOES           :  ' ACUM-EXCLUSOES          00146800
            DISPLAY '  AVISOS CANCELADOS   :  ' ACUM-CANCELADOS         00146900
            DISPLAY '  SEM ENDERECO        :  ' ACUM-SEM-ENDERECO       00147000
            DISPLAY '  SITUACOES GRAVADAS  :  ' ACUM-SITUACAO           00147100
            DISPLAY '                                                 ' 00147200
            DISPLAY '*************************************************'.00147300
                                                                        00147400
      *----------------------------------------------------------------*00147500
       4000-99-FIM.                           EXIT.                     00147600
      *----------------------------------------------------------------*00147700
                                                                        00147800
      ******************************************************************00147900
      *                   T R A T A R  E R R O                         *00148000
      ******************************************************************00148100
                                                                        00148200
       9000-TRATAR-ERRO                     SECTION.                    00148300
      *----------------------------------------------------------------*00148400
                  MOVE 'F'                TO WRK-SEVERIDADE             00148500
                  CALL 'GRAVALOG'         USING WRK-LOG                 00148600
                  MOVE 16                 TO RETURN-CODE                00148700
                  GOBACK.                                               00148800
      *----------------------------------------------------------------*00148900
       9000-99-FIM.                           EXIT.                     00149000
      *----------------------------------------------------------------*00149100
