      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX54.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX54                                       *00002000
      *    TIPO.......: INFORME ANUAL DE RENDIMENTOS E TARIFAS         *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : MONTAR, UMA VEZ POR ANO, O INFORME DE RENDIMENTOS*00002800
      *               PARA A DECLARACAO DE IMPOSTO DE RENDA E O        *00002900
      *               EXTRATO ANUAL DE TARIFAS, POR TITULAR (CPF/CNPJ  *00003000
      *               DO CADASTRO). AS CONTAS DO CADASTRO SAO CASADAS  *00003100
      *               COM O RESUMO ACUMULADO (CHAVE+DATA) E COM O      *00003200
      *               HISTORICO DE MOVIMENTOS (MOVHIST, CHAVE+DATA):   *00003300
      *                 - SALDO EM 31/12: SALDO FINAL DO ULTIMO CICLO  *00003400
      *                   DO RESUMO ATE O FIM DO ANO-BASE;             *00003500
      *                 - RENDIMENTOS: MOVIMENTOS 'C' DE RENDIMENTO DA *00003600
      *                   CONTA REMUNERADA (FR05EX10);                 *00003700
      *                 - JUROS DE CHEQUE ESPECIAL: MOVIMENTOS 'J';    *00003800
      *                 - IOF: MOVIMENTOS 'D' DE IOF DO CHEQUE         *00003900
      *                   ESPECIAL (FR05EX21 E FR05EX53);              *00004000
      *                 - TARIFAS: MOVIMENTOS 'F', MES A MES;          *00004100
      *               OS ESTORNOS ('E') SAO ABATIDOS PELO TIPO E       *00004200
      *               HISTORICO DO LANCAMENTO ORIGINAL (ESTORNO DE     *00004300
      *               TARIFA ABATE NO MES DA COBRANCA). AS CONTAS SAO  *00004400
      *               ORDENADAS PELO DOCUMENTO E, POR TITULAR, SAI A   *00004500
      *               CARTA COM O ENDERECO DO ENDCLI E OS REGISTROS DO *00004600
      *               EXTRATO PARA O INTERNET BANKING (B#INFANU).      *00004700
      *               TITULAR SEM ENDERECO NAO RECEBE CARTA: SAI NO    *00004800
      *               RELATORIO E NO GRAVALOG, MAS VAI NO EXTRATO.     *00004900
      *               CONTA SEM DOCUMENTO OU SEM NENHUM CICLO ATE O    *00005000
      *               FIM DO ANO-BASE NAO ENTRA NO INFORME.            *00005100
      *----------------------------------------------------------------*00005200
      *    ARQUIVOS :                                                  *00005300
      *    DDNAME          I/O                                         *00005400
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00005500
      *    JCLRESU          I    RESUMO ACUMULADO (CHAVE+DATA)         *00005600
      *    JCLMOVH          I    HISTORICO DE MOVIMENTOS (CHAVE+DATA)  *00005700
      *    JCLENDER         I    CADASTRO DE ENDERECOS (FR05EX25)      *00005800
      *    JCLINFAN         O    EXTRATO ANUAL PARA O INTERNET BANKING *00005900
      *    JCLCARTA         O    CARTAS DO INFORME ANUAL               *00006000
      *    JCLRELIN         O    RELATORIO DO INFORME ANUAL            *00006100
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00006200
      *----------------------------------------------------------------*00006300
      *    BOOKS    :    B#CLIMST, B#MOVHST, B#ENDCLI, B#INFANU,       *00006400
      *                  B#GRALOG, B#RUNCTL, B#DATPRC                  *00006500
      *----------------------------------------------------------------*00006600
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006700
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006800
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006900
      *----------------------------------------------------------------*00007000
      *    PARAMETROS (VIA SYSIN):                                     *00007100
      *      ANO-BASE (AAAA) (BRANCOS = ANO ANTERIOR AO DA DATA DE     *00007200
      *                       MOVIMENTO)                               *00007300
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007400
      *----------------------------------------------------------------*00007500
      *    HISTORICO DE ALTERACOES:                                    *00007600
      *      DATA        RESP.    DESCRICAO                            *00007700
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007800
      ******************************************************************00007900
      *================================================================*00008000
                                                                        00008100
      *================================================================*00008200
       ENVIRONMENT                                DIVISION.             00008300
      *================================================================*00008400
                                                                        00008500
      *----------------------------------------------------------------*00008600
       CONFIGURATION                              SECTION.              00008700
      *----------------------------------------------------------------*00008800
                                                                        00008900
       SPECIAL-NAMES.                                                   00009000
           DECIMAL-POINT IS COMMA.                                      00009100
                                                                        00009200
      *----------------------------------------------------------------*00009300
       INPUT-OUTPUT                               SECTION.              00009400
      *----------------------------------------------------------------*00009500
                                                                        00009600
       FILE-CONTROL.                                                    00009700
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00009800
                    ORGANIZATION    IS INDEXED                          00009900
                    ACCESS MODE     IS SEQUENTIAL                       00010000
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00010100
                    FILE STATUS          IS WRK-FS-CLI2505.             00010200
                                                                        00010300
             SELECT RESUMO    ASSIGN     TO JCLRESU                     00010400
                    FILE STATUS          IS WRK-FS-RESUMO.              00010500
                                                                        00010600
             SELECT MOVHIST   ASSIGN     TO JCLMOVH                     00010700
                    FILE STATUS          IS WRK-FS-MOVHIST.             00010800
                                                                        00010900
             SELECT ENDCLI    ASSIGN     TO JCLENDER                    00011000
                    FILE STATUS          IS WRK-FS-ENDCLI.              00011100
                                                                        00011200
             SELECT INFANU    ASSIGN     TO JCLINFAN                    00011300
                    FILE STATUS          IS WRK-FS-INFANU.              00011400
                                                                        00011500
             SELECT CARTAS    ASSIGN     TO JCLCARTA                    00011600
                    FILE STATUS          IS WRK-FS-CARTAS.              00011700
                                                                        00011800
             SELECT RELINF    ASSIGN     TO JCLRELIN                    00011900
                    FILE STATUS          IS WRK-FS-RELINF.              00012000
                                                                        00012100
             SELECT WRK-SORTINF ASSIGN   TO JCLSORT.                    00012200
                                                                        00012300
      *================================================================*00012400
       DATA                                      DIVISION.              00012500
      *================================================================*00012600
                                                                        00012700
      *----------------------------------------------------------------*00012800
       FILE                                      SECTION.               00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00013300
      *----------------------------------------------------------------*00013400
                                                                        00013500
       FD CLI2505.                                                      00013600
                                                                        00013700
           COPY 'B#CLIMST'.                                             00013800
                                                                        00013900
      *----------------------------------------------------------------*00014000
      *  INPUT - RESUMO ACUMULADO, POR CHAVE+DATA - LRECL = 049.       *00014100
      *----------------------------------------------------------------*00014200
                                                                        00014300
       FD RESUMO                                                        00014400
           RECORDING MODE IS F                                          00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
                                                                        00014700
       01 FD-RESUMO.                                                    00014800
          05 FD-RESUMO-AGENCIA            PIC 9(004).                   00014900
          05 FD-RESUMO-CONTA              PIC 9(006).                   00015000
          05 FD-RESUMO-SALDO-INI          PIC S9(008)V99.               00015100
          05 FD-RESUMO-SALDO-FIM          PIC S9(008)V99.               00015200
          05 FD-RESUMO-DIFERENCA          PIC S9(008)V99.               00015300
          05 FD-RESUMO-DATA               PIC X(008).                   00015400
          05 FD-RESUMO-SEGMENTO           PIC X(001).                   00015500
                                                                        00015600
      *----------------------------------------------------------------*00015700
      *  INPUT - HISTORICO DE MOVIMENTOS, POR CHAVE+DATA - LRECL = 114.*00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
       FD MOVHIST                                                       00016100
           RECORDING MODE IS F                                          00016200
           BLOCK CONTAINS 0 RECORDS.                                    00016300
                                                                        00016400
           COPY 'B#MOVHST'.                                             00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
      *  INPUT - CADASTRO DE ENDERECOS (ENDCLI) - LRECL = 120.         *00016800
      *----------------------------------------------------------------*00016900
                                                                        00017000
       FD ENDCLI                                                        00017100
           RECORDING MODE IS F                                          00017200
           BLOCK CONTAINS 0 RECORDS.                                    00017300
                                                                        00017400
           COPY 'B#ENDCLI'.                                             00017500
                                                                        00017600
      *----------------------------------------------------------------*00017700
      *  OUTPUT - EXTRATO ANUAL PARA O INTERNET BANKING - LRECL = 220. *00017800
      *----------------------------------------------------------------*00017900
                                                                        00018000
       FD INFANU                                                        00018100
           RECORDING MODE IS F                                          00018200
           BLOCK CONTAINS 0 RECORDS.                                    00018300
                                                                        00018400
           COPY 'B#INFANU'.                                             00018500
                                                                        00018600
      *----------------------------------------------------------------*00018700
      *  OUTPUT - CARTAS DO INFORME ANUAL - LRECL = 080.               *00018800
      *----------------------------------------------------------------*00018900
                                                                        00019000
       FD CARTAS                                                        00019100
           RECORDING MODE IS F                                          00019200
           BLOCK CONTAINS 0 RECORDS.                                    00019300
       01 FD-CARTAS         PIC X(080).                                 00019400
                                                                        00019500
      *----------------------------------------------------------------*00019600
      *  OUTPUT - RELATORIO DO INFORME ANUAL (RELINF) - LRECL = 080.   *00019700
      *----------------------------------------------------------------*00019800
                                                                        00019900
       FD RELINF                                                        00020000
           RECORDING MODE IS F                                          00020100
           BLOCK CONTAINS 0 RECORDS.                                    00020200
       01 FD-RELINF         PIC X(080).                                 00020300
                                                                        00020400
      *----------------------------------------------------------------*00020500
      *    WORK - ORDENACAO DAS CONTAS PELO TITULAR (DOCUMENTO)        *00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
       SD WRK-SORTINF.                                                  00020900
       01 SD-SORTINF.                                                   00021000
          05 SD-INF-DOCUMENTO         PIC X(14).                        00021100
          05 SD-INF-CHAVE.                                              00021200
             10 SD-INF-AGENCIA        PIC X(04).                        00021300
             10 SD-INF-CONTA          PIC X(06).                        00021400
          05 SD-INF-NOME              PIC X(30).                        00021500
          05 SD-INF-TIPO-CONTA        PIC X(01).                        00021600
          05 SD-INF-SALDO             PIC S9(08)V99.                    00021700
          05 SD-INF-RENDIMENTOS       PIC 9(08)V99.                     00021800
          05 SD-INF-JUROS             PIC 9(08)V99.                     00021900
          05 SD-INF-IOF               PIC 9(08)V99.                     00022000
          05 SD-INF-TARIFAS           PIC 9(08)V99.                     00022100
          05 SD-INF-TARIFA-MES        PIC 9(07)V99 OCCURS 12 TIMES.     00022200
          05 SD-INF-END-ACHOU         PIC X(01).                        00022300
          05 SD-INF-LOGRADOURO        PIC X(30).                        00022400
          05 SD-INF-CIDADE            PIC X(20).                        00022500
          05 SD-INF-UF                PIC X(02).                        00022600
          05 SD-INF-CEP               PIC X(08).                        00022700
                                                                        00022800
      *----------------------------------------------------------------*00022900
       WORKING-STORAGE                            SECTION.              00023000
      *----------------------------------------------------------------*00023100
      *----------------------------------------------------------------*00023200
       01 FILLER                         PIC X(050)       VALUE         00023300
                   '*** INICIO DA WORKING FR05EX54 ***'.                00023400
      *----------------------------------------------------------------*00023500
                                                                        00023600
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00023700
       77 WRK-FS-RESUMO                  PIC X(002) VALUE SPACES.       00023800
       77 WRK-FS-MOVHIST                 PIC X(002) VALUE SPACES.       00023900
       77 WRK-FS-ENDCLI                  PIC X(002) VALUE SPACES.       00024000
       77 WRK-FS-INFANU                  PIC X(002) VALUE SPACES.       00024100
       77 WRK-FS-CARTAS                  PIC X(002) VALUE SPACES.       00024200
       77 WRK-FS-RELINF                  PIC X(002) VALUE SPACES.       00024300
                                                                        00024400
      *----------------------------------------------------------------*00024500
       01 FILLER                         PIC X(050)       VALUE         00024600
                     '*** AREA DA ACUMULADORES ***'.                    00024700
      *----------------------------------------------------------------*00024800
                                                                        00024900
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00025000
       77 ACUM-LIDOS-RESUMO              PIC 9(009) VALUE ZEROS.        00025100
       77 ACUM-LIDOS-MOVHIST             PIC 9(009) VALUE ZEROS.        00025200
       77 ACUM-MOVTOS-ANO                PIC 9(009) VALUE ZEROS.        00025300
       77 ACUM-RESUMO-SEM-CADASTRO       PIC 9(007) VALUE ZEROS.        00025400
       77 ACUM-MOVHIST-SEM-CADASTRO      PIC 9(007) VALUE ZEROS.        00025500
       77 ACUM-SEM-DOCUMENTO             PIC 9(007) VALUE ZEROS.        00025600
       77 ACUM-SEM-ANO                   PIC 9(007) VALUE ZEROS.        00025700
       77 ACUM-CONTAS                    PIC 9(007) VALUE ZEROS.        00025800
       77 ACUM-TITULARES                 PIC 9(007) VALUE ZEROS.        00025900
       77 ACUM-CARTAS                    PIC 9(007) VALUE ZEROS.        00026000
       77 ACUM-SEM-ENDERECO              PIC 9(007) VALUE ZEROS.        00026100
       77 ACUM-TOT-RENDIMENTOS           PIC 9(011)V99 VALUE ZEROS.     00026200
       77 ACUM-TOT-JUROS                 PIC 9(011)V99 VALUE ZEROS.     00026300
       77 ACUM-TOT-IOF                   PIC 9(011)V99 VALUE ZEROS.     00026400
       77 ACUM-TOT-TARIFAS               PIC 9(011)V99 VALUE ZEROS.     00026500
       77 ACUM-HASH-VALORES              PIC 9(013)V99 VALUE ZEROS.     00026600
                                                                        00026700
      *----------------------------------------------------------------*00026800
       01 FILLER                         PIC X(050)       VALUE         00026900
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00027000
      *----------------------------------------------------------------*00027100
                                                                        00027200
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00027300
       77 WRK-CHAVE-ATUAL-RES            PIC X(010) VALUE SPACES.       00027400
       77 WRK-CHAVE-ATUAL-MOV            PIC X(010) VALUE SPACES.       00027500
       77 WRK-CHAVE-ATUAL-END            PIC X(010) VALUE SPACES.       00027600
       77 WRK-DOC-ATUAL-SORT             PIC X(014) VALUE SPACES.       00027700
       77 WRK-DOC-PROC                   PIC X(014) VALUE SPACES.       00027800
       77 WRK-SEM-ENDCLI                 PIC X(001) VALUE 'N'.          00027900
           88 WRK-SEM-ENDCLI-SIM                    VALUE 'S'.          00028000
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00028100
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00028200
       77 WRK-TEM-ANO                    PIC X(001) VALUE 'N'.          00028300
           88 WRK-TEM-ANO-SIM                       VALUE 'S'.          00028400
       77 WRK-SITUACAO                   PIC X(010) VALUE SPACES.       00028500
       77 WRK-MES                        PIC 9(002) VALUE ZEROS.        00028600
       77 WRK-IDX-CTA                    PIC 9(003) VALUE ZEROS.        00028700
       77 WRK-MAX-CONTAS                 PIC 9(003) VALUE 099.          00028800
       77 WRK-DATA-EXEC                  PIC X(008) VALUE SPACES.       00028900
       77 WRK-DATA-FIM-ANO               PIC X(008) VALUE SPACES.       00029000
       77 WRK-ANO-BASE                   PIC X(004) VALUE SPACES.       00029100
       77 WRK-ANO-BASE-N  REDEFINES WRK-ANO-BASE                        00029200
                                         PIC 9(004).                    00029300
       77 WRK-ANO-AUX                    PIC 9(004) VALUE ZEROS.        00029400
                                                                        00029500
      *----------------------------------------------------------------*00029600
      *    APURACAO DA CONTA NO ANO-BASE (COM SINAL, POR CAUSA DOS     *00029700
      *    ESTORNOS; NEGATIVO VIRA ZERO ANTES DE IR PARA O SORT)       *00029800
      *----------------------------------------------------------------*00029900
                                                                        00030000
       01 WRK-CONTA-ANO.                                                00030100
          05 WRK-CTA-SALDO               PIC S9(008)V99.                00030200
          05 WRK-CTA-RENDIMENTOS         PIC S9(008)V99.                00030300
          05 WRK-CTA-JUROS               PIC S9(008)V99.                00030400
          05 WRK-CTA-IOF                 PIC S9(008)V99.                00030500
          05 WRK-CTA-TARIFAS             PIC S9(008)V99.                00030600
          05 WRK-CTA-TARIFA-MES          PIC S9(007)V99                 00030700
                                         OCCURS 12 TIMES.               00030800
                                                                        00030900
      *----------------------------------------------------------------*00031000
      *    POSICAO DO TITULAR E CONTAS DO TITULAR                      *00031100
      *----------------------------------------------------------------*00031200
                                                                        00031300
       01 WRK-TITULAR.                                                  00031400
          05 WRK-TIT-NOME                PIC X(030).                    00031500
          05 WRK-TIT-QTD-CONTAS          PIC 9(003).                    00031600
          05 WRK-TIT-QTD-TAB             PIC 9(003).                    00031700
          05 WRK-TIT-RENDIMENTOS         PIC 9(009)V99.                 00031800
          05 WRK-TIT-JUROS               PIC 9(009)V99.                 00031900
          05 WRK-TIT-IOF                 PIC 9(009)V99.                 00032000
          05 WRK-TIT-TARIFAS             PIC 9(009)V99.                 00032100
          05 WRK-TIT-TARIFA-MES          PIC 9(007)V99                  00032200
                                         OCCURS 12 TIMES.               00032300
          05 WRK-TIT-END-ACHOU           PIC X(001).                    00032400
              88 WRK-TIT-END-ACHOU-SIM              VALUE 'S'.          00032500
          05 WRK-TIT-LOGRADOURO          PIC X(030).                    00032600
          05 WRK-TIT-CIDADE              PIC X(020).                    00032700
          05 WRK-TIT-UF                  PIC X(002).                    00032800
          05 WRK-TIT-CEP                 PIC X(008).                    00032900
                                                                        00033000
       01 WRK-TABELA-CTA.                                               00033100
          05 WRK-TAB-CTA                 OCCURS 99 TIMES.               00033200
             10 WRK-TAB-CTA-CHAVE.                                      00033300
                15 WRK-TAB-CTA-AGENCIA   PIC X(004).                    00033400
                15 WRK-TAB-CTA-CONTA     PIC X(006).                    00033500
             10 WRK-TAB-CTA-TIPO-CONTA   PIC X(001).                    00033600
             10 WRK-TAB-CTA-SALDO        PIC S9(008)V99.                00033700
             10 WRK-TAB-CTA-RENDIMENTOS  PIC 9(008)V99.                 00033800
             10 WRK-TAB-CTA-JUROS        PIC 9(008)V99.                 00033900
             10 WRK-TAB-CTA-IOF          PIC 9(008)V99.                 00034000
             10 WRK-TAB-CTA-TARIFAS      PIC 9(008)V99.                 00034100
                                                                        00034200
      *----------------------------------------------------------------*00034300
      *    NOMES DOS MESES DA CARTA                                    *00034400
      *----------------------------------------------------------------*00034500
                                                                        00034600
       01 WRK-MESES-LIT                  PIC X(036) VALUE               00034700
             'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.                    00034800
       01 WRK-MESES  REDEFINES WRK-MESES-LIT.                           00034900
          05 WRK-MES-NOME                PIC X(003) OCCURS 12 TIMES.    00035000
                                                                        00035100
      *----------------------------------------------------------------*00035200
      *    LINHAS DA CARTA DO INFORME ANUAL                            *00035300
      *----------------------------------------------------------------*00035400
                                                                        00035500
       01 WRK-CAR-SEPARA.                                               00035600
          05 FILLER               PIC X(070) VALUE ALL '='.             00035700
          05 FILLER               PIC X(010) VALUE SPACES.              00035800
                                                                        00035900
       01 WRK-CAR-NOME.                                                 00036000
          05 FILLER               PIC X(004) VALUE 'A:  '.              00036100
          05 WRK-CN-NOME          PIC X(030).                           00036200
          05 FILLER               PIC X(046) VALUE SPACES.              00036300
                                                                        00036400
       01 WRK-CAR-ENDER.                                                00036500
          05 FILLER               PIC X(004) VALUE 'END:'.              00036600
          05 WRK-CE-LOGRADOURO    PIC X(030).                           00036700
          05 FILLER               PIC X(046) VALUE SPACES.              00036800
                                                                        00036900
       01 WRK-CAR-CIDADE.                                               00037000
          05 FILLER               PIC X(004) VALUE SPACES.              00037100
          05 WRK-CE-CIDADE        PIC X(020).                           00037200
          05 FILLER               PIC X(001) VALUE '-'.                 00037300
          05 WRK-CE-UF            PIC X(002).                           00037400
          05 FILLER               PIC X(006) VALUE ' CEP: '.            00037500
          05 WRK-CE-CEP           PIC X(008).                           00037600
          05 FILLER               PIC X(039) VALUE SPACES.              00037700
                                                                        00037800
       01 WRK-CAR-DOCTO.                                                00037900
          05 FILLER               PIC X(012) VALUE 'CPF/CNPJ ...'.      00038000
          05 WRK-CD-DOCUMENTO     PIC X(014).                           00038100
          05 FILLER               PIC X(054) VALUE SPACES.              00038200
                                                                        00038300
       01 WRK-CAR-TITULO.                                               00038400
          05 FILLER               PIC X(050) VALUE                      00038500
             'INFORME ANUAL DE RENDIMENTOS E TARIFAS - ANO-BASE '.      00038600
          05 WRK-CT-ANO           PIC X(004).                           00038700
          05 FILLER               PIC X(026) VALUE SPACES.              00038800
                                                                        00038900
       01 WRK-CAR-CAB-CONTAS.                                           00039000
          05 FILLER               PIC X(040) VALUE                      00039100
             'AGENCIA/CONTA  TIPO      SALDO EM 31/12'.                 00039200
          05 FILLER               PIC X(040) VALUE SPACES.              00039300
                                                                        00039400
       01 WRK-CAR-CONTA.                                                00039500
          05 WRK-CC-AGENCIA       PIC X(004).                           00039600
          05 FILLER               PIC X(001) VALUE '/'.                 00039700
          05 WRK-CC-CONTA         PIC X(006).                           00039800
          05 FILLER               PIC X(005) VALUE SPACES.              00039900
          05 WRK-CC-TIPO          PIC X(001).                           00040000
          05 FILLER               PIC X(004) VALUE SPACES.              00040100
          05 WRK-CC-SALDO         PIC ZZ.ZZZ.ZZ9,99-.                   00040200
          05 FILLER               PIC X(045) VALUE SPACES.              00040300
                                                                        00040400
       01 WRK-CAR-VALOR.                                                00040500
          05 WRK-CV-ROTULO        PIC X(040).                           00040600
          05 WRK-CV-VALOR         PIC ZZZ.ZZZ.ZZ9,99.                   00040700
          05 FILLER               PIC X(026) VALUE SPACES.              00040800
                                                                        00040900
       01 WRK-CAR-CAB-TARIFAS.                                          00041000
          05 FILLER               PIC X(040) VALUE                      00041100
             'TARIFAS PAGAS NO ANO-BASE, MES A MES:'.                   00041200
          05 FILLER               PIC X(040) VALUE SPACES.              00041300
                                                                        00041400
       01 WRK-CAR-TARIFA.                                               00041500
          05 FILLER               PIC X(004) VALUE SPACES.              00041600
          05 WRK-CF-MES           PIC X(003).                           00041700
          05 FILLER               PIC X(033) VALUE                      00041800
             ' .............................'.                          00041900
          05 WRK-CF-VALOR         PIC ZZZ.ZZZ.ZZ9,99.                   00042000
          05 FILLER               PIC X(026) VALUE SPACES.              00042100
                                                                        00042200
       01 WRK-CAR-RODAPE.                                               00042300
          05 FILLER               PIC X(070) VALUE                      00042400
             'VALORES LIQUIDOS DE ESTORNOS. GUARDE ESTE INFORME PARA A'.00042500
          05 FILLER               PIC X(010) VALUE SPACES.              00042600
                                                                        00042700
       01 WRK-CAR-RODAPE2.                                              00042800
          05 FILLER               PIC X(070) VALUE                      00042900
             'DECLARACAO DE IMPOSTO DE RENDA.'.                         00043000
          05 FILLER               PIC X(010) VALUE SPACES.              00043100
                                                                        00043200
       01 WRK-CAR-BRANCO          PIC X(080) VALUE SPACES.              00043300
                                                                        00043400
      *----------------------------------------------------------------*00043500
      *    LINHAS DO RELATORIO                                         *00043600
      *----------------------------------------------------------------*00043700
                                                                        00043800
       01 WRK-CABEC1.                                                   00043900
          05 FILLER                      PIC X(040) VALUE               00044000
             'FR05EX54 - INFORME ANUAL DE RENDIMENTOS '.                00044100
          05 FILLER                      PIC X(012) VALUE               00044200
             '- ANO-BASE '.                                             00044300
          05 WRK-CB-ANO                  PIC X(004).                    00044400
          05 FILLER                      PIC X(010) VALUE               00044500
             ' - DATA '.                                                00044600
          05 WRK-CB-DATA                 PIC X(008).                    00044700
          05 FILLER                      PIC X(006) VALUE SPACES.       00044800
                                                                        00044900
       01 WRK-CABEC2.                                                   00045000
          05 FILLER                      PIC X(040) VALUE               00045100
             'DOCUMENTO      CTS   RENDIMENTOS  JUROS+'.                00045200
          05 FILLER                      PIC X(040) VALUE               00045300
             'IOF CH ESP       TARIFAS SITUACAO       '.                00045400
                                                                        00045500
       01 WRK-LININF.                                                   00045600
          05 WRK-LN-DOCUMENTO            PIC X(014).                    00045700
          05 FILLER                      PIC X(001) VALUE SPACES.       00045800
          05 WRK-LN-QTD                  PIC ZZ9.                       00045900
          05 FILLER                      PIC X(001) VALUE SPACES.       00046000
          05 WRK-LN-RENDIMENTOS          PIC ZZ.ZZZ.ZZ9,99.             00046100
          05 FILLER                      PIC X(001) VALUE SPACES.       00046200
          05 WRK-LN-ENCARGOS             PIC ZZZ.ZZZ.ZZ9,99.            00046300
          05 FILLER                      PIC X(001) VALUE SPACES.       00046400
          05 WRK-LN-TARIFAS              PIC ZZ.ZZZ.ZZ9,99.             00046500
          05 FILLER                      PIC X(001) VALUE SPACES.       00046600
          05 WRK-LN-SITUACAO             PIC X(010).                    00046700
          05 FILLER                      PIC X(008) VALUE SPACES.       00046800
                                                                        00046900
       01 WRK-LINTOT.                                                   00047000
          05 WRK-LT-TEXTO                PIC X(030).                    00047100
          05 WRK-LT-QTD                  PIC ZZZ.ZZ9.                   00047200
          05 FILLER                      PIC X(043) VALUE SPACES.       00047300
                                                                        00047400
       01 WRK-LINVAL.                                                   00047500
          05 WRK-LV-TEXTO                PIC X(030).                    00047600
          05 WRK-LV-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00047700
          05 FILLER                      PIC X(033) VALUE SPACES.       00047800
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
            SORT WRK-SORTINF                                            00050500
                 ON ASCENDING KEY SD-INF-DOCUMENTO                      00050600
                                  SD-INF-CHAVE                          00050700
                 INPUT  PROCEDURE 2000-APURAR-CONTAS                    00050800
                 OUTPUT PROCEDURE 3000-EMITIR-TITULARES                 00050900
                                                                        00051000
            IF SORT-RETURN NOT EQUAL ZEROS                              00051100
               MOVE 'FR05EX54'        TO WRK-PROGRAMA                   00051200
               MOVE 'ERRO NO SORT DAS CONTAS' TO WRK-MENSAGEM           00051300
               MOVE SPACES            TO WRK-STATUS                     00051400
               MOVE '0000  '          TO WRK-SECAO                      00051500
               PERFORM 9000-TRATAR-ERRO                                 00051600
            END-IF                                                      00051700
                                                                        00051800
            PERFORM 4000-FINALIZAR                                      00051900
                                                                        00052000
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00052100
            MOVE ACUM-LIDOS-CLI2505   TO WRK-RUN-LIDOS                  00052200
            MOVE ACUM-TITULARES       TO WRK-RUN-GRAVADOS               00052300
            MOVE ZEROS                TO WRK-RUN-RC                     00052400
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00052500
                                                                        00052600
            STOP RUN.                                                   00052700
                                                                        00052800
      *----------------------------------------------------------------*00052900
       0000-99-FIM.                           EXIT.                     00053000
      *----------------------------------------------------------------*00053100
                                                                        00053200
      ******************************************************************00053300
      *                       I N I C I A R                            *00053400
      ******************************************************************00053500
                                                                        00053600
      *----------------------------------------------------------------*00053700
       1000-INICIAR                           SECTION.                  00053800
      *----------------------------------------------------------------*00053900
                                                                        00054000
           ACCEPT WRK-ANO-BASE FROM SYSIN                               00054100
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00054200
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00054300
           CALL 'LERDATAP'            USING WRK-DATPRC                  00054400
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00054500
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00054600
           MOVE 'FR05EX54'            TO WRK-RUN-PROGRAMA               00054700
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00054800
           MOVE ZEROS                 TO WRK-RUN-RC                     00054900
                                         WRK-RUN-LIDOS                  00055000
                                         WRK-RUN-GRAVADOS               00055100
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00055200
                                                                        00055300
           IF WRK-RUN-DATA-JA-FEITA                                     00055400
              MOVE 'A'                TO WRK-SEVERIDADE                 00055500
              MOVE 'FR05EX54'         TO WRK-PROGRAMA                   00055600
              MOVE '1000  '           TO WRK-SECAO                      00055700
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00055800
                                      TO WRK-MENSAGEM                   00055900
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00056000
              CALL 'GRAVALOG'         USING WRK-LOG                     00056100
              MOVE 08                 TO RETURN-CODE                    00056200
              GOBACK                                                    00056300
           END-IF                                                       00056400
                                                                        00056500
      *    SEM ANO-BASE INFORMADO, O INFORME E DO ANO ANTERIOR AO DA  * 00056600
      *    DATA DE MOVIMENTO (JOB RODADO EM JANEIRO/FEVEREIRO)        * 00056700
           IF WRK-ANO-BASE NOT NUMERIC                                  00056800
              MOVE WRK-DATA-EXEC (1:4) TO WRK-ANO-AUX                   00056900
              SUBTRACT 1              FROM WRK-ANO-AUX                  00057000
              MOVE WRK-ANO-AUX        TO WRK-ANO-BASE-N                 00057100
           END-IF                                                       00057200
           MOVE WRK-ANO-BASE          TO WRK-DATA-FIM-ANO (1:4)         00057300
           MOVE '1231'                TO WRK-DATA-FIM-ANO (5:4)         00057400
                                                                        00057500
           OPEN INPUT  CLI2505                                          00057600
                INPUT  RESUMO                                           00057700
                INPUT  MOVHIST                                          00057800
                OUTPUT INFANU                                           00057900
                OUTPUT CARTAS                                           00058000
                OUTPUT RELINF                                           00058100
                                                                        00058200
           PERFORM 1110-TESTAR-WRK-FS-CLI2505                           00058300
           PERFORM 1120-TESTAR-WRK-FS-RESUMO                            00058400
           PERFORM 1130-TESTAR-WRK-FS-MOVHIST                           00058500
           PERFORM 1150-TESTAR-WRK-FS-INFANU                            00058600
           PERFORM 1160-TESTAR-WRK-FS-CARTAS                            00058700
           PERFORM 1170-TESTAR-WRK-FS-RELINF                            00058800
                                                                        00058900
      *    SEM CADASTRO DE ENDERECOS NAO E ERRO: NINGUEM RECEBE CARTA * 00059000
           OPEN INPUT ENDCLI                                            00059100
           IF WRK-FS-ENDCLI EQUAL '35'                                  00059200
              MOVE 'S'                TO WRK-SEM-ENDCLI                 00059300
              MOVE '10'               TO WRK-FS-ENDCLI                  00059400
           ELSE                                                         00059500
              PERFORM 1140-TESTAR-WRK-FS-ENDCLI                         00059600
           END-IF                                                       00059700
                                                                        00059800
           PERFORM 1300-GRAVAR-CABECALHOS.                              00059900
                                                                        00060000
      *----------------------------------------------------------------*00060100
       1000-99-FIM.                           EXIT.                     00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
      *----------------------------------------------------------------*00060500
       1110-TESTAR-WRK-FS-CLI2505             SECTION.                  00060600
      *----------------------------------------------------------------*00060700
                                                                        00060800
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00060900
              MOVE 'FR05EX54'                    TO WRK-PROGRAMA        00061000
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00061100
              MOVE '1110'                        TO WRK-SECAO           00061200
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00061300
              PERFORM 9000-TRATAR-ERRO                                  00061400
           END-IF.                                                      00061500
                                                                        00061600
      *----------------------------------------------------------------*00061700
       1110-99-FIM.                           EXIT.                     00061800
      *----------------------------------------------------------------*00061900
                                                                        00062000
      *----------------------------------------------------------------*00062100
       1120-TESTAR-WRK-FS-RESUMO              SECTION.                  00062200
      *----------------------------------------------------------------*00062300
                                                                        00062400
           IF WRK-FS-RESUMO NOT EQUAL ZEROS                             00062500
              MOVE 'FR05EX54'                    TO WRK-PROGRAMA        00062600
              MOVE 'ERRO NO ARQUIVO RESUMO'      TO WRK-MENSAGEM        00062700
              MOVE '1120'                        TO WRK-SECAO           00062800
              MOVE WRK-FS-RESUMO                 TO WRK-STATUS          00062900
              PERFORM 9000-TRATAR-ERRO                                  00063000
           END-IF.                                                      00063100
                                                                        00063200
      *----------------------------------------------------------------*00063300
       1120-99-FIM.                           EXIT.                     00063400
      *----------------------------------------------------------------*00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       1130-TESTAR-WRK-FS-MOVHIST             SECTION.                  00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
           IF WRK-FS-MOVHIST NOT EQUAL ZEROS                            00064100
              MOVE 'FR05EX54'                    TO WRK-PROGRAMA        00064200
              MOVE 'ERRO NO ARQUIVO MOVHIST'     TO WRK-MENSAGEM        00064300
              MOVE '1130'                        TO WRK-SECAO           00064400
              MOVE WRK-FS-MOVHIST                TO WRK-STATUS          00064500
              PERFORM 9000-TRATAR-ERRO                                  00064600
           END-IF.                                                      00064700
                                                                        00064800
      *----------------------------------------------------------------*00064900
       1130-99-FIM.                           EXIT.                     00065000
      *----------------------------------------------------------------*00065100
                                                                        00065200
      *----------------------------------------------------------------*00065300
       1140-TESTAR-WRK-FS-ENDCLI              SECTION.                  00065400
      *----------------------------------------------------------------*00065500
                                                                        00065600
           IF WRK-FS-ENDCLI NOT EQUAL ZEROS                             00065700
              MOVE 'FR05EX54'                    TO WRK-PROGRAMA        00065800
              MOVE 'ERRO NO ARQUIVO ENDCLI'      TO WRK-MENSAGEM        00065900
              MOVE '1140'                        TO WRK-SECAO           00066000
              MOVE WRK-FS-ENDCLI                 TO WRK-STATUS          00066100
              PERFORM 9000-TRATAR-ERRO                                  00066200
           END-IF.                                                      00066300
                                                                        00066400
      *----------------------------------------------------------------*00066500
       1140-99-FIM.                           EXIT.                     00066600
      *----------------------------------------------------------------*00066700
                                                                        00066800
      *----------------------------------------------------------------*00066900
       1150-TESTAR-WRK-FS-INFANU              SECTION.                  00067000
      *----------------------------------------------------------------*00067100
                                                                        00067200
           IF WRK-FS-INFANU NOT EQUAL ZEROS                             00067300
              MOVE 'FR05EX54'                    TO WRK-PROGRAMA        00067400
              MOVE 'ERRO NO ARQUIVO INFANU'      TO WRK-MENSAGEM        00067500
              MOVE '1150'                        TO WRK-SECAO           00067600
              MOVE WRK-FS-INFANU                 TO WRK-STATUS          00067700
              PERFORM 9000-TRATAR-ERRO                                  00067800
           END-IF.                                                      00067900
                                                                        00068000
      *----------------------------------------------------------------*00068100
       1150-99-FIM.                           EXIT.                     00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
      *----------------------------------------------------------------*00068500
       1160-TESTAR-WRK-FS-CARTAS              SECTION.                  00068600
      *----------------------------------------------------------------*00068700
                                                                        00068800
           IF WRK-FS-CARTAS NOT EQUAL ZEROS                             00068900
              MOVE 'FR05EX54'                    TO WRK-PROGRAMA        00069000
              MOVE 'ERRO NO ARQUIVO CARTAS'      TO WRK-MENSAGEM        00069100
              MOVE '1160'                        TO WRK-SECAO           00069200
              MOVE WRK-FS-CARTAS                 TO WRK-STATUS          00069300
              PERFORM 9000-TRATAR-ERRO                                  00069400
           END-IF.                                                      00069500
                                                                        00069600
      *----------------------------------------------------------------*00069700
       1160-99-FIM.                           EXIT.                     00069800
      *----------------------------------------------------------------*00069900
                                                                        00070000
      *----------------------------------------------------------------*00070100
       1170-TESTAR-WRK-FS-RELINF              SECTION.                  00070200
      *----------------------------------------------------------------*00070300
                                                                        00070400
           IF WRK-FS-RELINF NOT EQUAL ZEROS                             00070500
              MOVE 'FR05EX54'                    TO WRK-PROGRAMA        00070600
              MOVE 'ERRO NO ARQUIVO RELINF'      TO WRK-MENSAGEM        00070700
              MOVE '1170'                        TO WRK-SECAO           00070800
              MOVE WRK-FS-RELINF                 TO WRK-STATUS          00070900
              PERFORM 9000-TRATAR-ERRO                                  00071000
           END-IF.                                                      00071100
                                                                        00071200
      *----------------------------------------------------------------*00071300
       1170-99-FIM.                           EXIT.                     00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
      *----------------------------------------------------------------*00071700
       1300-GRAVAR-CABECALHOS                SECTION.                   00071800
      *----------------------------------------------------------------*00071900
                                                                        00072000
           MOVE SPACES               TO FD-INFANU-HEADER                00072100
           MOVE '0'                  TO FD-INF-H-TIPO-REG               00072200
           MOVE WRK-ANO-BASE         TO FD-INF-H-ANO-BASE               00072300
           MOVE WRK-DATA-EXEC        TO FD-INF-H-DATA                   00072400
           MOVE 'FR05EX54'           TO FD-INF-H-ORIGEM                 00072500
           WRITE FD-INFANU-HEADER                                       00072600
           PERFORM 1150-TESTAR-WRK-FS-INFANU                            00072700
           MOVE WRK-ANO-BASE         TO WRK-CB-ANO                      00072800
           MOVE WRK-DATA-EXEC        TO WRK-CB-DATA                     00072900
           WRITE FD-RELINF           FROM WRK-CABEC1                    00073000
           PERFORM 1170-TESTAR-WRK-FS-RELINF                            00073100
           WRITE FD-RELINF           FROM WRK-CABEC2                    00073200
           PERFORM 1170-TESTAR-WRK-FS-RELINF.                           00073300
                                                                        00073400
      *----------------------------------------------------------------*00073500
       1300-99-FIM.                           EXIT.                     00073600
      *----------------------------------------------------------------*00073700
                                                                        00073800
      ******************************************************************00073900
      *   A P U R A R   A S   C O N T A S   (INPUT)                    *00074000
      ******************************************************************00074100
                                                                        00074200
      *----------------------------------------------------------------*00074300
       2000-APURAR-CONTAS                    SECTION.                   00074400
      *----------------------------------------------------------------*00074500
                                                                        00074600
            PERFORM 2100-LER-CLI2505                                    00074700
            PERFORM 2200-LER-RESUMO                                     00074800
            PERFORM 2300-LER-MOVHIST                                    00074900
            PERFORM 2400-LER-ENDCLI                                     00075000
            PERFORM 2500-LIBERAR-CONTA                                  00075100
                    UNTIL WRK-FS-CLI2505 EQUAL '10'                     00075200
      *     O QUE SOBROU DEPOIS DO FIM DO CADASTRO E DE CONTA QUE JA   *00075300
      *     NAO EXISTE                                                 *00075400
            PERFORM 2250-DESCARTAR-RESUMO                               00075500
                    UNTIL WRK-CHAVE-ATUAL-RES EQUAL HIGH-VALUES         00075600
            PERFORM 2350-DESCARTAR-MOVHIST                              00075700
                    UNTIL WRK-CHAVE-ATUAL-MOV EQUAL HIGH-VALUES         00075800
            CLOSE CLI2505                                               00075900
                  RESUMO                                                00076000
                  MOVHIST                                               00076100
            IF NOT WRK-SEM-ENDCLI-SIM                                   00076200
               CLOSE ENDCLI                                             00076300
            END-IF.                                                     00076400
                                                                        00076500
      *----------------------------------------------------------------*00076600
       2000-99-FIM.                           EXIT.                     00076700
      *----------------------------------------------------------------*00076800
                                                                        00076900
      *----------------------------------------------------------------*00077000
       2100-LER-CLI2505                       SECTION.                  00077100
      *----------------------------------------------------------------*00077200
                                                                        00077300
       2100-10-LER.                                                     00077400
            READ CLI2505.                                               00077500
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00077600
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00077700
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00077800
               GO                  TO 2100-10-LER                       00077900
            END-IF                                                      00078000
            IF WRK-FS-CLI2505 EQUAL '10'                                00078100
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00078200
               GO                    TO 2100-99-FIM                     00078300
            END-IF                                                      00078400
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00078500
            ADD 1                    TO ACUM-LIDOS-CLI2505              00078600
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00078700
                                                                        00078800
      *----------------------------------------------------------------*00078900
       2100-99-FIM.                           EXIT.                     00079000
      *----------------------------------------------------------------*00079100
                                                                        00079200
      *----------------------------------------------------------------*00079300
       2200-LER-RESUMO                        SECTION.                  00079400
      *----------------------------------------------------------------*00079500
                                                                        00079600
            IF WRK-FS-RESUMO EQUAL '10'                                 00079700
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-RES             00079800
               GO                    TO 2200-99-FIM                     00079900
            END-IF                                                      00080000
            READ RESUMO                                                 00080100
            IF WRK-FS-RESUMO EQUAL '10'                                 00080200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-RES             00080300
               GO                    TO 2200-99-FIM                     00080400
            END-IF                                                      00080500
            PERFORM 1120-TESTAR-WRK-FS-RESUMO                           00080600
            ADD 1                    TO ACUM-LIDOS-RESUMO               00080700
            MOVE FD-RESUMO-AGENCIA   TO WRK-CHAVE-ATUAL-RES (1:4)       00080800
            MOVE FD-RESUMO-CONTA     TO WRK-CHAVE-ATUAL-RES (5:6).      00080900
                                                                        00081000
      *----------------------------------------------------------------*00081100
       2200-99-FIM.                           EXIT.                     00081200
      *----------------------------------------------------------------*00081300
                                                                        00081400
      *----------------------------------------------------------------*00081500
       2250-DESCARTAR-RESUMO                  SECTION.                  00081600
      *----------------------------------------------------------------*00081700
                                                                        00081800
            ADD 1                    TO ACUM-RESUMO-SEM-CADASTRO        00081900
            PERFORM 2200-LER-RESUMO.                                    00082000
                                                                        00082100
      *----------------------------------------------------------------*00082200
       2250-99-FIM.                           EXIT.                     00082300
      *----------------------------------------------------------------*00082400
                                                                        00082500
      *----------------------------------------------------------------*00082600
       2300-LER-MOVHIST                       SECTION.                  00082700
      *----------------------------------------------------------------*00082800
                                                                        00082900
            IF WRK-FS-MOVHIST EQUAL '10'                                00083000
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MOV             00083100
               GO                    TO 2300-99-FIM                     00083200
            END-IF                                                      00083300
            READ MOVHIST                                                00083400
            IF WRK-FS-MOVHIST EQUAL '10'                                00083500
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MOV             00083600
               GO                    TO 2300-99-FIM                     00083700
            END-IF                                                      00083800
            PERFORM 1130-TESTAR-WRK-FS-MOVHIST                          00083900
            ADD 1                    TO ACUM-LIDOS-MOVHIST              00084000
            MOVE FD-MOVHIST-CHAVE    TO WRK-CHAVE-ATUAL-MOV.            00084100
                                                                        00084200
      *----------------------------------------------------------------*00084300
       2300-99-FIM.                           EXIT.                     00084400
      *----------------------------------------------------------------*00084500
                                                                        00084600
      *----------------------------------------------------------------*00084700
       2350-DESCARTAR-MOVHIST                 SECTION.                  00084800
      *----------------------------------------------------------------*00084900
                                                                        00085000
            ADD 1                    TO ACUM-MOVHIST-SEM-CADASTRO       00085100
            PERFORM 2300-LER-MOVHIST.                                   00085200
                                                                        00085300
      *----------------------------------------------------------------*00085400
       2350-99-FIM.                           EXIT.                     00085500
      *----------------------------------------------------------------*00085600
                                                                        00085700
      *----------------------------------------------------------------*00085800
       2400-LER-ENDCLI                        SECTION.                  00085900
      *----------------------------------------------------------------*00086000
                                                                        00086100
            IF WRK-FS-ENDCLI EQUAL '10'                                 00086200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-END             00086300
               GO                    TO 2400-99-FIM                     00086400
            END-IF                                                      00086500
            READ ENDCLI                                                 00086600
            IF WRK-FS-ENDCLI EQUAL '10'                                 00086700
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-END             00086800
               GO                    TO 2400-99-FIM                     00086900
            END-IF                                                      00087000
            PERFORM 1140-TESTAR-WRK-FS-ENDCLI                           00087100
            MOVE FD-END-CHAVE        TO WRK-CHAVE-ATUAL-END.            00087200
                                                                        00087300
      *----------------------------------------------------------------*00087400
       2400-99-FIM.                           EXIT.                     00087500
      *----------------------------------------------------------------*00087600
                                                                        00087700
      *----------------------------------------------------------------*00087800
       2500-LIBERAR-CONTA                     SECTION.                  00087900
      *----------------------------------------------------------------*00088000
                                                                        00088100
      *     RESUMO, HISTORICO E ENDERECOS ANDAM NA ORDEM DE CHAVE DO   *00088200
      *     CADASTRO                                                   *00088300
            PERFORM 2250-DESCARTAR-RESUMO                               00088400
                    UNTIL WRK-CHAVE-ATUAL-RES NOT LESS                  00088500
                          WRK-CHAVE-ATUAL-CLI                           00088600
            PERFORM 2350-DESCARTAR-MOVHIST                              00088700
                    UNTIL WRK-CHAVE-ATUAL-MOV NOT LESS                  00088800
                          WRK-CHAVE-ATUAL-CLI                           00088900
            PERFORM 2400-LER-ENDCLI                                     00089000
                    UNTIL WRK-CHAVE-ATUAL-END NOT LESS                  00089100
                          WRK-CHAVE-ATUAL-CLI                           00089200
            PERFORM 2600-APURAR-ANO                                     00089300
            EVALUATE TRUE                                               00089400
               WHEN FD-CLI2505-DOCUMENTO EQUAL SPACES                   00089500
                    ADD 1              TO ACUM-SEM-DOCUMENTO            00089600
               WHEN NOT WRK-TEM-ANO-SIM                                 00089700
                    ADD 1              TO ACUM-SEM-ANO                  00089800
               WHEN OTHER                                               00089900
                    PERFORM 2700-MONTAR-CONTA                           00090000
            END-EVALUATE                                                00090100
            PERFORM 2100-LER-CLI2505.                                   00090200
                                                                        00090300
      *----------------------------------------------------------------*00090400
       2500-99-FIM.                           EXIT.                     00090500
      *----------------------------------------------------------------*00090600
                                                                        00090700
      *----------------------------------------------------------------*00090800
       2600-APURAR-ANO                        SECTION.                  00090900
      *----------------------------------------------------------------*00091000
                                                                        00091100
            MOVE ZEROS                 TO WRK-CTA-SALDO                 00091200
                                          WRK-CTA-RENDIMENTOS           00091300
                                          WRK-CTA-JUROS                 00091400
                                          WRK-CTA-IOF                   00091500
                                          WRK-CTA-TARIFAS               00091600
            PERFORM 2605-ZERAR-MES                                      00091700
                    VARYING WRK-MES FROM 1 BY 1                         00091800
                      UNTIL WRK-MES GREATER 12                          00091900
            MOVE 'N'                   TO WRK-TEM-ANO                   00092000
            PERFORM 2610-ACUMULAR-RESUMO                                00092100
                    UNTIL WRK-CHAVE-ATUAL-RES NOT EQUAL                 00092200
                          WRK-CHAVE-ATUAL-CLI                           00092300
            PERFORM 2620-ACUMULAR-MOVHIST                               00092400
                    UNTIL WRK-CHAVE-ATUAL-MOV NOT EQUAL                 00092500
                          WRK-CHAVE-ATUAL-CLI                           00092600
      *     ESTORNO SEM O LANCAMENTO ORIGINAL NO ANO NAO DEIXA VALOR   *00092700
      *     NEGATIVO NO INFORME                                        *00092800
            IF WRK-CTA-RENDIMENTOS LESS ZEROS                           00092900
               MOVE ZEROS              TO WRK-CTA-RENDIMENTOS           00093000
            END-IF                                                      00093100
            IF WRK-CTA-JUROS LESS ZEROS                                 00093200
               MOVE ZEROS              TO WRK-CTA-JUROS                 00093300
            END-IF                                                      00093400
            IF WRK-CTA-IOF LESS ZEROS                                   00093500
               MOVE ZEROS              TO WRK-CTA-IOF                   00093600
            END-IF                                                      00093700
            PERFORM 2660-FECHAR-MES                                     00093800
                    VARYING WRK-MES FROM 1 BY 1                         00093900
                      UNTIL WRK-MES GREATER 12.                         00094000
                                                                        00094100
      *----------------------------------------------------------------*00094200
       2600-99-FIM.                           EXIT.                     00094300
      *----------------------------------------------------------------*00094400
                                                                        00094500
      *----------------------------------------------------------------*00094600
       2605-ZERAR-MES                         SECTION.                  00094700
      *----------------------------------------------------------------*00094800
                                                                        00094900
            MOVE ZEROS                 TO WRK-CTA-TARIFA-MES (WRK-MES). 00095000
                                                                        00095100
      *----------------------------------------------------------------*00095200
       2605-99-FIM.                           EXIT.                     00095300
      *----------------------------------------------------------------*00095400
                                                                        00095500
      *----------------------------------------------------------------*00095600
       2610-ACUMULAR-RESUMO                   SECTION.                  00095700
      *----------------------------------------------------------------*00095800
                                                                        00095900
      *     O RESUMO VEM POR DATA: O ULTIMO CICLO ATE 31/12 FICA       *00096000
            IF FD-RESUMO-DATA NOT GREATER WRK-DATA-FIM-ANO              00096100
               MOVE FD-RESUMO-SALDO-FIM TO WRK-CTA-SALDO                00096200
               MOVE 'S'                TO WRK-TEM-ANO                   00096300
            END-IF                                                      00096400
            PERFORM 2200-LER-RESUMO.                                    00096500
                                                                        00096600
      *----------------------------------------------------------------*00096700
       2610-99-FIM.                           EXIT.                     00096800
      *----------------------------------------------------------------*00096900
                                                                        00097000
      *----------------------------------------------------------------*00097100
       2620-ACUMULAR-MOVHIST                  SECTION.                  00097200
      *----------------------------------------------------------------*00097300
                                                                        00097400
            IF FD-MOVHIST-DATA (1:4) EQUAL WRK-ANO-BASE                 00097500
               ADD 1                   TO ACUM-MOVTOS-ANO               00097600
               MOVE 'S'                TO WRK-TEM-ANO                   00097700
               MOVE FD-MOVHIST-DATA (5:2) TO WRK-MES                    00097800
               PERFORM 2630-CLASSIFICAR-MOVTO                           00097900
            END-IF                                                      00098000
            PERFORM 2300-LER-MOVHIST.                                   00098100
                                                                        00098200
      *----------------------------------------------------------------*00098300
       2620-99-FIM.                           EXIT.                     00098400
      *----------------------------------------------------------------*00098500
                                                                        00098600
      *----------------------------------------------------------------*00098700
       2630-CLASSIFICAR-MOVTO                 SECTION.                  00098800
      *----------------------------------------------------------------*00098900
                                                                        00099000
            EVALUATE TRUE                                               00099100
               WHEN FD-MOVHIST-TIPO EQUAL 'C'                           00099200
                AND FD-MOVHIST-MOVIMENTO (1:10) EQUAL 'RENDIMENTO'      00099300
                    ADD FD-MOVHIST-VALOR TO WRK-CTA-RENDIMENTOS         00099400
               WHEN FD-MOVHIST-TIPO EQUAL 'J'                           00099500
                    ADD FD-MOVHIST-VALOR TO WRK-CTA-JUROS               00099600
               WHEN FD-MOVHIST-TIPO EQUAL 'D'                           00099700
                AND FD-MOVHIST-MOVIMENTO (1:10) EQUAL 'IOF CH ESP'      00099800
                    ADD FD-MOVHIST-VALOR TO WRK-CTA-IOF                 00099900
               WHEN FD-MOVHIST-TIPO EQUAL 'F'                           00100000
                    ADD FD-MOVHIST-VALOR                                00100100
                                       TO WRK-CTA-TARIFA-MES (WRK-MES)  00100200
               WHEN FD-MOVHIST-TIPO EQUAL 'E'                           00100300
                    PERFORM 2640-ABATER-ESTORNO                         00100400
            END-EVALUATE.                                               00100500
                                                                        00100600
      *----------------------------------------------------------------*00100700
       2630-99-FIM.                           EXIT.                     00100800
      *----------------------------------------------------------------*00100900
                                                                        00101000
      *----------------------------------------------------------------*00101100
       2640-ABATER-ESTORNO                    SECTION.                  00101200
      *----------------------------------------------------------------*00101300
                                                                        00101400
      *     ESTORNO DE TARIFA COBRADA NO PROPRIO ANO-BASE ABATE NO MES *00101500
      *     DA COBRANCA; SENAO, NO MES DO ESTORNO                      *00101600
            IF FD-MOVHIST-EST-DATA (1:4) EQUAL WRK-ANO-BASE             00101700
               MOVE FD-MOVHIST-EST-DATA (5:2) TO WRK-MES                00101800
            END-IF                                                      00101900
            EVALUATE TRUE                                               00102000
               WHEN FD-MOVHIST-EST-TIPO EQUAL 'C'                       00102100
                AND FD-MOVHIST-EST-MOVIMENTO (1:10) EQUAL 'RENDIMENTO'  00102200
                    SUBTRACT FD-MOVHIST-VALOR                           00102300
                                       FROM WRK-CTA-RENDIMENTOS         00102400
               WHEN FD-MOVHIST-EST-TIPO EQUAL 'J'                       00102500
                    SUBTRACT FD-MOVHIST-VALOR FROM WRK-CTA-JUROS        00102600
               WHEN FD-MOVHIST-EST-TIPO EQUAL 'D'                       00102700
                AND FD-MOVHIST-EST-MOVIMENTO (1:10) EQUAL 'IOF CH ESP'  00102800
                    SUBTRACT FD-MOVHIST-VALOR FROM WRK-CTA-IOF          00102900
               WHEN FD-MOVHIST-EST-TIPO EQUAL 'F'                       00103000
                    SUBTRACT FD-MOVHIST-VALOR                           00103100
                                       FROM WRK-CTA-TARIFA-MES (WRK-MES)00103200
            END-EVALUATE.                                               00103300
                                                                        00103400
      *----------------------------------------------------------------*00103500
       2640-99-FIM.                           EXIT.                     00103600
      *----------------------------------------------------------------*00103700
                                                                        00103800
      *----------------------------------------------------------------*00103900
       2660-FECHAR-MES                        SECTION.                  00104000
      *----------------------------------------------------------------*00104100
                                                                        00104200
            IF WRK-CTA-TARIFA-MES (WRK-MES) LESS ZEROS                  00104300
               MOVE ZEROS              TO WRK-CTA-TARIFA-MES (WRK-MES)  00104400
            END-IF                                                      00104500
            ADD WRK-CTA-TARIFA-MES (WRK-MES) TO WRK-CTA-TARIFAS.        00104600
                                                                        00104700
      *----------------------------------------------------------------*00104800
       2660-99-FIM.                           EXIT.                     00104900
      *----------------------------------------------------------------*00105000
                                                                        00105100
      *----------------------------------------------------------------*00105200
       2700-MONTAR-CONTA                      SECTION.                  00105300
      *----------------------------------------------------------------*00105400
                                                                        00105500
            MOVE FD-CLI2505-DOCUMENTO  TO SD-INF-DOCUMENTO              00105600
            MOVE FD-CLI2505-CHAVE      TO SD-INF-CHAVE                  00105700
            MOVE FD-CLI2505-NOME       TO SD-INF-NOME                   00105800
            MOVE FD-CLI2505-TIPO-CONTA TO SD-INF-TIPO-CONTA             00105900
            MOVE WRK-CTA-SALDO         TO SD-INF-SALDO                  00106000
            MOVE WRK-CTA-RENDIMENTOS   TO SD-INF-RENDIMENTOS            00106100
            MOVE WRK-CTA-JUROS         TO SD-INF-JUROS                  00106200
            MOVE WRK-CTA-IOF           TO SD-INF-IOF                    00106300
            MOVE WRK-CTA-TARIFAS       TO SD-INF-TARIFAS                00106400
            PERFORM 2710-MOVER-MES                                      00106500
                    VARYING WRK-MES FROM 1 BY 1                         00106600
                      UNTIL WRK-MES GREATER 12                          00106700
            IF WRK-CHAVE-ATUAL-END EQUAL WRK-CHAVE-ATUAL-CLI            00106800
               MOVE 'S'                TO SD-INF-END-ACHOU              00106900
               MOVE FD-END-LOGRADOURO  TO SD-INF-LOGRADOURO             00107000
               MOVE FD-END-CIDADE      TO SD-INF-CIDADE                 00107100
               MOVE FD-END-UF          TO SD-INF-UF                     00107200
               MOVE FD-END-CEP         TO SD-INF-CEP                    00107300
            ELSE                                                        00107400
               MOVE 'N'                TO SD-INF-END-ACHOU              00107500
               MOVE SPACES             TO SD-INF-LOGRADOURO             00107600
                                          SD-INF-CIDADE                 00107700
                                          SD-INF-UF                     00107800
                                          SD-INF-CEP                    00107900
            END-IF                                                      00108000
            RELEASE SD-SORTINF                                          00108100
            ADD 1                      TO ACUM-CONTAS.                  00108200
                                                                        00108300
      *----------------------------------------------------------------*00108400
       2700-99-FIM.                           EXIT.                     00108500
      *----------------------------------------------------------------*00108600
                                                                        00108700
      *----------------------------------------------------------------*00108800
       2710-MOVER-MES                         SECTION.                  00108900
      *----------------------------------------------------------------*00109000
                                                                        00109100
            MOVE WRK-CTA-TARIFA-MES (WRK-MES)                           00109200
                                       TO SD-INF-TARIFA-MES (WRK-MES).  00109300
                                                                        00109400
      *----------------------------------------------------------------*00109500
       2710-99-FIM.                           EXIT.                     00109600
      *----------------------------------------------------------------*00109700
                                                                        00109800
      ******************************************************************00109900
      *   E M I T I R   P O R   T I T U L A R   (OUTPUT)               *00110000
      ******************************************************************00110100
                                                                        00110200
      *----------------------------------------------------------------*00110300
       3000-EMITIR-TITULARES                 SECTION.                   00110400
      *----------------------------------------------------------------*00110500
                                                                        00110600
            PERFORM 3100-RETORNAR                                       00110700
            PERFORM 3200-PROCESSAR-TITULAR                              00110800
                    UNTIL WRK-DOC-ATUAL-SORT EQUAL HIGH-VALUES.         00110900
                                                                        00111000
      *----------------------------------------------------------------*00111100
       3000-99-FIM.                           EXIT.                     00111200
      *----------------------------------------------------------------*00111300
                                                                        00111400
      *----------------------------------------------------------------*00111500
       3100-RETORNAR                         SECTION.                   00111600
      *----------------------------------------------------------------*00111700
                                                                        00111800
            RETURN WRK-SORTINF                                          00111900
                   AT END MOVE 'S'     TO WRK-FIM-SORT                  00112000
            IF WRK-FIM-SORT-SIM                                         00112100
               MOVE HIGH-VALUES        TO WRK-DOC-ATUAL-SORT            00112200
            ELSE                                                        00112300
               MOVE SD-INF-DOCUMENTO   TO WRK-DOC-ATUAL-SORT            00112400
            END-IF.                                                     00112500
                                                                        00112600
      *----------------------------------------------------------------*00112700
       3100-99-FIM.                           EXIT.                     00112800
      *----------------------------------------------------------------*00112900
                                                                        00113000
      *----------------------------------------------------------------*00113100
       3200-PROCESSAR-TITULAR                SECTION.                   00113200
      *----------------------------------------------------------------*00113300
                                                                        00113400
            MOVE WRK-DOC-ATUAL-SORT    TO WRK-DOC-PROC                  00113500
            MOVE SPACES                TO WRK-TIT-NOME                  00113600
                                          WRK-TIT-LOGRADOURO            00113700
                                          WRK-TIT-CIDADE                00113800
                                          WRK-TIT-UF                    00113900
                                          WRK-TIT-CEP                   00114000
            MOVE ZEROS                 TO WRK-TIT-QTD-CONTAS            00114100
                                          WRK-TIT-QTD-TAB               00114200
                                          WRK-TIT-RENDIMENTOS           00114300
                                          WRK-TIT-JUROS                 00114400
                                          WRK-TIT-IOF                   00114500
                                          WRK-TIT-TARIFAS               00114600
            PERFORM 3205-ZERAR-MES                                      00114700
                    VARYING WRK-MES FROM 1 BY 1                         00114800
                      UNTIL WRK-MES GREATER 12                          00114900
            MOVE 'N'                   TO WRK-TIT-END-ACHOU             00115000
            ADD 1                      TO ACUM-TITULARES                00115100
            PERFORM 3300-SOMAR-CONTA                                    00115200
                    UNTIL WRK-DOC-ATUAL-SORT NOT EQUAL WRK-DOC-PROC     00115300
            IF WRK-TIT-QTD-CONTAS GREATER WRK-TIT-QTD-TAB               00115400
               MOVE 'A'                TO WRK-SEVERIDADE                00115500
               MOVE 'FR05EX54'         TO WRK-PROGRAMA                  00115600
               MOVE '3200  '           TO WRK-SECAO                     00115700
               MOVE 'TITULAR COM MAIS DE 99 CONTAS NA CARTA'            00115800
                                       TO WRK-MENSAGEM                  00115900
               MOVE WRK-DOC-PROC       TO WRK-STATUS                    00116000
               CALL 'GRAVALOG'         USING WRK-LOG                    00116100
            END-IF                                                      00116200
            PERFORM 3400-GRAVAR-EXTRATO                                 00116300
      *     SEM ENDERECO NAO HA CARTA: O TITULAR CONTINUA NO EXTRATO   *00116400
      *     DO INTERNET BANKING E A AGENCIA COMPLETA O CADASTRO        *00116500
            IF WRK-TIT-END-ACHOU-SIM                                    00116600
               PERFORM 3500-EMITIR-CARTA                                00116700
               ADD 1                   TO ACUM-CARTAS                   00116800
               MOVE 'CARTA'            TO WRK-SITUACAO                  00116900
            ELSE                                                        00117000
               ADD 1                   TO ACUM-SEM-ENDERECO             00117100
               MOVE 'SEM ENDER'        TO WRK-SITUACAO                  00117200
               MOVE 'A'                TO WRK-SEVERIDADE                00117300
               MOVE 'FR05EX54'         TO WRK-PROGRAMA                  00117400
               MOVE '3200  '           TO WRK-SECAO                     00117500
               MOVE 'TITULAR SEM ENDERECO - SEM CARTA'                  00117600
                                       TO WRK-MENSAGEM                  00117700
               MOVE WRK-DOC-PROC       TO WRK-STATUS                    00117800
               CALL 'GRAVALOG'         USING WRK-LOG                    00117900
            END-IF                                                      00118000
            PERFORM 3800-GRAVAR-LINHA.                                  00118100
                                                                        00118200
      *----------------------------------------------------------------*00118300
       3200-99-FIM.                           EXIT.                     00118400
      *----------------------------------------------------------------*00118500
                                                                        00118600
      *----------------------------------------------------------------*00118700
       3205-ZERAR-MES                         SECTION.                  00118800
      *----------------------------------------------------------------*00118900
                                                                        00119000
            MOVE ZEROS                 TO WRK-TIT-TARIFA-MES (WRK-MES). 00119100
                                                                        00119200
      *----------------------------------------------------------------*00119300
       3205-99-FIM.                           EXIT.                     00119400
      *----------------------------------------------------------------*00119500
                                                                        00119600
      *----------------------------------------------------------------*00119700
       3300-SOMAR-CONTA                      SECTION.                   00119800
      *----------------------------------------------------------------*00119900
                                                                        00120000
            IF WRK-TIT-NOME EQUAL SPACES                                00120100
               MOVE SD-INF-NOME        TO WRK-TIT-NOME                  00120200
            END-IF                                                      00120300
            ADD 1                      TO WRK-TIT-QTD-CONTAS            00120400
            ADD SD-INF-RENDIMENTOS     TO WRK-TIT-RENDIMENTOS           00120500
            ADD SD-INF-JUROS           TO WRK-TIT-JUROS                 00120600
            ADD SD-INF-IOF             TO WRK-TIT-IOF                   00120700
            ADD SD-INF-TARIFAS         TO WRK-TIT-TARIFAS               00120800
            PERFORM 3310-SOMAR-MES                                      00120900
                    VARYING WRK-MES FROM 1 BY 1                         00121000
                      UNTIL WRK-MES GREATER 12                          00121100
            IF WRK-TIT-QTD-TAB LESS WRK-MAX-CONTAS                      00121200
               ADD 1                   TO WRK-TIT-QTD-TAB               00121300
               MOVE WRK-TIT-QTD-TAB    TO WRK-IDX-CTA                   00121400
               MOVE SD-INF-CHAVE                                        00121500
                         TO WRK-TAB-CTA-CHAVE (WRK-IDX-CTA)             00121600
               MOVE SD-INF-TIPO-CONTA                                   00121700
                         TO WRK-TAB-CTA-TIPO-CONTA (WRK-IDX-CTA)        00121800
               MOVE SD-INF-SALDO                                        00121900
                         TO WRK-TAB-CTA-SALDO (WRK-IDX-CTA)             00122000
               MOVE SD-INF-RENDIMENTOS                                  00122100
                         TO WRK-TAB-CTA-RENDIMENTOS (WRK-IDX-CTA)       00122200
               MOVE SD-INF-JUROS                                        00122300
                         TO WRK-TAB-CTA-JUROS (WRK-IDX-CTA)             00122400
               MOVE SD-INF-IOF                                          00122500
                         TO WRK-TAB-CTA-IOF (WRK-IDX-CTA)               00122600
               MOVE SD-INF-TARIFAS                                      00122700
                         TO WRK-TAB-CTA-TARIFAS (WRK-IDX-CTA)           00122800
            END-IF                                                      00122900
      *     ENDERECO DA PRIMEIRA CONTA DO TITULAR QUE TIVER UM         *00123000
            IF NOT WRK-TIT-END-ACHOU-SIM                                00123100
             AND SD-INF-END-ACHOU EQUAL 'S'                             00123200
               MOVE 'S'                TO WRK-TIT-END-ACHOU             00123300
               MOVE SD-INF-LOGRADOURO  TO WRK-TIT-LOGRADOURO            00123400
               MOVE SD-INF-CIDADE      TO WRK-TIT-CIDADE                00123500
               MOVE SD-INF-UF          TO WRK-TIT-UF                    00123600
               MOVE SD-INF-CEP         TO WRK-TIT-CEP                   00123700
            END-IF                                                      00123800
            PERFORM 3100-RETORNAR.                                      00123900
                                                                        00124000
      *----------------------------------------------------------------*00124100
       3300-99-FIM.                           EXIT.                     00124200
      *----------------------------------------------------------------*00124300
                                                                        00124400
      *----------------------------------------------------------------*00124500
       3310-SOMAR-MES                         SECTION.                  00124600
      *----------------------------------------------------------------*00124700
                                                                        00124800
            ADD SD-INF-TARIFA-MES (WRK-MES)                             00124900
                                       TO WRK-TIT-TARIFA-MES (WRK-MES). 00125000
                                                                        00125100
      *----------------------------------------------------------------*00125200
       3310-99-FIM.                           EXIT.                     00125300
      *----------------------------------------------------------------*00125400
                                                                        00125500
      ******************************************************************00125600
      *          E X T R A T O   P A R A   O   I N T E R N E T         *00125700
      ******************************************************************00125800
                                                                        00125900
      *----------------------------------------------------------------*00126000
       3400-GRAVAR-EXTRATO                   SECTION.                   00126100
      *----------------------------------------------------------------*00126200
                                                                        00126300
            MOVE SPACES                TO FD-INFANU                     00126400
            MOVE '1'                   TO FD-INF-TIPO-REG               00126500
            MOVE WRK-DOC-PROC          TO FD-INF-DOCUMENTO              00126600
            MOVE WRK-TIT-NOME          TO FD-INF-NOME                   00126700
            MOVE WRK-ANO-BASE          TO FD-INF-ANO-BASE               00126800
            MOVE WRK-TIT-QTD-CONTAS    TO FD-INF-QTD-CONTAS             00126900
            MOVE WRK-TIT-RENDIMENTOS   TO FD-INF-RENDIMENTOS            00127000
            MOVE WRK-TIT-JUROS         TO FD-INF-JUROS-CHESP            00127100
            MOVE WRK-TIT-IOF           TO FD-INF-IOF                    00127200
            MOVE WRK-TIT-TARIFAS       TO FD-INF-TARIFAS                00127300
            PERFORM 3405-MOVER-MES                                      00127400
                    VARYING WRK-MES FROM 1 BY 1                         00127500
                      UNTIL WRK-MES GREATER 12                          00127600
            WRITE FD-INFANU                                             00127700
            PERFORM 1150-TESTAR-WRK-FS-INFANU                           00127800
            ADD WRK-TIT-RENDIMENTOS    TO ACUM-TOT-RENDIMENTOS          00127900
                                          ACUM-HASH-VALORES             00128000
            ADD WRK-TIT-JUROS          TO ACUM-TOT-JUROS                00128100
                                          ACUM-HASH-VALORES             00128200
            ADD WRK-TIT-IOF            TO ACUM-TOT-IOF                  00128300
                                          ACUM-HASH-VALORES             00128400
            ADD WRK-TIT-TARIFAS        TO ACUM-TOT-TARIFAS              00128500
                                          ACUM-HASH-VALORES             00128600
            PERFORM 3410-GRAVAR-CONTA                                   00128700
                    VARYING WRK-IDX-CTA FROM 1 BY 1                     00128800
                      UNTIL WRK-IDX-CTA GREATER WRK-TIT-QTD-TAB.        00128900
                                                                        00129000
      *----------------------------------------------------------------*00129100
       3400-99-FIM.                           EXIT.                     00129200
      *----------------------------------------------------------------*00129300
                                                                        00129400
      *----------------------------------------------------------------*00129500
       3405-MOVER-MES                         SECTION.                  00129600
      *----------------------------------------------------------------*00129700
                                                                        00129800
            MOVE WRK-TIT-TARIFA-MES (WRK-MES)                           00129900
                                       TO FD-INF-TARIFA-MES (WRK-MES).  00130000
                                                                        00130100
      *----------------------------------------------------------------*00130200
       3405-99-FIM.                           EXIT.                     00130300
      *----------------------------------------------------------------*00130400
                                                                        00130500
      *----------------------------------------------------------------*00130600
       3410-GRAVAR-CONTA                     SECTION.                   00130700
      *----------------------------------------------------------------*00130800
                                                                        00130900
            MOVE SPACES                TO FD-INFANU-CONTA               00131000
            MOVE '2'                   TO FD-INF-C-TIPO-REG             00131100
            MOVE WRK-DOC-PROC          TO FD-INF-C-DOCUMENTO            00131200
            MOVE WRK-TAB-CTA-CHAVE (WRK-IDX-CTA)                        00131300
                                       TO FD-INF-C-CHAVE                00131400
            MOVE WRK-TAB-CTA-TIPO-CONTA (WRK-IDX-CTA)                   00131500
                                       TO FD-INF-C-TIPO-CONTA           00131600
            MOVE WRK-TAB-CTA-SALDO (WRK-IDX-CTA)                        00131700
                                       TO FD-INF-C-SALDO-FIM-ANO        00131800
            MOVE WRK-TAB-CTA-RENDIMENTOS (WRK-IDX-CTA)                  00131900
                                       TO FD-INF-C-RENDIMENTOS          00132000
            MOVE WRK-TAB-CTA-JUROS (WRK-IDX-CTA)                        00132100
                                       TO FD-INF-C-JUROS-CHESP          00132200
            MOVE WRK-TAB-CTA-IOF (WRK-IDX-CTA)                          00132300
                                       TO FD-INF-C-IOF                  00132400
            MOVE WRK-TAB-CTA-TARIFAS (WRK-IDX-CTA)                      00132500
                                       TO FD-INF-C-TARIFAS              00132600
            WRITE FD-INFANU-CONTA                                       00132700
            PERFORM 1150-TESTAR-WRK-FS-INFANU.                          00132800
                                                                        00132900
      *----------------------------------------------------------------*00133000
       3410-99-FIM.                           EXIT.                     00133100
      *----------------------------------------------------------------*00133200
                                                                        00133300
      ******************************************************************00133400
      *              C A R T A   D O   I N F O R M E                   *00133500
      ******************************************************************00133600
                                                                        00133700
      *----------------------------------------------------------------*00133800
       3500-EMITIR-CARTA                     SECTION.                   00133900
      *----------------------------------------------------------------*00134000
                                                                        00134100
            WRITE FD-CARTAS            FROM WRK-CAR-SEPARA              00134200
            MOVE WRK-TIT-NOME          TO WRK-CN-NOME                   00134300
            WRITE FD-CARTAS            FROM WRK-CAR-NOME                00134400
            MOVE WRK-TIT-LOGRADOURO    TO WRK-CE-LOGRADOURO             00134500
            WRITE FD-CARTAS            FROM WRK-CAR-ENDER               00134600
            MOVE WRK-TIT-CIDADE        TO WRK-CE-CIDADE                 00134700
            MOVE WRK-TIT-UF            TO WRK-CE-UF                     00134800
            MOVE WRK-TIT-CEP           TO WRK-CE-CEP                    00134900
            WRITE FD-CARTAS            FROM WRK-CAR-CIDADE              00135000
            MOVE WRK-DOC-PROC          TO WRK-CD-DOCUMENTO              00135100
            WRITE FD-CARTAS            FROM WRK-CAR-DOCTO               00135200
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00135300
            MOVE WRK-ANO-BASE          TO WRK-CT-ANO                    00135400
            WRITE FD-CARTAS            FROM WRK-CAR-TITULO              00135500
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00135600
            WRITE FD-CARTAS            FROM WRK-CAR-CAB-CONTAS          00135700
            PERFORM 3510-LINHA-CONTA                                    00135800
                    VARYING WRK-IDX-CTA FROM 1 BY 1                     00135900
                      UNTIL WRK-IDX-CTA GREATER WRK-TIT-QTD-TAB         00136000
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00136100
            MOVE 'RENDIMENTOS DE CONTA REMUNERADA .......'              00136200
                                       TO WRK-CV-ROTULO                 00136300
            MOVE WRK-TIT-RENDIMENTOS   TO WRK-CV-VALOR                  00136400
            WRITE FD-CARTAS            FROM WRK-CAR-VALOR               00136500
            MOVE 'JUROS DE CHEQUE ESPECIAL PAGOS ........'              00136600
                                       TO WRK-CV-ROTULO                 00136700
            MOVE WRK-TIT-JUROS         TO WRK-CV-VALOR                  00136800
            WRITE FD-CARTAS            FROM WRK-CAR-VALOR               00136900
            MOVE 'IOF SOBRE CHEQUE ESPECIAL PAGO ........'              00137000
                                       TO WRK-CV-ROTULO                 00137100
            MOVE WRK-TIT-IOF           TO WRK-CV-VALOR                  00137200
            WRITE FD-CARTAS            FROM WRK-CAR-VALOR               00137300
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00137400
            WRITE FD-CARTAS            FROM WRK-CAR-CAB-TARIFAS         00137500
            PERFORM 3520-LINHA-TARIFA                                   00137600
                    VARYING WRK-MES FROM 1 BY 1                         00137700
                      UNTIL WRK-MES GREATER 12                          00137800
            MOVE 'TOTAL DE TARIFAS PAGAS NO ANO .........'              00137900
                                       TO WRK-CV-ROTULO                 00138000
            MOVE WRK-TIT-TARIFAS       TO WRK-CV-VALOR                  00138100
            WRITE FD-CARTAS            FROM WRK-CAR-VALOR               00138200
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00138300
            WRITE FD-CARTAS            FROM WRK-CAR-RODAPE              00138400
            WRITE FD-CARTAS            FROM WRK-CAR-RODAPE2             00138500
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00138600
            PERFORM 1160-TESTAR-WRK-FS-CARTAS.                          00138700
                                                                        00138800
      *----------------------------------------------------------------*00138900
       3500-99-FIM.                           EXIT.                     00139000
      *----------------------------------------------------------------*00139100
                                                                        00139200
      *----------------------------------------------------------------*00139300
       3510-LINHA-CONTA                      SECTION.                   00139400
      *----------------------------------------------------------------*00139500
                                                                        00139600
            MOVE WRK-TAB-CTA-AGENCIA (WRK-IDX-CTA) TO WRK-CC-AGENCIA    00139700
            MOVE WRK-TAB-CTA-CONTA (WRK-IDX-CTA)   TO WRK-CC-CONTA      00139800
            MOVE WRK-TAB-CTA-TIPO-CONTA (WRK-IDX-CTA)                   00139900
                                       TO WRK-CC-TIPO                   00140000
            MOVE WRK-TAB-CTA-SALDO (WRK-IDX-CTA)   TO WRK-CC-SALDO      00140100
            WRITE FD-CARTAS            FROM WRK-CAR-CONTA.              00140200
                                                                        00140300
      *----------------------------------------------------------------*00140400
       3510-99-FIM.                           EXIT.                     00140500
      *----------------------------------------------------------------*00140600
                                                                        00140700
      *----------------------------------------------------------------*00140800
       3520-LINHA-TARIFA                     SECTION.                   00140900
      *----------------------------------------------------------------*00141000
                                                                        00141100
            MOVE WRK-MES-NOME (WRK-MES) TO WRK-CF-MES                   00141200
            MOVE WRK-TIT-TARIFA-MES (WRK-MES) TO WRK-CF-VALOR           00141300
            WRITE FD-CARTAS            FROM WRK-CAR-TARIFA.             00141400
                                                                        00141500
      *----------------------------------------------------------------*00141600
       3520-99-FIM.                           EXIT.                     00141700
      *----------------------------------------------------------------*00141800
                                                                        00141900
      *----------------------------------------------------------------*00142000
       3800-GRAVAR-LINHA                     SECTION.                   00142100
      *----------------------------------------------------------------*00142200
                                                                        00142300
            MOVE WRK-DOC-PROC          TO WRK-LN-DOCUMENTO              00142400
            MOVE WRK-TIT-QTD-CONTAS    TO WRK-LN-QTD                    00142500
            MOVE WRK-TIT-RENDIMENTOS   TO WRK-LN-RENDIMENTOS            00142600
            COMPUTE WRK-LN-ENCARGOS = WRK-TIT-JUROS + WRK-TIT-IOF       00142700
            MOVE WRK-TIT-TARIFAS       TO WRK-LN-TARIFAS                00142800
            MOVE WRK-SITUACAO          TO WRK-LN-SITUACAO               00142900
            WRITE FD-RELINF            FROM WRK-LININF                  00143000
            PERFORM 1170-TESTAR-WRK-FS-RELINF.                          00143100
                                                                        00143200
      *----------------------------------------------------------------*00143300
       3800-99-FIM.                           EXIT.                     00143400
      *----------------------------------------------------------------*00143500
                                                                        00143600
      ******************************************************************00143700
      *                     F I N A L I Z A R                          *00143800
      ******************************************************************00143900
                                                                        00144000
      *----------------------------------------------------------------*00144100
       4000-FINALIZAR                        SECTION.                   00144200
      *----------------------------------------------------------------*00144300
                                                                        00144400
            MOVE SPACES               TO FD-INFANU-TRAILER              00144500
            MOVE '9'                  TO FD-INF-T-TIPO-REG              00144600
            MOVE ACUM-TITULARES       TO FD-INF-T-QTD-TITULARES         00144700
            MOVE ACUM-CONTAS          TO FD-INF-T-QTD-CONTAS            00144800
            MOVE ACUM-HASH-VALORES    TO FD-INF-T-HASH-VALORES          00144900
            WRITE FD-INFANU-TRAILER                                     00145000
            PERFORM 1150-TESTAR-WRK-FS-INFANU                           00145100
            MOVE SPACES               TO FD-RELINF                      00145200
            WRITE FD-RELINF                                             00145300
            PERFORM 1170-TESTAR-WRK-FS-RELINF                           00145400
            MOVE 'TITULARES NO INFORME'                                 00145500
                                      TO WRK-LT-TEXTO                   00145600
            MOVE ACUM-TITULARES       TO WRK-LT-QTD                     00145700
            WRITE FD-RELINF           FROM WRK-LINTOT                   00145800
            MOVE 'CONTAS NO INFORME'  TO WRK-LT-TEXTO                   00145900
            MOVE ACUM-CONTAS          TO WRK-LT-QTD                     00146000
            WRITE FD-RELINF           FROM WRK-LINTOT                   00146100
            MOVE 'CARTAS EMITIDAS'    TO WRK-LT-TEXTO                   00146200
            MOVE ACUM-CARTAS          TO WRK-LT-QTD                     00146300
            WRITE FD-RELINF           FROM WRK-LINTOT                   00146400
            MOVE 'TITULARES SEM ENDERECO'                               00146500
                                      TO WRK-LT-TEXTO                   00146600
            MOVE ACUM-SEM-ENDERECO    TO WRK-LT-QTD                     00146700
            WRITE FD-RELINF           FROM WRK-LINTOT                   00146800
            MOVE 'CONTAS SEM DOCUMENTO'                                 00146900
                                      TO WRK-LT-TEXTO                   00147000
            MOVE ACUM-SEM-DOCUMENTO   TO WRK-LT-QTD                     00147100
            WRITE FD-RELINF           FROM WRK-LINTOT                   00147200
            MOVE 'CONTAS SEM CICLO NO ANO-BASE'                         00147300
                                      TO WRK-LT-TEXTO                   00147400
            MOVE ACUM-SEM-ANO         TO WRK-LT-QTD                     00147500
            WRITE FD-RELINF           FROM WRK-LINTOT                   00147600
            MOVE 'TOTAL DE RENDIMENTOS'                                 00147700
                                      TO WRK-LV-TEXTO                   00147800
            MOVE ACUM-TOT-RENDIMENTOS TO WRK-LV-VALOR                   00147900
            WRITE FD-RELINF           FROM WRK-LINVAL                   00148000
            MOVE 'TOTAL DE JUROS CH ESPECIAL'                           00148100
                                      TO WRK-LV-TEXTO                   00148200
            MOVE ACUM-TOT-JUROS       TO WRK-LV-VALOR                   00148300
            WRITE FD-RELINF           FROM WRK-LINVAL                   00148400
            MOVE 'TOTAL DE IOF CH ESPECIAL'                             00148500
                                      TO WRK-LV-TEXTO                   00148600
            MOVE ACUM-TOT-IOF         TO WRK-LV-VALOR                   00148700
            WRITE FD-RELINF           FROM WRK-LINVAL                   00148800
            MOVE 'TOTAL DE TARIFAS'   TO WRK-LV-TEXTO                   00148900
            MOVE ACUM-TOT-TARIFAS     TO WRK-LV-VALOR                   00149000
            WRITE FD-RELINF           FROM WRK-LINVAL                   00149100
            PERFORM 1170-TESTAR-WRK-FS-RELINF                           00149200
            CLOSE INFANU                                                00149300
                  CARTAS                                                00149400
                  RELINF                                                00149500
            DISPLAY '*************************************************' 00149600
            DISPLAY '    INFORME ANUAL DE RENDIMENTOS E TARIFAS       ' 00149700
            DISPLAY '                                                 ' 00149800
            DISPLAY '  ANO-BASE            :  ' WRK-ANO-BASE            00149900
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00150000
            DISPLAY '  LIDOS RESUMO        :  ' ACUM-LIDOS-RESUMO       00150100
            DISPLAY '  LIDOS MOVHIST       :  ' ACUM-LIDOS-MOVHIST      00150200
            DISPLAY '  MOVIMENTOS DO ANO   :  ' ACUM-MOVTOS-ANO         00150300
            DISPLAY '  RESUMO SEM CADASTRO :  ' ACUM-RESUMO-SEM-CADASTRO00150400
            DISPLAY '  MOVHIST SEM CADASTRO:  '                         00150500
                    ACUM-MOVHIST-SEM-CADASTRO                           00150600
            DISPLAY '  CONTAS SEM DOCUMENTO:  ' ACUM-SEM-DOCUMENTO      00150700
            DISPLAY '  CONTAS SEM O ANO    :  ' ACUM-SEM-ANO            00150800
            DISPLAY '  CONTAS NO INFORME   :  ' ACUM-CONTAS             00150900
            DISPLAY '  TITULARES           :  ' ACUM-TITULARES          00151000
            DISPLAY '  CARTAS EMITIDAS     :  ' ACUM-CARTAS             00151100
            DISPLAY '  SEM ENDERECO        :  ' ACUM-SEM-ENDERECO       00151200
            DISPLAY '  TOTAL RENDIMENTOS   :  ' ACUM-TOT-RENDIMENTOS    00151300
            DISPLAY '  TOTAL JUROS CH ESP  :  ' ACUM-TOT-JUROS          00151400
            DISPLAY '  TOTAL IOF CH ESP    :  ' ACUM-TOT-IOF            00151500
            DISPLAY '  TOTAL TARIFAS       :  ' ACUM-TOT-TARIFAS        00151600
            DISPLAY '                                                 ' 00151700
            DISPLAY '*************************************************'.00151800
                                                                        00151900
      *----------------------------------------------------------------*00152000
       4000-99-FIM.                           EXIT.                     00152100
      *----------------------------------------------------------------*00152200
                                                                        00152300
      ******************************************************************00152400
      *                   T R A T A R  E R R O                         *00152500
      ******************************************************************00152600
       9000-TRATAR-ERRO                     SECTION.                    00152700
      *----------------------------------------------------------------*00152800
                                                                        00152900
                  MOVE 'F'                TO WRK-SEVERIDADE             00153000
                  CALL 'GRAVALOG'         USING WRK-LOG                 00153100
                  MOVE 16                 TO RETURN-CODE                00153200
                  GOBACK.                                               00153300
                                                                        00153400
      *----------------------------------------------------------------*00153500
       9000-99-FIM.                           EXIT.                     00153600
      *----------------------------------------------------------------*00153700
