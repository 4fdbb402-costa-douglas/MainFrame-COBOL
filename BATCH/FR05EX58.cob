      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX58.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX58                                       *00002000
      *    TIPO.......: FUSAO DE AGENCIAS - RENUMERACAO DE CONTAS      *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : INCORPORAR AGENCIAS FECHADAS NAS VIZINHAS. PARA  *00002800
      *               CADA PAR DE/PARA DO CARTAO DE CONTROLE, TODA     *00002900
      *               CONTA DA AGENCIA DE ORIGEM GANHA UM NUMERO NOVO  *00003000
      *               NA AGENCIA DE DESTINO (A PARTIR DA MAIOR CONTA   *00003100
      *               JA EXISTENTE NELA, NA ORDEM DAS CONTAS ANTIGAS)  *00003200
      *               E O PAR CHAVE ANTIGA/CHAVE NOVA VAI PARA A       *00003300
      *               REFERENCIA CRUZADA (XREF, BOOK B#XREFC), COM A   *00003400
      *               DATA LIMITE DA CARENCIA EM QUE O FR05EX29 AINDA  *00003500
      *               DESVIA O MOVIMENTO QUE CHEGA NA CHAVE ANTIGA.    *00003600
      *               COM A XREF EM MEMORIA SAO RECHAVEADOS, NA MESMA  *00003700
      *               EXECUCAO, O CADASTRO DE CLIENTES E OS ARQUIVOS   *00003800
      *               DEPENDENTES (ENDCLI, DEBAUTO, DEVACUM, JURACUM,  *00003900
      *               MEDSAL, MOVHIST E AS CONTAS DO BANCO 001 NO      *00004000
      *               DADOSBAN); CADA TROCA DE CHAVE VAI PARA A TRILHA *00004100
      *               DE AUDITORIA (GRAVAUD). O RELATORIO DE PROVA     *00004200
      *               MOSTRA, POR AGENCIA E POR ARQUIVO, QUANTIDADES E *00004300
      *               SALDOS ANTES E DEPOIS. AS ENTRADAS AINDA EM      *00004400
      *               CARENCIA DA XREF ANTERIOR SAO MANTIDAS (COM A    *00004500
      *               CHAVE NOVA ATUALIZADA SE A CONTA MUDOU DE NOVO). *00004600
      *               REGISTRO DE AGENCIA FUNDIDA SEM CONTA NO         *00004700
      *               CADASTRO (CONTA JA ENCERRADA) FICA NA CHAVE      *00004800
      *               ANTIGA E E CONTADO NA PROVA. OS ARQUIVOS SAEM NA *00004900
      *               ORDEM DE ENTRADA; O JOB FR05FUS RECLASSIFICA E   *00005000
      *               RECARREGA CADA UM.                               *00005100
      *----------------------------------------------------------------*00005200
      *    ARQUIVOS :                                                  *00005300
      *    DDNAME          I/O                                         *00005400
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00005500
      *    JCLCLIF          O    CADASTRO RENUMERADO (082)             *00005600
      *    JCLXRFA          I    XREF ANTERIOR (040) - OPCIONAL        *00005700
      *    JCLXRFN          O    XREF NOVA (040)                       *00005800
      *    JCLENDA          I    ENDERECOS DE CLIENTES (120)           *00005900
      *    JCLENDF          O    ENDERECOS RECHAVEADOS (120)           *00006000
      *    JCLDEBA          I    DEBITOS AUTOMATICOS (060)             *00006100
      *    JCLDEBF          O    DEBITOS RECHAVEADOS (060)             *00006200
      *    JCLDEVA          I    PERMANENCIA EM DEBITO (050)           *00006300
      *    JCLDEVF          O    PERMANENCIA RECHAVEADA (050)          *00006400
      *    JCLJURA          I    ACUMULO DE JUROS (040)                *00006500
      *    JCLJURF          O    ACUMULO RECHAVEADO (040)              *00006600
      *    JCLMEDA          I    SALDO MEDIO MENSAL (040)              *00006700
      *    JCLMEDF          O    SALDO MEDIO RECHAVEADO (040)          *00006800
      *    JCLMOVH          I    HISTORICO DE MOVIMENTOS (114)         *00006900
      *    JCLMOVF          O    HISTORICO RECHAVEADO (114)            *00007000
      *    JCLBANA          I    DADOS BANCARIOS EMPREGADOS (020)      *00007100
      *    JCLBANF          O    DADOS BANCARIOS RECHAVEADOS (020)     *00007200
      *    JCLRELFU         O    RELATORIO DE PROVA DA FUSAO (080)     *00007300
      *----------------------------------------------------------------*00007400
      *    BOOKS    :    B#CLIMST, B#XREFC, B#ENDCLI, B#DEBAUT,        *00007500
      *                  B#DEVAC, B#JURAC, B#MEDSAL, B#MOVHST,         *00007600
      *                  B#DADBAN, B#GRALOG, B#AUDIT, B#RUNCTL,        *00007700
      *                  B#DATPRC, B#LERAGE                            *00007800
      *----------------------------------------------------------------*00007900
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00008000
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00008100
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00008200
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00008300
      *                  LERAGENC - CONSULTA AO CADASTRO DE AGENCIAS   *00008400
      *----------------------------------------------------------------*00008500
      *    PARAMETROS (VIA SYSIN):                                     *00008600
      *      LINHA 1 - RERUN ('S' = REPROCESSA DATA JA FEITA)          *00008700
      *      LINHA 2 - DIAS DE CARENCIA DA XREF 9(03) (BRANCOS = 090)  *00008800
      *      DEMAIS  - UM PAR DE FUSAO POR LINHA (ATE 10), ENCERRADOS  *00008900
      *                POR UMA LINHA COM '*' NA COLUNA 1:              *00009000
      *                COL 01-04  AGENCIA DE ORIGEM (FUNDIDA)          *00009100
      *                COL 06-09  AGENCIA DE DESTINO (ATIVA)           *00009200
      *----------------------------------------------------------------*00009300
      *    HISTORICO DE ALTERACOES:                                    *00009400
      *      DATA        RESP.    DESCRICAO                            *00009500
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00009600
      ******************************************************************00009700
      *================================================================*00009800
                                                                        00009900
      *================================================================*00010000
       ENVIRONMENT                                DIVISION.             00010100
      *================================================================*00010200
                                                                        00010300
      *----------------------------------------------------------------*00010400
       CONFIGURATION                              SECTION.              00010500
      *----------------------------------------------------------------*00010600
                                                                        00010700
       SPECIAL-NAMES.                                                   00010800
           DECIMAL-POINT IS COMMA.                                      00010900
                                                                        00011000
      *----------------------------------------------------------------*00011100
       INPUT-OUTPUT                               SECTION.              00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
       FILE-CONTROL.                                                    00011500
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00011600
                    ORGANIZATION    IS INDEXED                          00011700
                    ACCESS MODE     IS SEQUENTIAL                       00011800
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00011900
                    FILE STATUS          IS WRK-FS-CLI2505.             00012000
                                                                        00012100
             SELECT CLIFUS    ASSIGN     TO JCLCLIF                     00012200
                    FILE STATUS          IS WRK-FS-CLIFUS.              00012300
                                                                        00012400
             SELECT XREFANT   ASSIGN     TO JCLXRFA                     00012500
                    FILE STATUS          IS WRK-FS-XREFANT.             00012600
                                                                        00012700
             SELECT XREFNOV   ASSIGN     TO JCLXRFN                     00012800
                    FILE STATUS          IS WRK-FS-XREFNOV.             00012900
                                                                        00013000
             SELECT ENDCLI    ASSIGN     TO JCLENDA                     00013100
                    FILE STATUS          IS WRK-FS-ENDCLI.              00013200
                                                                        00013300
             SELECT ENDFUS    ASSIGN     TO JCLENDF                     00013400
                    FILE STATUS          IS WRK-FS-ENDFUS.              00013500
                                                                        00013600
             SELECT DEBAUTO   ASSIGN     TO JCLDEBA                     00013700
                    FILE STATUS          IS WRK-FS-DEBAUTO.             00013800
                                                                        00013900
             SELECT DEBFUS    ASSIGN     TO JCLDEBF                     00014000
                    FILE STATUS          IS WRK-FS-DEBFUS.              00014100
                                                                        00014200
             SELECT DEVACUM   ASSIGN     TO JCLDEVA                     00014300
                    FILE STATUS          IS WRK-FS-DEVACUM.             00014400
                                                                        00014500
             SELECT DEVFUS    ASSIGN     TO JCLDEVF                     00014600
                    FILE STATUS          IS WRK-FS-DEVFUS.              00014700
                                                                        00014800
             SELECT JURACUM   ASSIGN     TO JCLJURA                     00014900
                    FILE STATUS          IS WRK-FS-JURACUM.             00015000
                                                                        00015100
             SELECT JURFUS    ASSIGN     TO JCLJURF                     00015200
                    FILE STATUS          IS WRK-FS-JURFUS.              00015300
                                                                        00015400
             SELECT MEDSAL    ASSIGN     TO JCLMEDA                     00015500
                    FILE STATUS          IS WRK-FS-MEDSAL.              00015600
                                                                        00015700
             SELECT MEDFUS    ASSIGN     TO JCLMEDF                     00015800
                    FILE STATUS          IS WRK-FS-MEDFUS.              00015900
                                                                        00016000
             SELECT MOVHIST   ASSIGN     TO JCLMOVH                     00016100
                    FILE STATUS          IS WRK-FS-MOVHIST.             00016200
                                                                        00016300
             SELECT MOVFUS    ASSIGN     TO JCLMOVF                     00016400
                    FILE STATUS          IS WRK-FS-MOVFUS.              00016500
                                                                        00016600
             SELECT DADOSBAN  ASSIGN     TO JCLBANA                     00016700
                    FILE STATUS          IS WRK-FS-DADOSBAN.            00016800
                                                                        00016900
             SELECT BANFUS    ASSIGN     TO JCLBANF                     00017000
                    FILE STATUS          IS WRK-FS-BANFUS.              00017100
                                                                        00017200
             SELECT RELFUS    ASSIGN     TO JCLRELFU                    00017300
                    FILE STATUS          IS WRK-FS-RELFUS.              00017400
                                                                        00017500
      *================================================================*00017600
       DATA                                      DIVISION.              00017700
      *================================================================*00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
       FILE                                      SECTION.               00018100
      *----------------------------------------------------------------*00018200
                                                                        00018300
      *----------------------------------------------------------------*00018400
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00018500
      *----------------------------------------------------------------*00018600
                                                                        00018700
       FD CLI2505.                                                      00018800
                                                                        00018900
           COPY 'B#CLIMST'.                                             00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
      *  OUTPUT - CADASTRO RENUMERADO (CLIFUS) - LRECL = 082.          *00019300
      *----------------------------------------------------------------*00019400
                                                                        00019500
       FD CLIFUS                                                        00019600
           RECORDING MODE IS F                                          00019700
           BLOCK CONTAINS 0 RECORDS.                                    00019800
       01 FD-CLIFUS         PIC X(082).                                 00019900
                                                                        00020000
      *----------------------------------------------------------------*00020100
      *  INPUT - REFERENCIA CRUZADA ANTERIOR (XREFANT) - LRECL = 040.  *00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
       FD XREFANT                                                       00020500
           RECORDING MODE IS F                                          00020600
           BLOCK CONTAINS 0 RECORDS.                                    00020700
                                                                        00020800
           COPY 'B#XREFC'.                                              00020900
                                                                        00021000
      *----------------------------------------------------------------*00021100
      *  OUTPUT - REFERENCIA CRUZADA NOVA (XREFNOV) - LRECL = 040.     *00021200
      *----------------------------------------------------------------*00021300
                                                                        00021400
       FD XREFNOV                                                       00021500
           RECORDING MODE IS F                                          00021600
           BLOCK CONTAINS 0 RECORDS.                                    00021700
       01 FD-XREFNOV        PIC X(040).                                 00021800
                                                                        00021900
      *----------------------------------------------------------------*00022000
      *  INPUT - ENDERECOS DE CLIENTES (ENDCLI) - LRECL = 120.         *00022100
      *----------------------------------------------------------------*00022200
                                                                        00022300
       FD ENDCLI                                                        00022400
           RECORDING MODE IS F                                          00022500
           BLOCK CONTAINS 0 RECORDS.                                    00022600
                                                                        00022700
           COPY 'B#ENDCLI'.                                             00022800
                                                                        00022900
      *----------------------------------------------------------------*00023000
      *  OUTPUT - ENDERECOS RECHAVEADOS (ENDFUS) - LRECL = 120.        *00023100
      *----------------------------------------------------------------*00023200
                                                                        00023300
       FD ENDFUS                                                        00023400
           RECORDING MODE IS F                                          00023500
           BLOCK CONTAINS 0 RECORDS.                                    00023600
       01 FD-ENDFUS         PIC X(120).                                 00023700
                                                                        00023800
      *----------------------------------------------------------------*00023900
      *  INPUT - DEBITOS AUTOMATICOS (DEBAUTO) - LRECL = 060.          *00024000
      *----------------------------------------------------------------*00024100
                                                                        00024200
       FD DEBAUTO                                                       00024300
           RECORDING MODE IS F                                          00024400
           BLOCK CONTAINS 0 RECORDS.                                    00024500
                                                                        00024600
           COPY 'B#DEBAUT'.                                             00024700
                                                                        00024800
      *----------------------------------------------------------------*00024900
      *  OUTPUT - DEBITOS AUTOMATICOS RECHAVEADOS (DEBFUS) - LRECL=060 *00025000
      *----------------------------------------------------------------*00025100
                                                                        00025200
       FD DEBFUS                                                        00025300
           RECORDING MODE IS F                                          00025400
           BLOCK CONTAINS 0 RECORDS.                                    00025500
       01 FD-DEBFUS         PIC X(060).                                 00025600
                                                                        00025700
      *----------------------------------------------------------------*00025800
      *  INPUT - PERMANENCIA EM DEBITO (DEVACUM) - LRECL = 050.        *00025900
      *----------------------------------------------------------------*00026000
                                                                        00026100
       FD DEVACUM                                                       00026200
           RECORDING MODE IS F                                          00026300
           BLOCK CONTAINS 0 RECORDS.                                    00026400
                                                                        00026500
           COPY 'B#DEVAC'.                                              00026600
                                                                        00026700
      *----------------------------------------------------------------*00026800
      *  OUTPUT - PERMANENCIA RECHAVEADA (DEVFUS) - LRECL = 050.       *00026900
      *----------------------------------------------------------------*00027000
                                                                        00027100
       FD DEVFUS                                                        00027200
           RECORDING MODE IS F                                          00027300
           BLOCK CONTAINS 0 RECORDS.                                    00027400
       01 FD-DEVFUS         PIC X(050).                                 00027500
                                                                        00027600
      *----------------------------------------------------------------*00027700
      *  INPUT - ACUMULO DE JUROS DE CHEQUE ESPECIAL (JURACUM) - 040.  *00027800
      *----------------------------------------------------------------*00027900
                                                                        00028000
       FD JURACUM                                                       00028100
           RECORDING MODE IS F                                          00028200
           BLOCK CONTAINS 0 RECORDS.                                    00028300
                                                                        00028400
           COPY 'B#JURAC'.                                              00028500
                                                                        00028600
      *----------------------------------------------------------------*00028700
      *  OUTPUT - ACUMULO DE JUROS RECHAVEADO (JURFUS) - LRECL = 040.  *00028800
      *----------------------------------------------------------------*00028900
                                                                        00029000
       FD JURFUS                                                        00029100
           RECORDING MODE IS F                                          00029200
           BLOCK CONTAINS 0 RECORDS.                                    00029300
       01 FD-JURFUS         PIC X(040).                                 00029400
                                                                        00029500
      *----------------------------------------------------------------*00029600
      *  INPUT - SALDO MEDIO MENSAL (MEDSAL) - LRECL = 040.            *00029700
      *----------------------------------------------------------------*00029800
                                                                        00029900
       FD MEDSAL                                                        00030000
           RECORDING MODE IS F                                          00030100
           BLOCK CONTAINS 0 RECORDS.                                    00030200
                                                                        00030300
           COPY 'B#MEDSAL'.                                             00030400
                                                                        00030500
      *----------------------------------------------------------------*00030600
      *  OUTPUT - SALDO MEDIO RECHAVEADO (MEDFUS) - LRECL = 040.       *00030700
      *----------------------------------------------------------------*00030800
                                                                        00030900
       FD MEDFUS                                                        00031000
           RECORDING MODE IS F                                          00031100
           BLOCK CONTAINS 0 RECORDS.                                    00031200
       01 FD-MEDFUS         PIC X(040).                                 00031300
                                                                        00031400
      *----------------------------------------------------------------*00031500
      *  INPUT - HISTORICO DE MOVIMENTOS (MOVHIST) - LRECL = 114.      *00031600
      *----------------------------------------------------------------*00031700
                                                                        00031800
       FD MOVHIST                                                       00031900
           RECORDING MODE IS F                                          00032000
           BLOCK CONTAINS 0 RECORDS.                                    00032100
                                                                        00032200
           COPY 'B#MOVHST'.                                             00032300
                                                                        00032400
      *----------------------------------------------------------------*00032500
      *  OUTPUT - HISTORICO RECHAVEADO (MOVFUS) - LRECL = 114.         *00032600
      *----------------------------------------------------------------*00032700
                                                                        00032800
       FD MOVFUS                                                        00032900
           RECORDING MODE IS F                                          00033000
           BLOCK CONTAINS 0 RECORDS.                                    00033100
       01 FD-MOVFUS         PIC X(114).                                 00033200
                                                                        00033300
      *----------------------------------------------------------------*00033400
      *  INPUT - DADOS BANCARIOS DOS EMPREGADOS (DADOSBAN) - 020.      *00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
       FD DADOSBAN                                                      00033800
           RECORDING MODE IS F                                          00033900
           BLOCK CONTAINS 0 RECORDS.                                    00034000
                                                                        00034100
           COPY 'B#DADBAN'.                                             00034200
                                                                        00034300
      *----------------------------------------------------------------*00034400
      *  OUTPUT - DADOS BANCARIOS RECHAVEADOS (BANFUS) - LRECL = 020.  *00034500
      *----------------------------------------------------------------*00034600
                                                                        00034700
       FD BANFUS                                                        00034800
           RECORDING MODE IS F                                          00034900
           BLOCK CONTAINS 0 RECORDS.                                    00035000
       01 FD-BANFUS         PIC X(020).                                 00035100
                                                                        00035200
      *----------------------------------------------------------------*00035300
      *  OUTPUT - RELATORIO DE PROVA DA FUSAO (RELFUS) - LRECL = 080.  *00035400
      *----------------------------------------------------------------*00035500
                                                                        00035600
       FD RELFUS                                                        00035700
           RECORDING MODE IS F                                          00035800
           BLOCK CONTAINS 0 RECORDS.                                    00035900
       01 FD-RELFUS         PIC X(080).                                 00036000
                                                                        00036100
      *----------------------------------------------------------------*00036200
       WORKING-STORAGE                            SECTION.              00036300
      *----------------------------------------------------------------*00036400
      *----------------------------------------------------------------*00036500
       01 FILLER                         PIC X(050)       VALUE         00036600
                   '*** INICIO DA WORKING FR05EX58 ***'.                00036700
      *----------------------------------------------------------------*00036800
                                                                        00036900
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00037000
       77 WRK-FS-CLIFUS                  PIC X(002) VALUE SPACES.       00037100
       77 WRK-FS-XREFANT                 PIC X(002) VALUE SPACES.       00037200
       77 WRK-FS-XREFNOV                 PIC X(002) VALUE SPACES.       00037300
       77 WRK-FS-ENDCLI                  PIC X(002) VALUE SPACES.       00037400
       77 WRK-FS-ENDFUS                  PIC X(002) VALUE SPACES.       00037500
       77 WRK-FS-DEBAUTO                 PIC X(002) VALUE SPACES.       00037600
       77 WRK-FS-DEBFUS                  PIC X(002) VALUE SPACES.       00037700
       77 WRK-FS-DEVACUM                 PIC X(002) VALUE SPACES.       00037800
       77 WRK-FS-DEVFUS                  PIC X(002) VALUE SPACES.       00037900
       77 WRK-FS-JURACUM                 PIC X(002) VALUE SPACES.       00038000
       77 WRK-FS-JURFUS                  PIC X(002) VALUE SPACES.       00038100
       77 WRK-FS-MEDSAL                  PIC X(002) VALUE SPACES.       00038200
       77 WRK-FS-MEDFUS                  PIC X(002) VALUE SPACES.       00038300
       77 WRK-FS-MOVHIST                 PIC X(002) VALUE SPACES.       00038400
       77 WRK-FS-MOVFUS                  PIC X(002) VALUE SPACES.       00038500
       77 WRK-FS-DADOSBAN                PIC X(002) VALUE SPACES.       00038600
       77 WRK-FS-BANFUS                  PIC X(002) VALUE SPACES.       00038700
       77 WRK-FS-RELFUS                  PIC X(002) VALUE SPACES.       00038800
                                                                        00038900
      *----------------------------------------------------------------*00039000
       01 FILLER                         PIC X(050)       VALUE         00039100
                     '*** AREA DA ACUMULADORES ***'.                    00039200
      *----------------------------------------------------------------*00039300
                                                                        00039400
       77 ACUM-XREF-NOVAS                PIC 9(007) VALUE ZEROS.        00039500
       77 ACUM-XREF-MANTIDAS             PIC 9(007) VALUE ZEROS.        00039600
       77 ACUM-XREF-VENCIDAS             PIC 9(007) VALUE ZEROS.        00039700
       77 ACUM-XREF-REMAPEADAS           PIC 9(007) VALUE ZEROS.        00039800
       77 ACUM-SEM-XREF                  PIC 9(009) VALUE ZEROS.        00039900
       77 ACUM-RECHAVEADOS               PIC 9(009) VALUE ZEROS.        00040000
                                                                        00040100
      *----------------------------------------------------------------*00040200
       01 FILLER                         PIC X(050)       VALUE         00040300
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00040400
      *----------------------------------------------------------------*00040500
                                                                        00040600
       77 WRK-SEM-XREFANT                PIC X(001) VALUE 'N'.          00040700
           88 WRK-SEM-XREFANT-SIM                   VALUE 'S'.          00040800
       77 WRK-FIM-PARES                  PIC X(001) VALUE 'N'.          00040900
           88 WRK-FIM-PARES-SIM                     VALUE 'S'.          00041000
       77 WRK-ACHOU-PAR                  PIC X(001) VALUE 'N'.          00041100
           88 WRK-ACHOU-PAR-SIM                     VALUE 'S'.          00041200
       77 WRK-ACHOU-DESTINO              PIC X(001) VALUE 'N'.          00041300
           88 WRK-ACHOU-DESTINO-SIM                 VALUE 'S'.          00041400
       77 WRK-ACHOU-XREF                 PIC X(001) VALUE 'N'.          00041500
           88 WRK-ACHOU-XREF-SIM                    VALUE 'S'.          00041600
                                                                        00041700
       77 WRK-CARENCIA                   PIC 9(003) VALUE 090.          00041800
       77 WRK-DATA-EXEC-N                PIC 9(008) VALUE ZEROS.        00041900
       77 WRK-DIAS-INT                   PIC 9(007) VALUE ZEROS.        00042000
       77 WRK-DATA-LIMITE-N              PIC 9(008) VALUE ZEROS.        00042100
       77 WRK-DATA-LIMITE                PIC X(008) VALUE SPACES.       00042200
                                                                        00042300
       77 WRK-AGE-PROCURA                PIC 9(004) VALUE ZEROS.        00042400
       77 WRK-CHAVE-PROCURA              PIC X(010) VALUE SPACES.       00042500
       77 WRK-CHAVE-ANTIGA               PIC X(010) VALUE SPACES.       00042600
       77 WRK-VALOR-REG                  PIC S9(013)V99 VALUE ZEROS.    00042700
       77 WRK-ID-REG                     PIC 9(004) VALUE ZEROS.        00042800
       77 WRK-IND-ARQ                    PIC 9(002) VALUE ZEROS.        00042900
       77 WRK-QTD-ARQUIVOS               PIC 9(002) VALUE 08.           00043000
                                                                        00043100
      *----------------------------------------------------------------*00043200
      *    CHAVE DO REGISTRO EM TRATAMENTO (AGENCIA+CONTA)             *00043300
      *----------------------------------------------------------------*00043400
                                                                        00043500
       01 WRK-CHAVE-REG.                                                00043600
          05 WRK-CR-AGENCIA              PIC X(004).                    00043700
          05 WRK-CR-AGENCIA-N REDEFINES WRK-CR-AGENCIA                  00043800
                                         PIC 9(004).                    00043900
          05 WRK-CR-CONTA                PIC X(006).                    00044000
                                                                        00044100
       01 WRK-CHAVE-NOVA.                                               00044200
          05 WRK-CN-AGENCIA              PIC 9(004).                    00044300
          05 WRK-CN-CONTA                PIC 9(006).                    00044400
                                                                        00044500
      *----------------------------------------------------------------*00044600
      *    CARTOES DE CONTROLE                                         *00044700
      *----------------------------------------------------------------*00044800
                                                                        00044900
       01 WRK-PARM-CARENCIA.                                            00045000
          05 WRK-PC-DIAS                 PIC X(003).                    00045100
          05 WRK-PC-DIAS-N REDEFINES WRK-PC-DIAS                        00045200
                                         PIC 9(003).                    00045300
          05 FILLER                      PIC X(077).                    00045400
                                                                        00045500
       01 WRK-PARM-PAR.                                                 00045600
          05 WRK-PP-DE.                                                 00045700
             10 WRK-PP-MARCA             PIC X(001).                    00045800
                88 WRK-PP-FIM                VALUE '*'.                 00045900
             10 FILLER                   PIC X(003).                    00046000
          05 WRK-PP-DE-N REDEFINES WRK-PP-DE                            00046100
                                         PIC 9(004).                    00046200
          05 FILLER                      PIC X(001).                    00046300
          05 WRK-PP-PARA                 PIC X(004).                    00046400
          05 WRK-PP-PARA-N REDEFINES WRK-PP-PARA                        00046500
                                         PIC 9(004).                    00046600
          05 FILLER                      PIC X(071).                    00046700
                                                                        00046800
      *----------------------------------------------------------------*00046900
      *    TABELA DOS PARES DE FUSAO (AGENCIA DE ORIGEM)               *00047000
      *----------------------------------------------------------------*00047100
                                                                        00047200
       01 WRK-TABELA-PARES.                                             00047300
          05 WRK-TAB-PAR                 OCCURS 010 TIMES               00047400
                                          INDEXED BY WRK-IDX-PAR.       00047500
             10 WRK-PAR-DE               PIC 9(004).                    00047600
             10 WRK-PAR-PARA             PIC 9(004).                    00047700
             10 WRK-PAR-DESTINO          PIC 9(002).                    00047800
             10 WRK-PAR-QTD-ANTES        PIC 9(007).                    00047900
             10 WRK-PAR-SALDO-ANTES      PIC S9(013)V99.                00048000
             10 WRK-PAR-QTD-DEPOIS       PIC 9(007).                    00048100
             10 WRK-PAR-SALDO-DEPOIS     PIC S9(013)V99.                00048200
                                                                        00048300
       77 WRK-QTD-PARES                  PIC 9(002) VALUE ZEROS.        00048400
       77 WRK-MAX-PARES                  PIC 9(002) VALUE 10.           00048500
                                                                        00048600
      *----------------------------------------------------------------*00048700
      *    TABELA DAS AGENCIAS DE DESTINO (NUMERACAO DAS CONTAS)       *00048800
      *----------------------------------------------------------------*00048900
                                                                        00049000
       01 WRK-TABELA-DESTINOS.                                          00049100
          05 WRK-TAB-DST                 OCCURS 010 TIMES               00049200
                                          INDEXED BY WRK-IDX-DST.       00049300
             10 WRK-DST-AGENCIA          PIC 9(004).                    00049400
             10 WRK-DST-ULT-CONTA        PIC 9(006).                    00049500
             10 WRK-DST-QTD-NOVAS        PIC 9(007).                    00049600
             10 WRK-DST-QTD-ANTES        PIC 9(007).                    00049700
             10 WRK-DST-SALDO-ANTES      PIC S9(013)V99.                00049800
             10 WRK-DST-QTD-DEPOIS       PIC 9(007).                    00049900
             10 WRK-DST-SALDO-DEPOIS     PIC S9(013)V99.                00050000
                                                                        00050100
       77 WRK-QTD-DESTINOS               PIC 9(002) VALUE ZEROS.        00050200
                                                                        00050300
      *----------------------------------------------------------------*00050400
      *    REFERENCIA CRUZADA DESTA FUSAO, EM ORDEM DE CHAVE ANTIGA    *00050500
      *----------------------------------------------------------------*00050600
                                                                        00050700
       77 WRK-QTD-XREF                   PIC 9(005) VALUE ZEROS.        00050800
       77 WRK-MAX-XREF                   PIC 9(005) VALUE 20000.        00050900
       77 WRK-POS-XREF                   PIC 9(005) VALUE ZEROS.        00051000
                                                                        00051100
       01 WRK-TABELA-XREF.                                              00051200
          05 WRK-TAB-XRF                 OCCURS 1 TO 20000 TIMES        00051300
                                          DEPENDING ON WRK-QTD-XREF     00051400
                                          ASCENDING KEY IS WRK-XRF-ANT  00051500
                                          INDEXED BY WRK-IDX-XRF.       00051600
             10 WRK-XRF-ANT              PIC X(010).                    00051700
             10 WRK-XRF-NOVA             PIC X(010).                    00051800
                                                                        00051900
       77 WRK-CHAVE-XRA                  PIC X(010) VALUE SPACES.       00052000
       77 WRK-CHAVE-XRT                  PIC X(010) VALUE SPACES.       00052100
                                                                        00052200
       01 WRK-XRF-SAIDA.                                                00052300
          05 WRK-XS-CHAVE-ANT            PIC X(010).                    00052400
          05 WRK-XS-CHAVE-NOVA           PIC X(010).                    00052500
          05 WRK-XS-DATA-FUSAO           PIC X(008).                    00052600
          05 WRK-XS-DATA-LIMITE          PIC X(008).                    00052700
          05 FILLER                      PIC X(004).                    00052800
                                                                        00052900
      *----------------------------------------------------------------*00053000
      *    TABELA DA PROVA POR ARQUIVO                                 *00053100
      *----------------------------------------------------------------*00053200
                                                                        00053300
       01 WRK-NOMES-ARQUIVOS.                                           00053400
          05 FILLER                      PIC X(032) VALUE               00053500
             'CLI2505 ENDCLI  DEBAUTO DEVACUM '.                        00053600
          05 FILLER                      PIC X(032) VALUE               00053700
             'JURACUM MEDSAL  MOVHIST DADOSBAN'.                        00053800
       01 WRK-NOMES-ARQUIVOS-R REDEFINES WRK-NOMES-ARQUIVOS.            00053900
          05 WRK-NOME-ARQ                PIC X(008) OCCURS 08 TIMES.    00054000
                                                                        00054100
       01 WRK-TABELA-PROVA.                                             00054200
          05 WRK-TAB-PRV                 OCCURS 008 TIMES               00054300
                                          INDEXED BY WRK-IDX-PRV.       00054400
             10 WRK-PRV-ARQUIVO          PIC X(008).                    00054500
             10 WRK-PRV-LIDOS            PIC 9(009).                    00054600
             10 WRK-PRV-GRAVADOS         PIC 9(009).                    00054700
             10 WRK-PRV-VALOR-LIDO       PIC S9(013)V99.                00054800
             10 WRK-PRV-VALOR-GRAVADO    PIC S9(013)V99.                00054900
             10 WRK-PRV-ORIG-QTD         PIC 9(009).                    00055000
             10 WRK-PRV-ORIG-VALOR       PIC S9(013)V99.                00055100
             10 WRK-PRV-RECH-QTD         PIC 9(009).                    00055200
             10 WRK-PRV-RECH-VALOR       PIC S9(013)V99.                00055300
             10 WRK-PRV-SEMX-QTD         PIC 9(009).                    00055400
             10 WRK-PRV-SEMX-VALOR       PIC S9(013)V99.                00055500
                                                                        00055600
      *----------------------------------------------------------------*00055700
      *    LINHAS DO RELATORIO DE PROVA                                *00055800
      *----------------------------------------------------------------*00055900
                                                                        00056000
       01 WRK-CABEC1.                                                   00056100
          05 FILLER                      PIC X(040) VALUE               00056200
             'FR05EX58 - FUSAO DE AGENCIAS - RELATORIO'.                00056300
          05 FILLER                      PIC X(017) VALUE               00056400
             ' DE PROVA - DATA '.                                       00056500
          05 WRK-CB-DATA                 PIC X(008).                    00056600
          05 FILLER                      PIC X(015) VALUE SPACES.       00056700
                                                                        00056800
       01 WRK-CABEC2.                                                   00056900
          05 FILLER                      PIC X(031) VALUE               00057000
             'AGENCIA     QTD ANTES  QTD APOS'.                         00057100
          05 FILLER                      PIC X(019) VALUE               00057200
             '        SALDO ANTES'.                                     00057300
          05 FILLER                      PIC X(030) VALUE               00057400
             '       SALDO DEPOIS SITUACAO  '.                          00057500
                                                                        00057600
       01 WRK-CABEC3.                                                   00057700
          05 FILLER                      PIC X(031) VALUE               00057800
             'ARQUIVO     QTD ANTES  QTD APOS'.                         00057900
          05 FILLER                      PIC X(019) VALUE               00058000
             '        VALOR ANTES'.                                     00058100
          05 FILLER                      PIC X(030) VALUE               00058200
             '       VALOR DEPOIS SITUACAO  '.                          00058300
                                                                        00058400
       01 WRK-LINPRV.                                                   00058500
          05 WRK-LP-TEXTO                PIC X(012).                    00058600
          05 WRK-LP-TEXTO-AGE REDEFINES WRK-LP-TEXTO.                   00058700
             10 WRK-LP-TIPO-AGE          PIC X(008).                    00058800
             10 WRK-LP-AGENCIA           PIC 9(004).                    00058900
          05 WRK-LP-QTD1                 PIC Z.ZZZ.ZZ9.                 00059000
          05 FILLER                      PIC X(001) VALUE SPACES.       00059100
          05 WRK-LP-QTD2                 PIC Z.ZZZ.ZZ9.                 00059200
          05 FILLER                      PIC X(001) VALUE SPACES.       00059300
          05 WRK-LP-VALOR1               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.        00059400
          05 FILLER                      PIC X(001) VALUE SPACES.       00059500
          05 WRK-LP-VALOR2               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.        00059600
          05 FILLER                      PIC X(001) VALUE SPACES.       00059700
          05 WRK-LP-SITUACAO             PIC X(008).                    00059800
          05 FILLER                      PIC X(002) VALUE SPACES.       00059900
                                                                        00060000
      *----------------------------------------------------------------*00060100
       01 FILLER                         PIC X(050)       VALUE         00060200
                    '*** AREA DA BOOK GRAVALOG ***'.                    00060300
      *----------------------------------------------------------------*00060400
                                                                        00060500
                           COPY 'B#GRALOG'.                             00060600
                                                                        00060700
      *----------------------------------------------------------------*00060800
       01 FILLER                         PIC X(050)       VALUE         00060900
                    '*** AREA DA BOOK GRAVAUD ***'.                     00061000
      *----------------------------------------------------------------*00061100
                                                                        00061200
                           COPY 'B#AUDIT'.                              00061300
                                                                        00061400
      ******************************************************************00061500
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00061600
      ******************************************************************00061700
                                                                        00061800
       COPY 'B#RUNCTL'.                                                 00061900
                                                                        00062000
       COPY 'B#DATPRC'.                                                 00062100
                                                                        00062200
       COPY 'B#LERAGE'.                                                 00062300
                                                                        00062400
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00062500
                                                                        00062600
      *================================================================*00062700
       PROCEDURE                                 DIVISION.              00062800
      *================================================================*00062900
                                                                        00063000
      ******************************************************************00063100
      *              P R O G R A M A  P R I N C I P A L                *00063200
      ******************************************************************00063300
                                                                        00063400
      *----------------------------------------------------------------*00063500
       0000-PRINCIPAL                            SECTION.               00063600
      *----------------------------------------------------------------*00063700
                                                                        00063800
            PERFORM 1000-INICIAR                                        00063900
                                                                        00064000
            PERFORM 2000-ATRIBUIR-CONTAS                                00064100
                                                                        00064200
            PERFORM 3000-GRAVAR-XREF                                    00064300
                                                                        00064400
            PERFORM 4100-RECHAVEAR-ENDCLI                               00064500
            PERFORM 4200-RECHAVEAR-DEBAUTO                              00064600
            PERFORM 4300-RECHAVEAR-DEVACUM                              00064700
            PERFORM 4400-RECHAVEAR-JURACUM                              00064800
            PERFORM 4500-RECHAVEAR-MEDSAL                               00064900
            PERFORM 4600-RECHAVEAR-MOVHIST                              00065000
            PERFORM 4700-RECHAVEAR-DADOSBAN                             00065100
                                                                        00065200
            PERFORM 5000-IMPRIMIR-PROVA                                 00065300
                                                                        00065400
            PERFORM 6000-FINALIZAR                                      00065500
                                                                        00065600
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00065700
            MOVE WRK-PRV-LIDOS (1)    TO WRK-RUN-LIDOS                  00065800
            MOVE ACUM-XREF-NOVAS      TO WRK-RUN-GRAVADOS               00065900
            MOVE ZEROS                TO WRK-RUN-RC                     00066000
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00066100
                                                                        00066200
            STOP RUN.                                                   00066300
                                                                        00066400
      *----------------------------------------------------------------*00066500
       0000-99-FIM.                           EXIT.                     00066600
      *----------------------------------------------------------------*00066700
                                                                        00066800
      ******************************************************************00066900
      *                       I N I C I A R                            *00067000
      ******************************************************************00067100
                                                                        00067200
      *----------------------------------------------------------------*00067300
       1000-INICIAR                           SECTION.                  00067400
      *----------------------------------------------------------------*00067500
                                                                        00067600
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00067700
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00067800
           CALL 'LERDATAP'            USING WRK-DATPRC                  00067900
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00068000
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00068100
           MOVE 'FR05EX58'            TO WRK-RUN-PROGRAMA               00068200
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00068300
           MOVE ZEROS                 TO WRK-RUN-RC                     00068400
                                         WRK-RUN-LIDOS                  00068500
                                         WRK-RUN-GRAVADOS               00068600
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00068700
                                                                        00068800
           IF WRK-RUN-DATA-JA-FEITA                                     00068900
              MOVE 'A'                TO WRK-SEVERIDADE                 00069000
              MOVE 'FR05EX58'         TO WRK-PROGRAMA                   00069100
              MOVE '1000  '           TO WRK-SECAO                      00069200
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00069300
                                      TO WRK-MENSAGEM                   00069400
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00069500
              CALL 'GRAVALOG'         USING WRK-LOG                     00069600
              MOVE 08                 TO RETURN-CODE                    00069700
              GOBACK                                                    00069800
           END-IF                                                       00069900
                                                                        00070000
      *    CARENCIA DA XREF: ULTIMO DIA EM QUE A CHAVE ANTIGA E ACEITA *00070100
           MOVE SPACES                TO WRK-PARM-CARENCIA              00070200
           ACCEPT WRK-PARM-CARENCIA   FROM SYSIN                        00070300
                                                                        00070400
           IF WRK-PC-DIAS NOT EQUAL SPACES                              00070500
              IF WRK-PC-DIAS NOT NUMERIC                                00070600
               OR WRK-PC-DIAS-N EQUAL ZEROS                             00070700
                 MOVE 'FR05EX58'                 TO WRK-PROGRAMA        00070800
                 MOVE 'CARENCIA DA XREF INVALIDA NO SYSIN'              00070900
                                                 TO WRK-MENSAGEM        00071000
                 MOVE '1000'                     TO WRK-SECAO           00071100
                 MOVE WRK-PC-DIAS                TO WRK-STATUS          00071200
                 PERFORM 9000-TRATAR-ERRO                               00071300
              END-IF                                                    00071400
              MOVE WRK-PC-DIAS-N      TO WRK-CARENCIA                   00071500
           END-IF                                                       00071600
                                                                        00071700
           MOVE WRK-DATA-EXEC         TO WRK-DATA-EXEC-N (1:8)          00071800
           COMPUTE WRK-DIAS-INT =                                       00071900
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)           00072000
                   + WRK-CARENCIA                                       00072100
           COMPUTE WRK-DATA-LIMITE-N =                                  00072200
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-INT)              00072300
           MOVE WRK-DATA-LIMITE-N     TO WRK-DATA-LIMITE (1:8)          00072400
                                                                        00072500
           PERFORM 1050-LER-PAR                                         00072600
                   UNTIL WRK-FIM-PARES-SIM                              00072700
                                                                        00072800
           IF WRK-QTD-PARES EQUAL ZEROS                                 00072900
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00073000
              MOVE 'NENHUM PAR DE FUSAO NO SYSIN' TO WRK-MENSAGEM       00073100
              MOVE '1000'                        TO WRK-SECAO           00073200
              MOVE SPACES                        TO WRK-STATUS          00073300
              PERFORM 9000-TRATAR-ERRO                                  00073400
           END-IF                                                       00073500
                                                                        00073600
           PERFORM 1070-INICIAR-PROVA                                   00073700
                   VARYING WRK-IDX-PRV FROM 1 BY 1                      00073800
                   UNTIL WRK-IDX-PRV GREATER WRK-QTD-ARQUIVOS           00073900
                                                                        00074000
           OPEN INPUT  CLI2505                                          00074100
                INPUT  ENDCLI                                           00074200
                INPUT  DEBAUTO                                          00074300
                INPUT  DEVACUM                                          00074400
                INPUT  JURACUM                                          00074500
                INPUT  MEDSAL                                           00074600
                INPUT  MOVHIST                                          00074700
                INPUT  DADOSBAN                                         00074800
                                                                        00074900
           PERFORM 1105-TESTAR-WRK-FS-CLI2505                           00075000
           PERFORM 1125-TESTAR-WRK-FS-ENDCLI                            00075100
           PERFORM 1135-TESTAR-WRK-FS-DEBAUTO                           00075200
           PERFORM 1145-TESTAR-WRK-FS-DEVACUM                           00075300
           PERFORM 1155-TESTAR-WRK-FS-JURACUM                           00075400
           PERFORM 1165-TESTAR-WRK-FS-MEDSAL                            00075500
           PERFORM 1175-TESTAR-WRK-FS-MOVHIST                           00075600
           PERFORM 1185-TESTAR-WRK-FS-DADOSBAN                          00075700
                                                                        00075800
      *    SEM XREF ANTERIOR (PRIMEIRA FUSAO) NAO E ERRO              * 00075900
           OPEN INPUT XREFANT                                           00076000
           IF WRK-FS-XREFANT EQUAL '35'                                 00076100
              MOVE 'S'                TO WRK-SEM-XREFANT                00076200
              MOVE '10'               TO WRK-FS-XREFANT                 00076300
           ELSE                                                         00076400
              PERFORM 1115-TESTAR-WRK-FS-XREFANT                        00076500
           END-IF                                                       00076600
                                                                        00076700
           OPEN OUTPUT CLIFUS                                           00076800
                OUTPUT XREFNOV                                          00076900
                OUTPUT ENDFUS                                           00077000
                OUTPUT DEBFUS                                           00077100
                OUTPUT DEVFUS                                           00077200
                OUTPUT JURFUS                                           00077300
                OUTPUT MEDFUS                                           00077400
                OUTPUT MOVFUS                                           00077500
                OUTPUT BANFUS                                           00077600
                OUTPUT RELFUS                                           00077700
                                                                        00077800
           PERFORM 1110-TESTAR-WRK-FS-CLIFUS                            00077900
           PERFORM 1120-TESTAR-WRK-FS-XREFNOV                           00078000
           PERFORM 1130-TESTAR-WRK-FS-ENDFUS                            00078100
           PERFORM 1140-TESTAR-WRK-FS-DEBFUS                            00078200
           PERFORM 1150-TESTAR-WRK-FS-DEVFUS                            00078300
           PERFORM 1160-TESTAR-WRK-FS-JURFUS                            00078400
           PERFORM 1170-TESTAR-WRK-FS-MEDFUS                            00078500
           PERFORM 1180-TESTAR-WRK-FS-MOVFUS                            00078600
           PERFORM 1190-TESTAR-WRK-FS-BANFUS                            00078700
           PERFORM 1195-TESTAR-WRK-FS-RELFUS.                           00078800
                                                                        00078900
      *----------------------------------------------------------------*00079000
       1000-99-FIM.                           EXIT.                     00079100
      *----------------------------------------------------------------*00079200
                                                                        00079300
      *----------------------------------------------------------------*00079400
      *    UM PAR DE/PARA POR LINHA; ORIGEM CADASTRADA, DESTINO ATIVO, *00079500
      *    SEM REPETIR ORIGEM NEM ENCADEAR (DESTINO QUE E ORIGEM)      *00079600
      *----------------------------------------------------------------*00079700
       1050-LER-PAR                           SECTION.                  00079800
      *----------------------------------------------------------------*00079900
                                                                        00080000
           MOVE SPACES                TO WRK-PARM-PAR                   00080100
           ACCEPT WRK-PARM-PAR        FROM SYSIN                        00080200
                                                                        00080300
           IF WRK-PP-FIM                                                00080400
            OR WRK-PARM-PAR EQUAL SPACES                                00080500
              MOVE 'S'                TO WRK-FIM-PARES                  00080600
              GO                      TO 1050-99-FIM                    00080700
           END-IF                                                       00080800
                                                                        00080900
           IF WRK-PP-DE   NOT NUMERIC                                   00081000
            OR WRK-PP-PARA NOT NUMERIC                                  00081100
              MOVE 'PAR DE FUSAO INVALIDO NO SYSIN' TO WRK-MENSAGEM     00081200
              PERFORM 1090-ERRO-PAR                                     00081300
           END-IF                                                       00081400
                                                                        00081500
           IF WRK-PP-DE-N   EQUAL WRK-PP-PARA-N                         00081600
            OR WRK-PP-DE-N   EQUAL ZEROS                                00081700
            OR WRK-PP-DE-N   EQUAL 9999                                 00081800
            OR WRK-PP-PARA-N EQUAL ZEROS                                00081900
            OR WRK-PP-PARA-N EQUAL 9999                                 00082000
              MOVE 'PAR DE FUSAO INVALIDO NO SYSIN' TO WRK-MENSAGEM     00082100
              PERFORM 1090-ERRO-PAR                                     00082200
           END-IF                                                       00082300
                                                                        00082400
           IF WRK-QTD-PARES NOT LESS WRK-MAX-PARES                      00082500
              MOVE 'TABELA DE PARES DE FUSAO ESTOURADA'                 00082600
                                      TO WRK-MENSAGEM                   00082700
              PERFORM 1090-ERRO-PAR                                     00082800
           END-IF                                                       00082900
                                                                        00083000
           SET WRK-IDX-PAR            TO 1                              00083100
           SEARCH WRK-TAB-PAR                                           00083200
             AT END                                                     00083300
                CONTINUE                                                00083400
             WHEN WRK-IDX-PAR GREATER WRK-QTD-PARES                     00083500
                CONTINUE                                                00083600
             WHEN WRK-PAR-DE (WRK-IDX-PAR)   EQUAL WRK-PP-DE-N          00083700
               OR WRK-PAR-PARA (WRK-IDX-PAR) EQUAL WRK-PP-DE-N          00083800
               OR WRK-PAR-DE (WRK-IDX-PAR)   EQUAL WRK-PP-PARA-N        00083900
                MOVE 'PAR DE FUSAO REPETIDO OU ENCADEADO'               00084000
                                      TO WRK-MENSAGEM                   00084100
                PERFORM 1090-ERRO-PAR                                   00084200
           END-SEARCH                                                   00084300
                                                                        00084400
           MOVE WRK-PP-DE-N           TO WRK-LAG-AGENCIA                00084500
           CALL 'LERAGENC'            USING WRK-LERAGE                  00084600
           PERFORM 1080-CONFERIR-CADASTRO                               00084700
           IF WRK-LAG-INEXISTENTE                                       00084800
              MOVE 'AGENCIA DE ORIGEM NAO CADASTRADA'                   00084900
                                      TO WRK-MENSAGEM                   00085000
              PERFORM 1090-ERRO-PAR                                     00085100
           END-IF                                                       00085200
                                                                        00085300
           MOVE WRK-PP-PARA-N         TO WRK-LAG-AGENCIA                00085400
           CALL 'LERAGENC'            USING WRK-LERAGE                  00085500
           PERFORM 1080-CONFERIR-CADASTRO                               00085600
           IF NOT WRK-LAG-ATIVA                                         00085700
              MOVE 'AGENCIA DE DESTINO INEXISTENTE/FECHADA'             00085800
                                      TO WRK-MENSAGEM                   00085900
              PERFORM 1090-ERRO-PAR                                     00086000
           END-IF                                                       00086100
                                                                        00086200
           ADD 1                      TO WRK-QTD-PARES                  00086300
           SET WRK-IDX-PAR            TO WRK-QTD-PARES                  00086400
           MOVE WRK-PP-DE-N           TO WRK-PAR-DE (WRK-IDX-PAR)       00086500
           MOVE WRK-PP-PARA-N         TO WRK-PAR-PARA (WRK-IDX-PAR)     00086600
           MOVE ZEROS                 TO WRK-PAR-QTD-ANTES              00086700
                                          (WRK-IDX-PAR)                 00086800
                                         WRK-PAR-SALDO-ANTES            00086900
                                          (WRK-IDX-PAR)                 00087000
                                         WRK-PAR-QTD-DEPOIS             00087100
                                          (WRK-IDX-PAR)                 00087200
                                         WRK-PAR-SALDO-DEPOIS           00087300
                                          (WRK-IDX-PAR)                 00087400
                                                                        00087500
           MOVE WRK-PP-PARA-N         TO WRK-AGE-PROCURA                00087600
           PERFORM 2950-PROCURAR-DESTINO                                00087700
           IF NOT WRK-ACHOU-DESTINO-SIM                                 00087800
              PERFORM 1060-REGISTRAR-DESTINO                            00087900
           END-IF                                                       00088000
           SET WRK-PAR-DESTINO (WRK-IDX-PAR) TO WRK-IDX-DST.            00088100
                                                                        00088200
      *----------------------------------------------------------------*00088300
       1050-99-FIM.                           EXIT.                     00088400
      *----------------------------------------------------------------*00088500
                                                                        00088600
      *----------------------------------------------------------------*00088700
       1060-REGISTRAR-DESTINO                 SECTION.                  00088800
      *----------------------------------------------------------------*00088900
                                                                        00089000
           ADD 1                      TO WRK-QTD-DESTINOS               00089100
           SET WRK-IDX-DST            TO WRK-QTD-DESTINOS               00089200
           MOVE WRK-PP-PARA-N         TO WRK-DST-AGENCIA (WRK-IDX-DST)  00089300
           MOVE ZEROS                 TO WRK-DST-ULT-CONTA              00089400
                                          (WRK-IDX-DST)                 00089500
                                         WRK-DST-QTD-NOVAS              00089600
                                          (WRK-IDX-DST)                 00089700
                                         WRK-DST-QTD-ANTES              00089800
                                          (WRK-IDX-DST)                 00089900
                                         WRK-DST-SALDO-ANTES            00090000
                                          (WRK-IDX-DST)                 00090100
                                         WRK-DST-QTD-DEPOIS             00090200
                                          (WRK-IDX-DST)                 00090300
                                         WRK-DST-SALDO-DEPOIS           00090400
                                          (WRK-IDX-DST).                00090500
                                                                        00090600
      *----------------------------------------------------------------*00090700
       1060-99-FIM.                           EXIT.                     00090800
      *----------------------------------------------------------------*00090900
                                                                        00091000
      *----------------------------------------------------------------*00091100
       1070-INICIAR-PROVA                     SECTION.                  00091200
      *----------------------------------------------------------------*00091300
                                                                        00091400
           SET WRK-IND-ARQ            TO WRK-IDX-PRV                    00091500
           MOVE WRK-NOME-ARQ (WRK-IND-ARQ)                              00091600
                                      TO WRK-PRV-ARQUIVO (WRK-IDX-PRV)  00091700
           MOVE ZEROS                 TO WRK-PRV-LIDOS (WRK-IDX-PRV)    00091800
                                         WRK-PRV-GRAVADOS (WRK-IDX-PRV) 00091900
                                         WRK-PRV-VALOR-LIDO             00092000
                                          (WRK-IDX-PRV)                 00092100
                                         WRK-PRV-VALOR-GRAVADO          00092200
                                          (WRK-IDX-PRV)                 00092300
                                         WRK-PRV-ORIG-QTD (WRK-IDX-PRV) 00092400
                                         WRK-PRV-ORIG-VALOR             00092500
                                          (WRK-IDX-PRV)                 00092600
                                         WRK-PRV-RECH-QTD (WRK-IDX-PRV) 00092700
                                         WRK-PRV-RECH-VALOR             00092800
                                          (WRK-IDX-PRV)                 00092900
                                         WRK-PRV-SEMX-QTD (WRK-IDX-PRV) 00093000
                                         WRK-PRV-SEMX-VALOR             00093100
                                          (WRK-IDX-PRV).                00093200
                                                                        00093300
      *----------------------------------------------------------------*00093400
       1070-99-FIM.                           EXIT.                     00093500
      *----------------------------------------------------------------*00093600
                                                                        00093700
      *----------------------------------------------------------------*00093800
       1080-CONFERIR-CADASTRO                 SECTION.                  00093900
      *----------------------------------------------------------------*00094000
                                                                        00094100
           IF WRK-LAG-INDISPONIVEL                                      00094200
              MOVE 'CADASTRO DE AGENCIAS INDISPONIVEL'                  00094300
                                      TO WRK-MENSAGEM                   00094400
              PERFORM 1090-ERRO-PAR                                     00094500
           END-IF.                                                      00094600
                                                                        00094700
      *----------------------------------------------------------------*00094800
       1080-99-FIM.                           EXIT.                     00094900
      *----------------------------------------------------------------*00095000
                                                                        00095100
      *----------------------------------------------------------------*00095200
       1090-ERRO-PAR                          SECTION.                  00095300
      *----------------------------------------------------------------*00095400
                                                                        00095500
           MOVE 'FR05EX58'            TO WRK-PROGRAMA                   00095600
           MOVE '1050'                TO WRK-SECAO                      00095700
           MOVE WRK-PARM-PAR          TO WRK-STATUS                     00095800
           PERFORM 9000-TRATAR-ERRO.                                    00095900
                                                                        00096000
      *----------------------------------------------------------------*00096100
       1090-99-FIM.                           EXIT.                     00096200
      *----------------------------------------------------------------*00096300
                                                                        00096400
      *----------------------------------------------------------------*00096500
       1105-TESTAR-WRK-FS-CLI2505             SECTION.                  00096600
      *----------------------------------------------------------------*00096700
                                                                        00096800
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00096900
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00097000
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00097100
              MOVE '1105'                        TO WRK-SECAO           00097200
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00097300
              PERFORM 9000-TRATAR-ERRO                                  00097400
           END-IF.                                                      00097500
                                                                        00097600
      *----------------------------------------------------------------*00097700
       1105-99-FIM.                           EXIT.                     00097800
      *----------------------------------------------------------------*00097900
                                                                        00098000
      *----------------------------------------------------------------*00098100
       1110-TESTAR-WRK-FS-CLIFUS              SECTION.                  00098200
      *----------------------------------------------------------------*00098300
                                                                        00098400
           IF WRK-FS-CLIFUS NOT EQUAL ZEROS                             00098500
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00098600
              MOVE 'ERRO NO ARQUIVO CLIFUS'      TO WRK-MENSAGEM        00098700
              MOVE '1110'                        TO WRK-SECAO           00098800
              MOVE WRK-FS-CLIFUS                 TO WRK-STATUS          00098900
              PERFORM 9000-TRATAR-ERRO                                  00099000
           END-IF.                                                      00099100
                                                                        00099200
      *----------------------------------------------------------------*00099300
       1110-99-FIM.                           EXIT.                     00099400
      *----------------------------------------------------------------*00099500
                                                                        00099600
      *----------------------------------------------------------------*00099700
       1115-TESTAR-WRK-FS-XREFANT             SECTION.                  00099800
      *----------------------------------------------------------------*00099900
                                                                        00100000
           IF WRK-FS-XREFANT NOT EQUAL ZEROS                            00100100
            AND WRK-FS-XREFANT NOT EQUAL '10'                           00100200
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00100300
              MOVE 'ERRO NO ARQUIVO XREFANT'     TO WRK-MENSAGEM        00100400
              MOVE '1115'                        TO WRK-SECAO           00100500
              MOVE WRK-FS-XREFANT                TO WRK-STATUS          00100600
              PERFORM 9000-TRATAR-ERRO                                  00100700
           END-IF.                                                      00100800
                                                                        00100900
      *----------------------------------------------------------------*00101000
       1115-99-FIM.                           EXIT.                     00101100
      *----------------------------------------------------------------*00101200
                                                                        00101300
      *----------------------------------------------------------------*00101400
       1120-TESTAR-WRK-FS-XREFNOV             SECTION.                  00101500
      *----------------------------------------------------------------*00101600
                                                                        00101700
           IF WRK-FS-XREFNOV NOT EQUAL ZEROS                            00101800
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00101900
              MOVE 'ERRO NO ARQUIVO XREFNOV'     TO WRK-MENSAGEM        00102000
              MOVE '1120'                        TO WRK-SECAO           00102100
              MOVE WRK-FS-XREFNOV                TO WRK-STATUS          00102200
              PERFORM 9000-TRATAR-ERRO                                  00102300
           END-IF.                                                      00102400
                                                                        00102500
      *----------------------------------------------------------------*00102600
       1120-99-FIM.                           EXIT.                     00102700
      *----------------------------------------------------------------*00102800
                                                                        00102900
      *----------------------------------------------------------------*00103000
       1125-TESTAR-WRK-FS-ENDCLI              SECTION.                  00103100
      *----------------------------------------------------------------*00103200
                                                                        00103300
           IF WRK-FS-ENDCLI NOT EQUAL ZEROS                             00103400
            AND WRK-FS-ENDCLI NOT EQUAL '10'                            00103500
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00103600
              MOVE 'ERRO NO ARQUIVO ENDCLI'      TO WRK-MENSAGEM        00103700
              MOVE '1125'                        TO WRK-SECAO           00103800
              MOVE WRK-FS-ENDCLI                 TO WRK-STATUS          00103900
              PERFORM 9000-TRATAR-ERRO                                  00104000
           END-IF.                                                      00104100
                                                                        00104200
      *----------------------------------------------------------------*00104300
       1125-99-FIM.                           EXIT.                     00104400
      *----------------------------------------------------------------*00104500
                                                                        00104600
      *----------------------------------------------------------------*00104700
       1130-TESTAR-WRK-FS-ENDFUS              SECTION.                  00104800
      *----------------------------------------------------------------*00104900
                                                                        00105000
           IF WRK-FS-ENDFUS NOT EQUAL ZEROS                             00105100
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00105200
              MOVE 'ERRO NO ARQUIVO ENDFUS'      TO WRK-MENSAGEM        00105300
              MOVE '1130'                        TO WRK-SECAO           00105400
              MOVE WRK-FS-ENDFUS                 TO WRK-STATUS          00105500
              PERFORM 9000-TRATAR-ERRO                                  00105600
           END-IF.                                                      00105700
                                                                        00105800
      *----------------------------------------------------------------*00105900
       1130-99-FIM.                           EXIT.                     00106000
      *----------------------------------------------------------------*00106100
                                                                        00106200
      *----------------------------------------------------------------*00106300
       1135-TESTAR-WRK-FS-DEBAUTO             SECTION.                  00106400
      *----------------------------------------------------------------*00106500
                                                                        00106600
           IF WRK-FS-DEBAUTO NOT EQUAL ZEROS                            00106700
            AND WRK-FS-DEBAUTO NOT EQUAL '10'                           00106800
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00106900
              MOVE 'ERRO NO ARQUIVO DEBAUTO'     TO WRK-MENSAGEM        00107000
              MOVE '1135'                        TO WRK-SECAO           00107100
              MOVE WRK-FS-DEBAUTO                TO WRK-STATUS          00107200
              PERFORM 9000-TRATAR-ERRO                                  00107300
           END-IF.                                                      00107400
                                                                        00107500
      *----------------------------------------------------------------*00107600
       1135-99-FIM.                           EXIT.                     00107700
      *----------------------------------------------------------------*00107800
                                                                        00107900
      *----------------------------------------------------------------*00108000
       1140-TESTAR-WRK-FS-DEBFUS              SECTION.                  00108100
      *----------------------------------------------------------------*00108200
                                                                        00108300
           IF WRK-FS-DEBFUS NOT EQUAL ZEROS                             00108400
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00108500
              MOVE 'ERRO NO ARQUIVO DEBFUS'      TO WRK-MENSAGEM        00108600
              MOVE '1140'                        TO WRK-SECAO           00108700
              MOVE WRK-FS-DEBFUS                 TO WRK-STATUS          00108800
              PERFORM 9000-TRATAR-ERRO                                  00108900
           END-IF.                                                      00109000
                                                                        00109100
      *----------------------------------------------------------------*00109200
       1140-99-FIM.                           EXIT.                     00109300
      *----------------------------------------------------------------*00109400
                                                                        00109500
      *----------------------------------------------------------------*00109600
       1145-TESTAR-WRK-FS-DEVACUM             SECTION.                  00109700
      *----------------------------------------------------------------*00109800
                                                                        00109900
           IF WRK-FS-DEVACUM NOT EQUAL ZEROS                            00110000
            AND WRK-FS-DEVACUM NOT EQUAL '10'                           00110100
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00110200
              MOVE 'ERRO NO ARQUIVO DEVACUM'     TO WRK-MENSAGEM        00110300
              MOVE '1145'                        TO WRK-SECAO           00110400
              MOVE WRK-FS-DEVACUM                TO WRK-STATUS          00110500
              PERFORM 9000-TRATAR-ERRO                                  00110600
           END-IF.                                                      00110700
                                                                        00110800
      *----------------------------------------------------------------*00110900
       1145-99-FIM.                           EXIT.                     00111000
      *----------------------------------------------------------------*00111100
                                                                        00111200
      *----------------------------------------------------------------*00111300
       1150-TESTAR-WRK-FS-DEVFUS              SECTION.                  00111400
      *----------------------------------------------------------------*00111500
                                                                        00111600
           IF WRK-FS-DEVFUS NOT EQUAL ZEROS                             00111700
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00111800
              MOVE 'ERRO NO ARQUIVO DEVFUS'      TO WRK-MENSAGEM        00111900
              MOVE '1150'                        TO WRK-SECAO           00112000
              MOVE WRK-FS-DEVFUS                 TO WRK-STATUS          00112100
              PERFORM 9000-TRATAR-ERRO                                  00112200
           END-IF.                                                      00112300
                                                                        00112400
      *----------------------------------------------------------------*00112500
       1150-99-FIM.                           EXIT.                     00112600
      *----------------------------------------------------------------*00112700
                                                                        00112800
      *----------------------------------------------------------------*00112900
       1155-TESTAR-WRK-FS-JURACUM             SECTION.                  00113000
      *----------------------------------------------------------------*00113100
                                                                        00113200
           IF WRK-FS-JURACUM NOT EQUAL ZEROS                            00113300
            AND WRK-FS-JURACUM NOT EQUAL '10'                           00113400
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00113500
              MOVE 'ERRO NO ARQUIVO JURACUM'     TO WRK-MENSAGEM        00113600
              MOVE '1155'                        TO WRK-SECAO           00113700
              MOVE WRK-FS-JURACUM                TO WRK-STATUS          00113800
              PERFORM 9000-TRATAR-ERRO                                  00113900
           END-IF.                                                      00114000
                                                                        00114100
      *----------------------------------------------------------------*00114200
       1155-99-FIM.                           EXIT.                     00114300
      *----------------------------------------------------------------*00114400
                                                                        00114500
      *----------------------------------------------------------------*00114600
       1160-TESTAR-WRK-FS-JURFUS              SECTION.                  00114700
      *----------------------------------------------------------------*00114800
                                                                        00114900
           IF WRK-FS-JURFUS NOT EQUAL ZEROS                             00115000
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00115100
              MOVE 'ERRO NO ARQUIVO JURFUS'      TO WRK-MENSAGEM        00115200
              MOVE '1160'                        TO WRK-SECAO           00115300
              MOVE WRK-FS-JURFUS                 TO WRK-STATUS          00115400
              PERFORM 9000-TRATAR-ERRO                                  00115500
           END-IF.                                                      00115600
                                                                        00115700
      *----------------------------------------------------------------*00115800
       1160-99-FIM.                           EXIT.                     00115900
      *----------------------------------------------------------------*00116000
                                                                        00116100
      *----------------------------------------------------------------*00116200
       1165-TESTAR-WRK-FS-MEDSAL              SECTION.                  00116300
      *----------------------------------------------------------------*00116400
                                                                        00116500
           IF WRK-FS-MEDSAL NOT EQUAL ZEROS                             00116600
            AND WRK-FS-MEDSAL NOT EQUAL '10'                            00116700
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00116800
              MOVE 'ERRO NO ARQUIVO MEDSAL'      TO WRK-MENSAGEM        00116900
              MOVE '1165'                        TO WRK-SECAO           00117000
              MOVE WRK-FS-MEDSAL                 TO WRK-STATUS          00117100
              PERFORM 9000-TRATAR-ERRO                                  00117200
           END-IF.                                                      00117300
                                                                        00117400
      *----------------------------------------------------------------*00117500
       1165-99-FIM.                           EXIT.                     00117600
      *----------------------------------------------------------------*00117700
                                                                        00117800
      *----------------------------------------------------------------*00117900
       1170-TESTAR-WRK-FS-MEDFUS              SECTION.                  00118000
      *----------------------------------------------------------------*00118100
                                                                        00118200
           IF WRK-FS-MEDFUS NOT EQUAL ZEROS                             00118300
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00118400
              MOVE 'ERRO NO ARQUIVO MEDFUS'      TO WRK-MENSAGEM        00118500
              MOVE '1170'                        TO WRK-SECAO           00118600
              MOVE WRK-FS-MEDFUS                 TO WRK-STATUS          00118700
              PERFORM 9000-TRATAR-ERRO                                  00118800
           END-IF.                                                      00118900
                                                                        00119000
      *----------------------------------------------------------------*00119100
       1170-99-FIM.                           EXIT.                     00119200
      *----------------------------------------------------------------*00119300
                                                                        00119400
      *----------------------------------------------------------------*00119500
       1175-TESTAR-WRK-FS-MOVHIST             SECTION.                  00119600
      *----------------------------------------------------------------*00119700
                                                                        00119800
           IF WRK-FS-MOVHIST NOT EQUAL ZEROS                            00119900
            AND WRK-FS-MOVHIST NOT EQUAL '10'                           00120000
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00120100
              MOVE 'ERRO NO ARQUIVO MOVHIST'     TO WRK-MENSAGEM        00120200
              MOVE '1175'                        TO WRK-SECAO           00120300
              MOVE WRK-FS-MOVHIST                TO WRK-STATUS          00120400
              PERFORM 9000-TRATAR-ERRO                                  00120500
           END-IF.                                                      00120600
                                                                        00120700
      *----------------------------------------------------------------*00120800
       1175-99-FIM.                           EXIT.                     00120900
      *----------------------------------------------------------------*00121000
                                                                        00121100
      *----------------------------------------------------------------*00121200
       1180-TESTAR-WRK-FS-MOVFUS              SECTION.                  00121300
      *----------------------------------------------------------------*00121400
                                                                        00121500
           IF WRK-FS-MOVFUS NOT EQUAL ZEROS                             00121600
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00121700
              MOVE 'ERRO NO ARQUIVO MOVFUS'      TO WRK-MENSAGEM        00121800
              MOVE '1180'                        TO WRK-SECAO           00121900
              MOVE WRK-FS-MOVFUS                 TO WRK-STATUS          00122000
              PERFORM 9000-TRATAR-ERRO                                  00122100
           END-IF.                                                      00122200
                                                                        00122300
      *----------------------------------------------------------------*00122400
       1180-99-FIM.                           EXIT.                     00122500
      *----------------------------------------------------------------*00122600
                                                                        00122700
      *----------------------------------------------------------------*00122800
       1185-TESTAR-WRK-FS-DADOSBAN            SECTION.                  00122900
      *----------------------------------------------------------------*00123000
                                                                        00123100
           IF WRK-FS-DADOSBAN NOT EQUAL ZEROS                           00123200
            AND WRK-FS-DADOSBAN NOT EQUAL '10'                          00123300
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00123400
              MOVE 'ERRO NO ARQUIVO DADOSBAN'    TO WRK-MENSAGEM        00123500
              MOVE '1185'                        TO WRK-SECAO           00123600
              MOVE WRK-FS-DADOSBAN               TO WRK-STATUS          00123700
              PERFORM 9000-TRATAR-ERRO                                  00123800
           END-IF.                                                      00123900
                                                                        00124000
      *----------------------------------------------------------------*00124100
       1185-99-FIM.                           EXIT.                     00124200
      *----------------------------------------------------------------*00124300
                                                                        00124400
      *----------------------------------------------------------------*00124500
       1190-TESTAR-WRK-FS-BANFUS              SECTION.                  00124600
      *----------------------------------------------------------------*00124700
                                                                        00124800
           IF WRK-FS-BANFUS NOT EQUAL ZEROS                             00124900
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00125000
              MOVE 'ERRO NO ARQUIVO BANFUS'      TO WRK-MENSAGEM        00125100
              MOVE '1190'                        TO WRK-SECAO           00125200
              MOVE WRK-FS-BANFUS                 TO WRK-STATUS          00125300
              PERFORM 9000-TRATAR-ERRO                                  00125400
           END-IF.                                                      00125500
                                                                        00125600
      *----------------------------------------------------------------*00125700
       1190-99-FIM.                           EXIT.                     00125800
      *----------------------------------------------------------------*00125900
                                                                        00126000
      *----------------------------------------------------------------*00126100
       1195-TESTAR-WRK-FS-RELFUS              SECTION.                  00126200
      *----------------------------------------------------------------*00126300
                                                                        00126400
           IF WRK-FS-RELFUS NOT EQUAL ZEROS                             00126500
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00126600
              MOVE 'ERRO NO ARQUIVO RELFUS'      TO WRK-MENSAGEM        00126700
              MOVE '1195'                        TO WRK-SECAO           00126800
              MOVE WRK-FS-RELFUS                 TO WRK-STATUS          00126900
              PERFORM 9000-TRATAR-ERRO                                  00127000
           END-IF.                                                      00127100
                                                                        00127200
      *----------------------------------------------------------------*00127300
       1195-99-FIM.                           EXIT.                     00127400
      *----------------------------------------------------------------*00127500
                                                                        00127600
      ******************************************************************00127700
      *   A T R I B U I R   C O N T A S   N O V A S   ( C L I 2 5 0 5 )*00127800
      ******************************************************************00127900
                                                                        00128000
      *----------------------------------------------------------------*00128100
      *    PRIMEIRA PASSADA: MAIOR CONTA DE CADA DESTINO E SALDOS      *00128200
      *    ANTES; SEGUNDA PASSADA: RENUMERA, MONTA A XREF E GRAVA      *00128300
      *----------------------------------------------------------------*00128400
       2000-ATRIBUIR-CONTAS                   SECTION.                  00128500
      *----------------------------------------------------------------*00128600
                                                                        00128700
           PERFORM 2100-LEVANTAR-CONTA                                  00128800
                   UNTIL WRK-FS-CLI2505 EQUAL '10'                      00128900
                                                                        00129000
           PERFORM 2150-CONFERIR-FAIXA                                  00129100
                   VARYING WRK-IDX-DST FROM 1 BY 1                      00129200
                   UNTIL WRK-IDX-DST GREATER WRK-QTD-DESTINOS           00129300
                                                                        00129400
           CLOSE CLI2505                                                00129500
           OPEN INPUT CLI2505                                           00129600
           PERFORM 1105-TESTAR-WRK-FS-CLI2505                           00129700
                                                                        00129800
           SET WRK-IDX-PRV            TO 1                              00129900
           PERFORM 2200-RENUMERAR-CONTA                                 00130000
                   UNTIL WRK-FS-CLI2505 EQUAL '10'                      00130100
                                                                        00130200
           CLOSE CLI2505                                                00130300
                 CLIFUS.                                                00130400
                                                                        00130500
      *----------------------------------------------------------------*00130600
       2000-99-FIM.                           EXIT.                     00130700
      *----------------------------------------------------------------*00130800
                                                                        00130900
      *----------------------------------------------------------------*00131000
       2100-LEVANTAR-CONTA                    SECTION.                  00131100
      *----------------------------------------------------------------*00131200
                                                                        00131300
           READ CLI2505                                                 00131400
                                                                        00131500
           IF WRK-FS-CLI2505 EQUAL '10'                                 00131600
              GO                  TO 2100-99-FIM                        00131700
           END-IF                                                       00131800
                                                                        00131900
           PERFORM 1105-TESTAR-WRK-FS-CLI2505                           00132000
                                                                        00132100
           IF FD-CLI2505-H-TIPO EQUAL '0000'                            00132200
            OR FD-CLI2505-H-TIPO EQUAL '9999'                           00132300
              GO                  TO 2100-99-FIM                        00132400
           END-IF                                                       00132500
                                                                        00132600
           MOVE FD-CLI2505-AGENCIA    TO WRK-AGE-PROCURA                00132700
           PERFORM 2900-PROCURAR-PAR                                    00132800
                                                                        00132900
           IF WRK-ACHOU-PAR-SIM                                         00133000
              ADD 1                   TO WRK-PAR-QTD-ANTES (WRK-IDX-PAR)00133100
              ADD FD-CLI2505-SALDO    TO WRK-PAR-SALDO-ANTES            00133200
                                          (WRK-IDX-PAR)                 00133300
              SET WRK-IDX-DST         TO WRK-PAR-DESTINO (WRK-IDX-PAR)  00133400
              ADD 1                   TO WRK-DST-QTD-NOVAS (WRK-IDX-DST)00133500
              GO                  TO 2100-99-FIM                        00133600
           END-IF                                                       00133700
                                                                        00133800
           PERFORM 2950-PROCURAR-DESTINO                                00133900
                                                                        00134000
           IF WRK-ACHOU-DESTINO-SIM                                     00134100
              ADD 1                   TO WRK-DST-QTD-ANTES (WRK-IDX-DST)00134200
              ADD FD-CLI2505-SALDO    TO WRK-DST-SALDO-ANTES            00134300
                                          (WRK-IDX-DST)                 00134400
              IF FD-CLI2505-CONTA GREATER WRK-DST-ULT-CONTA             00134500
                                          (WRK-IDX-DST)                 00134600
                 MOVE FD-CLI2505-CONTA TO WRK-DST-ULT-CONTA             00134700
                                          (WRK-IDX-DST)                 00134800
              END-IF                                                    00134900
           END-IF.                                                      00135000
                                                                        00135100
      *----------------------------------------------------------------*00135200
       2100-99-FIM.                           EXIT.                     00135300
      *----------------------------------------------------------------*00135400
                                                                        00135500
      *----------------------------------------------------------------*00135600
      *    AS CONTAS NOVAS TEM DE CABER ACIMA DA MAIOR CONTA DO DESTINO*00135700
      *----------------------------------------------------------------*00135800
       2150-CONFERIR-FAIXA                    SECTION.                  00135900
      *----------------------------------------------------------------*00136000
                                                                        00136100
           IF WRK-DST-ULT-CONTA (WRK-IDX-DST) +                         00136200
              WRK-DST-QTD-NOVAS (WRK-IDX-DST) GREATER 999999            00136300
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00136400
              MOVE 'FAIXA DE CONTAS ESGOTADA NO DESTINO'                00136500
                                                 TO WRK-MENSAGEM        00136600
              MOVE '2150'                        TO WRK-SECAO           00136700
              MOVE WRK-DST-AGENCIA (WRK-IDX-DST) TO WRK-STATUS          00136800
              PERFORM 9000-TRATAR-ERRO                                  00136900
           END-IF.                                                      00137000
                                                                        00137100
      *----------------------------------------------------------------*00137200
       2150-99-FIM.                           EXIT.                     00137300
      *----------------------------------------------------------------*00137400
                                                                        00137500
      *----------------------------------------------------------------*00137600
       2200-RENUMERAR-CONTA                   SECTION.                  00137700
      *----------------------------------------------------------------*00137800
                                                                        00137900
           READ CLI2505                                                 00138000
                                                                        00138100
           IF WRK-FS-CLI2505 EQUAL '10'                                 00138200
              GO                  TO 2200-99-FIM                        00138300
           END-IF                                                       00138400
                                                                        00138500
           PERFORM 1105-TESTAR-WRK-FS-CLI2505                           00138600
                                                                        00138700
           EVALUATE FD-CLI2505-H-TIPO                                   00138800
             WHEN '0000'                                                00138900
              MOVE WRK-DATA-EXEC      TO FD-CLI2505-H-DATA              00139000
              MOVE 'FR05EX58'         TO FD-CLI2505-H-ORIGEM            00139100
              WRITE FD-CLIFUS         FROM FD-CLI2505                   00139200
              PERFORM 1110-TESTAR-WRK-FS-CLIFUS                         00139300
              GO                  TO 2200-99-FIM                        00139400
             WHEN '9999'                                                00139500
              WRITE FD-CLIFUS         FROM FD-CLI2505                   00139600
              PERFORM 1110-TESTAR-WRK-FS-CLIFUS                         00139700
              GO                  TO 2200-99-FIM                        00139800
           END-EVALUATE                                                 00139900
                                                                        00140000
           MOVE FD-CLI2505-AGENCIA    TO WRK-AGE-PROCURA                00140100
           PERFORM 2900-PROCURAR-PAR                                    00140200
                                                                        00140300
           IF WRK-ACHOU-PAR-SIM                                         00140400
              PERFORM 2300-INCLUIR-XREF                                 00140500
           END-IF                                                       00140600
                                                                        00140700
           MOVE FD-CLI2505-CHAVE      TO WRK-CHAVE-REG                  00140800
           MOVE FD-CLI2505-SALDO      TO WRK-VALOR-REG                  00140900
           MOVE ZEROS                 TO WRK-ID-REG                     00141000
           PERFORM 4900-RECHAVEAR-REGISTRO                              00141100
           MOVE WRK-CHAVE-REG         TO FD-CLI2505-CHAVE               00141200
                                                                        00141300
           WRITE FD-CLIFUS            FROM FD-CLI2505                   00141400
           PERFORM 1110-TESTAR-WRK-FS-CLIFUS                            00141500
           PERFORM 4950-SOMAR-GRAVADO                                   00141600
                                                                        00141700
      *    SALDOS DEPOIS, POR AGENCIA DE DESTINO E DE ORIGEM          * 00141800
           MOVE FD-CLI2505-AGENCIA    TO WRK-AGE-PROCURA                00141900
           PERFORM 2950-PROCURAR-DESTINO                                00142000
           IF WRK-ACHOU-DESTINO-SIM                                     00142100
              ADD 1                   TO WRK-DST-QTD-DEPOIS             00142200
                                          (WRK-IDX-DST)                 00142300
              ADD FD-CLI2505-SALDO    TO WRK-DST-SALDO-DEPOIS           00142400
                                          (WRK-IDX-DST)                 00142500
           END-IF                                                       00142600
                                                                        00142700
           PERFORM 2900-PROCURAR-PAR                                    00142800
           IF WRK-ACHOU-PAR-SIM                                         00142900
              ADD 1                   TO WRK-PAR-QTD-DEPOIS             00143000
                                          (WRK-IDX-PAR)                 00143100
              ADD FD-CLI2505-SALDO    TO WRK-PAR-SALDO-DEPOIS           00143200
                                          (WRK-IDX-PAR)                 00143300
           END-IF.                                                      00143400
                                                                        00143500
      *----------------------------------------------------------------*00143600
       2200-99-FIM.                           EXIT.                     00143700
      *----------------------------------------------------------------*00143800
                                                                        00143900
      *----------------------------------------------------------------*00144000
      *    PROXIMA CONTA DO DESTINO PARA A CONTA DA AGENCIA FUNDIDA.   *00144100
      *    O CADASTRO VEM EM ORDEM DE CHAVE, ENTAO A TABELA JA NASCE   *00144200
      *    EM ORDEM DE CHAVE ANTIGA (SEARCH ALL)                       *00144300
      *----------------------------------------------------------------*00144400
       2300-INCLUIR-XREF                      SECTION.                  00144500
      *----------------------------------------------------------------*00144600
                                                                        00144700
           IF WRK-QTD-XREF NOT LESS WRK-MAX-XREF                        00144800
              MOVE 'FR05EX58'                    TO WRK-PROGRAMA        00144900
              MOVE 'TABELA DA XREF ESTOURADA'    TO WRK-MENSAGEM        00145000
              MOVE '2300'                        TO WRK-SECAO           00145100
              MOVE WRK-MAX-XREF                  TO WRK-STATUS          00145200
              PERFORM 9000-TRATAR-ERRO                                  00145300
           END-IF                                                       00145400
                                                                        00145500
           SET WRK-IDX-DST            TO WRK-PAR-DESTINO (WRK-IDX-PAR)  00145600
           ADD 1                      TO WRK-DST-ULT-CONTA (WRK-IDX-DST)00145700
           MOVE WRK-DST-AGENCIA (WRK-IDX-DST)                           00145800
                                      TO WRK-CN-AGENCIA                 00145900
           MOVE WRK-DST-ULT-CONTA (WRK-IDX-DST)                         00146000
                                      TO WRK-CN-CONTA                   00146100
                                                                        00146200
           ADD 1                      TO WRK-QTD-XREF                   00146300
           SET WRK-IDX-XRF            TO WRK-QTD-XREF                   00146400
           MOVE FD-CLI2505-CHAVE      TO WRK-XRF-ANT (WRK-IDX-XRF)      00146500
           MOVE WRK-CHAVE-NOVA        TO WRK-XRF-NOVA (WRK-IDX-XRF)     00146600
           ADD 1                      TO ACUM-XREF-NOVAS.               00146700
                                                                        00146800
      *----------------------------------------------------------------*00146900
       2300-99-FIM.                           EXIT.                     00147000
      *----------------------------------------------------------------*00147100
                                                                        00147200
      *----------------------------------------------------------------*00147300
       2900-PROCURAR-PAR                      SECTION.                  00147400
      *----------------------------------------------------------------*00147500
                                                                        00147600
           MOVE 'N'                   TO WRK-ACHOU-PAR                  00147700
           SET WRK-IDX-PAR            TO 1                              00147800
                                                                        00147900
           SEARCH WRK-TAB-PAR                                           00148000
             AT END                                                     00148100
                CONTINUE                                                00148200
             WHEN WRK-IDX-PAR GREATER WRK-QTD-PARES                     00148300
                CONTINUE                                                00148400
             WHEN WRK-PAR-DE (WRK-IDX-PAR) EQUAL WRK-AGE-PROCURA        00148500
                MOVE 'S'              TO WRK-ACHOU-PAR                  00148600
           END-SEARCH.                                                  00148700
                                                                        00148800
      *----------------------------------------------------------------*00148900
       2900-99-FIM.                           EXIT.                     00149000
      *----------------------------------------------------------------*00149100
                                                                        00149200
      *----------------------------------------------------------------*00149300
       2950-PROCURAR-DESTINO                  SECTION.                  00149400
      *----------------------------------------------------------------*00149500
                                                                        00149600
           MOVE 'N'                   TO WRK-ACHOU-DESTINO              00149700
           SET WRK-IDX-DST            TO 1                              00149800
                                                                        00149900
           SEARCH WRK-TAB-DST                                           00150000
             AT END                                                     00150100
                CONTINUE                                                00150200
             WHEN WRK-IDX-DST GREATER WRK-QTD-DESTINOS                  00150300
                CONTINUE                                                00150400
             WHEN WRK-DST-AGENCIA (WRK-IDX-DST) EQUAL WRK-AGE-PROCURA   00150500
                MOVE 'S'              TO WRK-ACHOU-DESTINO              00150600
           END-SEARCH.                                                  00150700
                                                                        00150800
      *----------------------------------------------------------------*00150900
       2950-99-FIM.                           EXIT.                     00151000
      *----------------------------------------------------------------*00151100
                                                                        00151200
      ******************************************************************00151300
      *       G R A V A R   A   R E F E R E N C I A   C R U Z A D A    *00151400
      ******************************************************************00151500
                                                                        00151600
      *----------------------------------------------------------------*00151700
      *    INTERCALA A XREF ANTERIOR (SO O QUE AINDA ESTA EM CARENCIA) *00151800
      *    COM A DESTA FUSAO, AMBAS EM ORDEM DE CHAVE ANTIGA           *00151900
      *----------------------------------------------------------------*00152000
       3000-GRAVAR-XREF                       SECTION.                  00152100
      *----------------------------------------------------------------*00152200
                                                                        00152300
           MOVE 1                     TO WRK-POS-XREF                   00152400
           PERFORM 3100-LER-XREFANT                                     00152500
           PERFORM 3200-POSICIONAR-TABELA                               00152600
                                                                        00152700
           PERFORM 3300-INTERCALAR-XREF                                 00152800
                   UNTIL WRK-CHAVE-XRA EQUAL HIGH-VALUES                00152900
                   AND   WRK-CHAVE-XRT EQUAL HIGH-VALUES                00153000
                                                                        00153100
           IF NOT WRK-SEM-XREFANT-SIM                                   00153200
              CLOSE XREFANT                                             00153300
           END-IF                                                       00153400
                                                                        00153500
           CLOSE XREFNOV.                                               00153600
                                                                        00153700
      *----------------------------------------------------------------*00153800
       3000-99-FIM.                           EXIT.                     00153900
      *----------------------------------------------------------------*00154000
                                                                        00154100
      *----------------------------------------------------------------*00154200
       3100-LER-XREFANT                       SECTION.                  00154300
      *----------------------------------------------------------------*00154400
                                                                        00154500
           IF WRK-FS-XREFANT EQUAL '10'                                 00154600
              MOVE HIGH-VALUES        TO WRK-CHAVE-XRA                  00154700
              GO                  TO 3100-99-FIM                        00154800
           END-IF                                                       00154900
                                                                        00155000
           READ XREFANT                                                 00155100
                                                                        00155200
           IF WRK-FS-XREFANT EQUAL '10'                                 00155300
              MOVE HIGH-VALUES        TO WRK-CHAVE-XRA                  00155400
              GO                  TO 3100-99-FIM                        00155500
           END-IF                                                       00155600
                                                                        00155700
           PERFORM 1115-TESTAR-WRK-FS-XREFANT                           00155800
                                                                        00155900
           MOVE FD-XRF-CHAVE-ANT      TO WRK-CHAVE-XRA.                 00156000
                                                                        00156100
      *----------------------------------------------------------------*00156200
       3100-99-FIM.                           EXIT.                     00156300
      *----------------------------------------------------------------*00156400
                                                                        00156500
      *----------------------------------------------------------------*00156600
       3200-POSICIONAR-TABELA                 SECTION.                  00156700
      *----------------------------------------------------------------*00156800
                                                                        00156900
           IF WRK-POS-XREF GREATER WRK-QTD-XREF                         00157000
              MOVE HIGH-VALUES        TO WRK-CHAVE-XRT                  00157100
           ELSE                                                         00157200
              MOVE WRK-XRF-ANT (WRK-POS-XREF)                           00157300
                                      TO WRK-CHAVE-XRT                  00157400
           END-IF.                                                      00157500
                                                                        00157600
      *----------------------------------------------------------------*00157700
       3200-99-FIM.                           EXIT.                     00157800
      *----------------------------------------------------------------*00157900
                                                                        00158000
      *----------------------------------------------------------------*00158100
       3300-INTERCALAR-XREF                   SECTION.                  00158200
      *----------------------------------------------------------------*00158300
                                                                        00158400
           IF WRK-CHAVE-XRA LESS WRK-CHAVE-XRT                          00158500
              PERFORM 3400-MANTER-XREF-ANTERIOR                         00158600
              PERFORM 3100-LER-XREFANT                                  00158700
           ELSE                                                         00158800
      *       CHAVE ANTIGA REPETIDA: VALE A DESTA FUSAO               * 00158900
              IF WRK-CHAVE-XRA EQUAL WRK-CHAVE-XRT                      00159000
                 PERFORM 3100-LER-XREFANT                               00159100
              END-IF                                                    00159200
              PERFORM 3500-GRAVAR-XREF-NOVA                             00159300
              ADD 1                   TO WRK-POS-XREF                   00159400
              PERFORM 3200-POSICIONAR-TABELA                            00159500
           END-IF.                                                      00159600
                                                                        00159700
      *----------------------------------------------------------------*00159800
       3300-99-FIM.                           EXIT.                     00159900
      *----------------------------------------------------------------*00160000
                                                                        00160100
      *----------------------------------------------------------------*00160200
      *    ENTRADA ANTERIOR EM CARENCIA SEGUE; SE A CONTA NOVA DELA    *00160300
      *    FOI FUNDIDA DE NOVO AGORA, PASSA A APONTAR PARA A ULTIMA    *00160400
      *----------------------------------------------------------------*00160500
       3400-MANTER-XREF-ANTERIOR              SECTION.                  00160600
      *----------------------------------------------------------------*00160700
                                                                        00160800
           IF FD-XRF-DATA-LIMITE LESS WRK-DATA-EXEC                     00160900
              ADD 1                   TO ACUM-XREF-VENCIDAS             00161000
              GO                  TO 3400-99-FIM                        00161100
           END-IF                                                       00161200
                                                                        00161300
           MOVE FD-XREFC              TO WRK-XRF-SAIDA                  00161400
                                                                        00161500
           MOVE FD-XRF-CHAVE-NOVA     TO WRK-CHAVE-PROCURA              00161600
           PERFORM 3900-PROCURAR-XREF                                   00161700
           IF WRK-ACHOU-XREF-SIM                                        00161800
              MOVE WRK-XRF-NOVA (WRK-IDX-XRF)                           00161900
                                      TO WRK-XS-CHAVE-NOVA              00162000
              ADD 1                   TO ACUM-XREF-REMAPEADAS           00162100
           END-IF                                                       00162200
                                                                        00162300
           WRITE FD-XREFNOV           FROM WRK-XRF-SAIDA                00162400
           PERFORM 1120-TESTAR-WRK-FS-XREFNOV                           00162500
           ADD 1                      TO ACUM-XREF-MANTIDAS.            00162600
                                                                        00162700
      *----------------------------------------------------------------*00162800
       3400-99-FIM.                           EXIT.                     00162900
      *----------------------------------------------------------------*00163000
                                                                        00163100
      *----------------------------------------------------------------*00163200
       3500-GRAVAR-XREF-NOVA                  SECTION.                  00163300
      *----------------------------------------------------------------*00163400
                                                                        00163500
           MOVE SPACES                TO WRK-XRF-SAIDA                  00163600
           MOVE WRK-XRF-ANT (WRK-POS-XREF)                              00163700
                                      TO WRK-XS-CHAVE-ANT               00163800
           MOVE WRK-XRF-NOVA (WRK-POS-XREF)                             00163900
                                      TO WRK-XS-CHAVE-NOVA              00164000
           MOVE WRK-DATA-EXEC         TO WRK-XS-DATA-FUSAO              00164100
           MOVE WRK-DATA-LIMITE       TO WRK-XS-DATA-LIMITE             00164200
                                                                        00164300
           WRITE FD-XREFNOV           FROM WRK-XRF-SAIDA                00164400
           PERFORM 1120-TESTAR-WRK-FS-XREFNOV.                          00164500
                                                                        00164600
      *----------------------------------------------------------------*00164700
       3500-99-FIM.                           EXIT.                     00164800
      *----------------------------------------------------------------*00164900
                                                                        00165000
      *----------------------------------------------------------------*00165100
       3900-PROCURAR-XREF                     SECTION.                  00165200
      *----------------------------------------------------------------*00165300
                                                                        00165400
           MOVE 'N'                   TO WRK-ACHOU-XREF                 00165500
                                                                        00165600
           IF WRK-QTD-XREF EQUAL ZEROS                                  00165700
              GO                  TO 3900-99-FIM                        00165800
           END-IF                                                       00165900
                                                                        00166000
           SEARCH ALL WRK-TAB-XRF                                       00166100
             AT END                                                     00166200
                CONTINUE                                                00166300
             WHEN WRK-XRF-ANT (WRK-IDX-XRF) EQUAL WRK-CHAVE-PROCURA     00166400
                MOVE 'S'              TO WRK-ACHOU-XREF                 00166500
           END-SEARCH.                                                  00166600
                                                                        00166700
      *----------------------------------------------------------------*00166800
       3900-99-FIM.                           EXIT.                     00166900
      *----------------------------------------------------------------*00167000
                                                                        00167100
      ******************************************************************00167200
      *     R E C H A V E A R   A R Q U I V O S   D E P E N D E N T E S*00167300
      ******************************************************************00167400
                                                                        00167500
      *----------------------------------------------------------------*00167600
       4100-RECHAVEAR-ENDCLI                  SECTION.                  00167700
      *----------------------------------------------------------------*00167800
                                                                        00167900
           SET WRK-IDX-PRV            TO 2                              00168000
                                                                        00168100
           PERFORM 4110-TRATAR-ENDCLI                                   00168200
                   UNTIL WRK-FS-ENDCLI EQUAL '10'                       00168300
                                                                        00168400
           CLOSE ENDCLI                                                 00168500
                 ENDFUS.                                                00168600
                                                                        00168700
      *----------------------------------------------------------------*00168800
       4100-99-FIM.                           EXIT.                     00168900
      *----------------------------------------------------------------*00169000
                                                                        00169100
      *----------------------------------------------------------------*00169200
       4110-TRATAR-ENDCLI                     SECTION.                  00169300
      *----------------------------------------------------------------*00169400
                                                                        00169500
           READ ENDCLI                                                  00169600
                                                                        00169700
           IF WRK-FS-ENDCLI EQUAL '10'                                  00169800
              GO                  TO 4110-99-FIM                        00169900
           END-IF                                                       00170000
                                                                        00170100
           PERFORM 1125-TESTAR-WRK-FS-ENDCLI                            00170200
                                                                        00170300
           MOVE FD-END-CHAVE          TO WRK-CHAVE-REG                  00170400
           MOVE ZEROS                 TO WRK-VALOR-REG                  00170500
           MOVE ZEROS                 TO WRK-ID-REG                     00170600
           PERFORM 4900-RECHAVEAR-REGISTRO                              00170700
           MOVE WRK-CHAVE-REG         TO FD-END-CHAVE                   00170800
                                                                        00170900
           WRITE FD-ENDFUS            FROM FD-ENDCLI                    00171000
           PERFORM 1130-TESTAR-WRK-FS-ENDFUS                            00171100
           PERFORM 4950-SOMAR-GRAVADO.                                  00171200
                                                                        00171300
      *----------------------------------------------------------------*00171400
       4110-99-FIM.                           EXIT.                     00171500
      *----------------------------------------------------------------*00171600
                                                                        00171700
      *----------------------------------------------------------------*00171800
       4200-RECHAVEAR-DEBAUTO                 SECTION.                  00171900
      *----------------------------------------------------------------*00172000
                                                                        00172100
           SET WRK-IDX-PRV            TO 3                              00172200
                                                                        00172300
           PERFORM 4210-TRATAR-DEBAUTO                                  00172400
                   UNTIL WRK-FS-DEBAUTO EQUAL '10'                      00172500
                                                                        00172600
           CLOSE DEBAUTO                                                00172700
                 DEBFUS.                                                00172800
                                                                        00172900
      *----------------------------------------------------------------*00173000
       4200-99-FIM.                           EXIT.                     00173100
      *----------------------------------------------------------------*00173200
                                                                        00173300
      *----------------------------------------------------------------*00173400
       4210-TRATAR-DEBAUTO                    SECTION.                  00173500
      *----------------------------------------------------------------*00173600
                                                                        00173700
           READ DEBAUTO                                                 00173800
                                                                        00173900
           IF WRK-FS-DEBAUTO EQUAL '10'                                 00174000
              GO                  TO 4210-99-FIM                        00174100
           END-IF                                                       00174200
                                                                        00174300
           PERFORM 1135-TESTAR-WRK-FS-DEBAUTO                           00174400
                                                                        00174500
           MOVE FD-DEB-CHAVE          TO WRK-CHAVE-REG                  00174600
           MOVE FD-DEB-VALOR          TO WRK-VALOR-REG                  00174700
           MOVE ZEROS                 TO WRK-ID-REG                     00174800
           PERFORM 4900-RECHAVEAR-REGISTRO                              00174900
           MOVE WRK-CHAVE-REG         TO FD-DEB-CHAVE                   00175000
                                                                        00175100
           WRITE FD-DEBFUS            FROM FD-DEBAUTO                   00175200
           PERFORM 1140-TESTAR-WRK-FS-DEBFUS                            00175300
           PERFORM 4950-SOMAR-GRAVADO.                                  00175400
                                                                        00175500
      *----------------------------------------------------------------*00175600
       4210-99-FIM.                           EXIT.                     00175700
      *----------------------------------------------------------------*00175800
                                                                        00175900
      *----------------------------------------------------------------*00176000
       4300-RECHAVEAR-DEVACUM                 SECTION.                  00176100
      *----------------------------------------------------------------*00176200
                                                                        00176300
           SET WRK-IDX-PRV            TO 4                              00176400
                                                                        00176500
           PERFORM 4310-TRATAR-DEVACUM                                  00176600
                   UNTIL WRK-FS-DEVACUM EQUAL '10'                      00176700
                                                                        00176800
           CLOSE DEVACUM                                                00176900
                 DEVFUS.                                                00177000
                                                                        00177100
      *----------------------------------------------------------------*00177200
       4300-99-FIM.                           EXIT.                     00177300
      *----------------------------------------------------------------*00177400
                                                                        00177500
      *----------------------------------------------------------------*00177600
       4310-TRATAR-DEVACUM                    SECTION.                  00177700
      *----------------------------------------------------------------*00177800
                                                                        00177900
           READ DEVACUM                                                 00178000
                                                                        00178100
           IF WRK-FS-DEVACUM EQUAL '10'                                 00178200
              GO                  TO 4310-99-FIM                        00178300
           END-IF                                                       00178400
                                                                        00178500
           PERFORM 1145-TESTAR-WRK-FS-DEVACUM                           00178600
                                                                        00178700
           MOVE FD-DEV-CHAVE          TO WRK-CHAVE-REG                  00178800
           MOVE FD-DEV-SALDO-DEVEDOR  TO WRK-VALOR-REG                  00178900
           MOVE ZEROS                 TO WRK-ID-REG                     00179000
           PERFORM 4900-RECHAVEAR-REGISTRO                              00179100
           MOVE WRK-CHAVE-REG         TO FD-DEV-CHAVE                   00179200
                                                                        00179300
           WRITE FD-DEVFUS            FROM FD-DEVACUM                   00179400
           PERFORM 1150-TESTAR-WRK-FS-DEVFUS                            00179500
           PERFORM 4950-SOMAR-GRAVADO.                                  00179600
                                                                        00179700
      *----------------------------------------------------------------*00179800
       4310-99-FIM.                           EXIT.                     00179900
      *----------------------------------------------------------------*00180000
                                                                        00180100
      *----------------------------------------------------------------*00180200
       4400-RECHAVEAR-JURACUM                 SECTION.                  00180300
      *----------------------------------------------------------------*00180400
                                                                        00180500
           SET WRK-IDX-PRV            TO 5                              00180600
                                                                        00180700
           PERFORM 4410-TRATAR-JURACUM                                  00180800
                   UNTIL WRK-FS-JURACUM EQUAL '10'                      00180900
                                                                        00181000
           CLOSE JURACUM                                                00181100
                 JURFUS.                                                00181200
                                                                        00181300
      *----------------------------------------------------------------*00181400
       4400-99-FIM.                           EXIT.                     00181500
      *----------------------------------------------------------------*00181600
                                                                        00181700
      *----------------------------------------------------------------*00181800
       4410-TRATAR-JURACUM                    SECTION.                  00181900
      *----------------------------------------------------------------*00182000
                                                                        00182100
           READ JURACUM                                                 00182200
                                                                        00182300
           IF WRK-FS-JURACUM EQUAL '10'                                 00182400
              GO                  TO 4410-99-FIM                        00182500
           END-IF                                                       00182600
                                                                        00182700
           PERFORM 1155-TESTAR-WRK-FS-JURACUM                           00182800
                                                                        00182900
           MOVE FD-JUR-CHAVE          TO WRK-CHAVE-REG                  00183000
           COMPUTE WRK-VALOR-REG      = FD-JUR-VALOR-ACUM +             00183100
                                        FD-JUR-IOF-ACUM                 00183200
           MOVE ZEROS                 TO WRK-ID-REG                     00183300
           PERFORM 4900-RECHAVEAR-REGISTRO                              00183400
           MOVE WRK-CHAVE-REG         TO FD-JUR-CHAVE                   00183500
                                                                        00183600
           WRITE FD-JURFUS            FROM FD-JURACUM                   00183700
           PERFORM 1160-TESTAR-WRK-FS-JURFUS                            00183800
           PERFORM 4950-SOMAR-GRAVADO.                                  00183900
                                                                        00184000
      *----------------------------------------------------------------*00184100
       4410-99-FIM.                           EXIT.                     00184200
      *----------------------------------------------------------------*00184300
                                                                        00184400
      *----------------------------------------------------------------*00184500
       4500-RECHAVEAR-MEDSAL                  SECTION.                  00184600
      *----------------------------------------------------------------*00184700
                                                                        00184800
           SET WRK-IDX-PRV            TO 6                              00184900
                                                                        00185000
           PERFORM 4510-TRATAR-MEDSAL                                   00185100
                   UNTIL WRK-FS-MEDSAL EQUAL '10'                       00185200
                                                                        00185300
           CLOSE MEDSAL                                                 00185400
                 MEDFUS.                                                00185500
                                                                        00185600
      *----------------------------------------------------------------*00185700
       4500-99-FIM.                           EXIT.                     00185800
      *----------------------------------------------------------------*00185900
                                                                        00186000
      *----------------------------------------------------------------*00186100
       4510-TRATAR-MEDSAL                     SECTION.                  00186200
      *----------------------------------------------------------------*00186300
                                                                        00186400
           READ MEDSAL                                                  00186500
                                                                        00186600
           IF WRK-FS-MEDSAL EQUAL '10'                                  00186700
              GO                  TO 4510-99-FIM                        00186800
           END-IF                                                       00186900
                                                                        00187000
           PERFORM 1165-TESTAR-WRK-FS-MEDSAL                            00187100
                                                                        00187200
           MOVE FD-MED-CHAVE          TO WRK-CHAVE-REG                  00187300
           MOVE FD-MED-SALDO-MEDIO    TO WRK-VALOR-REG                  00187400
           MOVE ZEROS                 TO WRK-ID-REG                     00187500
           PERFORM 4900-RECHAVEAR-REGISTRO                              00187600
           MOVE WRK-CHAVE-REG         TO FD-MED-CHAVE                   00187700
                                                                        00187800
           WRITE FD-MEDFUS            FROM FD-MEDSAL                    00187900
           PERFORM 1170-TESTAR-WRK-FS-MEDFUS                            00188000
           PERFORM 4950-SOMAR-GRAVADO.                                  00188100
                                                                        00188200
      *----------------------------------------------------------------*00188300
       4510-99-FIM.                           EXIT.                     00188400
      *----------------------------------------------------------------*00188500
                                                                        00188600
      *----------------------------------------------------------------*00188700
       4600-RECHAVEAR-MOVHIST                 SECTION.                  00188800
      *----------------------------------------------------------------*00188900
                                                                        00189000
           SET WRK-IDX-PRV            TO 7                              00189100
                                                                        00189200
           PERFORM 4610-TRATAR-MOVHIST                                  00189300
                   UNTIL WRK-FS-MOVHIST EQUAL '10'                      00189400
                                                                        00189500
           CLOSE MOVHIST                                                00189600
                 MOVFUS.                                                00189700
                                                                        00189800
      *----------------------------------------------------------------*00189900
       4600-99-FIM.                           EXIT.                     00190000
      *----------------------------------------------------------------*00190100
                                                                        00190200
      *----------------------------------------------------------------*00190300
       4610-TRATAR-MOVHIST                    SECTION.                  00190400
      *----------------------------------------------------------------*00190500
                                                                        00190600
           READ MOVHIST                                                 00190700
                                                                        00190800
           IF WRK-FS-MOVHIST EQUAL '10'                                 00190900
              GO                  TO 4610-99-FIM                        00191000
           END-IF                                                       00191100
                                                                        00191200
           PERFORM 1175-TESTAR-WRK-FS-MOVHIST                           00191300
                                                                        00191400
           MOVE FD-MOVHIST-CHAVE      TO WRK-CHAVE-REG                  00191500
           MOVE FD-MOVHIST-VALOR      TO WRK-VALOR-REG                  00191600
           MOVE ZEROS                 TO WRK-ID-REG                     00191700
           PERFORM 4900-RECHAVEAR-REGISTRO                              00191800
           MOVE WRK-CHAVE-REG         TO FD-MOVHIST-CHAVE               00191900
                                                                        00192000
           WRITE FD-MOVFUS            FROM FD-MOVHIST                   00192100
           PERFORM 1180-TESTAR-WRK-FS-MOVFUS                            00192200
           PERFORM 4950-SOMAR-GRAVADO.                                  00192300
                                                                        00192400
      *----------------------------------------------------------------*00192500
       4610-99-FIM.                           EXIT.                     00192600
      *----------------------------------------------------------------*00192700
                                                                        00192800
      *----------------------------------------------------------------*00192900
      *    CONTA DE BANCO 001 (CASA) E RECHAVEADA; CONTA EM OUTRO      *00193000
      *    BANCO SO E CONTADA NA PROVA                                 *00193100
      *----------------------------------------------------------------*00193200
       4700-RECHAVEAR-DADOSBAN                SECTION.                  00193300
      *----------------------------------------------------------------*00193400
                                                                        00193500
           SET WRK-IDX-PRV            TO 8                              00193600
                                                                        00193700
           PERFORM 4710-TRATAR-DADOSBAN                                 00193800
                   UNTIL WRK-FS-DADOSBAN EQUAL '10'                     00193900
                                                                        00194000
           CLOSE DADOSBAN                                               00194100
                 BANFUS.                                                00194200
                                                                        00194300
      *----------------------------------------------------------------*00194400
       4700-99-FIM.                           EXIT.                     00194500
      *----------------------------------------------------------------*00194600
                                                                        00194700
      *----------------------------------------------------------------*00194800
       4710-TRATAR-DADOSBAN                   SECTION.                  00194900
      *----------------------------------------------------------------*00195000
                                                                        00195100
           READ DADOSBAN                                                00195200
                                                                        00195300
           IF WRK-FS-DADOSBAN EQUAL '10'                                00195400
              GO                  TO 4710-99-FIM                        00195500
           END-IF                                                       00195600
                                                                        00195700
           PERFORM 1185-TESTAR-WRK-FS-DADOSBAN                          00195800
                                                                        00195900
           IF FD-BAN-BANCO-INTERNO                                      00196000
              MOVE FD-BAN-AGENCIA     TO WRK-CR-AGENCIA                 00196100
              MOVE FD-BAN-CONTA       TO WRK-CR-CONTA                   00196200
           ELSE                                                         00196300
              MOVE SPACES             TO WRK-CHAVE-REG                  00196400
           END-IF                                                       00196500
                                                                        00196600
           MOVE ZEROS                 TO WRK-VALOR-REG                  00196700
           MOVE FD-BAN-ID             TO WRK-ID-REG                     00196800
           PERFORM 4900-RECHAVEAR-REGISTRO                              00196900
                                                                        00197000
           IF FD-BAN-BANCO-INTERNO                                      00197100
              MOVE WRK-CR-AGENCIA     TO FD-BAN-AGENCIA                 00197200
              MOVE WRK-CR-CONTA       TO FD-BAN-CONTA                   00197300
           END-IF                                                       00197400
                                                                        00197500
           WRITE FD-BANFUS            FROM FD-DADOSBAN                  00197600
           PERFORM 1190-TESTAR-WRK-FS-BANFUS                            00197700
           PERFORM 4950-SOMAR-GRAVADO.                                  00197800
                                                                        00197900
      *----------------------------------------------------------------*00198000
       4710-99-FIM.                           EXIT.                     00198100
      *----------------------------------------------------------------*00198200
                                                                        00198300
      *----------------------------------------------------------------*00198400
      *    TROCA DE CHAVE COMUM A TODOS OS ARQUIVOS: REGISTRO DE       *00198500
      *    AGENCIA FUNDIDA VAI PARA A CHAVE NOVA DA XREF (AUDITADO);   *00198600
      *    SEM XREF (CONTA QUE JA NAO ESTA NO CADASTRO) FICA COMO ESTA *00198700
      *----------------------------------------------------------------*00198800
       4900-RECHAVEAR-REGISTRO                SECTION.                  00198900
      *----------------------------------------------------------------*00199000
                                                                        00199100
           ADD 1                      TO WRK-PRV-LIDOS (WRK-IDX-PRV)    00199200
           ADD WRK-VALOR-REG          TO WRK-PRV-VALOR-LIDO             00199300
                                          (WRK-IDX-PRV)                 00199400
                                                                        00199500
           IF WRK-CR-AGENCIA NOT NUMERIC                                00199600
              GO                  TO 4900-99-FIM                        00199700
           END-IF                                                       00199800
                                                                        00199900
           MOVE WRK-CR-AGENCIA-N      TO WRK-AGE-PROCURA                00200000
           PERFORM 2900-PROCURAR-PAR                                    00200100
                                                                        00200200
           IF NOT WRK-ACHOU-PAR-SIM                                     00200300
              GO                  TO 4900-99-FIM                        00200400
           END-IF                                                       00200500
                                                                        00200600
           ADD 1                      TO WRK-PRV-ORIG-QTD (WRK-IDX-PRV) 00200700
           ADD WRK-VALOR-REG          TO WRK-PRV-ORIG-VALOR             00200800
                                          (WRK-IDX-PRV)                 00200900
                                                                        00201000
           MOVE WRK-CHAVE-REG         TO WRK-CHAVE-PROCURA              00201100
           PERFORM 3900-PROCURAR-XREF                                   00201200
                                                                        00201300
           IF NOT WRK-ACHOU-XREF-SIM                                    00201400
              ADD 1                   TO WRK-PRV-SEMX-QTD (WRK-IDX-PRV) 00201500
              ADD WRK-VALOR-REG       TO WRK-PRV-SEMX-VALOR             00201600
                                          (WRK-IDX-PRV)                 00201700
              ADD 1                   TO ACUM-SEM-XREF                  00201800
              GO                  TO 4900-99-FIM                        00201900
           END-IF                                                       00202000
                                                                        00202100
           MOVE WRK-CHAVE-REG         TO WRK-CHAVE-ANTIGA               00202200
           MOVE WRK-XRF-NOVA (WRK-IDX-XRF)                              00202300
                                      TO WRK-CHAVE-REG                  00202400
           ADD 1                      TO WRK-PRV-RECH-QTD (WRK-IDX-PRV) 00202500
           ADD WRK-VALOR-REG          TO WRK-PRV-RECH-VALOR             00202600
                                          (WRK-IDX-PRV)                 00202700
           ADD 1                      TO ACUM-RECHAVEADOS               00202800
                                                                        00202900
           PERFORM 4990-GRAVAR-AUDITORIA.                               00203000
                                                                        00203100
      *----------------------------------------------------------------*00203200
       4900-99-FIM.                           EXIT.                     00203300
      *----------------------------------------------------------------*00203400
                                                                        00203500
      *----------------------------------------------------------------*00203600
       4950-SOMAR-GRAVADO                     SECTION.                  00203700
      *----------------------------------------------------------------*00203800
                                                                        00203900
           ADD 1                      TO WRK-PRV-GRAVADOS (WRK-IDX-PRV) 00204000
           ADD WRK-VALOR-REG          TO WRK-PRV-VALOR-GRAVADO          00204100
                                          (WRK-IDX-PRV).                00204200
                                                                        00204300
      *----------------------------------------------------------------*00204400
       4950-99-FIM.                           EXIT.                     00204500
      *----------------------------------------------------------------*00204600
                                                                        00204700
      *----------------------------------------------------------------*00204800
       4990-GRAVAR-AUDITORIA                  SECTION.                  00204900
      *----------------------------------------------------------------*00205000
                                                                        00205100
           MOVE 'FR05EX58'            TO WRK-AUD-PROGRAMA               00205200
           MOVE '4900  '              TO WRK-AUD-SECAO                  00205300
           MOVE WRK-PRV-ARQUIVO (WRK-IDX-PRV)                           00205400
                                      TO WRK-AUD-TABELA                 00205500
           MOVE 'A'                   TO WRK-AUD-OPERACAO               00205600
           MOVE WRK-ID-REG            TO WRK-AUD-ID                     00205700
           MOVE 'CHAVE'               TO WRK-AUD-CAMPO                  00205800
           MOVE WRK-CHAVE-ANTIGA      TO WRK-AUD-VALOR-ANTES            00205900
           MOVE WRK-CHAVE-REG         TO WRK-AUD-VALOR-DEPOIS           00206000
           MOVE SPACES                TO WRK-AUD-USUARIO                00206100
           MOVE WRK-CHAVE-ANTIGA      TO WRK-AUD-CHAVE                  00206200
           CALL 'GRAVAUD'             USING WRK-AUDITORIA.              00206300
                                                                        00206400
      *----------------------------------------------------------------*00206500
       4990-99-FIM.                           EXIT.                     00206600
      *----------------------------------------------------------------*00206700
                                                                        00206800
      ******************************************************************00206900
      *          R E L A T O R I O   D E   P R O V A                   *00207000
      ******************************************************************00207100
                                                                        00207200
      *----------------------------------------------------------------*00207300
       5000-IMPRIMIR-PROVA                    SECTION.                  00207400
      *----------------------------------------------------------------*00207500
                                                                        00207600
           MOVE WRK-DATA-EXEC         TO WRK-CB-DATA                    00207700
           WRITE FD-RELFUS            FROM WRK-CABEC1                   00207800
           PERFORM 1195-TESTAR-WRK-FS-RELFUS                            00207900
           PERFORM 5900-LINHA-EM-BRANCO                                 00208000
                                                                        00208100
      *    CONTAS E SALDOS DO CADASTRO POR AGENCIA                     *00208200
           WRITE FD-RELFUS            FROM WRK-CABEC2                   00208300
           PERFORM 1195-TESTAR-WRK-FS-RELFUS                            00208400
                                                                        00208500
           PERFORM 5100-IMPRIMIR-ORIGEM                                 00208600
                   VARYING WRK-IDX-PAR FROM 1 BY 1                      00208700
                   UNTIL WRK-IDX-PAR GREATER WRK-QTD-PARES              00208800
                                                                        00208900
           PERFORM 5200-IMPRIMIR-DESTINO                                00209000
                   VARYING WRK-IDX-DST FROM 1 BY 1                      00209100
                   UNTIL WRK-IDX-DST GREATER WRK-QTD-DESTINOS           00209200
                                                                        00209300
           PERFORM 5900-LINHA-EM-BRANCO                                 00209400
                                                                        00209500
      *    REGISTROS E VALORES POR ARQUIVO                             *00209600
           WRITE FD-RELFUS            FROM WRK-CABEC3                   00209700
           PERFORM 1195-TESTAR-WRK-FS-RELFUS                            00209800
                                                                        00209900
           PERFORM 5300-IMPRIMIR-ARQUIVO                                00210000
                   VARYING WRK-IDX-PRV FROM 1 BY 1                      00210100
                   UNTIL WRK-IDX-PRV GREATER WRK-QTD-ARQUIVOS           00210200
                                                                        00210300
           PERFORM 5900-LINHA-EM-BRANCO                                 00210400
                                                                        00210500
      *    REFERENCIA CRUZADA GRAVADA                                  *00210600
           MOVE SPACES                TO WRK-LINPRV                     00210700
           MOVE 'XREF NOVAS'          TO WRK-LP-TEXTO                   00210800
           MOVE ACUM-XREF-NOVAS       TO WRK-LP-QTD1                    00210900
           PERFORM 5800-GRAVAR-LINHA                                    00211000
                                                                        00211100
           MOVE SPACES                TO WRK-LINPRV                     00211200
           MOVE 'XREF MANTID.'        TO WRK-LP-TEXTO                   00211300
           MOVE ACUM-XREF-MANTIDAS    TO WRK-LP-QTD1                    00211400
           PERFORM 5800-GRAVAR-LINHA                                    00211500
                                                                        00211600
           MOVE SPACES                TO WRK-LINPRV                     00211700
           MOVE 'XREF REMAP. '        TO WRK-LP-TEXTO                   00211800
           MOVE ACUM-XREF-REMAPEADAS  TO WRK-LP-QTD1                    00211900
           PERFORM 5800-GRAVAR-LINHA                                    00212000
                                                                        00212100
           MOVE SPACES                TO WRK-LINPRV                     00212200
           MOVE 'XREF VENCID.'        TO WRK-LP-TEXTO                   00212300
           MOVE ACUM-XREF-VENCIDAS    TO WRK-LP-QTD1                    00212400
           PERFORM 5800-GRAVAR-LINHA.                                   00212500
                                                                        00212600
      *----------------------------------------------------------------*00212700
       5000-99-FIM.                           EXIT.                     00212800
      *----------------------------------------------------------------*00212900
                                                                        00213000
      *----------------------------------------------------------------*00213100
       5100-IMPRIMIR-ORIGEM                   SECTION.                  00213200
      *----------------------------------------------------------------*00213300
                                                                        00213400
           MOVE SPACES                TO WRK-LINPRV                     00213500
           MOVE 'ORIGEM'              TO WRK-LP-TIPO-AGE                00213600
           MOVE WRK-PAR-DE (WRK-IDX-PAR)                                00213700
                                      TO WRK-LP-AGENCIA                 00213800
           MOVE WRK-PAR-QTD-ANTES (WRK-IDX-PAR)                         00213900
                                      TO WRK-LP-QTD1                    00214000
           MOVE WRK-PAR-QTD-DEPOIS (WRK-IDX-PAR)                        00214100
                                      TO WRK-LP-QTD2                    00214200
           MOVE WRK-PAR-SALDO-ANTES (WRK-IDX-PAR)                       00214300
                                      TO WRK-LP-VALOR1                  00214400
           MOVE WRK-PAR-SALDO-DEPOIS (WRK-IDX-PAR)                      00214500
                                      TO WRK-LP-VALOR2                  00214600
                                                                        00214700
           IF WRK-PAR-QTD-DEPOIS (WRK-IDX-PAR) EQUAL ZEROS              00214800
              MOVE 'OK'               TO WRK-LP-SITUACAO                00214900
           ELSE                                                         00215000
              MOVE 'DIVERG.'          TO WRK-LP-SITUACAO                00215100
           END-IF                                                       00215200
                                                                        00215300
           PERFORM 5800-GRAVAR-LINHA.                                   00215400
                                                                        00215500
      *----------------------------------------------------------------*00215600
       5100-99-FIM.                           EXIT.                     00215700
      *----------------------------------------------------------------*00215800
                                                                        00215900
      *----------------------------------------------------------------*00216000
      *    DESTINO DEPOIS = DESTINO ANTES + CONTAS RECEBIDAS           *00216100
      *----------------------------------------------------------------*00216200
       5200-IMPRIMIR-DESTINO                  SECTION.                  00216300
      *----------------------------------------------------------------*00216400
                                                                        00216500
           MOVE SPACES                TO WRK-LINPRV                     00216600
           MOVE 'DESTINO'             TO WRK-LP-TIPO-AGE                00216700
           MOVE WRK-DST-AGENCIA (WRK-IDX-DST)                           00216800
                                      TO WRK-LP-AGENCIA                 00216900
           MOVE WRK-DST-QTD-ANTES (WRK-IDX-DST)                         00217000
                                      TO WRK-LP-QTD1                    00217100
           MOVE WRK-DST-QTD-DEPOIS (WRK-IDX-DST)                        00217200
                                      TO WRK-LP-QTD2                    00217300
           MOVE WRK-DST-SALDO-ANTES (WRK-IDX-DST)                       00217400
                                      TO WRK-LP-VALOR1                  00217500
           MOVE WRK-DST-SALDO-DEPOIS (WRK-IDX-DST)                      00217600
                                      TO WRK-LP-VALOR2                  00217700
                                                                        00217800
           IF WRK-DST-QTD-DEPOIS (WRK-IDX-DST) EQUAL                    00217900
              WRK-DST-QTD-ANTES (WRK-IDX-DST) +                         00218000
              WRK-DST-QTD-NOVAS (WRK-IDX-DST)                           00218100
              MOVE 'OK'               TO WRK-LP-SITUACAO                00218200
           ELSE                                                         00218300
              MOVE 'DIVERG.'          TO WRK-LP-SITUACAO                00218400
           END-IF                                                       00218500
                                                                        00218600
           PERFORM 5800-GRAVAR-LINHA.                                   00218700
                                                                        00218800
      *----------------------------------------------------------------*00218900
       5200-99-FIM.                           EXIT.                     00219000
      *----------------------------------------------------------------*00219100
                                                                        00219200
      *----------------------------------------------------------------*00219300
      *    POR ARQUIVO: TOTAL LIDO X GRAVADO; DAS AGENCIAS FUNDIDAS,   *00219400
      *    O QUE HAVIA X O QUE FOI RECHAVEADO; E O QUE FICOU SEM XREF  *00219500
      *----------------------------------------------------------------*00219600
       5300-IMPRIMIR-ARQUIVO                  SECTION.                  00219700
      *----------------------------------------------------------------*00219800
                                                                        00219900
           MOVE SPACES                TO WRK-LINPRV                     00220000
           MOVE WRK-PRV-ARQUIVO (WRK-IDX-PRV)                           00220100
                                      TO WRK-LP-TEXTO                   00220200
           MOVE WRK-PRV-LIDOS (WRK-IDX-PRV)                             00220300
                                      TO WRK-LP-QTD1                    00220400
           MOVE WRK-PRV-GRAVADOS (WRK-IDX-PRV)                          00220500
                                      TO WRK-LP-QTD2                    00220600
           MOVE WRK-PRV-VALOR-LIDO (WRK-IDX-PRV)                        00220700
                                      TO WRK-LP-VALOR1                  00220800
           MOVE WRK-PRV-VALOR-GRAVADO (WRK-IDX-PRV)                     00220900
                                      TO WRK-LP-VALOR2                  00221000
                                                                        00221100
           IF WRK-PRV-LIDOS (WRK-IDX-PRV) EQUAL                         00221200
              WRK-PRV-GRAVADOS (WRK-IDX-PRV)                            00221300
            AND WRK-PRV-VALOR-LIDO (WRK-IDX-PRV) EQUAL                  00221400
              WRK-PRV-VALOR-GRAVADO (WRK-IDX-PRV)                       00221500
              MOVE 'OK'               TO WRK-LP-SITUACAO                00221600
           ELSE                                                         00221700
              MOVE 'DIVERG.'          TO WRK-LP-SITUACAO                00221800
           END-IF                                                       00221900
                                                                        00222000
           PERFORM 5800-GRAVAR-LINHA                                    00222100
                                                                        00222200
           MOVE SPACES                TO WRK-LINPRV                     00222300
           MOVE '  FUNDIDAS'          TO WRK-LP-TEXTO                   00222400
           MOVE WRK-PRV-ORIG-QTD (WRK-IDX-PRV)                          00222500
                                      TO WRK-LP-QTD1                    00222600
           MOVE WRK-PRV-RECH-QTD (WRK-IDX-PRV)                          00222700
                                      TO WRK-LP-QTD2                    00222800
           MOVE WRK-PRV-ORIG-VALOR (WRK-IDX-PRV)                        00222900
                                      TO WRK-LP-VALOR1                  00223000
           MOVE WRK-PRV-RECH-VALOR (WRK-IDX-PRV)                        00223100
                                      TO WRK-LP-VALOR2                  00223200
                                                                        00223300
           IF WRK-PRV-SEMX-QTD (WRK-IDX-PRV) EQUAL ZEROS                00223400
              MOVE 'OK'               TO WRK-LP-SITUACAO                00223500
           ELSE                                                         00223600
              MOVE 'SEM XREF'         TO WRK-LP-SITUACAO                00223700
           END-IF                                                       00223800
                                                                        00223900
           PERFORM 5800-GRAVAR-LINHA                                    00224000
                                                                        00224100
           IF WRK-PRV-SEMX-QTD (WRK-IDX-PRV) GREATER ZEROS              00224200
              MOVE SPACES             TO WRK-LINPRV                     00224300
              MOVE '  SEM XREF'       TO WRK-LP-TEXTO                   00224400
              MOVE WRK-PRV-SEMX-QTD (WRK-IDX-PRV)                       00224500
                                      TO WRK-LP-QTD1                    00224600
              MOVE WRK-PRV-SEMX-VALOR (WRK-IDX-PRV)                     00224700
                                      TO WRK-LP-VALOR1                  00224800
              PERFORM 5800-GRAVAR-LINHA                                 00224900
           END-IF.                                                      00225000
                                                                        00225100
      *----------------------------------------------------------------*00225200
       5300-99-FIM.                           EXIT.                     00225300
      *----------------------------------------------------------------*00225400
                                                                        00225500
      *----------------------------------------------------------------*00225600
       5800-GRAVAR-LINHA                      SECTION.                  00225700
      *----------------------------------------------------------------*00225800
                                                                        00225900
           WRITE FD-RELFUS            FROM WRK-LINPRV                   00226000
           PERFORM 1195-TESTAR-WRK-FS-RELFUS.                           00226100
                                                                        00226200
      *----------------------------------------------------------------*00226300
       5800-99-FIM.                           EXIT.                     00226400
      *----------------------------------------------------------------*00226500
                                                                        00226600
      *----------------------------------------------------------------*00226700
       5900-LINHA-EM-BRANCO                   SECTION.                  00226800
      *----------------------------------------------------------------*00226900
                                                                        00227000
           MOVE SPACES                TO FD-RELFUS                      00227100
           WRITE FD-RELFUS                                              00227200
           PERFORM 1195-TESTAR-WRK-FS-RELFUS.                           00227300
                                                                        00227400
      *----------------------------------------------------------------*00227500
       5900-99-FIM.                           EXIT.                     00227600
      *----------------------------------------------------------------*00227700
                                                                        00227800
      ******************************************************************00227900
      *                     F I N A L I Z A R                          *00228000
      ******************************************************************00228100
                                                                        00228200
      *----------------------------------------------------------------*00228300
       6000-FINALIZAR                        SECTION.                   00228400
      *----------------------------------------------------------------*00228500
                                                                        00228600
           CLOSE RELFUS                                                 00228700
                                                                        00228800
           IF ACUM-SEM-XREF GREATER ZEROS                               00228900
              MOVE 'A'               TO WRK-SEVERIDADE                  00229000
              MOVE 'FR05EX58'        TO WRK-PROGRAMA                    00229100
              MOVE '6000  '          TO WRK-SECAO                       00229200
              MOVE 'REGISTROS DE AGENCIA FUNDIDA SEM XREF'              00229300
                                     TO WRK-MENSAGEM                    00229400
              MOVE ACUM-SEM-XREF     TO WRK-STATUS                      00229500
              CALL 'GRAVALOG'        USING WRK-LOG                      00229600
           END-IF                                                       00229700
                                                                        00229800
           DISPLAY '*************************************************'  00229900
           DISPLAY '         FUSAO DE AGENCIAS - RENUMERACAO         '  00230000
           DISPLAY '                                                 '  00230100
           DISPLAY '  PARES DE FUSAO      :  ' WRK-QTD-PARES            00230200
           DISPLAY '  CONTAS RENUMERADAS  :  ' ACUM-XREF-NOVAS          00230300
           DISPLAY '  REGISTROS RECHAVEAD.:  ' ACUM-RECHAVEADOS         00230400
           DISPLAY '  REGISTROS SEM XREF  :  ' ACUM-SEM-XREF            00230500
           DISPLAY '  XREF MANTIDAS       :  ' ACUM-XREF-MANTIDAS       00230600
           DISPLAY '  XREF VENCIDAS       :  ' ACUM-XREF-VENCIDAS       00230700
           DISPLAY '  CARENCIA ATE        :  ' WRK-DATA-LIMITE          00230800
           DISPLAY '                                                 '  00230900
           DISPLAY '*************************************************'. 00231000
                                                                        00231100
      *----------------------------------------------------------------*00231200
       6000-99-FIM.                           EXIT.                     00231300
      *----------------------------------------------------------------*00231400
                                                                        00231500
      ******************************************************************00231600
      *                   T R A T A R  E R R O                         *00231700
      ******************************************************************00231800
                                                                        00231900
       9000-TRATAR-ERRO                     SECTION.                    00232000
      *----------------------------------------------------------------*00232100
                  MOVE 'F'                TO WRK-SEVERIDADE             00232200
                  CALL 'GRAVALOG'         USING WRK-LOG                 00232300
                  MOVE 16                 TO RETURN-CODE                00232400
                  GOBACK.                                               00232500
      *----------------------------------------------------------------*00232600
       9000-99-FIM.                           EXIT.                     00232700
      *----------------------------------------------------------------*00232800
