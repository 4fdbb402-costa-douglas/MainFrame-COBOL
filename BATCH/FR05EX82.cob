      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX82.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX82                                       *00002000
      *    TIPO.......: EXTRACAO DE MASSA DE TESTE MASCARADA           *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : COPIAR UMA AMOSTRA CONSISTENTE DOS ARQUIVOS DE   *00002800
      *               PRODUCAO PARA O AMBIENTE DE TESTE, COM OS DADOS  *00002900
      *               PESSOAIS MASCARADOS PELO MODULO MASCARA. ENTRA   *00003000
      *               NA AMOSTRA A CONTA CUJA CHAVE (AGENCIA+CONTA)    *00003100
      *               MODULO TAXA DA O RESTO DO CARTAO, MAIS AS CONTAS *00003200
      *               OBRIGATORIAS: A CONTA-SALARIO NO BANCO 001 DOS   *00003300
      *               EMPREGADOS DA AMOSTRA (DADOSBAN) E A CONTA DO    *00003400
      *               OUTRO LADO DE CADA TRANSFERENCIA DO MOV2505 QUE  *00003500
      *               TOCA UMA CONTA DA AMOSTRA (REPETIDO ATE NAO      *00003600
      *               ENTRAR CONTA NOVA), PARA QUE AS DUAS PERNAS      *00003700
      *               CONTINUEM BATENDO. O EMPREGADO ENTRA PELA MESMA  *00003800
      *               REGRA APLICADA AO ID. ENDCLI, MOV2505, MOVHIST E *00003900
      *               DEBAUTO LEVAM SO AS CONTAS DA AMOSTRA; DADOSBAN  *00004000
      *               E FOLHIST SO OS EMPREGADOS DA AMOSTRA.           *00004100
      *               MASCARAMENTO (DETERMINISTICO - A MESMA PESSOA    *00004200
      *               RECEBE A MESMA MASCARA EM TODOS OS ARQUIVOS):    *00004300
      *               - NOME E RAZAO SOCIAL DO DICIONARIO, COM O       *00004400
      *                 DOCUMENTO (OU A CHAVE, SEM DOCUMENTO) COMO     *00004500
      *                 SEMENTE; NOME DO EMPREGADO COM O ID;           *00004600
      *               - CPF/CNPJ REGERADO COM DV VALIDO;               *00004700
      *               - LOGRADOURO DO DICIONARIO, CEP COM O SUFIXO     *00004800
      *                 ZERADO E TELEFONE COM O DDD MANTIDO;           *00004900
      *               - SALDO, LIMITE, VALORES DE MOVIMENTO, DEBITO    *00005000
      *                 AUTOMATICO E FOLHA MULTIPLICADOS PELO FATOR    *00005100
      *                 SIGILOSO; O LIQUIDO DA FOLHA E RECALCULADO.    *00005200
      *               HEADERS SAO COPIADOS; OS TRAILERS DO CADASTRO E  *00005300
      *               DO MOV2505 SAEM COM QUANTIDADE E HASH DA         *00005400
      *               AMOSTRA, PARA PASSAR NOS MESMOS CONTROLES DA     *00005500
      *               PRODUCAO. FATOR E SEGREDO NUNCA SAO EXIBIDOS.    *00005600
      *               AS LINHAS DE FUNC2 SAO EXTRAIDAS PELO FR05DB76.  *00005700
      *----------------------------------------------------------------*00005800
      *    ARQUIVOS :                                                  *00005900
      *    DDNAME          I/O                                         *00006000
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00006100
      *    JCLCLIT          O    CADASTRO MASCARADO (082)              *00006200
      *    JCLENDA          I    ENDERECOS DE CLIENTES (120)           *00006300
      *    JCLENDT          O    ENDERECOS MASCARADOS (120)            *00006400
      *    JCLMOV           I    MOVIMENTO DO DIA (106)                *00006500
      *    JCLMOVT          O    MOVIMENTO MASCARADO (106)             *00006600
      *    JCLMOVH          I    HISTORICO DE MOVIMENTOS (114)         *00006700
      *    JCLMHIT          O    HISTORICO MASCARADO (114)             *00006800
      *    JCLDEBA          I    DEBITOS AUTOMATICOS (060)             *00006900
      *    JCLDEBT          O    DEBITOS MASCARADOS (060)              *00007000
      *    JCLBANA          I    DADOS BANCARIOS EMPREGADOS (020)      *00007100
      *    JCLBANT          O    DADOS BANCARIOS DA AMOSTRA (020)      *00007200
      *    FOLHIST          I    HISTORICO DE FOLHA (110)              *00007300
      *    JCLFHIT          O    HISTORICO DE FOLHA MASCARADO (110)    *00007400
      *----------------------------------------------------------------*00007500
      *    BOOKS    :    B#CLIMST, B#ENDCLI, B#MOVREG, B#MOVHST,       *00007600
      *                  B#DEBAUT, B#DADBAN, B#FOLHIS, B#GRALOG,       *00007700
      *                  B#MASCAR                                      *00007800
      *----------------------------------------------------------------*00007900
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00008000
      *                  MASCARA  - MASCARAMENTO E AMOSTRA             *00008100
      *----------------------------------------------------------------*00008200
      *    PARAMETROS (VIA SYSIN):                                     *00008300
      *      LINHA 1 - AMOSTRA:                                        *00008400
      *                COL 01-03  TAXA 9(03) - UMA EM CADA N CONTAS    *00008500
      *                           (000 OU 001 = TODAS)                 *00008600
      *                COL 05-07  RESTO 9(03) - MENOR QUE A TAXA       *00008700
      *      LINHA 2 - CARTAO SIGILOSO (DATASET PROTEGIDO):            *00008800
      *                COL 01-05  FATOR 9V9999 (MAIOR QUE ZERO)        *00008900
      *                COL 06-10  SEGREDO 9(05)                        *00009000
      *----------------------------------------------------------------*00009100
      *    HISTORICO DE ALTERACOES:                                    *00009200
      *      DATA        RESP.    DESCRICAO                            *00009300
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00009400
      ******************************************************************00009500
      *================================================================*00009600
                                                                        00009700
      *================================================================*00009800
       ENVIRONMENT                                DIVISION.             00009900
      *================================================================*00010000
                                                                        00010100
      *----------------------------------------------------------------*00010200
       CONFIGURATION                              SECTION.              00010300
      *----------------------------------------------------------------*00010400
                                                                        00010500
       SPECIAL-NAMES.                                                   00010600
           DECIMAL-POINT IS COMMA.                                      00010700
                                                                        00010800
      *----------------------------------------------------------------*00010900
       INPUT-OUTPUT                               SECTION.              00011000
      *----------------------------------------------------------------*00011100
                                                                        00011200
       FILE-CONTROL.                                                    00011300
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00011400
                    ORGANIZATION    IS INDEXED                          00011500
                    ACCESS MODE     IS SEQUENTIAL                       00011600
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00011700
                    FILE STATUS          IS WRK-FS-CLI2505.             00011800
                                                                        00011900
             SELECT CLITST    ASSIGN     TO JCLCLIT                     00012000
                    FILE STATUS          IS WRK-FS-CLITST.              00012100
                                                                        00012200
             SELECT ENDCLI    ASSIGN     TO JCLENDA                     00012300
                    FILE STATUS          IS WRK-FS-ENDCLI.              00012400
                                                                        00012500
             SELECT ENDTST    ASSIGN     TO JCLENDT                     00012600
                    FILE STATUS          IS WRK-FS-ENDTST.              00012700
                                                                        00012800
             SELECT MOV2505   ASSIGN     TO JCLMOV                      00012900
                    FILE STATUS          IS WRK-FS-MOV2505.             00013000
                                                                        00013100
             SELECT MOVTST    ASSIGN     TO JCLMOVT                     00013200
                    FILE STATUS          IS WRK-FS-MOVTST.              00013300
                                                                        00013400
             SELECT MOVHIST   ASSIGN     TO JCLMOVH                     00013500
                    FILE STATUS          IS WRK-FS-MOVHIST.             00013600
                                                                        00013700
             SELECT MHITST    ASSIGN     TO JCLMHIT                     00013800
                    FILE STATUS          IS WRK-FS-MHITST.              00013900
                                                                        00014000
             SELECT DEBAUTO   ASSIGN     TO JCLDEBA                     00014100
                    FILE STATUS          IS WRK-FS-DEBAUTO.             00014200
                                                                        00014300
             SELECT DEBTST    ASSIGN     TO JCLDEBT                     00014400
                    FILE STATUS          IS WRK-FS-DEBTST.              00014500
                                                                        00014600
             SELECT DADOSBAN  ASSIGN     TO JCLBANA                     00014700
                    FILE STATUS          IS WRK-FS-DADOSBAN.            00014800
                                                                        00014900
             SELECT BANTST    ASSIGN     TO JCLBANT                     00015000
                    FILE STATUS          IS WRK-FS-BANTST.              00015100
                                                                        00015200
             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00015300
                    FILE STATUS          IS WRK-FS-FOLHIST.             00015400
                                                                        00015500
             SELECT FHITST    ASSIGN     TO JCLFHIT                     00015600
                    FILE STATUS          IS WRK-FS-FHITST.              00015700
                                                                        00015800
      *================================================================*00015900
       DATA                                      DIVISION.              00016000
      *================================================================*00016100
                                                                        00016200
      *----------------------------------------------------------------*00016300
       FILE                                      SECTION.               00016400
      *----------------------------------------------------------------*00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00016800
      *----------------------------------------------------------------*00016900
                                                                        00017000
       FD CLI2505.                                                      00017100
                                                                        00017200
           COPY 'B#CLIMST'.                                             00017300
                                                                        00017400
      *----------------------------------------------------------------*00017500
      *  OUTPUT - CADASTRO MASCARADO (CLITST) - LRECL = 082.           *00017600
      *----------------------------------------------------------------*00017700
                                                                        00017800
       FD CLITST                                                        00017900
           RECORDING MODE IS F                                          00018000
           BLOCK CONTAINS 0 RECORDS.                                    00018100
       01 FD-CLITST         PIC X(082).                                 00018200
                                                                        00018300
      *----------------------------------------------------------------*00018400
      *  INPUT - ENDERECOS DE CLIENTES (ENDCLI) - LRECL = 120.         *00018500
      *----------------------------------------------------------------*00018600
                                                                        00018700
       FD ENDCLI                                                        00018800
           RECORDING MODE IS F                                          00018900
           BLOCK CONTAINS 0 RECORDS.                                    00019000
                                                                        00019100
           COPY 'B#ENDCLI'.                                             00019200
                                                                        00019300
      *----------------------------------------------------------------*00019400
      *  OUTPUT - ENDERECOS MASCARADOS (ENDTST) - LRECL = 120.         *00019500
      *----------------------------------------------------------------*00019600
                                                                        00019700
       FD ENDTST                                                        00019800
           RECORDING MODE IS F                                          00019900
           BLOCK CONTAINS 0 RECORDS.                                    00020000
       01 FD-ENDTST         PIC X(120).                                 00020100
                                                                        00020200
      *----------------------------------------------------------------*00020300
      *  INPUT - MOVIMENTO DO DIA (MOV2505) - LRECL = 106.             *00020400
      *----------------------------------------------------------------*00020500
                                                                        00020600
       FD MOV2505                                                       00020700
           RECORDING MODE IS F                                          00020800
           BLOCK CONTAINS 0 RECORDS.                                    00020900
                                                                        00021000
           COPY 'B#MOVREG'.                                             00021100
                                                                        00021200
      *----------------------------------------------------------------*00021300
      *  OUTPUT - MOVIMENTO MASCARADO (MOVTST) - LRECL = 106.          *00021400
      *----------------------------------------------------------------*00021500
                                                                        00021600
       FD MOVTST                                                        00021700
           RECORDING MODE IS F                                          00021800
           BLOCK CONTAINS 0 RECORDS.                                    00021900
       01 FD-MOVTST         PIC X(106).                                 00022000
                                                                        00022100
      *----------------------------------------------------------------*00022200
      *  INPUT - HISTORICO DE MOVIMENTOS (MOVHIST) - LRECL = 114.      *00022300
      *----------------------------------------------------------------*00022400
                                                                        00022500
       FD MOVHIST                                                       00022600
           RECORDING MODE IS F                                          00022700
           BLOCK CONTAINS 0 RECORDS.                                    00022800
                                                                        00022900
           COPY 'B#MOVHST'.                                             00023000
                                                                        00023100
      *----------------------------------------------------------------*00023200
      *  OUTPUT - HISTORICO MASCARADO (MHITST) - LRECL = 114.          *00023300
      *----------------------------------------------------------------*00023400
                                                                        00023500
       FD MHITST                                                        00023600
           RECORDING MODE IS F                                          00023700
           BLOCK CONTAINS 0 RECORDS.                                    00023800
       01 FD-MHITST         PIC X(114).                                 00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
      *  INPUT - DEBITOS AUTOMATICOS (DEBAUTO) - LRECL = 060.          *00024200
      *----------------------------------------------------------------*00024300
                                                                        00024400
       FD DEBAUTO                                                       00024500
           RECORDING MODE IS F                                          00024600
           BLOCK CONTAINS 0 RECORDS.                                    00024700
                                                                        00024800
           COPY 'B#DEBAUT'.                                             00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
      *  OUTPUT - DEBITOS AUTOMATICOS MASCARADOS (DEBTST) - LRECL=060  *00025200
      *----------------------------------------------------------------*00025300
                                                                        00025400
       FD DEBTST                                                        00025500
           RECORDING MODE IS F                                          00025600
           BLOCK CONTAINS 0 RECORDS.                                    00025700
       01 FD-DEBTST         PIC X(060).                                 00025800
                                                                        00025900
      *----------------------------------------------------------------*00026000
      *  INPUT - DADOS BANCARIOS DOS EMPREGADOS (DADOSBAN) - 020.      *00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
       FD DADOSBAN                                                      00026400
           RECORDING MODE IS F                                          00026500
           BLOCK CONTAINS 0 RECORDS.                                    00026600
                                                                        00026700
           COPY 'B#DADBAN'.                                             00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
      *  OUTPUT - DADOS BANCARIOS DA AMOSTRA (BANTST) - LRECL = 020.   *00027100
      *----------------------------------------------------------------*00027200
                                                                        00027300
       FD BANTST                                                        00027400
           RECORDING MODE IS F                                          00027500
           BLOCK CONTAINS 0 RECORDS.                                    00027600
       01 FD-BANTST         PIC X(020).                                 00027700
                                                                        00027800
      *----------------------------------------------------------------*00027900
      *  INPUT - HISTORICO DE FOLHA (FOLHIST) - LRECL = 110.           *00028000
      *----------------------------------------------------------------*00028100
                                                                        00028200
       FD FOLHIST                                                       00028300
           RECORDING MODE IS F                                          00028400
           BLOCK CONTAINS 0 RECORDS.                                    00028500
                                                                        00028600
           COPY 'B#FOLHIS'.                                             00028700
                                                                        00028800
      *----------------------------------------------------------------*00028900
      *  OUTPUT - HISTORICO DE FOLHA MASCARADO (FHITST) - LRECL = 110. *00029000
      *----------------------------------------------------------------*00029100
                                                                        00029200
       FD FHITST                                                        00029300
           RECORDING MODE IS F                                          00029400
           BLOCK CONTAINS 0 RECORDS.                                    00029500
       01 FD-FHITST         PIC X(110).                                 00029600
                                                                        00029700
      *----------------------------------------------------------------*00029800
       WORKING-STORAGE                            SECTION.              00029900
      *----------------------------------------------------------------*00030000
      *----------------------------------------------------------------*00030100
       01 FILLER                         PIC X(050)       VALUE         00030200
                   '*** INICIO DA WORKING FR05EX82 ***'.                00030300
      *----------------------------------------------------------------*00030400
                                                                        00030500
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00030600
       77 WRK-FS-CLITST                  PIC X(002) VALUE SPACES.       00030700
       77 WRK-FS-ENDCLI                  PIC X(002) VALUE SPACES.       00030800
       77 WRK-FS-ENDTST                  PIC X(002) VALUE SPACES.       00030900
       77 WRK-FS-MOV2505                 PIC X(002) VALUE SPACES.       00031000
       77 WRK-FS-MOVTST                  PIC X(002) VALUE SPACES.       00031100
       77 WRK-FS-MOVHIST                 PIC X(002) VALUE SPACES.       00031200
       77 WRK-FS-MHITST                  PIC X(002) VALUE SPACES.       00031300
       77 WRK-FS-DEBAUTO                 PIC X(002) VALUE SPACES.       00031400
       77 WRK-FS-DEBTST                  PIC X(002) VALUE SPACES.       00031500
       77 WRK-FS-DADOSBAN                PIC X(002) VALUE SPACES.       00031600
       77 WRK-FS-BANTST                  PIC X(002) VALUE SPACES.       00031700
       77 WRK-FS-FOLHIST                 PIC X(002) VALUE SPACES.       00031800
       77 WRK-FS-FHITST                  PIC X(002) VALUE SPACES.       00031900
                                                                        00032000
      *----------------------------------------------------------------*00032100
       01 FILLER                         PIC X(050)       VALUE         00032200
                     '*** AREA DA ACUMULADORES ***'.                    00032300
      *----------------------------------------------------------------*00032400
                                                                        00032500
       77 ACUM-FORCADAS-SALARIO          PIC 9(007) VALUE ZEROS.        00032600
       77 ACUM-FORCADAS-TRANSF           PIC 9(007) VALUE ZEROS.        00032700
       77 ACUM-RODADAS                   PIC 9(003) VALUE ZEROS.        00032800
       77 ACUM-CLI-DETALHES              PIC 9(007) VALUE ZEROS.        00032900
       77 ACUM-MOV-DETALHES              PIC 9(007) VALUE ZEROS.        00033000
       77 ACUM-MOV-HASH                  PIC 9(011)V99 VALUE ZEROS.     00033100
                                                                        00033200
      *----------------------------------------------------------------*00033300
       01 FILLER                         PIC X(050)       VALUE         00033400
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
       77 WRK-CONTA-SELECIONADA          PIC X(001) VALUE 'N'.          00033800
           88 WRK-CONTA-SELECIONADA-SIM             VALUE 'S'.          00033900
       77 WRK-FUNC-SELECIONADO           PIC X(001) VALUE 'N'.          00034000
           88 WRK-FUNC-SELECIONADO-SIM              VALUE 'S'.          00034100
       77 WRK-HOUVE-INCLUSAO             PIC X(001) VALUE 'N'.          00034200
           88 WRK-HOUVE-INCLUSAO-SIM                VALUE 'S'.          00034300
                                                                        00034400
       77 WRK-CHAVE-PROCURA              PIC X(010) VALUE SPACES.       00034500
       77 WRK-REF-PROCURA                PIC X(008) VALUE SPACES.       00034600
       77 WRK-ID-PROCURA                 PIC 9(004) VALUE ZEROS.        00034700
       77 WRK-VALOR-REG                  PIC S9(011)V99 VALUE ZEROS.    00034800
       77 WRK-IND-ARQ                    PIC 9(002) VALUE ZEROS.        00034900
       77 WRK-QTD-ARQUIVOS               PIC 9(002) VALUE 07.           00035000
                                                                        00035100
      *----------------------------------------------------------------*00035200
      *    CARTOES DE CONTROLE                                         *00035300
      *----------------------------------------------------------------*00035400
                                                                        00035500
       01 WRK-PARM-AMOSTRA.                                             00035600
          05 WRK-PA-TAXA                 PIC X(003).                    00035700
          05 WRK-PA-TAXA-N REDEFINES WRK-PA-TAXA                        00035800
                                         PIC 9(003).                    00035900
          05 FILLER                      PIC X(001).                    00036000
          05 WRK-PA-RESTO                PIC X(003).                    00036100
          05 WRK-PA-RESTO-N REDEFINES WRK-PA-RESTO                      00036200
                                         PIC 9(003).                    00036300
          05 FILLER                      PIC X(073).                    00036400
                                                                        00036500
       01 WRK-PARM-SIGILO.                                              00036600
          05 WRK-PS-FATOR                PIC X(005).                    00036700
          05 WRK-PS-FATOR-N REDEFINES WRK-PS-FATOR                      00036800
                                         PIC 9(001)V9(004).             00036900
          05 WRK-PS-SEGREDO              PIC X(005).                    00037000
          05 WRK-PS-SEGREDO-N REDEFINES WRK-PS-SEGREDO                  00037100
                                         PIC 9(005).                    00037200
          05 FILLER                      PIC X(070).                    00037300
                                                                        00037400
      *----------------------------------------------------------------*00037500
      *    CONTAS OBRIGATORIAS (FORA DA REGRA DA AMOSTRA)              *00037600
      *----------------------------------------------------------------*00037700
                                                                        00037800
       77 WRK-QTD-FORCADAS               PIC 9(005) VALUE ZEROS.        00037900
       77 WRK-MAX-FORCADAS               PIC 9(005) VALUE 20000.        00038000
                                                                        00038100
       01 WRK-TABELA-FORCADAS.                                          00038200
          05 WRK-TAB-FRC                 OCCURS 20000 TIMES             00038300
                                          INDEXED BY WRK-IDX-FRC.       00038400
             10 WRK-FRC-CHAVE            PIC X(010).                    00038500
                                                                        00038600
      *----------------------------------------------------------------*00038700
      *    PERNAS DE TRANSFERENCIA DO MOV2505 (REFERENCIA E CONTA)     *00038800
      *----------------------------------------------------------------*00038900
                                                                        00039000
       77 WRK-QTD-TRANSF                 PIC 9(005) VALUE ZEROS.        00039100
       77 WRK-MAX-TRANSF                 PIC 9(005) VALUE 20000.        00039200
                                                                        00039300
       01 WRK-TABELA-TRANSF.                                            00039400
          05 WRK-TAB-TRF                 OCCURS 20000 TIMES             00039500
                                          INDEXED BY WRK-IDX-TRF        00039600
                                                     WRK-IDX-PRN.       00039700
             10 WRK-TRF-REF              PIC X(008).                    00039800
             10 WRK-TRF-CHAVE            PIC X(010).                    00039900
                                                                        00040000
      *----------------------------------------------------------------*00040100
      *    TABELA DA PROVA POR ARQUIVO                                 *00040200
      *----------------------------------------------------------------*00040300
                                                                        00040400
       01 WRK-NOMES-ARQUIVOS.                                           00040500
          05 FILLER                      PIC X(032) VALUE               00040600
             'CLI2505 ENDCLI  MOV2505 MOVHIST '.                        00040700
          05 FILLER                      PIC X(024) VALUE               00040800
             'DEBAUTO DADOSBANFOLHIST '.                                00040900
       01 WRK-NOMES-ARQUIVOS-R REDEFINES WRK-NOMES-ARQUIVOS.            00041000
          05 WRK-NOME-ARQ                PIC X(008) OCCURS 07 TIMES.    00041100
                                                                        00041200
       01 WRK-TABELA-PROVA.                                             00041300
          05 WRK-TAB-PRV                 OCCURS 007 TIMES               00041400
                                          INDEXED BY WRK-IDX-PRV.       00041500
             10 WRK-PRV-ARQUIVO          PIC X(008).                    00041600
             10 WRK-PRV-LIDOS            PIC 9(009).                    00041700
             10 WRK-PRV-GRAVADOS         PIC 9(009).                    00041800
                                                                        00041900
      *----------------------------------------------------------------*00042000
       01 FILLER                         PIC X(050)       VALUE         00042100
                    '*** AREA DA BOOK GRAVALOG ***'.                    00042200
      *----------------------------------------------------------------*00042300
                                                                        00042400
                           COPY 'B#GRALOG'.                             00042500
                                                                        00042600
      *----------------------------------------------------------------*00042700
       01 FILLER                         PIC X(050)       VALUE         00042800
                    '*** AREA DA BOOK MASCARA ***'.                     00042900
      *----------------------------------------------------------------*00043000
                                                                        00043100
                           COPY 'B#MASCAR'.                             00043200
                                                                        00043300
      *----------------------------------------------------------------*00043400
       01 FILLER                         PIC X(050)       VALUE         00043500
              '*** FR05EX82 - FIM DA AREA DE WORKING ***'.              00043600
      *----------------------------------------------------------------*00043700
                                                                        00043800
      *================================================================*00043900
       PROCEDURE                                 DIVISION.              00044000
      *================================================================*00044100
                                                                        00044200
      ******************************************************************00044300
      *              P R O G R A M A  P R I N C I P A L                *00044400
      ******************************************************************00044500
                                                                        00044600
      *----------------------------------------------------------------*00044700
       0000-PRINCIPAL                            SECTION.               00044800
      *----------------------------------------------------------------*00044900
                                                                        00045000
            PERFORM 1000-INICIAR                                        00045100
                                                                        00045200
            PERFORM 2000-LEVANTAR-VINCULOS                              00045300
                                                                        00045400
            PERFORM 4100-EXTRAIR-CLI2505                                00045500
            PERFORM 4200-EXTRAIR-ENDCLI                                 00045600
            PERFORM 4300-EXTRAIR-MOV2505                                00045700
            PERFORM 4400-EXTRAIR-MOVHIST                                00045800
            PERFORM 4500-EXTRAIR-DEBAUTO                                00045900
            PERFORM 4600-EXTRAIR-DADOSBAN                               00046000
            PERFORM 4700-EXTRAIR-FOLHIST                                00046100
                                                                        00046200
            PERFORM 6000-FINALIZAR                                      00046300
                                                                        00046400
            STOP RUN.                                                   00046500
                                                                        00046600
      *----------------------------------------------------------------*00046700
       0000-99-FIM.                           EXIT.                     00046800
      *----------------------------------------------------------------*00046900
                                                                        00047000
      ******************************************************************00047100
      *                       I N I C I A R                            *00047200
      ******************************************************************00047300
                                                                        00047400
      *----------------------------------------------------------------*00047500
       1000-INICIAR                           SECTION.                  00047600
      *----------------------------------------------------------------*00047700
                                                                        00047800
           MOVE SPACES                TO WRK-PARM-AMOSTRA               00047900
           ACCEPT WRK-PARM-AMOSTRA    FROM SYSIN                        00048000
                                                                        00048100
           IF WRK-PA-TAXA  NOT NUMERIC                                  00048200
            OR WRK-PA-RESTO NOT NUMERIC                                 00048300
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00048400
              MOVE 'CARTAO DE AMOSTRA INVALIDO NO SYSIN'                00048500
                                                 TO WRK-MENSAGEM        00048600
              MOVE '1000'                        TO WRK-SECAO           00048700
              MOVE WRK-PARM-AMOSTRA              TO WRK-STATUS          00048800
              PERFORM 9000-TRATAR-ERRO                                  00048900
           END-IF                                                       00049000
                                                                        00049100
           IF WRK-PA-TAXA-N GREATER 1                                   00049200
            AND WRK-PA-RESTO-N NOT LESS WRK-PA-TAXA-N                   00049300
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00049400
              MOVE 'RESTO DA AMOSTRA MAIOR QUE A TAXA'                  00049500
                                                 TO WRK-MENSAGEM        00049600
              MOVE '1000'                        TO WRK-SECAO           00049700
              MOVE WRK-PARM-AMOSTRA              TO WRK-STATUS          00049800
              PERFORM 9000-TRATAR-ERRO                                  00049900
           END-IF                                                       00050000
                                                                        00050100
      *    CARTAO SIGILOSO: O CONTEUDO NAO VAI PARA LOG NEM SYSOUT    * 00050200
           MOVE SPACES                TO WRK-PARM-SIGILO                00050300
           ACCEPT WRK-PARM-SIGILO     FROM SYSIN                        00050400
                                                                        00050500
           IF WRK-PS-FATOR   NOT NUMERIC                                00050600
            OR WRK-PS-SEGREDO NOT NUMERIC                               00050700
            OR WRK-PS-FATOR-N EQUAL ZEROS                               00050800
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00050900
              MOVE 'CARTAO SIGILOSO AUSENTE OU INVALIDO'                00051000
                                                 TO WRK-MENSAGEM        00051100
              MOVE '1000'                        TO WRK-SECAO           00051200
              MOVE SPACES                        TO WRK-STATUS          00051300
              PERFORM 9000-TRATAR-ERRO                                  00051400
           END-IF                                                       00051500
                                                                        00051600
           MOVE WRK-PA-TAXA-N         TO WRK-MSC-TAXA                   00051700
           MOVE WRK-PA-RESTO-N        TO WRK-MSC-RESTO                  00051800
           MOVE WRK-PS-FATOR-N        TO WRK-MSC-FATOR                  00051900
           MOVE WRK-PS-SEGREDO-N      TO WRK-MSC-SEGREDO                00052000
           MOVE SPACES                TO WRK-PARM-SIGILO                00052100
                                                                        00052200
           PERFORM 1070-INICIAR-PROVA                                   00052300
                   VARYING WRK-IDX-PRV FROM 1 BY 1                      00052400
                   UNTIL WRK-IDX-PRV GREATER WRK-QTD-ARQUIVOS           00052500
                                                                        00052600
           OPEN INPUT  CLI2505                                          00052700
                INPUT  ENDCLI                                           00052800
                INPUT  MOV2505                                          00052900
                INPUT  MOVHIST                                          00053000
                INPUT  DEBAUTO                                          00053100
                INPUT  DADOSBAN                                         00053200
                INPUT  FOLHIST                                          00053300
                                                                        00053400
           PERFORM 1105-TESTAR-WRK-FS-CLI2505                           00053500
           PERFORM 1115-TESTAR-WRK-FS-ENDCLI                            00053600
           PERFORM 1125-TESTAR-WRK-FS-MOV2505                           00053700
           PERFORM 1135-TESTAR-WRK-FS-MOVHIST                           00053800
           PERFORM 1145-TESTAR-WRK-FS-DEBAUTO                           00053900
           PERFORM 1155-TESTAR-WRK-FS-DADOSBAN                          00054000
           PERFORM 1165-TESTAR-WRK-FS-FOLHIST                           00054100
                                                                        00054200
           OPEN OUTPUT CLITST                                           00054300
                OUTPUT ENDTST                                           00054400
                OUTPUT MOVTST                                           00054500
                OUTPUT MHITST                                           00054600
                OUTPUT DEBTST                                           00054700
                OUTPUT BANTST                                           00054800
                OUTPUT FHITST                                           00054900
                                                                        00055000
           PERFORM 1110-TESTAR-WRK-FS-CLITST                            00055100
           PERFORM 1120-TESTAR-WRK-FS-ENDTST                            00055200
           PERFORM 1130-TESTAR-WRK-FS-MOVTST                            00055300
           PERFORM 1140-TESTAR-WRK-FS-MHITST                            00055400
           PERFORM 1150-TESTAR-WRK-FS-DEBTST                            00055500
           PERFORM 1160-TESTAR-WRK-FS-BANTST                            00055600
           PERFORM 1170-TESTAR-WRK-FS-FHITST.                           00055700
                                                                        00055800
      *----------------------------------------------------------------*00055900
       1000-99-FIM.                           EXIT.                     00056000
      *----------------------------------------------------------------*00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       1070-INICIAR-PROVA                     SECTION.                  00056400
      *----------------------------------------------------------------*00056500
                                                                        00056600
           SET WRK-IND-ARQ            TO WRK-IDX-PRV                    00056700
           MOVE WRK-NOME-ARQ (WRK-IND-ARQ)                              00056800
                                      TO WRK-PRV-ARQUIVO (WRK-IDX-PRV)  00056900
           MOVE ZEROS                 TO WRK-PRV-LIDOS (WRK-IDX-PRV)    00057000
                                         WRK-PRV-GRAVADOS (WRK-IDX-PRV).00057100
                                                                        00057200
      *----------------------------------------------------------------*00057300
       1070-99-FIM.                           EXIT.                     00057400
      *----------------------------------------------------------------*00057500
                                                                        00057600
      *----------------------------------------------------------------*00057700
       1105-TESTAR-WRK-FS-CLI2505             SECTION.                  00057800
      *----------------------------------------------------------------*00057900
                                                                        00058000
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00058100
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00058200
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00058300
              MOVE '1105'                        TO WRK-SECAO           00058400
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00058500
              PERFORM 9000-TRATAR-ERRO                                  00058600
           END-IF.                                                      00058700
                                                                        00058800
      *----------------------------------------------------------------*00058900
       1105-99-FIM.                           EXIT.                     00059000
      *----------------------------------------------------------------*00059100
                                                                        00059200
      *----------------------------------------------------------------*00059300
       1110-TESTAR-WRK-FS-CLITST              SECTION.                  00059400
      *----------------------------------------------------------------*00059500
                                                                        00059600
           IF WRK-FS-CLITST NOT EQUAL ZEROS                             00059700
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00059800
              MOVE 'ERRO NO ARQUIVO CLITST'      TO WRK-MENSAGEM        00059900
              MOVE '1110'                        TO WRK-SECAO           00060000
              MOVE WRK-FS-CLITST                 TO WRK-STATUS          00060100
              PERFORM 9000-TRATAR-ERRO                                  00060200
           END-IF.                                                      00060300
                                                                        00060400
      *----------------------------------------------------------------*00060500
       1110-99-FIM.                           EXIT.                     00060600
      *----------------------------------------------------------------*00060700
                                                                        00060800
      *----------------------------------------------------------------*00060900
       1115-TESTAR-WRK-FS-ENDCLI              SECTION.                  00061000
      *----------------------------------------------------------------*00061100
                                                                        00061200
           IF WRK-FS-ENDCLI NOT EQUAL ZEROS                             00061300
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00061400
              MOVE 'ERRO NO ARQUIVO ENDCLI'      TO WRK-MENSAGEM        00061500
              MOVE '1115'                        TO WRK-SECAO           00061600
              MOVE WRK-FS-ENDCLI                 TO WRK-STATUS          00061700
              PERFORM 9000-TRATAR-ERRO                                  00061800
           END-IF.                                                      00061900
                                                                        00062000
      *----------------------------------------------------------------*00062100
       1115-99-FIM.                           EXIT.                     00062200
      *----------------------------------------------------------------*00062300
                                                                        00062400
      *----------------------------------------------------------------*00062500
       1120-TESTAR-WRK-FS-ENDTST              SECTION.                  00062600
      *----------------------------------------------------------------*00062700
                                                                        00062800
           IF WRK-FS-ENDTST NOT EQUAL ZEROS                             00062900
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00063000
              MOVE 'ERRO NO ARQUIVO ENDTST'      TO WRK-MENSAGEM        00063100
              MOVE '1120'                        TO WRK-SECAO           00063200
              MOVE WRK-FS-ENDTST                 TO WRK-STATUS          00063300
              PERFORM 9000-TRATAR-ERRO                                  00063400
           END-IF.                                                      00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       1120-99-FIM.                           EXIT.                     00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
      *----------------------------------------------------------------*00064100
       1125-TESTAR-WRK-FS-MOV2505             SECTION.                  00064200
      *----------------------------------------------------------------*00064300
                                                                        00064400
           IF WRK-FS-MOV2505 NOT EQUAL ZEROS                            00064500
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00064600
              MOVE 'ERRO NO ARQUIVO MOV2505'     TO WRK-MENSAGEM        00064700
              MOVE '1125'                        TO WRK-SECAO           00064800
              MOVE WRK-FS-MOV2505                TO WRK-STATUS          00064900
              PERFORM 9000-TRATAR-ERRO                                  00065000
           END-IF.                                                      00065100
                                                                        00065200
      *----------------------------------------------------------------*00065300
       1125-99-FIM.                           EXIT.                     00065400
      *----------------------------------------------------------------*00065500
                                                                        00065600
      *----------------------------------------------------------------*00065700
       1130-TESTAR-WRK-FS-MOVTST              SECTION.                  00065800
      *----------------------------------------------------------------*00065900
                                                                        00066000
           IF WRK-FS-MOVTST NOT EQUAL ZEROS                             00066100
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00066200
              MOVE 'ERRO NO ARQUIVO MOVTST'      TO WRK-MENSAGEM        00066300
              MOVE '1130'                        TO WRK-SECAO           00066400
              MOVE WRK-FS-MOVTST                 TO WRK-STATUS          00066500
              PERFORM 9000-TRATAR-ERRO                                  00066600
           END-IF.                                                      00066700
                                                                        00066800
      *----------------------------------------------------------------*00066900
       1130-99-FIM.                           EXIT.                     00067000
      *----------------------------------------------------------------*00067100
                                                                        00067200
      *----------------------------------------------------------------*00067300
       1135-TESTAR-WRK-FS-MOVHIST             SECTION.                  00067400
      *----------------------------------------------------------------*00067500
                                                                        00067600
           IF WRK-FS-MOVHIST NOT EQUAL ZEROS                            00067700
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00067800
              MOVE 'ERRO NO ARQUIVO MOVHIST'     TO WRK-MENSAGEM        00067900
              MOVE '1135'                        TO WRK-SECAO           00068000
              MOVE WRK-FS-MOVHIST                TO WRK-STATUS          00068100
              PERFORM 9000-TRATAR-ERRO                                  00068200
           END-IF.                                                      00068300
                                                                        00068400
      *----------------------------------------------------------------*00068500
       1135-99-FIM.                           EXIT.                     00068600
      *----------------------------------------------------------------*00068700
                                                                        00068800
      *----------------------------------------------------------------*00068900
       1140-TESTAR-WRK-FS-MHITST              SECTION.                  00069000
      *----------------------------------------------------------------*00069100
                                                                        00069200
           IF WRK-FS-MHITST NOT EQUAL ZEROS                             00069300
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00069400
              MOVE 'ERRO NO ARQUIVO MHITST'      TO WRK-MENSAGEM        00069500
              MOVE '1140'                        TO WRK-SECAO           00069600
              MOVE WRK-FS-MHITST                 TO WRK-STATUS          00069700
              PERFORM 9000-TRATAR-ERRO                                  00069800
           END-IF.                                                      00069900
                                                                        00070000
      *----------------------------------------------------------------*00070100
       1140-99-FIM.                           EXIT.                     00070200
      *----------------------------------------------------------------*00070300
                                                                        00070400
      *----------------------------------------------------------------*00070500
       1145-TESTAR-WRK-FS-DEBAUTO             SECTION.                  00070600
      *----------------------------------------------------------------*00070700
                                                                        00070800
           IF WRK-FS-DEBAUTO NOT EQUAL ZEROS                            00070900
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00071000
              MOVE 'ERRO NO ARQUIVO DEBAUTO'     TO WRK-MENSAGEM        00071100
              MOVE '1145'                        TO WRK-SECAO           00071200
              MOVE WRK-FS-DEBAUTO                TO WRK-STATUS          00071300
              PERFORM 9000-TRATAR-ERRO                                  00071400
           END-IF.                                                      00071500
                                                                        00071600
      *----------------------------------------------------------------*00071700
       1145-99-FIM.                           EXIT.                     00071800
      *----------------------------------------------------------------*00071900
                                                                        00072000
      *----------------------------------------------------------------*00072100
       1150-TESTAR-WRK-FS-DEBTST              SECTION.                  00072200
      *----------------------------------------------------------------*00072300
                                                                        00072400
           IF WRK-FS-DEBTST NOT EQUAL ZEROS                             00072500
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00072600
              MOVE 'ERRO NO ARQUIVO DEBTST'      TO WRK-MENSAGEM        00072700
              MOVE '1150'                        TO WRK-SECAO           00072800
              MOVE WRK-FS-DEBTST                 TO WRK-STATUS          00072900
              PERFORM 9000-TRATAR-ERRO                                  00073000
           END-IF.                                                      00073100
                                                                        00073200
      *----------------------------------------------------------------*00073300
       1150-99-FIM.                           EXIT.                     00073400
      *----------------------------------------------------------------*00073500
                                                                        00073600
      *----------------------------------------------------------------*00073700
       1155-TESTAR-WRK-FS-DADOSBAN            SECTION.                  00073800
      *----------------------------------------------------------------*00073900
                                                                        00074000
           IF WRK-FS-DADOSBAN NOT EQUAL ZEROS                           00074100
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00074200
              MOVE 'ERRO NO ARQUIVO DADOSBAN'    TO WRK-MENSAGEM        00074300
              MOVE '1155'                        TO WRK-SECAO           00074400
              MOVE WRK-FS-DADOSBAN               TO WRK-STATUS          00074500
              PERFORM 9000-TRATAR-ERRO                                  00074600
           END-IF.                                                      00074700
                                                                        00074800
      *----------------------------------------------------------------*00074900
       1155-99-FIM.                           EXIT.                     00075000
      *----------------------------------------------------------------*00075100
                                                                        00075200
      *----------------------------------------------------------------*00075300
       1160-TESTAR-WRK-FS-BANTST              SECTION.                  00075400
      *----------------------------------------------------------------*00075500
                                                                        00075600
           IF WRK-FS-BANTST NOT EQUAL ZEROS                             00075700
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00075800
              MOVE 'ERRO NO ARQUIVO BANTST'      TO WRK-MENSAGEM        00075900
              MOVE '1160'                        TO WRK-SECAO           00076000
              MOVE WRK-FS-BANTST                 TO WRK-STATUS          00076100
              PERFORM 9000-TRATAR-ERRO                                  00076200
           END-IF.                                                      00076300
                                                                        00076400
      *----------------------------------------------------------------*00076500
       1160-99-FIM.                           EXIT.                     00076600
      *----------------------------------------------------------------*00076700
                                                                        00076800
      *----------------------------------------------------------------*00076900
       1165-TESTAR-WRK-FS-FOLHIST             SECTION.                  00077000
      *----------------------------------------------------------------*00077100
                                                                        00077200
           IF WRK-FS-FOLHIST NOT EQUAL ZEROS                            00077300
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00077400
              MOVE 'ERRO NO ARQUIVO FOLHIST'     TO WRK-MENSAGEM        00077500
              MOVE '1165'                        TO WRK-SECAO           00077600
              MOVE WRK-FS-FOLHIST                TO WRK-STATUS          00077700
              PERFORM 9000-TRATAR-ERRO                                  00077800
           END-IF.                                                      00077900
                                                                        00078000
      *----------------------------------------------------------------*00078100
       1165-99-FIM.                           EXIT.                     00078200
      *----------------------------------------------------------------*00078300
                                                                        00078400
      *----------------------------------------------------------------*00078500
       1170-TESTAR-WRK-FS-FHITST              SECTION.                  00078600
      *----------------------------------------------------------------*00078700
                                                                        00078800
           IF WRK-FS-FHITST NOT EQUAL ZEROS                             00078900
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00079000
              MOVE 'ERRO NO ARQUIVO FHITST'      TO WRK-MENSAGEM        00079100
              MOVE '1170'                        TO WRK-SECAO           00079200
              MOVE WRK-FS-FHITST                 TO WRK-STATUS          00079300
              PERFORM 9000-TRATAR-ERRO                                  00079400
           END-IF.                                                      00079500
                                                                        00079600
      *----------------------------------------------------------------*00079700
       1170-99-FIM.                           EXIT.                     00079800
      *----------------------------------------------------------------*00079900
                                                                        00080000
      ******************************************************************00080100
      *          L E V A N T A R   V I N C U L O S                     *00080200
      ******************************************************************00080300
                                                                        00080400
      *----------------------------------------------------------------*00080500
      *    CONTAS QUE TEM DE IR JUNTO COM A AMOSTRA: CONTA-SALARIO DOS *00080600
      *    EMPREGADOS E OUTRA PERNA DAS TRANSFERENCIAS DO DIA          *00080700
      *----------------------------------------------------------------*00080800
       2000-LEVANTAR-VINCULOS                 SECTION.                  00080900
      *----------------------------------------------------------------*00081000
                                                                        00081100
           PERFORM 2100-LEVANTAR-SALARIO                                00081200
                   UNTIL WRK-FS-DADOSBAN EQUAL '10'                     00081300
                                                                        00081400
           CLOSE DADOSBAN                                               00081500
           OPEN INPUT DADOSBAN                                          00081600
           PERFORM 1155-TESTAR-WRK-FS-DADOSBAN                          00081700
                                                                        00081800
           PERFORM 2200-LEVANTAR-TRANSF                                 00081900
                   UNTIL WRK-FS-MOV2505 EQUAL '10'                      00082000
                                                                        00082100
           CLOSE MOV2505                                                00082200
           OPEN INPUT MOV2505                                           00082300
           PERFORM 1125-TESTAR-WRK-FS-MOV2505                           00082400
                                                                        00082500
      *    CADA RODADA PODE TRAZER CONTA NOVA, QUE POR SUA VEZ PUXA    *00082600
      *    AS PERNAS DAS TRANSFERENCIAS DELA                          * 00082700
           MOVE 'S'                   TO WRK-HOUVE-INCLUSAO             00082800
           PERFORM 2300-PROPAGAR-TRANSF                                 00082900
                   UNTIL NOT WRK-HOUVE-INCLUSAO-SIM.                    00083000
                                                                        00083100
      *----------------------------------------------------------------*00083200
       2000-99-FIM.                           EXIT.                     00083300
      *----------------------------------------------------------------*00083400
                                                                        00083500
      *----------------------------------------------------------------*00083600
       2100-LEVANTAR-SALARIO                  SECTION.                  00083700
      *----------------------------------------------------------------*00083800
                                                                        00083900
           READ DADOSBAN                                                00084000
                                                                        00084100
           IF WRK-FS-DADOSBAN EQUAL '10'                                00084200
              GO                  TO 2100-99-FIM                        00084300
           END-IF                                                       00084400
                                                                        00084500
           PERFORM 1155-TESTAR-WRK-FS-DADOSBAN                          00084600
                                                                        00084700
           IF NOT FD-BAN-BANCO-INTERNO                                  00084800
              GO                  TO 2100-99-FIM                        00084900
           END-IF                                                       00085000
                                                                        00085100
           MOVE FD-BAN-ID             TO WRK-ID-PROCURA                 00085200
           PERFORM 3950-AMOSTRAR-EMPREGADO                              00085300
                                                                        00085400
           IF NOT WRK-FUNC-SELECIONADO-SIM                              00085500
              GO                  TO 2100-99-FIM                        00085600
           END-IF                                                       00085700
                                                                        00085800
           MOVE FD-BAN-AGENCIA        TO WRK-CHAVE-PROCURA (1:4)        00085900
           MOVE FD-BAN-CONTA          TO WRK-CHAVE-PROCURA (5:6)        00086000
           PERFORM 3900-VERIFICAR-CONTA                                 00086100
                                                                        00086200
           IF NOT WRK-CONTA-SELECIONADA-SIM                             00086300
              PERFORM 2900-INCLUIR-FORCADA                              00086400
              ADD 1                   TO ACUM-FORCADAS-SALARIO          00086500
           END-IF.                                                      00086600
                                                                        00086700
      *----------------------------------------------------------------*00086800
       2100-99-FIM.                           EXIT.                     00086900
      *----------------------------------------------------------------*00087000
                                                                        00087100
      *----------------------------------------------------------------*00087200
       2200-LEVANTAR-TRANSF                   SECTION.                  00087300
      *----------------------------------------------------------------*00087400
                                                                        00087500
           READ MOV2505                                                 00087600
                                                                        00087700
           IF WRK-FS-MOV2505 EQUAL '10'                                 00087800
              GO                  TO 2200-99-FIM                        00087900
           END-IF                                                       00088000
                                                                        00088100
           PERFORM 1125-TESTAR-WRK-FS-MOV2505                           00088200
                                                                        00088300
           IF FD-MOV2505-H-TIPO EQUAL '0000'                            00088400
            OR FD-MOV2505-H-TIPO EQUAL '9999'                           00088500
            OR FD-MOV2505-REF-TRANSF EQUAL SPACES                       00088600
              GO                  TO 2200-99-FIM                        00088700
           END-IF                                                       00088800
                                                                        00088900
           IF WRK-QTD-TRANSF NOT LESS WRK-MAX-TRANSF                    00089000
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00089100
              MOVE 'TABELA DE TRANSFERENCIAS ESTOURADA'                 00089200
                                                 TO WRK-MENSAGEM        00089300
              MOVE '2200'                        TO WRK-SECAO           00089400
              MOVE WRK-QTD-TRANSF                TO WRK-STATUS          00089500
              PERFORM 9000-TRATAR-ERRO                                  00089600
           END-IF                                                       00089700
                                                                        00089800
           ADD 1                      TO WRK-QTD-TRANSF                 00089900
           SET WRK-IDX-TRF            TO WRK-QTD-TRANSF                 00090000
           MOVE FD-MOV2505-REF-TRANSF TO WRK-TRF-REF (WRK-IDX-TRF)      00090100
           MOVE FD-MOV2505-CHAVE      TO WRK-TRF-CHAVE (WRK-IDX-TRF).   00090200
                                                                        00090300
      *----------------------------------------------------------------*00090400
       2200-99-FIM.                           EXIT.                     00090500
      *----------------------------------------------------------------*00090600
                                                                        00090700
      *----------------------------------------------------------------*00090800
       2300-PROPAGAR-TRANSF                   SECTION.                  00090900
      *----------------------------------------------------------------*00091000
                                                                        00091100
           MOVE 'N'                   TO WRK-HOUVE-INCLUSAO             00091200
           ADD 1                      TO ACUM-RODADAS                   00091300
                                                                        00091400
           PERFORM 2310-PROPAGAR-PERNA                                  00091500
                   VARYING WRK-IDX-TRF FROM 1 BY 1                      00091600
                   UNTIL WRK-IDX-TRF GREATER WRK-QTD-TRANSF.            00091700
                                                                        00091800
      *----------------------------------------------------------------*00091900
       2300-99-FIM.                           EXIT.                     00092000
      *----------------------------------------------------------------*00092100
                                                                        00092200
      *----------------------------------------------------------------*00092300
       2310-PROPAGAR-PERNA                    SECTION.                  00092400
      *----------------------------------------------------------------*00092500
                                                                        00092600
           MOVE WRK-TRF-CHAVE (WRK-IDX-TRF) TO WRK-CHAVE-PROCURA        00092700
           PERFORM 3900-VERIFICAR-CONTA                                 00092800
                                                                        00092900
           IF NOT WRK-CONTA-SELECIONADA-SIM                             00093000
              GO                  TO 2310-99-FIM                        00093100
           END-IF                                                       00093200
                                                                        00093300
           MOVE WRK-TRF-REF (WRK-IDX-TRF)   TO WRK-REF-PROCURA          00093400
                                                                        00093500
           PERFORM 2320-INCLUIR-PARCEIRA                                00093600
                   VARYING WRK-IDX-PRN FROM 1 BY 1                      00093700
                   UNTIL WRK-IDX-PRN GREATER WRK-QTD-TRANSF.            00093800
                                                                        00093900
      *----------------------------------------------------------------*00094000
       2310-99-FIM.                           EXIT.                     00094100
      *----------------------------------------------------------------*00094200
                                                                        00094300
      *----------------------------------------------------------------*00094400
       2320-INCLUIR-PARCEIRA                  SECTION.                  00094500
      *----------------------------------------------------------------*00094600
                                                                        00094700
           IF WRK-TRF-REF (WRK-IDX-PRN) NOT EQUAL WRK-REF-PROCURA       00094800
              GO                  TO 2320-99-FIM                        00094900
           END-IF                                                       00095000
                                                                        00095100
           MOVE WRK-TRF-CHAVE (WRK-IDX-PRN) TO WRK-CHAVE-PROCURA        00095200
           PERFORM 3900-VERIFICAR-CONTA                                 00095300
                                                                        00095400
           IF NOT WRK-CONTA-SELECIONADA-SIM                             00095500
              PERFORM 2900-INCLUIR-FORCADA                              00095600
              ADD 1                   TO ACUM-FORCADAS-TRANSF           00095700
              MOVE 'S'                TO WRK-HOUVE-INCLUSAO             00095800
           END-IF.                                                      00095900
                                                                        00096000
      *----------------------------------------------------------------*00096100
       2320-99-FIM.                           EXIT.                     00096200
      *----------------------------------------------------------------*00096300
                                                                        00096400
      *----------------------------------------------------------------*00096500
       2900-INCLUIR-FORCADA                   SECTION.                  00096600
      *----------------------------------------------------------------*00096700
                                                                        00096800
           IF WRK-QTD-FORCADAS NOT LESS WRK-MAX-FORCADAS                00096900
              MOVE 'FR05EX82'                    TO WRK-PROGRAMA        00097000
              MOVE 'TABELA DE CONTAS OBRIGATORIAS ESTOURADA'            00097100
                                                 TO WRK-MENSAGEM        00097200
              MOVE '2900'                        TO WRK-SECAO           00097300
              MOVE WRK-QTD-FORCADAS              TO WRK-STATUS          00097400
              PERFORM 9000-TRATAR-ERRO                                  00097500
           END-IF                                                       00097600
                                                                        00097700
           ADD 1                      TO WRK-QTD-FORCADAS               00097800
           SET WRK-IDX-FRC            TO WRK-QTD-FORCADAS               00097900
           MOVE WRK-CHAVE-PROCURA     TO WRK-FRC-CHAVE (WRK-IDX-FRC).   00098000
                                                                        00098100
      *----------------------------------------------------------------*00098200
       2900-99-FIM.                           EXIT.                     00098300
      *----------------------------------------------------------------*00098400
                                                                        00098500
      ******************************************************************00098600
      *          R E G R A   D A   A M O S T R A                       *00098700
      ******************************************************************00098800
                                                                        00098900
      *----------------------------------------------------------------*00099000
      *    A CONTA ENTRA PELA REGRA (CHAVE NUMERICA MODULO TAXA) OU    *00099100
      *    POR ESTAR NA TABELA DE CONTAS OBRIGATORIAS                  *00099200
      *----------------------------------------------------------------*00099300
       3900-VERIFICAR-CONTA                   SECTION.                  00099400
      *----------------------------------------------------------------*00099500
                                                                        00099600
           MOVE 'N'                   TO WRK-CONTA-SELECIONADA          00099700
                                                                        00099800
           IF WRK-CHAVE-PROCURA NUMERIC                                 00099900
              MOVE 'A'                TO WRK-MSC-FUNCAO                 00100000
              MOVE WRK-CHAVE-PROCURA  TO WRK-MSC-NUMERO                 00100100
              CALL 'MASCARA'          USING WRK-MASCARA                 00100200
              IF WRK-MSC-SELECIONADO-SIM                                00100300
                 MOVE 'S'             TO WRK-CONTA-SELECIONADA          00100400
                 GO               TO 3900-99-FIM                        00100500
              END-IF                                                    00100600
           END-IF                                                       00100700
                                                                        00100800
           IF WRK-QTD-FORCADAS EQUAL ZEROS                              00100900
              GO                  TO 3900-99-FIM                        00101000
           END-IF                                                       00101100
                                                                        00101200
           SET WRK-IDX-FRC            TO 1                              00101300
           SEARCH WRK-TAB-FRC                                           00101400
             AT END                                                     00101500
                CONTINUE                                                00101600
             WHEN WRK-IDX-FRC GREATER WRK-QTD-FORCADAS                  00101700
                CONTINUE                                                00101800
             WHEN WRK-FRC-CHAVE (WRK-IDX-FRC) EQUAL WRK-CHAVE-PROCURA   00101900
                MOVE 'S'              TO WRK-CONTA-SELECIONADA          00102000
           END-SEARCH.                                                  00102100
                                                                        00102200
      *----------------------------------------------------------------*00102300
       3900-99-FIM.                           EXIT.                     00102400
      *----------------------------------------------------------------*00102500
                                                                        00102600
      *----------------------------------------------------------------*00102700
       3950-AMOSTRAR-EMPREGADO                SECTION.                  00102800
      *----------------------------------------------------------------*00102900
                                                                        00103000
           MOVE 'A'                   TO WRK-MSC-FUNCAO                 00103100
           MOVE WRK-ID-PROCURA        TO WRK-MSC-NUMERO                 00103200
           CALL 'MASCARA'             USING WRK-MASCARA                 00103300
           MOVE WRK-MSC-SELECIONADO   TO WRK-FUNC-SELECIONADO.          00103400
                                                                        00103500
      *----------------------------------------------------------------*00103600
       3950-99-FIM.                           EXIT.                     00103700
      *----------------------------------------------------------------*00103800
                                                                        00103900
      *----------------------------------------------------------------*00104000
      *    VALOR EM WRK-VALOR-REG MULTIPLICADO PELO FATOR SIGILOSO     *00104100
      *----------------------------------------------------------------*00104200
       3990-ESCALAR-VALOR                     SECTION.                  00104300
      *----------------------------------------------------------------*00104400
                                                                        00104500
           MOVE 'V'                   TO WRK-MSC-FUNCAO                 00104600
           MOVE WRK-VALOR-REG         TO WRK-MSC-VALOR                  00104700
           CALL 'MASCARA'             USING WRK-MASCARA                 00104800
           MOVE WRK-MSC-VALOR         TO WRK-VALOR-REG.                 00104900
                                                                        00105000
      *----------------------------------------------------------------*00105100
       3990-99-FIM.                           EXIT.                     00105200
      *----------------------------------------------------------------*00105300
                                                                        00105400
      ******************************************************************00105500
      *          E X T R A I R   C A D A S T R O                       *00105600
      ******************************************************************00105700
                                                                        00105800
      *----------------------------------------------------------------*00105900
       4100-EXTRAIR-CLI2505                   SECTION.                  00106000
      *----------------------------------------------------------------*00106100
                                                                        00106200
           SET WRK-IDX-PRV            TO 1                              00106300
                                                                        00106400
           PERFORM 4110-TRATAR-CLI2505                                  00106500
                   UNTIL WRK-FS-CLI2505 EQUAL '10'                      00106600
                                                                        00106700
           CLOSE CLI2505                                                00106800
                 CLITST.                                                00106900
                                                                        00107000
      *----------------------------------------------------------------*00107100
       4100-99-FIM.                           EXIT.                     00107200
      *----------------------------------------------------------------*00107300
                                                                        00107400
      *----------------------------------------------------------------*00107500
       4110-TRATAR-CLI2505                    SECTION.                  00107600
      *----------------------------------------------------------------*00107700
                                                                        00107800
           READ CLI2505                                                 00107900
                                                                        00108000
           IF WRK-FS-CLI2505 EQUAL '10'                                 00108100
              GO                  TO 4110-99-FIM                        00108200
           END-IF                                                       00108300
                                                                        00108400
           PERFORM 1105-TESTAR-WRK-FS-CLI2505                           00108500
           ADD 1                      TO WRK-PRV-LIDOS (WRK-IDX-PRV)    00108600
                                                                        00108700
           EVALUATE FD-CLI2505-H-TIPO                                   00108800
             WHEN '0000'                                                00108900
              CONTINUE                                                  00109000
             WHEN '9999'                                                00109100
              MOVE ACUM-CLI-DETALHES  TO FD-CLI2505-T-QTD-REG           00109200
             WHEN OTHER                                                 00109300
              MOVE FD-CLI2505-CHAVE   TO WRK-CHAVE-PROCURA              00109400
              PERFORM 3900-VERIFICAR-CONTA                              00109500
              IF NOT WRK-CONTA-SELECIONADA-SIM                          00109600
                 GO               TO 4110-99-FIM                        00109700
              END-IF                                                    00109800
              PERFORM 4150-MASCARAR-CLIENTE                             00109900
              ADD 1                   TO ACUM-CLI-DETALHES              00110000
           END-EVALUATE                                                 00110100
                                                                        00110200
           WRITE FD-CLITST            FROM FD-CLI2505                   00110300
           PERFORM 1110-TESTAR-WRK-FS-CLITST                            00110400
           ADD 1                      TO WRK-PRV-GRAVADOS (WRK-IDX-PRV).00110500
                                                                        00110600
      *----------------------------------------------------------------*00110700
       4110-99-FIM.                           EXIT.                     00110800
      *----------------------------------------------------------------*00110900
                                                                        00111000
      *----------------------------------------------------------------*00111100
      *    NOME E DOCUMENTO TEM O DOCUMENTO ORIGINAL COMO SEMENTE: O   *00111200
      *    MESMO TITULAR EM VARIAS CONTAS SAI COM A MESMA MASCARA      *00111300
      *----------------------------------------------------------------*00111400
       4150-MASCARAR-CLIENTE                  SECTION.                  00111500
      *----------------------------------------------------------------*00111600
                                                                        00111700
           EVALUATE TRUE                                                00111800
             WHEN FD-CLI2505-DOCUMENTO (1:11) NUMERIC                   00111900
              AND FD-CLI2505-DOCUMENTO (12:3) EQUAL SPACES              00112000
              MOVE FD-CLI2505-DOCUMENTO (1:11) TO WRK-MSC-NUMERO        00112100
             WHEN FD-CLI2505-DOCUMENTO NUMERIC                          00112200
              MOVE FD-CLI2505-DOCUMENTO        TO WRK-MSC-NUMERO        00112300
             WHEN OTHER                                                 00112400
              MOVE FD-CLI2505-CHAVE            TO WRK-MSC-NUMERO        00112500
           END-EVALUATE                                                 00112600
                                                                        00112700
           IF FD-CLI2505-SEG-VAREJO                                     00112800
              MOVE 'N'                TO WRK-MSC-FUNCAO                 00112900
           ELSE                                                         00113000
              MOVE 'J'                TO WRK-MSC-FUNCAO                 00113100
           END-IF                                                       00113200
           CALL 'MASCARA'             USING WRK-MASCARA                 00113300
           MOVE WRK-MSC-SAIDA         TO FD-CLI2505-NOME                00113400
                                                                        00113500
           MOVE 'D'                   TO WRK-MSC-FUNCAO                 00113600
           MOVE FD-CLI2505-DOCUMENTO  TO WRK-MSC-ENTRADA                00113700
           CALL 'MASCARA'             USING WRK-MASCARA                 00113800
           MOVE WRK-MSC-SAIDA         TO FD-CLI2505-DOCUMENTO           00113900
                                                                        00114000
           MOVE FD-CLI2505-SALDO      TO WRK-VALOR-REG                  00114100
           PERFORM 3990-ESCALAR-VALOR                                   00114200
           MOVE WRK-VALOR-REG         TO FD-CLI2505-SALDO               00114300
                                                                        00114400
           MOVE FD-CLI2505-LIM-CHESP  TO WRK-VALOR-REG                  00114500
           PERFORM 3990-ESCALAR-VALOR                                   00114600
           MOVE WRK-VALOR-REG         TO FD-CLI2505-LIM-CHESP.          00114700
                                                                        00114800
      *----------------------------------------------------------------*00114900
       4150-99-FIM.                           EXIT.                     00115000
      *----------------------------------------------------------------*00115100
                                                                        00115200
      ******************************************************************00115300
      *          E X T R A I R   E N D E R E C O S                     *00115400
      ******************************************************************00115500
                                                                        00115600
      *----------------------------------------------------------------*00115700
       4200-EXTRAIR-ENDCLI                    SECTION.                  00115800
      *----------------------------------------------------------------*00115900
                                                                        00116000
           SET WRK-IDX-PRV            TO 2                              00116100
                                                                        00116200
           PERFORM 4210-TRATAR-ENDCLI                                   00116300
                   UNTIL WRK-FS-ENDCLI EQUAL '10'                       00116400
                                                                        00116500
           CLOSE ENDCLI                                                 00116600
                 ENDTST.                                                00116700
                                                                        00116800
      *----------------------------------------------------------------*00116900
       4200-99-FIM.                           EXIT.                     00117000
      *----------------------------------------------------------------*00117100
                                                                        00117200
      *----------------------------------------------------------------*00117300
       4210-TRATAR-ENDCLI                     SECTION.                  00117400
      *----------------------------------------------------------------*00117500
                                                                        00117600
           READ ENDCLI                                                  00117700
                                                                        00117800
           IF WRK-FS-ENDCLI EQUAL '10'                                  00117900
              GO                  TO 4210-99-FIM                        00118000
           END-IF                                                       00118100
                                                                        00118200
           PERFORM 1115-TESTAR-WRK-FS-ENDCLI                            00118300
           ADD 1                      TO WRK-PRV-LIDOS (WRK-IDX-PRV)    00118400
                                                                        00118500
           MOVE FD-END-CHAVE          TO WRK-CHAVE-PROCURA              00118600
           PERFORM 3900-VERIFICAR-CONTA                                 00118700
                                                                        00118800
           IF NOT WRK-CONTA-SELECIONADA-SIM                             00118900
              GO                  TO 4210-99-FIM                        00119000
           END-IF                                                       00119100
                                                                        00119200
           IF FD-END-CHAVE NUMERIC                                      00119300
              MOVE FD-END-CHAVE       TO WRK-MSC-NUMERO                 00119400
           ELSE                                                         00119500
              MOVE ZEROS              TO WRK-MSC-NUMERO                 00119600
           END-IF                                                       00119700
                                                                        00119800
           MOVE 'E'                   TO WRK-MSC-FUNCAO                 00119900
           CALL 'MASCARA'             USING WRK-MASCARA                 00120000
           MOVE WRK-MSC-SAIDA         TO FD-END-LOGRADOURO              00120100
                                                                        00120200
           MOVE 'T'                   TO WRK-MSC-FUNCAO                 00120300
           MOVE FD-END-TELEFONE       TO WRK-MSC-ENTRADA                00120400
           CALL 'MASCARA'             USING WRK-MASCARA                 00120500
           MOVE WRK-MSC-SAIDA         TO FD-END-TELEFONE                00120600
                                                                        00120700
      *    CEP SO ATE O SETOR: CIDADE E UF CONTINUAM VALENDO          * 00120800
           MOVE '000'                 TO FD-END-CEP (6:3)               00120900
                                                                        00121000
           WRITE FD-ENDTST            FROM FD-ENDCLI                    00121100
           PERFORM 1120-TESTAR-WRK-FS-ENDTST                            00121200
           ADD 1                      TO WRK-PRV-GRAVADOS (WRK-IDX-PRV).00121300
                                                                        00121400
      *----------------------------------------------------------------*00121500
       4210-99-FIM.                           EXIT.                     00121600
      *----------------------------------------------------------------*00121700
                                                                        00121800
      ******************************************************************00121900
      *          E X T R A I R   M O V I M E N T O                     *00122000
      ******************************************************************00122100
                                                                        00122200
      *----------------------------------------------------------------*00122300
       4300-EXTRAIR-MOV2505                   SECTION.                  00122400
      *----------------------------------------------------------------*00122500
                                                                        00122600
           SET WRK-IDX-PRV            TO 3                              00122700
                                                                        00122800
           PERFORM 4310-TRATAR-MOV2505                                  00122900
                   UNTIL WRK-FS-MOV2505 EQUAL '10'                      00123000
                                                                        00123100
           CLOSE MOV2505                                                00123200
                 MOVTST.                                                00123300
                                                                        00123400
      *----------------------------------------------------------------*00123500
       4300-99-FIM.                           EXIT.                     00123600
      *----------------------------------------------------------------*00123700
                                                                        00123800
      *----------------------------------------------------------------*00123900
      *    QUANTIDADE E HASH DO TRAILER SAO REFEITOS COM OS DETALHES   *00124000
      *    DA AMOSTRA, DEPOIS DE ESCALADOS (REINICIADOS A CADA HEADER) *00124100
      *----------------------------------------------------------------*00124200
       4310-TRATAR-MOV2505                    SECTION.                  00124300
      *----------------------------------------------------------------*00124400
                                                                        00124500
           READ MOV2505                                                 00124600
                                                                        00124700
           IF WRK-FS-MOV2505 EQUAL '10'                                 00124800
              GO                  TO 4310-99-FIM                        00124900
           END-IF                                                       00125000
                                                                        00125100
           PERFORM 1125-TESTAR-WRK-FS-MOV2505                           00125200
           ADD 1                      TO WRK-PRV-LIDOS (WRK-IDX-PRV)    00125300
                                                                        00125400
           EVALUATE FD-MOV2505-H-TIPO                                   00125500
             WHEN '0000'                                                00125600
              MOVE ZEROS              TO ACUM-MOV-DETALHES              00125700
                                         ACUM-MOV-HASH                  00125800
             WHEN '9999'                                                00125900
              MOVE ACUM-MOV-DETALHES  TO FD-MOV2505-T-QTD-REG           00126000
              MOVE ACUM-MOV-HASH      TO FD-MOV2505-T-HASH              00126100
             WHEN OTHER                                                 00126200
              MOVE FD-MOV2505-CHAVE   TO WRK-CHAVE-PROCURA              00126300
              PERFORM 3900-VERIFICAR-CONTA                              00126400
              IF NOT WRK-CONTA-SELECIONADA-SIM                          00126500
                 GO               TO 4310-99-FIM                        00126600
              END-IF                                                    00126700
              IF FD-MOV2505-VALOR NUMERIC                               00126800
                 MOVE FD-MOV2505-VALOR TO WRK-VALOR-REG                 00126900
                 PERFORM 3990-ESCALAR-VALOR                             00127000
                 MOVE WRK-VALOR-REG   TO FD-MOV2505-VALOR               00127100
                 ADD FD-MOV2505-VALOR TO ACUM-MOV-HASH                  00127200
              END-IF                                                    00127300
              ADD 1                   TO ACUM-MOV-DETALHES              00127400
           END-EVALUATE                                                 00127500
                                                                        00127600
           WRITE FD-MOVTST            FROM FD-MOV2505                   00127700
           PERFORM 1130-TESTAR-WRK-FS-MOVTST                            00127800
           ADD 1                      TO WRK-PRV-GRAVADOS (WRK-IDX-PRV).00127900
                                                                        00128000
      *----------------------------------------------------------------*00128100
       4310-99-FIM.                           EXIT.                     00128200
      *----------------------------------------------------------------*00128300
                                                                        00128400
      *----------------------------------------------------------------*00128500
       4400-EXTRAIR-MOVHIST                   SECTION.                  00128600
      *----------------------------------------------------------------*00128700
                                                                        00128800
           SET WRK-IDX-PRV            TO 4                              00128900
                                                                        00129000
           PERFORM 4410-TRATAR-MOVHIST                                  00129100
                   UNTIL WRK-FS-MOVHIST EQUAL '10'                      00129200
                                                                        00129300
           CLOSE MOVHIST                                                00129400
                 MHITST.                                                00129500
                                                                        00129600
      *----------------------------------------------------------------*00129700
       4400-99-FIM.                           EXIT.                     00129800
      *----------------------------------------------------------------*00129900
                                                                        00130000
      *----------------------------------------------------------------*00130100
       4410-TRATAR-MOVHIST                    SECTION.                  00130200
      *----------------------------------------------------------------*00130300
                                                                        00130400
           READ MOVHIST                                                 00130500
                                                                        00130600
           IF WRK-FS-MOVHIST EQUAL '10'                                 00130700
              GO                  TO 4410-99-FIM                        00130800
           END-IF                                                       00130900
                                                                        00131000
           PERFORM 1135-TESTAR-WRK-FS-MOVHIST                           00131100
           ADD 1                      TO WRK-PRV-LIDOS (WRK-IDX-PRV)    00131200
                                                                        00131300
           MOVE FD-MOVHIST-CHAVE      TO WRK-CHAVE-PROCURA              00131400
           PERFORM 3900-VERIFICAR-CONTA                                 00131500
                                                                        00131600
           IF NOT WRK-CONTA-SELECIONADA-SIM                             00131700
              GO                  TO 4410-99-FIM                        00131800
           END-IF                                                       00131900
                                                                        00132000
           IF FD-MOVHIST-VALOR NUMERIC                                  00132100
              MOVE FD-MOVHIST-VALOR   TO WRK-VALOR-REG                  00132200
              PERFORM 3990-ESCALAR-VALOR                                00132300
              MOVE WRK-VALOR-REG      TO FD-MOVHIST-VALOR               00132400
           END-IF                                                       00132500
                                                                        00132600
           WRITE FD-MHITST            FROM FD-MOVHIST                   00132700
           PERFORM 1140-TESTAR-WRK-FS-MHITST                            00132800
           ADD 1                      TO WRK-PRV-GRAVADOS (WRK-IDX-PRV).00132900
                                                                        00133000
      *----------------------------------------------------------------*00133100
       4410-99-FIM.                           EXIT.                     00133200
      *----------------------------------------------------------------*00133300
                                                                        00133400
      ******************************************************************00133500
      *          E X T R A I R   D E B I T O S   A U T O M A T I C O S *00133600
      ******************************************************************00133700
                                                                        00133800
      *----------------------------------------------------------------*00133900
       4500-EXTRAIR-DEBAUTO                   SECTION.                  00134000
      *----------------------------------------------------------------*00134100
                                                                        00134200
           SET WRK-IDX-PRV            TO 5                              00134300
                                                                        00134400
           PERFORM 4510-TRATAR-DEBAUTO                                  00134500
                   UNTIL WRK-FS-DEBAUTO EQUAL '10'                      00134600
                                                                        00134700
           CLOSE DEBAUTO                                                00134800
                 DEBTST.                                                00134900
                                                                        00135000
      *----------------------------------------------------------------*00135100
       4500-99-FIM.                           EXIT.                     00135200
      *----------------------------------------------------------------*00135300
                                                                        00135400
      *----------------------------------------------------------------*00135500
       4510-TRATAR-DEBAUTO                    SECTION.                  00135600
      *----------------------------------------------------------------*00135700
                                                                        00135800
           READ DEBAUTO                                                 00135900
                                                                        00136000
           IF WRK-FS-DEBAUTO EQUAL '10'                                 00136100
              GO                  TO 4510-99-FIM                        00136200
           END-IF                                                       00136300
                                                                        00136400
           PERFORM 1145-TESTAR-WRK-FS-DEBAUTO                           00136500
           ADD 1                      TO WRK-PRV-LIDOS (WRK-IDX-PRV)    00136600
                                                                        00136700
           MOVE FD-DEB-CHAVE          TO WRK-CHAVE-PROCURA              00136800
           PERFORM 3900-VERIFICAR-CONTA                                 00136900
                                                                        00137000
           IF NOT WRK-CONTA-SELECIONADA-SIM                             00137100
              GO                  TO 4510-99-FIM                        00137200
           END-IF                                                       00137300
                                                                        00137400
           IF FD-DEB-VALOR NUMERIC                                      00137500
              MOVE FD-DEB-VALOR       TO WRK-VALOR-REG                  00137600
              PERFORM 3990-ESCALAR-VALOR                                00137700
              MOVE WRK-VALOR-REG      TO FD-DEB-VALOR                   00137800
           END-IF                                                       00137900
                                                                        00138000
           WRITE FD-DEBTST            FROM FD-DEBAUTO                   00138100
           PERFORM 1150-TESTAR-WRK-FS-DEBTST                            00138200
           ADD 1                      TO WRK-PRV-GRAVADOS (WRK-IDX-PRV).00138300
                                                                        00138400
      *----------------------------------------------------------------*00138500
       4510-99-FIM.                           EXIT.                     00138600
      *----------------------------------------------------------------*00138700
                                                                        00138800
      ******************************************************************00138900
      *          E X T R A I R   E M P R E G A D O S                   *00139000
      ******************************************************************00139100
                                                                        00139200
      *----------------------------------------------------------------*00139300
       4600-EXTRAIR-DADOSBAN                  SECTION.                  00139400
      *----------------------------------------------------------------*00139500
                                                                        00139600
           SET WRK-IDX-PRV            TO 6                              00139700
                                                                        00139800
           PERFORM 4610-TRATAR-DADOSBAN                                 00139900
                   UNTIL WRK-FS-DADOSBAN EQUAL '10'                     00140000
                                                                        00140100
           CLOSE DADOSBAN                                               00140200
                 BANTST.                                                00140300
                                                                        00140400
      *----------------------------------------------------------------*00140500
       4600-99-FIM.                           EXIT.                     00140600
      *----------------------------------------------------------------*00140700
                                                                        00140800
      *----------------------------------------------------------------*00140900
       4610-TRATAR-DADOSBAN                   SECTION.                  00141000
      *----------------------------------------------------------------*00141100
                                                                        00141200
           READ DADOSBAN                                                00141300
                                                                        00141400
           IF WRK-FS-DADOSBAN EQUAL '10'                                00141500
              GO                  TO 4610-99-FIM                        00141600
           END-IF                                                       00141700
                                                                        00141800
           PERFORM 1155-TESTAR-WRK-FS-DADOSBAN                          00141900
           ADD 1                      TO WRK-PRV-LIDOS (WRK-IDX-PRV)    00142000
                                                                        00142100
           MOVE FD-BAN-ID             TO WRK-ID-PROCURA                 00142200
           PERFORM 3950-AMOSTRAR-EMPREGADO                              00142300
                                                                        00142400
           IF NOT WRK-FUNC-SELECIONADO-SIM                              00142500
              GO                  TO 4610-99-FIM                        00142600
           END-IF                                                       00142700
                                                                        00142800
           WRITE FD-BANTST            FROM FD-DADOSBAN                  00142900
           PERFORM 1160-TESTAR-WRK-FS-BANTST                            00143000
           ADD 1                      TO WRK-PRV-GRAVADOS (WRK-IDX-PRV).00143100
                                                                        00143200
      *----------------------------------------------------------------*00143300
       4610-99-FIM.                           EXIT.                     00143400
      *----------------------------------------------------------------*00143500
                                                                        00143600
      *----------------------------------------------------------------*00143700
       4700-EXTRAIR-FOLHIST                   SECTION.                  00143800
      *----------------------------------------------------------------*00143900
                                                                        00144000
           SET WRK-IDX-PRV            TO 7                              00144100
                                                                        00144200
           PERFORM 4710-TRATAR-FOLHIST                                  00144300
                   UNTIL WRK-FS-FOLHIST EQUAL '10'                      00144400
                                                                        00144500
           CLOSE FOLHIST                                                00144600
                 FHITST.                                                00144700
                                                                        00144800
      *----------------------------------------------------------------*00144900
       4700-99-FIM.                           EXIT.                     00145000
      *----------------------------------------------------------------*00145100
                                                                        00145200
      *----------------------------------------------------------------*00145300
      *    NOME COM O ID COMO SEMENTE (O MESMO DO FR05DB76 NA FUNC2);  *00145400
      *    VERBAS ESCALADAS UMA A UMA E LIQUIDO REFEITO COM ELAS       *00145500
      *----------------------------------------------------------------*00145600
       4710-TRATAR-FOLHIST                    SECTION.                  00145700
      *----------------------------------------------------------------*00145800
                                                                        00145900
           READ FOLHIST                                                 00146000
                                                                        00146100
           IF WRK-FS-FOLHIST EQUAL '10'                                 00146200
              GO                  TO 4710-99-FIM                        00146300
           END-IF                                                       00146400
                                                                        00146500
           PERFORM 1165-TESTAR-WRK-FS-FOLHIST                           00146600
           ADD 1                      TO WRK-PRV-LIDOS (WRK-IDX-PRV)    00146700
                                                                        00146800
           MOVE FD-FHI-ID             TO WRK-ID-PROCURA                 00146900
           PERFORM 3950-AMOSTRAR-EMPREGADO                              00147000
                                                                        00147100
           IF NOT WRK-FUNC-SELECIONADO-SIM                              00147200
              GO                  TO 4710-99-FIM                        00147300
           END-IF                                                       00147400
                                                                        00147500
           MOVE 'N'                   TO WRK-MSC-FUNCAO                 00147600
           MOVE FD-FHI-ID             TO WRK-MSC-NUMERO                 00147700
           CALL 'MASCARA'             USING WRK-MASCARA                 00147800
           MOVE WRK-MSC-SAIDA         TO FD-FHI-NOME                    00147900
                                                                        00148000
           MOVE FD-FHI-BRUTO          TO WRK-VALOR-REG                  00148100
           PERFORM 3990-ESCALAR-VALOR                                   00148200
           MOVE WRK-VALOR-REG         TO FD-FHI-BRUTO                   00148300
                                                                        00148400
           MOVE FD-FHI-INSS           TO WRK-VALOR-REG                  00148500
           PERFORM 3990-ESCALAR-VALOR                                   00148600
           MOVE WRK-VALOR-REG         TO FD-FHI-INSS                    00148700
                                                                        00148800
           MOVE FD-FHI-IRRF           TO WRK-VALOR-REG                  00148900
           PERFORM 3990-ESCALAR-VALOR                                   00149000
           MOVE WRK-VALOR-REG         TO FD-FHI-IRRF                    00149100
                                                                        00149200
           MOVE FD-FHI-OUTROS-CRED    TO WRK-VALOR-REG                  00149300
           PERFORM 3990-ESCALAR-VALOR                                   00149400
           MOVE WRK-VALOR-REG         TO FD-FHI-OUTROS-CRED             00149500
                                                                        00149600
           MOVE FD-FHI-OUTROS-DEB     TO WRK-VALOR-REG                  00149700
           PERFORM 3990-ESCALAR-VALOR                                   00149800
           MOVE WRK-VALOR-REG         TO FD-FHI-OUTROS-DEB              00149900
                                                                        00150000
           MOVE FD-FHI-CONSIG         TO WRK-VALOR-REG                  00150100
           PERFORM 3990-ESCALAR-VALOR                                   00150200
           MOVE WRK-VALOR-REG         TO FD-FHI-CONSIG                  00150300
                                                                        00150400
           COMPUTE FD-FHI-LIQUIDO = FD-FHI-BRUTO                        00150500
                                  - FD-FHI-INSS                         00150600
                                  - FD-FHI-IRRF                         00150700
                                  + FD-FHI-OUTROS-CRED                  00150800
                                  - FD-FHI-OUTROS-DEB                   00150900
                                                                        00151000
           WRITE FD-FHITST            FROM FD-FOLHIST                   00151100
           PERFORM 1170-TESTAR-WRK-FS-FHITST                            00151200
           ADD 1                      TO WRK-PRV-GRAVADOS (WRK-IDX-PRV).00151300
                                                                        00151400
      *----------------------------------------------------------------*00151500
       4710-99-FIM.                           EXIT.                     00151600
      *----------------------------------------------------------------*00151700
                                                                        00151800
      ******************************************************************00151900
      *                   F I N A L I Z A R                            *00152000
      ******************************************************************00152100
                                                                        00152200
      *----------------------------------------------------------------*00152300
       6000-FINALIZAR                        SECTION.                   00152400
      *----------------------------------------------------------------*00152500
                                                                        00152600
           DISPLAY '*************************************************'  00152700
           DISPLAY '      EXTRACAO DE MASSA DE TESTE MASCARADA       '  00152800
           DISPLAY '                                                 '  00152900
           DISPLAY '  AMOSTRA - TAXA      :  ' WRK-MSC-TAXA             00153000
           DISPLAY '  AMOSTRA - RESTO     :  ' WRK-MSC-RESTO            00153100
           DISPLAY '  CONTAS-SALARIO OBRIG:  ' ACUM-FORCADAS-SALARIO    00153200
           DISPLAY '  CONTAS POR TRANSF.  :  ' ACUM-FORCADAS-TRANSF     00153300
           DISPLAY '  RODADAS DE TRANSF.  :  ' ACUM-RODADAS             00153400
           DISPLAY '                                                 '  00153500
           DISPLAY '  ARQUIVO        LIDOS   GRAVADOS                '  00153600
                                                                        00153700
           PERFORM 6100-EXIBIR-ARQUIVO                                  00153800
                   VARYING WRK-IDX-PRV FROM 1 BY 1                      00153900
                   UNTIL WRK-IDX-PRV GREATER WRK-QTD-ARQUIVOS           00154000
                                                                        00154100
           DISPLAY '                                                 '  00154200
           DISPLAY '*************************************************'. 00154300
                                                                        00154400
      *----------------------------------------------------------------*00154500
       6000-99-FIM.                           EXIT.                     00154600
      *----------------------------------------------------------------*00154700
                                                                        00154800
      *----------------------------------------------------------------*00154900
       6100-EXIBIR-ARQUIVO                    SECTION.                  00155000
      *----------------------------------------------------------------*00155100
                                                                        00155200
           DISPLAY '  ' WRK-PRV-ARQUIVO (WRK-IDX-PRV)                   00155300
                   ' '  WRK-PRV-LIDOS (WRK-IDX-PRV)                     00155400
                   ' '  WRK-PRV-GRAVADOS (WRK-IDX-PRV).                 00155500
                                                                        00155600
      *----------------------------------------------------------------*00155700
       6100-99-FIM.                           EXIT.                     00155800
      *----------------------------------------------------------------*00155900
                                                                        00156000
      ******************************************************************00156100
      *                   T R A T A R  E R R O                         *00156200
      ******************************************************************00156300
                                                                        00156400
       9000-TRATAR-ERRO                     SECTION.                    00156500
      *----------------------------------------------------------------*00156600
                  MOVE 'F'                TO WRK-SEVERIDADE             00156700
                  CALL 'GRAVALOG'         USING WRK-LOG                 00156800
                  MOVE 16                 TO RETURN-CODE                00156900
                  GOBACK.                                               00157000
      *----------------------------------------------------------------*00157100
       9000-99-FIM.                           EXIT.                     00157200
      *----------------------------------------------------------------*00157300
