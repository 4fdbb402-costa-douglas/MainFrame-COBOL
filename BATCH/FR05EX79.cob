      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX79.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX79                                       *00002000
      *    TIPO.......: CONFERENCIA DE VARIACAO DA FOLHA MENSAL        *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : CONFERIR A FOLHA MENSAL (FR05DB12) CONTRA A      *00002800
      *               COMPETENCIA ANTERIOR ANTES DE LIBERAR O SALMOV E *00002900
      *               O BCOEXT PARA O CICLO NOTURNO:                   *00003000
      *               1) CARREGA DO FOLHIST (ORIGEM FR05DB12) A        *00003100
      *                  COMPETENCIA DO SYSIN E A ANTERIOR; NA         *00003200
      *                  REPETICAO DO ID (RERUN) VALE O ULTIMO;        *00003300
      *               2) APONTA O EMPREGADO COM VARIACAO DO BRUTO, DOS *00003400
      *                  DESCONTOS (INSS + IRRF + OUTROS) OU DO        *00003500
      *                  LIQUIDO ACIMA DO PERCENTUAL DO SYSIN, O       *00003600
      *                  EMPREGADO NOVO (SEM A COMPETENCIA ANTERIOR) E *00003700
      *                  O LIQUIDO ACIMA DO TETO DO SYSIN; O AUSENTE   *00003800
      *                  (PAGO NA ANTERIOR E NAO NESTA) SAI SO NO      *00003900
      *                  RELATORIO;                                    *00004000
      *               3) LE O SALMOV E O BCOEXT (CONFERINDO HEADER E   *00004100
      *                  TRAILER), ACHA O EMPREGADO DE CADA CREDITO    *00004200
      *                  PELOS DADOS BANCARIOS (DADOSBAN) E RETEM NO   *00004300
      *                  RETFOL (B#RETFOL, SITUACAO 'P') O CREDITO DO  *00004400
      *                  APONTADO OU SEM CADASTRO; OS DEMAIS SAEM NO   *00004500
      *                  SALMOV E NO BCOEXT LIBERADOS, COM NOVO        *00004600
      *                  TRAILER;                                      *00004700
      *               2A) LE NA TRILHA DE AUDITORIA (AUDITRL) AS       *00000000
      *                  MUDANCAS DE CONTA DE CREDITO FEITAS PELO      *00000000
      *                  FR05DB46 NA JANELA DO SYSIN (DESDE A ULTIMA   *00000000
      *                  FOLHA) E APONTA O EMPREGADO COM A CONTA       *00000000
      *                  ALTERADA (MOTIVO 'C'), COM ALERTA FATAL NO    *00000000
      *                  LOG PARA CADA UM - AGRAVADO QUANDO O MESMO    *00000000
      *                  OPERADOR TAMBEM ALTEROU A FOLHA DO EMPREGADO  *00000000
      *                  NA JANELA (FUNC2, RECORR, AFASTAM, EMPCONS),  *00000000
      *                  QUANDO A CONTA NOVA E A MESMA DE OUTRO        *00000000
      *                  EMPREGADO NO DADOSBAN OU QUANDO A MUDANCA NAO *00000000
      *                  TEM OPERADOR; O CREDITO SO E LIBERADO PELO RH *00000000
      *                  DEPOIS DE CONFIRMAR A CONTA COM O EMPREGADO;  *00000000
      *               4) EMITE O RELATORIO DE VARIACAO (RELVFL) E DA   *00004800
      *                  RC 04 QUANDO HA CREDITO RETIDO OU AUSENTE.    *00004900
      *               O CREDITO RETIDO E LIBERADO OU CANCELADO PELO    *00005000
      *               RH NO LOTE DO FR05EX80. NO RERUN DA COMPETENCIA, *00005100
      *               A RETENCAO PENDENTE DA RODADA ANTERIOR E         *00005200
      *               CANCELADA ANTES DE GRAVAR A NOVA.                *00005300
      *----------------------------------------------------------------*00005400
      *    ARQUIVOS :                                                  *00005500
      *    DDNAME          I/O                                         *00005600
      *    FOLHIST          I    HISTORICO DA FOLHA                    *00005700
      *    JCLDADBA         I    DADOS BANCARIOS DOS EMPREGADOS        *00005800
      *    JCLSALMO         I    CREDITOS NA CASA DO FR05DB12 (SALMOV) *00005900
      *    JCLBCOEX         I    CREDITOS EM OUTROS BANCOS (BCOEXT)    *00006000
      *    JCLSALLB         O    SALMOV LIBERADO                       *00006100
      *    JCLBCOLB         O    BCOEXT LIBERADO                       *00006200
      *    JCLRETFO        I-O   CREDITOS RETIDOS PARA REVISAO (RETFOL)*00006300
      *    JCLRELVF         O    RELATORIO DE VARIACAO DA FOLHA        *00006400
      *    AUDITRL          I    TRILHA DE AUDITORIA (GRAVAUD)         *00000000
      *----------------------------------------------------------------*00006500
      *    BOOKS    :    B#FOLHIS, B#DADBAN, B#MOVREG, B#BCOEXT,       *00006600
      *                  B#RETFOL, B#GRALOG, B#RUNCTL, B#DATPRC        *00006700
      *----------------------------------------------------------------*00006800
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006900
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00007000
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00007100
      *----------------------------------------------------------------*00007200
      *    PARAMETROS (VIA SYSIN):                                     *00007300
      *      COMPETENCIA (AAAAMM)                                      *00007400
      *      PERCENTUAL DE VARIACAO 9(03)V99 (EX.: 02000 = 20,00%)     *00007500
      *      TETO DO LIQUIDO 9(08)V99 (EX.: 0002500000 = 25.000,00)    *00007600
      *      RERUN ('S' = REPROCESSA A COMPETENCIA JA CONFERIDA)       *00007700
      *      INICIO DA JANELA DA TRILHA (AAAAMMDD, DATA DA ULTIMA      *00000000
      *      FOLHA; EM BRANCO = DIA 01 DA COMPETENCIA)                 *00000000
      *      FIM DA JANELA DA TRILHA (AAAAMMDD; EM BRANCO = DATA DO    *00000000
      *      MOVIMENTO DO CICLO)                                       *00000000
      *----------------------------------------------------------------*00007800
      *    HISTORICO DE ALTERACOES:                                    *00007900
      *      DATA        RESP.    DESCRICAO                            *00008000
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008100
      *      15/10/2026  DPC      CONTA DE CREDITO ALTERADA PELO       *00000000
      *                           FR05DB46 DESDE A ULTIMA FOLHA: LIDA  *00000000
      *                           NA TRILHA (AUDITRL), CREDITO RETIDO  *00000000
      *                           COM O MOTIVO 'C' E ALERTA FATAL NO   *00000000
      *                           LOG; JANELA NO SYSIN                 *00000000
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
             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00010100
                    FILE STATUS     IS WRK-FS-FOLHIST.                  00010200
                                                                        00010300
             SELECT DADOSBAN  ASSIGN     TO JCLDADBA                    00010400
                    FILE STATUS     IS WRK-FS-DADOSBAN.                 00010500
                                                                        00010600
             SELECT SALMOV    ASSIGN     TO JCLSALMO                    00010700
                    FILE STATUS     IS WRK-FS-SALMOV.                   00010800
                                                                        00010900
             SELECT BCOEXT    ASSIGN     TO JCLBCOEX                    00011000
                    FILE STATUS     IS WRK-FS-BCOEXT.                   00011100
                                                                        00011200
             SELECT SALLIB    ASSIGN     TO JCLSALLB                    00011300
                    FILE STATUS     IS WRK-FS-SALLIB.                   00011400
                                                                        00011500
             SELECT BCOLIB    ASSIGN     TO JCLBCOLB                    00011600
                    FILE STATUS     IS WRK-FS-BCOLIB.                   00011700
                                                                        00011800
             SELECT RETFOL    ASSIGN     TO JCLRETFO                    00011900
                    FILE STATUS     IS WRK-FS-RETFOL.                   00012000
                                                                        00012100
             SELECT RELVFL    ASSIGN     TO JCLRELVF                    00012200
                    FILE STATUS     IS WRK-FS-RELVFL.                   00012300
                                                                        00000000
             SELECT TRILHARQ  ASSIGN     TO AUDITRL                     00000000
                    FILE STATUS     IS WRK-FS-TRILHARQ.                 00000000
                                                                        00012400
      *================================================================*00012500
       DATA                                      DIVISION.              00012600
      *================================================================*00012700
                                                                        00012800
      *----------------------------------------------------------------*00012900
       FILE                                      SECTION.               00013000
      *----------------------------------------------------------------*00013100
                                                                        00013200
      *----------------------------------------------------------------*00013300
      *  INPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110.           *00013400
      *----------------------------------------------------------------*00013500
                                                                        00013600
       FD FOLHIST                                                       00013700
           RECORDING MODE IS F                                          00013800
           BLOCK CONTAINS 0 RECORDS.                                    00013900
                                                                        00014000
           COPY 'B#FOLHIS'.                                             00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
      *  INPUT - DADOS BANCARIOS DOS EMPREGADOS (DADOSBAN) - LRECL 020 *00014400
      *----------------------------------------------------------------*00014500
                                                                        00014600
       FD DADOSBAN                                                      00014700
           RECORDING MODE IS F                                          00014800
           BLOCK CONTAINS 0 RECORDS.                                    00014900
                                                                        00015000
           COPY 'B#DADBAN'.                                             00015100
                                                                        00015200
      *----------------------------------------------------------------*00015300
      *  INPUT - CREDITOS DE SALARIO NA CASA (SALMOV) - LRECL = 106.   *00015400
      *----------------------------------------------------------------*00015500
                                                                        00015600
       FD SALMOV                                                        00015700
           RECORDING MODE IS F                                          00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
                                                                        00016000
           COPY 'B#MOVREG'.                                             00016100
                                                                        00016200
      *----------------------------------------------------------------*00016300
      *  INPUT - CREDITOS EM OUTROS BANCOS (BCOEXT) - LRECL = 050.     *00016400
      *----------------------------------------------------------------*00016500
                                                                        00016600
       FD BCOEXT                                                        00016700
           RECORDING MODE IS F                                          00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
                                                                        00017000
           COPY 'B#BCOEXT'.                                             00017100
                                                                        00017200
      *----------------------------------------------------------------*00017300
      *  OUTPUT - SALMOV LIBERADO (LAYOUT B#MOVREG) - LRECL = 106.     *00017400
      *----------------------------------------------------------------*00017500
                                                                        00017600
       FD SALLIB                                                        00017700
           RECORDING MODE IS F                                          00017800
           BLOCK CONTAINS 0 RECORDS.                                    00017900
       01 FD-SALLIB         PIC X(106).                                 00018000
                                                                        00018100
      *----------------------------------------------------------------*00018200
      *  OUTPUT - BCOEXT LIBERADO (LAYOUT B#BCOEXT) - LRECL = 050.     *00018300
      *----------------------------------------------------------------*00018400
                                                                        00018500
       FD BCOLIB                                                        00018600
           RECORDING MODE IS F                                          00018700
           BLOCK CONTAINS 0 RECORDS.                                    00018800
       01 FD-BCOLIB         PIC X(050).                                 00018900
                                                                        00019000
      *----------------------------------------------------------------*00019100
      *  I-O    - CREDITOS RETIDOS PARA REVISAO (RETFOL) - LRECL = 180 *00019200
      *----------------------------------------------------------------*00019300
                                                                        00019400
       FD RETFOL                                                        00019500
           RECORDING MODE IS F                                          00019600
           BLOCK CONTAINS 0 RECORDS.                                    00019700
                                                                        00019800
           COPY 'B#RETFOL'.                                             00019900
                                                                        00020000
      *----------------------------------------------------------------*00020100
      *  OUTPUT - RELATORIO DE VARIACAO DA FOLHA (RELVFL) - LRECL 080  *00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
       FD RELVFL                                                        00020500
           RECORDING MODE IS F                                          00020600
           BLOCK CONTAINS 0 RECORDS.                                    00020700
       01 FD-RELVFL         PIC X(080).                                 00020800
                                                                        00000000
      *----------------------------------------------------------------*00000000
      *  INPUT  - TRILHA DE AUDITORIA (TRILHARQ) - LRECL = 159         *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD TRILHARQ                                                      00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
       01 FD-TRILHARQ.                                                  00000000
          05 FD-AUD-DATA               PIC X(08).                       00000000
          05 FD-AUD-HORA               PIC X(08).                       00000000
          05 FD-AUD-PROGRAMA           PIC X(08).                       00000000
          05 FD-AUD-SECAO              PIC X(06).                       00000000
          05 FD-AUD-TABELA             PIC X(08).                       00000000
          05 FD-AUD-OPERACAO           PIC X(01).                       00000000
          05 FD-AUD-ID                 PIC 9(04).                       00000000
          05 FD-AUD-CAMPO              PIC X(10).                       00000000
          05 FD-AUD-VALOR-ANTES        PIC X(40).                       00000000
          05 FD-AUD-VALOR-DEPOIS       PIC X(40).                       00000000
          05 FD-AUD-USUARIO            PIC X(08).                       00000000
          05 FD-AUD-DATA-MOVTO         PIC X(08).                       00000000
          05 FD-AUD-CHAVE              PIC X(10).                       00000000
                                                                        00020900
      *----------------------------------------------------------------*00021000
       WORKING-STORAGE                            SECTION.              00021100
      *----------------------------------------------------------------*00021200
      *----------------------------------------------------------------*00021300
       01 FILLER                         PIC X(050)       VALUE         00021400
                   '*** INICIO DA WORKING FR05EX79 ***'.                00021500
      *----------------------------------------------------------------*00021600
                                                                        00021700
       77 WRK-FS-FOLHIST                 PIC X(002) VALUE SPACES.       00021800
       77 WRK-FS-DADOSBAN                PIC X(002) VALUE SPACES.       00021900
       77 WRK-FS-SALMOV                  PIC X(002) VALUE SPACES.       00022000
       77 WRK-FS-BCOEXT                  PIC X(002) VALUE SPACES.       00022100
       77 WRK-FS-SALLIB                  PIC X(002) VALUE SPACES.       00022200
       77 WRK-FS-BCOLIB                  PIC X(002) VALUE SPACES.       00022300
       77 WRK-FS-RETFOL                  PIC X(002) VALUE SPACES.       00022400
       77 WRK-FS-RELVFL                  PIC X(002) VALUE SPACES.       00022500
       77 WRK-FS-TRILHARQ                PIC X(002) VALUE SPACES.       00000000
                                                                        00022600
      *----------------------------------------------------------------*00022700
       01 FILLER                         PIC X(050)       VALUE         00022800
                     '*** AREA DA ACUMULADORES ***'.                    00022900
      *----------------------------------------------------------------*00023000
                                                                        00023100
       77 ACUM-LIDOS-FOLHIST             PIC 9(007) VALUE ZEROS.        00023200
       77 ACUM-LIDOS-SALMOV              PIC 9(007) VALUE ZEROS.        00023300
       77 ACUM-LIDOS-BCOEXT              PIC 9(007) VALUE ZEROS.        00023400
       77 ACUM-CRED-SALMOV               PIC 9(007) VALUE ZEROS.        00023500
       77 ACUM-CRED-BCOEXT               PIC 9(007) VALUE ZEROS.        00023600
       77 ACUM-LIB-SALMOV                PIC 9(007) VALUE ZEROS.        00023700
       77 ACUM-LIB-BCOEXT                PIC 9(007) VALUE ZEROS.        00023800
       77 ACUM-RETIDOS                   PIC 9(007) VALUE ZEROS.        00023900
       77 ACUM-RET-CANCELADOS            PIC 9(007) VALUE ZEROS.        00024000
       77 ACUM-APONTADOS                 PIC 9(005) VALUE ZEROS.        00024100
       77 ACUM-NOVOS                     PIC 9(005) VALUE ZEROS.        00024200
       77 ACUM-AUSENTES                  PIC 9(005) VALUE ZEROS.        00024300
       77 ACUM-SEM-CADASTRO              PIC 9(005) VALUE ZEROS.        00024400
       77 ACUM-HASH-SALMOV               PIC 9(011)V99 VALUE ZEROS.     00024500
       77 ACUM-HASH-BCOEXT               PIC 9(011)V99 VALUE ZEROS.     00024600
       77 ACUM-HASH-LIB-SALMOV           PIC 9(011)V99 VALUE ZEROS.     00024700
       77 ACUM-HASH-LIB-BCOEXT           PIC 9(011)V99 VALUE ZEROS.     00024800
       77 ACUM-VLR-RETIDO                PIC 9(013)V99 VALUE ZEROS.     00024900
       77 ACUM-LIDOS-TRILHA              PIC 9(007) VALUE ZEROS.        00000000
       77 ACUM-CONTAS-ALTERADAS          PIC 9(005) VALUE ZEROS.        00000000
       77 ACUM-ALT-MESMO-OPER            PIC 9(005) VALUE ZEROS.        00000000
       77 ACUM-ALT-COMPART               PIC 9(005) VALUE ZEROS.        00000000
       77 ACUM-ALT-SEM-OPER              PIC 9(005) VALUE ZEROS.        00000000
                                                                        00025000
      *----------------------------------------------------------------*00025100
       01 FILLER                         PIC X(050)       VALUE         00025200
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00025300
      *----------------------------------------------------------------*00025400
                                                                        00025500
       77 WRK-FIM-SALMOV                 PIC X(001) VALUE 'N'.          00025600
           88 WRK-FIM-SALMOV-SIM                    VALUE 'S'.          00025700
       77 WRK-FIM-BCOEXT                 PIC X(001) VALUE 'N'.          00025800
           88 WRK-FIM-BCOEXT-SIM                    VALUE 'S'.          00025900
       77 WRK-FIM-RETFOL                 PIC X(001) VALUE 'N'.          00026000
           88 WRK-FIM-RETFOL-SIM                    VALUE 'S'.          00026100
       77 WRK-FIM-TRILHA                 PIC X(001) VALUE 'N'.          00000000
           88 WRK-FIM-TRILHA-SIM                    VALUE 'S'.          00000000
       77 WRK-SEM-ANTERIOR               PIC X(001) VALUE 'N'.          00026200
           88 WRK-SEM-ANTERIOR-SIM                  VALUE 'S'.          00026300
       77 WRK-ATU-ACHOU                  PIC X(001) VALUE 'N'.          00026400
           88 WRK-ATU-ACHOU-SIM                     VALUE 'S'.          00026500
       77 WRK-ANT-ACHOU                  PIC X(001) VALUE 'N'.          00026600
           88 WRK-ANT-ACHOU-SIM                     VALUE 'S'.          00026700
       77 WRK-BAN-ACHOU                  PIC X(001) VALUE 'N'.          00026800
           88 WRK-BAN-ACHOU-SIM                     VALUE 'S'.          00026900
       77 WRK-ALT-ACHOU                  PIC X(001) VALUE 'N'.          00000000
           88 WRK-ALT-ACHOU-SIM                     VALUE 'S'.          00000000
       77 WRK-PAG-ACHOU                  PIC X(001) VALUE 'N'.          00000000
           88 WRK-PAG-ACHOU-SIM                     VALUE 'S'.          00000000
       77 WRK-EXCEDEU                    PIC X(001) VALUE 'N'.          00027000
           88 WRK-EXCEDEU-SIM                       VALUE 'S'.          00027100
       77 WRK-ORIGEM                     PIC X(008) VALUE 'FR05DB12'.   00027200
       77 WRK-DATA-EXEC                  PIC X(008) VALUE SPACES.       00027300
       77 WRK-ID-PESQ                    PIC 9(004) VALUE ZEROS.        00027400
       77 WRK-OPR-PESQ                   PIC X(003) VALUE SPACES.       00000000
       77 WRK-DATA-INI                   PIC X(008) VALUE SPACES.       00000000
       77 WRK-DATA-FIM                   PIC X(008) VALUE SPACES.       00000000
       77 WRK-QTD-TRAILER                PIC 9(007) VALUE ZEROS.        00027500
       77 WRK-HASH-TRAILER               PIC 9(011)V99 VALUE ZEROS.     00027600
       77 WRK-VLR-ANTERIOR               PIC S9(009)V99 VALUE ZEROS.    00027700
       77 WRK-VLR-ATUAL                  PIC S9(009)V99 VALUE ZEROS.    00027800
       77 WRK-VLR-BASE                   PIC S9(009)V99 VALUE ZEROS.    00027900
       77 WRK-VLR-DIFERENCA              PIC S9(009)V99 VALUE ZEROS.    00028000
       77 WRK-VARIACAO                   PIC 9(007)V99 VALUE ZEROS.     00028100
                                                                        00028200
       01 WRK-COMPETENCIA                PIC X(006) VALUE SPACES.       00028300
       01 FILLER                         REDEFINES WRK-COMPETENCIA.     00028400
          05 WRK-COMP-ANO                PIC 9(004).                    00028500
          05 WRK-COMP-MES                PIC 9(002).                    00028600
                                                                        00028700
       01 WRK-COMP-ANTERIOR              PIC X(006) VALUE SPACES.       00028800
       01 FILLER                         REDEFINES WRK-COMP-ANTERIOR.   00028900
          05 WRK-CANT-ANO                PIC 9(004).                    00029000
          05 WRK-CANT-MES                PIC 9(002).                    00029100
                                                                        00029200
       01 WRK-PERCENTUAL-X               PIC X(005) VALUE SPACES.       00029300
       01 WRK-PERCENTUAL                 REDEFINES WRK-PERCENTUAL-X     00029400
                                         PIC 9(003)V99.                 00029500
                                                                        00029600
       01 WRK-TETO-X                     PIC X(010) VALUE SPACES.       00029700
       01 WRK-TETO                       REDEFINES WRK-TETO-X           00029800
                                         PIC 9(008)V99.                 00029900
                                                                        00030000
      *    MOTIVOS DO APONTAMENTO, NA MESMA ORDEM DO B#RETFOL          *00030100
       01 WRK-MOTIVOS.                                                  00030200
          05 WRK-MOT-BRUTO               PIC X(001).                    00030300
          05 WRK-MOT-DESCONTOS           PIC X(001).                    00030400
          05 WRK-MOT-LIQUIDO             PIC X(001).                    00030500
          05 WRK-MOT-NOVO                PIC X(001).                    00030600
          05 WRK-MOT-TETO                PIC X(001).                    00030700
          05 WRK-MOT-CADASTRO            PIC X(001).                    00030800
          05 WRK-MOT-CONTA               PIC X(001).                    00000000
          05 FILLER                      PIC X(003).                    00030900
                                                                        00031000
      *----------------------------------------------------------------*00031100
      *    FOLHA DA COMPETENCIA (ATUAL) E DA ANTERIOR, POR ID          *00031200
      *----------------------------------------------------------------*00031300
                                                                        00031400
       01 WRK-TAB-ATUAL.                                                00031500
          05 WRK-TAB-ATU                 OCCURS 500 TIMES               00031600
                                          INDEXED BY WRK-IDX-ATU.       00031700
             10 WRK-TAB-ATU-ID           PIC 9(04).                     00031800
             10 WRK-TAB-ATU-NOME         PIC X(20).                     00031900
             10 WRK-TAB-ATU-BRUTO        PIC 9(08)V99.                  00032000
             10 WRK-TAB-ATU-DESCONTOS    PIC 9(09)V99.                  00032100
             10 WRK-TAB-ATU-LIQUIDO      PIC S9(08)V99.                 00032200
             10 WRK-TAB-ATU-MOTIVOS      PIC X(10).                     00032300
             10 WRK-TAB-ATU-RETIDOS      PIC 9(03).                     00032400
             10 WRK-TAB-ATU-ANT-LIQUIDO  PIC S9(08)V99.                 00032500
                                                                        00032600
       77 WRK-TAB-ATU-QTDE               PIC 9(003) VALUE ZEROS.        00032700
                                                                        00032800
       01 WRK-TAB-ANTERIOR.                                             00032900
          05 WRK-TAB-ANT                 OCCURS 500 TIMES               00033000
                                          INDEXED BY WRK-IDX-ANT.       00033100
             10 WRK-TAB-ANT-ID           PIC 9(04).                     00033200
             10 WRK-TAB-ANT-NOME         PIC X(20).                     00033300
             10 WRK-TAB-ANT-BRUTO        PIC 9(08)V99.                  00033400
             10 WRK-TAB-ANT-DESCONTOS    PIC 9(09)V99.                  00033500
             10 WRK-TAB-ANT-LIQUIDO      PIC S9(08)V99.                 00033600
             10 WRK-TAB-ANT-PRESENTE     PIC X(01).                     00033700
                                                                        00033800
       77 WRK-TAB-ANT-QTDE               PIC 9(003) VALUE ZEROS.        00033900
                                                                        00034000
      *----------------------------------------------------------------*00034100
      *    DADOS BANCARIOS (DADOSBAN): CONTA DE CREDITO -> EMPREGADO   *00034200
      *----------------------------------------------------------------*00034300
                                                                        00034400
       01 WRK-TAB-BANCARIOS.                                            00034500
          05 WRK-TAB-BAN                 OCCURS 500 TIMES               00034600
                                          INDEXED BY WRK-IDX-BAN        00034700
                                                    WRK-IDX-BAN2.       00000000
             10 WRK-TAB-BAN-ID           PIC 9(04).                     00034800
             10 WRK-TAB-BAN-CONTA-CRED.                                 00034900
                15 WRK-TAB-BAN-BANCO     PIC X(03).                     00035000
                15 WRK-TAB-BAN-AGENCIA   PIC X(04).                     00035100
                15 WRK-TAB-BAN-CONTA     PIC X(06).                     00035200
                                                                        00035300
       77 WRK-TAB-BAN-QTDE               PIC 9(003) VALUE ZEROS.        00035400
                                                                        00035500
       01 WRK-CONTA-PESQ.                                               00035600
          05 WRK-CPQ-BANCO               PIC X(03).                     00035700
          05 WRK-CPQ-AGENCIA             PIC X(04).                     00035800
          05 WRK-CPQ-CONTA               PIC X(06).                     00035900
                                                                        00000000
      *----------------------------------------------------------------*00000000
      *    TRILHA DE AUDITORIA NA JANELA DO SYSIN: CONTAS DE CREDITO   *00000000
      *    ALTERADAS PELO FR05DB46 (VALE A ULTIMA MUDANCA DO ID) E OS  *00000000
      *    OPERADORES QUE ALTERARAM A FOLHA DE CADA EMPREGADO          *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       01 WRK-TAB-ALTERACOES.                                           00000000
          05 WRK-TAB-ALT                 OCCURS 500 TIMES               00000000
                                          INDEXED BY WRK-IDX-ALT.       00000000
             10 WRK-TAB-ALT-ID           PIC 9(04).                     00000000
             10 WRK-TAB-ALT-DATA         PIC X(08).                     00000000
             10 WRK-TAB-ALT-OPERADOR     PIC X(03).                     00000000
             10 WRK-TAB-ALT-CONTA-CRED.                                 00000000
                15 WRK-TAB-ALT-BANCO     PIC X(03).                     00000000
                15 WRK-TAB-ALT-AGENCIA   PIC X(04).                     00000000
                15 WRK-TAB-ALT-CONTA     PIC X(06).                     00000000
      *          O = O OPERADOR TAMBEM ALTEROU A FOLHA DO EMPREGADO    *00000000
      *          M = A CONTA E A MESMA DE OUTRO EMPREGADO NO DADOSBAN  *00000000
      *          X = MUDANCA SEM OPERADOR IDENTIFICADO                 *00000000
             10 WRK-TAB-ALT-ALERTAS.                                    00000000
                15 WRK-TAB-ALT-MESMO-OPER PIC X(01).                    00000000
                15 WRK-TAB-ALT-COMPART   PIC X(01).                     00000000
                15 WRK-TAB-ALT-SEM-OPER  PIC X(01).                     00000000
                                                                        00000000
       77 WRK-TAB-ALT-QTDE               PIC 9(003) VALUE ZEROS.        00000000
                                                                        00000000
       01 WRK-TAB-OPER-FOLHA.                                           00000000
          05 WRK-TAB-OPF                 OCCURS 1000 TIMES              00000000
                                          INDEXED BY WRK-IDX-OPF.       00000000
             10 WRK-TAB-OPF-ID           PIC 9(04).                     00000000
             10 WRK-TAB-OPF-OPERADOR     PIC X(03).                     00000000
                                                                        00000000
       77 WRK-TAB-OPF-QTDE               PIC 9(004) VALUE ZEROS.        00000000
                                                                        00036000
      *----------------------------------------------------------------*00036100
      *    LINHAS DO RELATORIO DE VARIACAO                             *00036200
      *----------------------------------------------------------------*00036300
                                                                        00036400
       01 WRK-CABEC1.                                                   00036500
          05 FILLER               PIC X(039) VALUE                      00036600
             'FR05EX79 - CONFERENCIA DE VARIACAO'.                      00036700
          05 FILLER               PIC X(012) VALUE 'COMPETENCIA '.      00036800
          05 WRK-CB-COMPETENCIA   PIC X(006) VALUE SPACES.              00036900
          05 FILLER               PIC X(011) VALUE '  ANTERIOR '.       00037000
          05 WRK-CB-ANTERIOR      PIC X(006) VALUE SPACES.              00037100
          05 FILLER               PIC X(006) VALUE SPACES.              00037200
                                                                        00037300
       01 WRK-CABEC2.                                                   00037400
          05 FILLER               PIC X(013) VALUE 'VARIACAO ATE '.     00037500
          05 WRK-CB-PERCENTUAL    PIC ZZ9,99.                           00037600
          05 FILLER               PIC X(019) VALUE                      00037700
             '%   TETO LIQUIDO '.                                       00037800
          05 WRK-CB-TETO          PIC ZZ.ZZZ.ZZ9,99.                    00037900
          05 FILLER               PIC X(029) VALUE SPACES.              00038000
                                                                        00038100
       01 WRK-CABEC3.                                                   00038200
          05 FILLER               PIC X(040) VALUE                      00038300
             'MOTIVOS: B BRUTO D DESCONTOS L LIQUIDO'.                  00038400
          05 FILLER               PIC X(040) VALUE                      00038500
             'N NOVO T TETO S SEM CADASTRO C CONTA ALT'.                00038600
                                                                        00038700
       01 WRK-CABEC4.                                                   00038800
          05 FILLER               PIC X(034) VALUE                      00038900
             'ID   NOME                 MOTIVO'.                        00039000
          05 FILLER               PIC X(046) VALUE                      00039100
             '  LIQ ANTERIOR     LIQ ATUAL SITUACAO'.                   00039200
                                                                        00039300
       01 WRK-LINDET.                                                   00039400
          05 WRK-LD-ID                   PIC 9(004).                    00039500
          05 FILLER                      PIC X(001) VALUE SPACES.       00039600
          05 WRK-LD-NOME                 PIC X(020).                    00039700
          05 FILLER                      PIC X(001) VALUE SPACES.       00039800
          05 WRK-LD-MOTIVOS              PIC X(007).                    00039900
          05 FILLER                      PIC X(001) VALUE SPACES.       00040000
          05 WRK-LD-LIQ-ANTERIOR         PIC -ZZ.ZZZ.ZZ9,99.            00040100
          05 FILLER                      PIC X(001) VALUE SPACES.       00040200
          05 WRK-LD-LIQ-ATUAL            PIC -ZZ.ZZZ.ZZ9,99.            00040300
          05 FILLER                      PIC X(001) VALUE SPACES.       00040400
          05 WRK-LD-SITUACAO             PIC X(009).                    00040500
          05 FILLER                      PIC X(007) VALUE SPACES.       00040600
                                                                        00040700
       01 WRK-CABEC5.                                                   00000000
          05 FILLER               PIC X(042) VALUE                      00000000
             'CONTAS DE CREDITO ALTERADAS (FR05DB46) DE '.              00000000
          05 WRK-CB-DATA-INI      PIC X(008) VALUE SPACES.              00000000
          05 FILLER               PIC X(003) VALUE ' A '.               00000000
          05 WRK-CB-DATA-FIM      PIC X(008) VALUE SPACES.              00000000
          05 FILLER               PIC X(019) VALUE SPACES.              00000000
                                                                        00000000
       01 WRK-CABEC6.                                                   00000000
          05 FILLER               PIC X(036) VALUE                      00000000
             'ALERTAS: O OPERADOR TAMBEM NA FOLHA'.                     00000000
          05 FILLER               PIC X(044) VALUE                      00000000
             '  M CONTA DE OUTRO EMPREGADO  X SEM OPERADOR'.            00000000
                                                                        00000000
       01 WRK-CABEC7.                                                   00000000
          05 FILLER               PIC X(035) VALUE                      00000000
             'ID   NOME                 DATA'.                          00000000
          05 FILLER               PIC X(045) VALUE                      00000000
             'OPR BCO AGEN CONTA  ALE SITUACAO'.                        00000000
                                                                        00000000
       01 WRK-LINALT.                                                   00000000
          05 WRK-LA-ID                   PIC 9(004).                    00000000
          05 FILLER                      PIC X(001) VALUE SPACES.       00000000
          05 WRK-LA-NOME                 PIC X(020).                    00000000
          05 FILLER                      PIC X(001) VALUE SPACES.       00000000
          05 WRK-LA-DATA                 PIC X(008).                    00000000
          05 FILLER                      PIC X(001) VALUE SPACES.       00000000
          05 WRK-LA-OPERADOR             PIC X(003).                    00000000
          05 FILLER                      PIC X(001) VALUE SPACES.       00000000
          05 WRK-LA-BANCO                PIC X(003).                    00000000
          05 FILLER                      PIC X(001) VALUE SPACES.       00000000
          05 WRK-LA-AGENCIA              PIC X(004).                    00000000
          05 FILLER                      PIC X(001) VALUE SPACES.       00000000
          05 WRK-LA-CONTA                PIC X(006).                    00000000
          05 FILLER                      PIC X(001) VALUE SPACES.       00000000
          05 WRK-LA-ALERTAS              PIC X(003).                    00000000
          05 FILLER                      PIC X(001) VALUE SPACES.       00000000
          05 WRK-LA-SITUACAO             PIC X(009).                    00000000
          05 FILLER                      PIC X(012) VALUE SPACES.       00000000
                                                                        00000000
       01 WRK-LINCTL.                                                   00040800
          05 WRK-CT-ROTULO               PIC X(025).                    00040900
          05 FILLER                      PIC X(002) VALUE SPACES.       00041000
          05 WRK-CT-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.       00041100
          05 FILLER                      PIC X(033) VALUE SPACES.       00041200
                                                                        00041300
      *----------------------------------------------------------------*00041400
       01 FILLER                         PIC X(050)       VALUE         00041500
                    '*** AREA DA BOOK GRAVALOG ***'.                    00041600
      *----------------------------------------------------------------*00041700
                                                                        00041800
                           COPY 'B#GRALOG'.                             00041900
                                                                        00042000
      ******************************************************************00042100
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00042200
      ******************************************************************00042300
                                                                        00042400
       COPY 'B#RUNCTL'.                                                 00042500
                                                                        00042600
       COPY 'B#DATPRC'.                                                 00042700
                                                                        00042800
      *================================================================*00042900
       PROCEDURE                                 DIVISION.              00043000
      *================================================================*00043100
                                                                        00043200
      ******************************************************************00043300
      *              P R O G R A M A  P R I N C I P A L                *00043400
      ******************************************************************00043500
                                                                        00043600
      *----------------------------------------------------------------*00043700
       0000-PRINCIPAL                            SECTION.               00043800
      *----------------------------------------------------------------*00043900
                                                                        00044000
            PERFORM 1000-INICIAR                                        00044100
                                                                        00044200
            PERFORM 1200-CARREGAR-FOLHIST                               00044300
                                                                        00044400
            PERFORM 1400-CARREGAR-DADOSBAN                              00044500
                                                                        00000000
            PERFORM 1500-CARREGAR-TRILHA                                00000000
                                                                        00044600
            PERFORM 1600-CANCELAR-RETENCAO-ANTERIOR                     00044700
                                                                        00044800
            PERFORM 2000-CONFERIR-VARIACAO                              00044900
                                                                        00045000
            PERFORM 2500-SEPARAR-SALMOV                                 00045100
                                                                        00045200
            PERFORM 2600-SEPARAR-BCOEXT                                 00045300
                                                                        00045400
            PERFORM 3000-EMITIR-RELATORIO                               00045500
                                                                        00045600
            PERFORM 4000-FINALIZAR                                      00045700
                                                                        00045800
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00045900
            MOVE WRK-TAB-ATU-QTDE     TO WRK-RUN-LIDOS                  00046000
            COMPUTE WRK-RUN-GRAVADOS = ACUM-LIB-SALMOV                  00046100
                                     + ACUM-LIB-BCOEXT                  00046200
            MOVE ZEROS                TO WRK-RUN-RC                     00046300
            IF ACUM-RETIDOS GREATER ZEROS                               00046400
             OR ACUM-AUSENTES GREATER ZEROS                             00046500
             OR ACUM-CONTAS-ALTERADAS GREATER ZEROS                     00000000
               MOVE 04                TO WRK-RUN-RC                     00046600
            END-IF                                                      00046800
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00046900
                                                                        00000000
            MOVE WRK-RUN-RC           TO RETURN-CODE                    00000000
                                                                        00047000
            STOP RUN.                                                   00047100
                                                                        00047200
      *----------------------------------------------------------------*00047300
       0000-99-FIM.                           EXIT.                     00047400
      *----------------------------------------------------------------*00047500
                                                                        00047600
      ******************************************************************00047700
      *                       I N I C I A R                            *00047800
      ******************************************************************00047900
                                                                        00048000
      *----------------------------------------------------------------*00048100
       1000-INICIAR                           SECTION.                  00048200
      *----------------------------------------------------------------*00048300
                                                                        00048400
           ACCEPT WRK-COMPETENCIA     FROM SYSIN                        00048500
           ACCEPT WRK-PERCENTUAL-X    FROM SYSIN                        00048600
           ACCEPT WRK-TETO-X          FROM SYSIN                        00048700
           ACCEPT WRK-RUN-RERUN       FROM SYSIN                        00048800
           ACCEPT WRK-DATA-INI        FROM SYSIN                        00000000
           ACCEPT WRK-DATA-FIM        FROM SYSIN                        00000000
                                                                        00048900
           IF WRK-COMPETENCIA NOT NUMERIC                               00049000
            OR WRK-COMP-MES LESS 01                                     00049100
            OR WRK-COMP-MES GREATER 12                                  00049200
              MOVE 'COMPETENCIA INVALIDA NO SYSIN' TO WRK-MENSAGEM      00049300
              MOVE '1000  '                      TO WRK-SECAO           00049400
              MOVE WRK-COMPETENCIA               TO WRK-STATUS          00049500
              PERFORM 9000-TRATAR-ERRO                                  00049600
           END-IF                                                       00049700
                                                                        00049800
           IF WRK-PERCENTUAL-X NOT NUMERIC                              00049900
            OR WRK-PERCENTUAL EQUAL ZEROS                               00050000
              MOVE 'PERCENTUAL DE VARIACAO INVALIDO NO SYSIN'           00050100
                                                 TO WRK-MENSAGEM        00050200
              MOVE '1000  '                      TO WRK-SECAO           00050300
              MOVE WRK-PERCENTUAL-X              TO WRK-STATUS          00050400
              PERFORM 9000-TRATAR-ERRO                                  00050500
           END-IF                                                       00050600
                                                                        00050700
           IF WRK-TETO-X NOT NUMERIC                                    00050800
            OR WRK-TETO EQUAL ZEROS                                     00050900
              MOVE 'TETO DO LIQUIDO INVALIDO NO SYSIN'                  00051000
                                                 TO WRK-MENSAGEM        00051100
              MOVE '1000  '                      TO WRK-SECAO           00051200
              MOVE WRK-TETO-X                    TO WRK-STATUS          00051300
              PERFORM 9000-TRATAR-ERRO                                  00051400
           END-IF                                                       00051500
                                                                        00051600
           MOVE WRK-COMPETENCIA       TO WRK-COMP-ANTERIOR              00051700
           IF WRK-COMP-MES EQUAL 01                                     00051800
              SUBTRACT 1              FROM WRK-CANT-ANO                 00051900
              MOVE 12                 TO WRK-CANT-MES                   00052000
           ELSE                                                         00052100
              SUBTRACT 1              FROM WRK-CANT-MES                 00052200
           END-IF                                                       00052300
                                                                        00052400
           CALL 'LERDATAP'            USING WRK-DATPRC                  00052500
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00052600
                                                                        00000000
      *    JANELA DA TRILHA: DA ULTIMA FOLHA ATE O MOVIMENTO DO CICLO  *00000000
           IF WRK-DATA-INI EQUAL SPACES                                 00000000
              MOVE WRK-COMPETENCIA    TO WRK-DATA-INI (1:6)             00000000
              MOVE '01'               TO WRK-DATA-INI (7:2)             00000000
           END-IF                                                       00000000
                                                                        00000000
           IF WRK-DATA-FIM EQUAL SPACES                                 00000000
              MOVE WRK-DATA-EXEC      TO WRK-DATA-FIM                   00000000
           END-IF                                                       00000000
                                                                        00000000
           IF WRK-DATA-INI NOT NUMERIC                                  00000000
            OR WRK-DATA-FIM NOT NUMERIC                                 00000000
            OR WRK-DATA-INI GREATER WRK-DATA-FIM                        00000000
              MOVE 'JANELA DA TRILHA INVALIDA NO SYSIN'                 00000000
                                                 TO WRK-MENSAGEM        00000000
              MOVE '1000  '                      TO WRK-SECAO           00000000
              MOVE WRK-DATA-INI                  TO WRK-STATUS          00000000
              PERFORM 9000-TRATAR-ERRO                                  00000000
           END-IF                                                       00000000
                                                                        00000000
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00052700
           MOVE 'FR05EX79'            TO WRK-RUN-PROGRAMA               00052800
           MOVE SPACES                TO WRK-RUN-DATA-MOVTO             00052900
           MOVE WRK-COMPETENCIA       TO WRK-RUN-DATA-MOVTO (1:6)       00053000
           MOVE ZEROS                 TO WRK-RUN-RC                     00053100
                                         WRK-RUN-LIDOS                  00053200
                                         WRK-RUN-GRAVADOS               00053300
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00053400
                                                                        00053500
           IF WRK-RUN-DATA-JA-FEITA                                     00053600
              MOVE 'A'                TO WRK-SEVERIDADE                 00053700
              MOVE 'FR05EX79'         TO WRK-PROGRAMA                   00053800
              MOVE '1000  '           TO WRK-SECAO                      00053900
              MOVE 'FOLHA JA CONFERIDA - INFORME RERUN'                 00054000
                                      TO WRK-MENSAGEM                   00054100
              MOVE WRK-RUN-DATA-MOVTO TO WRK-STATUS                     00054200
              CALL 'GRAVALOG'         USING WRK-LOG                     00054300
              MOVE 08                 TO RETURN-CODE                    00054400
              GOBACK                                                    00054500
           END-IF                                                       00054600
                                                                        00054700
           OPEN INPUT  FOLHIST                                          00054800
                INPUT  DADOSBAN                                         00054900
                INPUT  TRILHARQ                                         00000000
                INPUT  SALMOV                                           00055000
                INPUT  BCOEXT                                           00055100
                OUTPUT SALLIB                                           00055200
                OUTPUT BCOLIB                                           00055300
                OUTPUT RELVFL                                           00055400
                                                                        00055500
           PERFORM 1100-TESTAR-STATUS.                                  00055600
                                                                        00055700
      *----------------------------------------------------------------*00055800
       1000-99-FIM.                            EXIT.                    00055900
      *----------------------------------------------------------------*00056000
                                                                        00056100
      *----------------------------------------------------------------*00056200
       1100-TESTAR-STATUS                    SECTION.                   00056300
      *----------------------------------------------------------------*00056400
                                                                        00056500
           IF WRK-FS-FOLHIST NOT EQUAL ZEROS                            00056600
            AND WRK-FS-FOLHIST NOT EQUAL '10'                           00056700
              MOVE 'ERRO NO ARQUIVO FOLHIST'     TO WRK-MENSAGEM        00056800
              MOVE WRK-FS-FOLHIST                TO WRK-STATUS          00056900
              PERFORM 9000-TRATAR-ERRO                                  00057000
           END-IF                                                       00057100
                                                                        00057200
           IF WRK-FS-DADOSBAN NOT EQUAL ZEROS                           00057300
            AND WRK-FS-DADOSBAN NOT EQUAL '10'                          00057400
              MOVE 'ERRO NO ARQUIVO DADOSBAN'    TO WRK-MENSAGEM        00057500
              MOVE WRK-FS-DADOSBAN               TO WRK-STATUS          00057600
              PERFORM 9000-TRATAR-ERRO                                  00057700
           END-IF                                                       00057800
                                                                        00057900
           IF WRK-FS-SALMOV NOT EQUAL ZEROS                             00058000
            AND WRK-FS-SALMOV NOT EQUAL '10'                            00058100
              MOVE 'ERRO NO ARQUIVO SALMOV'      TO WRK-MENSAGEM        00058200
              MOVE WRK-FS-SALMOV                 TO WRK-STATUS          00058300
              PERFORM 9000-TRATAR-ERRO                                  00058400
           END-IF                                                       00058500
                                                                        00058600
           IF WRK-FS-BCOEXT NOT EQUAL ZEROS                             00058700
            AND WRK-FS-BCOEXT NOT EQUAL '10'                            00058800
              MOVE 'ERRO NO ARQUIVO BCOEXT'      TO WRK-MENSAGEM        00058900
              MOVE WRK-FS-BCOEXT                 TO WRK-STATUS          00059000
              PERFORM 9000-TRATAR-ERRO                                  00059100
           END-IF                                                       00059200
                                                                        00059300
           IF WRK-FS-SALLIB NOT EQUAL ZEROS                             00059400
              MOVE 'ERRO NO ARQUIVO SALLIB'      TO WRK-MENSAGEM        00059500
              MOVE WRK-FS-SALLIB                 TO WRK-STATUS          00059600
              PERFORM 9000-TRATAR-ERRO                                  00059700
           END-IF                                                       00059800
                                                                        00059900
           IF WRK-FS-BCOLIB NOT EQUAL ZEROS                             00060000
              MOVE 'ERRO NO ARQUIVO BCOLIB'      TO WRK-MENSAGEM        00060100
              MOVE WRK-FS-BCOLIB                 TO WRK-STATUS          00060200
              PERFORM 9000-TRATAR-ERRO                                  00060300
           END-IF                                                       00060400
                                                                        00060500
           IF WRK-FS-RETFOL NOT EQUAL ZEROS                             00060600
            AND WRK-FS-RETFOL NOT EQUAL '10'                            00060700
              MOVE 'ERRO NO ARQUIVO RETFOL'      TO WRK-MENSAGEM        00060800
              MOVE WRK-FS-RETFOL                 TO WRK-STATUS          00060900
              PERFORM 9000-TRATAR-ERRO                                  00061000
           END-IF                                                       00061100
                                                                        00061200
           IF WRK-FS-RELVFL NOT EQUAL ZEROS                             00061300
              MOVE 'ERRO NO ARQUIVO RELVFL'      TO WRK-MENSAGEM        00061400
              MOVE WRK-FS-RELVFL                 TO WRK-STATUS          00061500
              PERFORM 9000-TRATAR-ERRO                                  00061600
           END-IF                                                       00061700
                                                                        00000000
           IF WRK-FS-TRILHARQ NOT EQUAL ZEROS                           00000000
            AND WRK-FS-TRILHARQ NOT EQUAL '10'                          00000000
              MOVE 'ERRO NO ARQUIVO AUDITRL'     TO WRK-MENSAGEM        00000000
              MOVE WRK-FS-TRILHARQ               TO WRK-STATUS          00000000
              PERFORM 9000-TRATAR-ERRO                                  00000000
           END-IF.                                                      00000000
                                                                        00061800
      *----------------------------------------------------------------*00061900
       1100-99-FIM.                            EXIT.                    00062000
      *----------------------------------------------------------------*00062100
                                                                        00062200
      ******************************************************************00062300
      *      C A R R E G A R   F O L H A   D O   F O L H I S T         *00062400
      ******************************************************************00062500
                                                                        00062600
      *----------------------------------------------------------------*00062700
       1200-CARREGAR-FOLHIST                   SECTION.                 00062800
      *----------------------------------------------------------------*00062900
                                                                        00063000
           PERFORM 1210-LER-FOLHIST                                     00063100
           PERFORM 1220-TRATAR-FOLHIST                                  00063200
                   UNTIL WRK-FS-FOLHIST EQUAL '10'                      00063300
           CLOSE FOLHIST                                                00063400
                                                                        00063500
           IF WRK-TAB-ATU-QTDE EQUAL ZEROS                              00063600
              MOVE 'FOLHA DA COMPETENCIA AUSENTE NO FOLHIST'            00063700
                                                 TO WRK-MENSAGEM        00063800
              MOVE '1200  '                      TO WRK-SECAO           00063900
              MOVE WRK-COMPETENCIA               TO WRK-STATUS          00064000
              PERFORM 9000-TRATAR-ERRO                                  00064100
           END-IF                                                       00064200
                                                                        00064300
      *    PRIMEIRA FOLHA NO FOLHIST: SEM BASE DE COMPARACAO, SO O     *00064400
      *    TETO DO LIQUIDO E CONFERIDO                                 *00064500
           IF WRK-TAB-ANT-QTDE EQUAL ZEROS                              00064600
              MOVE 'S'                TO WRK-SEM-ANTERIOR               00064700
              MOVE 'A'                TO WRK-SEVERIDADE                 00064800
              MOVE 'FR05EX79'         TO WRK-PROGRAMA                   00064900
              MOVE '1200  '           TO WRK-SECAO                      00065000
              MOVE 'SEM FOLHA ANTERIOR - CONFERIDO SO O TETO'           00065100
                                      TO WRK-MENSAGEM                   00065200
              MOVE WRK-COMP-ANTERIOR  TO WRK-STATUS                     00065300
              CALL 'GRAVALOG'         USING WRK-LOG                     00065400
           END-IF.                                                      00065500
                                                                        00065600
      *----------------------------------------------------------------*00065700
       1200-99-FIM.                            EXIT.                    00065800
      *----------------------------------------------------------------*00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       1210-LER-FOLHIST                        SECTION.                 00066200
      *----------------------------------------------------------------*00066300
                                                                        00066400
           READ FOLHIST                                                 00066500
                                                                        00066600
           IF WRK-FS-FOLHIST EQUAL '10'                                 00066700
              GO                  TO 1210-99-FIM                        00066800
           END-IF                                                       00066900
                                                                        00067000
           PERFORM 1100-TESTAR-STATUS                                   00067100
           ADD 1                      TO ACUM-LIDOS-FOLHIST.            00067200
                                                                        00067300
      *----------------------------------------------------------------*00067400
       1210-99-FIM.                            EXIT.                    00067500
      *----------------------------------------------------------------*00067600
                                                                        00067700
      *----------------------------------------------------------------*00067800
       1220-TRATAR-FOLHIST                     SECTION.                 00067900
      *----------------------------------------------------------------*00068000
                                                                        00068100
           IF FD-FHI-ORIGEM NOT EQUAL WRK-ORIGEM                        00068200
              PERFORM 1210-LER-FOLHIST                                  00068300
              GO                  TO 1220-99-FIM                        00068400
           END-IF                                                       00068500
                                                                        00068600
           IF FD-FHI-COMPETENCIA EQUAL WRK-COMPETENCIA                  00068700
              PERFORM 1230-GUARDAR-ATUAL                                00068800
           END-IF                                                       00068900
                                                                        00069000
           IF FD-FHI-COMPETENCIA EQUAL WRK-COMP-ANTERIOR                00069100
              PERFORM 1240-GUARDAR-ANTERIOR                             00069200
           END-IF                                                       00069300
                                                                        00069400
           PERFORM 1210-LER-FOLHIST.                                    00069500
                                                                        00069600
      *----------------------------------------------------------------*00069700
       1220-99-FIM.                            EXIT.                    00069800
      *----------------------------------------------------------------*00069900
                                                                        00070000
      *----------------------------------------------------------------*00070100
       1230-GUARDAR-ATUAL                      SECTION.                 00070200
      *----------------------------------------------------------------*00070300
                                                                        00070400
      *    O RERUN DA FOLHA ANEXA DE NOVO: O ULTIMO REGISTRO DO ID VALE*00070500
           MOVE FD-FHI-ID             TO WRK-ID-PESQ                    00070600
           PERFORM 1250-PESQUISAR-ATUAL                                 00070700
                                                                        00070800
           IF NOT WRK-ATU-ACHOU-SIM                                     00070900
              IF WRK-TAB-ATU-QTDE GREATER OR EQUAL 500                  00071000
                 MOVE 'TABELA DA FOLHA ATUAL CHEIA' TO WRK-MENSAGEM     00071100
                 MOVE '1230  '                   TO WRK-SECAO           00071200
                 MOVE FD-FHI-ID                  TO WRK-STATUS          00071300
                 PERFORM 9000-TRATAR-ERRO                               00071400
              END-IF                                                    00071500
              ADD 1                   TO WRK-TAB-ATU-QTDE               00071600
              SET WRK-IDX-ATU         TO WRK-TAB-ATU-QTDE               00071700
           END-IF                                                       00071800
                                                                        00071900
           MOVE FD-FHI-ID             TO WRK-TAB-ATU-ID (WRK-IDX-ATU)   00072000
           MOVE FD-FHI-NOME           TO WRK-TAB-ATU-NOME (WRK-IDX-ATU) 00072100
           MOVE FD-FHI-BRUTO          TO WRK-TAB-ATU-BRUTO              00072200
                                         (WRK-IDX-ATU)                  00072300
           COMPUTE WRK-TAB-ATU-DESCONTOS (WRK-IDX-ATU) =                00072400
                   FD-FHI-INSS + FD-FHI-IRRF + FD-FHI-OUTROS-DEB        00072500
           MOVE FD-FHI-LIQUIDO        TO WRK-TAB-ATU-LIQUIDO            00072600
                                         (WRK-IDX-ATU)                  00072700
           MOVE SPACES                TO WRK-TAB-ATU-MOTIVOS            00072800
                                         (WRK-IDX-ATU)                  00072900
           MOVE ZEROS                 TO WRK-TAB-ATU-RETIDOS            00073000
                                         (WRK-IDX-ATU)                  00073100
                                         WRK-TAB-ATU-ANT-LIQUIDO        00073200
                                         (WRK-IDX-ATU).                 00073300
                                                                        00073400
      *----------------------------------------------------------------*00073500
       1230-99-FIM.                            EXIT.                    00073600
      *----------------------------------------------------------------*00073700
                                                                        00073800
      *----------------------------------------------------------------*00073900
       1240-GUARDAR-ANTERIOR                   SECTION.                 00074000
      *----------------------------------------------------------------*00074100
                                                                        00074200
           MOVE FD-FHI-ID             TO WRK-ID-PESQ                    00074300
           PERFORM 1260-PESQUISAR-ANTERIOR                              00074400
                                                                        00074500
           IF NOT WRK-ANT-ACHOU-SIM                                     00074600
              IF WRK-TAB-ANT-QTDE GREATER OR EQUAL 500                  00074700
                 MOVE 'TABELA DA FOLHA ANTERIOR CHEIA'                  00074800
                                                 TO WRK-MENSAGEM        00074900
                 MOVE '1240  '                   TO WRK-SECAO           00075000
                 MOVE FD-FHI-ID                  TO WRK-STATUS          00075100
                 PERFORM 9000-TRATAR-ERRO                               00075200
              END-IF                                                    00075300
              ADD 1                   TO WRK-TAB-ANT-QTDE               00075400
              SET WRK-IDX-ANT         TO WRK-TAB-ANT-QTDE               00075500
           END-IF                                                       00075600
                                                                        00075700
           MOVE FD-FHI-ID             TO WRK-TAB-ANT-ID (WRK-IDX-ANT)   00075800
           MOVE FD-FHI-NOME           TO WRK-TAB-ANT-NOME (WRK-IDX-ANT) 00075900
           MOVE FD-FHI-BRUTO          TO WRK-TAB-ANT-BRUTO              00076000
                                         (WRK-IDX-ANT)                  00076100
           COMPUTE WRK-TAB-ANT-DESCONTOS (WRK-IDX-ANT) =                00076200
                   FD-FHI-INSS + FD-FHI-IRRF + FD-FHI-OUTROS-DEB        00076300
           MOVE FD-FHI-LIQUIDO        TO WRK-TAB-ANT-LIQUIDO            00076400
                                         (WRK-IDX-ANT)                  00076500
           MOVE 'N'                   TO WRK-TAB-ANT-PRESENTE           00076600
                                         (WRK-IDX-ANT).                 00076700
                                                                        00076800
      *----------------------------------------------------------------*00076900
       1240-99-FIM.                            EXIT.                    00077000
      *----------------------------------------------------------------*00077100
                                                                        00077200
      *----------------------------------------------------------------*00077300
       1250-PESQUISAR-ATUAL                    SECTION.                 00077400
      *----------------------------------------------------------------*00077500
                                                                        00077600
           MOVE 'N'                   TO WRK-ATU-ACHOU                  00077700
           SET WRK-IDX-ATU            TO 1                              00077800
           SEARCH WRK-TAB-ATU                                           00077900
             AT END                                                     00078000
                CONTINUE                                                00078100
             WHEN WRK-IDX-ATU GREATER WRK-TAB-ATU-QTDE                  00078200
                CONTINUE                                                00078300
             WHEN WRK-TAB-ATU-ID (WRK-IDX-ATU) EQUAL WRK-ID-PESQ        00078400
                MOVE 'S'              TO WRK-ATU-ACHOU                  00078500
           END-SEARCH.                                                  00078600
                                                                        00078700
      *----------------------------------------------------------------*00078800
       1250-99-FIM.                            EXIT.                    00078900
      *----------------------------------------------------------------*00079000
                                                                        00079100
      *----------------------------------------------------------------*00079200
       1260-PESQUISAR-ANTERIOR                 SECTION.                 00079300
      *----------------------------------------------------------------*00079400
                                                                        00079500
           MOVE 'N'                   TO WRK-ANT-ACHOU                  00079600
           SET WRK-IDX-ANT            TO 1                              00079700
           SEARCH WRK-TAB-ANT                                           00079800
             AT END                                                     00079900
                CONTINUE                                                00080000
             WHEN WRK-IDX-ANT GREATER WRK-TAB-ANT-QTDE                  00080100
                CONTINUE                                                00080200
             WHEN WRK-TAB-ANT-ID (WRK-IDX-ANT) EQUAL WRK-ID-PESQ        00080300
                MOVE 'S'              TO WRK-ANT-ACHOU                  00080400
           END-SEARCH.                                                  00080500
                                                                        00080600
      *----------------------------------------------------------------*00080700
       1260-99-FIM.                            EXIT.                    00080800
      *----------------------------------------------------------------*00080900
                                                                        00081000
      ******************************************************************00081100
      *         C A R R E G A R   D A D O S   B A N C A R I O S        *00081200
      ******************************************************************00081300
                                                                        00081400
      *----------------------------------------------------------------*00081500
       1400-CARREGAR-DADOSBAN                  SECTION.                 00081600
      *----------------------------------------------------------------*00081700
                                                                        00081800
           PERFORM 1410-LER-DADOSBAN                                    00081900
           PERFORM 1420-GUARDAR-DADOSBAN                                00082000
                   UNTIL WRK-FS-DADOSBAN EQUAL '10'                     00082100
           CLOSE DADOSBAN.                                              00082200
                                                                        00082300
      *----------------------------------------------------------------*00082400
       1400-99-FIM.                            EXIT.                    00082500
      *----------------------------------------------------------------*00082600
                                                                        00082700
      *----------------------------------------------------------------*00082800
       1410-LER-DADOSBAN                       SECTION.                 00082900
      *----------------------------------------------------------------*00083000
                                                                        00083100
           READ DADOSBAN                                                00083200
                                                                        00083300
           IF WRK-FS-DADOSBAN EQUAL '10'                                00083400
              GO                  TO 1410-99-FIM                        00083500
           END-IF                                                       00083600
                                                                        00083700
           PERFORM 1100-TESTAR-STATUS.                                  00083800
                                                                        00083900
      *----------------------------------------------------------------*00084000
       1410-99-FIM.                            EXIT.                    00084100
      *----------------------------------------------------------------*00084200
                                                                        00084300
      *----------------------------------------------------------------*00084400
       1420-GUARDAR-DADOSBAN                   SECTION.                 00084500
      *----------------------------------------------------------------*00084600
                                                                        00084700
           IF WRK-TAB-BAN-QTDE GREATER OR EQUAL 500                     00084800
              MOVE 'TABELA DE DADOS BANCARIOS CHEIA' TO WRK-MENSAGEM    00084900
              MOVE '1420  '                      TO WRK-SECAO           00085000
              MOVE FD-BAN-ID                     TO WRK-STATUS          00085100
              PERFORM 9000-TRATAR-ERRO                                  00085200
           END-IF                                                       00085300
                                                                        00085400
           ADD 1                      TO WRK-TAB-BAN-QTDE               00085500
           SET WRK-IDX-BAN            TO WRK-TAB-BAN-QTDE               00085600
           MOVE FD-BAN-ID             TO WRK-TAB-BAN-ID (WRK-IDX-BAN)   00085700
           MOVE FD-BAN-BANCO          TO WRK-TAB-BAN-BANCO              00085800
                                         (WRK-IDX-BAN)                  00085900
           MOVE FD-BAN-AGENCIA        TO WRK-TAB-BAN-AGENCIA            00086000
                                         (WRK-IDX-BAN)                  00086100
           MOVE FD-BAN-CONTA          TO WRK-TAB-BAN-CONTA              00086200
                                         (WRK-IDX-BAN)                  00086300
           PERFORM 1410-LER-DADOSBAN.                                   00086400
                                                                        00086500
      *----------------------------------------------------------------*00086600
       1420-99-FIM.                            EXIT.                    00086700
      *----------------------------------------------------------------*00086800
                                                                        00086900
      ******************************************************************00000000
      *   C O N T A S   D E   C R E D I T O   A L T E R A D A S        *00000000
      ******************************************************************00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1500-CARREGAR-TRILHA                    SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           PERFORM 1510-LER-TRILHA                                      00000000
           PERFORM 1520-TRATAR-TRILHA                                   00000000
                   UNTIL WRK-FIM-TRILHA-SIM                             00000000
           CLOSE TRILHARQ                                               00000000
                                                                        00000000
           PERFORM 1550-AVALIAR-ALTERACAO                               00000000
                   VARYING WRK-IDX-ALT FROM 1 BY 1                      00000000
                   UNTIL WRK-IDX-ALT GREATER WRK-TAB-ALT-QTDE.          00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1500-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1510-LER-TRILHA                         SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           READ TRILHARQ                                                00000000
                                                                        00000000
           IF WRK-FS-TRILHARQ EQUAL '10'                                00000000
              MOVE 'S'                TO WRK-FIM-TRILHA                 00000000
              GO                  TO 1510-99-FIM                        00000000
           END-IF                                                       00000000
                                                                        00000000
           PERFORM 1100-TESTAR-STATUS                                   00000000
           ADD 1                      TO ACUM-LIDOS-TRILHA.             00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1510-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1520-TRATAR-TRILHA                      SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           IF FD-AUD-DATA LESS WRK-DATA-INI                             00000000
            OR FD-AUD-DATA GREATER WRK-DATA-FIM                         00000000
              PERFORM 1510-LER-TRILHA                                   00000000
              GO                  TO 1520-99-FIM                        00000000
           END-IF                                                       00000000
                                                                        00000000
      *    INCLUSAO OU ALTERACAO DA CONTA DE CREDITO; A EXCLUSAO TIRA O*00000000
      *    EMPREGADO DO DADOSBAN E O CREDITO JA SAI SEM CADASTRO       *00000000
           IF FD-AUD-PROGRAMA EQUAL 'FR05DB46'                          00000000
            AND FD-AUD-TABELA EQUAL 'DADOSBAN'                          00000000
            AND FD-AUD-OPERACAO NOT EQUAL 'D'                           00000000
              PERFORM 1530-GUARDAR-ALTERACAO                            00000000
           END-IF                                                       00000000
                                                                        00000000
      *    OUTRAS MUDANCAS NA FOLHA DO EMPREGADO: SALARIO E CADASTRO,  *00000000
      *    ITENS RECORRENTES, AFASTAMENTOS E CONSIGNADOS. USUARIO      *00000000
      *    DIGITADOR/APROVADOR ('DDD/AAA') VALE PARA OS DOIS           *00000000
           IF FD-AUD-TABELA EQUAL 'FUNC2'                               00000000
            OR FD-AUD-TABELA EQUAL 'RECORR'                             00000000
            OR FD-AUD-TABELA EQUAL 'AFASTAM'                            00000000
            OR FD-AUD-TABELA EQUAL 'EMPCONS'                            00000000
              MOVE FD-AUD-USUARIO (1:3) TO WRK-OPR-PESQ                 00000000
              PERFORM 1540-GUARDAR-OPERADOR-FOLHA                       00000000
              IF FD-AUD-USUARIO (4:1) EQUAL '/'                         00000000
                 MOVE FD-AUD-USUARIO (5:3) TO WRK-OPR-PESQ              00000000
                 PERFORM 1540-GUARDAR-OPERADOR-FOLHA                    00000000
              END-IF                                                    00000000
           END-IF                                                       00000000
                                                                        00000000
           PERFORM 1510-LER-TRILHA.                                     00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1520-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1530-GUARDAR-ALTERACAO                  SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           MOVE FD-AUD-ID             TO WRK-ID-PESQ                    00000000
           PERFORM 1560-PESQUISAR-ALTERACAO                             00000000
                                                                        00000000
           IF NOT WRK-ALT-ACHOU-SIM                                     00000000
              IF WRK-TAB-ALT-QTDE GREATER OR EQUAL 500                  00000000
                 MOVE 'TABELA DE CONTAS ALTERADAS CHEIA'                00000000
                                                 TO WRK-MENSAGEM        00000000
                 MOVE '1530  '                   TO WRK-SECAO           00000000
                 MOVE FD-AUD-ID                  TO WRK-STATUS          00000000
                 PERFORM 9000-TRATAR-ERRO                               00000000
              END-IF                                                    00000000
              ADD 1                   TO WRK-TAB-ALT-QTDE               00000000
              SET WRK-IDX-ALT         TO WRK-TAB-ALT-QTDE               00000000
              MOVE FD-AUD-ID          TO WRK-TAB-ALT-ID (WRK-IDX-ALT)   00000000
              MOVE SPACES             TO WRK-TAB-ALT-CONTA-CRED         00000000
                                         (WRK-IDX-ALT)                  00000000
                                         WRK-TAB-ALT-ALERTAS            00000000
                                         (WRK-IDX-ALT)                  00000000
           END-IF                                                       00000000
                                                                        00000000
      *    A TRILHA E CRONOLOGICA: FICA A ULTIMA MUDANCA DO ID; A      *00000000
      *    MUDANCA SEM OPERADOR NA JANELA MARCA O ID MESMO QUE UMA     *00000000
      *    POSTERIOR TENHA OPERADOR                                    *00000000
           MOVE FD-AUD-DATA           TO WRK-TAB-ALT-DATA (WRK-IDX-ALT) 00000000
           MOVE FD-AUD-USUARIO (1:3)  TO WRK-TAB-ALT-OPERADOR           00000000
                                         (WRK-IDX-ALT)                  00000000
           IF FD-AUD-USUARIO EQUAL SPACES                               00000000
              MOVE 'X'                TO WRK-TAB-ALT-SEM-OPER           00000000
                                         (WRK-IDX-ALT)                  00000000
           END-IF.                                                      00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1530-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1540-GUARDAR-OPERADOR-FOLHA             SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           IF WRK-OPR-PESQ EQUAL SPACES                                 00000000
              GO                  TO 1540-99-FIM                        00000000
           END-IF                                                       00000000
                                                                        00000000
           MOVE FD-AUD-ID             TO WRK-ID-PESQ                    00000000
           PERFORM 1580-PESQUISAR-OPERADOR-FOLHA                        00000000
                                                                        00000000
           IF WRK-PAG-ACHOU-SIM                                         00000000
              GO                  TO 1540-99-FIM                        00000000
           END-IF                                                       00000000
                                                                        00000000
           IF WRK-TAB-OPF-QTDE GREATER OR EQUAL 1000                    00000000
              MOVE 'TABELA DE OPERADORES DA FOLHA CHEIA'                00000000
                                                 TO WRK-MENSAGEM        00000000
              MOVE '1540  '                      TO WRK-SECAO           00000000
              MOVE FD-AUD-ID                     TO WRK-STATUS          00000000
              PERFORM 9000-TRATAR-ERRO                                  00000000
           END-IF                                                       00000000
                                                                        00000000
           ADD 1                      TO WRK-TAB-OPF-QTDE               00000000
           SET WRK-IDX-OPF            TO WRK-TAB-OPF-QTDE               00000000
           MOVE FD-AUD-ID             TO WRK-TAB-OPF-ID (WRK-IDX-OPF)   00000000
           MOVE WRK-OPR-PESQ          TO WRK-TAB-OPF-OPERADOR           00000000
                                         (WRK-IDX-OPF).                 00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1540-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1550-AVALIAR-ALTERACAO                  SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           ADD 1                      TO ACUM-CONTAS-ALTERADAS          00000000
                                                                        00000000
      *    CONTA ATUAL DO EMPREGADO NO DADOSBAN E SE OUTRO EMPREGADO   *00000000
      *    RECEBE NA MESMA CONTA                                       *00000000
           PERFORM 1570-CONFERIR-CONTA                                  00000000
                   VARYING WRK-IDX-BAN FROM 1 BY 1                      00000000
                   UNTIL WRK-IDX-BAN GREATER WRK-TAB-BAN-QTDE           00000000
                                                                        00000000
           IF WRK-TAB-ALT-OPERADOR (WRK-IDX-ALT) NOT EQUAL SPACES       00000000
              MOVE WRK-TAB-ALT-ID (WRK-IDX-ALT) TO WRK-ID-PESQ          00000000
              MOVE WRK-TAB-ALT-OPERADOR (WRK-IDX-ALT)                   00000000
                                      TO WRK-OPR-PESQ                   00000000
              PERFORM 1580-PESQUISAR-OPERADOR-FOLHA                     00000000
              IF WRK-PAG-ACHOU-SIM                                      00000000
                 MOVE 'O'             TO WRK-TAB-ALT-MESMO-OPER         00000000
                                         (WRK-IDX-ALT)                  00000000
              END-IF                                                    00000000
           END-IF                                                       00000000
                                                                        00000000
      *    ALERTA FATAL PARA A SEGURANCA SEM ABORTAR O PASSO: O CREDITO*00000000
      *    DO EMPREGADO FICA RETIDO E O RESTO DA FOLHA E LIBERADO      *00000000
           MOVE 'F'                   TO WRK-SEVERIDADE                 00000000
           MOVE 'FR05EX79'            TO WRK-PROGRAMA                   00000000
           MOVE '1550  '              TO WRK-SECAO                      00000000
           MOVE SPACES                TO WRK-STATUS                     00000000
           MOVE WRK-TAB-ALT-ID (WRK-IDX-ALT) TO WRK-STATUS (1:4)        00000000
           MOVE WRK-TAB-ALT-OPERADOR (WRK-IDX-ALT)                      00000000
                                      TO WRK-STATUS (6:3)               00000000
                                                                        00000000
           IF WRK-TAB-ALT-MESMO-OPER (WRK-IDX-ALT) EQUAL 'O'            00000000
              ADD 1                   TO ACUM-ALT-MESMO-OPER            00000000
              MOVE 'CONTA ALTERADA PELO OPERADOR DA FOLHA'              00000000
                                      TO WRK-MENSAGEM                   00000000
              CALL 'GRAVALOG'         USING WRK-LOG                     00000000
           END-IF                                                       00000000
                                                                        00000000
           IF WRK-TAB-ALT-COMPART (WRK-IDX-ALT) EQUAL 'M'               00000000
              ADD 1                   TO ACUM-ALT-COMPART               00000000
              MOVE 'CONTA DE CREDITO DE OUTRO EMPREGADO'                00000000
                                      TO WRK-MENSAGEM                   00000000
              CALL 'GRAVALOG'         USING WRK-LOG                     00000000
           END-IF                                                       00000000
                                                                        00000000
           IF WRK-TAB-ALT-SEM-OPER (WRK-IDX-ALT) EQUAL 'X'              00000000
              ADD 1                   TO ACUM-ALT-SEM-OPER              00000000
              MOVE 'CONTA ALTERADA SEM OPERADOR IDENTIFICADO'           00000000
                                      TO WRK-MENSAGEM                   00000000
              CALL 'GRAVALOG'         USING WRK-LOG                     00000000
           END-IF                                                       00000000
                                                                        00000000
           IF WRK-TAB-ALT-ALERTAS (WRK-IDX-ALT) EQUAL SPACES            00000000
              MOVE 'CONTA DE CREDITO ALTERADA APOS A FOLHA'             00000000
                                      TO WRK-MENSAGEM                   00000000
              CALL 'GRAVALOG'         USING WRK-LOG                     00000000
           END-IF.                                                      00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1550-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1560-PESQUISAR-ALTERACAO                SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           MOVE 'N'                   TO WRK-ALT-ACHOU                  00000000
           SET WRK-IDX-ALT            TO 1                              00000000
           SEARCH WRK-TAB-ALT                                           00000000
             AT END                                                     00000000
                CONTINUE                                                00000000
             WHEN WRK-IDX-ALT GREATER WRK-TAB-ALT-QTDE                  00000000
                CONTINUE                                                00000000
             WHEN WRK-TAB-ALT-ID (WRK-IDX-ALT) EQUAL WRK-ID-PESQ        00000000
                MOVE 'S'              TO WRK-ALT-ACHOU                  00000000
           END-SEARCH.                                                  00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1560-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1570-CONFERIR-CONTA                     SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           IF WRK-TAB-BAN-ID (WRK-IDX-BAN) NOT EQUAL                    00000000
              WRK-TAB-ALT-ID (WRK-IDX-ALT)                              00000000
              GO                  TO 1570-99-FIM                        00000000
           END-IF                                                       00000000
                                                                        00000000
           MOVE WRK-TAB-BAN-CONTA-CRED (WRK-IDX-BAN)                    00000000
                                      TO WRK-TAB-ALT-CONTA-CRED         00000000
                                         (WRK-IDX-ALT)                  00000000
           PERFORM 1575-COMPARAR-CONTA                                  00000000
                   VARYING WRK-IDX-BAN2 FROM 1 BY 1                     00000000
                   UNTIL WRK-IDX-BAN2 GREATER WRK-TAB-BAN-QTDE.         00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1570-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1575-COMPARAR-CONTA                     SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           IF WRK-TAB-BAN-ID (WRK-IDX-BAN2) NOT EQUAL                   00000000
              WRK-TAB-BAN-ID (WRK-IDX-BAN)                              00000000
            AND WRK-TAB-BAN-CONTA-CRED (WRK-IDX-BAN2) EQUAL             00000000
                WRK-TAB-BAN-CONTA-CRED (WRK-IDX-BAN)                    00000000
              MOVE 'M'                TO WRK-TAB-ALT-COMPART            00000000
                                         (WRK-IDX-ALT)                  00000000
           END-IF.                                                      00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1575-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1580-PESQUISAR-OPERADOR-FOLHA           SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           MOVE 'N'                   TO WRK-PAG-ACHOU                  00000000
           SET WRK-IDX-OPF            TO 1                              00000000
           SEARCH WRK-TAB-OPF                                           00000000
             AT END                                                     00000000
                CONTINUE                                                00000000
             WHEN WRK-IDX-OPF GREATER WRK-TAB-OPF-QTDE                  00000000
                CONTINUE                                                00000000
             WHEN WRK-TAB-OPF-ID (WRK-IDX-OPF) EQUAL WRK-ID-PESQ        00000000
              AND WRK-TAB-OPF-OPERADOR (WRK-IDX-OPF) EQUAL WRK-OPR-PESQ 00000000
                MOVE 'S'              TO WRK-PAG-ACHOU                  00000000
           END-SEARCH.                                                  00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1580-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      ******************************************************************00087000
      *   C A N C E L A R   R E T E N C A O   D A   R O D A D A        *00087100
      *   A N T E R I O R   ( R E R U N )                              *00087200
      ******************************************************************00087300
                                                                        00087400
      *----------------------------------------------------------------*00087500
       1600-CANCELAR-RETENCAO-ANTERIOR         SECTION.                 00087600
      *----------------------------------------------------------------*00087700
                                                                        00087800
      *    O RERUN REFAZ TODOS OS CREDITOS DA COMPETENCIA: A RETENCAO  *00087900
      *    AINDA PENDENTE DA RODADA ANTERIOR E CANCELADA PARA NAO SER  *00088000
      *    LIBERADA EM DOBRO. RETFOL AINDA NAO CATALOGADO = SEM        *00088100
      *    RETENCAO                                                    *00088200
           OPEN I-O    RETFOL                                           00088300
                                                                        00088400
           IF WRK-FS-RETFOL EQUAL '35'                                  00088500
              MOVE '00'               TO WRK-FS-RETFOL                  00088600
              GO                  TO 1600-10-ABRIR-EXTEND               00088700
           END-IF                                                       00088800
                                                                        00088900
           PERFORM 1100-TESTAR-STATUS                                   00089000
           PERFORM 1610-LER-RETFOL                                      00089100
           PERFORM 1620-TRATAR-RETFOL                                   00089200
                   UNTIL WRK-FIM-RETFOL-SIM                             00089300
           CLOSE RETFOL                                                 00089400
                                                                        00089500
           IF ACUM-RET-CANCELADOS GREATER ZEROS                         00089600
              MOVE 'A'                TO WRK-SEVERIDADE                 00089700
              MOVE 'FR05EX79'         TO WRK-PROGRAMA                   00089800
              MOVE '1600  '           TO WRK-SECAO                      00089900
              MOVE 'RETENCOES DA RODADA ANTERIOR CANCELADAS'            00090000
                                      TO WRK-MENSAGEM                   00090100
              MOVE ACUM-RET-CANCELADOS TO WRK-STATUS                    00090200
              CALL 'GRAVALOG'         USING WRK-LOG                     00090300
           END-IF.                                                      00090400
                                                                        00090500
       1600-10-ABRIR-EXTEND.                                            00090600
                                                                        00090700
           OPEN EXTEND RETFOL                                           00090800
           PERFORM 1100-TESTAR-STATUS.                                  00090900
                                                                        00091000
      *----------------------------------------------------------------*00091100
       1600-99-FIM.                            EXIT.                    00091200
      *----------------------------------------------------------------*00091300
                                                                        00091400
      *----------------------------------------------------------------*00091500
       1610-LER-RETFOL                         SECTION.                 00091600
      *----------------------------------------------------------------*00091700
                                                                        00091800
           READ RETFOL                                                  00091900
                                                                        00092000
           IF WRK-FS-RETFOL EQUAL '10'                                  00092100
              MOVE 'S'                TO WRK-FIM-RETFOL                 00092200
              GO                  TO 1610-99-FIM                        00092300
           END-IF                                                       00092400
                                                                        00092500
           PERFORM 1100-TESTAR-STATUS.                                  00092600
                                                                        00092700
      *----------------------------------------------------------------*00092800
       1610-99-FIM.                            EXIT.                    00092900
      *----------------------------------------------------------------*00093000
                                                                        00093100
      *----------------------------------------------------------------*00093200
       1620-TRATAR-RETFOL                      SECTION.                 00093300
      *----------------------------------------------------------------*00093400
                                                                        00093500
           IF FD-RET-PENDENTE                                           00093600
            AND FD-RET-COMPETENCIA EQUAL WRK-COMPETENCIA                00093700
            AND FD-RET-ORIGEM EQUAL WRK-ORIGEM                          00093800
            AND FD-RET-PROGRAMA EQUAL 'FR05EX79'                        00093900
              MOVE 'C'                TO FD-RET-SITUACAO                00094000
              MOVE '***'              TO FD-RET-OPERADOR                00094100
              REWRITE FD-RETFOL                                         00094200
              PERFORM 1100-TESTAR-STATUS                                00094300
              ADD 1                   TO ACUM-RET-CANCELADOS            00094400
           END-IF                                                       00094500
                                                                        00094600
           PERFORM 1610-LER-RETFOL.                                     00094700
                                                                        00094800
      *----------------------------------------------------------------*00094900
       1620-99-FIM.                            EXIT.                    00095000
      *----------------------------------------------------------------*00095100
                                                                        00095200
      ******************************************************************00095300
      *          C O N F E R I R   V A R I A C A O                     *00095400
      ******************************************************************00095500
                                                                        00095600
      *----------------------------------------------------------------*00095700
       2000-CONFERIR-VARIACAO                  SECTION.                 00095800
      *----------------------------------------------------------------*00095900
                                                                        00096000
           PERFORM 2100-CONFERIR-EMPREGADO                              00096100
                   VARYING WRK-IDX-ATU FROM 1 BY 1                      00096200
                   UNTIL WRK-IDX-ATU GREATER WRK-TAB-ATU-QTDE           00096300
                                                                        00096400
      *    AUSENTE: PAGO NA COMPETENCIA ANTERIOR E NAO NESTA           *00096500
           PERFORM 2200-CONFERIR-AUSENTE                                00096600
                   VARYING WRK-IDX-ANT FROM 1 BY 1                      00096700
                   UNTIL WRK-IDX-ANT GREATER WRK-TAB-ANT-QTDE.          00096800
                                                                        00096900
      *----------------------------------------------------------------*00097000
       2000-99-FIM.                            EXIT.                    00097100
      *----------------------------------------------------------------*00097200
                                                                        00097300
      *----------------------------------------------------------------*00097400
       2100-CONFERIR-EMPREGADO                 SECTION.                 00097500
      *----------------------------------------------------------------*00097600
                                                                        00097700
           MOVE SPACES                TO WRK-MOTIVOS                    00097800
                                                                        00097900
           IF WRK-TAB-ATU-LIQUIDO (WRK-IDX-ATU) GREATER WRK-TETO        00098000
              MOVE 'T'                TO WRK-MOT-TETO                   00098100
           END-IF                                                       00098200
                                                                        00098300
           IF WRK-SEM-ANTERIOR-SIM                                      00098400
              GO                  TO 2100-10-GUARDAR-MOTIVOS            00098500
           END-IF                                                       00098600
                                                                        00098700
           MOVE WRK-TAB-ATU-ID (WRK-IDX-ATU) TO WRK-ID-PESQ             00098800
           PERFORM 1260-PESQUISAR-ANTERIOR                              00098900
                                                                        00099000
           IF NOT WRK-ANT-ACHOU-SIM                                     00099100
              MOVE 'N'                TO WRK-MOT-NOVO                   00099200
              ADD 1                   TO ACUM-NOVOS                     00099300
              GO                  TO 2100-10-GUARDAR-MOTIVOS            00099400
           END-IF                                                       00099500
                                                                        00099600
           MOVE 'S'                   TO WRK-TAB-ANT-PRESENTE           00099700
                                         (WRK-IDX-ANT)                  00099800
           MOVE WRK-TAB-ANT-LIQUIDO (WRK-IDX-ANT)                       00099900
                                      TO WRK-TAB-ATU-ANT-LIQUIDO        00100000
                                         (WRK-IDX-ATU)                  00100100
                                                                        00100200
           MOVE WRK-TAB-ANT-BRUTO (WRK-IDX-ANT) TO WRK-VLR-ANTERIOR     00100300
           MOVE WRK-TAB-ATU-BRUTO (WRK-IDX-ATU) TO WRK-VLR-ATUAL        00100400
           PERFORM 2150-CALCULAR-VARIACAO                               00100500
           IF WRK-EXCEDEU-SIM                                           00100600
              MOVE 'B'                TO WRK-MOT-BRUTO                  00100700
           END-IF                                                       00100800
                                                                        00100900
           MOVE WRK-TAB-ANT-DESCONTOS (WRK-IDX-ANT)                     00101000
                                      TO WRK-VLR-ANTERIOR               00101100
           MOVE WRK-TAB-ATU-DESCONTOS (WRK-IDX-ATU)                     00101200
                                      TO WRK-VLR-ATUAL                  00101300
           PERFORM 2150-CALCULAR-VARIACAO                               00101400
           IF WRK-EXCEDEU-SIM                                           00101500
              MOVE 'D'                TO WRK-MOT-DESCONTOS              00101600
           END-IF                                                       00101700
                                                                        00101800
           MOVE WRK-TAB-ANT-LIQUIDO (WRK-IDX-ANT) TO WRK-VLR-ANTERIOR   00101900
           MOVE WRK-TAB-ATU-LIQUIDO (WRK-IDX-ATU) TO WRK-VLR-ATUAL      00102000
           PERFORM 2150-CALCULAR-VARIACAO                               00102100
           IF WRK-EXCEDEU-SIM                                           00102200
              MOVE 'L'                TO WRK-MOT-LIQUIDO                00102300
           END-IF.                                                      00102400
                                                                        00102500
       2100-10-GUARDAR-MOTIVOS.                                         00102600
                                                                        00000000
      *    CONTA DE CREDITO ALTERADA DESDE A ULTIMA FOLHA              *00000000
           MOVE WRK-TAB-ATU-ID (WRK-IDX-ATU) TO WRK-ID-PESQ             00000000
           PERFORM 1560-PESQUISAR-ALTERACAO                             00000000
           IF WRK-ALT-ACHOU-SIM                                         00000000
              MOVE 'C'                TO WRK-MOT-CONTA                  00000000
           END-IF                                                       00000000
                                                                        00102700
           MOVE WRK-MOTIVOS           TO WRK-TAB-ATU-MOTIVOS            00102800
                                         (WRK-IDX-ATU)                  00102900
           IF WRK-MOTIVOS NOT EQUAL SPACES                              00103000
              ADD 1                   TO ACUM-APONTADOS                 00103100
           END-IF.                                                      00103200
                                                                        00103300
      *----------------------------------------------------------------*00103400
       2100-99-FIM.                            EXIT.                    00103500
      *----------------------------------------------------------------*00103600
                                                                        00103700
      *----------------------------------------------------------------*00103800
       2150-CALCULAR-VARIACAO                  SECTION.                 00103900
      *----------------------------------------------------------------*00104000
                                                                        00104100
      *    VARIACAO = |ATUAL - ANTERIOR| * 100 / |ANTERIOR|; VALOR QUE *00104200
      *    SAI DO ZERO EXCEDE SEMPRE                                   *00104300
           MOVE 'N'                   TO WRK-EXCEDEU                    00104400
                                                                        00104500
           IF WRK-VLR-ATUAL EQUAL WRK-VLR-ANTERIOR                      00104600
              GO                  TO 2150-99-FIM                        00104700
           END-IF                                                       00104800
                                                                        00104900
           IF WRK-VLR-ANTERIOR EQUAL ZEROS                              00105000
              MOVE 'S'                TO WRK-EXCEDEU                    00105100
              GO                  TO 2150-99-FIM                        00105200
           END-IF                                                       00105300
                                                                        00105400
           COMPUTE WRK-VLR-DIFERENCA = WRK-VLR-ATUAL - WRK-VLR-ANTERIOR 00105500
           IF WRK-VLR-DIFERENCA LESS ZEROS                              00105600
              MULTIPLY -1             BY WRK-VLR-DIFERENCA              00105700
           END-IF                                                       00105800
                                                                        00105900
           MOVE WRK-VLR-ANTERIOR      TO WRK-VLR-BASE                   00106000
           IF WRK-VLR-BASE LESS ZEROS                                   00106100
              MULTIPLY -1             BY WRK-VLR-BASE                   00106200
           END-IF                                                       00106300
                                                                        00106400
           COMPUTE WRK-VARIACAO ROUNDED =                               00106500
                   WRK-VLR-DIFERENCA * 100 / WRK-VLR-BASE               00106600
               ON SIZE ERROR                                            00106700
                  MOVE 9999999,99     TO WRK-VARIACAO                   00106800
           END-COMPUTE                                                  00106900
                                                                        00107000
           IF WRK-VARIACAO GREATER WRK-PERCENTUAL                       00107100
              MOVE 'S'                TO WRK-EXCEDEU                    00107200
           END-IF.                                                      00107300
                                                                        00107400
      *----------------------------------------------------------------*00107500
       2150-99-FIM.                            EXIT.                    00107600
      *----------------------------------------------------------------*00107700
                                                                        00107800
      *----------------------------------------------------------------*00107900
       2200-CONFERIR-AUSENTE                   SECTION.                 00108000
      *----------------------------------------------------------------*00108100
                                                                        00108200
           IF WRK-TAB-ANT-PRESENTE (WRK-IDX-ANT) NOT EQUAL 'S'          00108300
              ADD 1                   TO ACUM-AUSENTES                  00108400
           END-IF.                                                      00108500
                                                                        00108600
      *----------------------------------------------------------------*00108700
       2200-99-FIM.                            EXIT.                    00108800
      *----------------------------------------------------------------*00108900
                                                                        00109000
      ******************************************************************00109100
      *       S E P A R A R   C R E D I T O S   D O   S A L M O V      *00109200
      ******************************************************************00109300
                                                                        00109400
      *----------------------------------------------------------------*00109500
       2500-SEPARAR-SALMOV                     SECTION.                 00109600
      *----------------------------------------------------------------*00109700
                                                                        00109800
           PERFORM 2510-LER-SALMOV                                      00109900
                                                                        00110000
      *    O PRIMEIRO REGISTRO E O HEADER DO FR05DB12, QUE SEGUE PARA  *00110100
      *    O SALMOV LIBERADO                                           *00110200
           IF WRK-FIM-SALMOV-SIM                                        00110300
            OR FD-MOV2505-H-TIPO NOT EQUAL '0000'                       00110400
              MOVE 'SALMOV SEM HEADER'           TO WRK-MENSAGEM        00110500
              MOVE '2500  '                      TO WRK-SECAO           00110600
              MOVE WRK-FS-SALMOV                 TO WRK-STATUS          00110700
              PERFORM 9000-TRATAR-ERRO                                  00110800
           END-IF                                                       00110900
                                                                        00111000
           IF FD-MOV2505-H-ORIGEM (1:8) NOT EQUAL WRK-ORIGEM            00111100
              MOVE 'SALMOV DE OUTRA ORIGEM'      TO WRK-MENSAGEM        00111200
              MOVE '2500  '                      TO WRK-SECAO           00111300
              MOVE FD-MOV2505-H-ORIGEM           TO WRK-STATUS          00111400
              PERFORM 9000-TRATAR-ERRO                                  00111500
           END-IF                                                       00111600
                                                                        00111700
           WRITE FD-SALLIB            FROM FD-MOV2505-HEADER            00111800
           PERFORM 1100-TESTAR-STATUS                                   00111900
                                                                        00112000
           PERFORM 2510-LER-SALMOV                                      00112100
           PERFORM 2520-TRATAR-SALMOV                                   00112200
                   UNTIL WRK-FIM-SALMOV-SIM                             00112300
           CLOSE SALMOV                                                 00112400
                                                                        00112500
           IF WRK-QTD-TRAILER NOT EQUAL ACUM-CRED-SALMOV                00112600
            OR WRK-HASH-TRAILER NOT EQUAL ACUM-HASH-SALMOV              00112700
              MOVE 'SALMOV NAO CONFERE COM O TRAILER'                   00112800
                                                 TO WRK-MENSAGEM        00112900
              MOVE '2500  '                      TO WRK-SECAO           00113000
              MOVE WRK-QTD-TRAILER               TO WRK-STATUS          00113100
              PERFORM 9000-TRATAR-ERRO                                  00113200
           END-IF                                                       00113300
                                                                        00113400
           MOVE SPACES                TO FD-MOV2505-TRAILER             00113500
           MOVE '9999'                TO FD-MOV2505-T-TIPO              00113600
           MOVE ACUM-LIB-SALMOV       TO FD-MOV2505-T-QTD-REG           00113700
           MOVE ACUM-HASH-LIB-SALMOV  TO FD-MOV2505-T-HASH              00113800
           WRITE FD-SALLIB            FROM FD-MOV2505-TRAILER           00113900
           PERFORM 1100-TESTAR-STATUS.                                  00114000
                                                                        00114100
      *----------------------------------------------------------------*00114200
       2500-99-FIM.                            EXIT.                    00114300
      *----------------------------------------------------------------*00114400
                                                                        00114500
      *----------------------------------------------------------------*00114600
       2510-LER-SALMOV                         SECTION.                 00114700
      *----------------------------------------------------------------*00114800
                                                                        00114900
           READ SALMOV                                                  00115000
                                                                        00115100
           IF WRK-FS-SALMOV EQUAL '10'                                  00115200
              MOVE 'S'                TO WRK-FIM-SALMOV                 00115300
              GO                  TO 2510-99-FIM                        00115400
           END-IF                                                       00115500
                                                                        00115600
           PERFORM 1100-TESTAR-STATUS                                   00115700
           ADD 1                      TO ACUM-LIDOS-SALMOV.             00115800
                                                                        00115900
      *----------------------------------------------------------------*00116000
       2510-99-FIM.                            EXIT.                    00116100
      *----------------------------------------------------------------*00116200
                                                                        00116300
      *----------------------------------------------------------------*00116400
       2520-TRATAR-SALMOV                      SECTION.                 00116500
      *----------------------------------------------------------------*00116600
                                                                        00116700
           IF FD-MOV2505-AGENCIA EQUAL '9999'                           00116800
              MOVE FD-MOV2505-T-QTD-REG TO WRK-QTD-TRAILER              00116900
              MOVE FD-MOV2505-T-HASH  TO WRK-HASH-TRAILER               00117000
              MOVE 'S'                TO WRK-FIM-SALMOV                 00117100
              GO                  TO 2520-99-FIM                        00117200
           END-IF                                                       00117300
                                                                        00117400
           ADD 1                      TO ACUM-CRED-SALMOV               00117500
           ADD FD-MOV2505-VALOR       TO ACUM-HASH-SALMOV               00117600
                                                                        00117700
           MOVE '001'                 TO WRK-CPQ-BANCO                  00117800
           MOVE FD-MOV2505-AGENCIA    TO WRK-CPQ-AGENCIA                00117900
           MOVE FD-MOV2505-CONTA      TO WRK-CPQ-CONTA                  00118000
           PERFORM 2700-IDENTIFICAR-EMPREGADO                           00118100
                                                                        00118200
           IF WRK-MOTIVOS EQUAL SPACES                                  00118300
              WRITE FD-SALLIB         FROM FD-MOV2505                   00118400
              PERFORM 1100-TESTAR-STATUS                                00118500
              ADD 1                   TO ACUM-LIB-SALMOV                00118600
              ADD FD-MOV2505-VALOR    TO ACUM-HASH-LIB-SALMOV           00118700
           ELSE                                                         00118800
              MOVE SPACES             TO FD-RETFOL                      00118900
              MOVE 'S'                TO FD-RET-ARQUIVO                 00119000
              MOVE FD-MOV2505         TO FD-RET-CREDITO                 00119100
              MOVE FD-MOV2505-VALOR   TO WRK-VLR-ATUAL                  00119200
              PERFORM 2800-RETER-CREDITO                                00119300
           END-IF                                                       00119400
                                                                        00119500
           PERFORM 2510-LER-SALMOV.                                     00119600
                                                                        00119700
      *----------------------------------------------------------------*00119800
       2520-99-FIM.                            EXIT.                    00119900
      *----------------------------------------------------------------*00120000
                                                                        00120100
      ******************************************************************00120200
      *       S E P A R A R   C R E D I T O S   D O   B C O E X T      *00120300
      ******************************************************************00120400
                                                                        00120500
      *----------------------------------------------------------------*00120600
       2600-SEPARAR-BCOEXT                     SECTION.                 00120700
      *----------------------------------------------------------------*00120800
                                                                        00120900
           MOVE ZEROS                 TO WRK-QTD-TRAILER                00121000
                                         WRK-HASH-TRAILER               00121100
           PERFORM 2610-LER-BCOEXT                                      00121200
                                                                        00121300
           IF WRK-FIM-BCOEXT-SIM                                        00121400
            OR FD-BCO-H-TIPO NOT EQUAL '0000'                           00121500
              MOVE 'BCOEXT SEM HEADER'           TO WRK-MENSAGEM        00121600
              MOVE '2600  '                      TO WRK-SECAO           00121700
              MOVE WRK-FS-BCOEXT                 TO WRK-STATUS          00121800
              PERFORM 9000-TRATAR-ERRO                                  00121900
           END-IF                                                       00122000
                                                                        00122100
           IF FD-BCO-H-ORIGEM NOT EQUAL WRK-ORIGEM                      00122200
              MOVE 'BCOEXT DE OUTRA ORIGEM'      TO WRK-MENSAGEM        00122300
              MOVE '2600  '                      TO WRK-SECAO           00122400
              MOVE FD-BCO-H-ORIGEM               TO WRK-STATUS          00122500
              PERFORM 9000-TRATAR-ERRO                                  00122600
           END-IF                                                       00122700
                                                                        00122800
           WRITE FD-BCOLIB            FROM FD-BCO-HEADER                00122900
           PERFORM 1100-TESTAR-STATUS                                   00123000
                                                                        00123100
           PERFORM 2610-LER-BCOEXT                                      00123200
           PERFORM 2620-TRATAR-BCOEXT                                   00123300
                   UNTIL WRK-FIM-BCOEXT-SIM                             00123400
           CLOSE BCOEXT                                                 00123500
                                                                        00123600
           IF WRK-QTD-TRAILER NOT EQUAL ACUM-CRED-BCOEXT                00123700
            OR WRK-HASH-TRAILER NOT EQUAL ACUM-HASH-BCOEXT              00123800
              MOVE 'BCOEXT NAO CONFERE COM O TRAILER'                   00123900
                                                 TO WRK-MENSAGEM        00124000
              MOVE '2600  '                      TO WRK-SECAO           00124100
              MOVE WRK-QTD-TRAILER               TO WRK-STATUS          00124200
              PERFORM 9000-TRATAR-ERRO                                  00124300
           END-IF                                                       00124400
                                                                        00124500
           MOVE SPACES                TO FD-BCO-TRAILER                 00124600
           MOVE '9999'                TO FD-BCO-T-TIPO                  00124700
           MOVE ACUM-LIB-BCOEXT       TO FD-BCO-T-QTD-REG               00124800
           MOVE ACUM-HASH-LIB-BCOEXT  TO FD-BCO-T-HASH                  00124900
           WRITE FD-BCOLIB            FROM FD-BCO-TRAILER               00125000
           PERFORM 1100-TESTAR-STATUS.                                  00125100
                                                                        00125200
      *----------------------------------------------------------------*00125300
       2600-99-FIM.                            EXIT.                    00125400
      *----------------------------------------------------------------*00125500
                                                                        00125600
      *----------------------------------------------------------------*00125700
       2610-LER-BCOEXT                         SECTION.                 00125800
      *----------------------------------------------------------------*00125900
                                                                        00126000
           READ BCOEXT                                                  00126100
                                                                        00126200
           IF WRK-FS-BCOEXT EQUAL '10'                                  00126300
              MOVE 'S'                TO WRK-FIM-BCOEXT                 00126400
              GO                  TO 2610-99-FIM                        00126500
           END-IF                                                       00126600
                                                                        00126700
           PERFORM 1100-TESTAR-STATUS                                   00126800
           ADD 1                      TO ACUM-LIDOS-BCOEXT.             00126900
                                                                        00127000
      *----------------------------------------------------------------*00127100
       2610-99-FIM.                            EXIT.                    00127200
      *----------------------------------------------------------------*00127300
                                                                        00127400
      *----------------------------------------------------------------*00127500
       2620-TRATAR-BCOEXT                      SECTION.                 00127600
      *----------------------------------------------------------------*00127700
                                                                        00127800
           IF FD-BCO-T-TIPO EQUAL '9999'                                00127900
              MOVE FD-BCO-T-QTD-REG   TO WRK-QTD-TRAILER                00128000
              MOVE FD-BCO-T-HASH      TO WRK-HASH-TRAILER               00128100
              MOVE 'S'                TO WRK-FIM-BCOEXT                 00128200
              GO                  TO 2620-99-FIM                        00128300
           END-IF                                                       00128400
                                                                        00128500
           ADD 1                      TO ACUM-CRED-BCOEXT               00128600
           ADD FD-BCO-VALOR           TO ACUM-HASH-BCOEXT               00128700
                                                                        00128800
           MOVE FD-BCO-BANCO          TO WRK-CPQ-BANCO                  00128900
           MOVE FD-BCO-AGENCIA        TO WRK-CPQ-AGENCIA                00129000
           MOVE FD-BCO-CONTA          TO WRK-CPQ-CONTA                  00129100
           PERFORM 2700-IDENTIFICAR-EMPREGADO                           00129200
                                                                        00129300
           IF WRK-MOTIVOS EQUAL SPACES                                  00129400
              WRITE FD-BCOLIB         FROM FD-BCOEXT                    00129500
              PERFORM 1100-TESTAR-STATUS                                00129600
              ADD 1                   TO ACUM-LIB-BCOEXT                00129700
              ADD FD-BCO-VALOR        TO ACUM-HASH-LIB-BCOEXT           00129800
           ELSE                                                         00129900
              MOVE SPACES             TO FD-RETFOL                      00130000
              MOVE 'B'                TO FD-RET-ARQUIVO                 00130100
              MOVE FD-BCOEXT          TO FD-RET-CREDITO                 00130200
              MOVE FD-BCO-VALOR       TO WRK-VLR-ATUAL                  00130300
              PERFORM 2800-RETER-CREDITO                                00130400
           END-IF                                                       00130500
                                                                        00130600
           PERFORM 2610-LER-BCOEXT.                                     00130700
                                                                        00130800
      *----------------------------------------------------------------*00130900
       2620-99-FIM.                            EXIT.                    00131000
      *----------------------------------------------------------------*00131100
                                                                        00131200
      ******************************************************************00131300
      *     I D E N T I F I C A R   E M P R E G A D O                  *00131400
      ******************************************************************00131500
                                                                        00131600
      *----------------------------------------------------------------*00131700
       2700-IDENTIFICAR-EMPREGADO              SECTION.                 00131800
      *----------------------------------------------------------------*00131900
                                                                        00132000
      *    CONTA DE CREDITO -> ID (DADOSBAN) -> MOTIVOS DA CONFERENCIA.*00132100
      *    CREDITO SEM DADOS BANCARIOS OU SEM FOLHA NA COMPETENCIA E   *00132200
      *    RETIDO COMO SEM CADASTRO                                    *00132300
           MOVE SPACES                TO WRK-MOTIVOS                    00132400
           MOVE ZEROS                 TO WRK-ID-PESQ                    00132500
           MOVE 'N'                   TO WRK-BAN-ACHOU                  00132600
           MOVE 'N'                   TO WRK-ATU-ACHOU                  00132700
           SET WRK-IDX-BAN            TO 1                              00132800
           SEARCH WRK-TAB-BAN                                           00132900
             AT END                                                     00133000
                CONTINUE                                                00133100
             WHEN WRK-IDX-BAN GREATER WRK-TAB-BAN-QTDE                  00133200
                CONTINUE                                                00133300
             WHEN WRK-TAB-BAN-CONTA-CRED (WRK-IDX-BAN)                  00133400
                                      EQUAL WRK-CONTA-PESQ              00133500
                MOVE 'S'              TO WRK-BAN-ACHOU                  00133600
           END-SEARCH                                                   00133700
                                                                        00133800
           IF WRK-BAN-ACHOU-SIM                                         00133900
              MOVE WRK-TAB-BAN-ID (WRK-IDX-BAN) TO WRK-ID-PESQ          00134000
              PERFORM 1250-PESQUISAR-ATUAL                              00134100
           END-IF                                                       00134200
                                                                        00134300
           IF NOT WRK-ATU-ACHOU-SIM                                     00134400
              MOVE 'S'                TO WRK-MOT-CADASTRO               00134500
              ADD 1                   TO ACUM-SEM-CADASTRO              00134600
              GO                  TO 2700-99-FIM                        00134700
           END-IF                                                       00134800
                                                                        00134900
           MOVE WRK-TAB-ATU-MOTIVOS (WRK-IDX-ATU) TO WRK-MOTIVOS.       00135000
                                                                        00135100
      *----------------------------------------------------------------*00135200
       2700-99-FIM.                            EXIT.                    00135300
      *----------------------------------------------------------------*00135400
                                                                        00135500
      *----------------------------------------------------------------*00135600
       2800-RETER-CREDITO                      SECTION.                 00135700
      *----------------------------------------------------------------*00135800
                                                                        00135900
           MOVE WRK-ID-PESQ           TO FD-RET-ID                      00136000
           IF WRK-ATU-ACHOU-SIM                                         00136100
              MOVE WRK-TAB-ATU-NOME (WRK-IDX-ATU) TO FD-RET-NOME        00136200
              ADD 1                   TO WRK-TAB-ATU-RETIDOS            00136300
                                         (WRK-IDX-ATU)                  00136400
           END-IF                                                       00136500
           MOVE WRK-COMPETENCIA       TO FD-RET-COMPETENCIA             00136600
           MOVE WRK-ORIGEM            TO FD-RET-ORIGEM                  00136700
           MOVE 'FR05EX79'            TO FD-RET-PROGRAMA                00136800
           MOVE WRK-MOTIVOS           TO FD-RET-MOTIVOS                 00136900
           MOVE WRK-DATA-EXEC         TO FD-RET-DATA-RETENCAO           00137000
           MOVE 'P'                   TO FD-RET-SITUACAO                00137100
           MOVE SPACES                TO FD-RET-OPERADOR                00137200
           WRITE FD-RETFOL                                              00137300
           PERFORM 1100-TESTAR-STATUS                                   00137400
                                                                        00137500
           ADD 1                      TO ACUM-RETIDOS                   00137600
           ADD WRK-VLR-ATUAL          TO ACUM-VLR-RETIDO                00137700
                                                                        00137800
      *    CREDITO SEM CADASTRO NAO TEM LINHA NA CONFERENCIA: VAI AO   *00137900
      *    LOG PARA O RH LOCALIZAR O FAVORECIDO                        *00138000
           IF NOT WRK-ATU-ACHOU-SIM                                     00138100
              MOVE 'A'                TO WRK-SEVERIDADE                 00138200
              MOVE 'FR05EX79'         TO WRK-PROGRAMA                   00138300
              MOVE '2800  '           TO WRK-SECAO                      00138400
              MOVE 'CREDITO RETIDO SEM CADASTRO DO EMPREGADO'           00138500
                                      TO WRK-MENSAGEM                   00138600
              MOVE WRK-CONTA-PESQ     TO WRK-STATUS                     00138700
              CALL 'GRAVALOG'         USING WRK-LOG                     00138800
           END-IF.                                                      00138900
                                                                        00139000
      *----------------------------------------------------------------*00139100
       2800-99-FIM.                            EXIT.                    00139200
      *----------------------------------------------------------------*00139300
                                                                        00139400
      ******************************************************************00139500
      *         R E L A T O R I O   D E   V A R I A C A O              *00139600
      ******************************************************************00139700
                                                                        00139800
      *----------------------------------------------------------------*00139900
       3000-EMITIR-RELATORIO                   SECTION.                 00140000
      *----------------------------------------------------------------*00140100
                                                                        00140200
            MOVE WRK-COMPETENCIA       TO WRK-CB-COMPETENCIA            00140300
            MOVE WRK-COMP-ANTERIOR     TO WRK-CB-ANTERIOR               00140400
            MOVE WRK-PERCENTUAL        TO WRK-CB-PERCENTUAL             00140500
            MOVE WRK-TETO              TO WRK-CB-TETO                   00140600
            WRITE FD-RELVFL            FROM WRK-CABEC1                  00140700
            WRITE FD-RELVFL            FROM WRK-CABEC2                  00140800
            WRITE FD-RELVFL            FROM WRK-CABEC3                  00140900
            MOVE SPACES                TO FD-RELVFL                     00141000
            WRITE FD-RELVFL                                             00141100
            WRITE FD-RELVFL            FROM WRK-CABEC4                  00141200
            PERFORM 1100-TESTAR-STATUS                                  00141300
                                                                        00141400
            PERFORM 3100-LISTAR-APONTADO                                00141500
                    VARYING WRK-IDX-ATU FROM 1 BY 1                     00141600
                    UNTIL WRK-IDX-ATU GREATER WRK-TAB-ATU-QTDE          00141700
                                                                        00141800
            PERFORM 3200-LISTAR-AUSENTE                                 00141900
                    VARYING WRK-IDX-ANT FROM 1 BY 1                     00142000
                    UNTIL WRK-IDX-ANT GREATER WRK-TAB-ANT-QTDE          00142100
                                                                        00000000
            IF WRK-TAB-ALT-QTDE GREATER ZEROS                           00000000
               MOVE WRK-DATA-INI       TO WRK-CB-DATA-INI               00000000
               MOVE WRK-DATA-FIM       TO WRK-CB-DATA-FIM               00000000
               MOVE SPACES             TO FD-RELVFL                     00000000
               WRITE FD-RELVFL                                          00000000
               WRITE FD-RELVFL         FROM WRK-CABEC5                  00000000
               WRITE FD-RELVFL         FROM WRK-CABEC6                  00000000
               WRITE FD-RELVFL         FROM WRK-CABEC7                  00000000
               PERFORM 1100-TESTAR-STATUS                               00000000
               PERFORM 3250-LISTAR-CONTA-ALTERADA                       00000000
                       VARYING WRK-IDX-ALT FROM 1 BY 1                  00000000
                       UNTIL WRK-IDX-ALT GREATER WRK-TAB-ALT-QTDE       00000000
            END-IF                                                      00000000
                                                                        00142200
            MOVE SPACES                TO FD-RELVFL                     00142300
            WRITE FD-RELVFL                                             00142400
                                                                        00142500
            MOVE 'EMPREGADOS NA FOLHA'   TO WRK-CT-ROTULO               00142600
            MOVE WRK-TAB-ATU-QTDE      TO WRK-CT-VALOR                  00142700
            PERFORM 3300-GRAVAR-LINHA                                   00142800
                                                                        00142900
            MOVE 'EMPREGADOS APONTADOS'  TO WRK-CT-ROTULO               00143000
            MOVE ACUM-APONTADOS        TO WRK-CT-VALOR                  00143100
            PERFORM 3300-GRAVAR-LINHA                                   00143200
                                                                        00143300
            MOVE 'EMPREGADOS NOVOS'      TO WRK-CT-ROTULO               00143400
            MOVE ACUM-NOVOS            TO WRK-CT-VALOR                  00143500
            PERFORM 3300-GRAVAR-LINHA                                   00143600
                                                                        00143700
            MOVE 'EMPREGADOS AUSENTES'   TO WRK-CT-ROTULO               00143800
            MOVE ACUM-AUSENTES         TO WRK-CT-VALOR                  00143900
            PERFORM 3300-GRAVAR-LINHA                                   00144000
                                                                        00144100
            MOVE 'CREDITOS SEM CADASTRO' TO WRK-CT-ROTULO               00144200
            MOVE ACUM-SEM-CADASTRO     TO WRK-CT-VALOR                  00144300
            PERFORM 3300-GRAVAR-LINHA                                   00144400
                                                                        00000000
            MOVE 'CONTAS ALTERADAS'      TO WRK-CT-ROTULO               00000000
            MOVE ACUM-CONTAS-ALTERADAS TO WRK-CT-VALOR                  00000000
            PERFORM 3300-GRAVAR-LINHA                                   00000000
                                                                        00000000
            MOVE 'ALTERADAS PELO OPER FOLHA' TO WRK-CT-ROTULO           00000000
            MOVE ACUM-ALT-MESMO-OPER   TO WRK-CT-VALOR                  00000000
            PERFORM 3300-GRAVAR-LINHA                                   00000000
                                                                        00000000
            MOVE 'CONTAS DE OUTRO EMPREGADO' TO WRK-CT-ROTULO           00000000
            MOVE ACUM-ALT-COMPART      TO WRK-CT-VALOR                  00000000
            PERFORM 3300-GRAVAR-LINHA                                   00000000
                                                                        00000000
            MOVE 'ALTERADAS SEM OPERADOR' TO WRK-CT-ROTULO              00000000
            MOVE ACUM-ALT-SEM-OPER     TO WRK-CT-VALOR                  00000000
            PERFORM 3300-GRAVAR-LINHA                                   00000000
                                                                        00144500
            MOVE 'CREDITOS RETIDOS'      TO WRK-CT-ROTULO               00144600
            MOVE ACUM-RETIDOS          TO WRK-CT-VALOR                  00144700
            PERFORM 3300-GRAVAR-LINHA                                   00144800
                                                                        00144900
            MOVE 'VALOR RETIDO'          TO WRK-CT-ROTULO               00145000
            MOVE ACUM-VLR-RETIDO       TO WRK-CT-VALOR                  00145100
            PERFORM 3300-GRAVAR-LINHA                                   00145200
                                                                        00145300
            MOVE 'SALMOV LIBERADO'       TO WRK-CT-ROTULO               00145400
            MOVE ACUM-HASH-LIB-SALMOV  TO WRK-CT-VALOR                  00145500
            PERFORM 3300-GRAVAR-LINHA                                   00145600
                                                                        00145700
            MOVE 'BCOEXT LIBERADO'       TO WRK-CT-ROTULO               00145800
            MOVE ACUM-HASH-LIB-BCOEXT  TO WRK-CT-VALOR                  00145900
            PERFORM 3300-GRAVAR-LINHA.                                  00146000
                                                                        00146100
      *----------------------------------------------------------------*00146200
       3000-99-FIM.                            EXIT.                    00146300
      *----------------------------------------------------------------*00146400
                                                                        00146500
      *----------------------------------------------------------------*00146600
       3100-LISTAR-APONTADO                    SECTION.                 00146700
      *----------------------------------------------------------------*00146800
                                                                        00146900
            IF WRK-TAB-ATU-MOTIVOS (WRK-IDX-ATU) EQUAL SPACES           00147000
               GO                  TO 3100-99-FIM                       00147100
            END-IF                                                      00147200
                                                                        00147300
            MOVE WRK-TAB-ATU-ID (WRK-IDX-ATU)   TO WRK-LD-ID            00147400
            MOVE WRK-TAB-ATU-NOME (WRK-IDX-ATU) TO WRK-LD-NOME          00147500
            MOVE WRK-TAB-ATU-MOTIVOS (WRK-IDX-ATU)                      00147600
                                       TO WRK-LD-MOTIVOS                00147700
            MOVE WRK-TAB-ATU-ANT-LIQUIDO (WRK-IDX-ATU)                  00147800
                                       TO WRK-LD-LIQ-ANTERIOR           00147900
            MOVE WRK-TAB-ATU-LIQUIDO (WRK-IDX-ATU)                      00148000
                                       TO WRK-LD-LIQ-ATUAL              00148100
                                                                        00148200
      *     APONTADO SEM CREDITO (LIQUIDO ZERO OU SEM DADOS BANCARIOS) *00148300
      *     NAO TEM O QUE RETER                                        *00148400
            IF WRK-TAB-ATU-RETIDOS (WRK-IDX-ATU) GREATER ZEROS          00148500
               MOVE 'RETIDO'           TO WRK-LD-SITUACAO               00148600
            ELSE                                                        00148700
               MOVE 'SEM CRED'         TO WRK-LD-SITUACAO               00148800
            END-IF                                                      00148900
                                                                        00149000
            WRITE FD-RELVFL            FROM WRK-LINDET                  00149100
            PERFORM 1100-TESTAR-STATUS.                                 00149200
                                                                        00149300
      *----------------------------------------------------------------*00149400
       3100-99-FIM.                            EXIT.                    00149500
      *----------------------------------------------------------------*00149600
                                                                        00149700
      *----------------------------------------------------------------*00149800
       3200-LISTAR-AUSENTE                     SECTION.                 00149900
      *----------------------------------------------------------------*00150000
                                                                        00150100
            IF WRK-TAB-ANT-PRESENTE (WRK-IDX-ANT) EQUAL 'S'             00150200
               GO                  TO 3200-99-FIM                       00150300
            END-IF                                                      00150400
                                                                        00150500
            MOVE WRK-TAB-ANT-ID (WRK-IDX-ANT)   TO WRK-LD-ID            00150600
            MOVE WRK-TAB-ANT-NOME (WRK-IDX-ANT) TO WRK-LD-NOME          00150700
            MOVE SPACES                TO WRK-LD-MOTIVOS                00150800
            MOVE WRK-TAB-ANT-LIQUIDO (WRK-IDX-ANT)                      00150900
                                       TO WRK-LD-LIQ-ANTERIOR           00151000
            MOVE ZEROS                 TO WRK-LD-LIQ-ATUAL              00151100
            MOVE 'AUSENTE'             TO WRK-LD-SITUACAO               00151200
                                                                        00151300
            WRITE FD-RELVFL            FROM WRK-LINDET                  00151400
            PERFORM 1100-TESTAR-STATUS.                                 00151500
                                                                        00151600
      *----------------------------------------------------------------*00151700
       3200-99-FIM.                            EXIT.                    00151800
      *----------------------------------------------------------------*00151900
                                                                        00152000
      *----------------------------------------------------------------*00000000
       3250-LISTAR-CONTA-ALTERADA              SECTION.                 00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            MOVE WRK-TAB-ALT-ID (WRK-IDX-ALT)   TO WRK-LA-ID            00000000
                                                   WRK-ID-PESQ          00000000
            MOVE WRK-TAB-ALT-DATA (WRK-IDX-ALT) TO WRK-LA-DATA          00000000
            MOVE WRK-TAB-ALT-OPERADOR (WRK-IDX-ALT)                     00000000
                                       TO WRK-LA-OPERADOR               00000000
            MOVE WRK-TAB-ALT-BANCO (WRK-IDX-ALT)   TO WRK-LA-BANCO      00000000
            MOVE WRK-TAB-ALT-AGENCIA (WRK-IDX-ALT) TO WRK-LA-AGENCIA    00000000
            MOVE WRK-TAB-ALT-CONTA (WRK-IDX-ALT)   TO WRK-LA-CONTA      00000000
            MOVE WRK-TAB-ALT-ALERTAS (WRK-IDX-ALT) TO WRK-LA-ALERTAS    00000000
                                                                        00000000
      *     EMPREGADO FORA DA FOLHA DA COMPETENCIA NAO TEM CREDITO     *00000000
            PERFORM 1250-PESQUISAR-ATUAL                                00000000
            IF NOT WRK-ATU-ACHOU-SIM                                    00000000
               MOVE SPACES             TO WRK-LA-NOME                   00000000
               MOVE 'SEM FOLHA'        TO WRK-LA-SITUACAO               00000000
               GO                  TO 3250-10-GRAVAR                    00000000
            END-IF                                                      00000000
                                                                        00000000
            MOVE WRK-TAB-ATU-NOME (WRK-IDX-ATU) TO WRK-LA-NOME          00000000
            IF WRK-TAB-ATU-RETIDOS (WRK-IDX-ATU) GREATER ZEROS          00000000
               MOVE 'RETIDO'           TO WRK-LA-SITUACAO               00000000
            ELSE                                                        00000000
               MOVE 'SEM CRED'         TO WRK-LA-SITUACAO               00000000
            END-IF.                                                     00000000
                                                                        00000000
       3250-10-GRAVAR.                                                  00000000
                                                                        00000000
            WRITE FD-RELVFL            FROM WRK-LINALT                  00000000
            PERFORM 1100-TESTAR-STATUS.                                 00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3250-99-FIM.                            EXIT.                    00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00152100
       3300-GRAVAR-LINHA                       SECTION.                 00152200
      *----------------------------------------------------------------*00152300
                                                                        00152400
            WRITE FD-RELVFL            FROM WRK-LINCTL                  00152500
            PERFORM 1100-TESTAR-STATUS.                                 00152600
                                                                        00152700
      *----------------------------------------------------------------*00152800
       3300-99-FIM.                            EXIT.                    00152900
      *----------------------------------------------------------------*00153000
                                                                        00153100
      ******************************************************************00153200
      *                     F I N A L I Z A R                          *00153300
      ******************************************************************00153400
                                                                        00153500
      *----------------------------------------------------------------*00153600
       4000-FINALIZAR                          SECTION.                 00153700
      *----------------------------------------------------------------*00153800
                                                                        00153900
            CLOSE SALLIB                                                00154000
                  BCOLIB                                                00154100
                  RETFOL                                                00154200
                  RELVFL                                                00154300
                                                                        00154400
            IF ACUM-RETIDOS GREATER ZEROS                               00154500
               MOVE 'A'                TO WRK-SEVERIDADE                00154600
               MOVE 'FR05EX79'         TO WRK-PROGRAMA                  00154700
               MOVE '4000  '           TO WRK-SECAO                     00154800
               MOVE 'CREDITOS RETIDOS PARA REVISAO DO RH'               00154900
                                       TO WRK-MENSAGEM                  00155000
               MOVE ACUM-RETIDOS       TO WRK-STATUS                    00155100
               CALL 'GRAVALOG'         USING WRK-LOG                    00155200
            END-IF                                                      00155300
                                                                        00155400
            DISPLAY '--------------------------------------'            00155500
            DISPLAY 'COMPETENCIA......: ' WRK-COMPETENCIA               00155600
            DISPLAY 'ANTERIOR.........: ' WRK-COMP-ANTERIOR             00155700
            DISPLAY 'FOLHIST LIDOS....: ' ACUM-LIDOS-FOLHIST            00155800
            DISPLAY 'EMPREGADOS.......: ' WRK-TAB-ATU-QTDE              00155900
            DISPLAY 'APONTADOS........: ' ACUM-APONTADOS                00156000
            DISPLAY 'AUSENTES.........: ' ACUM-AUSENTES                 00156100
            DISPLAY 'SALMOV LIDOS.....: ' ACUM-CRED-SALMOV              00156200
            DISPLAY 'SALMOV LIBERADOS.: ' ACUM-LIB-SALMOV               00156300
            DISPLAY 'BCOEXT LIDOS.....: ' ACUM-CRED-BCOEXT              00156400
            DISPLAY 'BCOEXT LIBERADOS.: ' ACUM-LIB-BCOEXT               00156500
            DISPLAY 'TRILHA LIDOS.....: ' ACUM-LIDOS-TRILHA             00000000
            DISPLAY 'CONTAS ALTERADAS.: ' ACUM-CONTAS-ALTERADAS         00000000
            DISPLAY 'CREDITOS RETIDOS.: ' ACUM-RETIDOS                  00156600
            DISPLAY '--------------------------------------'.           00156700
                                                                        00156800
      *----------------------------------------------------------------*00156900
       4000-99-FIM.                           EXIT.                     00157000
      *----------------------------------------------------------------*00157100
                                                                        00157200
      ******************************************************************00157300
      *                   T R A T A R  E R R O                         *00157400
      ******************************************************************00157500
                                                                        00157600
       9000-TRATAR-ERRO                     SECTION.                    00157700
      *----------------------------------------------------------------*00157800
                  MOVE 'F'                TO WRK-SEVERIDADE             00157900
                  MOVE 'FR05EX79'         TO WRK-PROGRAMA               00158000
                  CALL 'GRAVALOG'         USING WRK-LOG                 00158100
                  MOVE 16                 TO RETURN-CODE                00158200
                  GOBACK.                                               00158300
      *----------------------------------------------------------------*00158400
       9000-99-FIM.                           EXIT.                     00158500
      *----------------------------------------------------------------*00158600
