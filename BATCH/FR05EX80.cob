      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX80.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX80                                       *00002000
      *    TIPO.......: LIBERACAO DOS CREDITOS RETIDOS DA FOLHA        *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR A DECISAO DO RH SOBRE OS CREDITOS RETIDOS*00002800
      *               NO RETFOL (B#RETFOL) PELA CONFERENCIA DA FOLHA:  *00002900
      *               1) CARREGA OS CARTOES DE DECISAO (ID,            *00003000
      *                  COMPETENCIA, 'L' LIBERAR OU 'C' CANCELAR E    *00003100
      *                  OPERADOR DO RH); O CREDITO SEM CADASTRO (ID   *00003200
      *                  0000) SO PODE SER CANCELADO;                  *00003300
      *               2) LE O RETFOL E, NO CREDITO PENDENTE DA ORIGEM  *00003400
      *                  DO SYSIN COM DECISAO, GRAVA O CREDITO LIBERADO*00003500
      *                  NO SALMOV OU NO BCOEXT (COM HEADER E TRAILER) *00003600
      *                  E REGRAVA A SITUACAO ('L' OU 'C') E O         *00003700
      *                  OPERADOR NO PROPRIO RETFOL, COM A TRILHA DE   *00003800
      *                  AUDITORIA VIA GRAVAUD;                        *00003900
      *               3) EMITE O RELATORIO DA LIBERACAO (RELLIB);      *00004000
      *                  CARTAO INVALIDO OU SEM CREDITO PENDENTE VAI   *00004100
      *                  AO LOG E DA RC 04.                            *00004200
      *               SEM GUARDA DE REPROCESSAMENTO: O LOTE RODA       *00004300
      *               QUANTAS VEZES O RH PRECISAR E A SITUACAO DO      *00004400
      *               RETFOL IMPEDE LIBERAR O MESMO CREDITO DUAS VEZES.*00004500
      *----------------------------------------------------------------*00004600
      *    ARQUIVOS :                                                  *00004700
      *    DDNAME          I/O                                         *00004800
      *    JCLDECIS         I    CARTOES DE DECISAO DO RH              *00004900
      *    JCLRETFO        I-O   CREDITOS RETIDOS PARA REVISAO (RETFOL)*00005000
      *    JCLSALLB         O    SALMOV DOS CREDITOS LIBERADOS         *00005100
      *    JCLBCOLB         O    BCOEXT DOS CREDITOS LIBERADOS         *00005200
      *    JCLRELLB         O    RELATORIO DA LIBERACAO                *00005300
      *----------------------------------------------------------------*00005400
      *    BOOKS    :    B#RETFOL, B#MOVREG, B#BCOEXT, B#AUDIT,        *00005500
      *                  B#GRALOG, B#DATPRC                            *00005600
      *----------------------------------------------------------------*00005700
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005800
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00005900
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006000
      *----------------------------------------------------------------*00006100
      *    PARAMETROS (VIA SYSIN):                                     *00006200
      *      ORIGEM DOS CREDITOS (EX.: FR05DB12)                       *00006300
      *----------------------------------------------------------------*00006400
      *    HISTORICO DE ALTERACOES:                                    *00006500
      *      DATA        RESP.    DESCRICAO                            *00006600
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00006700
      ******************************************************************00006800
      *================================================================*00006900
                                                                        00007000
      *================================================================*00007100
       ENVIRONMENT                                DIVISION.             00007200
      *================================================================*00007300
                                                                        00007400
      *----------------------------------------------------------------*00007500
       CONFIGURATION                              SECTION.              00007600
      *----------------------------------------------------------------*00007700
                                                                        00007800
       SPECIAL-NAMES.                                                   00007900
           DECIMAL-POINT IS COMMA.                                      00008000
                                                                        00008100
      *----------------------------------------------------------------*00008200
       INPUT-OUTPUT                               SECTION.              00008300
      *----------------------------------------------------------------*00008400
                                                                        00008500
       FILE-CONTROL.                                                    00008600
             SELECT DECISAO   ASSIGN     TO JCLDECIS                    00008700
                    FILE STATUS     IS WRK-FS-DECISAO.                  00008800
                                                                        00008900
             SELECT RETFOL    ASSIGN     TO JCLRETFO                    00009000
                    FILE STATUS     IS WRK-FS-RETFOL.                   00009100
                                                                        00009200
             SELECT SALLIB    ASSIGN     TO JCLSALLB                    00009300
                    FILE STATUS     IS WRK-FS-SALLIB.                   00009400
                                                                        00009500
             SELECT BCOLIB    ASSIGN     TO JCLBCOLB                    00009600
                    FILE STATUS     IS WRK-FS-BCOLIB.                   00009700
                                                                        00009800
             SELECT RELLIB    ASSIGN     TO JCLRELLB                    00009900
                    FILE STATUS     IS WRK-FS-RELLIB.                   00010000
                                                                        00010100
      *================================================================*00010200
       DATA                                      DIVISION.              00010300
      *================================================================*00010400
                                                                        00010500
      *----------------------------------------------------------------*00010600
       FILE                                      SECTION.               00010700
      *----------------------------------------------------------------*00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
      *  INPUT - CARTOES DE DECISAO DO RH - LRECL = 080.               *00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
       FD DECISAO                                                       00011400
           RECORDING MODE IS F                                          00011500
           BLOCK CONTAINS 0 RECORDS.                                    00011600
       01 FD-DECISAO.                                                   00011700
          05 FD-DEC-ID               PIC X(004).                        00011800
          05 FD-DEC-ID-N             REDEFINES FD-DEC-ID                00011900
                                     PIC 9(004).                        00012000
          05 FD-DEC-COMPETENCIA      PIC X(006).                        00012100
          05 FD-DEC-DECISAO          PIC X(001).                        00012200
              88 FD-DEC-LIBERAR          VALUE 'L'.                     00012300
              88 FD-DEC-CANCELAR         VALUE 'C'.                     00012400
          05 FD-DEC-OPERADOR         PIC X(003).                        00012500
          05 FILLER                  PIC X(066).                        00012600
                                                                        00012700
      *----------------------------------------------------------------*00012800
      *  I-O    - CREDITOS RETIDOS PARA REVISAO (RETFOL) - LRECL = 180 *00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
       FD RETFOL                                                        00013200
           RECORDING MODE IS F                                          00013300
           BLOCK CONTAINS 0 RECORDS.                                    00013400
                                                                        00013500
           COPY 'B#RETFOL'.                                             00013600
                                                                        00013700
      *----------------------------------------------------------------*00013800
      *  OUTPUT - SALMOV DOS CREDITOS LIBERADOS - LRECL = 106.         *00013900
      *----------------------------------------------------------------*00014000
                                                                        00014100
       FD SALLIB                                                        00014200
           RECORDING MODE IS F                                          00014300
           BLOCK CONTAINS 0 RECORDS.                                    00014400
                                                                        00014500
           COPY 'B#MOVREG'.                                             00014600
                                                                        00014700
      *----------------------------------------------------------------*00014800
      *  OUTPUT - BCOEXT DOS CREDITOS LIBERADOS - LRECL = 050.         *00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
       FD BCOLIB                                                        00015200
           RECORDING MODE IS F                                          00015300
           BLOCK CONTAINS 0 RECORDS.                                    00015400
                                                                        00015500
           COPY 'B#BCOEXT'.                                             00015600
                                                                        00015700
      *----------------------------------------------------------------*00015800
      *  OUTPUT - RELATORIO DA LIBERACAO (RELLIB) - LRECL = 080.       *00015900
      *----------------------------------------------------------------*00016000
                                                                        00016100
       FD RELLIB                                                        00016200
           RECORDING MODE IS F                                          00016300
           BLOCK CONTAINS 0 RECORDS.                                    00016400
       01 FD-RELLIB         PIC X(080).                                 00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
       WORKING-STORAGE                            SECTION.              00016800
      *----------------------------------------------------------------*00016900
      *----------------------------------------------------------------*00017000
       01 FILLER                         PIC X(050)       VALUE         00017100
                   '*** INICIO DA WORKING FR05EX80 ***'.                00017200
      *----------------------------------------------------------------*00017300
                                                                        00017400
       77 WRK-FS-DECISAO                 PIC X(002) VALUE SPACES.       00017500
       77 WRK-FS-RETFOL                  PIC X(002) VALUE SPACES.       00017600
       77 WRK-FS-SALLIB                  PIC X(002) VALUE SPACES.       00017700
       77 WRK-FS-BCOLIB                  PIC X(002) VALUE SPACES.       00017800
       77 WRK-FS-RELLIB                  PIC X(002) VALUE SPACES.       00017900
                                                                        00018000
      *----------------------------------------------------------------*00018100
       01 FILLER                         PIC X(050)       VALUE         00018200
                     '*** AREA DA ACUMULADORES ***'.                    00018300
      *----------------------------------------------------------------*00018400
                                                                        00018500
       77 ACUM-LIDOS-DECISAO             PIC 9(005) VALUE ZEROS.        00018600
       77 ACUM-DEC-INVALIDAS             PIC 9(005) VALUE ZEROS.        00018700
       77 ACUM-DEC-SEM-CREDITO           PIC 9(005) VALUE ZEROS.        00018800
       77 ACUM-LIDOS-RETFOL              PIC 9(007) VALUE ZEROS.        00018900
       77 ACUM-PENDENTES                 PIC 9(007) VALUE ZEROS.        00019000
       77 ACUM-LIBERADOS                 PIC 9(007) VALUE ZEROS.        00019100
       77 ACUM-CANCELADOS                PIC 9(007) VALUE ZEROS.        00019200
       77 ACUM-LIB-SALMOV                PIC 9(007) VALUE ZEROS.        00019300
       77 ACUM-LIB-BCOEXT                PIC 9(007) VALUE ZEROS.        00019400
       77 ACUM-HASH-LIB-SALMOV           PIC 9(011)V99 VALUE ZEROS.     00019500
       77 ACUM-HASH-LIB-BCOEXT           PIC 9(011)V99 VALUE ZEROS.     00019600
       77 ACUM-VLR-CANCELADO             PIC 9(013)V99 VALUE ZEROS.     00019700
                                                                        00019800
      *----------------------------------------------------------------*00019900
       01 FILLER                         PIC X(050)       VALUE         00020000
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00020100
      *----------------------------------------------------------------*00020200
                                                                        00020300
       77 WRK-FIM-RETFOL                 PIC X(001) VALUE 'N'.          00020400
           88 WRK-FIM-RETFOL-SIM                    VALUE 'S'.          00020500
       77 WRK-DEC-ACHOU                  PIC X(001) VALUE 'N'.          00020600
           88 WRK-DEC-ACHOU-SIM                     VALUE 'S'.          00020700
       77 WRK-ORIGEM                     PIC X(008) VALUE SPACES.       00020800
       77 WRK-DATA-EXEC                  PIC X(008) VALUE SPACES.       00020900
       77 WRK-VLR-CREDITO                PIC 9(008)V99 VALUE ZEROS.     00021000
                                                                        00021100
       01 WRK-CHAVE-PESQ.                                               00021200
          05 WRK-CHV-ID                  PIC 9(004).                    00021300
          05 WRK-CHV-COMPETENCIA         PIC X(006).                    00021400
                                                                        00021500
      *----------------------------------------------------------------*00021600
      *    DECISOES DO RH                                              *00021700
      *----------------------------------------------------------------*00021800
                                                                        00021900
       01 WRK-TAB-DECISOES.                                             00022000
          05 WRK-TAB-DEC                 OCCURS 500 TIMES               00022100
                                          INDEXED BY WRK-IDX-DEC.       00022200
             10 WRK-TAB-DEC-CHAVE.                                      00022300
                15 WRK-TAB-DEC-ID        PIC 9(04).                     00022400
                15 WRK-TAB-DEC-COMPET    PIC X(06).                     00022500
             10 WRK-TAB-DEC-DECISAO      PIC X(01).                     00022600
             10 WRK-TAB-DEC-OPERADOR     PIC X(03).                     00022700
             10 WRK-TAB-DEC-USADA        PIC X(01).                     00022800
                                                                        00022900
       77 WRK-TAB-DEC-QTDE               PIC 9(003) VALUE ZEROS.        00023000
                                                                        00023100
      *----------------------------------------------------------------*00023200
      *    LINHAS DO RELATORIO DA LIBERACAO                            *00023300
      *----------------------------------------------------------------*00023400
                                                                        00023500
       01 WRK-CABEC1.                                                   00023600
          05 FILLER               PIC X(042) VALUE                      00023700
             'FR05EX80 - LIBERACAO DE CREDITOS RETIDOS'.                00023800
          05 FILLER               PIC X(007) VALUE 'ORIGEM '.           00023900
          05 WRK-CB-ORIGEM        PIC X(008) VALUE SPACES.              00024000
          05 FILLER               PIC X(006) VALUE '  DATA'.            00024100
          05 FILLER               PIC X(001) VALUE SPACES.              00024200
          05 WRK-CB-DATA          PIC X(008) VALUE SPACES.              00024300
          05 FILLER               PIC X(008) VALUE SPACES.              00024400
                                                                        00024500
       01 WRK-CABEC2.                                                   00024600
          05 FILLER               PIC X(040) VALUE                      00024700
             'ID   NOME                 COMPET ARQ'.                    00024800
          05 FILLER               PIC X(040) VALUE                      00024900
             '         VALOR DECISAO   OPERADOR'.                       00025000
                                                                        00025100
       01 WRK-LINDET.                                                   00025200
          05 WRK-LD-ID                   PIC 9(004).                    00025300
          05 FILLER                      PIC X(001) VALUE SPACES.       00025400
          05 WRK-LD-NOME                 PIC X(020).                    00025500
          05 FILLER                      PIC X(001) VALUE SPACES.       00025600
          05 WRK-LD-COMPETENCIA          PIC X(006).                    00025700
          05 FILLER                      PIC X(001) VALUE SPACES.       00025800
          05 WRK-LD-ARQUIVO              PIC X(006).                    00025900
          05 FILLER                      PIC X(001) VALUE SPACES.       00026000
          05 WRK-LD-VALOR                PIC ZZ.ZZZ.ZZ9,99.             00026100
          05 FILLER                      PIC X(001) VALUE SPACES.       00026200
          05 WRK-LD-DECISAO              PIC X(009).                    00026300
          05 FILLER                      PIC X(001) VALUE SPACES.       00026400
          05 WRK-LD-OPERADOR             PIC X(003).                    00026500
          05 FILLER                      PIC X(013) VALUE SPACES.       00026600
                                                                        00026700
       01 WRK-LINCTL.                                                   00026800
          05 WRK-CT-ROTULO               PIC X(025).                    00026900
          05 FILLER                      PIC X(002) VALUE SPACES.       00027000
          05 WRK-CT-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.       00027100
          05 FILLER                      PIC X(033) VALUE SPACES.       00027200
                                                                        00027300
      *----------------------------------------------------------------*00027400
       01 FILLER                         PIC X(050)       VALUE         00027500
                    '*** AREA DA BOOK GRAVALOG ***'.                    00027600
      *----------------------------------------------------------------*00027700
                                                                        00027800
                           COPY 'B#GRALOG'.                             00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       01 FILLER                         PIC X(050)       VALUE         00028200
                    '*** AREA DA BOOK GRAVAUD ***'.                     00028300
      *----------------------------------------------------------------*00028400
                                                                        00028500
       COPY 'B#AUDIT'.                                                  00028600
                                                                        00028700
       COPY 'B#DATPRC'.                                                 00028800
                                                                        00028900
      *================================================================*00029000
       PROCEDURE                                 DIVISION.              00029100
      *================================================================*00029200
                                                                        00029300
      ******************************************************************00029400
      *              P R O G R A M A  P R I N C I P A L                *00029500
      ******************************************************************00029600
                                                                        00029700
      *----------------------------------------------------------------*00029800
       0000-PRINCIPAL                            SECTION.               00029900
      *----------------------------------------------------------------*00030000
                                                                        00030100
            PERFORM 1000-INICIAR                                        00030200
                                                                        00030300
            PERFORM 1200-CARREGAR-DECISOES                              00030400
                                                                        00030500
            PERFORM 2000-APLICAR-DECISOES                               00030600
                                                                        00030700
            PERFORM 3000-FINALIZAR                                      00030800
                                                                        00030900
            IF ACUM-DEC-INVALIDAS GREATER ZEROS                         00031000
             OR ACUM-DEC-SEM-CREDITO GREATER ZEROS                      00031100
               MOVE 04                TO RETURN-CODE                    00031200
            END-IF                                                      00031300
                                                                        00031400
            STOP RUN.                                                   00031500
                                                                        00031600
      *----------------------------------------------------------------*00031700
       0000-99-FIM.                           EXIT.                     00031800
      *----------------------------------------------------------------*00031900
                                                                        00032000
      ******************************************************************00032100
      *                       I N I C I A R                            *00032200
      ******************************************************************00032300
                                                                        00032400
      *----------------------------------------------------------------*00032500
       1000-INICIAR                           SECTION.                  00032600
      *----------------------------------------------------------------*00032700
                                                                        00032800
           ACCEPT WRK-ORIGEM          FROM SYSIN                        00032900
                                                                        00033000
           IF WRK-ORIGEM EQUAL SPACES                                   00033100
              MOVE 'ORIGEM DOS CREDITOS AUSENTE NO SYSIN'               00033200
                                                 TO WRK-MENSAGEM        00033300
              MOVE '1000  '                      TO WRK-SECAO           00033400
              MOVE SPACES                        TO WRK-STATUS          00033500
              PERFORM 9000-TRATAR-ERRO                                  00033600
           END-IF                                                       00033700
                                                                        00033800
           CALL 'LERDATAP'            USING WRK-DATPRC                  00033900
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00034000
                                                                        00034100
           OPEN INPUT  DECISAO                                          00034200
                I-O    RETFOL                                           00034300
                OUTPUT SALLIB                                           00034400
                OUTPUT BCOLIB                                           00034500
                OUTPUT RELLIB                                           00034600
                                                                        00034700
           PERFORM 1100-TESTAR-STATUS                                   00034800
                                                                        00034900
      *    OS CREDITOS LIBERADOS SAEM COM O HEADER DA ORIGEM, COMO O   *00035000
      *    SALMOV E O BCOEXT QUE A CONFERENCIA LIBEROU                 *00035100
           MOVE SPACES                TO FD-MOV2505-HEADER              00035200
           MOVE '0000'                TO FD-MOV2505-H-TIPO              00035300
           MOVE WRK-DATA-EXEC         TO FD-MOV2505-H-DATA              00035400
           MOVE WRK-ORIGEM            TO FD-MOV2505-H-ORIGEM            00035500
           WRITE FD-MOV2505-HEADER                                      00035600
                                                                        00035700
           MOVE SPACES                TO FD-BCO-HEADER                  00035800
           MOVE '0000'                TO FD-BCO-H-TIPO                  00035900
           MOVE WRK-DATA-EXEC         TO FD-BCO-H-DATA                  00036000
           MOVE WRK-ORIGEM            TO FD-BCO-H-ORIGEM                00036100
           WRITE FD-BCO-HEADER                                          00036200
                                                                        00036300
           MOVE WRK-ORIGEM            TO WRK-CB-ORIGEM                  00036400
           MOVE WRK-DATA-EXEC         TO WRK-CB-DATA                    00036500
           WRITE FD-RELLIB            FROM WRK-CABEC1                   00036600
           MOVE SPACES                TO FD-RELLIB                      00036700
           WRITE FD-RELLIB                                              00036800
           WRITE FD-RELLIB            FROM WRK-CABEC2                   00036900
                                                                        00037000
           PERFORM 1100-TESTAR-STATUS.                                  00037100
                                                                        00037200
      *----------------------------------------------------------------*00037300
       1000-99-FIM.                            EXIT.                    00037400
      *----------------------------------------------------------------*00037500
                                                                        00037600
      *----------------------------------------------------------------*00037700
       1100-TESTAR-STATUS                    SECTION.                   00037800
      *----------------------------------------------------------------*00037900
                                                                        00038000
           IF WRK-FS-DECISAO NOT EQUAL ZEROS                            00038100
            AND WRK-FS-DECISAO NOT EQUAL '10'                           00038200
              MOVE 'ERRO NO ARQUIVO DECISAO'     TO WRK-MENSAGEM        00038300
              MOVE WRK-FS-DECISAO                TO WRK-STATUS          00038400
              PERFORM 9000-TRATAR-ERRO                                  00038500
           END-IF                                                       00038600
                                                                        00038700
           IF WRK-FS-RETFOL NOT EQUAL ZEROS                             00038800
            AND WRK-FS-RETFOL NOT EQUAL '10'                            00038900
              MOVE 'ERRO NO ARQUIVO RETFOL'      TO WRK-MENSAGEM        00039000
              MOVE WRK-FS-RETFOL                 TO WRK-STATUS          00039100
              PERFORM 9000-TRATAR-ERRO                                  00039200
           END-IF                                                       00039300
                                                                        00039400
           IF WRK-FS-SALLIB NOT EQUAL ZEROS                             00039500
              MOVE 'ERRO NO ARQUIVO SALLIB'      TO WRK-MENSAGEM        00039600
              MOVE WRK-FS-SALLIB                 TO WRK-STATUS          00039700
              PERFORM 9000-TRATAR-ERRO                                  00039800
           END-IF                                                       00039900
                                                                        00040000
           IF WRK-FS-BCOLIB NOT EQUAL ZEROS                             00040100
              MOVE 'ERRO NO ARQUIVO BCOLIB'      TO WRK-MENSAGEM        00040200
              MOVE WRK-FS-BCOLIB                 TO WRK-STATUS          00040300
              PERFORM 9000-TRATAR-ERRO                                  00040400
           END-IF                                                       00040500
                                                                        00040600
           IF WRK-FS-RELLIB NOT EQUAL ZEROS                             00040700
              MOVE 'ERRO NO ARQUIVO RELLIB'      TO WRK-MENSAGEM        00040800
              MOVE WRK-FS-RELLIB                 TO WRK-STATUS          00040900
              PERFORM 9000-TRATAR-ERRO                                  00041000
           END-IF.                                                      00041100
                                                                        00041200
      *----------------------------------------------------------------*00041300
       1100-99-FIM.                            EXIT.                    00041400
      *----------------------------------------------------------------*00041500
                                                                        00041600
      ******************************************************************00041700
      *          C A R R E G A R   D E C I S O E S   D O   R H         *00041800
      ******************************************************************00041900
                                                                        00042000
      *----------------------------------------------------------------*00042100
       1200-CARREGAR-DECISOES                  SECTION.                 00042200
      *----------------------------------------------------------------*00042300
                                                                        00042400
           PERFORM 1210-LER-DECISAO                                     00042500
           PERFORM 1220-GUARDAR-DECISAO                                 00042600
                   UNTIL WRK-FS-DECISAO EQUAL '10'                      00042700
           CLOSE DECISAO.                                               00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       1200-99-FIM.                            EXIT.                    00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
      *----------------------------------------------------------------*00043400
       1210-LER-DECISAO                        SECTION.                 00043500
      *----------------------------------------------------------------*00043600
                                                                        00043700
           READ DECISAO                                                 00043800
                                                                        00043900
           IF WRK-FS-DECISAO EQUAL '10'                                 00044000
              GO                  TO 1210-99-FIM                        00044100
           END-IF                                                       00044200
                                                                        00044300
           PERFORM 1100-TESTAR-STATUS                                   00044400
           ADD 1                      TO ACUM-LIDOS-DECISAO.            00044500
                                                                        00044600
      *----------------------------------------------------------------*00044700
       1210-99-FIM.                            EXIT.                    00044800
      *----------------------------------------------------------------*00044900
                                                                        00045000
      *----------------------------------------------------------------*00045100
       1220-GUARDAR-DECISAO                    SECTION.                 00045200
      *----------------------------------------------------------------*00045300
                                                                        00045400
      *    CREDITO SEM CADASTRO (ID 0000) NAO TEM FAVORECIDO CONFIRMADO*00045500
      *    E SO PODE SER CANCELADO                                     *00045600
           IF FD-DEC-ID NOT NUMERIC                                     00045700
            OR FD-DEC-COMPETENCIA NOT NUMERIC                           00045800
            OR FD-DEC-OPERADOR EQUAL SPACES                             00045900
            OR (NOT FD-DEC-LIBERAR AND NOT FD-DEC-CANCELAR)             00046000
            OR (FD-DEC-ID-N EQUAL ZEROS AND FD-DEC-LIBERAR)             00046100
              ADD 1                   TO ACUM-DEC-INVALIDAS             00046200
              MOVE 'A'                TO WRK-SEVERIDADE                 00046300
              MOVE 'FR05EX80'         TO WRK-PROGRAMA                   00046400
              MOVE '1220  '           TO WRK-SECAO                      00046500
              MOVE 'CARTAO DE DECISAO INVALIDO'                         00046600
                                      TO WRK-MENSAGEM                   00046700
              MOVE FD-DECISAO         TO WRK-STATUS                     00046800
              CALL 'GRAVALOG'         USING WRK-LOG                     00046900
              PERFORM 1210-LER-DECISAO                                  00047000
              GO                  TO 1220-99-FIM                        00047100
           END-IF                                                       00047200
                                                                        00047300
           IF WRK-TAB-DEC-QTDE GREATER OR EQUAL 500                     00047400
              MOVE 'TABELA DE DECISOES CHEIA'    TO WRK-MENSAGEM        00047500
              MOVE '1220  '                      TO WRK-SECAO           00047600
              MOVE FD-DECISAO                    TO WRK-STATUS          00047700
              PERFORM 9000-TRATAR-ERRO                                  00047800
           END-IF                                                       00047900
                                                                        00048000
           ADD 1                      TO WRK-TAB-DEC-QTDE               00048100
           SET WRK-IDX-DEC            TO WRK-TAB-DEC-QTDE               00048200
           MOVE FD-DEC-ID-N           TO WRK-TAB-DEC-ID (WRK-IDX-DEC)   00048300
           MOVE FD-DEC-COMPETENCIA    TO WRK-TAB-DEC-COMPET             00048400
                                         (WRK-IDX-DEC)                  00048500
           MOVE FD-DEC-DECISAO        TO WRK-TAB-DEC-DECISAO            00048600
                                         (WRK-IDX-DEC)                  00048700
           MOVE FD-DEC-OPERADOR       TO WRK-TAB-DEC-OPERADOR           00048800
                                         (WRK-IDX-DEC)                  00048900
           MOVE 'N'                   TO WRK-TAB-DEC-USADA              00049000
                                         (WRK-IDX-DEC)                  00049100
           PERFORM 1210-LER-DECISAO.                                    00049200
                                                                        00049300
      *----------------------------------------------------------------*00049400
       1220-99-FIM.                            EXIT.                    00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
      ******************************************************************00049800
      *          A P L I C A R   D E C I S O E S   N O   R E T F O L   *00049900
      ******************************************************************00050000
                                                                        00050100
      *----------------------------------------------------------------*00050200
       2000-APLICAR-DECISOES                   SECTION.                 00050300
      *----------------------------------------------------------------*00050400
                                                                        00050500
           PERFORM 2010-LER-RETFOL                                      00050600
           PERFORM 2100-TRATAR-RETFOL                                   00050700
                   UNTIL WRK-FIM-RETFOL-SIM.                            00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
       2000-99-FIM.                            EXIT.                    00051100
      *----------------------------------------------------------------*00051200
                                                                        00051300
      *----------------------------------------------------------------*00051400
       2010-LER-RETFOL                         SECTION.                 00051500
      *----------------------------------------------------------------*00051600
                                                                        00051700
           READ RETFOL                                                  00051800
                                                                        00051900
           IF WRK-FS-RETFOL EQUAL '10'                                  00052000
              MOVE 'S'                TO WRK-FIM-RETFOL                 00052100
              GO                  TO 2010-99-FIM                        00052200
           END-IF                                                       00052300
                                                                        00052400
           PERFORM 1100-TESTAR-STATUS                                   00052500
           ADD 1                      TO ACUM-LIDOS-RETFOL.             00052600
                                                                        00052700
      *----------------------------------------------------------------*00052800
       2010-99-FIM.                            EXIT.                    00052900
      *----------------------------------------------------------------*00053000
                                                                        00053100
      *----------------------------------------------------------------*00053200
       2100-TRATAR-RETFOL                      SECTION.                 00053300
      *----------------------------------------------------------------*00053400
                                                                        00053500
           IF NOT FD-RET-PENDENTE                                       00053600
            OR FD-RET-ORIGEM NOT EQUAL WRK-ORIGEM                       00053700
              PERFORM 2010-LER-RETFOL                                   00053800
              GO                  TO 2100-99-FIM                        00053900
           END-IF                                                       00054000
                                                                        00054100
           ADD 1                      TO ACUM-PENDENTES                 00054200
           MOVE FD-RET-ID             TO WRK-CHV-ID                     00054300
           MOVE FD-RET-COMPETENCIA    TO WRK-CHV-COMPETENCIA            00054400
           PERFORM 2200-PESQUISAR-DECISAO                               00054500
                                                                        00054600
           IF NOT WRK-DEC-ACHOU-SIM                                     00054700
              PERFORM 2010-LER-RETFOL                                   00054800
              GO                  TO 2100-99-FIM                        00054900
           END-IF                                                       00055000
                                                                        00055100
           MOVE 'S'                   TO WRK-TAB-DEC-USADA              00055200
                                         (WRK-IDX-DEC)                  00055300
                                                                        00055400
           IF FD-RET-DO-SALMOV                                          00055500
              MOVE FD-RET-CREDITO     TO FD-MOV2505                     00055600
              MOVE FD-MOV2505-VALOR   TO WRK-VLR-CREDITO                00055700
           ELSE                                                         00055800
              MOVE FD-RET-CREDITO     TO FD-BCOEXT                      00055900
              MOVE FD-BCO-VALOR       TO WRK-VLR-CREDITO                00056000
           END-IF                                                       00056100
                                                                        00056200
      *    O CREDITO E GRAVADO ANTES DE REGRAVAR A SITUACAO: EM ABEND, *00056300
      *    O QUE JA FOI LIBERADO FICA NA SAIDA CATALOGADA              *00056400
           IF WRK-TAB-DEC-DECISAO (WRK-IDX-DEC) EQUAL 'L'               00056500
              PERFORM 2300-LIBERAR-CREDITO                              00056600
           ELSE                                                         00056700
              ADD 1                   TO ACUM-CANCELADOS                00056800
              ADD WRK-VLR-CREDITO     TO ACUM-VLR-CANCELADO             00056900
           END-IF                                                       00057000
                                                                        00057100
           MOVE WRK-TAB-DEC-DECISAO (WRK-IDX-DEC) TO FD-RET-SITUACAO    00057200
           MOVE WRK-TAB-DEC-OPERADOR (WRK-IDX-DEC) TO FD-RET-OPERADOR   00057300
           REWRITE FD-RETFOL                                            00057400
           PERFORM 1100-TESTAR-STATUS                                   00057500
                                                                        00057600
           PERFORM 2400-GRAVAR-AUDITORIA                                00057700
           PERFORM 2500-LISTAR-DECISAO                                  00057800
                                                                        00057900
           PERFORM 2010-LER-RETFOL.                                     00058000
                                                                        00058100
      *----------------------------------------------------------------*00058200
       2100-99-FIM.                            EXIT.                    00058300
      *----------------------------------------------------------------*00058400
                                                                        00058500
      *----------------------------------------------------------------*00058600
       2200-PESQUISAR-DECISAO                  SECTION.                 00058700
      *----------------------------------------------------------------*00058800
                                                                        00058900
           MOVE 'N'                   TO WRK-DEC-ACHOU                  00059000
           SET WRK-IDX-DEC            TO 1                              00059100
           SEARCH WRK-TAB-DEC                                           00059200
             AT END                                                     00059300
                CONTINUE                                                00059400
             WHEN WRK-IDX-DEC GREATER WRK-TAB-DEC-QTDE                  00059500
                CONTINUE                                                00059600
             WHEN WRK-TAB-DEC-CHAVE (WRK-IDX-DEC) EQUAL WRK-CHAVE-PESQ  00059700
                MOVE 'S'              TO WRK-DEC-ACHOU                  00059800
           END-SEARCH.                                                  00059900
                                                                        00060000
      *----------------------------------------------------------------*00060100
       2200-99-FIM.                            EXIT.                    00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
      *----------------------------------------------------------------*00060500
       2300-LIBERAR-CREDITO                    SECTION.                 00060600
      *----------------------------------------------------------------*00060700
                                                                        00060800
           IF FD-RET-DO-SALMOV                                          00060900
              WRITE FD-MOV2505                                          00061000
              PERFORM 1100-TESTAR-STATUS                                00061100
              ADD 1                   TO ACUM-LIB-SALMOV                00061200
              ADD WRK-VLR-CREDITO     TO ACUM-HASH-LIB-SALMOV           00061300
           ELSE                                                         00061400
              WRITE FD-BCOEXT                                           00061500
              PERFORM 1100-TESTAR-STATUS                                00061600
              ADD 1                   TO ACUM-LIB-BCOEXT                00061700
              ADD WRK-VLR-CREDITO     TO ACUM-HASH-LIB-BCOEXT           00061800
           END-IF                                                       00061900
                                                                        00062000
           ADD 1                      TO ACUM-LIBERADOS.                00062100
                                                                        00062200
      *----------------------------------------------------------------*00062300
       2300-99-FIM.                            EXIT.                    00062400
      *----------------------------------------------------------------*00062500
                                                                        00062600
      *----------------------------------------------------------------*00062700
       2400-GRAVAR-AUDITORIA                   SECTION.                 00062800
      *----------------------------------------------------------------*00062900
                                                                        00063000
            MOVE 'FR05EX80'            TO WRK-AUD-PROGRAMA              00063100
            MOVE '2400  '              TO WRK-AUD-SECAO                 00063200
            MOVE 'RETFOL  '            TO WRK-AUD-TABELA                00063300
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00063400
            MOVE FD-RET-ID             TO WRK-AUD-ID                    00063500
            MOVE 'SITUACAO'            TO WRK-AUD-CAMPO                 00063600
            MOVE 'P'                   TO WRK-AUD-VALOR-ANTES           00063700
            MOVE FD-RET-SITUACAO       TO WRK-AUD-VALOR-DEPOIS          00063800
            MOVE FD-RET-OPERADOR       TO WRK-AUD-USUARIO               00063900
            MOVE SPACES                TO WRK-AUD-CHAVE                 00064000
            STRING FD-RET-COMPETENCIA  DELIMITED BY SIZE                00064100
                   FD-RET-ARQUIVO      DELIMITED BY SIZE                00064200
                   INTO WRK-AUD-CHAVE                                   00064300
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00064400
                                                                        00064500
      *----------------------------------------------------------------*00064600
       2400-99-FIM.                           EXIT.                     00064700
      *----------------------------------------------------------------*00064800
                                                                        00064900
      *----------------------------------------------------------------*00065000
       2500-LISTAR-DECISAO                     SECTION.                 00065100
      *----------------------------------------------------------------*00065200
                                                                        00065300
            MOVE FD-RET-ID             TO WRK-LD-ID                     00065400
            MOVE FD-RET-NOME           TO WRK-LD-NOME                   00065500
            MOVE FD-RET-COMPETENCIA    TO WRK-LD-COMPETENCIA            00065600
            IF FD-RET-DO-SALMOV                                         00065700
               MOVE 'SALMOV'           TO WRK-LD-ARQUIVO                00065800
            ELSE                                                        00065900
               MOVE 'BCOEXT'           TO WRK-LD-ARQUIVO                00066000
            END-IF                                                      00066100
            MOVE WRK-VLR-CREDITO       TO WRK-LD-VALOR                  00066200
            IF FD-RET-LIBERADO                                          00066300
               MOVE 'LIBERADO'         TO WRK-LD-DECISAO                00066400
            ELSE                                                        00066500
               MOVE 'CANCELADO'        TO WRK-LD-DECISAO                00066600
            END-IF                                                      00066700
            MOVE FD-RET-OPERADOR       TO WRK-LD-OPERADOR               00066800
                                                                        00066900
            WRITE FD-RELLIB            FROM WRK-LINDET                  00067000
            PERFORM 1100-TESTAR-STATUS.                                 00067100
                                                                        00067200
      *----------------------------------------------------------------*00067300
       2500-99-FIM.                           EXIT.                     00067400
      *----------------------------------------------------------------*00067500
                                                                        00067600
      ******************************************************************00067700
      *                     F I N A L I Z A R                          *00067800
      ******************************************************************00067900
                                                                        00068000
      *----------------------------------------------------------------*00068100
       3000-FINALIZAR                          SECTION.                 00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
            MOVE SPACES                TO FD-MOV2505-TRAILER            00068500
            MOVE '9999'                TO FD-MOV2505-T-TIPO             00068600
            MOVE ACUM-LIB-SALMOV       TO FD-MOV2505-T-QTD-REG          00068700
            MOVE ACUM-HASH-LIB-SALMOV  TO FD-MOV2505-T-HASH             00068800
            WRITE FD-MOV2505-TRAILER                                    00068900
                                                                        00069000
            MOVE SPACES                TO FD-BCO-TRAILER                00069100
            MOVE '9999'                TO FD-BCO-T-TIPO                 00069200
            MOVE ACUM-LIB-BCOEXT       TO FD-BCO-T-QTD-REG              00069300
            MOVE ACUM-HASH-LIB-BCOEXT  TO FD-BCO-T-HASH                 00069400
            WRITE FD-BCO-TRAILER                                        00069500
            PERFORM 1100-TESTAR-STATUS                                  00069600
                                                                        00069700
      *     DECISAO SEM CREDITO PENDENTE (ID OU COMPETENCIA ERRADOS,   *00069800
      *     OU CREDITO JA DECIDIDO EM OUTRO LOTE)                      *00069900
            PERFORM 3100-CONFERIR-DECISAO                               00070000
                    VARYING WRK-IDX-DEC FROM 1 BY 1                     00070100
                    UNTIL WRK-IDX-DEC GREATER WRK-TAB-DEC-QTDE          00070200
                                                                        00070300
            MOVE SPACES                TO FD-RELLIB                     00070400
            WRITE FD-RELLIB                                             00070500
                                                                        00070600
            MOVE 'CARTOES DE DECISAO'    TO WRK-CT-ROTULO               00070700
            MOVE ACUM-LIDOS-DECISAO    TO WRK-CT-VALOR                  00070800
            PERFORM 3200-GRAVAR-LINHA                                   00070900
                                                                        00071000
            MOVE 'CARTOES INVALIDOS'     TO WRK-CT-ROTULO               00071100
            MOVE ACUM-DEC-INVALIDAS    TO WRK-CT-VALOR                  00071200
            PERFORM 3200-GRAVAR-LINHA                                   00071300
                                                                        00071400
            MOVE 'DECISOES SEM CREDITO'  TO WRK-CT-ROTULO               00071500
            MOVE ACUM-DEC-SEM-CREDITO  TO WRK-CT-VALOR                  00071600
            PERFORM 3200-GRAVAR-LINHA                                   00071700
                                                                        00071800
            MOVE 'CREDITOS PENDENTES'    TO WRK-CT-ROTULO               00071900
            MOVE ACUM-PENDENTES        TO WRK-CT-VALOR                  00072000
            PERFORM 3200-GRAVAR-LINHA                                   00072100
                                                                        00072200
            MOVE 'CREDITOS LIBERADOS'    TO WRK-CT-ROTULO               00072300
            MOVE ACUM-LIBERADOS        TO WRK-CT-VALOR                  00072400
            PERFORM 3200-GRAVAR-LINHA                                   00072500
                                                                        00072600
            MOVE 'CREDITOS CANCELADOS'   TO WRK-CT-ROTULO               00072700
            MOVE ACUM-CANCELADOS       TO WRK-CT-VALOR                  00072800
            PERFORM 3200-GRAVAR-LINHA                                   00072900
                                                                        00073000
            MOVE 'SALMOV LIBERADO'       TO WRK-CT-ROTULO               00073100
            MOVE ACUM-HASH-LIB-SALMOV  TO WRK-CT-VALOR                  00073200
            PERFORM 3200-GRAVAR-LINHA                                   00073300
                                                                        00073400
            MOVE 'BCOEXT LIBERADO'       TO WRK-CT-ROTULO               00073500
            MOVE ACUM-HASH-LIB-BCOEXT  TO WRK-CT-VALOR                  00073600
            PERFORM 3200-GRAVAR-LINHA                                   00073700
                                                                        00073800
            MOVE 'VALOR CANCELADO'       TO WRK-CT-ROTULO               00073900
            MOVE ACUM-VLR-CANCELADO    TO WRK-CT-VALOR                  00074000
            PERFORM 3200-GRAVAR-LINHA                                   00074100
                                                                        00074200
            CLOSE RETFOL                                                00074300
                  SALLIB                                                00074400
                  BCOLIB                                                00074500
                  RELLIB                                                00074600
                                                                        00074700
            DISPLAY '--------------------------------------'            00074800
            DISPLAY 'ORIGEM...........: ' WRK-ORIGEM                    00074900
            DISPLAY 'CARTOES LIDOS....: ' ACUM-LIDOS-DECISAO            00075000
            DISPLAY 'CARTOES INVALIDOS: ' ACUM-DEC-INVALIDAS            00075100
            DISPLAY 'SEM CREDITO......: ' ACUM-DEC-SEM-CREDITO          00075200
            DISPLAY 'RETFOL LIDOS.....: ' ACUM-LIDOS-RETFOL             00075300
            DISPLAY 'PENDENTES........: ' ACUM-PENDENTES                00075400
            DISPLAY 'LIBERADOS........: ' ACUM-LIBERADOS                00075500
            DISPLAY 'CANCELADOS.......: ' ACUM-CANCELADOS               00075600
            DISPLAY '--------------------------------------'.           00075700
                                                                        00075800
      *----------------------------------------------------------------*00075900
       3000-99-FIM.                           EXIT.                     00076000
      *----------------------------------------------------------------*00076100
                                                                        00076200
      *----------------------------------------------------------------*00076300
       3100-CONFERIR-DECISAO                   SECTION.                 00076400
      *----------------------------------------------------------------*00076500
                                                                        00076600
            IF WRK-TAB-DEC-USADA (WRK-IDX-DEC) EQUAL 'S'                00076700
               GO                  TO 3100-99-FIM                       00076800
            END-IF                                                      00076900
                                                                        00077000
            ADD 1                      TO ACUM-DEC-SEM-CREDITO          00077100
            MOVE 'A'                   TO WRK-SEVERIDADE                00077200
            MOVE 'FR05EX80'            TO WRK-PROGRAMA                  00077300
            MOVE '3100  '              TO WRK-SECAO                     00077400
            MOVE 'DECISAO SEM CREDITO PENDENTE NO RETFOL'               00077500
                                       TO WRK-MENSAGEM                  00077600
            MOVE WRK-TAB-DEC-CHAVE (WRK-IDX-DEC) TO WRK-STATUS          00077700
            CALL 'GRAVALOG'            USING WRK-LOG.                   00077800
                                                                        00077900
      *----------------------------------------------------------------*00078000
       3100-99-FIM.                           EXIT.                     00078100
      *----------------------------------------------------------------*00078200
                                                                        00078300
      *----------------------------------------------------------------*00078400
       3200-GRAVAR-LINHA                       SECTION.                 00078500
      *----------------------------------------------------------------*00078600
                                                                        00078700
            WRITE FD-RELLIB            FROM WRK-LINCTL                  00078800
            PERFORM 1100-TESTAR-STATUS.                                 00078900
                                                                        00079000
      *----------------------------------------------------------------*00079100
       3200-99-FIM.                           EXIT.                     00079200
      *----------------------------------------------------------------*00079300
                                                                        00079400
      ******************************************************************00079500
      *                   T R A T A R  E R R O                         *00079600
      ******************************************************************00079700
                                                                        00079800
       9000-TRATAR-ERRO                     SECTION.                    00079900
      *----------------------------------------------------------------*00080000
                  MOVE 'F'                TO WRK-SEVERIDADE             00080100
                  MOVE 'FR05EX80'         TO WRK-PROGRAMA               00080200
                  CALL 'GRAVALOG'         USING WRK-LOG                 00080300
                  MOVE 16                 TO RETURN-CODE                00080400
                  GOBACK.                                               00080500
      *----------------------------------------------------------------*00080600
       9000-99-FIM.                           EXIT.                     00080700
      *----------------------------------------------------------------*00080800
