      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB74.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB74                                       *00002000
      *    TIPO.......: MANUTENCAO DO CADASTRO DE AFASTAMENTOS         *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR SOBRE O CADASTRO DE AFASTAMENTOS         *00002800
      *               (AFASTAM, BOOK B#AFAST) O LOTE DE MANUTENCAO     *00002900
      *               AFALOT, NO MOLDE DO LOTE DO FR05DB38: INCLUSAO   *00003000
      *               ('I') DE UM AFASTAMENTO, ALTERACAO ('A') DO      *00003100
      *               TIPO, DO RETORNO PREVISTO (PRORROGACAO) OU       *00003200
      *               REGISTRO DO RETORNO EFETIVO, E EXCLUSAO ('E')    *00003300
      *               DE AFASTAMENTO LANCADO POR ENGANO, POR           *00003400
      *               EMPREGADO + DATA DE INICIO. HEADER/TRAILER       *00003500
      *               CONFERIDOS NUM PRE-PASSO (QTDE E HASH DOS IDS),  *00003600
      *               VALIDACAO REGISTRO A REGISTRO (EMPREGADO         *00003700
      *               INEXISTENTE OU INATIVO NA FOUR001.FUNC2, TIPO    *00003800
      *               INVALIDO, DATAS INVALIDAS OU ANTERIORES AO       *00003900
      *               INICIO, EMPREGADO JA AFASTADO), REGRAVACAO EM    *00004000
      *               AFANOVO E CADA MUDANCA NA TRILHA DE AUDITORIA    *00004100
      *               VIA GRAVAUD. O INICIO ('L') E O RETORNO ('R')    *00004200
      *               SAO ANEXADOS AO LIVRO DO QUADRO (MOVQUAD) PARA   *00004300
      *               O FR05EX44. TRANSACAO RECUSADA SAI NO ARQUIVO    *00004400
      *               AFAREJ COM O MOTIVO.                             *00004500
      *----------------------------------------------------------------*00004600
      *    BASE DE DADOS:                                              *00004700
      *     TABELAS DB2                           INCLUDE/BOOK         *00004800
      *    FOUR001.FUNC2                           #BKFUNC2            *00004900
      *----------------------------------------------------------------*00005000
      *    ARQUIVOS :                                                  *00005100
      *    DDNAME          I/O                                         *00005200
      *    JCLAFAAN         I    CADASTRO DE AFASTAMENTOS ATUAL        *00005300
      *    JCLAFALO         I    LOTE DE MANUTENCAO                    *00005400
      *    JCLAFANO         O    CADASTRO REGRAVADO                    *00005500
      *    JCLAFARJ         O    TRANSACOES RECUSADAS                  *00005600
      *    MOVQUAD          O    LIVRO DO QUADRO (ANEXA)               *00005700
      *----------------------------------------------------------------*00005800
      *    BOOKS    :    B#AFAST, B#QUADRO, B#GRALOG, B#AUDIT,         *00005900
      *                  B#RUNCTL, B#DATPRC                            *00006000
      *----------------------------------------------------------------*00006100
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006200
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00006300
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006400
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006500
      *----------------------------------------------------------------*00006600
      *    PARAMETROS (VIA SYSIN):                                     *00006700
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00006800
      *----------------------------------------------------------------*00006900
      *    HISTORICO DE ALTERACOES:                                    *00007000
      *      DATA        RESP.    DESCRICAO                            *00007100
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007200
      ******************************************************************00007300
      *================================================================*00007400
                                                                        00007500
      *================================================================*00007600
       ENVIRONMENT DIVISION.                                            00007700
      *================================================================*00007800
                                                                        00007900
      *----------------------------------------------------------------*00008000
       CONFIGURATION                              SECTION.              00008100
      *----------------------------------------------------------------*00008200
                                                                        00008300
       SPECIAL-NAMES.                                                   00008400
           DECIMAL-POINT IS COMMA.                                      00008500
                                                                        00008600
      *----------------------------------------------------------------*00008700
       INPUT-OUTPUT                               SECTION.              00008800
      *----------------------------------------------------------------*00008900
                                                                        00009000
       FILE-CONTROL.                                                    00009100
             SELECT AFAANT    ASSIGN     TO JCLAFAAN                    00009200
                    FILE STATUS          IS WRK-FS-AFAANT.              00009300
                                                                        00009400
             SELECT AFALOT    ASSIGN     TO JCLAFALO                    00009500
                    FILE STATUS          IS WRK-FS-AFALOT.              00009600
                                                                        00009700
             SELECT AFANOVO   ASSIGN     TO JCLAFANO                    00009800
                    FILE STATUS          IS WRK-FS-AFANOVO.             00009900
                                                                        00010000
             SELECT AFAREJ    ASSIGN     TO JCLAFARJ                    00010100
                    FILE STATUS          IS WRK-FS-AFAREJ.              00010200
                                                                        00010300
             SELECT MOVQUAD   ASSIGN     TO MOVQUAD                     00010400
                    FILE STATUS          IS WRK-FS-MOVQUAD.             00010500
                                                                        00010600
      *================================================================*00010700
       DATA                                      DIVISION.              00010800
      *================================================================*00010900
                                                                        00011000
      *----------------------------------------------------------------*00011100
       FILE                                      SECTION.               00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
      *  INPUT - CADASTRO DE AFASTAMENTOS ATUAL (AFAANT)               *00011600
      *          - LRECL = 040.                                        *00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
       FD AFAANT                                                        00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
                                                                        00012300
           COPY 'B#AFAST'.                                              00012400
                                                                        00012500
      *----------------------------------------------------------------*00012600
      *  INPUT - LOTE DE MANUTENCAO (AFALOT) - LRECL = 060.            *00012700
      *----------------------------------------------------------------*00012800
                                                                        00012900
       FD AFALOT                                                        00013000
           RECORDING MODE IS F                                          00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-AFALOT.                                                    00013300
          05 FD-AFL-TIPO-REG          PIC X(01).                        00013400
          05 FD-AFL-OPERACAO          PIC X(01).                        00013500
              88 FD-AFL-OP-INCLUSAO       VALUE 'I'.                    00013600
              88 FD-AFL-OP-EXCLUSAO       VALUE 'E'.                    00013700
              88 FD-AFL-OP-ALTERACAO      VALUE 'A'.                    00013800
          05 FD-AFL-CHAVE.                                              00013900
             10 FD-AFL-ID             PIC 9(04).                        00014000
             10 FD-AFL-DATA-INI       PIC X(08).                        00014100
          05 FD-AFL-TIPO              PIC X(01).                        00014200
          05 FD-AFL-RETORNO-PREV      PIC X(08).                        00014300
          05 FD-AFL-RETORNO-EFET      PIC X(08).                        00014400
          05 FILLER                   PIC X(29).                        00014500
                                                                        00014600
       01 FD-AFL-HEADER.                                                00014700
          05 FD-AFL-H-TIPO            PIC X(01).                        00014800
          05 FD-AFL-H-ORIGEM          PIC X(08).                        00014900
          05 FD-AFL-H-DATA            PIC X(08).                        00015000
          05 FILLER                   PIC X(43).                        00015100
                                                                        00015200
       01 FD-AFL-TRAILER.                                               00015300
          05 FD-AFL-T-TIPO            PIC X(01).                        00015400
          05 FD-AFL-T-QTD-REG         PIC 9(07).                        00015500
          05 FD-AFL-T-HASH-ID         PIC 9(12).                        00015600
          05 FILLER                   PIC X(40).                        00015700
                                                                        00015800
      *----------------------------------------------------------------*00015900
      *  OUTPUT - CADASTRO REGRAVADO (AFANOVO) - LRECL = 040.          *00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
       FD AFANOVO                                                       00016300
           RECORDING MODE IS F                                          00016400
           BLOCK CONTAINS 0 RECORDS.                                    00016500
       01 FD-AFANOVO                  PIC X(040).                       00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
      *  OUTPUT - TRANSACOES RECUSADAS (AFAREJ) - LRECL = 090.         *00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
       FD AFAREJ                                                        00017200
           RECORDING MODE IS F                                          00017300
           BLOCK CONTAINS 0 RECORDS.                                    00017400
       01 FD-AFAREJ.                                                    00017500
          05 FD-ARJ-TRANSACAO         PIC X(060).                       00017600
          05 FD-ARJ-MOTIVO            PIC X(030).                       00017700
                                                                        00017800
      *----------------------------------------------------------------*00017900
      *  OUTPUT - LIVRO DO QUADRO (MOVQUAD) - LRECL = 040.             *00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
       FD MOVQUAD                                                       00018300
           RECORDING MODE IS F                                          00018400
           BLOCK CONTAINS 0 RECORDS.                                    00018500
                                                                        00018600
           COPY 'B#QUADRO'.                                             00018700
                                                                        00018800
      *----------------------------------------------------------------*00018900
       WORKING-STORAGE                            SECTION.              00019000
      *----------------------------------------------------------------*00019100
      *----------------------------------------------------------------*00019200
       01 FILLER                         PIC X(050)       VALUE         00019300
                   '*** INICIO DA WORKING FR05DB74 ***'.                00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
       77 WRK-FS-AFAANT                  PIC X(002) VALUE SPACES.       00019700
       77 WRK-FS-AFALOT                  PIC X(002) VALUE SPACES.       00019800
       77 WRK-FS-AFANOVO                 PIC X(002) VALUE SPACES.       00019900
       77 WRK-FS-AFAREJ                  PIC X(002) VALUE SPACES.       00020000
       77 WRK-FS-MOVQUAD                 PIC X(002) VALUE SPACES.       00020100
       77 WRK-SQLCODE                    PIC -999.                      00020200
                                                                        00020300
      *----------------------------------------------------------------*00020400
       01 FILLER                         PIC X(050)       VALUE         00020500
                     '*** AREA DA ACUMULADORES ***'.                    00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
       77 ACUM-LIDOS-AFAANT              PIC 9(007) VALUE ZEROS.        00020900
       77 ACUM-LIDOS-AFALOT              PIC 9(007) VALUE ZEROS.        00021000
       77 ACUM-GRAV-AFANOVO              PIC 9(007) VALUE ZEROS.        00021100
       77 ACUM-INCLUSOES                 PIC 9(005) VALUE ZEROS.        00021200
       77 ACUM-EXCLUSOES                 PIC 9(005) VALUE ZEROS.        00021300
       77 ACUM-ALTERACOES                PIC 9(005) VALUE ZEROS.        00021400
       77 ACUM-RETORNOS                  PIC 9(005) VALUE ZEROS.        00021500
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00021600
       77 ACUM-GRAV-MOVQUAD              PIC 9(005) VALUE ZEROS.        00021700
                                                                        00021800
      *----------------------------------------------------------------*00021900
       01 FILLER                         PIC X(050)       VALUE         00022000
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00022100
      *----------------------------------------------------------------*00022200
                                                                        00022300
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00022400
       77 WRK-CHAVE-ATUAL-AFA            PIC X(012) VALUE SPACES.       00022500
       77 WRK-CHAVE-ATUAL-AFL            PIC X(012) VALUE SPACES.       00022600
       77 WRK-CHAVE-ANT-AFL              PIC X(012) VALUE LOW-VALUES.   00022700
       77 WRK-CHAVE-APLICADA             PIC X(012) VALUE LOW-VALUES.   00022800
       77 WRK-EMP-SITUACAO               PIC X(001) VALUE SPACES.       00022900
           88 WRK-EMP-OK                          VALUE 'S'.            00023000
       77 WRK-ULT-ID-GRAVADO             PIC 9(004) VALUE ZEROS.        00023100
       77 WRK-ID-COM-ABERTO              PIC X(001) VALUE 'N'.          00023200
           88 WRK-ID-COM-ABERTO-SIM               VALUE 'S'.            00023300
       77 WRK-QUA-TIPO                   PIC X(001) VALUE SPACES.       00023400
       77 WRK-QUA-DATA                   PIC X(008) VALUE SPACES.       00023500
      *    REGISTRO DO AFAANT AINDA PENDENTE DE GRAVACAO, PRESERVADO   *00000000
      *    ENQUANTO A AREA DO FD MONTA UMA INCLUSAO                    *00000000
       01 WRK-AFA-PENDENTE               PIC X(040) VALUE SPACES.       00000000
                                                                        00023600
      *    DATA AAAAMMDD A VALIDAR (MES 01-12, DIA 01-31)              *00023700
       01 WRK-DATA-TESTE                 PIC X(008) VALUE SPACES.       00023800
       01 WRK-DATA-TESTE-R               REDEFINES WRK-DATA-TESTE.      00023900
          05 WRK-DTT-ANO                 PIC 9(004).                    00024000
          05 WRK-DTT-MES                 PIC 9(002).                    00024100
              88 WRK-DTT-MES-OK                     VALUE 01 THRU 12.   00024200
          05 WRK-DTT-DIA                 PIC 9(002).                    00024300
              88 WRK-DTT-DIA-OK                     VALUE 01 THRU 31.   00024400
       77 WRK-DATA-SITUACAO              PIC X(001) VALUE SPACES.       00024500
           88 WRK-DATA-OK                         VALUE 'S'.            00024600
                                                                        00024700
      *    RESUMO DO AFASTAMENTO GRAVADO NA TRILHA DE AUDITORIA        *00024800
       01 WRK-AUD-RESUMO.                                               00024900
          05 FILLER                      PIC X(005) VALUE 'TIPO '.      00025000
          05 WRK-RES-TIPO                PIC X(001).                    00025100
          05 FILLER                      PIC X(006) VALUE ' PREV '.     00025200
          05 WRK-RES-PREV                PIC X(008).                    00025300
          05 FILLER                      PIC X(006) VALUE ' EFET '.     00025400
          05 WRK-RES-EFET                PIC X(008).                    00025500
          05 FILLER                      PIC X(006) VALUE SPACES.       00025600
                                                                        00025700
      *----------------------------------------------------------------*00025800
       01 FILLER                         PIC X(050)       VALUE         00025900
                '*** AREA DE CONTROLE HEADER/TRAILER ***'.              00026000
      *----------------------------------------------------------------*00026100
                                                                        00026200
       77 WRK-QTD-CONTROLE-AFL           PIC 9(007) VALUE ZEROS.        00026300
       77 WRK-HASH-ID                    PIC 9(012) VALUE ZEROS.        00026400
       77 WRK-TRL-QTD-INFORMADA          PIC 9(007) VALUE ZEROS.        00026500
       77 WRK-TRL-HASH-INFORMADO         PIC 9(012) VALUE ZEROS.        00026600
       77 WRK-TEM-HEADER                 PIC X(001) VALUE 'N'.          00026700
           88 WRK-TEM-HEADER-SIM                    VALUE 'S'.          00026800
       77 WRK-TEM-TRAILER                PIC X(001) VALUE 'N'.          00026900
           88 WRK-TEM-TRAILER-SIM                   VALUE 'S'.          00027000
                                                                        00027100
      *----------------------------------------------------------------*00027200
       01 FILLER                         PIC X(050)       VALUE         00027300
                    '*** AREA DA BOOK GRAVALOG ***'.                    00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
                           COPY 'B#GRALOG'.                             00027700
                                                                        00027800
      *----------------------------------------------------------------*00027900
       01 FILLER                         PIC X(050)       VALUE         00028000
                    '*** AREA DA BOOK GRAVAUD ***'.                     00028100
      *----------------------------------------------------------------*00028200
                                                                        00028300
                           COPY 'B#AUDIT'.                              00028400
                                                                        00028500
      ******************************************************************00028600
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00028700
      ******************************************************************00028800
                                                                        00028900
       COPY 'B#RUNCTL'.                                                 00029000
                                                                        00029100
       COPY 'B#DATPRC'.                                                 00029200
                                                                        00029300
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00029400
                                                                        00029500
      *----------------------------------------------------------------*00029600
       01  FILLER                       PIC X(050)           VALUE      00029700
                        '*** AREA DB2 ***'.                             00029800
      *----------------------------------------------------------------*00029900
                                                                        00030000
           EXEC SQL                                                     00030100
             INCLUDE #BKFUNC2                                           00030200
           END-EXEC.                                                    00030300
           EXEC SQL                                                     00030400
               INCLUDE SQLCA                                            00030500
           END-EXEC.                                                    00030600
                                                                        00030700
      *----------------------------------------------------------------*00030800
       01  FILLER                      PIC  X(050)         VALUE        00030900
              '*** FR05DB74 - FIM DA AREA DE WORKING ***'.              00031000
      *----------------------------------------------------------------*00031100
                                                                        00031200
      *================================================================*00031300
       PROCEDURE                                 DIVISION.              00031400
      *================================================================*00031500
                                                                        00031600
      ******************************************************************00031700
      *              P R O G R A M A  P R I N C I P A L                *00031800
      ******************************************************************00031900
                                                                        00032000
      *----------------------------------------------------------------*00032100
       0000-PRINCIPAL                            SECTION.               00032200
      *----------------------------------------------------------------*00032300
                                                                        00032400
            PERFORM 1000-INICIAR                                        00032500
                                                                        00032600
            PERFORM 2100-LER-AFAANT                                     00032700
            PERFORM 2200-LER-AFALOT                                     00032800
                                                                        00032900
            PERFORM 3000-PROCESSAR                                      00033000
                    UNTIL WRK-FS-AFAANT EQUAL '10'                      00033100
                    AND   WRK-FS-AFALOT EQUAL '10'                      00033200
                                                                        00033300
            PERFORM 4000-FINALIZAR                                      00033400
                                                                        00033500
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00033600
            MOVE ACUM-LIDOS-AFALOT    TO WRK-RUN-LIDOS                  00033700
            MOVE ACUM-GRAV-AFANOVO    TO WRK-RUN-GRAVADOS               00033800
            MOVE ZEROS                TO WRK-RUN-RC                     00033900
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00034000
                                                                        00034100
            STOP RUN.                                                   00034200
                                                                        00034300
      *----------------------------------------------------------------*00034400
       0000-99-FIM.                           EXIT.                     00034500
      *----------------------------------------------------------------*00034600
                                                                        00034700
      ******************************************************************00034800
      *                       I N I C I A R                            *00034900
      ******************************************************************00035000
                                                                        00035100
      *----------------------------------------------------------------*00035200
       1000-INICIAR                           SECTION.                  00035300
      *----------------------------------------------------------------*00035400
                                                                        00035500
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00035600
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00035700
           CALL 'LERDATAP'            USING WRK-DATPRC                  00035800
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00035900
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00036000
           MOVE 'FR05DB74'            TO WRK-RUN-PROGRAMA               00036100
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00036200
           MOVE ZEROS                 TO WRK-RUN-RC                     00036300
                                         WRK-RUN-LIDOS                  00036400
                                         WRK-RUN-GRAVADOS               00036500
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00036600
                                                                        00036700
           IF WRK-RUN-DATA-JA-FEITA                                     00036800
              MOVE 'A'                TO WRK-SEVERIDADE                 00036900
              MOVE 'FR05DB74'         TO WRK-PROGRAMA                   00037000
              MOVE '1000  '           TO WRK-SECAO                      00037100
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00037200
                                      TO WRK-MENSAGEM                   00037300
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00037400
              CALL 'GRAVALOG'         USING WRK-LOG                     00037500
              MOVE 08                 TO RETURN-CODE                    00037600
              GOBACK                                                    00037700
           END-IF                                                       00037800
                                                                        00037900
      *    SEM CADASTRO ANTERIOR (PRIMEIRA CARGA) NAO E ERRO          * 00038000
           OPEN INPUT AFAANT                                            00038100
           IF WRK-FS-AFAANT EQUAL '35'                                  00038200
              MOVE '10'               TO WRK-FS-AFAANT                  00038300
           ELSE                                                         00038400
              PERFORM 1110-TESTAR-WRK-FS-AFAANT                         00038500
           END-IF                                                       00038600
                                                                        00038700
           OPEN INPUT AFALOT                                            00038800
           PERFORM 1120-TESTAR-WRK-FS-AFALOT                            00038900
                                                                        00039000
           PERFORM 1300-VALIDAR-CONTROLES                               00039100
                                                                        00039200
           OPEN OUTPUT AFANOVO                                          00039300
                OUTPUT AFAREJ                                           00039400
                EXTEND MOVQUAD                                          00039500
                                                                        00039600
           PERFORM 1130-TESTAR-WRK-FS-AFANOVO                           00039700
           PERFORM 1140-TESTAR-WRK-FS-AFAREJ                            00039800
           PERFORM 1150-TESTAR-WRK-FS-MOVQUAD.                          00039900
                                                                        00040000
      *----------------------------------------------------------------*00040100
       1000-99-FIM.                           EXIT.                     00040200
      *----------------------------------------------------------------*00040300
                                                                        00040400
      *----------------------------------------------------------------*00040500
       1110-TESTAR-WRK-FS-AFAANT              SECTION.                  00040600
      *----------------------------------------------------------------*00040700
                                                                        00040800
           IF WRK-FS-AFAANT NOT EQUAL ZEROS                             00040900
            AND WRK-FS-AFAANT NOT EQUAL '10'                            00041000
              MOVE 'FR05DB74'                    TO WRK-PROGRAMA        00041100
              MOVE 'ERRO NO ARQUIVO AFAANT'      TO WRK-MENSAGEM        00041200
              MOVE '1110'                        TO WRK-SECAO           00041300
              MOVE WRK-FS-AFAANT                 TO WRK-STATUS          00041400
              PERFORM 9000-TRATAR-ERRO                                  00041500
           END-IF.                                                      00041600
                                                                        00041700
      *----------------------------------------------------------------*00041800
       1110-99-FIM.                           EXIT.                     00041900
      *----------------------------------------------------------------*00042000
                                                                        00042100
      *----------------------------------------------------------------*00042200
       1120-TESTAR-WRK-FS-AFALOT              SECTION.                  00042300
      *----------------------------------------------------------------*00042400
                                                                        00042500
           IF WRK-FS-AFALOT NOT EQUAL ZEROS                             00042600
              MOVE 'FR05DB74'                    TO WRK-PROGRAMA        00042700
              MOVE 'ERRO NO ARQUIVO AFALOT'      TO WRK-MENSAGEM        00042800
              MOVE '1120'                        TO WRK-SECAO           00042900
              MOVE WRK-FS-AFALOT                 TO WRK-STATUS          00043000
              PERFORM 9000-TRATAR-ERRO                                  00043100
           END-IF.                                                      00043200
                                                                        00043300
      *----------------------------------------------------------------*00043400
       1120-99-FIM.                           EXIT.                     00043500
      *----------------------------------------------------------------*00043600
                                                                        00043700
      *----------------------------------------------------------------*00043800
       1130-TESTAR-WRK-FS-AFANOVO             SECTION.                  00043900
      *----------------------------------------------------------------*00044000
                                                                        00044100
           IF WRK-FS-AFANOVO NOT EQUAL ZEROS                            00044200
              MOVE 'FR05DB74'                    TO WRK-PROGRAMA        00044300
              MOVE 'ERRO NO ARQUIVO AFANOVO'     TO WRK-MENSAGEM        00044400
              MOVE '1130'                        TO WRK-SECAO           00044500
              MOVE WRK-FS-AFANOVO                TO WRK-STATUS          00044600
              PERFORM 9000-TRATAR-ERRO                                  00044700
           END-IF.                                                      00044800
                                                                        00044900
      *----------------------------------------------------------------*00045000
       1130-99-FIM.                           EXIT.                     00045100
      *----------------------------------------------------------------*00045200
                                                                        00045300
      *----------------------------------------------------------------*00045400
       1140-TESTAR-WRK-FS-AFAREJ              SECTION.                  00045500
      *----------------------------------------------------------------*00045600
                                                                        00045700
           IF WRK-FS-AFAREJ NOT EQUAL ZEROS                             00045800
              MOVE 'FR05DB74'                    TO WRK-PROGRAMA        00045900
              MOVE 'ERRO NO ARQUIVO AFAREJ'      TO WRK-MENSAGEM        00046000
              MOVE '1140'                        TO WRK-SECAO           00046100
              MOVE WRK-FS-AFAREJ                 TO WRK-STATUS          00046200
              PERFORM 9000-TRATAR-ERRO                                  00046300
           END-IF.                                                      00046400
                                                                        00046500
      *----------------------------------------------------------------*00046600
       1140-99-FIM.                           EXIT.                     00046700
      *----------------------------------------------------------------*00046800
                                                                        00046900
      *----------------------------------------------------------------*00047000
       1150-TESTAR-WRK-FS-MOVQUAD             SECTION.                  00047100
      *----------------------------------------------------------------*00047200
                                                                        00047300
           IF WRK-FS-MOVQUAD NOT EQUAL ZEROS                            00047400
              MOVE 'FR05DB74'                    TO WRK-PROGRAMA        00047500
              MOVE 'ERRO NO ARQUIVO MOVQUAD'     TO WRK-MENSAGEM        00047600
              MOVE '1150'                        TO WRK-SECAO           00047700
              MOVE WRK-FS-MOVQUAD                TO WRK-STATUS          00047800
              PERFORM 9000-TRATAR-ERRO                                  00047900
           END-IF.                                                      00048000
                                                                        00048100
      *----------------------------------------------------------------*00048200
       1150-99-FIM.                           EXIT.                     00048300
      *----------------------------------------------------------------*00048400
                                                                        00048500
      ******************************************************************00048600
      *   V A L I D A R   C O N T R O L E S   ( H D R / T R L )        *00048700
      ******************************************************************00048800
                                                                        00048900
      *----------------------------------------------------------------*00049000
       1300-VALIDAR-CONTROLES                 SECTION.                  00049100
      *----------------------------------------------------------------*00049200
                                                                        00049300
           MOVE 'N'                  TO WRK-TEM-HEADER                  00049400
                                        WRK-TEM-TRAILER                 00049500
           MOVE ZEROS                TO WRK-QTD-CONTROLE-AFL            00049600
                                        WRK-HASH-ID                     00049700
           MOVE LOW-VALUES           TO WRK-CHAVE-ANT-AFL               00049800
                                                                        00049900
           PERFORM 1340-VALIDAR-REG-AFL                                 00050000
                   UNTIL WRK-FS-AFALOT EQUAL '10'                       00050100
                                                                        00050200
           IF NOT WRK-TEM-HEADER-SIM                                    00050300
              MOVE 'AFALOT SEM REGISTRO HEADER' TO WRK-MENSAGEM         00050400
              PERFORM 1390-ERRO-CONTROLE                                00050500
           END-IF                                                       00050600
                                                                        00050700
           IF NOT WRK-TEM-TRAILER-SIM                                   00050800
              MOVE 'AFALOT SEM REGISTRO TRAILER' TO WRK-MENSAGEM        00050900
              PERFORM 1390-ERRO-CONTROLE                                00051000
           END-IF                                                       00051100
                                                                        00051200
           IF WRK-TRL-QTD-INFORMADA NOT EQUAL WRK-QTD-CONTROLE-AFL      00051300
              MOVE 'AFALOT QTDE DIVERGE DO TRAILER' TO WRK-MENSAGEM     00051400
              PERFORM 1390-ERRO-CONTROLE                                00051500
           END-IF                                                       00051600
                                                                        00051700
           IF WRK-TRL-HASH-INFORMADO NOT EQUAL WRK-HASH-ID              00051800
              MOVE 'AFALOT HASH DIVERGE DO TRAILER' TO WRK-MENSAGEM     00051900
              PERFORM 1390-ERRO-CONTROLE                                00052000
           END-IF                                                       00052100
                                                                        00052200
           CLOSE AFALOT                                                 00052300
           OPEN INPUT AFALOT                                            00052400
           PERFORM 1120-TESTAR-WRK-FS-AFALOT.                           00052500
                                                                        00052600
      *----------------------------------------------------------------*00052700
       1300-99-FIM.                           EXIT.                     00052800
      *----------------------------------------------------------------*00052900
                                                                        00053000
      *----------------------------------------------------------------*00053100
       1340-VALIDAR-REG-AFL                   SECTION.                  00053200
      *----------------------------------------------------------------*00053300
                                                                        00053400
           READ AFALOT                                                  00053500
                                                                        00053600
           IF WRK-FS-AFALOT EQUAL '10'                                  00053700
              GO                  TO 1340-99-FIM                        00053800
           END-IF                                                       00053900
                                                                        00054000
           PERFORM 1120-TESTAR-WRK-FS-AFALOT                            00054100
                                                                        00054200
           EVALUATE FD-AFL-TIPO-REG                                     00054300
             WHEN '0'                                                   00054400
              MOVE 'S'              TO WRK-TEM-HEADER                   00054500
             WHEN '9'                                                   00054600
              MOVE 'S'              TO WRK-TEM-TRAILER                  00054700
              MOVE FD-AFL-T-QTD-REG TO WRK-TRL-QTD-INFORMADA            00054800
              MOVE FD-AFL-T-HASH-ID TO WRK-TRL-HASH-INFORMADO           00054900
             WHEN OTHER                                                 00055000
              ADD 1                 TO WRK-QTD-CONTROLE-AFL             00055100
              IF FD-AFL-CHAVE LESS WRK-CHAVE-ANT-AFL                    00055200
                 MOVE 'AFALOT FORA DE SEQUENCIA'                        00055300
                                       TO WRK-MENSAGEM                  00055400
                 PERFORM 1390-ERRO-CONTROLE                             00055500
              END-IF                                                    00055600
              MOVE FD-AFL-CHAVE     TO WRK-CHAVE-ANT-AFL                00055700
              IF FD-AFL-ID NUMERIC                                      00055800
                 ADD FD-AFL-ID      TO WRK-HASH-ID                      00055900
              END-IF                                                    00056000
           END-EVALUATE.                                                00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       1340-99-FIM.                           EXIT.                     00056400
      *----------------------------------------------------------------*00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       1390-ERRO-CONTROLE                     SECTION.                  00056800
      *----------------------------------------------------------------*00056900
                                                                        00057000
           MOVE 'FR05DB74'           TO WRK-PROGRAMA                    00057100
           MOVE '1300'               TO WRK-SECAO                       00057200
           MOVE SPACES               TO WRK-STATUS                      00057300
           PERFORM 9000-TRATAR-ERRO.                                    00057400
                                                                        00057500
      *----------------------------------------------------------------*00057600
       1390-99-FIM.                           EXIT.                     00057700
      *----------------------------------------------------------------*00057800
                                                                        00057900
      ******************************************************************00058000
      *                     L E I T U R A S                            *00058100
      ******************************************************************00058200
                                                                        00058300
      *----------------------------------------------------------------*00058400
       2100-LER-AFAANT                        SECTION.                  00058500
      *----------------------------------------------------------------*00058600
                                                                        00058700
            IF WRK-FS-AFAANT EQUAL '10'                                 00058800
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-AFA             00058900
               GO                    TO 2100-99-FIM                     00059000
            END-IF                                                      00059100
                                                                        00059200
            READ AFAANT                                                 00059300
                                                                        00059400
            IF WRK-FS-AFAANT EQUAL '10'                                 00059500
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-AFA             00059600
               GO                    TO 2100-99-FIM                     00059700
            END-IF                                                      00059800
                                                                        00059900
            PERFORM 1110-TESTAR-WRK-FS-AFAANT                           00060000
                                                                        00060100
            MOVE FD-AFA-CHAVE        TO WRK-CHAVE-ATUAL-AFA             00060200
            ADD 1                    TO ACUM-LIDOS-AFAANT.              00060300
                                                                        00060400
      *----------------------------------------------------------------*00060500
       2100-99-FIM.                           EXIT.                     00060600
      *----------------------------------------------------------------*00060700
                                                                        00060800
      *----------------------------------------------------------------*00060900
       2200-LER-AFALOT                        SECTION.                  00061000
      *----------------------------------------------------------------*00061100
       2200-10-LER.                                                     00061200
                                                                        00061300
            READ AFALOT                                                 00061400
                                                                        00061500
            IF WRK-FS-AFALOT NOT EQUAL '10'                             00061600
             AND (FD-AFL-TIPO-REG EQUAL '0'                             00061700
                  OR FD-AFL-TIPO-REG EQUAL '9')                         00061800
               GO                  TO 2200-10-LER                       00061900
            END-IF                                                      00062000
                                                                        00062100
            IF WRK-FS-AFALOT EQUAL '10'                                 00062200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-AFL             00062300
               GO                    TO 2200-99-FIM                     00062400
            END-IF                                                      00062500
                                                                        00062600
            PERFORM 1120-TESTAR-WRK-FS-AFALOT                           00062700
                                                                        00062800
            MOVE FD-AFL-CHAVE        TO WRK-CHAVE-ATUAL-AFL             00062900
            ADD 1                    TO ACUM-LIDOS-AFALOT.              00063000
                                                                        00063100
      *----------------------------------------------------------------*00063200
       2200-99-FIM.                           EXIT.                     00063300
      *----------------------------------------------------------------*00063400
                                                                        00063500
      ******************************************************************00063600
      *                     P R O C E S S A R                          *00063700
      ******************************************************************00063800
                                                                        00063900
      *----------------------------------------------------------------*00064000
       3000-PROCESSAR                        SECTION.                   00064100
      *----------------------------------------------------------------*00064200
                                                                        00064300
            EVALUATE TRUE                                               00064400
                                                                        00064500
              WHEN WRK-CHAVE-ATUAL-AFA   EQUAL WRK-CHAVE-ATUAL-AFL      00064600
               PERFORM 3200-APLICAR-NO-AFAST                            00064700
                                                                        00064800
              WHEN WRK-CHAVE-ATUAL-AFA   LESS WRK-CHAVE-ATUAL-AFL       00064900
               PERFORM 3900-GRAVAR-AFANOVO                              00065000
               PERFORM 2100-LER-AFAANT                                  00065100
                                                                        00065200
              WHEN OTHER                                                00065300
               PERFORM 3100-APLICAR-SEM-AFAST                           00065400
               PERFORM 2200-LER-AFALOT                                  00065500
                                                                        00065600
            END-EVALUATE.                                               00065700
                                                                        00065800
      *----------------------------------------------------------------*00065900
       3000-99-FIM.                           EXIT.                     00066000
      *----------------------------------------------------------------*00066100
                                                                        00066200
      *----------------------------------------------------------------*00066300
       3100-APLICAR-SEM-AFAST                 SECTION.                  00066400
      *----------------------------------------------------------------*00066500
                                                                        00066600
            IF WRK-CHAVE-ATUAL-AFL EQUAL WRK-CHAVE-APLICADA             00066700
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00066800
                                       TO WRK-MOTIVO-RECUSA             00066900
               PERFORM 3800-GRAVAR-RECUSA                               00067000
               GO                  TO 3100-99-FIM                       00067100
            END-IF                                                      00067200
                                                                        00067300
            EVALUATE TRUE                                               00067400
              WHEN FD-AFL-OP-INCLUSAO                                   00067500
               PERFORM 3300-INCLUIR-AFAST                               00067600
              WHEN FD-AFL-OP-EXCLUSAO                                   00067700
               MOVE 'AFASTAMENTO INEXISTENTE'                           00067800
                                       TO WRK-MOTIVO-RECUSA             00067900
               PERFORM 3800-GRAVAR-RECUSA                               00068000
              WHEN FD-AFL-OP-ALTERACAO                                  00068100
               MOVE 'AFASTAMENTO INEXISTENTE'                           00068200
                                       TO WRK-MOTIVO-RECUSA             00068300
               PERFORM 3800-GRAVAR-RECUSA                               00068400
              WHEN OTHER                                                00068500
               MOVE 'OPERACAO INVALIDA'                                 00068600
                                       TO WRK-MOTIVO-RECUSA             00068700
               PERFORM 3800-GRAVAR-RECUSA                               00068800
            END-EVALUATE                                                00068900
                                                                        00069000
            MOVE WRK-CHAVE-ATUAL-AFL   TO WRK-CHAVE-APLICADA.           00069100
                                                                        00069200
      *----------------------------------------------------------------*00069300
       3100-99-FIM.                           EXIT.                     00069400
      *----------------------------------------------------------------*00069500
                                                                        00069600
      *----------------------------------------------------------------*00069700
       3200-APLICAR-NO-AFAST                  SECTION.                  00069800
      *----------------------------------------------------------------*00069900
                                                                        00070000
            EVALUATE TRUE                                               00070100
              WHEN FD-AFL-OP-INCLUSAO                                   00070200
               MOVE 'AFASTAMENTO JA CADASTRADO'                         00070300
                                       TO WRK-MOTIVO-RECUSA             00070400
               PERFORM 3800-GRAVAR-RECUSA                               00070500
               PERFORM 3900-GRAVAR-AFANOVO                              00070600
               PERFORM 2100-LER-AFAANT                                  00070700
              WHEN FD-AFL-OP-EXCLUSAO                                   00070800
               PERFORM 3400-EXCLUIR-AFAST                               00070900
               PERFORM 2100-LER-AFAANT                                  00071000
              WHEN FD-AFL-OP-ALTERACAO                                  00071100
               PERFORM 3500-ALTERAR-AFAST                               00071200
               PERFORM 3900-GRAVAR-AFANOVO                              00071300
               PERFORM 2100-LER-AFAANT                                  00071400
              WHEN OTHER                                                00071500
               MOVE 'OPERACAO INVALIDA'                                 00071600
                                       TO WRK-MOTIVO-RECUSA             00071700
               PERFORM 3800-GRAVAR-RECUSA                               00071800
               PERFORM 3900-GRAVAR-AFANOVO                              00071900
               PERFORM 2100-LER-AFAANT                                  00072000
            END-EVALUATE                                                00072100
                                                                        00072200
            MOVE WRK-CHAVE-ATUAL-AFL   TO WRK-CHAVE-APLICADA            00072300
            PERFORM 2200-LER-AFALOT.                                    00072400
                                                                        00072500
      *----------------------------------------------------------------*00072600
       3200-99-FIM.                           EXIT.                     00072700
      *----------------------------------------------------------------*00072800
                                                                        00072900
      *----------------------------------------------------------------*00073000
       3250-VALIDAR-EMPREGADO                 SECTION.                  00073100
      *----------------------------------------------------------------*00073200
                                                                        00073300
      *     O EMPREGADO PRECISA EXISTIR E ESTAR ATIVO NA FOUR001.FUNC2;*00073400
      *     O SETOR VAI PARA O CADASTRO E PARA O LIVRO DO QUADRO       *00073500
            MOVE SPACES                TO WRK-EMP-SITUACAO              00073600
            MOVE FD-AFL-ID             TO DB2-ID                        00073700
                                                                        00073800
            EXEC SQL                                                    00073900
              SELECT ATIVO, SETOR                                       00074000
                INTO :DB2-ATIVO, :DB2-SETOR                             00074100
                FROM FOUR001.FUNC2                                      00074200
               WHERE ID = :DB2-ID                                       00074300
            END-EXEC                                                    00074400
                                                                        00074500
            EVALUATE TRUE                                               00074600
              WHEN SQLCODE EQUAL +100                                   00074700
               MOVE 'EMPREGADO INEXISTENTE'                             00074800
                                       TO WRK-MOTIVO-RECUSA             00074900
              WHEN SQLCODE NOT EQUAL ZEROS                              00075000
               MOVE SQLCODE            TO WRK-SQLCODE                   00075100
               MOVE 'FR05DB74'         TO WRK-PROGRAMA                  00075200
               MOVE '3250  '           TO WRK-SECAO                     00075300
               MOVE 'ERRO NO SELECT DA FUNC2' TO WRK-MENSAGEM           00075400
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00075500
               PERFORM 9000-TRATAR-ERRO                                 00075600
              WHEN DB2-ATIVO NOT EQUAL 'S'                              00075700
               MOVE 'EMPREGADO INATIVO'                                 00075800
                                       TO WRK-MOTIVO-RECUSA             00075900
              WHEN OTHER                                                00076000
               MOVE 'S'                TO WRK-EMP-SITUACAO              00076100
            END-EVALUATE.                                               00076200
                                                                        00076300
      *----------------------------------------------------------------*00076400
       3250-99-FIM.                           EXIT.                     00076500
      *----------------------------------------------------------------*00076600
                                                                        00076700
      *----------------------------------------------------------------*00076800
       3260-VALIDAR-DATA                      SECTION.                  00076900
      *----------------------------------------------------------------*00077000
                                                                        00077100
            MOVE SPACES                TO WRK-DATA-SITUACAO             00077200
                                                                        00077300
            IF WRK-DATA-TESTE NOT NUMERIC                               00077400
               GO                  TO 3260-99-FIM                       00077500
            END-IF                                                      00077600
                                                                        00077700
            IF WRK-DTT-MES-OK                                           00077800
             AND WRK-DTT-DIA-OK                                         00077900
               MOVE 'S'                TO WRK-DATA-SITUACAO             00078000
            END-IF.                                                     00078100
                                                                        00078200
      *----------------------------------------------------------------*00078300
       3260-99-FIM.                           EXIT.                     00078400
      *----------------------------------------------------------------*00078500
                                                                        00078600
      *----------------------------------------------------------------*00078700
       3300-INCLUIR-AFAST                     SECTION.                  00078800
      *----------------------------------------------------------------*00078900
                                                                        00079000
            PERFORM 3250-VALIDAR-EMPREGADO                              00079100
            IF NOT WRK-EMP-OK                                           00079200
               PERFORM 3800-GRAVAR-RECUSA                               00079300
               GO                  TO 3300-99-FIM                       00079400
            END-IF                                                      00079500
                                                                        00079600
            IF FD-AFL-TIPO NOT EQUAL 'D'                                00079700
             AND FD-AFL-TIPO NOT EQUAL 'A'                              00079800
             AND FD-AFL-TIPO NOT EQUAL 'M'                              00079900
             AND FD-AFL-TIPO NOT EQUAL 'N'                              00080000
               MOVE 'TIPO DE AFASTAMENTO INVALIDO'                      00080100
                                       TO WRK-MOTIVO-RECUSA             00080200
               PERFORM 3800-GRAVAR-RECUSA                               00080300
               GO                  TO 3300-99-FIM                       00080400
            END-IF                                                      00080500
                                                                        00080600
            MOVE FD-AFL-DATA-INI       TO WRK-DATA-TESTE                00080700
            PERFORM 3260-VALIDAR-DATA                                   00080800
            IF NOT WRK-DATA-OK                                          00080900
               MOVE 'DATA DE INICIO INVALIDA'                           00081000
                                       TO WRK-MOTIVO-RECUSA             00081100
               PERFORM 3800-GRAVAR-RECUSA                               00081200
               GO                  TO 3300-99-FIM                       00081300
            END-IF                                                      00081400
                                                                        00081500
            MOVE FD-AFL-RETORNO-PREV   TO WRK-DATA-TESTE                00081600
            PERFORM 3260-VALIDAR-DATA                                   00081700
            IF NOT WRK-DATA-OK                                          00081800
             OR FD-AFL-RETORNO-PREV NOT GREATER FD-AFL-DATA-INI         00081900
               MOVE 'RETORNO PREVISTO INVALIDO'                         00082000
                                       TO WRK-MOTIVO-RECUSA             00082100
               PERFORM 3800-GRAVAR-RECUSA                               00082200
               GO                  TO 3300-99-FIM                       00082300
            END-IF                                                      00082400
                                                                        00082500
      *     RETORNO EFETIVO NA INCLUSAO: AFASTAMENTO JA ENCERRADO      *00082600
      *     LANCADO EM ATRASO                                          *00082700
            IF FD-AFL-RETORNO-EFET NOT EQUAL SPACES                     00082800
               MOVE FD-AFL-RETORNO-EFET TO WRK-DATA-TESTE               00082900
               PERFORM 3260-VALIDAR-DATA                                00083000
               IF NOT WRK-DATA-OK                                       00083100
                OR FD-AFL-RETORNO-EFET NOT GREATER FD-AFL-DATA-INI      00083200
                  MOVE 'RETORNO EFETIVO INVALIDO'                       00083300
                                       TO WRK-MOTIVO-RECUSA             00083400
                  PERFORM 3800-GRAVAR-RECUSA                            00083500
                  GO               TO 3300-99-FIM                       00083600
               END-IF                                                   00083700
            END-IF                                                      00083800
                                                                        00083900
      *     UM AFASTAMENTO POR VEZ: O ANTERIOR PRECISA TER RETORNO     *00084000
            IF WRK-ULT-ID-GRAVADO EQUAL FD-AFL-ID                       00084100
             AND WRK-ID-COM-ABERTO-SIM                                  00084200
               MOVE 'EMPREGADO JA AFASTADO'                             00084300
                                       TO WRK-MOTIVO-RECUSA             00084400
               PERFORM 3800-GRAVAR-RECUSA                               00084500
               GO                  TO 3300-99-FIM                       00084600
            END-IF                                                      00084700
                                                                        00084800
            MOVE FD-AFASTAM            TO WRK-AFA-PENDENTE              00000000
            MOVE SPACES                TO FD-AFASTAM                    00084900
            MOVE FD-AFL-ID             TO FD-AFA-ID                     00085000
            MOVE FD-AFL-DATA-INI       TO FD-AFA-DATA-INI               00085100
            MOVE FD-AFL-TIPO           TO FD-AFA-TIPO                   00085200
            MOVE FD-AFL-RETORNO-PREV   TO FD-AFA-RETORNO-PREV           00085300
            MOVE FD-AFL-RETORNO-EFET   TO FD-AFA-RETORNO-EFET           00085400
            MOVE DB2-SETOR             TO FD-AFA-SETOR                  00085500
            PERFORM 3900-GRAVAR-AFANOVO                                 00085600
            ADD 1                      TO ACUM-INCLUSOES                00085700
                                                                        00085800
            MOVE 'L'                   TO WRK-QUA-TIPO                  00085900
            MOVE FD-AFA-DATA-INI       TO WRK-QUA-DATA                  00086000
            PERFORM 3600-GRAVAR-MOVQUAD                                 00086100
                                                                        00086200
            IF NOT FD-AFA-EM-ABERTO                                     00086300
               MOVE 'R'                TO WRK-QUA-TIPO                  00086400
               MOVE FD-AFA-RETORNO-EFET TO WRK-QUA-DATA                 00086500
               PERFORM 3600-GRAVAR-MOVQUAD                              00086600
               ADD 1                   TO ACUM-RETORNOS                 00086700
            END-IF                                                      00086800
                                                                        00086900
            MOVE '3300  '              TO WRK-AUD-SECAO                 00087000
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00087100
            MOVE 'AFASTAM.'            TO WRK-AUD-CAMPO                 00087200
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00087300
            MOVE FD-AFA-TIPO           TO WRK-RES-TIPO                  00087400
            MOVE FD-AFA-RETORNO-PREV   TO WRK-RES-PREV                  00087500
            MOVE FD-AFA-RETORNO-EFET   TO WRK-RES-EFET                  00087600
            MOVE WRK-AUD-RESUMO        TO WRK-AUD-VALOR-DEPOIS          00087700
            PERFORM 3700-GRAVAR-AUDITORIA                               00087800
            MOVE WRK-AFA-PENDENTE      TO FD-AFASTAM.                   00000000
                                                                        00087900
      *----------------------------------------------------------------*00088000
       3300-99-FIM.                           EXIT.                     00088100
      *----------------------------------------------------------------*00088200
                                                                        00088300
      *----------------------------------------------------------------*00088400
       3400-EXCLUIR-AFAST                     SECTION.                  00088500
      *----------------------------------------------------------------*00088600
                                                                        00088700
      *     EXCLUIDO (LANCADO POR ENGANO): NAO E REGRAVADO NO AFANOVO  *00088800
            ADD 1                      TO ACUM-EXCLUSOES                00088900
                                                                        00089000
            MOVE '3400  '              TO WRK-AUD-SECAO                 00089100
            MOVE 'D'                   TO WRK-AUD-OPERACAO              00089200
            MOVE 'AFASTAM.'            TO WRK-AUD-CAMPO                 00089300
            MOVE FD-AFA-TIPO           TO WRK-RES-TIPO                  00089400
            MOVE FD-AFA-RETORNO-PREV   TO WRK-RES-PREV                  00089500
            MOVE FD-AFA-RETORNO-EFET   TO WRK-RES-EFET                  00089600
            MOVE WRK-AUD-RESUMO        TO WRK-AUD-VALOR-ANTES           00089700
            MOVE SPACES                TO WRK-AUD-VALOR-DEPOIS          00089800
            PERFORM 3700-GRAVAR-AUDITORIA.                              00089900
                                                                        00090000
      *----------------------------------------------------------------*00090100
       3400-99-FIM.                           EXIT.                     00090200
      *----------------------------------------------------------------*00090300
                                                                        00090400
      *----------------------------------------------------------------*00090500
       3500-ALTERAR-AFAST                     SECTION.                  00090600
      *----------------------------------------------------------------*00090700
                                                                        00090800
      *     CAMPO EM BRANCO NO LOTE = CAMPO NAO ALTERADO; DATA         *00090900
      *     INVALIDA RECUSA A TRANSACAO INTEIRA                        *00091000
            IF FD-AFL-TIPO NOT EQUAL SPACES                             00091100
             AND FD-AFL-TIPO NOT EQUAL 'D'                              00091200
             AND FD-AFL-TIPO NOT EQUAL 'A'                              00091300
             AND FD-AFL-TIPO NOT EQUAL 'M'                              00091400
             AND FD-AFL-TIPO NOT EQUAL 'N'                              00091500
               MOVE 'TIPO DE AFASTAMENTO INVALIDO'                      00091600
                                       TO WRK-MOTIVO-RECUSA             00091700
               PERFORM 3800-GRAVAR-RECUSA                               00091800
               GO                  TO 3500-99-FIM                       00091900
            END-IF                                                      00092000
                                                                        00092100
            IF FD-AFL-RETORNO-PREV NOT EQUAL SPACES                     00092200
               MOVE FD-AFL-RETORNO-PREV TO WRK-DATA-TESTE               00092300
               PERFORM 3260-VALIDAR-DATA                                00092400
               IF NOT WRK-DATA-OK                                       00092500
                OR FD-AFL-RETORNO-PREV NOT GREATER FD-AFA-DATA-INI      00092600
                  MOVE 'RETORNO PREVISTO INVALIDO'                      00092700
                                       TO WRK-MOTIVO-RECUSA             00092800
                  PERFORM 3800-GRAVAR-RECUSA                            00092900
                  GO               TO 3500-99-FIM                       00093000
               END-IF                                                   00093100
            END-IF                                                      00093200
                                                                        00093300
            IF FD-AFL-RETORNO-EFET NOT EQUAL SPACES                     00093400
               IF NOT FD-AFA-EM-ABERTO                                  00093500
                  MOVE 'RETORNO JA REGISTRADO'                          00093600
                                       TO WRK-MOTIVO-RECUSA             00093700
                  PERFORM 3800-GRAVAR-RECUSA                            00093800
                  GO               TO 3500-99-FIM                       00093900
               END-IF                                                   00094000
               MOVE FD-AFL-RETORNO-EFET TO WRK-DATA-TESTE               00094100
               PERFORM 3260-VALIDAR-DATA                                00094200
               IF NOT WRK-DATA-OK                                       00094300
                OR FD-AFL-RETORNO-EFET NOT GREATER FD-AFA-DATA-INI      00094400
                  MOVE 'RETORNO EFETIVO INVALIDO'                       00094500
                                       TO WRK-MOTIVO-RECUSA             00094600
                  PERFORM 3800-GRAVAR-RECUSA                            00094700
                  GO               TO 3500-99-FIM                       00094800
               END-IF                                                   00094900
            END-IF                                                      00095000
                                                                        00095100
            MOVE '3500  '              TO WRK-AUD-SECAO                 00095200
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00095300
                                                                        00095400
            IF FD-AFL-TIPO NOT EQUAL SPACES                             00095500
             AND FD-AFL-TIPO NOT EQUAL FD-AFA-TIPO                      00095600
               MOVE 'TIPO'             TO WRK-AUD-CAMPO                 00095700
               MOVE FD-AFA-TIPO        TO WRK-AUD-VALOR-ANTES           00095800
               MOVE FD-AFL-TIPO        TO WRK-AUD-VALOR-DEPOIS          00095900
               MOVE FD-AFL-TIPO        TO FD-AFA-TIPO                   00096000
               PERFORM 3700-GRAVAR-AUDITORIA                            00096100
            END-IF                                                      00096200
                                                                        00096300
      *     PRORROGACAO DO AFASTAMENTO                                 *00096400
            IF FD-AFL-RETORNO-PREV NOT EQUAL SPACES                     00096500
             AND FD-AFL-RETORNO-PREV NOT EQUAL FD-AFA-RETORNO-PREV      00096600
               MOVE 'RET.PREV'         TO WRK-AUD-CAMPO                 00096700
               MOVE FD-AFA-RETORNO-PREV TO WRK-AUD-VALOR-ANTES          00096800
               MOVE FD-AFL-RETORNO-PREV TO WRK-AUD-VALOR-DEPOIS         00096900
               MOVE FD-AFL-RETORNO-PREV TO FD-AFA-RETORNO-PREV          00097000
               PERFORM 3700-GRAVAR-AUDITORIA                            00097100
            END-IF                                                      00097200
                                                                        00097300
      *     RETORNO AO TRABALHO: ENCERRA O AFASTAMENTO                 *00097400
            IF FD-AFL-RETORNO-EFET NOT EQUAL SPACES                     00097500
               MOVE 'RET.EFET'         TO WRK-AUD-CAMPO                 00097600
               MOVE SPACES             TO WRK-AUD-VALOR-ANTES           00097700
               MOVE FD-AFL-RETORNO-EFET TO WRK-AUD-VALOR-DEPOIS         00097800
               MOVE FD-AFL-RETORNO-EFET TO FD-AFA-RETORNO-EFET          00097900
               PERFORM 3700-GRAVAR-AUDITORIA                            00098000
               MOVE 'R'                TO WRK-QUA-TIPO                  00098100
               MOVE FD-AFA-RETORNO-EFET TO WRK-QUA-DATA                 00098200
               PERFORM 3600-GRAVAR-MOVQUAD                              00098300
               ADD 1                   TO ACUM-RETORNOS                 00098400
            END-IF                                                      00098500
                                                                        00098600
            ADD 1                      TO ACUM-ALTERACOES.              00098700
                                                                        00098800
      *----------------------------------------------------------------*00098900
       3500-99-FIM.                           EXIT.                     00099000
      *----------------------------------------------------------------*00099100
                                                                        00099200
      *----------------------------------------------------------------*00099300
       3600-GRAVAR-MOVQUAD                    SECTION.                  00099400
      *----------------------------------------------------------------*00099500
                                                                        00099600
      *     INICIO SAI DO SETOR ('DE'), RETORNO VOLTA AO SETOR ('PARA')*00099700
            MOVE SPACES                TO FD-MOVQUAD                    00099800
            MOVE FD-AFA-ID             TO FD-QUA-ID                     00099900
            MOVE WRK-QUA-DATA          TO FD-QUA-DATA-EFETIVA           00100000
            MOVE WRK-QUA-TIPO          TO FD-QUA-TIPO                   00100100
            IF FD-QUA-TIPO-AFASTAM                                      00100200
               MOVE FD-AFA-SETOR       TO FD-QUA-SETOR-DE               00100300
            ELSE                                                        00100400
               MOVE FD-AFA-SETOR       TO FD-QUA-SETOR-PARA             00100500
            END-IF                                                      00100600
            MOVE FD-AFA-TIPO           TO FD-QUA-MOTIVO                 00100700
            MOVE 'FR05DB74'            TO FD-QUA-ORIGEM                 00100800
            WRITE FD-MOVQUAD                                            00100900
            PERFORM 1150-TESTAR-WRK-FS-MOVQUAD                          00101000
            ADD 1                      TO ACUM-GRAV-MOVQUAD.            00101100
                                                                        00101200
      *----------------------------------------------------------------*00101300
       3600-99-FIM.                           EXIT.                     00101400
      *----------------------------------------------------------------*00101500
                                                                        00101600
      *----------------------------------------------------------------*00101700
       3700-GRAVAR-AUDITORIA                  SECTION.                  00101800
      *----------------------------------------------------------------*00101900
                                                                        00102000
            MOVE 'FR05DB74'            TO WRK-AUD-PROGRAMA              00102100
            MOVE 'AFASTAM '            TO WRK-AUD-TABELA                00102200
            MOVE FD-AFL-ID             TO WRK-AUD-ID                    00102300
            MOVE SPACES                TO WRK-AUD-USUARIO               00102400
            MOVE FD-AFL-DATA-INI       TO WRK-AUD-CHAVE                 00102500
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00102600
                                                                        00102700
      *----------------------------------------------------------------*00102800
       3700-99-FIM.                           EXIT.                     00102900
      *----------------------------------------------------------------*00103000
                                                                        00103100
      *----------------------------------------------------------------*00103200
       3800-GRAVAR-RECUSA                     SECTION.                  00103300
      *----------------------------------------------------------------*00103400
                                                                        00103500
            MOVE FD-AFALOT             TO FD-ARJ-TRANSACAO              00103600
            MOVE WRK-MOTIVO-RECUSA     TO FD-ARJ-MOTIVO                 00103700
            WRITE FD-AFAREJ                                             00103800
            PERFORM 1140-TESTAR-WRK-FS-AFAREJ                           00103900
            ADD 1                      TO ACUM-RECUSADAS                00104000
                                                                        00104100
            MOVE 'A'                   TO WRK-SEVERIDADE                00104200
            MOVE 'FR05DB74'            TO WRK-PROGRAMA                  00104300
            MOVE '3800  '              TO WRK-SECAO                     00104400
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00104500
            MOVE FD-AFL-CHAVE          TO WRK-STATUS                    00104600
            CALL 'GRAVALOG'            USING WRK-LOG.                   00104700
                                                                        00104800
      *----------------------------------------------------------------*00104900
       3800-99-FIM.                           EXIT.                     00105000
      *----------------------------------------------------------------*00105100
                                                                        00105200
      *----------------------------------------------------------------*00105300
       3900-GRAVAR-AFANOVO                    SECTION.                  00105400
      *----------------------------------------------------------------*00105500
                                                                        00105600
      *     GUARDA SE O EMPREGADO FICOU COM AFASTAMENTO EM ABERTO      *00105700
            IF FD-AFA-ID NOT EQUAL WRK-ULT-ID-GRAVADO                   00105800
               MOVE FD-AFA-ID          TO WRK-ULT-ID-GRAVADO            00105900
               MOVE 'N'                TO WRK-ID-COM-ABERTO             00106000
            END-IF                                                      00106100
            IF FD-AFA-EM-ABERTO                                         00106200
               MOVE 'S'                TO WRK-ID-COM-ABERTO             00106300
            END-IF                                                      00106400
                                                                        00106500
            WRITE FD-AFANOVO           FROM FD-AFASTAM                  00106600
            PERFORM 1130-TESTAR-WRK-FS-AFANOVO                          00106700
            ADD 1                      TO ACUM-GRAV-AFANOVO.            00106800
                                                                        00106900
      *----------------------------------------------------------------*00107000
       3900-99-FIM.                           EXIT.                     00107100
      *----------------------------------------------------------------*00107200
                                                                        00107300
      ******************************************************************00107400
      *                     F I N A L I Z A R                          *00107500
      ******************************************************************00107600
                                                                        00107700
      *----------------------------------------------------------------*00107800
       4000-FINALIZAR                        SECTION.                   00107900
      *----------------------------------------------------------------*00108000
                                                                        00108100
            CLOSE AFALOT                                                00108200
                  AFANOVO                                               00108300
                  AFAREJ                                                00108400
                  MOVQUAD                                               00108500
                                                                        00108600
            IF WRK-FS-AFAANT NOT EQUAL '10'                             00108700
               CLOSE AFAANT                                             00108800
            END-IF                                                      00108900
                                                                        00109000
            DISPLAY '*************************************************' 00109100
            DISPLAY '    MANUTENCAO DO CADASTRO DE AFASTAMENTOS       ' 00109200
            DISPLAY '                                                 ' 00109300
            DISPLAY '  LIDOS AFAANT        :  ' ACUM-LIDOS-AFAANT       00109400
            DISPLAY '  LIDOS AFALOT        :  ' ACUM-LIDOS-AFALOT       00109500
            DISPLAY '  GRAVADOS AFANOVO    :  ' ACUM-GRAV-AFANOVO       00109600
            DISPLAY '  INCLUSOES           :  ' ACUM-INCLUSOES          00109700
            DISPLAY '  EXCLUSOES           :  ' ACUM-EXCLUSOES          00109800
            DISPLAY '  ALTERACOES          :  ' ACUM-ALTERACOES         00109900
            DISPLAY '  RETORNOS            :  ' ACUM-RETORNOS           00110000
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00110100
            DISPLAY '  GRAVADOS MOVQUAD    :  ' ACUM-GRAV-MOVQUAD       00110200
            DISPLAY '                                                 ' 00110300
            DISPLAY '*************************************************'.00110400
                                                                        00110500
      *----------------------------------------------------------------*00110600
       4000-99-FIM.                           EXIT.                     00110700
      *----------------------------------------------------------------*00110800
                                                                        00110900
      ******************************************************************00111000
      *                   T R A T A R  E R R O                         *00111100
      ******************************************************************00111200
                                                                        00111300
       9000-TRATAR-ERRO                     SECTION.                    00111400
      *----------------------------------------------------------------*00111500
                  MOVE 'F'                TO WRK-SEVERIDADE             00111600
                  CALL 'GRAVALOG'         USING WRK-LOG                 00111700
                  MOVE 16                 TO RETURN-CODE                00111800
                  GOBACK.                                               00111900
      *----------------------------------------------------------------*00112000
       9000-99-FIM.                           EXIT.                     00112100
      *----------------------------------------------------------------*00112200
