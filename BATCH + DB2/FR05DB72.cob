      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB72.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB72                                       *00002000
      *    TIPO.......: CARGA DAS TABELAS FOUR001.FOLHIST E RECORR     *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : REFRESCAR, NOS MOLDES DO FR05DB34, AS TABELAS    *00002800
      *               CONSULTADAS PELO HOLERITE ONLINE (F05CIP6):      *00002900
      *               FOUR001.FOLHIST A PARTIR DO REPOSITORIO FOLHIST  *00003000
      *               (UMA LINHA POR EMPREGADO/COMPETENCIA/ORIGEM) E   *00003100
      *               FOUR001.RECORR A PARTIR DO CADASTRO DE ITENS     *00003200
      *               RECORRENTES (FR05DB38). CARGA FULL: LIMPA CADA   *00003300
      *               TABELA E INSERE TODOS OS REGISTROS, COM COMMIT   *00003400
      *               A CADA INTERVALO.                                *00003500
      *----------------------------------------------------------------*00003600
      *    BASE DE DADOS:                                              *00003700
      *     TABELAS DB2                           INCLUDE/BOOK         *00003800
      *    FOUR001.FOLHIST                         (HOST VARS PROPRIAS)*00003900
      *    FOUR001.RECORR                          (HOST VARS PROPRIAS)*00004000
      *----------------------------------------------------------------*00004100
      *    ARQUIVOS :                                                  *00004200
      *    DDNAME          I/O                                         *00004300
      *    FOLHIST          I    HISTORICO DA FOLHA (B#FOLHIS)         *00004400
      *    JCLRECOR         I    ITENS RECORRENTES (B#RECOR)           *00004500
      *----------------------------------------------------------------*00004600
      *    MODULO   :    GRAVALOG - TRATAMENTO DE ERROS                *00004700
      *----------------------------------------------------------------*00004800
      *    COPYBOOK :    B#GRALOG, B#FOLHIS, B#RECOR                   *00004900
      *----------------------------------------------------------------*00005000
      *    HISTORICO DE ALTERACOES:                                    *00005100
      *      DATA        RESP.    DESCRICAO                            *00005200
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00005300
      ******************************************************************00005400
      *================================================================*00005500
                                                                        00005600
      *================================================================*00005700
       ENVIRONMENT DIVISION.                                            00005800
      *================================================================*00005900
                                                                        00006000
      *----------------------------------------------------------------*00006100
       CONFIGURATION                              SECTION.              00006200
      *----------------------------------------------------------------*00006300
                                                                        00006400
       SPECIAL-NAMES.                                                   00006500
           DECIMAL-POINT IS COMMA.                                      00006600
                                                                        00006700
      *----------------------------------------------------------------*00006800
      *----------------------------------------------------------------*00006900
       INPUT-OUTPUT                               SECTION.              00007000
      *----------------------------------------------------------------*00007100
                                                                        00007200
       FILE-CONTROL.                                                    00007300
             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00007400
                    FILE STATUS     IS WRK-FS-FOLHIST.                  00007500
                                                                        00007600
             SELECT RECORR    ASSIGN     TO JCLRECOR                    00007700
                    FILE STATUS     IS WRK-FS-RECORR.                   00007800
                                                                        00007900
      *================================================================*00008000
       DATA                DIVISION.                                    00008100
      *================================================================*00008200
      *----------------------------------------------------------------*00008300
       FILE                                       SECTION.              00008400
      *----------------------------------------------------------------*00008500
      *----------------------------------------------------------------*00008600
      *    INPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110          *00008700
      *----------------------------------------------------------------*00008800
                                                                        00008900
       FD FOLHIST                                                       00009000
           RECORDING MODE IS F                                          00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
           COPY 'B#FOLHIS'.                                             00009300
                                                                        00009400
      *----------------------------------------------------------------*00009500
      *    INPUT - ITENS RECORRENTES (RECORR) - LRECL = 055            *00009600
      *----------------------------------------------------------------*00009700
                                                                        00009800
       FD RECORR                                                        00009900
           RECORDING MODE IS F                                          00010000
           BLOCK CONTAINS 0 RECORDS.                                    00010100
           COPY 'B#RECOR'.                                              00010200
                                                                        00010300
      *----------------------------------------------------------------*00010400
       WORKING-STORAGE                            SECTION.              00010500
      *----------------------------------------------------------------*00010600
                                                                        00010700
      *----------------------------------------------------------------*00010800
       01  FILLER                      PIC  X(050)         VALUE        00010900
                 '*** INICIO DA WORKING FR05DB72 ***'.                  00011000
      *----------------------------------------------------------------*00011100
                                                                        00011200
       77 WRK-SQLCODE            PIC -999.                              00011300
       77 WRK-FS-FOLHIST         PIC X(002) VALUE SPACES.               00011400
       77 WRK-FS-RECORR          PIC X(002) VALUE SPACES.               00011500
       77 WRK-COMMIT-CONTADOR    PIC 9(03) VALUE ZEROS.                 00011600
       77 WRK-COMMIT-INTERVALO   PIC 9(03) VALUE 100.                   00011700
                                                                        00011800
      *----------------------------------------------------------------*00011900
       01  FILLER                       PIC X(050)           VALUE      00012000
                '*** HOST VARS DA TABELA FOUR001.FOLHIST ***'.          00012100
      *----------------------------------------------------------------*00012200
                                                                        00012300
       77 WRK-FH-ID              PIC S9(04) COMP VALUE ZEROS.           00012400
       77 WRK-FH-BRUTO           PIC S9(08)V99 COMP-3 VALUE ZEROS.      00012500
       77 WRK-FH-INSS            PIC S9(08)V99 COMP-3 VALUE ZEROS.      00012600
       77 WRK-FH-IRRF            PIC S9(08)V99 COMP-3 VALUE ZEROS.      00012700
       77 WRK-FH-OUTROS-CRED     PIC S9(08)V99 COMP-3 VALUE ZEROS.      00012800
       77 WRK-FH-OUTROS-DEB      PIC S9(08)V99 COMP-3 VALUE ZEROS.      00012900
       77 WRK-FH-CONSIG          PIC S9(08)V99 COMP-3 VALUE ZEROS.      00013000
       77 WRK-FH-LIQUIDO         PIC S9(08)V99 COMP-3 VALUE ZEROS.      00013100
                                                                        00013200
      *----------------------------------------------------------------*00013300
       01  FILLER                       PIC X(050)           VALUE      00013400
                '*** HOST VARS DA TABELA FOUR001.RECORR ***'.           00013500
      *----------------------------------------------------------------*00013600
                                                                        00013700
       77 WRK-RC-ID              PIC S9(04) COMP VALUE ZEROS.           00013800
       77 WRK-RC-VALOR           PIC S9(06)V99 COMP-3 VALUE ZEROS.      00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01  FILLER                       PIC X(050)           VALUE      00014200
                        '*** AREA DE ACUMULADORES ***'.                 00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
       77 ACUM-LIDOS-FOLHIST     PIC 9(07) VALUE ZEROS.                 00014600
       77 ACUM-CARREG-FOLHIST    PIC 9(07) VALUE ZEROS.                 00014700
       77 ACUM-LIDOS-RECORR      PIC 9(07) VALUE ZEROS.                 00014800
       77 ACUM-CARREG-RECORR     PIC 9(07) VALUE ZEROS.                 00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
       01  FILLER                       PIC X(050)           VALUE      00015200
                        '*** AREA DE BOOK ***'.                         00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
           COPY 'B#GRALOG'.                                             00015600
                                                                        00015700
      *----------------------------------------------------------------*00015800
       01  FILLER                       PIC X(050)           VALUE      00015900
                        '*** AREA DB2 ***'.                             00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
           EXEC SQL                                                     00016300
               INCLUDE SQLCA                                            00016400
           END-EXEC.                                                    00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
       01  FILLER                      PIC  X(050)         VALUE        00016800
              '*** FR05DB72 - FIM DA AREA DE WORKING ***'.              00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
      *================================================================*00017200
        PROCEDURE                       DIVISION.                       00017300
      *================================================================*00017400
                                                                        00017500
      ******************************************************************00017600
      *                    P R I N C I P A L                           *00017700
      ******************************************************************00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
       0000-PRINCIPAL                            SECTION.               00018100
      *----------------------------------------------------------------*00018200
                                                                        00018300
           PERFORM 1000-INICIAR                                         00018400
                                                                        00018500
           PERFORM 2000-PROCESSAR                                       00018600
                                                                        00018700
           PERFORM 3000-FINALIZAR                                       00018800
                                                                        00018900
           STOP RUN.                                                    00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
       0000-99-FIM.                           EXIT.                     00019300
      *----------------------------------------------------------------*00019400
                                                                        00019500
      ******************************************************************00019600
      *                      I N I C I A R                             *00019700
      ******************************************************************00019800
                                                                        00019900
      *----------------------------------------------------------------*00020000
       1000-INICIAR                           SECTION.                  00020100
      *----------------------------------------------------------------*00020200
                                                                        00020300
            OPEN INPUT FOLHIST                                          00020400
                       RECORR.                                          00020500
                                                                        00020600
      *    SEM CADASTRO DE RECORRENTES A TABELA FICA VAZIA             *00020700
            IF WRK-FS-RECORR EQUAL '35'                                 00020800
               MOVE '10'               TO WRK-FS-RECORR                 00020900
            END-IF.                                                     00021000
                                                                        00021100
            PERFORM 1100-TESTAR-STATUS.                                 00021200
                                                                        00021300
      *    CARGA FULL: AS TABELAS REFLETEM OS ARQUIVOS INTEIROS        *00021400
            EXEC SQL                                                    00021500
              DELETE FROM FOUR001.FOLHIST                               00021600
            END-EXEC.                                                   00021700
                                                                        00021800
            IF SQLCODE NOT EQUAL ZEROS AND +100                         00021900
               MOVE SQLCODE            TO WRK-SQLCODE                   00022000
               MOVE 'FR05DB72'         TO WRK-PROGRAMA                  00022100
               MOVE '1000  '           TO WRK-SECAO                     00022200
               MOVE 'ERRO NO DELETE DA FOLHIST' TO WRK-MENSAGEM         00022300
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00022400
               PERFORM 9999-TRATAR-ERROS                                00022500
            END-IF.                                                     00022600
                                                                        00022700
            EXEC SQL                                                    00022800
              DELETE FROM FOUR001.RECORR                                00022900
            END-EXEC.                                                   00023000
                                                                        00023100
            IF SQLCODE NOT EQUAL ZEROS AND +100                         00023200
               MOVE SQLCODE            TO WRK-SQLCODE                   00023300
               MOVE 'FR05DB72'         TO WRK-PROGRAMA                  00023400
               MOVE '1000  '           TO WRK-SECAO                     00023500
               MOVE 'ERRO NO DELETE DA RECORR' TO WRK-MENSAGEM          00023600
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00023700
               PERFORM 9999-TRATAR-ERROS                                00023800
            END-IF.                                                     00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
       1000-99-FIM.                              EXIT.                  00024200
      *----------------------------------------------------------------*00024300
                                                                        00024400
      ******************************************************************00024500
      *                   T E S T A R  S T A T U S                     *00024600
      ******************************************************************00024700
                                                                        00024800
      *----------------------------------------------------------------*00024900
       1100-TESTAR-STATUS                    SECTION.                   00025000
      *----------------------------------------------------------------*00025100
                                                                        00025200
           IF WRK-FS-FOLHIST NOT EQUAL ZEROS AND                        00025300
              WRK-FS-FOLHIST NOT EQUAL '10'                             00025400
              MOVE 'FR05DB72'           TO WRK-PROGRAMA                 00025500
              MOVE '1100  '             TO WRK-SECAO                    00025600
              MOVE 'ERRO NO ARQUIVO FOLHIST' TO WRK-MENSAGEM            00025700
              MOVE WRK-FS-FOLHIST       TO WRK-STATUS                   00025800
              PERFORM 9999-TRATAR-ERROS                                 00025900
           END-IF.                                                      00026000
                                                                        00026100
           IF WRK-FS-RECORR NOT EQUAL ZEROS AND                         00026200
              WRK-FS-RECORR NOT EQUAL '10'                              00026300
              MOVE 'FR05DB72'           TO WRK-PROGRAMA                 00026400
              MOVE '1100  '             TO WRK-SECAO                    00026500
              MOVE 'ERRO NO ARQUIVO RECORR' TO WRK-MENSAGEM             00026600
              MOVE WRK-FS-RECORR        TO WRK-STATUS                   00026700
              PERFORM 9999-TRATAR-ERROS                                 00026800
           END-IF.                                                      00026900
                                                                        00027000
      *----------------------------------------------------------------*00027100
       1100-99-FIM.                           EXIT.                     00027200
      *----------------------------------------------------------------*00027300
                                                                        00027400
      ******************************************************************00027500
      *                   P R O C E S S A R                            *00027600
      ******************************************************************00027700
                                                                        00027800
      *----------------------------------------------------------------*00027900
       2000-PROCESSAR                       SECTION.                    00028000
      *----------------------------------------------------------------*00028100
                                                                        00028200
           PERFORM 2100-LER-FOLHIST                                     00028300
                                                                        00028400
           PERFORM 2200-CARREGAR-FOLHA                                  00028500
                   UNTIL WRK-FS-FOLHIST EQUAL '10'                      00028600
                                                                        00028700
           IF WRK-FS-RECORR NOT EQUAL '10'                              00028800
              PERFORM 2300-LER-RECORR                                   00028900
           END-IF                                                       00029000
                                                                        00029100
           PERFORM 2400-CARREGAR-RECORRENTE                             00029200
                   UNTIL WRK-FS-RECORR EQUAL '10'                       00029300
                                                                        00029400
           EXEC SQL                                                     00029500
               COMMIT                                                   00029600
           END-EXEC.                                                    00029700
      *----------------------------------------------------------------*00029800
       2000-99-FIM.                       EXIT.                         00029900
      *----------------------------------------------------------------*00030000
                                                                        00030100
      *----------------------------------------------------------------*00030200
       2100-LER-FOLHIST                      SECTION.                   00030300
      *----------------------------------------------------------------*00030400
            READ FOLHIST                                                00030500
                                                                        00030600
               IF WRK-FS-FOLHIST  EQUAL '10'                            00030700
                  GO              TO 2100-99-FIM                        00030800
               END-IF.                                                  00030900
                                                                        00031000
               PERFORM 1100-TESTAR-STATUS                               00031100
               ADD 1              TO ACUM-LIDOS-FOLHIST.                00031200
      *----------------------------------------------------------------*00031300
       2100-99-FIM.                          EXIT.                      00031400
      *----------------------------------------------------------------*00031500
                                                                        00031600
      *----------------------------------------------------------------*00031700
       2200-CARREGAR-FOLHA                   SECTION.                   00031800
      *----------------------------------------------------------------*00031900
                                                                        00032000
            MOVE FD-FHI-ID             TO WRK-FH-ID.                    00032100
            MOVE FD-FHI-BRUTO          TO WRK-FH-BRUTO.                 00032200
            MOVE FD-FHI-INSS           TO WRK-FH-INSS.                  00032300
            MOVE FD-FHI-IRRF           TO WRK-FH-IRRF.                  00032400
            MOVE FD-FHI-OUTROS-CRED    TO WRK-FH-OUTROS-CRED.           00032500
            MOVE FD-FHI-OUTROS-DEB     TO WRK-FH-OUTROS-DEB.            00032600
            MOVE FD-FHI-CONSIG         TO WRK-FH-CONSIG.                00032700
            MOVE FD-FHI-LIQUIDO        TO WRK-FH-LIQUIDO.               00032800
                                                                        00032900
            EXEC SQL                                                    00033000
              INSERT INTO                                               00033100
              FOUR001.FOLHIST (ID, COMPETENCIA, ORIGEM, NOME, BRUTO,    00033200
                               INSS, IRRF, OUTROS_CRED, OUTROS_DEB,     00033300
                               CONSIG, LIQUIDO)                         00033400
              VALUES (:WRK-FH-ID,                                       00033500
                      :FD-FHI-COMPETENCIA,                              00033600
                      :FD-FHI-ORIGEM,                                   00033700
                      :FD-FHI-NOME,                                     00033800
                      :WRK-FH-BRUTO,                                    00033900
                      :WRK-FH-INSS,                                     00034000
                      :WRK-FH-IRRF,                                     00034100
                      :WRK-FH-OUTROS-CRED,                              00034200
                      :WRK-FH-OUTROS-DEB,                               00034300
                      :WRK-FH-CONSIG,                                   00034400
                      :WRK-FH-LIQUIDO)                                  00034500
            END-EXEC.                                                   00034600
                                                                        00034700
            IF SQLCODE NOT EQUAL ZEROS                                  00034800
               MOVE SQLCODE            TO WRK-SQLCODE                   00034900
               MOVE 'FR05DB72'         TO WRK-PROGRAMA                  00035000
               MOVE '2200  '           TO WRK-SECAO                     00035100
               MOVE 'ERRO NO INSERT DA FOLHIST' TO WRK-MENSAGEM         00035200
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00035300
               PERFORM 9999-TRATAR-ERROS                                00035400
            END-IF.                                                     00035500
                                                                        00035600
            ADD 1                      TO ACUM-CARREG-FOLHIST.          00035700
                                                                        00035800
            PERFORM 2500-CONTAR-COMMIT.                                 00035900
                                                                        00036000
            PERFORM 2100-LER-FOLHIST.                                   00036100
                                                                        00036200
      *----------------------------------------------------------------*00036300
       2200-99-FIM.                          EXIT.                      00036400
      *----------------------------------------------------------------*00036500
                                                                        00036600
      *----------------------------------------------------------------*00036700
       2300-LER-RECORR                       SECTION.                   00036800
      *----------------------------------------------------------------*00036900
            READ RECORR                                                 00037000
                                                                        00037100
               IF WRK-FS-RECORR  EQUAL '10'                             00037200
                  GO              TO 2300-99-FIM                        00037300
               END-IF.                                                  00037400
                                                                        00037500
               PERFORM 1100-TESTAR-STATUS                               00037600
               ADD 1              TO ACUM-LIDOS-RECORR.                 00037700
      *----------------------------------------------------------------*00037800
       2300-99-FIM.                          EXIT.                      00037900
      *----------------------------------------------------------------*00038000
                                                                        00038100
      *----------------------------------------------------------------*00038200
       2400-CARREGAR-RECORRENTE              SECTION.                   00038300
      *----------------------------------------------------------------*00038400
                                                                        00038500
            MOVE FD-RCO-ID             TO WRK-RC-ID.                    00038600
            MOVE FD-RCO-VALOR          TO WRK-RC-VALOR.                 00038700
                                                                        00038800
            EXEC SQL                                                    00038900
              INSERT INTO                                               00039000
              FOUR001.RECORR (ID, ITEM, DESCRICAO, NATUREZA, FORMA,     00039100
                              VALOR, VALID_INI, VALID_FIM)              00039200
              VALUES (:WRK-RC-ID,                                       00039300
                      :FD-RCO-ITEM,                                     00039400
                      :FD-RCO-DESCRICAO,                                00039500
                      :FD-RCO-NATUREZA,                                 00039600
                      :FD-RCO-FORMA,                                    00039700
                      :WRK-RC-VALOR,                                    00039800
                      :FD-RCO-VALID-INI,                                00039900
                      :FD-RCO-VALID-FIM)                                00040000
            END-EXEC.                                                   00040100
                                                                        00040200
            IF SQLCODE NOT EQUAL ZEROS                                  00040300
               MOVE SQLCODE            TO WRK-SQLCODE                   00040400
               MOVE 'FR05DB72'         TO WRK-PROGRAMA                  00040500
               MOVE '2400  '           TO WRK-SECAO                     00040600
               MOVE 'ERRO NO INSERT DA RECORR' TO WRK-MENSAGEM          00040700
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00040800
               PERFORM 9999-TRATAR-ERROS                                00040900
            END-IF.                                                     00041000
                                                                        00041100
            ADD 1                      TO ACUM-CARREG-RECORR.           00041200
                                                                        00041300
            PERFORM 2500-CONTAR-COMMIT.                                 00041400
                                                                        00041500
            PERFORM 2300-LER-RECORR.                                    00041600
                                                                        00041700
      *----------------------------------------------------------------*00041800
       2400-99-FIM.                          EXIT.                      00041900
      *----------------------------------------------------------------*00042000
                                                                        00042100
      *----------------------------------------------------------------*00042200
       2500-CONTAR-COMMIT                    SECTION.                   00042300
      *----------------------------------------------------------------*00042400
                                                                        00042500
            ADD 1                      TO WRK-COMMIT-CONTADOR.          00042600
                                                                        00042700
            IF WRK-COMMIT-CONTADOR NOT LESS WRK-COMMIT-INTERVALO        00042800
               EXEC SQL                                                 00042900
                   COMMIT                                               00043000
               END-EXEC                                                 00043100
               MOVE ZEROS              TO WRK-COMMIT-CONTADOR           00043200
            END-IF.                                                     00043300
                                                                        00043400
      *----------------------------------------------------------------*00043500
       2500-99-FIM.                          EXIT.                      00043600
      *----------------------------------------------------------------*00043700
                                                                        00043800
      ******************************************************************00043900
      *                 F I N A L I Z A C A O                          *00044000
      ******************************************************************00044100
                                                                        00044200
      *----------------------------------------------------------------*00044300
       3000-FINALIZAR                        SECTION.                   00044400
      *----------------------------------------------------------------*00044500
                                                                        00044600
            CLOSE FOLHIST                                               00044700
                  RECORR.                                               00044800
                                                                        00044900
            DISPLAY '--------------------------------------'.           00045000
            DISPLAY 'FOLHIST LIDO.....: ' ACUM-LIDOS-FOLHIST.           00045100
            DISPLAY 'FOLHIST CARREGADO: ' ACUM-CARREG-FOLHIST.          00045200
            DISPLAY 'RECORR LIDO......: ' ACUM-LIDOS-RECORR.            00045300
            DISPLAY 'RECORR CARREGADO.: ' ACUM-CARREG-RECORR.           00045400
            DISPLAY '--------------------------------------'.           00045500
                                                                        00045600
      *----------------------------------------------------------------*00045700
       3000-99-FIM.                           EXIT.                     00045800
      *----------------------------------------------------------------*00045900
                                                                        00046000
      ******************************************************************00046100
      *                 T R A T A R   E R R O S                        *00046200
      ******************************************************************00046300
                                                                        00046400
      *----------------------------------------------------------------*00046500
       9999-TRATAR-ERROS                     SECTION.                   00046600
      *----------------------------------------------------------------*00046700
                                                                        00046800
           MOVE 'F'             TO WRK-SEVERIDADE.                      00046900
           CALL 'GRAVALOG'      USING WRK-LOG.                          00047000
           EXEC SQL                                                     00047100
               ROLLBACK                                                 00047200
           END-EXEC.                                                    00047300
           MOVE 16              TO RETURN-CODE.                         00047400
           GOBACK.                                                      00047500
                                                                        00047600
      *----------------------------------------------------------------*00047700
       9999-99-FIM.                           EXIT.                     00047800
      *----------------------------------------------------------------*00047900
