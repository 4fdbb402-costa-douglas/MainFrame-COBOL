      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  F05CIP6.                                            00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: F05CIP6                                        *00002000
      *    TIPO.......: TRANSACAO CICS PSEUDO-CONVERSACIONAL           *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : HOLERITE ONLINE E HISTORICO DA FOLHA, NO MOLDE   *00002800
      *               DO F05CIP1: O OPERADOR DIGITA O ID DO EMPREGADO  *00002900
      *               E A COMPETENCIA (AAAAMM; EM BRANCO = A MAIS      *00003000
      *               RECENTE) NO MAPSET F05CIMS (MAPA MAPHOLE) E A    *00003100
      *               TELA MOSTRA, POR ORIGEM (FOLHA MENSAL, 13o       *00003200
      *               SALARIO, FERIAS E COMPLEMENTAR), O BRUTO, O      *00003300
      *               INSS, O IRRF, OS OUTROS CREDITOS E DEBITOS, A    *00003400
      *               PARCELA DE CONSIGNADO E O LIQUIDO; OS ITENS      *00003500
      *               RECORRENTES VIGENTES NA COMPETENCIA (OITO        *00003600
      *               PRIMEIROS) E O ACUMULADO DO ANO ATE A            *00003700
      *               COMPETENCIA. PF7/PF8 NAVEGAM PARA A COMPETENCIA  *00003800
      *               ANTERIOR/SEGUINTE DO MESMO EMPREGADO. SOMENTE    *00003900
      *               LEITURA: AS TABELAS SAO CARREGADAS TODA NOITE    *00004000
      *               PELO FR05DB72 (PASSO03H DO FR05NOT), POSICAO DO  *00004100
      *               FIM DA CADEIA DA NOITE ANTERIOR. SO O OPERADOR   *00004200
      *               COM FOLHA = 'S' NA FOUR001.OPERADOR (FR05DB28)   *00004300
      *               CONSULTA; A TENTATIVA RECUSADA VAI PARA O        *00004400
      *               GRAVALOG E CADA CONSULTA, ACHADA OU NAO, E       *00004500
      *               REGISTRADA NA TRILHA DE AUDITORIA COM O          *00004600
      *               OPERADOR (EIBOPID).                              *00004700
      *----------------------------------------------------------------*00004800
      *    BASE DE DADOS:                                              *00004900
      *      TABELAS DB2                           INCLUDE/BOOK        *00005000
      *      FOUR001.FOLHIST                        (HOST VAR PROPRIA) *00005100
      *      FOUR001.RECORR                         (HOST VAR PROPRIA) *00005200
      *      FOUR001.OPERADOR                       (SELECT DIRETO)    *00005300
      *----------------------------------------------------------------*00005400
      *    MODULO   :                                                  *00005500
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00005600
      *               GRAVAUD  - TRILHA DE AUDITORIA (CONSULTAS)       *00005700
      *----------------------------------------------------------------*00005800
      *    COPYBOOK :                                                  *00005900
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00006000
      *               B#AUDIT  - AREA DE TRILHA DE AUDITORIA           *00006100
      *----------------------------------------------------------------*00006200
      *    TECLAS PF (CONFORME RODAPE DO MAPA):                        *00006300
      *      ENTER - CONSULTA O ID/COMPETENCIA DIGITADOS               *00006400
      *      PF3   - ENCERRA A CONVERSA                                *00006500
      *      PF7   - COMPETENCIA ANTERIOR DO MESMO EMPREGADO           *00006600
      *      PF8   - COMPETENCIA SEGUINTE DO MESMO EMPREGADO           *00006700
      *----------------------------------------------------------------*00006800
      *    HISTORICO DE ALTERACOES:                                    *00006900
      *      DATA        RESP.    DESCRICAO                            *00007000
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007100
      ******************************************************************00007200
      *================================================================*00007300
                                                                        00007400
      *================================================================*00007500
       ENVIRONMENT                               DIVISION.              00007600
      *================================================================*00007700
                                                                        00007800
      *----------------------------------------------------------------*00007900
       CONFIGURATION                              SECTION.              00008000
      *----------------------------------------------------------------*00008100
                                                                        00008200
       SPECIAL-NAMES.                                                   00008300
           DECIMAL-POINT IS COMMA.                                      00008400
                                                                        00008500
      *================================================================*00008600
       DATA                                       DIVISION.             00008700
      *================================================================*00008800
      *----------------------------------------------------------------*00008900
       WORKING-STORAGE                            SECTION.              00009000
      *----------------------------------------------------------------*00009100
                                                                        00009200
      *----------------------------------------------------------------*00009300
       01  FILLER                      PIC  X(050)         VALUE        00009400
                 '*** INICIO DA WORKING F05CIP6 ***'.                   00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
           COPY F05CIMS.                                                00009800
           COPY DFHAID.                                                 00009900
                                                                        00010000
      *----------------------------------------------------------------*00010100
       01  FILLER                       PIC X(050)           VALUE      00010200
                    '*** AREA DE AUXILIARES ***'.                       00010300
      *----------------------------------------------------------------*00010400
                                                                        00010500
       77 WRK-SAIDA               PIC X(30) VALUE SPACES.               00010600
       77 WRK-SQLCODE             PIC -999.                             00010700
       77 WRK-QTD-ORIGENS         PIC 9(02) COMP VALUE ZEROS.           00010800
       77 WRK-QTD-ITENS           PIC 9(02) COMP VALUE ZEROS.           00010900
       77 WRK-IDX-ITEM            PIC 9(02) COMP VALUE ZEROS.           00011000
       77 WRK-ERRO-SQL            PIC X(01) VALUE 'N'.                  00011100
           88 WRK-HOUVE-ERRO-SQL      VALUE 'S'.                        00011200
       77 WRK-TEM-MENSAL          PIC X(01) VALUE 'N'.                  00011300
           88 WRK-ACHOU-MENSAL        VALUE 'S'.                        00011400
       77 WRK-VALOR-ITEM          PIC S9(08)V99 COMP-3 VALUE ZEROS.     00011500
       77 WRK-VALOR-ED            PIC ZZ.ZZZ.ZZ9,99.                    00011600
       77 WRK-LIQUIDO-ED          PIC -Z.ZZZ.ZZ9,99.                    00011700
       77 WRK-ED-BRUTO            PIC X(13) VALUE SPACES.               00011800
       77 WRK-ED-INSS             PIC X(13) VALUE SPACES.               00011900
       77 WRK-ED-IRRF             PIC X(13) VALUE SPACES.               00012000
       77 WRK-ED-OUTROS-CRED      PIC X(13) VALUE SPACES.               00012100
       77 WRK-ED-OUTROS-DEB       PIC X(13) VALUE SPACES.               00012200
       77 WRK-ED-CONSIG           PIC X(13) VALUE SPACES.               00012300
       77 WRK-ED-LIQUIDO          PIC X(13) VALUE SPACES.               00012400
       77 WRK-ID-ED               PIC 9(04) VALUE ZEROS.                00012500
                                                                        00012600
      *----------------------------------------------------------------*00012700
      *    COMPETENCIA CONSULTADA (AAAAMM) E INICIO DO ANO             *00012800
      *----------------------------------------------------------------*00012900
                                                                        00013000
       01 WRK-COMP-CONSULTA       PIC X(06) VALUE SPACES.               00013100
       01 WRK-COMP-CONSULTA-R     REDEFINES WRK-COMP-CONSULTA.          00013200
          05 WRK-CC-ANO              PIC 9(04).                         00013300
          05 WRK-CC-MES              PIC 9(02).                         00013400
                                                                        00013500
       01 WRK-COMP-INI            PIC X(06) VALUE SPACES.               00013600
       01 WRK-COMP-INI-R          REDEFINES WRK-COMP-INI.               00013700
          05 WRK-CI-ANO              PIC X(04).                         00013800
          05 WRK-CI-MES              PIC X(02).                         00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01  FILLER                       PIC X(050)           VALUE      00014200
                    '*** AREA DE ALCADA DO OPERADOR ***'.               00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
       77 WRK-OPERADOR-ID         PIC X(03) VALUE SPACES.               00014600
       77 WRK-OPER-FOLHA          PIC X(01) VALUE 'N'.                  00014700
       77 WRK-OPERADOR-OK         PIC X(01) VALUE 'N'.                  00014800
           88 WRK-OPERADOR-AUTORIZADO    VALUE 'S'.                     00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
       01  FILLER                       PIC X(050)           VALUE      00015200
                        '*** AREA DE BOOK ***'.                         00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
           COPY 'B#GRALOG'.                                             00015600
           COPY 'B#AUDIT'.                                              00015700
                                                                        00015800
      *----------------------------------------------------------------*00015900
      *    AREA DE COMUNICACAO (PSEUDO-CONVERSACAO)                    *00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
       01 WRK-COMMAREA.                                                 00016300
          05 WRK-CA-TELA             PIC X(01).                         00016400
          05 WRK-CA-ID               PIC 9(04).                         00016500
          05 WRK-CA-COMP             PIC X(06).                         00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
       01  FILLER                       PIC X(050)           VALUE      00016900
                        '*** AREA DB2 ***'.                             00017000
      *----------------------------------------------------------------*00017100
                                                                        00017200
           EXEC SQL                                                     00017300
               INCLUDE SQLCA                                            00017400
           END-EXEC.                                                    00017500
                                                                        00017600
       77 WRK-DB2-ID              PIC S9(04) COMP VALUE ZEROS.          00017700
       77 WRK-DB2-COMP            PIC X(06) VALUE SPACES.               00017800
       77 WRK-DB2-COMP-NULL       PIC S9(04) COMP VALUE ZEROS.          00017900
       77 WRK-FH-ORIGEM           PIC X(08) VALUE SPACES.               00018000
       77 WRK-FH-NOME             PIC X(20) VALUE SPACES.               00018100
       77 WRK-FH-BRUTO            PIC S9(09)V99 COMP-3 VALUE ZEROS.     00018200
       77 WRK-FH-INSS             PIC S9(09)V99 COMP-3 VALUE ZEROS.     00018300
       77 WRK-FH-IRRF             PIC S9(09)V99 COMP-3 VALUE ZEROS.     00018400
       77 WRK-FH-OUTROS-CRED      PIC S9(09)V99 COMP-3 VALUE ZEROS.     00018500
       77 WRK-FH-OUTROS-DEB       PIC S9(09)V99 COMP-3 VALUE ZEROS.     00018600
       77 WRK-FH-CONSIG           PIC S9(09)V99 COMP-3 VALUE ZEROS.     00018700
       77 WRK-FH-LIQUIDO          PIC S9(09)V99 COMP-3 VALUE ZEROS.     00018800
       77 WRK-BRUTO-MENSAL        PIC S9(09)V99 COMP-3 VALUE ZEROS.     00018900
       77 WRK-ANO-BRUTO           PIC S9(09)V99 COMP-3 VALUE ZEROS.     00019000
       77 WRK-ANO-INSS            PIC S9(09)V99 COMP-3 VALUE ZEROS.     00019100
       77 WRK-ANO-IRRF            PIC S9(09)V99 COMP-3 VALUE ZEROS.     00019200
       77 WRK-ANO-LIQUIDO         PIC S9(09)V99 COMP-3 VALUE ZEROS.     00019300
       77 WRK-ANO-NULL            PIC S9(04) COMP VALUE ZEROS.          00019400
       77 WRK-RC-DESCRICAO        PIC X(20) VALUE SPACES.               00019500
       77 WRK-RC-NATUREZA         PIC X(01) VALUE SPACES.               00019600
       77 WRK-RC-FORMA            PIC X(01) VALUE SPACES.               00019700
       77 WRK-RC-VALOR            PIC S9(06)V99 COMP-3 VALUE ZEROS.     00019800
                                                                        00019900
      *----------------------------------------------------------------*00020000
       01  FILLER                      PIC  X(050)         VALUE        00020100
              '*** F05CIP6 - FIM DA AREA DE WORKING ***'.               00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
      *================================================================*00020500
       LINKAGE                                    SECTION.              00020600
      *================================================================*00020700
                                                                        00020800
       01  DFHCOMMAREA                  PIC X(11).                      00020900
                                                                        00021000
      *================================================================*00021100
        PROCEDURE                       DIVISION.                       00021200
      *================================================================*00021300
                                                                        00021400
      ******************************************************************00021500
      *                    P R I N C I P A L                           *00021600
      ******************************************************************00021700
                                                                        00021800
      *----------------------------------------------------------------*00021900
       0000-PRINCIPAL                            SECTION.               00022000
      *----------------------------------------------------------------*00022100
                                                                        00022200
           PERFORM 1000-INICIAR                                         00022300
                                                                        00022400
           PERFORM 2000-PROCESSAR                                       00022500
                                                                        00022600
           EXEC CICS RETURN                                             00022700
             TRANSID(EIBTRNID)                                          00022800
             COMMAREA(WRK-COMMAREA)                                     00022900
             LENGTH(11)                                                 00023000
           END-EXEC.                                                    00023100
                                                                        00023200
      *----------------------------------------------------------------*00023300
       0000-99-FIM.                           EXIT.                     00023400
      *----------------------------------------------------------------*00023500
                                                                        00023600
      ******************************************************************00023700
      *                      I N I C I A R                             *00023800
      ******************************************************************00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
       1000-INICIAR                           SECTION.                  00024200
      *----------------------------------------------------------------*00024300
                                                                        00024400
           IF EIBCALEN EQUAL ZERO                                       00024500
              PERFORM 1100-TELA-INICIAL                                 00024600
           ELSE                                                         00024700
              MOVE DFHCOMMAREA          TO WRK-COMMAREA                 00024800
           END-IF.                                                      00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
       1000-99-FIM.                              EXIT.                  00025200
      *----------------------------------------------------------------*00025300
                                                                        00025400
      *----------------------------------------------------------------*00025500
       1100-TELA-INICIAL                      SECTION.                  00025600
      *----------------------------------------------------------------*00025700
                                                                        00025800
           MOVE SPACES                  TO MAPHOLEO                     00025900
           MOVE '1'                     TO WRK-CA-TELA                  00026000
           MOVE ZEROS                   TO WRK-CA-ID                    00026100
           MOVE SPACES                  TO WRK-CA-COMP                  00026200
                                                                        00026300
           EXEC CICS SEND                                               00026400
             MAPSET('F05CIMS')                                          00026500
             MAP('MAPHOLE')                                             00026600
             ERASE                                                      00026700
             MAPONLY                                                    00026800
           END-EXEC                                                     00026900
                                                                        00027000
           EXEC CICS RETURN                                             00027100
             TRANSID(EIBTRNID)                                          00027200
             COMMAREA(WRK-COMMAREA)                                     00027300
             LENGTH(11)                                                 00027400
           END-EXEC.                                                    00027500
                                                                        00027600
      *----------------------------------------------------------------*00027700
       1100-99-FIM.                              EXIT.                  00027800
      *----------------------------------------------------------------*00027900
                                                                        00028000
      ******************************************************************00028100
      *                   P R O C E S S A R                            *00028200
      ******************************************************************00028300
                                                                        00028400
      *----------------------------------------------------------------*00028500
       2000-PROCESSAR                       SECTION.                    00028600
      *----------------------------------------------------------------*00028700
                                                                        00028800
           IF EIBAID EQUAL DFHPF3                                       00028900
              PERFORM 9000-ENCERRAR                                     00029000
           END-IF                                                       00029100
                                                                        00029200
      *    O HOLERITE SO ABRE PARA OPERADOR COM FOLHA = 'S'            *00029300
           PERFORM 2900-VERIFICAR-OPERADOR                              00029400
                                                                        00029500
           IF NOT WRK-OPERADOR-AUTORIZADO                               00029600
              MOVE 'A'                   TO WRK-SEVERIDADE              00029700
              MOVE 'F05CIP6'             TO WRK-PROGRAMA                00029800
              MOVE '2000  '              TO WRK-SECAO                   00029900
              MOVE 'CONSULTA DE HOLERITE NAO AUTORIZADA'                00030000
                                         TO WRK-MENSAGEM                00030100
              MOVE EIBOPID               TO WRK-STATUS                  00030200
              CALL 'GRAVALOG'            USING WRK-LOG                  00030300
              MOVE LOW-VALUES            TO MAPHOLEO                    00030400
              MOVE 'OPERADOR NAO AUTORIZADO A CONSULTAR HOLERITE'       00030500
                                         TO MSGFO                       00030600
              PERFORM 2190-ENVIAR-TELA                                  00030700
              GO TO 2000-99-FIM                                         00030800
           END-IF                                                       00030900
                                                                        00031000
           EVALUATE EIBAID                                              00031100
             WHEN DFHENTER                                              00031200
                PERFORM 2100-CONSULTAR                                  00031300
             WHEN DFHPF7                                                00031400
                PERFORM 2200-COMPETENCIA-ANTERIOR                       00031500
             WHEN DFHPF8                                                00031600
                PERFORM 2210-COMPETENCIA-SEGUINTE                       00031700
             WHEN OTHER                                                 00031800
                PERFORM 2110-TECLA-INVALIDA                             00031900
           END-EVALUATE.                                                00032000
                                                                        00032100
      *----------------------------------------------------------------*00032200
       2000-99-FIM.                       EXIT.                         00032300
      *----------------------------------------------------------------*00032400
                                                                        00032500
      ******************************************************************00032600
      *     C O N S U L T A R   I D / C O M P E T E N C I A            *00032700
      ******************************************************************00032800
                                                                        00032900
      *----------------------------------------------------------------*00033000
       2100-CONSULTAR                       SECTION.                    00033100
      *----------------------------------------------------------------*00033200
                                                                        00033300
           EXEC CICS RECEIVE                                            00033400
             MAPSET('F05CIMS')                                          00033500
             MAP('MAPHOLE')                                             00033600
             INTO(MAPHOLEI)                                             00033700
           END-EXEC                                                     00033800
                                                                        00033900
           IF HIDI NOT NUMERIC                                          00034000
            OR HIDI EQUAL ZEROS                                         00034100
              MOVE LOW-VALUES            TO MAPHOLEO                    00034200
              MOVE 'INFORME O ID DO EMPREGADO COM 4 DIGITOS'            00034300
                                         TO MSGFO                       00034400
              PERFORM 2190-ENVIAR-TELA                                  00034500
              GO TO 2100-99-FIM                                         00034600
           END-IF                                                       00034700
                                                                        00034800
           MOVE HIDI                    TO WRK-ID-ED                    00034900
           MOVE WRK-ID-ED               TO WRK-DB2-ID                   00035000
                                                                        00035100
      *    COMPETENCIA EM BRANCO: ABRE NA MAIS RECENTE DO EMPREGADO    *00035200
           IF HCOMPI EQUAL SPACES OR LOW-VALUES                         00035300
              EXEC SQL                                                  00035400
                SELECT MAX(COMPETENCIA)                                 00035500
                  INTO :WRK-DB2-COMP :WRK-DB2-COMP-NULL                 00035600
                  FROM FOUR001.FOLHIST                                  00035700
                 WHERE ID = :WRK-DB2-ID                                 00035800
              END-EXEC                                                  00035900
              IF SQLCODE NOT EQUAL ZEROS                                00036000
               OR WRK-DB2-COMP-NULL LESS ZEROS                          00036100
                 PERFORM 2150-LIMPAR-DETALHE                            00036200
                 MOVE WRK-ID-ED          TO HIDO                        00036300
                 MOVE 'EMPREGADO SEM HISTORICO DE FOLHA'                00036400
                                         TO MSGFO                       00036500
                                            WRK-AUD-VALOR-DEPOIS        00036600
                 MOVE SPACES             TO WRK-COMP-CONSULTA           00036700
                 PERFORM 2600-GRAVAR-AUDITORIA                          00036800
                 MOVE ZEROS              TO WRK-CA-ID                   00036900
                 MOVE SPACES             TO WRK-CA-COMP                 00037000
                 PERFORM 2190-ENVIAR-TELA                               00037100
                 GO TO 2100-99-FIM                                      00037200
              END-IF                                                    00037300
              MOVE WRK-DB2-COMP          TO WRK-COMP-CONSULTA           00037400
           ELSE                                                         00037500
              MOVE HCOMPI                TO WRK-COMP-CONSULTA           00037600
           END-IF                                                       00037700
                                                                        00037800
           IF WRK-COMP-CONSULTA NOT NUMERIC                             00037900
            OR WRK-CC-MES LESS 01                                       00038000
            OR WRK-CC-MES GREATER 12                                    00038100
              MOVE LOW-VALUES            TO MAPHOLEO                    00038200
              MOVE 'COMPETENCIA INVALIDA - INFORME AAAAMM'              00038300
                                         TO MSGFO                       00038400
              PERFORM 2190-ENVIAR-TELA                                  00038500
              GO TO 2100-99-FIM                                         00038600
           END-IF                                                       00038700
                                                                        00038800
           PERFORM 2300-MOSTRAR-COMPETENCIA.                            00038900
                                                                        00039000
      *----------------------------------------------------------------*00039100
       2100-99-FIM.                          EXIT.                      00039200
      *----------------------------------------------------------------*00039300
                                                                        00039400
      *----------------------------------------------------------------*00039500
       2110-TECLA-INVALIDA                  SECTION.                    00039600
      *----------------------------------------------------------------*00039700
                                                                        00039800
           MOVE LOW-VALUES               TO MAPHOLEO                    00039900
           MOVE 'TECLA INVALIDA....'     TO MSGFO                       00040000
                                                                        00040100
           PERFORM 2190-ENVIAR-TELA.                                    00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       2110-99-FIM.                          EXIT.                      00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
      *----------------------------------------------------------------*00040800
       2150-LIMPAR-DETALHE                  SECTION.                    00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
           MOVE SPACES                  TO MAPHOLEO.                    00041200
                                                                        00041300
      *----------------------------------------------------------------*00041400
       2150-99-FIM.                          EXIT.                      00041500
      *----------------------------------------------------------------*00041600
                                                                        00041700
      *----------------------------------------------------------------*00041800
       2190-ENVIAR-TELA                     SECTION.                    00041900
      *----------------------------------------------------------------*00042000
                                                                        00042100
           MOVE '1'                     TO WRK-CA-TELA                  00042200
                                                                        00042300
           EXEC CICS SEND                                               00042400
             MAPSET('F05CIMS')                                          00042500
             MAP('MAPHOLE')                                             00042600
             DATAONLY                                                   00042700
           END-EXEC.                                                    00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       2190-99-FIM.                          EXIT.                      00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
      ******************************************************************00043400
      *     P A G I N A C A O   P O R   C O M P E T E N C I A          *00043500
      ******************************************************************00043600
                                                                        00043700
      *----------------------------------------------------------------*00043800
       2200-COMPETENCIA-ANTERIOR            SECTION.                    00043900
      *----------------------------------------------------------------*00044000
                                                                        00044100
           IF WRK-CA-ID EQUAL ZEROS                                     00044200
              MOVE LOW-VALUES            TO MAPHOLEO                    00044300
              MOVE 'CONSULTE UM ID ANTES DE PAGINAR' TO MSGFO           00044400
              PERFORM 2190-ENVIAR-TELA                                  00044500
              GO TO 2200-99-FIM                                         00044600
           END-IF                                                       00044700
                                                                        00044800
           MOVE WRK-CA-ID               TO WRK-DB2-ID                   00044900
           MOVE WRK-CA-COMP             TO WRK-DB2-COMP                 00045000
                                                                        00045100
           EXEC SQL                                                     00045200
             SELECT MAX(COMPETENCIA)                                    00045300
               INTO :WRK-DB2-COMP :WRK-DB2-COMP-NULL                    00045400
               FROM FOUR001.FOLHIST                                     00045500
              WHERE ID          = :WRK-DB2-ID                           00045600
                AND COMPETENCIA < :WRK-DB2-COMP                         00045700
           END-EXEC                                                     00045800
                                                                        00045900
           IF SQLCODE NOT EQUAL ZEROS                                   00046000
            OR WRK-DB2-COMP-NULL LESS ZEROS                             00046100
              MOVE LOW-VALUES            TO MAPHOLEO                    00046200
              MOVE 'NAO HA COMPETENCIA ANTERIOR' TO MSGFO               00046300
              PERFORM 2190-ENVIAR-TELA                                  00046400
              GO TO 2200-99-FIM                                         00046500
           END-IF                                                       00046600
                                                                        00046700
           MOVE WRK-DB2-COMP            TO WRK-COMP-CONSULTA            00046800
           MOVE WRK-CA-ID               TO WRK-ID-ED                    00046900
                                                                        00047000
           PERFORM 2300-MOSTRAR-COMPETENCIA.                            00047100
                                                                        00047200
      *----------------------------------------------------------------*00047300
       2200-99-FIM.                          EXIT.                      00047400
      *----------------------------------------------------------------*00047500
                                                                        00047600
      *----------------------------------------------------------------*00047700
       2210-COMPETENCIA-SEGUINTE            SECTION.                    00047800
      *----------------------------------------------------------------*00047900
                                                                        00048000
           IF WRK-CA-ID EQUAL ZEROS                                     00048100
              MOVE LOW-VALUES            TO MAPHOLEO                    00048200
              MOVE 'CONSULTE UM ID ANTES DE PAGINAR' TO MSGFO           00048300
              PERFORM 2190-ENVIAR-TELA                                  00048400
              GO TO 2210-99-FIM                                         00048500
           END-IF                                                       00048600
                                                                        00048700
           MOVE WRK-CA-ID               TO WRK-DB2-ID                   00048800
           MOVE WRK-CA-COMP             TO WRK-DB2-COMP                 00048900
                                                                        00049000
           EXEC SQL                                                     00049100
             SELECT MIN(COMPETENCIA)                                    00049200
               INTO :WRK-DB2-COMP :WRK-DB2-COMP-NULL                    00049300
               FROM FOUR001.FOLHIST                                     00049400
              WHERE ID          = :WRK-DB2-ID                           00049500
                AND COMPETENCIA > :WRK-DB2-COMP                         00049600
           END-EXEC                                                     00049700
                                                                        00049800
           IF SQLCODE NOT EQUAL ZEROS                                   00049900
            OR WRK-DB2-COMP-NULL LESS ZEROS                             00050000
              MOVE LOW-VALUES            TO MAPHOLEO                    00050100
              MOVE 'NAO HA COMPETENCIA SEGUINTE' TO MSGFO               00050200
              PERFORM 2190-ENVIAR-TELA                                  00050300
              GO TO 2210-99-FIM                                         00050400
           END-IF                                                       00050500
                                                                        00050600
           MOVE WRK-DB2-COMP            TO WRK-COMP-CONSULTA            00050700
           MOVE WRK-CA-ID               TO WRK-ID-ED                    00050800
                                                                        00050900
           PERFORM 2300-MOSTRAR-COMPETENCIA.                            00051000
                                                                        00051100
      *----------------------------------------------------------------*00051200
       2210-99-FIM.                          EXIT.                      00051300
      *----------------------------------------------------------------*00051400
                                                                        00051500
      ******************************************************************00051600
      *      H O L E R I T E   D A   C O M P E T E N C I A             *00051700
      ******************************************************************00051800
                                                                        00051900
      *----------------------------------------------------------------*00052000
       2300-MOSTRAR-COMPETENCIA             SECTION.                    00052100
      *----------------------------------------------------------------*00052200
                                                                        00052300
           PERFORM 2150-LIMPAR-DETALHE                                  00052400
                                                                        00052500
           MOVE WRK-ID-ED               TO HIDO                         00052600
                                           WRK-CA-ID                    00052700
                                           WRK-DB2-ID                   00052800
           MOVE WRK-COMP-CONSULTA       TO HCOMPO                       00052900
                                           WRK-CA-COMP                  00053000
                                           WRK-DB2-COMP                 00053100
           MOVE ZEROS                   TO WRK-QTD-ORIGENS              00053200
                                           WRK-BRUTO-MENSAL             00053300
           MOVE 'N'                     TO WRK-TEM-MENSAL               00053400
                                           WRK-ERRO-SQL                 00053500
                                                                        00053600
      *    UMA LINHA POR ORIGEM; DUAS RODADAS DA MESMA ORIGEM NA       *00053700
      *    COMPETENCIA (EX.: COMPLEMENTAR) SAEM SOMADAS                *00053800
           EXEC SQL                                                     00053900
             DECLARE CUR-FOLHA CURSOR FOR                               00054000
             SELECT ORIGEM, MAX(NOME),                                  00054100
                    SUM(BRUTO), SUM(INSS), SUM(IRRF),                   00054200
                    SUM(OUTROS_CRED), SUM(OUTROS_DEB),                  00054300
                    SUM(CONSIG), SUM(LIQUIDO)                           00054400
               FROM FOUR001.FOLHIST                                     00054500
              WHERE ID          = :WRK-DB2-ID                           00054600
                AND COMPETENCIA = :WRK-DB2-COMP                         00054700
              GROUP BY ORIGEM                                           00054800
              ORDER BY ORIGEM                                           00054900
           END-EXEC                                                     00055000
                                                                        00055100
           EXEC SQL                                                     00055200
             OPEN CUR-FOLHA                                             00055300
           END-EXEC                                                     00055400
                                                                        00055500
           PERFORM 2310-FETCH-FOLHA                                     00055600
                   UNTIL SQLCODE NOT EQUAL ZEROS                        00055700
                                                                        00055800
           IF SQLCODE NOT EQUAL +100                                    00055900
              MOVE 'S'                   TO WRK-ERRO-SQL                00056000
              MOVE SQLCODE               TO WRK-SQLCODE                 00056100
              MOVE 'F05CIP6'             TO WRK-PROGRAMA                00056200
              MOVE '2300  '              TO WRK-SECAO                   00056300
              MOVE 'ERRO NA CONSULTA DA FOLHIST' TO WRK-MENSAGEM        00056400
              MOVE WRK-SQLCODE           TO WRK-STATUS                  00056500
              PERFORM 9998-TRATAR-AVISO                                 00056600
           END-IF                                                       00056700
                                                                        00056800
           EXEC SQL                                                     00056900
             CLOSE CUR-FOLHA                                            00057000
           END-EXEC                                                     00057100
                                                                        00057200
           EVALUATE TRUE                                                00057300
             WHEN WRK-QTD-ORIGENS GREATER ZEROS                         00057400
                IF WRK-ACHOU-MENSAL                                     00057500
                   PERFORM 2400-BUSCAR-RECORRENTES                      00057600
                END-IF                                                  00057700
                PERFORM 2500-ACUMULADO-ANO                              00057800
                MOVE 'HOLERITE ENCONTRADO'  TO MSGFO                    00057900
                                               WRK-AUD-VALOR-DEPOIS     00058000
             WHEN WRK-HOUVE-ERRO-SQL                                    00058100
                MOVE 'ERRO NA CONSULTA '    TO MSGFO                    00058200
                                               WRK-AUD-VALOR-DEPOIS     00058300
             WHEN OTHER                                                 00058400
                MOVE 'SEM FOLHA DO EMPREGADO NA COMPETENCIA'            00058500
                                            TO MSGFO                    00058600
                                               WRK-AUD-VALOR-DEPOIS     00058700
           END-EVALUATE                                                 00058800
                                                                        00058900
           PERFORM 2600-GRAVAR-AUDITORIA                                00059000
                                                                        00059100
           PERFORM 2190-ENVIAR-TELA.                                    00059200
                                                                        00059300
      *----------------------------------------------------------------*00059400
       2300-99-FIM.                          EXIT.                      00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
      *----------------------------------------------------------------*00059800
       2310-FETCH-FOLHA                     SECTION.                    00059900
      *----------------------------------------------------------------*00060000
                                                                        00060100
           EXEC SQL                                                     00060200
             FETCH CUR-FOLHA                                            00060300
              INTO :WRK-FH-ORIGEM, :WRK-FH-NOME,                        00060400
                   :WRK-FH-BRUTO, :WRK-FH-INSS, :WRK-FH-IRRF,           00060500
                   :WRK-FH-OUTROS-CRED, :WRK-FH-OUTROS-DEB,             00060600
                   :WRK-FH-CONSIG, :WRK-FH-LIQUIDO                      00060700
           END-EXEC                                                     00060800
                                                                        00060900
           IF SQLCODE NOT EQUAL ZERO                                    00061000
              GO                  TO 2310-99-FIM                        00061100
           END-IF                                                       00061200
                                                                        00061300
           ADD 1                        TO WRK-QTD-ORIGENS              00061400
           MOVE WRK-FH-NOME             TO HNOMEO                       00061500
                                                                        00061600
           MOVE WRK-FH-BRUTO            TO WRK-VALOR-ED                 00061700
           MOVE WRK-VALOR-ED            TO WRK-ED-BRUTO                 00061800
           MOVE WRK-FH-INSS             TO WRK-VALOR-ED                 00061900
           MOVE WRK-VALOR-ED            TO WRK-ED-INSS                  00062000
           MOVE WRK-FH-IRRF             TO WRK-VALOR-ED                 00062100
           MOVE WRK-VALOR-ED            TO WRK-ED-IRRF                  00062200
           MOVE WRK-FH-OUTROS-CRED      TO WRK-VALOR-ED                 00062300
           MOVE WRK-VALOR-ED            TO WRK-ED-OUTROS-CRED           00062400
           MOVE WRK-FH-OUTROS-DEB       TO WRK-VALOR-ED                 00062500
           MOVE WRK-VALOR-ED            TO WRK-ED-OUTROS-DEB            00062600
           MOVE WRK-FH-CONSIG           TO WRK-VALOR-ED                 00062700
           MOVE WRK-VALOR-ED            TO WRK-ED-CONSIG                00062800
           MOVE WRK-FH-LIQUIDO          TO WRK-LIQUIDO-ED               00062900
           MOVE WRK-LIQUIDO-ED          TO WRK-ED-LIQUIDO               00063000
                                                                        00063100
           EVALUATE WRK-FH-ORIGEM                                       00063200
             WHEN 'FR05DB12'                                            00063300
                MOVE 'S'                TO WRK-TEM-MENSAL               00063400
                MOVE WRK-FH-BRUTO       TO WRK-BRUTO-MENSAL             00063500
                MOVE WRK-ED-BRUTO       TO BRMO                         00063600
                MOVE WRK-ED-INSS        TO INMO                         00063700
                MOVE WRK-ED-IRRF        TO IRMO                         00063800
                MOVE WRK-ED-OUTROS-CRED TO OCMO                         00063900
                MOVE WRK-ED-OUTROS-DEB  TO ODMO                         00064000
                MOVE WRK-ED-CONSIG      TO CGMO                         00064100
                MOVE WRK-ED-LIQUIDO     TO LQMO                         00064200
             WHEN 'FR05DB40'                                            00064300
                MOVE WRK-ED-BRUTO       TO BRDO                         00064400
                MOVE WRK-ED-INSS        TO INDO                         00064500
                MOVE WRK-ED-IRRF        TO IRDO                         00064600
                MOVE WRK-ED-OUTROS-CRED TO OCDO                         00064700
                MOVE WRK-ED-OUTROS-DEB  TO ODDO                         00064800
                MOVE WRK-ED-CONSIG      TO CGDO                         00064900
                MOVE WRK-ED-LIQUIDO     TO LQDO                         00065000
             WHEN 'FR05DB42'                                            00065100
                MOVE WRK-ED-BRUTO       TO BRFO                         00065200
                MOVE WRK-ED-INSS        TO INFO                         00065300
                MOVE WRK-ED-IRRF        TO IRFO                         00065400
                MOVE WRK-ED-OUTROS-CRED TO OCFO                         00065500
                MOVE WRK-ED-OUTROS-DEB  TO ODFO                         00065600
                MOVE WRK-ED-CONSIG      TO CGFO                         00065700
                MOVE WRK-ED-LIQUIDO     TO LQFO                         00065800
             WHEN 'FR05DB70'                                            00065900
                MOVE WRK-ED-BRUTO       TO BRCO                         00066000
                MOVE WRK-ED-INSS        TO INCO                         00066100
                MOVE WRK-ED-IRRF        TO IRCO                         00066200
                MOVE WRK-ED-OUTROS-CRED TO OCCO                         00066300
                MOVE WRK-ED-OUTROS-DEB  TO ODCO                         00066400
                MOVE WRK-ED-CONSIG      TO CGCO                         00066500
                MOVE WRK-ED-LIQUIDO     TO LQCO                         00066600
           END-EVALUATE.                                                00066700
                                                                        00066800
      *----------------------------------------------------------------*00066900
       2310-99-FIM.                          EXIT.                      00067000
      *----------------------------------------------------------------*00067100
                                                                        00067200
      ******************************************************************00067300
      *   I T E N S   R E C O R R E N T E S   ( M E N S A L )          *00067400
      ******************************************************************00067500
                                                                        00067600
      *----------------------------------------------------------------*00067700
       2400-BUSCAR-RECORRENTES              SECTION.                    00067800
      *----------------------------------------------------------------*00067900
                                                                        00068000
      *    MESMA REGRA DO FR05DB12: ITEM VIGENTE NA COMPETENCIA E      *00068100
      *    PERCENTUAL CALCULADO SOBRE O BRUTO DA FOLHA MENSAL          *00068200
           EXEC SQL                                                     00068300
             DECLARE CUR-RECORR CURSOR FOR                              00068400
             SELECT DESCRICAO, NATUREZA, FORMA, VALOR                   00068500
               FROM FOUR001.RECORR                                      00068600
              WHERE ID         = :WRK-DB2-ID                            00068700
                AND VALID_INI <= :WRK-DB2-COMP                          00068800
                AND VALID_FIM >= :WRK-DB2-COMP                          00068900
              ORDER BY ITEM                                             00069000
              FETCH FIRST 8 ROWS ONLY                                   00069100
           END-EXEC                                                     00069200
                                                                        00069300
           MOVE ZEROS                   TO WRK-QTD-ITENS                00069400
                                                                        00069500
           EXEC SQL                                                     00069600
             OPEN CUR-RECORR                                            00069700
           END-EXEC                                                     00069800
                                                                        00069900
           PERFORM 2410-FETCH-RECORRENTE                                00070000
                   VARYING WRK-IDX-ITEM FROM 1 BY 1                     00070100
                   UNTIL WRK-IDX-ITEM GREATER 8                         00070200
                      OR SQLCODE NOT EQUAL ZEROS                        00070300
                                                                        00070400
           EXEC SQL                                                     00070500
             CLOSE CUR-RECORR                                           00070600
           END-EXEC                                                     00070700
                                                                        00070800
           IF WRK-QTD-ITENS EQUAL ZEROS                                 00070900
              MOVE 'SEM ITENS RECORRENTES VIGENTES' TO R1DO             00071000
           END-IF.                                                      00071100
                                                                        00071200
      *----------------------------------------------------------------*00071300
       2400-99-FIM.                          EXIT.                      00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
      *----------------------------------------------------------------*00071700
       2410-FETCH-RECORRENTE                SECTION.                    00071800
      *----------------------------------------------------------------*00071900
                                                                        00072000
           EXEC SQL                                                     00072100
             FETCH CUR-RECORR                                           00072200
              INTO :WRK-RC-DESCRICAO, :WRK-RC-NATUREZA,                 00072300
                   :WRK-RC-FORMA, :WRK-RC-VALOR                         00072400
           END-EXEC                                                     00072500
                                                                        00072600
           IF SQLCODE NOT EQUAL ZERO                                    00072700
              GO                  TO 2410-99-FIM                        00072800
           END-IF                                                       00072900
                                                                        00073000
           ADD 1                        TO WRK-QTD-ITENS                00073100
                                                                        00073200
           IF WRK-RC-FORMA EQUAL 'P'                                    00073300
              COMPUTE WRK-VALOR-ITEM ROUNDED =                          00073400
                      WRK-BRUTO-MENSAL * WRK-RC-VALOR / 100             00073500
           ELSE                                                         00073600
              MOVE WRK-RC-VALOR         TO WRK-VALOR-ITEM               00073700
           END-IF                                                       00073800
                                                                        00073900
           MOVE WRK-VALOR-ITEM          TO WRK-VALOR-ED                 00074000
                                                                        00074100
           EVALUATE WRK-IDX-ITEM                                        00074200
             WHEN 1                                                     00074300
                MOVE WRK-RC-DESCRICAO   TO R1DO                         00074400
                MOVE WRK-RC-NATUREZA    TO R1NO                         00074500
                MOVE WRK-VALOR-ED       TO R1VO                         00074600
             WHEN 2                                                     00074700
                MOVE WRK-RC-DESCRICAO   TO R2DO                         00074800
                MOVE WRK-RC-NATUREZA    TO R2NO                         00074900
                MOVE WRK-VALOR-ED       TO R2VO                         00075000
             WHEN 3                                                     00075100
                MOVE WRK-RC-DESCRICAO   TO R3DO                         00075200
                MOVE WRK-RC-NATUREZA    TO R3NO                         00075300
                MOVE WRK-VALOR-ED       TO R3VO                         00075400
             WHEN 4                                                     00075500
                MOVE WRK-RC-DESCRICAO   TO R4DO                         00075600
                MOVE WRK-RC-NATUREZA    TO R4NO                         00075700
                MOVE WRK-VALOR-ED       TO R4VO                         00075800
             WHEN 5                                                     00075900
                MOVE WRK-RC-DESCRICAO   TO R5DO                         00076000
                MOVE WRK-RC-NATUREZA    TO R5NO                         00076100
                MOVE WRK-VALOR-ED       TO R5VO                         00076200
             WHEN 6                                                     00076300
                MOVE WRK-RC-DESCRICAO   TO R6DO                         00076400
                MOVE WRK-RC-NATUREZA    TO R6NO                         00076500
                MOVE WRK-VALOR-ED       TO R6VO                         00076600
             WHEN 7                                                     00076700
                MOVE WRK-RC-DESCRICAO   TO R7DO                         00076800
                MOVE WRK-RC-NATUREZA    TO R7NO                         00076900
                MOVE WRK-VALOR-ED       TO R7VO                         00077000
             WHEN 8                                                     00077100
                MOVE WRK-RC-DESCRICAO   TO R8DO                         00077200
                MOVE WRK-RC-NATUREZA    TO R8NO                         00077300
                MOVE WRK-VALOR-ED       TO R8VO                         00077400
           END-EVALUATE.                                                00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
       2410-99-FIM.                          EXIT.                      00077800
      *----------------------------------------------------------------*00077900
                                                                        00078000
      ******************************************************************00078100
      *          A C U M U L A D O   D O   A N O                       *00078200
      ******************************************************************00078300
                                                                        00078400
      *----------------------------------------------------------------*00078500
       2500-ACUMULADO-ANO                   SECTION.                    00078600
      *----------------------------------------------------------------*00078700
                                                                        00078800
      *    DE JANEIRO ATE A COMPETENCIA CONSULTADA, TODAS AS ORIGENS   *00078900
           MOVE WRK-COMP-CONSULTA (1:4) TO WRK-CI-ANO                   00079000
           MOVE '01'                    TO WRK-CI-MES                   00079100
                                                                        00079200
           EXEC SQL                                                     00079300
             SELECT SUM(BRUTO), SUM(INSS), SUM(IRRF), SUM(LIQUIDO)      00079400
               INTO :WRK-ANO-BRUTO :WRK-ANO-NULL,                       00079500
                    :WRK-ANO-INSS, :WRK-ANO-IRRF, :WRK-ANO-LIQUIDO      00079600
               FROM FOUR001.FOLHIST                                     00079700
              WHERE ID           = :WRK-DB2-ID                          00079800
                AND COMPETENCIA >= :WRK-COMP-INI                        00079900
                AND COMPETENCIA <= :WRK-DB2-COMP                        00080000
           END-EXEC                                                     00080100
                                                                        00080200
           IF SQLCODE NOT EQUAL ZEROS                                   00080300
            OR WRK-ANO-NULL LESS ZEROS                                  00080400
              GO                  TO 2500-99-FIM                        00080500
           END-IF                                                       00080600
                                                                        00080700
           STRING WRK-COMP-INI '-' WRK-COMP-CONSULTA                    00080800
                  DELIMITED BY SIZE                                     00080900
                  INTO ACOMPO                                           00081000
                                                                        00081100
           MOVE WRK-ANO-BRUTO           TO WRK-VALOR-ED                 00081200
           MOVE WRK-VALOR-ED            TO ABRO                         00081300
           MOVE WRK-ANO-INSS            TO WRK-VALOR-ED                 00081400
           MOVE WRK-VALOR-ED            TO AINO                         00081500
           MOVE WRK-ANO-IRRF            TO WRK-VALOR-ED                 00081600
           MOVE WRK-VALOR-ED            TO AIRO                         00081700
           MOVE WRK-ANO-LIQUIDO         TO WRK-LIQUIDO-ED               00081800
           MOVE WRK-LIQUIDO-ED          TO ALQO.                        00081900
                                                                        00082000
      *----------------------------------------------------------------*00082100
       2500-99-FIM.                          EXIT.                      00082200
      *----------------------------------------------------------------*00082300
                                                                        00082400
      ******************************************************************00082500
      *   A U D I T A R   A   C O N S U L T A                          *00082600
      ******************************************************************00082700
                                                                        00082800
      *----------------------------------------------------------------*00082900
       2600-GRAVAR-AUDITORIA                SECTION.                    00083000
      *----------------------------------------------------------------*00083100
                                                                        00083200
      *    TODA CONSULTA FICA REGISTRADA COM O OPERADOR DO TERMINAL    *00083300
           MOVE 'F05CIP6'             TO WRK-AUD-PROGRAMA.              00083400
           MOVE '2600  '              TO WRK-AUD-SECAO.                 00083500
           MOVE 'FOLHIST '            TO WRK-AUD-TABELA.                00083600
           MOVE 'C'                   TO WRK-AUD-OPERACAO.              00083700
           MOVE WRK-ID-ED             TO WRK-AUD-ID.                    00083800
           MOVE 'CONSULTA'            TO WRK-AUD-CAMPO.                 00083900
           MOVE SPACES                TO WRK-AUD-VALOR-ANTES.           00084000
           MOVE EIBOPID               TO WRK-AUD-USUARIO.               00084100
           MOVE WRK-COMP-CONSULTA     TO WRK-AUD-CHAVE.                 00084200
                                                                        00084300
           CALL 'GRAVAUD'             USING WRK-AUDITORIA.              00084400
                                                                        00084500
      *----------------------------------------------------------------*00084600
       2600-99-FIM.                          EXIT.                      00084700
      *----------------------------------------------------------------*00084800
                                                                        00084900
      ******************************************************************00085000
      *   A L C A D A   D O   O P E R A D O R                          *00085100
      ******************************************************************00085200
                                                                        00085300
      *----------------------------------------------------------------*00085400
       2900-VERIFICAR-OPERADOR              SECTION.                    00085500
      *----------------------------------------------------------------*00085600
                                                                        00085700
           MOVE 'N'                     TO WRK-OPERADOR-OK              00085800
           MOVE EIBOPID                 TO WRK-OPERADOR-ID              00085900
           MOVE 'N'                     TO WRK-OPER-FOLHA               00086000
                                                                        00086100
           EXEC SQL                                                     00086200
             SELECT FOLHA                                               00086300
               INTO :WRK-OPER-FOLHA                                     00086400
               FROM FOUR001.OPERADOR                                    00086500
              WHERE OPERADOR = :WRK-OPERADOR-ID                         00086600
                AND ATIVO    = 'S'                                      00086700
           END-EXEC                                                     00086800
                                                                        00086900
           IF SQLCODE NOT EQUAL ZERO                                    00087000
              GO                  TO 2900-99-FIM                        00087100
           END-IF                                                       00087200
                                                                        00087300
           IF WRK-OPER-FOLHA EQUAL 'S'                                  00087400
              MOVE 'S'                  TO WRK-OPERADOR-OK              00087500
           END-IF.                                                      00087600
                                                                        00087700
      *----------------------------------------------------------------*00087800
       2900-99-FIM.                          EXIT.                      00087900
      *----------------------------------------------------------------*00088000
                                                                        00088100
      ******************************************************************00088200
      *                 E N C E R R A R   A   C O N V E R S A          *00088300
      ******************************************************************00088400
                                                                        00088500
      *----------------------------------------------------------------*00088600
       9000-ENCERRAR                        SECTION.                    00088700
      *----------------------------------------------------------------*00088800
                                                                        00088900
           MOVE 'FIM PROGRAMA - TCHAU ' TO WRK-SAIDA                    00089000
                                                                        00089100
           EXEC CICS                                                    00089200
             RETURN                                                     00089300
           END-EXEC.                                                    00089400
                                                                        00089500
      *----------------------------------------------------------------*00089600
       9000-99-FIM.                           EXIT.                     00089700
      *----------------------------------------------------------------*00089800
                                                                        00089900
      ******************************************************************00090000
      *                 T R A T A R   A V I S O S                      *00090100
      ******************************************************************00090200
                                                                        00090300
      *----------------------------------------------------------------*00090400
       9998-TRATAR-AVISO                     SECTION.                   00090500
      *----------------------------------------------------------------*00090600
                                                                        00090700
              MOVE 'A'           TO WRK-SEVERIDADE.                     00090800
              CALL 'GRAVALOG'    USING WRK-LOG.                         00090900
                                                                        00091000
      *----------------------------------------------------------------*00091100
       9998-99-FIM.                           EXIT.                     00091200
      *----------------------------------------------------------------*00091300
