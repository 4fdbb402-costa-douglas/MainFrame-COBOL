      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  F05CIP5.                                            00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: F05CIP5                                        *00002000
      *    TIPO.......: TRANSACAO CICS PSEUDO-CONVERSACIONAL           *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : CONSULTA DE PECAS PELO BALCAO DO ALMOXARIFADO,   *00002800
      *               NO MOLDE DO F05CIP2: O OPERADOR DIGITA O CODIGO  *00002900
      *               DA PECA (MAPSET F05CIMP, MAPA MAPPECA) E A TELA  *00003000
      *               MOSTRA O FORNECEDOR (RAZAO, CODIGO E SITUACAO NO *00003100
      *               CADFORN), O SALDO, O RESERVADO, O DISPONIVEL, O  *00003200
      *               CUSTO E A SITUACAO EM CADA DEPOSITO, OS PEDIDOS  *00003300
      *               DE COMPRA EM ABERTO COM A ENTREGA PREVISTA (OS   *00003400
      *               TRES PRIMEIROS, COM A QTDE DE PEDIDOS E O TOTAL  *00003500
      *               PEDIDO) E OS OITO ULTIMOS MOVIMENTOS DO KARDEX,  *00003600
      *               DO MAIS NOVO PARA O MAIS VELHO. SOMENTE LEITURA: *00003700
      *               OS TRES CLUSTERS SAO COPIAS NOTURNAS CARREGADAS  *00003800
      *               PELO FR05EX75 (JOB FR05VSM), POSICAO DO FIM DA   *00003900
      *               CADEIA DA NOITE ANTERIOR. CADA CONSULTA, ACHADA  *00004000
      *               OU NAO, E REGISTRADA NA TRILHA DE AUDITORIA COM  *00004100
      *               O OPERADOR (EIBOPID).                            *00004200
      *----------------------------------------------------------------*00004300
      *    ARQUIVOS CICS:                                              *00004400
      *      PECVSAM  - ESTOQUE POR PECA+DEPOSITO (KSDS, LRECL 080)    *00004500
      *      PEDVSAM  - PEDIDOS DE COMPRA EM ABERTO (KSDS, LRECL 040)  *00004600
      *      KDXVSAM  - KARDEX RECENTE (KSDS, LRECL 060)               *00004700
      *----------------------------------------------------------------*00004800
      *    MODULO   :                                                  *00004900
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00005000
      *               GRAVAUD  - TRILHA DE AUDITORIA (CONSULTAS)       *00005100
      *----------------------------------------------------------------*00005200
      *    COPYBOOK :                                                  *00005300
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00005400
      *               B#AUDIT  - AREA DE TRILHA DE AUDITORIA           *00005500
      *               B#PECVSA - LAYOUT DO ESTOQUE ONLINE              *00005600
      *               B#PEDVSA - LAYOUT DOS PEDIDOS EM ABERTO ONLINE   *00005700
      *               B#KDXVSA - LAYOUT DO KARDEX RECENTE ONLINE       *00005800
      *----------------------------------------------------------------*00005900
      *    TECLAS PF (CONFORME RODAPE DO MAPA):                        *00006000
      *      ENTER - CONSULTA A PECA DIGITADA                          *00006100
      *      PF3   - ENCERRA A CONVERSA                                *00006200
      *----------------------------------------------------------------*00006300
      *    HISTORICO DE ALTERACOES:                                    *00006400
      *      DATA        RESP.    DESCRICAO                            *00006500
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00006600
      ******************************************************************00006700
      *================================================================*00006800
                                                                        00006900
      *================================================================*00007000
       ENVIRONMENT                               DIVISION.              00007100
      *================================================================*00007200
                                                                        00007300
      *----------------------------------------------------------------*00007400
       CONFIGURATION                              SECTION.              00007500
      *----------------------------------------------------------------*00007600
                                                                        00007700
       SPECIAL-NAMES.                                                   00007800
           DECIMAL-POINT IS COMMA.                                      00007900
                                                                        00008000
      *================================================================*00008100
       DATA                                       DIVISION.             00008200
      *================================================================*00008300
      *----------------------------------------------------------------*00008400
       WORKING-STORAGE                            SECTION.              00008500
      *----------------------------------------------------------------*00008600
                                                                        00008700
      *----------------------------------------------------------------*00008800
       01  FILLER                      PIC  X(050)         VALUE        00008900
                 '*** INICIO DA WORKING F05CIP5 ***'.                   00009000
      *----------------------------------------------------------------*00009100
                                                                        00009200
           COPY F05CIMP.                                                00009300
           COPY DFHAID.                                                 00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       01  FILLER                       PIC X(050)           VALUE      00009700
                    '*** AREA DE AUXILIARES ***'.                       00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
       77 WRK-SAIDA               PIC X(30) VALUE SPACES.               00010100
       77 WRK-RESP                PIC S9(08) COMP VALUE ZEROS.          00010200
       77 WRK-RESP-PED            PIC S9(08) COMP VALUE ZEROS.          00010300
       77 WRK-RESP-KDX            PIC S9(08) COMP VALUE ZEROS.          00010400
       77 WRK-QTD-DEP             PIC 9(02) COMP VALUE ZEROS.           00010500
       77 WRK-QTD-PED             PIC 9(03) COMP VALUE ZEROS.           00010600
       77 WRK-QTD-MOV             PIC 9(02) COMP VALUE ZEROS.           00010700
       77 WRK-TOT-PEDIDO          PIC 9(06) VALUE ZEROS.                00010800
       77 WRK-DISPONIVEL          PIC S9(06) VALUE ZEROS.               00010900
       77 WRK-SALDO-ED            PIC ZZ.ZZ9.                           00011000
       77 WRK-RESERV-ED           PIC ZZ.ZZ9.                           00011100
       77 WRK-DISP-ED             PIC -ZZ.ZZ9.                          00011200
       77 WRK-CUSTO-ED            PIC ZZ.ZZ9,99.                        00011300
       77 WRK-SIT-DEP             PIC X(13) VALUE SPACES.               00011400
       77 WRK-PEDQT-ED            PIC ZZ.ZZ9.                           00011500
       77 WRK-QTDPED-ED           PIC ZZ9.                              00011600
       77 WRK-TOTPED-ED           PIC ZZZZZ9.                           00011700
       77 WRK-KDXQT-ED            PIC -ZZ.ZZ9.                          00011800
       77 WRK-KDXSL-ED            PIC ZZ.ZZ9.                           00011900
                                                                        00012000
      *----------------------------------------------------------------*00012100
      *    CHAVES DOS ARQUIVOS VSAM                                    *00012200
      *----------------------------------------------------------------*00012300
                                                                        00012400
       01 WRK-CHAVE-PEC.                                                00012500
          05 WRK-CHP-COD-PECA        PIC X(06).                         00012600
          05 WRK-CHP-DEPOSITO        PIC X(02).                         00012700
                                                                        00012800
       01 WRK-CHAVE-PED.                                                00012900
          05 WRK-CHD-COD-PECA        PIC X(06).                         00013000
          05 WRK-CHD-DATA-PREV       PIC X(08).                         00013100
          05 WRK-CHD-SEQ             PIC 9(03).                         00013200
                                                                        00013300
       01 WRK-CHAVE-KDX.                                                00013400
          05 WRK-CHK-COD-PECA        PIC X(06).                         00013500
          05 WRK-CHK-DATA-MOVTO      PIC X(08).                         00013600
          05 WRK-CHK-SEQ             PIC 9(04).                         00013700
                                                                        00013800
       77 WRK-PECA-CONSULTA       PIC X(06) VALUE SPACES.               00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
       01  FILLER                       PIC X(050)           VALUE      00014200
                        '*** AREA DE BOOK ***'.                         00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
           COPY 'B#GRALOG'.                                             00014600
           COPY 'B#AUDIT'.                                              00014700
           COPY 'B#PECVSA'.                                             00014800
           COPY 'B#PEDVSA'.                                             00014900
           COPY 'B#KDXVSA'.                                             00015000
                                                                        00015100
      *----------------------------------------------------------------*00015200
      *    AREA DE COMUNICACAO (PSEUDO-CONVERSACAO)                    *00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
       01 WRK-COMMAREA.                                                 00015600
          05 WRK-CA-TELA             PIC X(01).                         00015700
          05 WRK-CA-PECA             PIC X(06).                         00015800
                                                                        00015900
      *----------------------------------------------------------------*00016000
       01  FILLER                      PIC  X(050)         VALUE        00016100
              '*** F05CIP5 - FIM DA AREA DE WORKING ***'.               00016200
      *----------------------------------------------------------------*00016300
                                                                        00016400
      *================================================================*00016500
       LINKAGE                                    SECTION.              00016600
      *================================================================*00016700
                                                                        00016800
       01  DFHCOMMAREA                  PIC X(07).                      00016900
                                                                        00017000
      *================================================================*00017100
        PROCEDURE                       DIVISION.                       00017200
      *================================================================*00017300
                                                                        00017400
      ******************************************************************00017500
      *                    P R I N C I P A L                           *00017600
      ******************************************************************00017700
                                                                        00017800
      *----------------------------------------------------------------*00017900
       0000-PRINCIPAL                            SECTION.               00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
           PERFORM 1000-INICIAR                                         00018300
                                                                        00018400
           PERFORM 2000-PROCESSAR                                       00018500
                                                                        00018600
           EXEC CICS RETURN                                             00018700
             TRANSID(EIBTRNID)                                          00018800
             COMMAREA(WRK-COMMAREA)                                     00018900
             LENGTH(7)                                                  00019000
           END-EXEC.                                                    00019100
                                                                        00019200
      *----------------------------------------------------------------*00019300
       0000-99-FIM.                           EXIT.                     00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
      ******************************************************************00019700
      *                      I N I C I A R                             *00019800
      ******************************************************************00019900
                                                                        00020000
      *----------------------------------------------------------------*00020100
       1000-INICIAR                           SECTION.                  00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
           IF EIBCALEN EQUAL ZERO                                       00020500
              PERFORM 1100-TELA-INICIAL                                 00020600
           ELSE                                                         00020700
              MOVE DFHCOMMAREA          TO WRK-COMMAREA                 00020800
           END-IF.                                                      00020900
                                                                        00021000
      *----------------------------------------------------------------*00021100
       1000-99-FIM.                              EXIT.                  00021200
      *----------------------------------------------------------------*00021300
                                                                        00021400
      *----------------------------------------------------------------*00021500
       1100-TELA-INICIAL                      SECTION.                  00021600
      *----------------------------------------------------------------*00021700
                                                                        00021800
           MOVE SPACES                  TO MAPPECAO                     00021900
           MOVE '1'                     TO WRK-CA-TELA                  00022000
           MOVE SPACES                  TO WRK-CA-PECA                  00022100
                                                                        00022200
           EXEC CICS SEND                                               00022300
             MAPSET('F05CIMP')                                          00022400
             MAP('MAPPECA')                                             00022500
             ERASE                                                      00022600
             MAPONLY                                                    00022700
           END-EXEC                                                     00022800
                                                                        00022900
           EXEC CICS RETURN                                             00023000
             TRANSID(EIBTRNID)                                          00023100
             COMMAREA(WRK-COMMAREA)                                     00023200
             LENGTH(7)                                                  00023300
           END-EXEC.                                                    00023400
                                                                        00023500
      *----------------------------------------------------------------*00023600
       1100-99-FIM.                              EXIT.                  00023700
      *----------------------------------------------------------------*00023800
                                                                        00023900
      ******************************************************************00024000
      *                   P R O C E S S A R                            *00024100
      ******************************************************************00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
       2000-PROCESSAR                       SECTION.                    00024500
      *----------------------------------------------------------------*00024600
                                                                        00024700
           EVALUATE EIBAID                                              00024800
             WHEN DFHPF3                                                00024900
                PERFORM 9000-ENCERRAR                                   00025000
             WHEN DFHENTER                                              00025100
                PERFORM 2100-CONSULTAR-PECA                             00025200
             WHEN OTHER                                                 00025300
                PERFORM 2110-TECLA-INVALIDA                             00025400
           END-EVALUATE.                                                00025500
                                                                        00025600
      *----------------------------------------------------------------*00025700
       2000-99-FIM.                       EXIT.                         00025800
      *----------------------------------------------------------------*00025900
                                                                        00026000
      ******************************************************************00026100
      *       C O N S U L T A R   A   P E C A   ( E N T E R )          *00026200
      ******************************************************************00026300
                                                                        00026400
      *----------------------------------------------------------------*00026500
       2100-CONSULTAR-PECA                  SECTION.                    00026600
      *----------------------------------------------------------------*00026700
                                                                        00026800
           EXEC CICS RECEIVE                                            00026900
             MAPSET('F05CIMP')                                          00027000
             MAP('MAPPECA')                                             00027100
             INTO(MAPPECAI)                                             00027200
           END-EXEC                                                     00027300
                                                                        00027400
           IF PECAI EQUAL SPACES OR LOW-VALUES                          00027500
              PERFORM 2150-LIMPAR-DETALHE                               00027600
              MOVE 'INFORME O CODIGO DA PECA'  TO MSGPO                 00027700
              PERFORM 2190-ENVIAR-TELA                                  00027800
              GO TO 2100-99-FIM                                         00027900
           END-IF                                                       00028000
                                                                        00028100
           MOVE PECAI                   TO WRK-PECA-CONSULTA            00028200
                                                                        00028300
           PERFORM 2150-LIMPAR-DETALHE                                  00028400
           PERFORM 2200-BUSCAR-ESTOQUE                                  00028500
                                                                        00028600
           EVALUATE TRUE                                                00028700
             WHEN WRK-QTD-DEP GREATER ZEROS                             00028800
                PERFORM 2300-BUSCAR-PEDIDOS                             00028900
                PERFORM 2500-BUSCAR-KARDEX                              00029000
                MOVE WRK-PECA-CONSULTA  TO WRK-CA-PECA                  00029100
                MOVE 'PECA ENCONTRADA'  TO WRK-AUD-VALOR-DEPOIS         00029200
                IF WRK-QTD-DEP GREATER 3                                00029300
                   MOVE 'PECA ENCONTRADA - MAIS DE 3 DEPOSITOS'         00029400
                                        TO MSGPO                        00029500
                ELSE                                                    00029600
                   MOVE 'PECA ENCONTRADA'   TO MSGPO                    00029700
                END-IF                                                  00029800
             WHEN WRK-RESP EQUAL DFHRESP(NORMAL)                        00029900
              OR WRK-RESP EQUAL DFHRESP(NOTFND)                         00030000
              OR WRK-RESP EQUAL DFHRESP(ENDFILE)                        00030100
                MOVE 'PECA NAO ENCONTRADA'  TO MSGPO                    00030200
                                               WRK-AUD-VALOR-DEPOIS     00030300
             WHEN OTHER                                                 00030400
                MOVE 'F05CIP5'          TO WRK-PROGRAMA                 00030500
                MOVE '2100  '           TO WRK-SECAO                    00030600
                MOVE 'ERRO NA LEITURA DO PECVSAM'                       00030700
                                        TO WRK-MENSAGEM                 00030800
                MOVE WRK-PECA-CONSULTA  TO WRK-STATUS                   00030900
                PERFORM 9998-TRATAR-AVISO                               00031000
                MOVE 'ERRO NA CONSULTA '    TO MSGPO                    00031100
                                               WRK-AUD-VALOR-DEPOIS     00031200
           END-EVALUATE                                                 00031300
                                                                        00031400
           PERFORM 2400-GRAVAR-AUDITORIA                                00031500
                                                                        00031600
           PERFORM 2190-ENVIAR-TELA.                                    00031700
                                                                        00031800
      *----------------------------------------------------------------*00031900
       2100-99-FIM.                          EXIT.                      00032000
      *----------------------------------------------------------------*00032100
                                                                        00032200
      *----------------------------------------------------------------*00032300
       2110-TECLA-INVALIDA                  SECTION.                    00032400
      *----------------------------------------------------------------*00032500
                                                                        00032600
           MOVE 'TECLA INVALIDA....'     TO MSGPO                       00032700
                                                                        00032800
           PERFORM 2190-ENVIAR-TELA.                                    00032900
                                                                        00033000
      *----------------------------------------------------------------*00033100
       2110-99-FIM.                          EXIT.                      00033200
      *----------------------------------------------------------------*00033300
                                                                        00033400
      *----------------------------------------------------------------*00033500
       2150-LIMPAR-DETALHE                  SECTION.                    00033600
      *----------------------------------------------------------------*00033700
                                                                        00033800
           MOVE SPACES                  TO FORNO FCODO FSITO            00033900
                                           PQTDO PTOTO                  00034000
           MOVE SPACES                  TO D1DPO D1SLO D1RSO D1DIO      00034100
                                           D1CUO D1STO                  00034200
                                           D2DPO D2SLO D2RSO D2DIO      00034300
                                           D2CUO D2STO                  00034400
                                           D3DPO D3SLO D3RSO D3DIO      00034500
                                           D3CUO D3STO                  00034600
           MOVE SPACES                  TO P1FOO P1PVO P1QTO            00034700
                                           P2FOO P2PVO P2QTO            00034800
                                           P3FOO P3PVO P3QTO            00034900
           MOVE SPACES                  TO K1DTO K1TPO K1DPO K1QTO      00035000
                                           K1SLO K1PGO K1ORO            00035100
                                           K2DTO K2TPO K2DPO K2QTO      00035200
                                           K2SLO K2PGO K2ORO            00035300
                                           K3DTO K3TPO K3DPO K3QTO      00035400
                                           K3SLO K3PGO K3ORO            00035500
                                           K4DTO K4TPO K4DPO K4QTO      00035600
                                           K4SLO K4PGO K4ORO            00035700
                                           K5DTO K5TPO K5DPO K5QTO      00035800
                                           K5SLO K5PGO K5ORO            00035900
                                           K6DTO K6TPO K6DPO K6QTO      00036000
                                           K6SLO K6PGO K6ORO            00036100
                                           K7DTO K7TPO K7DPO K7QTO      00036200
                                           K7SLO K7PGO K7ORO            00036300
                                           K8DTO K8TPO K8DPO K8QTO      00036400
                                           K8SLO K8PGO K8ORO            00036500
           MOVE SPACES                  TO WRK-CA-PECA.                 00036600
                                                                        00036700
      *----------------------------------------------------------------*00036800
       2150-99-FIM.                          EXIT.                      00036900
      *----------------------------------------------------------------*00037000
                                                                        00037100
      *----------------------------------------------------------------*00037200
       2190-ENVIAR-TELA                     SECTION.                    00037300
      *----------------------------------------------------------------*00037400
                                                                        00037500
           MOVE '1'                     TO WRK-CA-TELA                  00037600
                                                                        00037700
           EXEC CICS SEND                                               00037800
             MAPSET('F05CIMP')                                          00037900
             MAP('MAPPECA')                                             00038000
             DATAONLY                                                   00038100
           END-EXEC.                                                    00038200
                                                                        00038300
      *----------------------------------------------------------------*00038400
       2190-99-FIM.                          EXIT.                      00038500
      *----------------------------------------------------------------*00038600
                                                                        00038700
      ******************************************************************00038800
      *   E S T O Q U E   P O R   D E P O S I T O   ( P E C V S A M )  *00038900
      ******************************************************************00039000
                                                                        00039100
      *----------------------------------------------------------------*00039200
       2200-BUSCAR-ESTOQUE                  SECTION.                    00039300
      *----------------------------------------------------------------*00039400
                                                                        00039500
           MOVE ZEROS                   TO WRK-QTD-DEP                  00039600
           MOVE WRK-PECA-CONSULTA       TO WRK-CHP-COD-PECA             00039700
           MOVE LOW-VALUES              TO WRK-CHP-DEPOSITO             00039800
                                                                        00039900
           EXEC CICS STARTBR                                            00040000
             DATASET('PECVSAM')                                         00040100
             RIDFLD(WRK-CHAVE-PEC)                                      00040200
             RESP(WRK-RESP)                                             00040300
           END-EXEC                                                     00040400
                                                                        00040500
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00040600
              GO TO 2200-99-FIM                                         00040700
           END-IF                                                       00040800
                                                                        00040900
           PERFORM 2210-LER-DEPOSITO                                    00041000
                   UNTIL WRK-RESP NOT EQUAL DFHRESP(NORMAL)             00041100
                                                                        00041200
           EXEC CICS ENDBR                                              00041300
             DATASET('PECVSAM')                                         00041400
           END-EXEC.                                                    00041500
                                                                        00041600
      *----------------------------------------------------------------*00041700
       2200-99-FIM.                          EXIT.                      00041800
      *----------------------------------------------------------------*00041900
                                                                        00042000
      *----------------------------------------------------------------*00042100
       2210-LER-DEPOSITO                    SECTION.                    00042200
      *----------------------------------------------------------------*00042300
                                                                        00042400
           EXEC CICS READNEXT                                           00042500
             DATASET('PECVSAM')                                         00042600
             INTO(FD-PECVSAM)                                           00042700
             RIDFLD(WRK-CHAVE-PEC)                                      00042800
             RESP(WRK-RESP)                                             00042900
           END-EXEC                                                     00043000
                                                                        00043100
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00043200
              GO TO 2210-99-FIM                                         00043300
           END-IF                                                       00043400
                                                                        00043500
      *    ACABARAM OS DEPOSITOS DA PECA CONSULTADA                    *00043600
           IF FD-PVS-COD-PECA NOT EQUAL WRK-PECA-CONSULTA               00043700
              MOVE DFHRESP(ENDFILE)     TO WRK-RESP                     00043800
              GO TO 2210-99-FIM                                         00043900
           END-IF                                                       00044000
                                                                        00044100
           ADD 1                        TO WRK-QTD-DEP                  00044200
                                                                        00044300
      *    O FORNECEDOR E O MESMO EM TODOS OS DEPOSITOS DA PECA        *00044400
           IF WRK-QTD-DEP EQUAL 1                                       00044500
              PERFORM 2220-MONTAR-FORNECEDOR                            00044600
           END-IF                                                       00044700
                                                                        00044800
           MOVE FD-PVS-QUANT            TO WRK-SALDO-ED                 00044900
           MOVE FD-PVS-QTD-RESERVADA    TO WRK-RESERV-ED                00045000
           COMPUTE WRK-DISPONIVEL = FD-PVS-QUANT                        00045100
                                  - FD-PVS-QTD-RESERVADA                00045200
           MOVE WRK-DISPONIVEL          TO WRK-DISP-ED                  00045300
           MOVE FD-PVS-CUSTO            TO WRK-CUSTO-ED                 00045400
           IF FD-PVS-DESCONTINUADA                                      00045500
              MOVE 'DESCONTINUADA'      TO WRK-SIT-DEP                  00045600
           ELSE                                                         00045700
              MOVE 'ATIVA'              TO WRK-SIT-DEP                  00045800
           END-IF                                                       00045900
                                                                        00046000
           EVALUATE WRK-QTD-DEP                                         00046100
             WHEN 1                                                     00046200
                MOVE FD-PVS-DEPOSITO    TO D1DPO                        00046300
                MOVE WRK-SALDO-ED       TO D1SLO                        00046400
                MOVE WRK-RESERV-ED      TO D1RSO                        00046500
                MOVE WRK-DISP-ED        TO D1DIO                        00046600
                MOVE WRK-CUSTO-ED       TO D1CUO                        00046700
                MOVE WRK-SIT-DEP        TO D1STO                        00046800
             WHEN 2                                                     00046900
                MOVE FD-PVS-DEPOSITO    TO D2DPO                        00047000
                MOVE WRK-SALDO-ED       TO D2SLO                        00047100
                MOVE WRK-RESERV-ED      TO D2RSO                        00047200
                MOVE WRK-DISP-ED        TO D2DIO                        00047300
                MOVE WRK-CUSTO-ED       TO D2CUO                        00047400
                MOVE WRK-SIT-DEP        TO D2STO                        00047500
             WHEN 3                                                     00047600
                MOVE FD-PVS-DEPOSITO    TO D3DPO                        00047700
                MOVE WRK-SALDO-ED       TO D3SLO                        00047800
                MOVE WRK-RESERV-ED      TO D3RSO                        00047900
                MOVE WRK-DISP-ED        TO D3DIO                        00048000
                MOVE WRK-CUSTO-ED       TO D3CUO                        00048100
                MOVE WRK-SIT-DEP        TO D3STO                        00048200
           END-EVALUATE.                                                00048300
                                                                        00048400
      *----------------------------------------------------------------*00048500
       2210-99-FIM.                          EXIT.                      00048600
      *----------------------------------------------------------------*00048700
                                                                        00048800
      *----------------------------------------------------------------*00048900
       2220-MONTAR-FORNECEDOR               SECTION.                    00049000
      *----------------------------------------------------------------*00049100
                                                                        00049200
           MOVE FD-PVS-FORN-PECA        TO FORNO                        00049300
           MOVE FD-PVS-COD-FORN         TO FCODO                        00049400
                                                                        00049500
           EVALUATE TRUE                                                00049600
             WHEN FD-PVS-COD-FORN EQUAL SPACES                          00049700
                MOVE 'NAO CADASTR.'     TO FSITO                        00049800
             WHEN FD-PVS-SIT-FORN EQUAL 'B'                             00049900
                MOVE 'BLOQUEADO'        TO FSITO                        00050000
             WHEN FD-PVS-SIT-FORN EQUAL 'R'                             00050100
                MOVE 'EM REVISAO'       TO FSITO                        00050200
             WHEN FD-PVS-SIT-FORN EQUAL 'I'                             00050300
                MOVE 'DESATIVADO'       TO FSITO                        00050400
             WHEN OTHER                                                 00050500
                MOVE 'ATIVO'            TO FSITO                        00050600
           END-EVALUATE.                                                00050700
                                                                        00050800
      *----------------------------------------------------------------*00050900
       2220-99-FIM.                          EXIT.                      00051000
      *----------------------------------------------------------------*00051100
                                                                        00051200
      ******************************************************************00051300
      *   P E D I D O S   E M   A B E R T O   ( P E D V S A M )        *00051400
      ******************************************************************00051500
                                                                        00051600
      *----------------------------------------------------------------*00051700
       2300-BUSCAR-PEDIDOS                  SECTION.                    00051800
      *----------------------------------------------------------------*00051900
                                                                        00052000
           MOVE ZEROS                   TO WRK-QTD-PED                  00052100
                                           WRK-TOT-PEDIDO               00052200
           MOVE WRK-PECA-CONSULTA       TO WRK-CHD-COD-PECA             00052300
           MOVE LOW-VALUES              TO WRK-CHD-DATA-PREV            00052400
           MOVE ZEROS                   TO WRK-CHD-SEQ                  00052500
                                                                        00052600
           EXEC CICS STARTBR                                            00052700
             DATASET('PEDVSAM')                                         00052800
             RIDFLD(WRK-CHAVE-PED)                                      00052900
             RESP(WRK-RESP-PED)                                         00053000
           END-EXEC                                                     00053100
                                                                        00053200
           EVALUATE WRK-RESP-PED                                        00053300
             WHEN DFHRESP(NORMAL)                                       00053400
                CONTINUE                                                00053500
             WHEN DFHRESP(NOTFND)                                       00053600
                GO TO 2300-90-TOTAIS                                    00053700
             WHEN OTHER                                                 00053800
                MOVE 'F05CIP5'          TO WRK-PROGRAMA                 00053900
                MOVE '2300  '           TO WRK-SECAO                    00054000
                MOVE 'ERRO NA LEITURA DO PEDVSAM'                       00054100
                                        TO WRK-MENSAGEM                 00054200
                MOVE WRK-PECA-CONSULTA  TO WRK-STATUS                   00054300
                PERFORM 9998-TRATAR-AVISO                               00054400
                GO TO 2300-99-FIM                                       00054500
           END-EVALUATE                                                 00054600
                                                                        00054700
           PERFORM 2310-LER-PEDIDO                                      00054800
                   UNTIL WRK-RESP-PED NOT EQUAL DFHRESP(NORMAL)         00054900
                                                                        00055000
           EXEC CICS ENDBR                                              00055100
             DATASET('PEDVSAM')                                         00055200
           END-EXEC.                                                    00055300
                                                                        00055400
       2300-90-TOTAIS.                                                  00055500
                                                                        00055600
           MOVE WRK-QTD-PED             TO WRK-QTDPED-ED                00055700
           MOVE WRK-QTDPED-ED           TO PQTDO                        00055800
           MOVE WRK-TOT-PEDIDO          TO WRK-TOTPED-ED                00055900
           MOVE WRK-TOTPED-ED           TO PTOTO.                       00056000
                                                                        00056100
      *----------------------------------------------------------------*00056200
       2300-99-FIM.                          EXIT.                      00056300
      *----------------------------------------------------------------*00056400
                                                                        00056500
      *----------------------------------------------------------------*00056600
       2310-LER-PEDIDO                      SECTION.                    00056700
      *----------------------------------------------------------------*00056800
                                                                        00056900
           EXEC CICS READNEXT                                           00057000
             DATASET('PEDVSAM')                                         00057100
             INTO(FD-PEDVSAM)                                           00057200
             RIDFLD(WRK-CHAVE-PED)                                      00057300
             RESP(WRK-RESP-PED)                                         00057400
           END-EXEC                                                     00057500
                                                                        00057600
           IF WRK-RESP-PED NOT EQUAL DFHRESP(NORMAL)                    00057700
              GO TO 2310-99-FIM                                         00057800
           END-IF                                                       00057900
                                                                        00058000
      *    ACABARAM OS PEDIDOS DA PECA CONSULTADA                      *00058100
           IF FD-PDV-COD-PECA NOT EQUAL WRK-PECA-CONSULTA               00058200
              MOVE DFHRESP(ENDFILE)     TO WRK-RESP-PED                 00058300
              GO TO 2310-99-FIM                                         00058400
           END-IF                                                       00058500
                                                                        00058600
      *    TODOS OS PEDIDOS ENTRAM NO TOTAL; SO OS TRES DE ENTREGA     *00058700
      *    MAIS PROXIMA VAO PARA A TELA                                *00058800
           ADD 1                        TO WRK-QTD-PED                  00058900
           ADD FD-PDV-QUANT             TO WRK-TOT-PEDIDO               00059000
           MOVE FD-PDV-QUANT            TO WRK-PEDQT-ED                 00059100
                                                                        00059200
           EVALUATE WRK-QTD-PED                                         00059300
             WHEN 1                                                     00059400
                MOVE FD-PDV-COD-FORN    TO P1FOO                        00059500
                MOVE FD-PDV-DATA-PREV   TO P1PVO                        00059600
                MOVE WRK-PEDQT-ED       TO P1QTO                        00059700
             WHEN 2                                                     00059800
                MOVE FD-PDV-COD-FORN    TO P2FOO                        00059900
                MOVE FD-PDV-DATA-PREV   TO P2PVO                        00060000
                MOVE WRK-PEDQT-ED       TO P2QTO                        00060100
             WHEN 3                                                     00060200
                MOVE FD-PDV-COD-FORN    TO P3FOO                        00060300
                MOVE FD-PDV-DATA-PREV   TO P3PVO                        00060400
                MOVE WRK-PEDQT-ED       TO P3QTO                        00060500
           END-EVALUATE.                                                00060600
                                                                        00060700
      *----------------------------------------------------------------*00060800
       2310-99-FIM.                          EXIT.                      00060900
      *----------------------------------------------------------------*00061000
                                                                        00061100
      ******************************************************************00061200
      *   A U D I T A R   A   C O N S U L T A                          *00061300
      ******************************************************************00061400
                                                                        00061500
      *----------------------------------------------------------------*00061600
       2400-GRAVAR-AUDITORIA                SECTION.                    00061700
      *----------------------------------------------------------------*00061800
                                                                        00061900
      *    TODA CONSULTA FICA REGISTRADA COM O OPERADOR DO TERMINAL,   *00062000
      *    INCLUSIVE A DE PECA NAO ENCONTRADA                          *00062100
           MOVE 'F05CIP5'             TO WRK-AUD-PROGRAMA.              00062200
           MOVE '2400  '              TO WRK-AUD-SECAO.                 00062300
           MOVE 'PECVSAM '            TO WRK-AUD-TABELA.                00062400
           MOVE 'C'                   TO WRK-AUD-OPERACAO.              00062500
           MOVE ZEROS                 TO WRK-AUD-ID.                    00062600
           MOVE 'CONSULTA'            TO WRK-AUD-CAMPO.                 00062700
           MOVE SPACES                TO WRK-AUD-VALOR-ANTES.           00062800
           MOVE EIBOPID               TO WRK-AUD-USUARIO.               00062900
           MOVE WRK-PECA-CONSULTA     TO WRK-AUD-CHAVE.                 00063000
                                                                        00063100
           CALL 'GRAVAUD'             USING WRK-AUDITORIA.              00063200
                                                                        00063300
      *----------------------------------------------------------------*00063400
       2400-99-FIM.                          EXIT.                      00063500
      *----------------------------------------------------------------*00063600
                                                                        00063700
      ******************************************************************00063800
      *   U L T I M O S   M O V I M E N T O S   ( K D X V S A M )      *00063900
      ******************************************************************00064000
                                                                        00064100
      *----------------------------------------------------------------*00064200
       2500-BUSCAR-KARDEX                   SECTION.                    00064300
      *----------------------------------------------------------------*00064400
                                                                        00064500
           MOVE ZEROS                   TO WRK-QTD-MOV                  00064600
                                                                        00064700
      *    POSICIONA NO FIM DA PECA E ANDA PARA TRAS: OS OITO          *00064800
      *    MOVIMENTOS MAIS RECENTES SAEM DO MAIS NOVO PARA O MAIS      *00064900
      *    VELHO                                                       *00065000
           MOVE WRK-PECA-CONSULTA       TO WRK-CHK-COD-PECA             00065100
           MOVE HIGH-VALUES             TO WRK-CHK-DATA-MOVTO           00065200
           MOVE 9999                    TO WRK-CHK-SEQ                  00065300
                                                                        00065400
           EXEC CICS STARTBR                                            00065500
             DATASET('KDXVSAM')                                         00065600
             RIDFLD(WRK-CHAVE-KDX)                                      00065700
             RESP(WRK-RESP-KDX)                                         00065800
           END-EXEC                                                     00065900
                                                                        00066000
      *    PECA DE CHAVE MAIS ALTA DO ARQUIVO: NAO HA REGISTRO MAIOR   *00066100
      *    OU IGUAL A PECA + HIGH-VALUES E O STARTBR DEVOLVE NOTFND -  *00066200
      *    A CHAVE TODA EM HIGH-VALUES POSICIONA NO FIM DO ARQUIVO     *00066300
      *    PARA O READPREV                                             *00066400
           IF WRK-RESP-KDX EQUAL DFHRESP(NOTFND)                        00066500
              MOVE HIGH-VALUES          TO WRK-CHAVE-KDX                00066600
              EXEC CICS STARTBR                                         00066700
                DATASET('KDXVSAM')                                      00066800
                RIDFLD(WRK-CHAVE-KDX)                                   00066900
                RESP(WRK-RESP-KDX)                                      00067000
              END-EXEC                                                  00067100
           END-IF                                                       00067200
                                                                        00067300
           IF WRK-RESP-KDX NOT EQUAL DFHRESP(NORMAL)                    00067400
              GO TO 2500-99-FIM                                         00067500
           END-IF                                                       00067600
                                                                        00067700
           PERFORM 2510-LER-MOV-ANTERIOR                                00067800
                   UNTIL WRK-QTD-MOV NOT LESS 8                         00067900
                      OR WRK-RESP-KDX NOT EQUAL DFHRESP(NORMAL)         00068000
                                                                        00068100
           EXEC CICS ENDBR                                              00068200
             DATASET('KDXVSAM')                                         00068300
           END-EXEC.                                                    00068400
                                                                        00068500
      *----------------------------------------------------------------*00068600
       2500-99-FIM.                          EXIT.                      00068700
      *----------------------------------------------------------------*00068800
                                                                        00068900
      *----------------------------------------------------------------*00069000
       2510-LER-MOV-ANTERIOR                SECTION.                    00069100
      *----------------------------------------------------------------*00069200
                                                                        00069300
           EXEC CICS READPREV                                           00069400
             DATASET('KDXVSAM')                                         00069500
             INTO(FD-KDXVSAM)                                           00069600
             RIDFLD(WRK-CHAVE-KDX)                                      00069700
             RESP(WRK-RESP-KDX)                                         00069800
           END-EXEC                                                     00069900
                                                                        00070000
           IF WRK-RESP-KDX NOT EQUAL DFHRESP(NORMAL)                    00070100
              GO TO 2510-99-FIM                                         00070200
           END-IF                                                       00070300
                                                                        00070400
      *    O STARTBR PODE POSICIONAR NO PRIMEIRO REGISTRO DA PECA      *00070500
      *    SEGUINTE: CHAVE MAIOR E SALTADA, CHAVE MENOR ENCERRA A      *00070600
      *    LISTA (ACABARAM OS MOVIMENTOS DA PECA CONSULTADA)           *00070700
           IF FD-KVS-COD-PECA GREATER WRK-PECA-CONSULTA                 00070800
              GO TO 2510-99-FIM                                         00070900
           END-IF                                                       00071000
                                                                        00071100
           IF FD-KVS-COD-PECA LESS WRK-PECA-CONSULTA                    00071200
              MOVE DFHRESP(ENDFILE)     TO WRK-RESP-KDX                 00071300
              GO TO 2510-99-FIM                                         00071400
           END-IF                                                       00071500
                                                                        00071600
           ADD 1                        TO WRK-QTD-MOV                  00071700
           MOVE FD-KVS-QUANT            TO WRK-KDXQT-ED                 00071800
           MOVE FD-KVS-SALDO-APOS       TO WRK-KDXSL-ED                 00071900
                                                                        00072000
           PERFORM 2520-PREENCHER-LINHA.                                00072100
                                                                        00072200
      *----------------------------------------------------------------*00072300
       2510-99-FIM.                          EXIT.                      00072400
      *----------------------------------------------------------------*00072500
                                                                        00072600
      *----------------------------------------------------------------*00072700
       2520-PREENCHER-LINHA                 SECTION.                    00072800
      *----------------------------------------------------------------*00072900
                                                                        00073000
           EVALUATE WRK-QTD-MOV                                         00073100
             WHEN 1                                                     00073200
                MOVE FD-KVS-DATA-MOVTO  TO K1DTO                        00073300
                MOVE FD-KVS-TIPO        TO K1TPO                        00073400
                MOVE FD-KVS-DEPOSITO    TO K1DPO                        00073500
                MOVE WRK-KDXQT-ED       TO K1QTO                        00073600
                MOVE WRK-KDXSL-ED       TO K1SLO                        00073700
                MOVE FD-KVS-PROGRAMA    TO K1PGO                        00073800
                MOVE FD-KVS-ORIGEM      TO K1ORO                        00073900
             WHEN 2                                                     00074000
                MOVE FD-KVS-DATA-MOVTO  TO K2DTO                        00074100
                MOVE FD-KVS-TIPO        TO K2TPO                        00074200
                MOVE FD-KVS-DEPOSITO    TO K2DPO                        00074300
                MOVE WRK-KDXQT-ED       TO K2QTO                        00074400
                MOVE WRK-KDXSL-ED       TO K2SLO                        00074500
                MOVE FD-KVS-PROGRAMA    TO K2PGO                        00074600
                MOVE FD-KVS-ORIGEM      TO K2ORO                        00074700
             WHEN 3                                                     00074800
                MOVE FD-KVS-DATA-MOVTO  TO K3DTO                        00074900
                MOVE FD-KVS-TIPO        TO K3TPO                        00075000
                MOVE FD-KVS-DEPOSITO    TO K3DPO                        00075100
                MOVE WRK-KDXQT-ED       TO K3QTO                        00075200
                MOVE WRK-KDXSL-ED       TO K3SLO                        00075300
                MOVE FD-KVS-PROGRAMA    TO K3PGO                        00075400
                MOVE FD-KVS-ORIGEM      TO K3ORO                        00075500
             WHEN 4                                                     00075600
                MOVE FD-KVS-DATA-MOVTO  TO K4DTO                        00075700
                MOVE FD-KVS-TIPO        TO K4TPO                        00075800
                MOVE FD-KVS-DEPOSITO    TO K4DPO                        00075900
                MOVE WRK-KDXQT-ED       TO K4QTO                        00076000
                MOVE WRK-KDXSL-ED       TO K4SLO                        00076100
                MOVE FD-KVS-PROGRAMA    TO K4PGO                        00076200
                MOVE FD-KVS-ORIGEM      TO K4ORO                        00076300
             WHEN 5                                                     00076400
                MOVE FD-KVS-DATA-MOVTO  TO K5DTO                        00076500
                MOVE FD-KVS-TIPO        TO K5TPO                        00076600
                MOVE FD-KVS-DEPOSITO    TO K5DPO                        00076700
                MOVE WRK-KDXQT-ED       TO K5QTO                        00076800
                MOVE WRK-KDXSL-ED       TO K5SLO                        00076900
                MOVE FD-KVS-PROGRAMA    TO K5PGO                        00077000
                MOVE FD-KVS-ORIGEM      TO K5ORO                        00077100
             WHEN 6                                                     00077200
                MOVE FD-KVS-DATA-MOVTO  TO K6DTO                        00077300
                MOVE FD-KVS-TIPO        TO K6TPO                        00077400
                MOVE FD-KVS-DEPOSITO    TO K6DPO                        00077500
                MOVE WRK-KDXQT-ED       TO K6QTO                        00077600
                MOVE WRK-KDXSL-ED       TO K6SLO                        00077700
                MOVE FD-KVS-PROGRAMA    TO K6PGO                        00077800
                MOVE FD-KVS-ORIGEM      TO K6ORO                        00077900
             WHEN 7                                                     00078000
                MOVE FD-KVS-DATA-MOVTO  TO K7DTO                        00078100
                MOVE FD-KVS-TIPO        TO K7TPO                        00078200
                MOVE FD-KVS-DEPOSITO    TO K7DPO                        00078300
                MOVE WRK-KDXQT-ED       TO K7QTO                        00078400
                MOVE WRK-KDXSL-ED       TO K7SLO                        00078500
                MOVE FD-KVS-PROGRAMA    TO K7PGO                        00078600
                MOVE FD-KVS-ORIGEM      TO K7ORO                        00078700
             WHEN 8                                                     00078800
                MOVE FD-KVS-DATA-MOVTO  TO K8DTO                        00078900
                MOVE FD-KVS-TIPO        TO K8TPO                        00079000
                MOVE FD-KVS-DEPOSITO    TO K8DPO                        00079100
                MOVE WRK-KDXQT-ED       TO K8QTO                        00079200
                MOVE WRK-KDXSL-ED       TO K8SLO                        00079300
                MOVE FD-KVS-PROGRAMA    TO K8PGO                        00079400
                MOVE FD-KVS-ORIGEM      TO K8ORO                        00079500
           END-EVALUATE.                                                00079600
                                                                        00079700
      *----------------------------------------------------------------*00079800
       2520-99-FIM.                          EXIT.                      00079900
      *----------------------------------------------------------------*00080000
                                                                        00080100
      ******************************************************************00080200
      *                     E N C E R R A R                            *00080300
      ******************************************************************00080400
                                                                        00080500
      *----------------------------------------------------------------*00080600
       9000-ENCERRAR                        SECTION.                    00080700
      *----------------------------------------------------------------*00080800
                                                                        00080900
           MOVE 'FIM PROGRAMA - TCHAU ' TO WRK-SAIDA                    00081000
                                                                        00081100
           EXEC CICS                                                    00081200
             RETURN                                                     00081300
           END-EXEC.                                                    00081400
                                                                        00081500
      *----------------------------------------------------------------*00081600
       9000-99-FIM.                           EXIT.                     00081700
      *----------------------------------------------------------------*00081800
                                                                        00081900
      ******************************************************************00082000
      *                 T R A T A R   A V I S O S                      *00082100
      ******************************************************************00082200
                                                                        00082300
      *----------------------------------------------------------------*00082400
       9998-TRATAR-AVISO                     SECTION.                   00082500
      *----------------------------------------------------------------*00082600
                                                                        00082700
              MOVE 'A'           TO WRK-SEVERIDADE.                     00082800
              CALL 'GRAVALOG'    USING WRK-LOG.                         00082900
                                                                        00083000
      *----------------------------------------------------------------*00083100
       9998-99-FIM.                           EXIT.                     00083200
      *----------------------------------------------------------------*00083300
