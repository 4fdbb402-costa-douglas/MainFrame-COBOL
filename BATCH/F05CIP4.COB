      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  F05CIP4.                                            00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: F05CIP4                                        *00002000
      *    TIPO.......: TRANSACAO CICS PSEUDO-CONVERSACIONAL           *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : CAPTURA DOS DEPOSITOS E SAQUES FEITOS NO BALCAO, *00002800
      *               NO MOLDE DO F05CIP2, NO LUGAR DA PAPELETA        *00002900
      *               DIGITADA DEPOIS NO ENVELOPE DA AGENCIA. O CAIXA  *00003000
      *               DIGITA AGENCIA, CONTA, TIPO (C = DEPOSITO,       *00003100
      *               D = SAQUE), VALOR E HISTORICO (MAPSET F05CIMT,   *00003200
      *               MAPA MAPCAIX) E TECLA ENTER: A CONTA E CONFERIDA *00003300
      *               NO CLIVSAM E A TELA MOSTRA NOME, SALDO, LIMITE,  *00003400
      *               O LIQUIDO JA LANCADO NO CAIXA NO DIA E O         *00003500
      *               DISPONIVEL. SAQUE SO PASSA ATE O SALDO + LIMITE  *00003600
      *               DE CHEQUE ESPECIAL (MESMA REGRA DA POSTAGEM DO   *00003700
      *               FR05EX03), CONTANDO OS LANCAMENTOS DO DIA AINDA  *00003800
      *               NAO POSTADOS; SAQUE RESPEITA OS BLOQUEIOS ATIVOS *00003900
      *               (BLQVSAM). CONFERIDO, O PF6 GRAVA O LANCAMENTO   *00004000
      *               NA FILA DE CAPTURA DA AGENCIA DA CONTA (CAPVSAM, *00004100
      *               B#CAPCX) COM O OPERADOR (EIBOPID) E O TERMINAL,  *00004200
      *               NUMERADO PELO REGISTRO DE CONTROLE DA FILA       *00004300
      *               (AGENCIA + DATA, LIDO COM UPDATE). FILA JA       *00004400
      *               FECHADA PELO FR05EX55 NAO RECEBE LANCAMENTO. O   *00004500
      *               PF5 ABRE A TELA DE TOTAIS DO DIA (MAPSET         *00004600
      *               F05CIMF, MAPA MAPFECH) PARA O FECHAMENTO DO      *00004700
      *               CAIXA: DEPOSITOS, SAQUES E SALDO EM DINHEIRO DO  *00004800
      *               OPERADOR E DA AGENCIA. CADA LANCAMENTO E         *00004900
      *               REGISTRADO NA TRILHA DE AUDITORIA.               *00005000
      *----------------------------------------------------------------*00005100
      *    ARQUIVOS CICS:                                              *00005200
      *      CLIVSAM  - CADASTRO DE CLIENTES (KSDS, LRECL 082)         *00005300
      *      BLQVSAM  - BLOQUEIOS JUDICIAIS/ADMIN. (KSDS, LRECL 080)   *00005400
      *      CAPVSAM  - FILA DE CAPTURA DO CAIXA (KSDS, LRECL 100,     *00005500
      *                 RECUPERAVEL)                                   *00005600
      *----------------------------------------------------------------*00005700
      *    MODULO   :                                                  *00005800
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00005900
      *               GRAVAUD  - TRILHA DE AUDITORIA (LANCAMENTOS)     *00006000
      *----------------------------------------------------------------*00006100
      *    COPYBOOK :                                                  *00006200
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00006300
      *               B#AUDIT  - AREA DE TRILHA DE AUDITORIA           *00006400
      *               B#CLIMST - LAYOUT DO CADASTRO DE CLIENTES        *00006500
      *               B#BLOQJ  - LAYOUT DO CADASTRO DE BLOQUEIOS       *00006600
      *               B#CAPCX  - LAYOUT DA FILA DE CAPTURA DO CAIXA    *00006700
      *----------------------------------------------------------------*00006800
      *    TECLAS PF (CONFORME RODAPE DOS MAPAS):                      *00006900
      *      ENTER - CAPTURA: CONFERE O LANCAMENTO DIGITADO            *00007000
      *              TOTAIS : ATUALIZA OS TOTAIS DA AGENCIA DIGITADA   *00007100
      *      PF5   - ABRE A TELA DE TOTAIS DO CAIXA                    *00007200
      *      PF6   - GRAVA O LANCAMENTO CONFERIDO                      *00007300
      *      PF3   - CAPTURA: ENCERRA A CONVERSA                       *00007400
      *              TOTAIS : VOLTA A TELA DE CAPTURA                  *00007500
      *----------------------------------------------------------------*00007600
      *    HISTORICO DE ALTERACOES:                                    *00007700
      *      DATA        RESP.    DESCRICAO                            *00007800
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007900
      ******************************************************************00008000
      *================================================================*00008100
                                                                        00008200
      *================================================================*00008300
       ENVIRONMENT                               DIVISION.              00008400
      *================================================================*00008500
                                                                        00008600
      *----------------------------------------------------------------*00008700
       CONFIGURATION                              SECTION.              00008800
      *----------------------------------------------------------------*00008900
                                                                        00009000
       SPECIAL-NAMES.                                                   00009100
           DECIMAL-POINT IS COMMA.                                      00009200
                                                                        00009300
      *================================================================*00009400
       DATA                                       DIVISION.             00009500
      *================================================================*00009600
      *----------------------------------------------------------------*00009700
       WORKING-STORAGE                            SECTION.              00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
      *----------------------------------------------------------------*00010100
       01  FILLER                      PIC  X(050)         VALUE        00010200
                 '*** INICIO DA WORKING F05CIP4 ***'.                   00010300
      *----------------------------------------------------------------*00010400
                                                                        00010500
           COPY F05CIMT.                                                00010600
           COPY F05CIMF.                                                00010700
           COPY DFHAID.                                                 00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       01  FILLER                       PIC X(050)           VALUE      00011100
                    '*** AREA DE AUXILIARES ***'.                       00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
       77 WRK-SAIDA               PIC X(30) VALUE SPACES.               00011500
       77 WRK-RESP                PIC S9(08) COMP VALUE ZEROS.          00011600
       77 WRK-RESP-BLQ            PIC S9(08) COMP VALUE ZEROS.          00011700
       77 WRK-RESP-CAP            PIC S9(08) COMP VALUE ZEROS.          00011800
       77 WRK-ABSTIME             PIC S9(15) COMP-3 VALUE ZEROS.        00011900
       77 WRK-DATA-HOJE           PIC X(08) VALUE SPACES.               00012000
       77 WRK-HORA-HOJE           PIC X(06) VALUE SPACES.               00012100
       77 WRK-SALDO-ED            PIC -ZZ.ZZZ.ZZ9,99.                   00012200
       77 WRK-LIMITE-ED           PIC ZZZ.ZZ9,99.                       00012300
       77 WRK-QTD-ED              PIC ZZZ.ZZ9.                          00012400
       77 WRK-TOTAL-ED            PIC ZZZ.ZZZ.ZZ9,99.                   00012500
       77 WRK-SALDO-CX-ED         PIC -ZZZ.ZZZ.ZZ9,99.                  00012600
       77 WRK-LANC-OK             PIC X(01) VALUE 'N'.                  00012700
           88 WRK-LANC-OK-SIM             VALUE 'S'.                    00012800
       77 WRK-FILA-OK             PIC X(01) VALUE 'N'.                  00012900
           88 WRK-FILA-OK-SIM             VALUE 'S'.                    00013000
       77 WRK-BLQ-TOTAL           PIC X(01) VALUE 'N'.                  00013100
           88 WRK-BLQ-TOTAL-SIM           VALUE 'S'.                    00013200
       77 WRK-BLQ-DEBITO          PIC X(01) VALUE 'N'.                  00013300
           88 WRK-BLQ-DEBITO-SIM          VALUE 'S'.                    00013400
       77 WRK-BLQ-ERRO            PIC X(01) VALUE 'N'.                  00013500
           88 WRK-BLQ-ERRO-SIM            VALUE 'S'.                    00013600
       77 WRK-BLQ-QTD             PIC 9(02) VALUE ZEROS.                00013700
       77 WRK-BLQ-TIPOS           PIC X(03) VALUE SPACES.               00013800
       77 WRK-BLQ-VALOR           PIC 9(10)V99 VALUE ZEROS.             00013900
       77 WRK-CX-CONTA-LIQ        PIC S9(10)V99 VALUE ZEROS.            00014000
       77 WRK-SALDO-PROJETADO     PIC S9(10)V99 VALUE ZEROS.            00014100
       77 WRK-DISPONIVEL          PIC S9(10)V99 VALUE ZEROS.            00014200
                                                                        00014300
      *----------------------------------------------------------------*00014400
      *    TOTAIS DA TELA DE FECHAMENTO DO CAIXA                       *00014500
      *----------------------------------------------------------------*00014600
                                                                        00014700
       77 WRK-TOT-QC-OPE          PIC 9(06) VALUE ZEROS.                00014800
       77 WRK-TOT-VC-OPE          PIC 9(11)V99 VALUE ZEROS.             00014900
       77 WRK-TOT-QD-OPE          PIC 9(06) VALUE ZEROS.                00015000
       77 WRK-TOT-VD-OPE          PIC 9(11)V99 VALUE ZEROS.             00015100
       77 WRK-TOT-QC-AGE          PIC 9(06) VALUE ZEROS.                00015200
       77 WRK-TOT-VC-AGE          PIC 9(11)V99 VALUE ZEROS.             00015300
       77 WRK-TOT-QD-AGE          PIC 9(06) VALUE ZEROS.                00015400
       77 WRK-TOT-VD-AGE          PIC 9(11)V99 VALUE ZEROS.             00015500
       77 WRK-TOT-SALDO           PIC S9(11)V99 VALUE ZEROS.            00015600
       77 WRK-TOT-SITUACAO        PIC X(01) VALUE SPACES.               00015700
                                                                        00015800
      *----------------------------------------------------------------*00015900
      *    LANCAMENTO DIGITADO (MESMO FORMATO DO GUARDADO NA COMMAREA) *00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
       01 WRK-LANCAMENTO.                                               00016300
          05 WRK-LAN-AGENCIA         PIC X(04).                         00016400
          05 WRK-LAN-CONTA           PIC X(06).                         00016500
          05 WRK-LAN-TIPO            PIC X(01).                         00016600
              88 WRK-LAN-CREDITO         VALUE 'C'.                     00016700
              88 WRK-LAN-DEBITO          VALUE 'D'.                     00016800
          05 WRK-LAN-VALOR           PIC 9(08)V99.                      00016900
          05 WRK-LAN-HISTORICO       PIC X(30).                         00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
      *    LINHA ULTIMO LANCAMENTO DA TELA                             *00017300
      *----------------------------------------------------------------*00017400
                                                                        00017500
       01 WRK-LIN-ULTIMO.                                               00017600
          05 FILLER                  PIC X(04) VALUE 'SEQ '.            00017700
          05 WRK-LUL-SEQ             PIC 9(06).                         00017800
          05 FILLER                  PIC X(01) VALUE SPACES.            00017900
          05 WRK-LUL-AGENCIA         PIC X(04).                         00018000
          05 FILLER                  PIC X(01) VALUE '/'.               00018100
          05 WRK-LUL-CONTA           PIC X(06).                         00018200
          05 FILLER                  PIC X(01) VALUE SPACES.            00018300
          05 WRK-LUL-TIPO            PIC X(01).                         00018400
          05 FILLER                  PIC X(01) VALUE SPACES.            00018500
          05 WRK-LUL-VALOR           PIC ZZ.ZZZ.ZZ9,99.                 00018600
          05 FILLER                  PIC X(01) VALUE SPACES.            00018700
          05 WRK-LUL-HISTORICO       PIC X(30).                         00018800
          05 FILLER                  PIC X(01) VALUE SPACES.            00018900
                                                                        00019000
      *----------------------------------------------------------------*00019100
      *    LINHA BLOQUEIO DA TELA                                      *00019200
      *----------------------------------------------------------------*00019300
                                                                        00019400
       01 WRK-LIN-BLOQ.                                                 00019500
          05 WRK-LBQ-QTD             PIC Z9.                            00019600
          05 FILLER                  PIC X(09) VALUE ' ORDEM(S)'.       00019700
          05 FILLER                  PIC X(07) VALUE ' TIPOS '.         00019800
          05 WRK-LBQ-TIPOS           PIC X(03).                         00019900
          05 FILLER                  PIC X(14) VALUE ' VALOR BLOQ.: '.  00020000
          05 WRK-LBQ-VALOR           PIC ZZ.ZZZ.ZZ9,99.                 00020100
          05 FILLER                  PIC X(02) VALUE SPACES.            00020200
                                                                        00020300
      *----------------------------------------------------------------*00020400
      *    VALOR GRAVADO NA TRILHA DE AUDITORIA                        *00020500
      *----------------------------------------------------------------*00020600
                                                                        00020700
       01 WRK-AUD-LANCAMENTO.                                           00020800
          05 WRK-ALC-TIPO            PIC X(01).                         00020900
          05 FILLER                  PIC X(01) VALUE SPACES.            00021000
          05 WRK-ALC-VALOR           PIC ZZ.ZZZ.ZZ9,99.                 00021100
          05 FILLER                  PIC X(05) VALUE ' SEQ '.           00021200
          05 WRK-ALC-SEQ             PIC 9(06).                         00021300
          05 FILLER                  PIC X(14) VALUE SPACES.            00021400
                                                                        00021500
      *----------------------------------------------------------------*00021600
      *    CHAVES DOS ARQUIVOS VSAM                                    *00021700
      *----------------------------------------------------------------*00021800
                                                                        00021900
       01 WRK-CHAVE-CLI.                                                00022000
          05 WRK-CHV-AGENCIA         PIC X(04).                         00022100
          05 WRK-CHV-CONTA           PIC X(06).                         00022200
                                                                        00022300
       01 WRK-CHAVE-BLQ.                                                00022400
          05 WRK-CHB-CONTA           PIC X(10).                         00022500
          05 WRK-CHB-ORDEM           PIC X(20).                         00022600
                                                                        00022700
       01 WRK-CHAVE-CAP.                                                00022800
          05 WRK-CHC-AGENCIA         PIC X(04).                         00022900
          05 WRK-CHC-DATA            PIC X(08).                         00023000
          05 WRK-CHC-SEQ             PIC 9(06).                         00023100
                                                                        00023200
      *----------------------------------------------------------------*00023300
       01  FILLER                       PIC X(050)           VALUE      00023400
                        '*** AREA DE BOOK ***'.                         00023500
      *----------------------------------------------------------------*00023600
                                                                        00023700
           COPY 'B#GRALOG'.                                             00023800
           COPY 'B#AUDIT'.                                              00023900
           COPY 'B#CLIMST'.                                             00024000
           COPY 'B#BLOQJ'.                                              00024100
           COPY 'B#CAPCX'.                                              00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
      *    AREA DE COMUNICACAO (PSEUDO-CONVERSACAO)                    *00024500
      *----------------------------------------------------------------*00024600
                                                                        00024700
       01 WRK-COMMAREA.                                                 00024800
          05 WRK-CA-TELA             PIC X(01).                         00024900
              88 WRK-CA-TELA-CAPTURA     VALUE '1'.                     00025000
              88 WRK-CA-TELA-TOTAIS      VALUE '2'.                     00025100
          05 WRK-CA-CONFERIDO        PIC X(01).                         00025200
              88 WRK-CA-CONFERIDO-SIM    VALUE 'S'.                     00025300
          05 WRK-CA-AGENCIA-CAIXA    PIC X(04).                         00025400
          05 WRK-CA-LANCAMENTO.                                         00025500
             10 WRK-CA-AGENCIA       PIC X(04).                         00025600
             10 WRK-CA-CONTA         PIC X(06).                         00025700
             10 WRK-CA-TIPO          PIC X(01).                         00025800
             10 WRK-CA-VALOR         PIC 9(08)V99.                      00025900
             10 WRK-CA-HISTORICO     PIC X(30).                         00026000
                                                                        00026100
      *----------------------------------------------------------------*00026200
       01  FILLER                      PIC  X(050)         VALUE        00026300
              '*** F05CIP4 - FIM DA AREA DE WORKING ***'.               00026400
      *----------------------------------------------------------------*00026500
                                                                        00026600
      *================================================================*00026700
       LINKAGE                                    SECTION.              00026800
      *================================================================*00026900
                                                                        00027000
       01  DFHCOMMAREA                  PIC X(57).                      00027100
                                                                        00027200
      *================================================================*00027300
        PROCEDURE                       DIVISION.                       00027400
      *================================================================*00027500
                                                                        00027600
      ******************************************************************00027700
      *                    P R I N C I P A L                           *00027800
      ******************************************************************00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       0000-PRINCIPAL                            SECTION.               00028200
      *----------------------------------------------------------------*00028300
                                                                        00028400
           PERFORM 1000-INICIAR                                         00028500
                                                                        00028600
           PERFORM 2000-PROCESSAR                                       00028700
                                                                        00028800
           EXEC CICS RETURN                                             00028900
             TRANSID(EIBTRNID)                                          00029000
             COMMAREA(WRK-COMMAREA)                                     00029100
             LENGTH(57)                                                 00029200
           END-EXEC.                                                    00029300
                                                                        00029400
      *----------------------------------------------------------------*00029500
       0000-99-FIM.                           EXIT.                     00029600
      *----------------------------------------------------------------*00029700
                                                                        00029800
      ******************************************************************00029900
      *                      I N I C I A R                             *00030000
      ******************************************************************00030100
                                                                        00030200
      *----------------------------------------------------------------*00030300
       1000-INICIAR                           SECTION.                  00030400
      *----------------------------------------------------------------*00030500
                                                                        00030600
           IF EIBCALEN EQUAL ZERO                                       00030700
              PERFORM 1100-TELA-INICIAL                                 00030800
           ELSE                                                         00030900
              MOVE DFHCOMMAREA          TO WRK-COMMAREA                 00031000
           END-IF                                                       00031100
                                                                        00031200
           PERFORM 1200-OBTER-DATA-HORA.                                00031300
                                                                        00031400
      *----------------------------------------------------------------*00031500
       1000-99-FIM.                              EXIT.                  00031600
      *----------------------------------------------------------------*00031700
                                                                        00031800
      *----------------------------------------------------------------*00031900
       1100-TELA-INICIAL                      SECTION.                  00032000
      *----------------------------------------------------------------*00032100
                                                                        00032200
           MOVE SPACES                  TO MAPCAIXO                     00032300
           MOVE '1'                     TO WRK-CA-TELA                  00032400
           MOVE 'N'                     TO WRK-CA-CONFERIDO             00032500
           MOVE SPACES                  TO WRK-CA-AGENCIA-CAIXA         00032600
                                           WRK-CA-LANCAMENTO            00032700
                                                                        00032800
           EXEC CICS SEND                                               00032900
             MAPSET('F05CIMT')                                          00033000
             MAP('MAPCAIX')                                             00033100
             ERASE                                                      00033200
             MAPONLY                                                    00033300
           END-EXEC                                                     00033400
                                                                        00033500
           EXEC CICS RETURN                                             00033600
             TRANSID(EIBTRNID)                                          00033700
             COMMAREA(WRK-COMMAREA)                                     00033800
             LENGTH(57)                                                 00033900
           END-EXEC.                                                    00034000
                                                                        00034100
      *----------------------------------------------------------------*00034200
       1100-99-FIM.                              EXIT.                  00034300
      *----------------------------------------------------------------*00034400
                                                                        00034500
      *----------------------------------------------------------------*00034600
       1200-OBTER-DATA-HORA                   SECTION.                  00034700
      *----------------------------------------------------------------*00034800
                                                                        00034900
      *    A FILA E DO DIA CORRENTE (AAAAMMDD) DO RELOGIO DO CICS      *00035000
           EXEC CICS ASKTIME                                            00035100
             ABSTIME(WRK-ABSTIME)                                       00035200
           END-EXEC                                                     00035300
                                                                        00035400
           EXEC CICS FORMATTIME                                         00035500
             ABSTIME(WRK-ABSTIME)                                       00035600
             YYYYMMDD(WRK-DATA-HOJE)                                    00035700
             TIME(WRK-HORA-HOJE)                                        00035800
           END-EXEC.                                                    00035900
                                                                        00036000
      *----------------------------------------------------------------*00036100
       1200-99-FIM.                              EXIT.                  00036200
      *----------------------------------------------------------------*00036300
                                                                        00036400
      ******************************************************************00036500
      *                   P R O C E S S A R                            *00036600
      ******************************************************************00036700
                                                                        00036800
      *----------------------------------------------------------------*00036900
       2000-PROCESSAR                       SECTION.                    00037000
      *----------------------------------------------------------------*00037100
                                                                        00037200
           EVALUATE EIBAID                                              00037300
             WHEN DFHPF3                                                00037400
                IF WRK-CA-TELA-TOTAIS                                   00037500
                   PERFORM 2600-VOLTAR-CAPTURA                          00037600
                ELSE                                                    00037700
                   PERFORM 9000-ENCERRAR                                00037800
                END-IF                                                  00037900
             WHEN DFHPF5                                                00038000
                IF WRK-CA-TELA-TOTAIS                                   00038100
                   PERFORM 2110-TECLA-INVALIDA                          00038200
                ELSE                                                    00038300
                   PERFORM 2500-ABRIR-TOTAIS                            00038400
                END-IF                                                  00038500
             WHEN DFHPF6                                                00038600
                IF WRK-CA-TELA-TOTAIS                                   00038700
                   PERFORM 2110-TECLA-INVALIDA                          00038800
                ELSE                                                    00038900
                   PERFORM 2300-LANCAR-MOVIMENTO                        00039000
                END-IF                                                  00039100
             WHEN DFHENTER                                              00039200
                IF WRK-CA-TELA-TOTAIS                                   00039300
                   PERFORM 2510-ATUALIZAR-TOTAIS                        00039400
                ELSE                                                    00039500
                   PERFORM 2100-CONFERIR-LANCAMENTO                     00039600
                END-IF                                                  00039700
             WHEN OTHER                                                 00039800
                PERFORM 2110-TECLA-INVALIDA                             00039900
           END-EVALUATE.                                                00040000
                                                                        00040100
      *----------------------------------------------------------------*00040200
       2000-99-FIM.                       EXIT.                         00040300
      *----------------------------------------------------------------*00040400
                                                                        00040500
      ******************************************************************00040600
      *   C O N F E R I R   O   L A N C A M E N T O  ( E N T E R )     *00040700
      ******************************************************************00040800
                                                                        00040900
      *----------------------------------------------------------------*00041000
       2100-CONFERIR-LANCAMENTO             SECTION.                    00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
           EXEC CICS RECEIVE                                            00041400
             MAPSET('F05CIMT')                                          00041500
             MAP('MAPCAIX')                                             00041600
             INTO(MAPCAIXI)                                             00041700
             RESP(WRK-RESP)                                             00041800
           END-EXEC                                                     00041900
                                                                        00042000
           IF WRK-RESP EQUAL DFHRESP(MAPFAIL)                           00042100
              MOVE LOW-VALUES           TO MAPCAIXO                     00042200
              MOVE 'INFORME OS DADOS DO LANCAMENTO' TO MSGCO            00042300
              MOVE 'N'                  TO WRK-CA-CONFERIDO             00042400
              PERFORM 2190-ENVIAR-TELA                                  00042500
              GO TO 2100-99-FIM                                         00042600
           END-IF                                                       00042700
                                                                        00042800
           PERFORM 2200-VALIDAR-LANCAMENTO                              00042900
                                                                        00043000
           IF WRK-LANC-OK-SIM                                           00043100
              MOVE WRK-LANCAMENTO       TO WRK-CA-LANCAMENTO            00043200
              MOVE WRK-LAN-AGENCIA      TO WRK-CA-AGENCIA-CAIXA         00043300
              MOVE 'S'                  TO WRK-CA-CONFERIDO             00043400
              MOVE 'CONFIRA OS DADOS E TECLE F6 PARA LANCAR'            00043500
                                        TO MSGCO                        00043600
           ELSE                                                         00043700
              MOVE 'N'                  TO WRK-CA-CONFERIDO             00043800
           END-IF                                                       00043900
                                                                        00044000
           PERFORM 2190-ENVIAR-TELA.                                    00044100
                                                                        00044200
      *----------------------------------------------------------------*00044300
       2100-99-FIM.                          EXIT.                      00044400
      *----------------------------------------------------------------*00044500
                                                                        00044600
      *----------------------------------------------------------------*00044700
       2110-TECLA-INVALIDA                  SECTION.                    00044800
      *----------------------------------------------------------------*00044900
                                                                        00045000
           IF WRK-CA-TELA-TOTAIS                                        00045100
              MOVE LOW-VALUES           TO MAPFECHO                     00045200
              MOVE 'TECLA INVALIDA....' TO TMSGO                        00045300
              EXEC CICS SEND                                            00045400
                MAPSET('F05CIMF')                                       00045500
                MAP('MAPFECH')                                          00045600
                DATAONLY                                                00045700
              END-EXEC                                                  00045800
           ELSE                                                         00045900
              MOVE LOW-VALUES           TO MAPCAIXO                     00046000
              MOVE 'TECLA INVALIDA....' TO MSGCO                        00046100
              PERFORM 2190-ENVIAR-TELA                                  00046200
           END-IF.                                                      00046300
                                                                        00046400
      *----------------------------------------------------------------*00046500
       2110-99-FIM.                          EXIT.                      00046600
      *----------------------------------------------------------------*00046700
                                                                        00046800
      *----------------------------------------------------------------*00046900
       2190-ENVIAR-TELA                     SECTION.                    00047000
      *----------------------------------------------------------------*00047100
                                                                        00047200
           MOVE '1'                     TO WRK-CA-TELA                  00047300
                                                                        00047400
           EXEC CICS SEND                                               00047500
             MAPSET('F05CIMT')                                          00047600
             MAP('MAPCAIX')                                             00047700
             DATAONLY                                                   00047800
           END-EXEC.                                                    00047900
                                                                        00048000
      *----------------------------------------------------------------*00048100
       2190-99-FIM.                          EXIT.                      00048200
      *----------------------------------------------------------------*00048300
                                                                        00048400
      ******************************************************************00048500
      *   V A L I D A R   O   L A N C A M E N T O                      *00048600
      ******************************************************************00048700
                                                                        00048800
      *----------------------------------------------------------------*00048900
       2200-VALIDAR-LANCAMENTO              SECTION.                    00049000
      *----------------------------------------------------------------*00049100
                                                                        00049200
           MOVE 'N'                     TO WRK-LANC-OK                  00049300
           MOVE SPACES                  TO NOMEO SALDO LIMIO DISPO      00049400
                                           LDIAO BLOQO                  00049500
                                                                        00049600
           IF AGENI NOT NUMERIC                                         00049700
            OR CNTAI NOT NUMERIC                                        00049800
              MOVE 'INFORME AGENCIA E CONTA NUMERICAS' TO MSGCO         00049900
              GO TO 2200-99-FIM                                         00050000
           END-IF                                                       00050100
                                                                        00050200
           IF TIPOI NOT EQUAL 'C'                                       00050300
            AND TIPOI NOT EQUAL 'D'                                     00050400
              MOVE 'TIPO DEVE SER C (DEPOSITO) OU D (SAQUE)' TO MSGCO   00050500
              GO TO 2200-99-FIM                                         00050600
           END-IF                                                       00050700
                                                                        00050800
           IF VALRI NOT NUMERIC                                         00050900
            OR VALRI EQUAL ZEROS                                        00051000
              MOVE 'INFORME O VALOR EM CENTAVOS, SEM VIRGULA' TO MSGCO  00051100
              GO TO 2200-99-FIM                                         00051200
           END-IF                                                       00051300
                                                                        00051400
           MOVE AGENI                   TO WRK-LAN-AGENCIA              00051500
           MOVE CNTAI                   TO WRK-LAN-CONTA                00051600
           MOVE TIPOI                   TO WRK-LAN-TIPO                 00051700
           MOVE VALRI                   TO WRK-LAN-VALOR                00051800
                                                                        00051900
      *    HISTORICO EM BRANCO RECEBE O PADRAO DO BALCAO               *00052000
           IF HISTI EQUAL SPACES OR LOW-VALUES                          00052100
              IF WRK-LAN-CREDITO                                        00052200
                 MOVE 'DEPOSITO EM DINHEIRO - CAIXA'                    00052300
                                        TO WRK-LAN-HISTORICO            00052400
              ELSE                                                      00052500
                 MOVE 'SAQUE EM DINHEIRO - CAIXA'                       00052600
                                        TO WRK-LAN-HISTORICO            00052700
              END-IF                                                    00052800
           ELSE                                                         00052900
              MOVE HISTI                TO WRK-LAN-HISTORICO            00053000
           END-IF                                                       00053100
           MOVE WRK-LAN-HISTORICO       TO HISTO                        00053200
                                                                        00053300
           PERFORM 2210-LER-CONTA                                       00053400
                                                                        00053500
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00053600
              GO TO 2200-99-FIM                                         00053700
           END-IF                                                       00053800
                                                                        00053900
           PERFORM 2250-BUSCAR-BLOQUEIOS                                00054000
           PERFORM 2270-SOMAR-CAIXA-CONTA                               00054100
           PERFORM 2290-MONTAR-DISPONIVEL                               00054200
                                                                        00054300
           IF WRK-BLQ-ERRO-SIM                                          00054400
              MOVE 'BLOQUEIOS INDISPONIVEIS - TENTE NOVAMENTE'          00054500
                                        TO MSGCO                        00054600
              GO TO 2200-99-FIM                                         00054700
           END-IF                                                       00054800
                                                                        00054900
      *    BLOQUEIO SO ATINGE O SAQUE: DEPOSITO SEMPRE PASSA           *00000000
           IF WRK-LAN-DEBITO                                            00055600
              PERFORM 2295-CONFERIR-SAQUE                               00055700
              IF MSGCO NOT EQUAL SPACES                                 00055800
                 GO TO 2200-99-FIM                                      00055900
              END-IF                                                    00056000
           END-IF                                                       00056100
                                                                        00056200
           MOVE 'S'                     TO WRK-LANC-OK.                 00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       2200-99-FIM.                          EXIT.                      00056600
      *----------------------------------------------------------------*00056700
                                                                        00056800
      *----------------------------------------------------------------*00056900
       2210-LER-CONTA                       SECTION.                    00057000
      *----------------------------------------------------------------*00057100
                                                                        00057200
           MOVE WRK-LAN-AGENCIA         TO WRK-CHV-AGENCIA              00057300
           MOVE WRK-LAN-CONTA           TO WRK-CHV-CONTA                00057400
                                                                        00057500
           EXEC CICS READ                                               00057600
             DATASET('CLIVSAM')                                         00057700
             INTO(FD-CLI2505)                                           00057800
             RIDFLD(WRK-CHAVE-CLI)                                      00057900
             RESP(WRK-RESP)                                             00058000
           END-EXEC                                                     00058100
                                                                        00058200
           EVALUATE WRK-RESP                                            00058300
             WHEN DFHRESP(NORMAL)                                       00058400
                MOVE FD-CLI2505-NOME    TO NOMEO                        00058500
                MOVE FD-CLI2505-SALDO   TO WRK-SALDO-ED                 00058600
                MOVE WRK-SALDO-ED       TO SALDO                        00058700
                MOVE FD-CLI2505-LIM-CHESP                               00058800
                                        TO WRK-LIMITE-ED                00058900
                MOVE WRK-LIMITE-ED      TO LIMIO                        00059000
             WHEN DFHRESP(NOTFND)                                       00059100
                MOVE 'CONTA NAO ENCONTRADA' TO MSGCO                    00059200
             WHEN OTHER                                                 00059300
                MOVE 'F05CIP4'          TO WRK-PROGRAMA                 00059400
                MOVE '2210  '           TO WRK-SECAO                    00059500
                MOVE 'ERRO NA LEITURA DO CLIVSAM'                       00059600
                                        TO WRK-MENSAGEM                 00059700
                MOVE WRK-CHAVE-CLI      TO WRK-STATUS                   00059800
                PERFORM 9998-TRATAR-AVISO                               00059900
                MOVE 'ERRO NA CONSULTA DA CONTA' TO MSGCO               00060000
           END-EVALUATE.                                                00060100
                                                                        00060200
      *----------------------------------------------------------------*00060300
       2210-99-FIM.                          EXIT.                      00060400
      *----------------------------------------------------------------*00060500
                                                                        00060600
      ******************************************************************00060700
      *   B L O Q U E I O S   D A   C O N T A   ( B L Q V S A M )      *00060800
      ******************************************************************00060900
                                                                        00061000
      *----------------------------------------------------------------*00061100
       2250-BUSCAR-BLOQUEIOS                SECTION.                    00061200
      *----------------------------------------------------------------*00061300
                                                                        00061400
      *    MESMA LEITURA DA CONSULTA F05CIP2: BASTA UM 'T' OU UM 'D';  *00061500
      *    OS DE VALOR SE SOMAM                                        *00061600
           MOVE ZEROS                   TO WRK-BLQ-QTD                  00061700
                                           WRK-BLQ-VALOR                00061800
           MOVE SPACES                  TO WRK-BLQ-TIPOS                00061900
           MOVE 'N'                     TO WRK-BLQ-TOTAL                00062000
                                           WRK-BLQ-DEBITO               00062100
                                           WRK-BLQ-ERRO                 00062200
           MOVE WRK-CHAVE-CLI           TO WRK-CHB-CONTA                00062300
           MOVE LOW-VALUES              TO WRK-CHB-ORDEM                00062400
                                                                        00062500
           EXEC CICS STARTBR                                            00062600
             DATASET('BLQVSAM')                                         00062700
             RIDFLD(WRK-CHAVE-BLQ)                                      00062800
             RESP(WRK-RESP-BLQ)                                         00062900
           END-EXEC                                                     00063000
                                                                        00063100
           EVALUATE WRK-RESP-BLQ                                        00063200
             WHEN DFHRESP(NORMAL)                                       00063300
                CONTINUE                                                00063400
             WHEN DFHRESP(NOTFND)                                       00063500
                MOVE 'SEM BLOQUEIO'     TO BLOQO                        00063600
                GO TO 2250-99-FIM                                       00063700
             WHEN OTHER                                                 00063800
                MOVE 'F05CIP4'          TO WRK-PROGRAMA                 00063900
                MOVE '2250  '           TO WRK-SECAO                    00064000
                MOVE 'ERRO NA LEITURA DO BLQVSAM'                       00064100
                                        TO WRK-MENSAGEM                 00064200
                MOVE WRK-CHAVE-CLI      TO WRK-STATUS                   00064300
                PERFORM 9998-TRATAR-AVISO                               00064400
                MOVE 'S'                TO WRK-BLQ-ERRO                 00064500
                MOVE 'BLOQUEIOS INDISPONIVEIS' TO BLOQO                 00064600
                GO TO 2250-99-FIM                                       00064700
           END-EVALUATE                                                 00064800
                                                                        00064900
           PERFORM 2260-LER-BLOQUEIO                                    00065000
                   UNTIL WRK-RESP-BLQ NOT EQUAL DFHRESP(NORMAL)         00065100
                                                                        00065200
           EXEC CICS ENDBR                                              00065300
             DATASET('BLQVSAM')                                         00065400
           END-EXEC                                                     00065500
                                                                        00065600
           IF WRK-BLQ-QTD EQUAL ZEROS                                   00065700
              MOVE 'SEM BLOQUEIO'       TO BLOQO                        00065800
           ELSE                                                         00065900
              MOVE WRK-BLQ-QTD          TO WRK-LBQ-QTD                  00066000
              MOVE WRK-BLQ-TIPOS        TO WRK-LBQ-TIPOS                00066100
              MOVE WRK-BLQ-VALOR        TO WRK-LBQ-VALOR                00066200
              MOVE WRK-LIN-BLOQ         TO BLOQO                        00066300
           END-IF.                                                      00066400
                                                                        00066500
      *----------------------------------------------------------------*00066600
       2250-99-FIM.                          EXIT.                      00066700
      *----------------------------------------------------------------*00066800
                                                                        00066900
      *----------------------------------------------------------------*00067000
       2260-LER-BLOQUEIO                    SECTION.                    00067100
      *----------------------------------------------------------------*00067200
                                                                        00067300
           EXEC CICS READNEXT                                           00067400
             DATASET('BLQVSAM')                                         00067500
             INTO(FD-BLOQJUD)                                           00067600
             RIDFLD(WRK-CHAVE-BLQ)                                      00067700
             RESP(WRK-RESP-BLQ)                                         00067800
           END-EXEC                                                     00067900
                                                                        00068000
           IF WRK-RESP-BLQ NOT EQUAL DFHRESP(NORMAL)                    00068100
              GO TO 2260-99-FIM                                         00068200
           END-IF                                                       00068300
                                                                        00068400
      *    ACABARAM OS BLOQUEIOS DA CONTA DO LANCAMENTO                *00068500
           IF FD-BLQ-CHAVE-CONTA NOT EQUAL WRK-CHAVE-CLI                00068600
              MOVE DFHRESP(ENDFILE)     TO WRK-RESP-BLQ                 00068700
              GO TO 2260-99-FIM                                         00068800
           END-IF                                                       00068900
                                                                        00069000
      *    ATIVO = SITUACAO 'A' E HOJE DENTRO DA VIGENCIA              *00069100
           IF FD-BLQ-SIT-ATIVO                                          00069200
            AND FD-BLQ-DATA-INI NOT GREATER WRK-DATA-HOJE               00069300
            AND (FD-BLQ-DATA-FIM EQUAL SPACES                           00069400
                 OR FD-BLQ-DATA-FIM NOT LESS WRK-DATA-HOJE)             00069500
              ADD 1                     TO WRK-BLQ-QTD                  00069600
              EVALUATE TRUE                                             00069700
                WHEN FD-BLQ-TIPO-TOTAL                                  00069800
                   MOVE 'T'             TO WRK-BLQ-TIPOS (1:1)          00069900
                   MOVE 'S'             TO WRK-BLQ-TOTAL                00070000
                WHEN FD-BLQ-TIPO-DEBITO                                 00070100
                   MOVE 'D'             TO WRK-BLQ-TIPOS (2:1)          00070200
                   MOVE 'S'             TO WRK-BLQ-DEBITO               00070300
                WHEN FD-BLQ-TIPO-VALOR                                  00070400
                   MOVE 'V'             TO WRK-BLQ-TIPOS (3:1)          00070500
                   ADD FD-BLQ-VALOR     TO WRK-BLQ-VALOR                00070600
              END-EVALUATE                                              00070700
           END-IF.                                                      00070800
                                                                        00070900
      *----------------------------------------------------------------*00071000
       2260-99-FIM.                          EXIT.                      00071100
      *----------------------------------------------------------------*00071200
                                                                        00071300
      ******************************************************************00071400
      *   L A N C A M E N T O S   D O   D I A   N A   C O N T A        *00071500
      ******************************************************************00071600
                                                                        00071700
      *----------------------------------------------------------------*00071800
       2270-SOMAR-CAIXA-CONTA               SECTION.                    00071900
      *----------------------------------------------------------------*00072000
                                                                        00072100
      *    O SALDO DO CLIVSAM E O DA ULTIMA POSTAGEM: SOMA O LIQUIDO   *00072200
      *    (DEPOSITOS - SAQUES) JA LANCADO NA FILA DE HOJE DA AGENCIA  *00072300
           MOVE ZEROS                   TO WRK-CX-CONTA-LIQ             00072400
           MOVE WRK-LAN-AGENCIA         TO WRK-CHC-AGENCIA              00072500
           MOVE WRK-DATA-HOJE           TO WRK-CHC-DATA                 00072600
           MOVE 1                       TO WRK-CHC-SEQ                  00072700
                                                                        00072800
           EXEC CICS STARTBR                                            00072900
             DATASET('CAPVSAM')                                         00073000
             RIDFLD(WRK-CHAVE-CAP)                                      00073100
             RESP(WRK-RESP-CAP)                                         00073200
           END-EXEC                                                     00073300
                                                                        00073400
           IF WRK-RESP-CAP NOT EQUAL DFHRESP(NORMAL)                    00073500
              GO TO 2270-99-FIM                                         00073600
           END-IF                                                       00073700
                                                                        00073800
           PERFORM 2280-LER-CAIXA-CONTA                                 00073900
                   UNTIL WRK-RESP-CAP NOT EQUAL DFHRESP(NORMAL)         00074000
                                                                        00074100
           EXEC CICS ENDBR                                              00074200
             DATASET('CAPVSAM')                                         00074300
           END-EXEC.                                                    00074400
                                                                        00074500
      *----------------------------------------------------------------*00074600
       2270-99-FIM.                          EXIT.                      00074700
      *----------------------------------------------------------------*00074800
                                                                        00074900
      *----------------------------------------------------------------*00075000
       2280-LER-CAIXA-CONTA                 SECTION.                    00075100
      *----------------------------------------------------------------*00075200
                                                                        00075300
           EXEC CICS READNEXT                                           00075400
             DATASET('CAPVSAM')                                         00075500
             INTO(FD-CAPCX)                                             00075600
             RIDFLD(WRK-CHAVE-CAP)                                      00075700
             RESP(WRK-RESP-CAP)                                         00075800
           END-EXEC                                                     00075900
                                                                        00076000
           IF WRK-RESP-CAP NOT EQUAL DFHRESP(NORMAL)                    00076100
              GO TO 2280-99-FIM                                         00076200
           END-IF                                                       00076300
                                                                        00076400
      *    ACABOU A FILA DE HOJE DA AGENCIA                            *00076500
           IF WRK-CHC-AGENCIA NOT EQUAL WRK-LAN-AGENCIA                 00076600
            OR WRK-CHC-DATA NOT EQUAL WRK-DATA-HOJE                     00076700
              MOVE DFHRESP(ENDFILE)     TO WRK-RESP-CAP                 00076800
              GO TO 2280-99-FIM                                         00076900
           END-IF                                                       00077000
                                                                        00077100
           IF FD-CAP-CONTA NOT EQUAL WRK-CHV-CONTA                      00077200
              GO TO 2280-99-FIM                                         00077300
           END-IF                                                       00077400
                                                                        00077500
           IF FD-CAP-CREDITO                                            00077600
              ADD FD-CAP-VALOR          TO WRK-CX-CONTA-LIQ             00077700
           ELSE                                                         00077800
              SUBTRACT FD-CAP-VALOR     FROM WRK-CX-CONTA-LIQ           00077900
           END-IF.                                                      00078000
                                                                        00078100
      *----------------------------------------------------------------*00078200
       2280-99-FIM.                          EXIT.                      00078300
      *----------------------------------------------------------------*00078400
                                                                        00078500
      *----------------------------------------------------------------*00078600
       2290-MONTAR-DISPONIVEL               SECTION.                    00078700
      *----------------------------------------------------------------*00078800
                                                                        00078900
      *    DISPONIVEL = SALDO + LIQUIDO DO CAIXA NO DIA + LIMITE       *00079000
           COMPUTE WRK-DISPONIVEL = FD-CLI2505-SALDO                    00079100
                                  + WRK-CX-CONTA-LIQ                    00079200
                                  + FD-CLI2505-LIM-CHESP                00079300
                                                                        00079400
           MOVE WRK-CX-CONTA-LIQ        TO WRK-SALDO-ED                 00079500
           MOVE WRK-SALDO-ED            TO LDIAO                        00079600
           MOVE WRK-DISPONIVEL          TO WRK-SALDO-ED                 00079700
           MOVE WRK-SALDO-ED            TO DISPO.                       00079800
                                                                        00079900
      *----------------------------------------------------------------*00080000
       2290-99-FIM.                          EXIT.                      00080100
      *----------------------------------------------------------------*00080200
                                                                        00080300
      *----------------------------------------------------------------*00080400
       2295-CONFERIR-SAQUE                  SECTION.                    00080500
      *----------------------------------------------------------------*00080600
                                                                        00080700
      *    REGRA DA POSTAGEM (FR05EX03): O SALDO PROJETADO NAO PODE    *00080800
      *    FICAR ALEM DE -LIMITE NEM ABAIXO DO VALOR BLOQUEADO; COM    *00080900
      *    BLOQUEIO TOTAL OU A DEBITO NENHUM SAQUE PASSA               *00000000
           COMPUTE WRK-SALDO-PROJETADO = FD-CLI2505-SALDO               00081000
                                       + WRK-CX-CONTA-LIQ               00081100
                                       - WRK-LAN-VALOR                  00081200
                                                                        00081300
           EVALUATE TRUE                                                00081400
             WHEN WRK-BLQ-TOTAL-SIM                                     00000000
                MOVE 'CONTA COM BLOQUEIO TOTAL - SAQUE RECUSADO'        00000000
                                        TO MSGCO                        00000000
             WHEN WRK-BLQ-DEBITO-SIM                                    00081500
                MOVE 'CONTA COM BLOQUEIO A DEBITO - SAQUE RECUSADO'     00081600
                                        TO MSGCO                        00081700
             WHEN WRK-SALDO-PROJETADO LESS                              00081800
                  ZERO - FD-CLI2505-LIM-CHESP                           00081900
                MOVE 'SAQUE ACIMA DO SALDO + LIMITE - RECUSADO'         00082000
                                        TO MSGCO                        00082100
             WHEN WRK-BLQ-VALOR GREATER ZEROS                           00082200
              AND WRK-SALDO-PROJETADO LESS WRK-BLQ-VALOR                00082300
                MOVE 'SAQUE ATINGE O VALOR BLOQUEADO - RECUSADO'        00082400
                                        TO MSGCO                        00082500
             WHEN OTHER                                                 00082600
                MOVE SPACES             TO MSGCO                        00082700
           END-EVALUATE.                                                00082800
                                                                        00082900
      *----------------------------------------------------------------*00083000
       2295-99-FIM.                          EXIT.                      00083100
      *----------------------------------------------------------------*00083200
                                                                        00083300
      ******************************************************************00083400
      *   L A N C A R   O   M O V I M E N T O   ( P F 6 )              *00083500
      ******************************************************************00083600
                                                                        00083700
      *----------------------------------------------------------------*00083800
       2300-LANCAR-MOVIMENTO                SECTION.                    00083900
      *----------------------------------------------------------------*00084000
                                                                        00084100
           EXEC CICS RECEIVE                                            00084200
             MAPSET('F05CIMT')                                          00084300
             MAP('MAPCAIX')                                             00084400
             INTO(MAPCAIXI)                                             00084500
             RESP(WRK-RESP)                                             00084600
           END-EXEC                                                     00084700
                                                                        00084800
           IF WRK-RESP EQUAL DFHRESP(MAPFAIL)                           00084900
              MOVE LOW-VALUES           TO MAPCAIXO                     00085000
           END-IF                                                       00085100
                                                                        00085200
           IF NOT WRK-CA-CONFERIDO-SIM                                  00085300
              MOVE 'TECLE ENTER PARA CONFERIR ANTES DE LANCAR'          00085400
                                        TO MSGCO                        00085500
              PERFORM 2190-ENVIAR-TELA                                  00085600
              GO TO 2300-99-FIM                                         00085700
           END-IF                                                       00085800
                                                                        00085900
      *    CONFERE DE NOVO: SALDO E BLOQUEIOS PODEM TER MUDADO         *00086000
           PERFORM 2200-VALIDAR-LANCAMENTO                              00086100
                                                                        00086200
           IF NOT WRK-LANC-OK-SIM                                       00086300
              MOVE 'N'                  TO WRK-CA-CONFERIDO             00086400
              PERFORM 2190-ENVIAR-TELA                                  00086500
              GO TO 2300-99-FIM                                         00086600
           END-IF                                                       00086700
                                                                        00086800
           IF WRK-LANCAMENTO NOT EQUAL WRK-CA-LANCAMENTO                00086900
              MOVE 'N'                  TO WRK-CA-CONFERIDO             00087000
              MOVE 'DADOS ALTERADOS - TECLE ENTER PARA CONFERIR'        00087100
                                        TO MSGCO                        00087200
              PERFORM 2190-ENVIAR-TELA                                  00087300
              GO TO 2300-99-FIM                                         00087400
           END-IF                                                       00087500
                                                                        00087600
           PERFORM 2310-TRAVAR-FILA                                     00087700
                                                                        00087800
           IF NOT WRK-FILA-OK-SIM                                       00087900
              MOVE 'N'                  TO WRK-CA-CONFERIDO             00088000
              PERFORM 2190-ENVIAR-TELA                                  00088100
              GO TO 2300-99-FIM                                         00088200
           END-IF                                                       00088300
                                                                        00088400
           PERFORM 2320-GRAVAR-LANCAMENTO                               00088500
                                                                        00088600
           MOVE 'N'                     TO WRK-CA-CONFERIDO             00088700
                                                                        00088800
           IF WRK-RESP-CAP NOT EQUAL DFHRESP(NORMAL)                    00088900
              PERFORM 2190-ENVIAR-TELA                                  00089000
              GO TO 2300-99-FIM                                         00089100
           END-IF                                                       00089200
                                                                        00089300
           PERFORM 2400-GRAVAR-AUDITORIA                                00089400
                                                                        00089500
      *    TELA PRONTA PARA O PROXIMO LANCAMENTO DA MESMA CONTA        *00089600
           IF WRK-LAN-CREDITO                                           00089700
              ADD WRK-LAN-VALOR         TO WRK-CX-CONTA-LIQ             00089800
           ELSE                                                         00089900
              SUBTRACT WRK-LAN-VALOR    FROM WRK-CX-CONTA-LIQ           00090000
           END-IF                                                       00090100
           PERFORM 2290-MONTAR-DISPONIVEL                               00090200
                                                                        00090300
           MOVE FD-CAP-SEQ              TO WRK-LUL-SEQ                  00090400
           MOVE WRK-LAN-AGENCIA         TO WRK-LUL-AGENCIA              00090500
           MOVE WRK-LAN-CONTA           TO WRK-LUL-CONTA                00090600
           MOVE WRK-LAN-TIPO            TO WRK-LUL-TIPO                 00090700
           MOVE WRK-LAN-VALOR           TO WRK-LUL-VALOR                00090800
           MOVE WRK-LAN-HISTORICO       TO WRK-LUL-HISTORICO            00090900
           MOVE WRK-LIN-ULTIMO          TO ULTLO                        00091000
           MOVE SPACES                  TO TIPOO VALRO HISTO            00091100
           MOVE 'LANCAMENTO GRAVADO NA FILA DA AGENCIA' TO MSGCO        00091200
                                                                        00091300
           PERFORM 2190-ENVIAR-TELA.                                    00091400
                                                                        00091500
      *----------------------------------------------------------------*00091600
       2300-99-FIM.                          EXIT.                      00091700
      *----------------------------------------------------------------*00091800
                                                                        00091900
      *----------------------------------------------------------------*00092000
       2310-TRAVAR-FILA                     SECTION.                    00092100
      *----------------------------------------------------------------*00092200
                                                                        00092300
      *    O REGISTRO DE CONTROLE (SEQ 000000) DA FILA AGENCIA + DATA  *00092400
      *    E LIDO COM UPDATE: SERIALIZA A NUMERACAO ENTRE OS CAIXAS    *00092500
           MOVE 'N'                     TO WRK-FILA-OK                  00092600
           MOVE WRK-LAN-AGENCIA         TO WRK-CHC-AGENCIA              00092700
           MOVE WRK-DATA-HOJE           TO WRK-CHC-DATA                 00092800
           MOVE ZEROS                   TO WRK-CHC-SEQ                  00092900
                                                                        00093000
           EXEC CICS READ                                               00093100
             DATASET('CAPVSAM')                                         00093200
             INTO(FD-CAPCX-CONTROLE)                                    00093300
             RIDFLD(WRK-CHAVE-CAP)                                      00093400
             UPDATE                                                     00093500
             RESP(WRK-RESP-CAP)                                         00093600
           END-EXEC                                                     00093700
                                                                        00093800
      *    PRIMEIRO LANCAMENTO DO DIA NA AGENCIA: ABRE A FILA          *00093900
           IF WRK-RESP-CAP EQUAL DFHRESP(NOTFND)                        00094000
              PERFORM 2315-CRIAR-CONTROLE                               00094100
              EXEC CICS READ                                            00094200
                DATASET('CAPVSAM')                                      00094300
                INTO(FD-CAPCX-CONTROLE)                                 00094400
                RIDFLD(WRK-CHAVE-CAP)                                   00094500
                UPDATE                                                  00094600
                RESP(WRK-RESP-CAP)                                      00094700
              END-EXEC                                                  00094800
           END-IF                                                       00094900
                                                                        00095000
           IF WRK-RESP-CAP NOT EQUAL DFHRESP(NORMAL)                    00095100
              MOVE 'F05CIP4'            TO WRK-PROGRAMA                 00095200
              MOVE '2310  '             TO WRK-SECAO                    00095300
              MOVE 'ERRO NO CONTROLE DA FILA CAPVSAM'                   00095400
                                        TO WRK-MENSAGEM                 00095500
              MOVE WRK-CHAVE-CAP        TO WRK-STATUS                   00095600
              PERFORM 9998-TRATAR-AVISO                                 00095700
              MOVE 'FILA DE CAPTURA INDISPONIVEL - TENTE NOVAMENTE'     00095800
                                        TO MSGCO                        00095900
              GO TO 2310-99-FIM                                         00096000
           END-IF                                                       00096100
                                                                        00096200
           IF FD-CAP-K-FECHADA                                          00096300
              EXEC CICS UNLOCK                                          00096400
                DATASET('CAPVSAM')                                      00096500
              END-EXEC                                                  00096600
              MOVE 'CAIXA DA AGENCIA JA FECHADO NA DATA - RECUSADO'     00096700
                                        TO MSGCO                        00096800
              GO TO 2310-99-FIM                                         00096900
           END-IF                                                       00097000
                                                                        00097100
           MOVE 'S'                     TO WRK-FILA-OK.                 00097200
                                                                        00097300
      *----------------------------------------------------------------*00097400
       2310-99-FIM.                          EXIT.                      00097500
      *----------------------------------------------------------------*00097600
                                                                        00097700
      *----------------------------------------------------------------*00097800
       2315-CRIAR-CONTROLE                  SECTION.                    00097900
      *----------------------------------------------------------------*00098000
                                                                        00098100
      *    DUPREC = OUTRO CAIXA ABRIU A FILA NO MESMO INSTANTE; O READ *00098200
      *    UPDATE SEGUINTE PEGA O REGISTRO DELE                        *00098300
           MOVE SPACES                  TO FD-CAPCX-CONTROLE            00098400
           MOVE WRK-CHAVE-CAP           TO FD-CAP-K-CHAVE               00098500
           MOVE ZEROS                   TO FD-CAP-K-ULT-SEQ             00098600
           MOVE 'A'                     TO FD-CAP-K-SITUACAO            00098700
                                                                        00098800
           EXEC CICS WRITE                                              00098900
             DATASET('CAPVSAM')                                         00099000
             FROM(FD-CAPCX-CONTROLE)                                    00099100
             RIDFLD(WRK-CHAVE-CAP)                                      00099200
             RESP(WRK-RESP-CAP)                                         00099300
           END-EXEC.                                                    00099400
                                                                        00099500
      *----------------------------------------------------------------*00099600
       2315-99-FIM.                          EXIT.                      00099700
      *----------------------------------------------------------------*00099800
                                                                        00099900
      *----------------------------------------------------------------*00100000
       2320-GRAVAR-LANCAMENTO               SECTION.                    00100100
      *----------------------------------------------------------------*00100200
                                                                        00100300
           ADD 1                        TO FD-CAP-K-ULT-SEQ             00100400
                                                                        00100500
           EXEC CICS REWRITE                                            00100600
             DATASET('CAPVSAM')                                         00100700
             FROM(FD-CAPCX-CONTROLE)                                    00100800
             RESP(WRK-RESP-CAP)                                         00100900
           END-EXEC                                                     00101000
                                                                        00101100
           IF WRK-RESP-CAP NOT EQUAL DFHRESP(NORMAL)                    00101200
              MOVE 'ERRO NA REGRAVACAO DO CONTROLE'                     00101300
                                        TO WRK-MENSAGEM                 00101400
              PERFORM 2390-ERRO-GRAVACAO                                00101500
              GO TO 2320-99-FIM                                         00101600
           END-IF                                                       00101700
                                                                        00101800
           MOVE SPACES                  TO FD-CAPCX                     00101900
           MOVE WRK-LAN-AGENCIA         TO FD-CAP-AGENCIA               00102000
           MOVE WRK-DATA-HOJE           TO FD-CAP-DATA                  00102100
           MOVE FD-CAP-K-ULT-SEQ        TO FD-CAP-SEQ                   00102200
           MOVE WRK-LAN-CONTA           TO FD-CAP-CONTA                 00102300
           MOVE WRK-LAN-TIPO            TO FD-CAP-TIPO                  00102400
           MOVE WRK-LAN-VALOR           TO FD-CAP-VALOR                 00102500
           MOVE WRK-LAN-HISTORICO       TO FD-CAP-HISTORICO             00102600
           MOVE EIBOPID                 TO FD-CAP-OPERADOR              00102700
           MOVE EIBTRMID                TO FD-CAP-TERMINAL              00102800
           MOVE WRK-HORA-HOJE           TO FD-CAP-HORA                  00102900
           MOVE 'P'                     TO FD-CAP-SITUACAO              00103000
           MOVE FD-CAP-CHAVE            TO WRK-CHAVE-CAP                00103100
                                                                        00103200
           EXEC CICS WRITE                                              00103300
             DATASET('CAPVSAM')                                         00103400
             FROM(FD-CAPCX)                                             00103500
             RIDFLD(WRK-CHAVE-CAP)                                      00103600
             RESP(WRK-RESP-CAP)                                         00103700
           END-EXEC                                                     00103800
                                                                        00103900
           IF WRK-RESP-CAP NOT EQUAL DFHRESP(NORMAL)                    00104000
              MOVE 'ERRO NA GRAVACAO DO LANCAMENTO'                     00104100
                                        TO WRK-MENSAGEM                 00104200
              PERFORM 2390-ERRO-GRAVACAO                                00104300
           END-IF.                                                      00104400
                                                                        00104500
      *----------------------------------------------------------------*00104600
       2320-99-FIM.                          EXIT.                      00104700
      *----------------------------------------------------------------*00104800
                                                                        00104900
      *----------------------------------------------------------------*00105000
       2390-ERRO-GRAVACAO                   SECTION.                    00105100
      *----------------------------------------------------------------*00105200
                                                                        00105300
      *    DESFAZ A NUMERACAO: NADA FICA PELA METADE NA FILA           *00105400
           EXEC CICS SYNCPOINT                                          00105500
             ROLLBACK                                                   00105600
           END-EXEC                                                     00105700
                                                                        00105800
           MOVE 'F05CIP4'               TO WRK-PROGRAMA                 00105900
           MOVE '2320  '                TO WRK-SECAO                    00106000
           MOVE WRK-CHAVE-CAP           TO WRK-STATUS                   00106100
           PERFORM 9998-TRATAR-AVISO                                    00106200
           MOVE 'ERRO NA GRAVACAO - LANCAMENTO NAO EFETUADO'            00106300
                                        TO MSGCO.                       00106400
                                                                        00106500
      *----------------------------------------------------------------*00106600
       2390-99-FIM.                          EXIT.                      00106700
      *----------------------------------------------------------------*00106800
                                                                        00106900
      ******************************************************************00107000
      *   A U D I T A R   O   L A N C A M E N T O                      *00107100
      ******************************************************************00107200
                                                                        00107300
      *----------------------------------------------------------------*00107400
       2400-GRAVAR-AUDITORIA                SECTION.                    00107500
      *----------------------------------------------------------------*00107600
                                                                        00107700
      *    TODO LANCAMENTO FICA REGISTRADO COM O OPERADOR DO TERMINAL  *00107800
           MOVE WRK-LAN-TIPO          TO WRK-ALC-TIPO.                  00107900
           MOVE WRK-LAN-VALOR         TO WRK-ALC-VALOR.                 00108000
           MOVE FD-CAP-SEQ            TO WRK-ALC-SEQ.                   00108100
           MOVE 'F05CIP4'             TO WRK-AUD-PROGRAMA.              00108200
           MOVE '2400  '              TO WRK-AUD-SECAO.                 00108300
           MOVE 'CAPVSAM '            TO WRK-AUD-TABELA.                00108400
           MOVE 'I'                   TO WRK-AUD-OPERACAO.              00108500
           MOVE ZEROS                 TO WRK-AUD-ID.                    00108600
           MOVE 'LANCAMENTO'          TO WRK-AUD-CAMPO.                 00108700
           MOVE SPACES                TO WRK-AUD-VALOR-ANTES.           00108800
           MOVE WRK-AUD-LANCAMENTO    TO WRK-AUD-VALOR-DEPOIS.          00108900
           MOVE EIBOPID               TO WRK-AUD-USUARIO.               00109000
           MOVE WRK-CHAVE-CLI         TO WRK-AUD-CHAVE.                 00109100
           CALL 'GRAVAUD'             USING WRK-AUDITORIA.              00109200
                                                                        00109300
      *----------------------------------------------------------------*00109400
       2400-99-FIM.                          EXIT.                      00109500
      *----------------------------------------------------------------*00109600
                                                                        00109700
      ******************************************************************00109800
      *   T O T A I S   D O   C A I X A   ( P F 5 )                    *00109900
      ******************************************************************00110000
                                                                        00110100
      *----------------------------------------------------------------*00110200
       2500-ABRIR-TOTAIS                    SECTION.                    00110300
      *----------------------------------------------------------------*00110400
                                                                        00110500
      *    A AGENCIA DIGITADA NA CAPTURA, OU A DO ULTIMO LANCAMENTO    *00110600
           EXEC CICS RECEIVE                                            00110700
             MAPSET('F05CIMT')                                          00110800
             MAP('MAPCAIX')                                             00110900
             INTO(MAPCAIXI)                                             00111000
             RESP(WRK-RESP)                                             00111100
           END-EXEC                                                     00111200
                                                                        00111300
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00111400
            AND AGENI NUMERIC                                           00111500
              MOVE AGENI                TO WRK-CA-AGENCIA-CAIXA         00111600
           END-IF                                                       00111700
                                                                        00111800
           MOVE 'N'                     TO WRK-CA-CONFERIDO             00111900
           MOVE '2'                     TO WRK-CA-TELA                  00112000
           MOVE SPACES                  TO MAPFECHO                     00112100
                                                                        00112200
           PERFORM 2520-APURAR-TOTAIS                                   00112300
                                                                        00112400
           EXEC CICS SEND                                               00112500
             MAPSET('F05CIMF')                                          00112600
             MAP('MAPFECH')                                             00112700
             ERASE                                                      00112800
           END-EXEC.                                                    00112900
                                                                        00113000
      *----------------------------------------------------------------*00113100
       2500-99-FIM.                          EXIT.                      00113200
      *----------------------------------------------------------------*00113300
                                                                        00113400
      *----------------------------------------------------------------*00113500
       2510-ATUALIZAR-TOTAIS                SECTION.                    00113600
      *----------------------------------------------------------------*00113700
                                                                        00113800
           EXEC CICS RECEIVE                                            00113900
             MAPSET('F05CIMF')                                          00114000
             MAP('MAPFECH')                                             00114100
             INTO(MAPFECHI)                                             00114200
             RESP(WRK-RESP)                                             00114300
           END-EXEC                                                     00114400
                                                                        00114500
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00114600
            AND TAGEI NUMERIC                                           00114700
              MOVE TAGEI                TO WRK-CA-AGENCIA-CAIXA         00114800
           END-IF                                                       00114900
                                                                        00115000
           MOVE SPACES                  TO MAPFECHO                     00115100
                                                                        00115200
           PERFORM 2520-APURAR-TOTAIS                                   00115300
                                                                        00115400
           EXEC CICS SEND                                               00115500
             MAPSET('F05CIMF')                                          00115600
             MAP('MAPFECH')                                             00115700
             ERASE                                                      00115800
           END-EXEC.                                                    00115900
                                                                        00116000
      *----------------------------------------------------------------*00116100
       2510-99-FIM.                          EXIT.                      00116200
      *----------------------------------------------------------------*00116300
                                                                        00116400
      *----------------------------------------------------------------*00116500
       2520-APURAR-TOTAIS                   SECTION.                    00116600
      *----------------------------------------------------------------*00116700
                                                                        00116800
           MOVE ZEROS                   TO WRK-TOT-QC-OPE               00116900
                                           WRK-TOT-VC-OPE               00117000
                                           WRK-TOT-QD-OPE               00117100
                                           WRK-TOT-VD-OPE               00117200
                                           WRK-TOT-QC-AGE               00117300
                                           WRK-TOT-VC-AGE               00117400
                                           WRK-TOT-QD-AGE               00117500
                                           WRK-TOT-VD-AGE               00117600
           MOVE SPACES                  TO WRK-TOT-SITUACAO             00117700
                                                                        00117800
           MOVE WRK-DATA-HOJE (7:2)     TO TDATO (1:2)                  00117900
           MOVE '/'                     TO TDATO (3:1)                  00118000
           MOVE WRK-DATA-HOJE (5:2)     TO TDATO (4:2)                  00118100
           MOVE '/'                     TO TDATO (6:1)                  00118200
           MOVE WRK-DATA-HOJE (1:4)     TO TDATO (7:4)                  00118300
           MOVE EIBOPID                 TO TOPEO                        00118400
                                                                        00118500
           IF WRK-CA-AGENCIA-CAIXA NOT NUMERIC                          00118600
              MOVE 'INFORME A AGENCIA E TECLE ENTER' TO TMSGO           00118700
              GO TO 2520-99-FIM                                         00118800
           END-IF                                                       00118900
                                                                        00119000
           MOVE WRK-CA-AGENCIA-CAIXA    TO TAGEO                        00119100
           MOVE WRK-CA-AGENCIA-CAIXA    TO WRK-CHC-AGENCIA              00119200
           MOVE WRK-DATA-HOJE           TO WRK-CHC-DATA                 00119300
           MOVE ZEROS                   TO WRK-CHC-SEQ                  00119400
                                                                        00119500
           EXEC CICS STARTBR                                            00119600
             DATASET('CAPVSAM')                                         00119700
             RIDFLD(WRK-CHAVE-CAP)                                      00119800
             RESP(WRK-RESP-CAP)                                         00119900
           END-EXEC                                                     00120000
                                                                        00120100
           EVALUATE WRK-RESP-CAP                                        00120200
             WHEN DFHRESP(NORMAL)                                       00120300
                PERFORM 2530-LER-FILA-TOTAIS                            00120400
                        UNTIL WRK-RESP-CAP NOT EQUAL DFHRESP(NORMAL)    00120500
                EXEC CICS ENDBR                                         00120600
                  DATASET('CAPVSAM')                                    00120700
                END-EXEC                                                00120800
             WHEN DFHRESP(NOTFND)                                       00120900
                CONTINUE                                                00121000
             WHEN OTHER                                                 00121100
                MOVE 'F05CIP4'          TO WRK-PROGRAMA                 00121200
                MOVE '2520  '           TO WRK-SECAO                    00121300
                MOVE 'ERRO NA LEITURA DO CAPVSAM'                       00121400
                                        TO WRK-MENSAGEM                 00121500
                MOVE WRK-CHAVE-CAP      TO WRK-STATUS                   00121600
                PERFORM 9998-TRATAR-AVISO                               00121700
                MOVE 'FILA DE CAPTURA INDISPONIVEL - TENTE NOVAMENTE'   00121800
                                        TO TMSGO                        00121900
                GO TO 2520-99-FIM                                       00122000
           END-EVALUATE                                                 00122100
                                                                        00122200
           PERFORM 2540-MONTAR-TOTAIS.                                  00122300
                                                                        00122400
      *----------------------------------------------------------------*00122500
       2520-99-FIM.                          EXIT.                      00122600
      *----------------------------------------------------------------*00122700
                                                                        00122800
      *----------------------------------------------------------------*00122900
       2530-LER-FILA-TOTAIS                 SECTION.                    00123000
      *----------------------------------------------------------------*00123100
                                                                        00123200
           EXEC CICS READNEXT                                           00123300
             DATASET('CAPVSAM')                                         00123400
             INTO(FD-CAPCX)                                             00123500
             RIDFLD(WRK-CHAVE-CAP)                                      00123600
             RESP(WRK-RESP-CAP)                                         00123700
           END-EXEC                                                     00123800
                                                                        00123900
           IF WRK-RESP-CAP NOT EQUAL DFHRESP(NORMAL)                    00124000
              GO TO 2530-99-FIM                                         00124100
           END-IF                                                       00124200
                                                                        00124300
      *    ACABOU A FILA DE HOJE DA AGENCIA                            *00124400
           IF WRK-CHC-AGENCIA NOT EQUAL WRK-CA-AGENCIA-CAIXA            00124500
            OR WRK-CHC-DATA NOT EQUAL WRK-DATA-HOJE                     00124600
              MOVE DFHRESP(ENDFILE)     TO WRK-RESP-CAP                 00124700
              GO TO 2530-99-FIM                                         00124800
           END-IF                                                       00124900
                                                                        00125000
      *    REGISTRO DE CONTROLE: SO A SITUACAO DA FILA                 *00125100
           IF FD-CAP-CONTROLE                                           00125200
              MOVE FD-CAPCX             TO FD-CAPCX-CONTROLE            00125300
              MOVE FD-CAP-K-SITUACAO    TO WRK-TOT-SITUACAO             00125400
              GO TO 2530-99-FIM                                         00125500
           END-IF                                                       00125600
                                                                        00125700
           IF FD-CAP-CREDITO                                            00125800
              ADD 1                     TO WRK-TOT-QC-AGE               00125900
              ADD FD-CAP-VALOR          TO WRK-TOT-VC-AGE               00126000
              IF FD-CAP-OPERADOR EQUAL EIBOPID                          00126100
                 ADD 1                  TO WRK-TOT-QC-OPE               00126200
                 ADD FD-CAP-VALOR       TO WRK-TOT-VC-OPE               00126300
              END-IF                                                    00126400
           ELSE                                                         00126500
              ADD 1                     TO WRK-TOT-QD-AGE               00126600
              ADD FD-CAP-VALOR          TO WRK-TOT-VD-AGE               00126700
              IF FD-CAP-OPERADOR EQUAL EIBOPID                          00126800
                 ADD 1                  TO WRK-TOT-QD-OPE               00126900
                 ADD FD-CAP-VALOR       TO WRK-TOT-VD-OPE               00127000
              END-IF                                                    00127100
           END-IF.                                                      00127200
                                                                        00127300
      *----------------------------------------------------------------*00127400
       2530-99-FIM.                          EXIT.                      00127500
      *----------------------------------------------------------------*00127600
                                                                        00127700
      *----------------------------------------------------------------*00127800
       2540-MONTAR-TOTAIS                   SECTION.                    00127900
      *----------------------------------------------------------------*00128000
                                                                        00128100
           MOVE WRK-TOT-QC-OPE          TO WRK-QTD-ED                   00128200
           MOVE WRK-QTD-ED              TO TQCOO                        00128300
           MOVE WRK-TOT-VC-OPE          TO WRK-TOTAL-ED                 00128400
           MOVE WRK-TOTAL-ED            TO TVCOO                        00128500
           MOVE WRK-TOT-QD-OPE          TO WRK-QTD-ED                   00128600
           MOVE WRK-QTD-ED              TO TQDOO                        00128700
           MOVE WRK-TOT-VD-OPE          TO WRK-TOTAL-ED                 00128800
           MOVE WRK-TOTAL-ED            TO TVDOO                        00128900
           COMPUTE WRK-TOT-SALDO = WRK-TOT-VC-OPE - WRK-TOT-VD-OPE      00129000
           MOVE WRK-TOT-SALDO           TO WRK-SALDO-CX-ED              00129100
           MOVE WRK-SALDO-CX-ED         TO TSLOO                        00129200
                                                                        00129300
           MOVE WRK-TOT-QC-AGE          TO WRK-QTD-ED                   00129400
           MOVE WRK-QTD-ED              TO TQCAO                        00129500
           MOVE WRK-TOT-VC-AGE          TO WRK-TOTAL-ED                 00129600
           MOVE WRK-TOTAL-ED            TO TVCAO                        00129700
           MOVE WRK-TOT-QD-AGE          TO WRK-QTD-ED                   00129800
           MOVE WRK-QTD-ED              TO TQDAO                        00129900
           MOVE WRK-TOT-VD-AGE          TO WRK-TOTAL-ED                 00130000
           MOVE WRK-TOTAL-ED            TO TVDAO                        00130100
           COMPUTE WRK-TOT-SALDO = WRK-TOT-VC-AGE - WRK-TOT-VD-AGE      00130200
           MOVE WRK-TOT-SALDO           TO WRK-SALDO-CX-ED              00130300
           MOVE WRK-SALDO-CX-ED         TO TSLAO                        00130400
                                                                        00130500
           EVALUATE WRK-TOT-SITUACAO                                    00130600
             WHEN 'A'                                                   00130700
                MOVE 'ABERTA - RECEBENDO LANCAMENTOS' TO TSITO          00130800
             WHEN 'F'                                                   00130900
                MOVE 'FECHADA - ENVIADA AO PROCESSAMENTO' TO TSITO      00131000
             WHEN OTHER                                                 00131100
                MOVE 'SEM LANCAMENTOS NA DATA' TO TSITO                 00131200
           END-EVALUATE                                                 00131300
                                                                        00131400
           MOVE 'TOTAIS DO DIA - CONFIRA COM O NUMERARIO' TO TMSGO.     00131500
                                                                        00131600
      *----------------------------------------------------------------*00131700
       2540-99-FIM.                          EXIT.                      00131800
      *----------------------------------------------------------------*00131900
                                                                        00132000
      *----------------------------------------------------------------*00132100
       2600-VOLTAR-CAPTURA                  SECTION.                    00132200
      *----------------------------------------------------------------*00132300
                                                                        00132400
           MOVE '1'                     TO WRK-CA-TELA                  00132500
           MOVE 'N'                     TO WRK-CA-CONFERIDO             00132600
           MOVE SPACES                  TO MAPCAIXO                     00132700
           MOVE WRK-CA-AGENCIA-CAIXA    TO AGENO                        00132800
                                                                        00132900
           EXEC CICS SEND                                               00133000
             MAPSET('F05CIMT')                                          00133100
             MAP('MAPCAIX')                                             00133200
             ERASE                                                      00133300
           END-EXEC.                                                    00133400
                                                                        00133500
      *----------------------------------------------------------------*00133600
       2600-99-FIM.                          EXIT.                      00133700
      *----------------------------------------------------------------*00133800
                                                                        00133900
      ******************************************************************00134000
      *                     E N C E R R A R                            *00134100
      ******************************************************************00134200
                                                                        00134300
      *----------------------------------------------------------------*00134400
       9000-ENCERRAR                        SECTION.                    00134500
      *----------------------------------------------------------------*00134600
                                                                        00134700
           MOVE 'FIM PROGRAMA - TCHAU ' TO WRK-SAIDA                    00134800
                                                                        00134900
           EXEC CICS                                                    00135000
             RETURN                                                     00135100
           END-EXEC.                                                    00135200
                                                                        00135300
      *----------------------------------------------------------------*00135400
       9000-99-FIM.                           EXIT.                     00135500
      *----------------------------------------------------------------*00135600
                                                                        00135700
      ******************************************************************00135800
      *                 T R A T A R   A V I S O S                      *00135900
      ******************************************************************00136000
                                                                        00136100
      *----------------------------------------------------------------*00136200
       9998-TRATAR-AVISO                     SECTION.                   00136300
      *----------------------------------------------------------------*00136400
                                                                        00136500
              MOVE 'A'           TO WRK-SEVERIDADE.                     00136600
              CALL 'GRAVALOG'    USING WRK-LOG.                         00136700
                                                                        00136800
      *----------------------------------------------------------------*00136900
       9998-99-FIM.                           EXIT.                     00137000
      *----------------------------------------------------------------*00137100
