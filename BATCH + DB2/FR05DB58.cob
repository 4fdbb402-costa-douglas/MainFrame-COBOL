      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB58.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB58                                       *00002000
      *    TIPO.......: MANUTENCAO DA TABELA DE PRECOS CONTRATADOS     *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR O LOTE MANPRC DO COMPRAS SOBRE A TABELA  *00002800
      *               DE PRECOS CONTRATADOS (PRECONT, BOOK B#PRECO),   *00002900
      *               LIDA PELO FR05EX01 E PELO FR05EX07 POR           *00003000
      *               FORNECEDOR + PECA + VIGENCIA. A TABELA NAO PODE  *00003100
      *               TER DUAS LINHAS VIGENTES NA MESMA DATA PARA O    *00003200
      *               MESMO FORNECEDOR + PECA:                         *00003300
      *               - 'I' INCLUI UM PRECO NOVO. A LINHA QUE ESTIVER  *00003400
      *                 VIGENTE NO INICIO DO NOVO PRECO E ENCERRADA    *00003500
      *                 AUTOMATICAMENTE NA VESPERA; QUALQUER OUTRA     *00003600
      *                 SOBREPOSICAO DE VIGENCIA E RECUSADA;           *00003700
      *               - 'A' ALTERA O FIM DE VIGENCIA DE UMA LINHA      *00003800
      *                 (CHAVE FORNECEDOR + PECA + INICIO), SEM        *00003900
      *                 INVADIR A LINHA SEGUINTE;                      *00004000
      *               - FIM ANTES DO INICIO E RECUSADO; FIM EM BRANCO  *00004100
      *                 = SEM DATA DE TERMINO (99999999).              *00004200
      *               AUMENTO SOBRE A LINHA ENCERRADA ACIMA DO         *00004300
      *               PERCENTUAL DO SYSIN EXIGE APROVADOR COM ALCADA   *00004400
      *               NA FOUR001.OPERADOR (ATIVO = 'S' E ALTERA = 'S', *00004500
      *               OUTRO QUE NAO O DIGITADOR, COMO NO FR05DB56):    *00004600
      *               SEM APROVADOR A LINHA FICA RETIDA NO PRCPEND,    *00004700
      *               PARA VOLTAR NUM PROXIMO LOTE JA COM O APROVADOR. *00004800
      *               A TABELA E CARREGADA EM MEMORIA E REGRAVADA NO   *00004900
      *               PRCNOVO, RECLASSIFICADO SOBRE O PRECONT PELO     *00005000
      *               PASSO SEGUINTE DO JOB FR05PRC. CADA MUDANCA VAI  *00005100
      *               PARA A TRILHA DE AUDITORIA (HISTORICO DE PRECOS) *00005200
      *               E PARA O RELATORIO RELPRC, QUE O COMPRADOR       *00005300
      *               ASSINA. TRANSACAO RECUSADA SAI NO PRCREJ.        *00005400
      *----------------------------------------------------------------*00005500
      *    BASE DE DADOS:                                              *00005600
      *      TABELAS DB2                           INCLUDE/BOOK        *00005700
      *      FOUR001.OPERADOR                       (HOST VARS PROPRIAS)00005800
      *----------------------------------------------------------------*00005900
      *    ARQUIVOS :                                                  *00006000
      *    DDNAME          I/O                                         *00006100
      *    JCLPRECO         I    TABELA DE PRECOS CONTRATADOS          *00006200
      *    JCLMANPR         I    LOTE DE MANUTENCAO DE PRECOS          *00006300
      *    JCLPRCNV         O    TABELA DE PRECOS REGRAVADA            *00006400
      *    JCLPRCPD         O    AUMENTOS RETIDOS PARA APROVACAO       *00006500
      *    JCLPRCRJ         O    TRANSACOES RECUSADAS                  *00006600
      *    JCLRELPR         O    RELATORIO DE ALTERACOES DE PRECO      *00006700
      *----------------------------------------------------------------*00006800
      *    BOOKS    :    B#PRECO, B#AUDIT, B#GRALOG, B#RUNCTL,         *00006900
      *                  B#DATPRC                                      *00007000
      *----------------------------------------------------------------*00007100
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00007200
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00007300
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00007400
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00007500
      *----------------------------------------------------------------*00007600
      *    PARAMETROS (VIA SYSIN):                                     *00007700
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007800
      *      PERCENTUAL DE AUMENTO SEM APROVACAO (9(03), BRANCO = 010) *00007900
      *----------------------------------------------------------------*00008000
      *    HISTORICO DE ALTERACOES:                                    *00008100
      *      DATA        RESP.    DESCRICAO                            *00008200
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008300
      ******************************************************************00008400
      *================================================================*00008500
                                                                        00008600
      *================================================================*00008700
       ENVIRONMENT DIVISION.                                            00008800
      *================================================================*00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       CONFIGURATION                              SECTION.              00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
       SPECIAL-NAMES.                                                   00009500
           DECIMAL-POINT IS COMMA.                                      00009600
                                                                        00009700
      *----------------------------------------------------------------*00009800
       INPUT-OUTPUT                               SECTION.              00009900
                                                                        00010000
       FILE-CONTROL.                                                    00010100
             SELECT PRECONT   ASSIGN     TO JCLPRECO                    00010200
                    FILE STATUS     IS WRK-FS-PRECONT.                  00010300
                                                                        00010400
             SELECT MANPRC    ASSIGN     TO JCLMANPR                    00010500
                    FILE STATUS     IS WRK-FS-MANPRC.                   00010600
                                                                        00010700
             SELECT PRCNOVO   ASSIGN     TO JCLPRCNV                    00010800
                    FILE STATUS     IS WRK-FS-PRCNOVO.                  00010900
                                                                        00011000
             SELECT PRCPEND   ASSIGN     TO JCLPRCPD                    00011100
                    FILE STATUS     IS WRK-FS-PRCPEND.                  00011200
                                                                        00011300
             SELECT PRCREJ    ASSIGN     TO JCLPRCRJ                    00011400
                    FILE STATUS     IS WRK-FS-PRCREJ.                   00011500
                                                                        00011600
             SELECT RELPRC    ASSIGN     TO JCLRELPR                    00011700
                    FILE STATUS     IS WRK-FS-RELPRC.                   00011800
                                                                        00011900
      *================================================================*00012000
       DATA                DIVISION.                                    00012100
      *================================================================*00012200
      *----------------------------------------------------------------*00012300
       FILE                                       SECTION.              00012400
      *----------------------------------------------------------------*00012500
      *----------------------------------------------------------------*00012600
      *    INPUT - TABELA DE PRECOS CONTRATADOS (PRECONT) - LRECL = 040*00012700
      *----------------------------------------------------------------*00012800
                                                                        00012900
       FD PRECONT                                                       00013000
           RECORDING MODE IS F                                          00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-PRECONT        PIC X(040).                                 00013300
                                                                        00013400
      *----------------------------------------------------------------*00013500
      *    INPUT - LOTE DE MANUTENCAO DE PRECOS (MANPRC) - LRECL = 080 *00013600
      *----------------------------------------------------------------*00013700
                                                                        00013800
       FD MANPRC                                                        00013900
           RECORDING MODE IS F                                          00014000
           BLOCK CONTAINS 0 RECORDS.                                    00014100
       01 FD-MANPRC.                                                    00014200
          05 FD-MPR-TIPO-REG          PIC X(01).                        00014300
          05 FD-MPR-OPERACAO          PIC X(01).                        00014400
              88 FD-MPR-OP-INCLUSAO       VALUE 'I'.                    00014500
              88 FD-MPR-OP-ALTERACAO      VALUE 'A'.                    00014600
          05 FD-MPR-COD-FORN          PIC X(05).                        00014700
          05 FD-MPR-COD-PECA          PIC X(06).                        00014800
          05 FD-MPR-PRECO-X           PIC X(07).                        00014900
          05 FD-MPR-PRECO REDEFINES FD-MPR-PRECO-X                      00015000
                                      PIC 9(05)V99.                     00015100
          05 FD-MPR-VALID-INI         PIC X(08).                        00015200
          05 FD-MPR-VALID-FIM         PIC X(08).                        00015300
          05 FD-MPR-OPERADOR          PIC X(03).                        00015400
          05 FD-MPR-APROVADOR         PIC X(03).                        00015500
          05 FILLER                   PIC X(38).                        00015600
                                                                        00015700
       01 FD-MPR-TRAILER.                                               00015800
          05 FD-MPR-T-TIPO            PIC X(01).                        00015900
          05 FD-MPR-T-QTD-REG         PIC 9(07).                        00016000
          05 FD-MPR-T-HASH-PRECO      PIC 9(10)V99.                     00016100
          05 FILLER                   PIC X(60).                        00016200
                                                                        00016300
      *----------------------------------------------------------------*00016400
      *    OUTPUT - TABELA DE PRECOS REGRAVADA (PRCNOVO) - LRECL = 040 *00016500
      *----------------------------------------------------------------*00016600
                                                                        00016700
       FD PRCNOVO                                                       00016800
           RECORDING MODE IS F                                          00016900
           BLOCK CONTAINS 0 RECORDS.                                    00017000
       01 FD-PRCNOVO        PIC X(040).                                 00017100
                                                                        00017200
      *----------------------------------------------------------------*00017300
      *    OUTPUT - AUMENTOS RETIDOS (PRCPEND) - LRECL = 080           *00017400
      *----------------------------------------------------------------*00017500
                                                                        00017600
       FD PRCPEND                                                       00017700
           RECORDING MODE IS F                                          00017800
           BLOCK CONTAINS 0 RECORDS.                                    00017900
       01 FD-PRCPEND        PIC X(080).                                 00018000
                                                                        00018100
      *----------------------------------------------------------------*00018200
      *    OUTPUT - TRANSACOES RECUSADAS (PRCREJ) - LRECL = 110        *00018300
      *----------------------------------------------------------------*00018400
                                                                        00018500
       FD PRCREJ                                                        00018600
           RECORDING MODE IS F                                          00018700
           BLOCK CONTAINS 0 RECORDS.                                    00018800
       01 FD-PRCREJ.                                                    00018900
          05 FD-PRJ-TRANSACAO         PIC X(080).                       00019000
          05 FD-PRJ-MOTIVO            PIC X(030).                       00019100
                                                                        00019200
      *----------------------------------------------------------------*00019300
      *    OUTPUT - RELATORIO DE ALTERACOES DE PRECO (RELPRC) - 080    *00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
       FD RELPRC                                                        00019700
           RECORDING MODE IS F                                          00019800
           BLOCK CONTAINS 0 RECORDS.                                    00019900
       01 FD-RELPRC         PIC X(080).                                 00020000
                                                                        00020100
      *----------------------------------------------------------------*00020200
       WORKING-STORAGE                            SECTION.              00020300
      *----------------------------------------------------------------*00020400
                                                                        00020500
      *----------------------------------------------------------------*00020600
       01  FILLER                      PIC  X(050)         VALUE        00020700
                 '*** INICIO DA WORKING FR05DB58 ***'.                  00020800
      *----------------------------------------------------------------*00020900
                                                                        00021000
       77 WRK-SQLCODE            PIC -999.                              00021100
       77 WRK-FS-PRECONT         PIC X(002) VALUE SPACES.               00021200
       77 WRK-FS-MANPRC          PIC X(002) VALUE SPACES.               00021300
       77 WRK-FS-PRCNOVO         PIC X(002) VALUE SPACES.               00021400
       77 WRK-FS-PRCPEND         PIC X(002) VALUE SPACES.               00021500
       77 WRK-FS-PRCREJ          PIC X(002) VALUE SPACES.               00021600
       77 WRK-FS-RELPRC          PIC X(002) VALUE SPACES.               00021700
                                                                        00021800
       77 ACUM-LIDOS-MANPRC      PIC 9(005) VALUE ZEROS.                00021900
       77 ACUM-GRAV-PRCNOVO      PIC 9(005) VALUE ZEROS.                00022000
       77 ACUM-INCLUIDAS         PIC 9(005) VALUE ZEROS.                00022100
       77 ACUM-ENCERRADAS        PIC 9(005) VALUE ZEROS.                00022200
       77 ACUM-FIM-ALTERADO      PIC 9(005) VALUE ZEROS.                00022300
       77 ACUM-APROVADAS         PIC 9(005) VALUE ZEROS.                00022400
       77 ACUM-RETIDAS           PIC 9(005) VALUE ZEROS.                00022500
       77 ACUM-RECUSADAS         PIC 9(005) VALUE ZEROS.                00022600
                                                                        00022700
       77 WRK-FIM-MANPRC         PIC X(001) VALUE 'N'.                  00022800
           88 WRK-FIM-MANPRC-SIM              VALUE 'S'.                00022900
       77 WRK-MOTIVO-RECUSA      PIC X(030) VALUE SPACES.               00023000
       77 WRK-PARM-PCT           PIC 9(003) VALUE ZEROS.                00023100
       77 WRK-VARIACAO           PIC S9(005)V99 VALUE ZEROS.            00023200
       77 WRK-NOVO-FIM           PIC X(008) VALUE SPACES.               00023300
       77 WRK-VESPERA            PIC X(008) VALUE SPACES.               00023400
       77 WRK-DATA-AUX-N         PIC 9(008) VALUE ZEROS.                00023500
       77 WRK-DIAS-AUX           PIC 9(009) VALUE ZEROS.                00023600
       77 WRK-PRECO-ANTERIOR     PIC 9(005)V99 VALUE ZEROS.             00023700
       77 WRK-APROVADO           PIC X(001) VALUE 'N'.                  00023800
           88 WRK-APROVADO-SIM                VALUE 'S'.                00023900
       77 WRK-RETIDA             PIC X(001) VALUE 'N'.                  00024000
           88 WRK-RETIDA-SIM                  VALUE 'S'.                00024100
                                                                        00024200
      *----------------------------------------------------------------*00024300
      *    CONTROLE HEADER/TRAILER DO LOTE                             *00024400
      *----------------------------------------------------------------*00024500
                                                                        00024600
       77 WRK-QTD-CONTROLE-MPR   PIC 9(007) VALUE ZEROS.                00024700
       77 WRK-HASH-PRECO         PIC 9(010)V99 VALUE ZEROS.             00024800
       77 WRK-TRL-QTD-INFORMADA  PIC 9(007) VALUE ZEROS.                00024900
       77 WRK-TRL-HASH-INFORMADO PIC 9(010)V99 VALUE ZEROS.             00025000
       77 WRK-TEM-HEADER         PIC X(001) VALUE 'N'.                  00025100
           88 WRK-TEM-HEADER-SIM              VALUE 'S'.                00025200
       77 WRK-TEM-TRAILER        PIC X(001) VALUE 'N'.                  00025300
           88 WRK-TEM-TRAILER-SIM             VALUE 'S'.                00025400
                                                                        00025500
      *----------------------------------------------------------------*00025600
      *    HOST VARS DA TABELA FOUR001.OPERADOR                        *00025700
      *----------------------------------------------------------------*00025800
                                                                        00025900
       77 WRK-OP-OPERADOR        PIC X(03) VALUE SPACES.                00026000
       77 WRK-OP-ALTERA          PIC X(01) VALUE 'N'.                   00026100
       77 WRK-OP-ATIVO           PIC X(01) VALUE 'N'.                   00026200
                                                                        00026300
      *----------------------------------------------------------------*00026400
      *    TABELA DE PRECOS EM MEMORIA (MESMO LIMITE DO FR05EX01)      *00026500
      *----------------------------------------------------------------*00026600
                                                                        00026700
       01 WRK-TAB-PRECOS.                                               00026800
          05 WRK-TAB-PRC                OCCURS 300 TIMES                00026900
                                         INDEXED BY WRK-IDX-PRC.        00027000
             10 WRK-TAB-PRC-FORN        PIC X(05).                      00027100
             10 WRK-TAB-PRC-PECA        PIC X(06).                      00027200
             10 WRK-TAB-PRC-PRECO       PIC 9(05)V99.                   00027300
             10 WRK-TAB-PRC-VAL-INI     PIC X(08).                      00027400
             10 WRK-TAB-PRC-VAL-FIM     PIC X(08).                      00027500
             10 FILLER                  PIC X(06).                      00027600
                                                                        00027700
       77 WRK-TAB-PRC-QTDE       PIC 9(003) VALUE ZEROS.                00027800
       77 WRK-IND-PRC            PIC 9(003) VALUE ZEROS.                00027900
       77 WRK-IND-VIGENTE        PIC 9(003) VALUE ZEROS.                00028000
       77 WRK-IND-LINHA          PIC 9(003) VALUE ZEROS.                00028100
       77 WRK-SOBREPOE          PIC X(001) VALUE 'N'.                   00028200
           88 WRK-SOBREPOE-SIM                VALUE 'S'.                00028300
                                                                        00028400
      *----------------------------------------------------------------*00028500
      *    VALORES DA TRILHA DE AUDITORIA (HISTORICO DE PRECOS)        *00028600
      *----------------------------------------------------------------*00028700
                                                                        00028800
       01 WRK-AUD-OPERADORES.                                           00028900
          05 WRK-AUD-OPR-DIGITADOR     PIC X(003) VALUE SPACES.         00029000
          05 FILLER                    PIC X(001) VALUE '/'.            00029100
          05 WRK-AUD-OPR-APROVADOR     PIC X(003) VALUE SPACES.         00029200
          05 FILLER                    PIC X(001) VALUE SPACES.         00029300
                                                                        00029400
       01 WRK-AUD-LINHA.                                                00029500
          05 WRK-AUL-PECA              PIC X(006) VALUE SPACES.         00029600
          05 FILLER                    PIC X(001) VALUE SPACES.         00029700
          05 WRK-AUL-PRECO             PIC ZZ.ZZ9,99.                   00029800
          05 FILLER                    PIC X(001) VALUE SPACES.         00029900
          05 WRK-AUL-VAL-INI           PIC X(008) VALUE SPACES.         00030000
          05 FILLER                    PIC X(001) VALUE '-'.            00030100
          05 WRK-AUL-VAL-FIM           PIC X(008) VALUE SPACES.         00030200
          05 FILLER                    PIC X(006) VALUE SPACES.         00030300
                                                                        00030400
      *----------------------------------------------------------------*00030500
      *    LINHAS DO RELATORIO DE ALTERACOES DE PRECO                  *00030600
      *----------------------------------------------------------------*00030700
                                                                        00030800
       01 WRK-CABEC1.                                                   00030900
          05 FILLER               PIC X(046) VALUE                      00031000
             'FR05DB58 - ALTERACOES NA TABELA DE PRECOS     '.          00031100
          05 FILLER               PIC X(012) VALUE '   MOVIMENTO'.      00031200
          05 FILLER               PIC X(001) VALUE SPACES.              00031300
          05 WRK-CB-DATA          PIC X(008) VALUE SPACES.              00031400
          05 FILLER               PIC X(013) VALUE SPACES.              00031500
                                                                        00031600
       01 WRK-CABEC2.                                                   00031700
          05 FILLER               PIC X(060) VALUE                      00031800
             'FORN  PECA    ANTERIOR      NOVO    VAR%  INICIO   FIM'.  00031900
          05 FILLER               PIC X(020) VALUE                      00032000
             '      SITUACAO'.                                          00032100
                                                                        00032200
       01 WRK-LINPRC.                                                   00032300
          05 WRK-LR-FORN          PIC X(005).                           00032400
          05 FILLER               PIC X(001) VALUE SPACES.              00032500
          05 WRK-LR-PECA          PIC X(006).                           00032600
          05 FILLER               PIC X(001) VALUE SPACES.              00032700
          05 WRK-LR-ANTERIOR      PIC ZZ.ZZ9,99.                        00032800
          05 FILLER               PIC X(001) VALUE SPACES.              00032900
          05 WRK-LR-NOVO          PIC ZZ.ZZ9,99.                        00033000
          05 FILLER               PIC X(001) VALUE SPACES.              00033100
          05 WRK-LR-VARIACAO      PIC -ZZ9,99.                          00033200
          05 FILLER               PIC X(001) VALUE SPACES.              00033300
          05 WRK-LR-VAL-INI       PIC X(008).                           00033400
          05 FILLER               PIC X(001) VALUE SPACES.              00033500
          05 WRK-LR-VAL-FIM       PIC X(008).                           00033600
          05 FILLER               PIC X(001) VALUE SPACES.              00033700
          05 WRK-LR-SITUACAO      PIC X(021).                           00033800
                                                                        00033900
       01 WRK-LINTOT.                                                   00034000
          05 WRK-LT-TEXTO         PIC X(030).                           00034100
          05 WRK-LT-QTD           PIC ZZZ.ZZ9.                          00034200
          05 FILLER               PIC X(043) VALUE SPACES.              00034300
                                                                        00034400
       01 WRK-LINASS1.                                                  00034500
          05 FILLER               PIC X(060) VALUE                      00034600
             'COMPRADOR RESPONSAVEL: ______________________________'.   00034700
          05 FILLER               PIC X(020) VALUE SPACES.              00034800
                                                                        00034900
       01 WRK-LINASS2.                                                  00035000
          05 FILLER               PIC X(060) VALUE                      00035100
             'ASSINATURA: ______________________   DATA: ___/___/____'. 00035200
          05 FILLER               PIC X(020) VALUE SPACES.              00035300
                                                                        00035400
      *----------------------------------------------------------------*00035500
       01  FILLER                       PIC X(050)           VALUE      00035600
                        '*** AREA DE BOOK ***'.                         00035700
      *----------------------------------------------------------------*00035800
                                                                        00035900
           COPY 'B#PRECO'.                                              00036000
                                                                        00036100
           COPY 'B#GRALOG'.                                             00036200
                                                                        00036300
           COPY 'B#AUDIT'.                                              00036400
                                                                        00036500
       COPY 'B#RUNCTL'.                                                 00036600
                                                                        00036700
       COPY 'B#DATPRC'.                                                 00036800
                                                                        00036900
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00037000
                                                                        00037100
      *----------------------------------------------------------------*00037200
       01  FILLER                       PIC X(050)           VALUE      00037300
                        '*** AREA DB2 ***'.                             00037400
      *----------------------------------------------------------------*00037500
                                                                        00037600
           EXEC SQL                                                     00037700
               INCLUDE SQLCA                                            00037800
           END-EXEC.                                                    00037900
                                                                        00038000
      *================================================================*00038100
       PROCEDURE                 DIVISION.                              00038200
      *================================================================*00038300
                                                                        00038400
      *----------------------------------------------------------------*00038500
       0000-PRINCIPAL                            SECTION.               00038600
      *----------------------------------------------------------------*00038700
                                                                        00038800
           PERFORM 1000-INICIAR                                         00038900
                                                                        00039000
           PERFORM 2100-LER-MANPRC                                      00039100
                                                                        00039200
           PERFORM 3000-PROCESSAR                                       00039300
                   UNTIL WRK-FIM-MANPRC-SIM                             00039400
                                                                        00039500
           PERFORM 4000-FINALIZAR                                       00039600
                                                                        00039700
           MOVE 'F'                  TO WRK-RUN-FUNCAO                  00039800
           MOVE ACUM-LIDOS-MANPRC    TO WRK-RUN-LIDOS                   00039900
           MOVE ACUM-GRAV-PRCNOVO    TO WRK-RUN-GRAVADOS                00040000
           MOVE ZEROS                TO WRK-RUN-RC                      00040100
           CALL 'GRAVARUN'           USING WRK-RUNCTL                   00040200
                                                                        00040300
           STOP RUN.                                                    00040400
                                                                        00040500
      *----------------------------------------------------------------*00040600
       0000-99-FIM.                           EXIT.                     00040700
      *----------------------------------------------------------------*00040800
                                                                        00040900
      *----------------------------------------------------------------*00041000
       1000-INICIAR                           SECTION.                  00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00041400
           ACCEPT WRK-PARM-PCT  FROM SYSIN                              00041500
           IF WRK-PARM-PCT NOT NUMERIC                                  00041600
              MOVE 10                 TO WRK-PARM-PCT                   00041700
           END-IF                                                       00041800
                                                                        00041900
           CALL 'LERDATAP'            USING WRK-DATPRC                  00042000
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00042100
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00042200
           MOVE 'FR05DB58'            TO WRK-RUN-PROGRAMA               00042300
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00042400
           MOVE ZEROS                 TO WRK-RUN-RC                     00042500
                                         WRK-RUN-LIDOS                  00042600
                                         WRK-RUN-GRAVADOS               00042700
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00042800
                                                                        00042900
           IF WRK-RUN-DATA-JA-FEITA                                     00043000
              MOVE 'A'                TO WRK-SEVERIDADE                 00043100
              MOVE 'FR05DB58'         TO WRK-PROGRAMA                   00043200
              MOVE '1000  '           TO WRK-SECAO                      00043300
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00043400
                                      TO WRK-MENSAGEM                   00043500
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00043600
              CALL 'GRAVALOG'         USING WRK-LOG                     00043700
              MOVE 08                 TO RETURN-CODE                    00043800
              GOBACK                                                    00043900
           END-IF                                                       00044000
                                                                        00044100
           PERFORM 1200-CARREGAR-PRECOS                                 00044200
                                                                        00044300
           OPEN INPUT  MANPRC                                           00044400
           PERFORM 1100-TESTAR-STATUS                                   00044500
                                                                        00044600
           PERFORM 1500-VALIDAR-CONTROLES                               00044700
                                                                        00044800
           OPEN OUTPUT PRCPEND                                          00044900
                OUTPUT PRCREJ                                           00045000
                OUTPUT RELPRC                                           00045100
           PERFORM 1100-TESTAR-STATUS                                   00045200
                                                                        00045300
           MOVE WRK-DATA-EXEC         TO WRK-CB-DATA                    00045400
           WRITE FD-RELPRC            FROM WRK-CABEC1                   00045500
           MOVE SPACES                TO FD-RELPRC                      00045600
           WRITE FD-RELPRC                                              00045700
           WRITE FD-RELPRC            FROM WRK-CABEC2                   00045800
           PERFORM 1100-TESTAR-STATUS.                                  00045900
                                                                        00046000
      *----------------------------------------------------------------*00046100
       1000-99-FIM.                            EXIT.                    00046200
      *----------------------------------------------------------------*00046300
                                                                        00046400
      *----------------------------------------------------------------*00046500
       1100-TESTAR-STATUS                    SECTION.                   00046600
      *----------------------------------------------------------------*00046700
                                                                        00046800
           IF WRK-FS-PRECONT NOT EQUAL ZEROS                            00046900
            AND WRK-FS-PRECONT NOT EQUAL '10'                           00047000
              MOVE 'ERRO NO ARQUIVO PRECONT'     TO WRK-MENSAGEM        00047100
              MOVE WRK-FS-PRECONT                TO WRK-STATUS          00047200
              PERFORM 9999-TRATAR-ERROS                                 00047300
           END-IF                                                       00047400
                                                                        00047500
           IF WRK-FS-MANPRC NOT EQUAL ZEROS                             00047600
            AND WRK-FS-MANPRC NOT EQUAL '10'                            00047700
              MOVE 'ERRO NO ARQUIVO MANPRC'      TO WRK-MENSAGEM        00047800
              MOVE WRK-FS-MANPRC                 TO WRK-STATUS          00047900
              PERFORM 9999-TRATAR-ERROS                                 00048000
           END-IF                                                       00048100
                                                                        00048200
           IF WRK-FS-PRCNOVO NOT EQUAL ZEROS                            00048300
              MOVE 'ERRO NO ARQUIVO PRCNOVO'     TO WRK-MENSAGEM        00048400
              MOVE WRK-FS-PRCNOVO                TO WRK-STATUS          00048500
              PERFORM 9999-TRATAR-ERROS                                 00048600
           END-IF                                                       00048700
                                                                        00048800
           IF WRK-FS-PRCPEND NOT EQUAL ZEROS                            00048900
              MOVE 'ERRO NO ARQUIVO PRCPEND'     TO WRK-MENSAGEM        00049000
              MOVE WRK-FS-PRCPEND                TO WRK-STATUS          00049100
              PERFORM 9999-TRATAR-ERROS                                 00049200
           END-IF                                                       00049300
                                                                        00049400
           IF WRK-FS-PRCREJ NOT EQUAL ZEROS                             00049500
              MOVE 'ERRO NO ARQUIVO PRCREJ'      TO WRK-MENSAGEM        00049600
              MOVE WRK-FS-PRCREJ                 TO WRK-STATUS          00049700
              PERFORM 9999-TRATAR-ERROS                                 00049800
           END-IF                                                       00049900
                                                                        00050000
           IF WRK-FS-RELPRC NOT EQUAL ZEROS                             00050100
              MOVE 'ERRO NO ARQUIVO RELPRC'      TO WRK-MENSAGEM        00050200
              MOVE WRK-FS-RELPRC                 TO WRK-STATUS          00050300
              PERFORM 9999-TRATAR-ERROS                                 00050400
           END-IF.                                                      00050500
                                                                        00050600
      *----------------------------------------------------------------*00050700
       1100-99-FIM.                            EXIT.                    00050800
      *----------------------------------------------------------------*00050900
                                                                        00051000
      *----------------------------------------------------------------*00051100
       1200-CARREGAR-PRECOS                  SECTION.                   00051200
      *----------------------------------------------------------------*00051300
                                                                        00051400
      *    SEM TABELA AINDA NAO E ERRO: O PRIMEIRO LOTE A CRIA         *00051500
           OPEN INPUT PRECONT                                           00051600
           IF WRK-FS-PRECONT EQUAL '35'                                 00051700
              MOVE '10'               TO WRK-FS-PRECONT                 00051800
              GO                  TO 1200-99-FIM                        00051900
           END-IF                                                       00052000
           PERFORM 1100-TESTAR-STATUS                                   00052100
                                                                        00052200
           PERFORM 1210-LER-PRECONT                                     00052300
                                                                        00052400
           PERFORM 1220-GUARDAR-PRECO                                   00052500
                   UNTIL WRK-FS-PRECONT EQUAL '10'                      00052600
                                                                        00052700
           CLOSE PRECONT.                                               00052800
                                                                        00052900
      *----------------------------------------------------------------*00053000
       1200-99-FIM.                           EXIT.                     00053100
      *----------------------------------------------------------------*00053200
                                                                        00053300
      *----------------------------------------------------------------*00053400
       1210-LER-PRECONT                      SECTION.                   00053500
      *----------------------------------------------------------------*00053600
                                                                        00053700
           READ PRECONT              INTO WRK-PRECONT                   00053800
                                                                        00053900
           IF WRK-FS-PRECONT EQUAL '10'                                 00054000
              GO                  TO 1210-99-FIM                        00054100
           END-IF                                                       00054200
                                                                        00054300
           PERFORM 1100-TESTAR-STATUS.                                  00054400
                                                                        00054500
      *----------------------------------------------------------------*00054600
       1210-99-FIM.                           EXIT.                     00054700
      *----------------------------------------------------------------*00054800
                                                                        00054900
      *----------------------------------------------------------------*00055000
       1220-GUARDAR-PRECO                    SECTION.                   00055100
      *----------------------------------------------------------------*00055200
                                                                        00055300
           IF WRK-TAB-PRC-QTDE GREATER OR EQUAL 300                     00055400
              MOVE 'TABELA DE PRECOS CHEIA'      TO WRK-MENSAGEM        00055500
              MOVE '1220'                        TO WRK-SECAO           00055600
              MOVE SPACES                        TO WRK-STATUS          00055700
              PERFORM 9999-TRATAR-ERROS                                 00055800
           END-IF                                                       00055900
                                                                        00056000
           ADD 1                     TO WRK-TAB-PRC-QTDE                00056100
           SET WRK-IDX-PRC           TO WRK-TAB-PRC-QTDE                00056200
           MOVE WRK-PRECONT          TO WRK-TAB-PRC (WRK-IDX-PRC)       00056300
                                                                        00056400
           PERFORM 1210-LER-PRECONT.                                    00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       1220-99-FIM.                           EXIT.                     00056800
      *----------------------------------------------------------------*00056900
                                                                        00057000
      *----------------------------------------------------------------*00057100
       1500-VALIDAR-CONTROLES                SECTION.                   00057200
      *----------------------------------------------------------------*00057300
                                                                        00057400
           PERFORM 1540-VALIDAR-REG-MPR                                 00057500
                   UNTIL WRK-FS-MANPRC EQUAL '10'                       00057600
                                                                        00057700
           IF NOT WRK-TEM-HEADER-SIM                                    00057800
              MOVE 'MANPRC SEM REGISTRO HEADER'  TO WRK-MENSAGEM        00057900
              PERFORM 1590-ERRO-CONTROLE                                00058000
           END-IF                                                       00058100
                                                                        00058200
           IF NOT WRK-TEM-TRAILER-SIM                                   00058300
              MOVE 'MANPRC SEM REGISTRO TRAILER' TO WRK-MENSAGEM        00058400
              PERFORM 1590-ERRO-CONTROLE                                00058500
           END-IF                                                       00058600
                                                                        00058700
           IF WRK-TRL-QTD-INFORMADA NOT EQUAL WRK-QTD-CONTROLE-MPR      00058800
              MOVE 'MANPRC QTDE DIVERGE DO TRAILER' TO WRK-MENSAGEM     00058900
              PERFORM 1590-ERRO-CONTROLE                                00059000
           END-IF                                                       00059100
                                                                        00059200
           IF WRK-TRL-HASH-INFORMADO NOT EQUAL WRK-HASH-PRECO           00059300
              MOVE 'MANPRC HASH DIVERGE DO TRAILER' TO WRK-MENSAGEM     00059400
              PERFORM 1590-ERRO-CONTROLE                                00059500
           END-IF                                                       00059600
                                                                        00059700
           CLOSE MANPRC                                                 00059800
           OPEN INPUT MANPRC                                            00059900
           PERFORM 1100-TESTAR-STATUS.                                  00060000
                                                                        00060100
      *----------------------------------------------------------------*00060200
       1500-99-FIM.                           EXIT.                     00060300
      *----------------------------------------------------------------*00060400
                                                                        00060500
      *----------------------------------------------------------------*00060600
       1540-VALIDAR-REG-MPR                  SECTION.                   00060700
      *----------------------------------------------------------------*00060800
                                                                        00060900
           READ MANPRC                                                  00061000
                                                                        00061100
           IF WRK-FS-MANPRC EQUAL '10'                                  00061200
              GO                  TO 1540-99-FIM                        00061300
           END-IF                                                       00061400
                                                                        00061500
           PERFORM 1100-TESTAR-STATUS                                   00061600
                                                                        00061700
           EVALUATE FD-MPR-TIPO-REG                                     00061800
             WHEN '0'                                                   00061900
              MOVE 'S'              TO WRK-TEM-HEADER                   00062000
             WHEN '9'                                                   00062100
              MOVE 'S'              TO WRK-TEM-TRAILER                  00062200
              MOVE FD-MPR-T-QTD-REG TO WRK-TRL-QTD-INFORMADA            00062300
              MOVE FD-MPR-T-HASH-PRECO                                  00062400
                                    TO WRK-TRL-HASH-INFORMADO           00062500
             WHEN OTHER                                                 00062600
              ADD 1                 TO WRK-QTD-CONTROLE-MPR             00062700
              IF FD-MPR-PRECO NUMERIC                                   00062800
                 ADD FD-MPR-PRECO   TO WRK-HASH-PRECO                   00062900
              END-IF                                                    00063000
           END-EVALUATE.                                                00063100
                                                                        00063200
      *----------------------------------------------------------------*00063300
       1540-99-FIM.                           EXIT.                     00063400
      *----------------------------------------------------------------*00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       1590-ERRO-CONTROLE                    SECTION.                   00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
           MOVE '1500'               TO WRK-SECAO                       00064100
           MOVE SPACES               TO WRK-STATUS                      00064200
           PERFORM 9999-TRATAR-ERROS.                                   00064300
                                                                        00064400
      *----------------------------------------------------------------*00064500
       1590-99-FIM.                           EXIT.                     00064600
      *----------------------------------------------------------------*00064700
                                                                        00064800
      *----------------------------------------------------------------*00064900
       2100-LER-MANPRC                       SECTION.                   00065000
      *----------------------------------------------------------------*00065100
                                                                        00065200
       2100-10-LER.                                                     00065300
           READ MANPRC                                                  00065400
                                                                        00065500
           IF WRK-FS-MANPRC NOT EQUAL '10'                              00065600
            AND (FD-MPR-TIPO-REG EQUAL '0'                              00065700
                 OR FD-MPR-TIPO-REG EQUAL '9')                          00065800
              GO                  TO 2100-10-LER                        00065900
           END-IF                                                       00066000
                                                                        00066100
           IF WRK-FS-MANPRC EQUAL '10'                                  00066200
              MOVE 'S'               TO WRK-FIM-MANPRC                  00066300
              GO                  TO 2100-99-FIM                        00066400
           END-IF                                                       00066500
                                                                        00066600
           PERFORM 1100-TESTAR-STATUS                                   00066700
           ADD 1                     TO ACUM-LIDOS-MANPRC.              00066800
                                                                        00066900
      *----------------------------------------------------------------*00067000
       2100-99-FIM.                           EXIT.                     00067100
      *----------------------------------------------------------------*00067200
                                                                        00067300
      ******************************************************************00067400
      *                     P R O C E S S A R                          *00067500
      ******************************************************************00067600
                                                                        00067700
      *----------------------------------------------------------------*00067800
       3000-PROCESSAR                        SECTION.                   00067900
      *----------------------------------------------------------------*00068000
                                                                        00068100
      *    FIM EM BRANCO = PRECO SEM DATA DE TERMINO                   *00068200
           IF FD-MPR-VALID-FIM EQUAL SPACES                             00068300
              MOVE '99999999'        TO WRK-NOVO-FIM                    00068400
           ELSE                                                         00068500
              MOVE FD-MPR-VALID-FIM  TO WRK-NOVO-FIM                    00068600
           END-IF                                                       00068700
                                                                        00068800
           MOVE SPACES               TO WRK-LINPRC                      00068900
           MOVE FD-MPR-COD-FORN      TO WRK-LR-FORN                     00069000
           MOVE FD-MPR-COD-PECA      TO WRK-LR-PECA                     00069100
           MOVE FD-MPR-VALID-INI     TO WRK-LR-VAL-INI                  00069200
           MOVE WRK-NOVO-FIM         TO WRK-LR-VAL-FIM                  00069300
           MOVE 'N'                  TO WRK-APROVADO                    00069400
                                        WRK-RETIDA                      00069500
           MOVE ZEROS                TO WRK-LR-ANTERIOR                 00069600
                                        WRK-LR-NOVO                     00069700
                                        WRK-LR-VARIACAO                 00069800
                                                                        00069900
           EVALUATE TRUE                                                00070000
             WHEN FD-MPR-TIPO-REG NOT EQUAL '1'                         00070100
              MOVE 'TIPO DE REGISTRO INVALIDO'                          00070200
                                     TO WRK-MOTIVO-RECUSA               00070300
              PERFORM 3900-GRAVAR-RECUSA                                00070400
             WHEN FD-MPR-COD-FORN EQUAL SPACES                          00070500
               OR FD-MPR-COD-PECA EQUAL SPACES                          00070600
              MOVE 'FORNECEDOR/PECA EM BRANCO'                          00070700
                                     TO WRK-MOTIVO-RECUSA               00070800
              PERFORM 3900-GRAVAR-RECUSA                                00070900
             WHEN FD-MPR-VALID-INI NOT NUMERIC                          00071000
               OR FD-MPR-VALID-INI EQUAL ZEROS                          00071100
               OR WRK-NOVO-FIM NOT NUMERIC                              00071200
              MOVE 'DATA DE VIGENCIA INVALIDA'                          00071300
                                     TO WRK-MOTIVO-RECUSA               00071400
              PERFORM 3900-GRAVAR-RECUSA                                00071500
             WHEN WRK-NOVO-FIM LESS FD-MPR-VALID-INI                    00071600
              MOVE 'FIM DE VIGENCIA ANTES DO INICIO'                    00071700
                                     TO WRK-MOTIVO-RECUSA               00071800
              PERFORM 3900-GRAVAR-RECUSA                                00071900
             WHEN FD-MPR-OP-INCLUSAO                                    00072000
              PERFORM 3100-INCLUIR-PRECO                                00072100
             WHEN FD-MPR-OP-ALTERACAO                                   00072200
              PERFORM 3300-ALTERAR-VIGENCIA                             00072300
             WHEN OTHER                                                 00072400
              MOVE 'OPERACAO INVALIDA'                                  00072500
                                     TO WRK-MOTIVO-RECUSA               00072600
              PERFORM 3900-GRAVAR-RECUSA                                00072700
           END-EVALUATE                                                 00072800
                                                                        00072900
           PERFORM 2100-LER-MANPRC.                                     00073000
                                                                        00073100
      *----------------------------------------------------------------*00073200
       3000-99-FIM.                           EXIT.                     00073300
      *----------------------------------------------------------------*00073400
                                                                        00073500
      *----------------------------------------------------------------*00073600
       3100-INCLUIR-PRECO                    SECTION.                   00073700
      *----------------------------------------------------------------*00073800
                                                                        00073900
           IF FD-MPR-PRECO NOT NUMERIC                                  00074000
            OR FD-MPR-PRECO EQUAL ZEROS                                 00074100
              MOVE 'PRECO INVALIDO'  TO WRK-MOTIVO-RECUSA               00074200
              PERFORM 3900-GRAVAR-RECUSA                                00074300
              GO                  TO 3100-99-FIM                        00074400
           END-IF                                                       00074500
                                                                        00074600
      *    A LINHA VIGENTE NO INICIO DO NOVO PRECO (COMECADA ANTES     *00074700
      *    DELE) SERA ENCERRADA NA VESPERA; QUALQUER OUTRA LINHA QUE   *00074800
      *    CAIA DENTRO DA NOVA VIGENCIA E SOBREPOSICAO                 *00074900
           MOVE ZEROS                TO WRK-IND-VIGENTE                 00075000
           MOVE 'N'                  TO WRK-SOBREPOE                    00075100
           IF WRK-TAB-PRC-QTDE GREATER ZEROS                            00075200
              PERFORM 3110-CONFERIR-LINHA-INC                           00075300
                      VARYING WRK-IND-PRC FROM 1 BY 1                   00075400
                      UNTIL WRK-IND-PRC GREATER WRK-TAB-PRC-QTDE        00075500
           END-IF                                                       00075600
                                                                        00075700
           IF WRK-SOBREPOE-SIM                                          00075800
              MOVE 'VIGENCIA SOBREPOSTA'                                00075900
                                     TO WRK-MOTIVO-RECUSA               00076000
              PERFORM 3900-GRAVAR-RECUSA                                00076100
              GO                  TO 3100-99-FIM                        00076200
           END-IF                                                       00076300
                                                                        00076400
           MOVE FD-MPR-PRECO         TO WRK-LR-NOVO                     00076500
           MOVE ZEROS                TO WRK-PRECO-ANTERIOR              00076600
                                        WRK-VARIACAO                    00076700
           IF WRK-IND-VIGENTE GREATER ZEROS                             00076800
              SET WRK-IDX-PRC        TO WRK-IND-VIGENTE                 00076900
              MOVE WRK-TAB-PRC-PRECO (WRK-IDX-PRC)                      00077000
                                     TO WRK-PRECO-ANTERIOR              00077100
              COMPUTE WRK-VARIACAO ROUNDED =                            00077200
                      (FD-MPR-PRECO - WRK-PRECO-ANTERIOR) * 100         00077300
                    / WRK-PRECO-ANTERIOR                                00077400
                 ON SIZE ERROR                                          00077500
                    MOVE 999,99      TO WRK-VARIACAO                    00077600
              END-COMPUTE                                               00077700
           END-IF                                                       00077800
           MOVE WRK-PRECO-ANTERIOR   TO WRK-LR-ANTERIOR                 00077900
           MOVE WRK-VARIACAO         TO WRK-LR-VARIACAO                 00078000
                                                                        00078100
      *    AUMENTO ACIMA DO PERCENTUAL DO SYSIN PRECISA DE APROVADOR   *00078200
           MOVE 'N'                  TO WRK-APROVADO                    00078300
                                        WRK-RETIDA                      00078400
           IF WRK-VARIACAO GREATER WRK-PARM-PCT                         00078500
              PERFORM 3200-CONFERIR-ALCADA                              00078600
              IF NOT WRK-APROVADO-SIM                                   00078700
                 GO               TO 3100-99-FIM                        00078800
              END-IF                                                    00078900
           END-IF                                                       00079000
                                                                        00079100
           IF WRK-IND-VIGENTE GREATER ZEROS                             00079200
              PERFORM 3150-ENCERRAR-VIGENTE                             00079300
           END-IF                                                       00079400
                                                                        00079500
           IF WRK-TAB-PRC-QTDE GREATER OR EQUAL 300                     00079600
              MOVE 'TABELA DE PRECOS CHEIA'      TO WRK-MENSAGEM        00079700
              MOVE '3100'                        TO WRK-SECAO           00079800
              MOVE SPACES                        TO WRK-STATUS          00079900
              PERFORM 9999-TRATAR-ERROS                                 00080000
           END-IF                                                       00080100
                                                                        00080200
           MOVE SPACES               TO WRK-PRECONT                     00080300
           MOVE FD-MPR-COD-FORN      TO FD-PRC-COD-FORN                 00080400
           MOVE FD-MPR-COD-PECA      TO FD-PRC-COD-PECA                 00080500
           MOVE FD-MPR-PRECO         TO FD-PRC-PRECO                    00080600
           MOVE FD-MPR-VALID-INI     TO FD-PRC-VALID-INI                00080700
           MOVE WRK-NOVO-FIM         TO FD-PRC-VALID-FIM                00080800
           ADD 1                     TO WRK-TAB-PRC-QTDE                00080900
           SET WRK-IDX-PRC           TO WRK-TAB-PRC-QTDE                00081000
           MOVE WRK-PRECONT          TO WRK-TAB-PRC (WRK-IDX-PRC)       00081100
           ADD 1                     TO ACUM-INCLUIDAS                  00081200
                                                                        00081300
           IF WRK-APROVADO-SIM                                          00081400
              MOVE 'INCLUIDA - APROV.'                                  00081500
                                     TO WRK-LR-SITUACAO                 00081600
              MOVE WRK-OP-OPERADOR   TO WRK-LR-SITUACAO (19:3)          00081700
           ELSE                                                         00081800
              MOVE 'INCLUIDA'        TO WRK-LR-SITUACAO                 00081900
           END-IF                                                       00082000
           WRITE FD-RELPRC           FROM WRK-LINPRC                    00082100
           PERFORM 1100-TESTAR-STATUS                                   00082200
                                                                        00082300
           MOVE SPACES               TO WRK-AUD-VALOR-ANTES             00082400
           IF WRK-IND-VIGENTE GREATER ZEROS                             00082500
              SET WRK-IDX-PRC        TO WRK-IND-VIGENTE                 00082600
              PERFORM 3800-MONTAR-LINHA-AUD                             00082700
              MOVE WRK-AUD-LINHA     TO WRK-AUD-VALOR-ANTES             00082800
           END-IF                                                       00082900
           SET WRK-IDX-PRC           TO WRK-TAB-PRC-QTDE                00083000
           PERFORM 3800-MONTAR-LINHA-AUD                                00083100
           MOVE WRK-AUD-LINHA        TO WRK-AUD-VALOR-DEPOIS            00083200
           MOVE '3100  '             TO WRK-AUD-SECAO                   00083300
           MOVE 'I'                  TO WRK-AUD-OPERACAO                00083400
           MOVE 'PRECO'              TO WRK-AUD-CAMPO                   00083500
           PERFORM 3700-GRAVAR-AUDITORIA.                               00083600
                                                                        00083700
      *----------------------------------------------------------------*00083800
       3100-99-FIM.                           EXIT.                     00083900
      *----------------------------------------------------------------*00084000
                                                                        00084100
      *----------------------------------------------------------------*00084200
       3110-CONFERIR-LINHA-INC               SECTION.                   00084300
      *----------------------------------------------------------------*00084400
                                                                        00084500
           SET WRK-IDX-PRC           TO WRK-IND-PRC                     00084600
                                                                        00084700
           IF WRK-TAB-PRC-FORN (WRK-IDX-PRC) NOT EQUAL FD-MPR-COD-FORN  00084800
            OR WRK-TAB-PRC-PECA (WRK-IDX-PRC) NOT EQUAL FD-MPR-COD-PECA 00084900
              GO                  TO 3110-99-FIM                        00085000
           END-IF                                                       00085100
                                                                        00085200
           IF WRK-TAB-PRC-VAL-INI (WRK-IDX-PRC) LESS FD-MPR-VALID-INI   00085300
            AND WRK-TAB-PRC-VAL-FIM (WRK-IDX-PRC)                       00085400
                NOT LESS FD-MPR-VALID-INI                               00085500
              MOVE WRK-IND-PRC       TO WRK-IND-VIGENTE                 00085600
              GO                  TO 3110-99-FIM                        00085700
           END-IF                                                       00085800
                                                                        00085900
           IF WRK-TAB-PRC-VAL-INI (WRK-IDX-PRC)                         00086000
              NOT LESS FD-MPR-VALID-INI                                 00086100
            AND WRK-TAB-PRC-VAL-INI (WRK-IDX-PRC)                       00086200
              NOT GREATER WRK-NOVO-FIM                                  00086300
              MOVE 'S'               TO WRK-SOBREPOE                    00086400
           END-IF.                                                      00086500
                                                                        00086600
      *----------------------------------------------------------------*00086700
       3110-99-FIM.                           EXIT.                     00086800
      *----------------------------------------------------------------*00086900
                                                                        00087000
      *----------------------------------------------------------------*00087100
       3150-ENCERRAR-VIGENTE                 SECTION.                   00087200
      *----------------------------------------------------------------*00087300
                                                                        00087400
      *    A LINHA ANTERIOR TERMINA NA VESPERA DO NOVO PRECO           *00087500
           MOVE FD-MPR-VALID-INI     TO WRK-DATA-AUX-N                  00087600
           COMPUTE WRK-DIAS-AUX =                                       00087700
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N) - 1        00087800
           COMPUTE WRK-DATA-AUX-N =                                     00087900
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-AUX)              00088000
           MOVE WRK-DATA-AUX-N       TO WRK-VESPERA                     00088100
                                                                        00088200
           SET WRK-IDX-PRC           TO WRK-IND-VIGENTE                 00088300
           PERFORM 3800-MONTAR-LINHA-AUD                                00088400
           MOVE WRK-AUD-LINHA        TO WRK-AUD-VALOR-ANTES             00088500
           MOVE WRK-VESPERA          TO WRK-TAB-PRC-VAL-FIM             00088600
                                        (WRK-IDX-PRC)                   00088700
           PERFORM 3800-MONTAR-LINHA-AUD                                00088800
           MOVE WRK-AUD-LINHA        TO WRK-AUD-VALOR-DEPOIS            00088900
           MOVE '3150  '             TO WRK-AUD-SECAO                   00089000
           MOVE 'A'                  TO WRK-AUD-OPERACAO                00089100
           MOVE 'VALID-FIM'          TO WRK-AUD-CAMPO                   00089200
           PERFORM 3700-GRAVAR-AUDITORIA                                00089300
           ADD 1                     TO ACUM-ENCERRADAS                 00089400
                                                                        00089500
           MOVE SPACES               TO WRK-LINPRC                      00089600
           MOVE WRK-TAB-PRC-FORN (WRK-IDX-PRC)                          00089700
                                     TO WRK-LR-FORN                     00089800
           MOVE WRK-TAB-PRC-PECA (WRK-IDX-PRC)                          00089900
                                     TO WRK-LR-PECA                     00090000
           MOVE ZEROS                TO WRK-LR-ANTERIOR                 00090100
                                        WRK-LR-VARIACAO                 00090200
           MOVE WRK-TAB-PRC-PRECO (WRK-IDX-PRC)                         00090300
                                     TO WRK-LR-NOVO                     00090400
           MOVE WRK-TAB-PRC-VAL-INI (WRK-IDX-PRC)                       00090500
                                     TO WRK-LR-VAL-INI                  00090600
           MOVE WRK-VESPERA          TO WRK-LR-VAL-FIM                  00090700
           MOVE 'ENCERRADA'          TO WRK-LR-SITUACAO                 00090800
           WRITE FD-RELPRC           FROM WRK-LINPRC                    00090900
           PERFORM 1100-TESTAR-STATUS                                   00091000
                                                                        00091100
      *    A LINHA DO PRECO NOVO VOLTA PARA O RELATORIO                *00091200
           MOVE FD-MPR-COD-FORN      TO WRK-LR-FORN                     00091300
           MOVE FD-MPR-COD-PECA      TO WRK-LR-PECA                     00091400
           MOVE WRK-PRECO-ANTERIOR   TO WRK-LR-ANTERIOR                 00091500
           MOVE FD-MPR-PRECO         TO WRK-LR-NOVO                     00091600
           MOVE WRK-VARIACAO         TO WRK-LR-VARIACAO                 00091700
           MOVE FD-MPR-VALID-INI     TO WRK-LR-VAL-INI                  00091800
           MOVE WRK-NOVO-FIM         TO WRK-LR-VAL-FIM.                 00091900
                                                                        00092000
      *----------------------------------------------------------------*00092100
       3150-99-FIM.                           EXIT.                     00092200
      *----------------------------------------------------------------*00092300
                                                                        00092400
      *----------------------------------------------------------------*00092500
       3200-CONFERIR-ALCADA                  SECTION.                   00092600
      *----------------------------------------------------------------*00092700
                                                                        00092800
      *    SEM APROVADOR A LINHA FICA RETIDA NO PRCPEND; COM APROVADOR *00092900
      *    SEM ALCADA (OU O PROPRIO DIGITADOR) E RECUSADA              *00093000
           IF FD-MPR-APROVADOR EQUAL SPACES                             00093100
              WRITE FD-PRCPEND       FROM FD-MANPRC                     00093200
              PERFORM 1100-TESTAR-STATUS                                00093300
              ADD 1                  TO ACUM-RETIDAS                    00093400
              MOVE 'S'               TO WRK-RETIDA                      00093500
              MOVE 'RETIDA P/ APROVACAO'                                00093600
                                     TO WRK-LR-SITUACAO                 00093700
              WRITE FD-RELPRC        FROM WRK-LINPRC                    00093800
              PERFORM 1100-TESTAR-STATUS                                00093900
              MOVE 'A'               TO WRK-SEVERIDADE                  00094000
              MOVE 'FR05DB58'        TO WRK-PROGRAMA                    00094100
              MOVE '3200  '          TO WRK-SECAO                       00094200
              MOVE 'AUMENTO DE PRECO RETIDO P/ APROVACAO'               00094300
                                     TO WRK-MENSAGEM                    00094400
              MOVE FD-MPR-COD-FORN   TO WRK-STATUS                      00094500
              CALL 'GRAVALOG'        USING WRK-LOG                      00094600
              GO                  TO 3200-99-FIM                        00094700
           END-IF                                                       00094800
                                                                        00094900
           MOVE FD-MPR-APROVADOR     TO WRK-OP-OPERADOR                 00095000
                                                                        00095100
      *    QUEM DIGITOU NAO APROVA O PROPRIO AUMENTO                   *00095200
           IF WRK-OP-OPERADOR EQUAL FD-MPR-OPERADOR                     00095300
              MOVE 'APROVADOR IGUAL AO DIGITADOR'                       00095400
                                     TO WRK-MOTIVO-RECUSA               00095500
              PERFORM 3900-GRAVAR-RECUSA                                00095600
              GO                  TO 3200-99-FIM                        00095700
           END-IF                                                       00095800
                                                                        00095900
      *    A ALCADA DE APROVACAO EXIGE OPERADOR ATIVO COM O FLAG       *00096000
      *    ALTERA = 'S' NA FOUR001.OPERADOR                            *00096100
           EXEC SQL                                                     00096200
             SELECT ALTERA, ATIVO                                       00096300
              INTO :WRK-OP-ALTERA,                                      00096400
                   :WRK-OP-ATIVO                                        00096500
              FROM FOUR001.OPERADOR                                     00096600
              WHERE OPERADOR = :WRK-OP-OPERADOR                         00096700
           END-EXEC                                                     00096800
                                                                        00096900
           EVALUATE TRUE                                                00097000
             WHEN SQLCODE EQUAL ZERO                                    00097100
              AND WRK-OP-ALTERA EQUAL 'S'                               00097200
              AND WRK-OP-ATIVO EQUAL 'S'                                00097300
              MOVE 'S'               TO WRK-APROVADO                    00097400
              ADD 1                  TO ACUM-APROVADAS                  00097500
             WHEN SQLCODE EQUAL ZERO                                    00097600
              MOVE 'APROVADOR SEM ALCADA'                               00097700
                                     TO WRK-MOTIVO-RECUSA               00097800
              PERFORM 3900-GRAVAR-RECUSA                                00097900
             WHEN SQLCODE EQUAL +100                                    00098000
              MOVE 'APROVADOR INEXISTENTE'                              00098100
                                     TO WRK-MOTIVO-RECUSA               00098200
              PERFORM 3900-GRAVAR-RECUSA                                00098300
             WHEN OTHER                                                 00098400
              MOVE SQLCODE           TO WRK-SQLCODE                     00098500
              MOVE 'ERRO NA CONSULTA DO OPERADOR'                       00098600
                                     TO WRK-MENSAGEM                    00098700
              MOVE '3200'            TO WRK-SECAO                       00098800
              MOVE WRK-SQLCODE       TO WRK-STATUS                      00098900
              PERFORM 9999-TRATAR-ERROS                                 00099000
           END-EVALUATE.                                                00099100
                                                                        00099200
      *----------------------------------------------------------------*00099300
       3200-99-FIM.                           EXIT.                     00099400
      *----------------------------------------------------------------*00099500
                                                                        00099600
      *----------------------------------------------------------------*00099700
       3300-ALTERAR-VIGENCIA                 SECTION.                   00099800
      *----------------------------------------------------------------*00099900
                                                                        00100000
      *    LOCALIZA A LINHA PELO INICIO DE VIGENCIA E CONFERE SE O     *00100100
      *    NOVO FIM NAO INVADE A LINHA SEGUINTE DO MESMO FORN + PECA   *00100200
           MOVE ZEROS                TO WRK-IND-LINHA                   00100300
           MOVE 'N'                  TO WRK-SOBREPOE                    00100400
           IF WRK-TAB-PRC-QTDE GREATER ZEROS                            00100500
              PERFORM 3310-CONFERIR-LINHA-ALT                           00100600
                      VARYING WRK-IND-PRC FROM 1 BY 1                   00100700
                      UNTIL WRK-IND-PRC GREATER WRK-TAB-PRC-QTDE        00100800
           END-IF                                                       00100900
                                                                        00101000
           IF WRK-IND-LINHA EQUAL ZEROS                                 00101100
              MOVE 'LINHA DE PRECO INEXISTENTE'                         00101200
                                     TO WRK-MOTIVO-RECUSA               00101300
              PERFORM 3900-GRAVAR-RECUSA                                00101400
              GO                  TO 3300-99-FIM                        00101500
           END-IF                                                       00101600
                                                                        00101700
           IF WRK-SOBREPOE-SIM                                          00101800
              MOVE 'VIGENCIA SOBREPOSTA'                                00101900
                                     TO WRK-MOTIVO-RECUSA               00102000
              PERFORM 3900-GRAVAR-RECUSA                                00102100
              GO                  TO 3300-99-FIM                        00102200
           END-IF                                                       00102300
                                                                        00102400
           SET WRK-IDX-PRC           TO WRK-IND-LINHA                   00102500
           PERFORM 3800-MONTAR-LINHA-AUD                                00102600
           MOVE WRK-AUD-LINHA        TO WRK-AUD-VALOR-ANTES             00102700
           MOVE WRK-NOVO-FIM         TO WRK-TAB-PRC-VAL-FIM             00102800
                                        (WRK-IDX-PRC)                   00102900
           PERFORM 3800-MONTAR-LINHA-AUD                                00103000
           MOVE WRK-AUD-LINHA        TO WRK-AUD-VALOR-DEPOIS            00103100
           MOVE '3300  '             TO WRK-AUD-SECAO                   00103200
           MOVE 'A'                  TO WRK-AUD-OPERACAO                00103300
           MOVE 'VALID-FIM'          TO WRK-AUD-CAMPO                   00103400
           MOVE SPACES               TO WRK-OP-OPERADOR                 00103500
           PERFORM 3700-GRAVAR-AUDITORIA                                00103600
           ADD 1                     TO ACUM-FIM-ALTERADO               00103700
                                                                        00103800
           MOVE WRK-TAB-PRC-PRECO (WRK-IDX-PRC)                         00103900
                                     TO WRK-LR-NOVO                     00104000
           MOVE 'FIM ALTERADO'       TO WRK-LR-SITUACAO                 00104100
           WRITE FD-RELPRC           FROM WRK-LINPRC                    00104200
           PERFORM 1100-TESTAR-STATUS.                                  00104300
                                                                        00104400
      *----------------------------------------------------------------*00104500
       3300-99-FIM.                           EXIT.                     00104600
      *----------------------------------------------------------------*00104700
                                                                        00104800
      *----------------------------------------------------------------*00104900
       3310-CONFERIR-LINHA-ALT               SECTION.                   00105000
      *----------------------------------------------------------------*00105100
                                                                        00105200
           SET WRK-IDX-PRC           TO WRK-IND-PRC                     00105300
                                                                        00105400
           IF WRK-TAB-PRC-FORN (WRK-IDX-PRC) NOT EQUAL FD-MPR-COD-FORN  00105500
            OR WRK-TAB-PRC-PECA (WRK-IDX-PRC) NOT EQUAL FD-MPR-COD-PECA 00105600
              GO                  TO 3310-99-FIM                        00105700
           END-IF                                                       00105800
                                                                        00105900
           IF WRK-TAB-PRC-VAL-INI (WRK-IDX-PRC) EQUAL FD-MPR-VALID-INI  00106000
              MOVE WRK-IND-PRC       TO WRK-IND-LINHA                   00106100
              GO                  TO 3310-99-FIM                        00106200
           END-IF                                                       00106300
                                                                        00106400
           IF WRK-TAB-PRC-VAL-INI (WRK-IDX-PRC)                         00106500
              GREATER FD-MPR-VALID-INI                                  00106600
            AND WRK-TAB-PRC-VAL-INI (WRK-IDX-PRC)                       00106700
              NOT GREATER WRK-NOVO-FIM                                  00106800
              MOVE 'S'               TO WRK-SOBREPOE                    00106900
           END-IF.                                                      00107000
                                                                        00107100
      *----------------------------------------------------------------*00107200
       3310-99-FIM.                           EXIT.                     00107300
      *----------------------------------------------------------------*00107400
                                                                        00107500
      ******************************************************************00107600
      *          G R A V A R   A U D I T O R I A                       *00107700
      ******************************************************************00107800
                                                                        00107900
      *----------------------------------------------------------------*00108000
       3700-GRAVAR-AUDITORIA                 SECTION.                   00108100
      *----------------------------------------------------------------*00108200
                                                                        00108300
      *    USUARIO = DIGITADOR/APROVADOR; CHAVE = FORNECEDOR; A PECA,  *00108400
      *    O PRECO E A VIGENCIA VAO NOS VALORES ANTES/DEPOIS           *00108500
           MOVE FD-MPR-OPERADOR      TO WRK-AUD-OPR-DIGITADOR           00108600
           IF WRK-APROVADO-SIM                                          00108700
              MOVE WRK-OP-OPERADOR   TO WRK-AUD-OPR-APROVADOR           00108800
           ELSE                                                         00108900
              MOVE SPACES            TO WRK-AUD-OPR-APROVADOR           00109000
           END-IF                                                       00109100
           MOVE 'FR05DB58'           TO WRK-AUD-PROGRAMA                00109200
           MOVE 'PRECONT '           TO WRK-AUD-TABELA                  00109300
           MOVE ZEROS                TO WRK-AUD-ID                      00109400
           MOVE WRK-AUD-OPERADORES   TO WRK-AUD-USUARIO                 00109500
           MOVE FD-MPR-COD-FORN      TO WRK-AUD-CHAVE                   00109600
           CALL 'GRAVAUD'            USING WRK-AUDITORIA.               00109700
                                                                        00109800
      *----------------------------------------------------------------*00109900
       3700-99-FIM.                           EXIT.                     00110000
      *----------------------------------------------------------------*00110100
                                                                        00110200
      *----------------------------------------------------------------*00110300
       3800-MONTAR-LINHA-AUD                 SECTION.                   00110400
      *----------------------------------------------------------------*00110500
                                                                        00110600
           MOVE WRK-TAB-PRC-PECA (WRK-IDX-PRC)    TO WRK-AUL-PECA       00110700
           MOVE WRK-TAB-PRC-PRECO (WRK-IDX-PRC)   TO WRK-AUL-PRECO      00110800
           MOVE WRK-TAB-PRC-VAL-INI (WRK-IDX-PRC) TO WRK-AUL-VAL-INI    00110900
           MOVE WRK-TAB-PRC-VAL-FIM (WRK-IDX-PRC) TO WRK-AUL-VAL-FIM.   00111000
                                                                        00111100
      *----------------------------------------------------------------*00111200
       3800-99-FIM.                           EXIT.                     00111300
      *----------------------------------------------------------------*00111400
                                                                        00111500
      *----------------------------------------------------------------*00111600
       3900-GRAVAR-RECUSA                    SECTION.                   00111700
      *----------------------------------------------------------------*00111800
                                                                        00111900
           MOVE FD-MANPRC            TO FD-PRJ-TRANSACAO                00112000
           MOVE WRK-MOTIVO-RECUSA    TO FD-PRJ-MOTIVO                   00112100
           WRITE FD-PRCREJ                                              00112200
           PERFORM 1100-TESTAR-STATUS                                   00112300
           ADD 1                     TO ACUM-RECUSADAS                  00112400
                                                                        00112500
           MOVE 'A'                  TO WRK-SEVERIDADE                  00112600
           MOVE 'FR05DB58'           TO WRK-PROGRAMA                    00112700
           MOVE '3900  '             TO WRK-SECAO                       00112800
           MOVE WRK-MOTIVO-RECUSA    TO WRK-MENSAGEM                    00112900
           MOVE FD-MPR-COD-FORN      TO WRK-STATUS                      00113000
           CALL 'GRAVALOG'           USING WRK-LOG.                     00113100
                                                                        00113200
      *----------------------------------------------------------------*00113300
       3900-99-FIM.                           EXIT.                     00113400
      *----------------------------------------------------------------*00113500
                                                                        00113600
      ******************************************************************00113700
      *                     F I N A L I Z A R                          *00113800
      ******************************************************************00113900
                                                                        00114000
      *----------------------------------------------------------------*00114100
       4000-FINALIZAR                        SECTION.                   00114200
      *----------------------------------------------------------------*00114300
                                                                        00114400
           OPEN OUTPUT PRCNOVO                                          00114500
           PERFORM 1100-TESTAR-STATUS                                   00114600
                                                                        00114700
           PERFORM 4100-GRAVAR-PRECO                                    00114800
                   VARYING WRK-IDX-PRC FROM 1 BY 1                      00114900
                   UNTIL WRK-IDX-PRC GREATER WRK-TAB-PRC-QTDE           00115000
                                                                        00115100
           MOVE SPACES               TO FD-RELPRC                       00115200
           WRITE FD-RELPRC                                              00115300
           MOVE 'TRANSACOES LIDAS'   TO WRK-LT-TEXTO                    00115400
           MOVE ACUM-LIDOS-MANPRC    TO WRK-LT-QTD                      00115500
           WRITE FD-RELPRC           FROM WRK-LINTOT                    00115600
           MOVE 'PRECOS INCLUIDOS'   TO WRK-LT-TEXTO                    00115700
           MOVE ACUM-INCLUIDAS       TO WRK-LT-QTD                      00115800
           WRITE FD-RELPRC           FROM WRK-LINTOT                    00115900
           MOVE 'LINHAS ENCERRADAS'  TO WRK-LT-TEXTO                    00116000
           MOVE ACUM-ENCERRADAS      TO WRK-LT-QTD                      00116100
           WRITE FD-RELPRC           FROM WRK-LINTOT                    00116200
           MOVE 'FINS DE VIGENCIA ALTERADOS'                            00116300
                                     TO WRK-LT-TEXTO                    00116400
           MOVE ACUM-FIM-ALTERADO    TO WRK-LT-QTD                      00116500
           WRITE FD-RELPRC           FROM WRK-LINTOT                    00116600
           MOVE 'AUMENTOS APROVADOS' TO WRK-LT-TEXTO                    00116700
           MOVE ACUM-APROVADAS       TO WRK-LT-QTD                      00116800
           WRITE FD-RELPRC           FROM WRK-LINTOT                    00116900
           MOVE 'RETIDOS P/ APROVACAO'                                  00117000
                                     TO WRK-LT-TEXTO                    00117100
           MOVE ACUM-RETIDAS         TO WRK-LT-QTD                      00117200
           WRITE FD-RELPRC           FROM WRK-LINTOT                    00117300
           MOVE 'RECUSADAS (PRCREJ)' TO WRK-LT-TEXTO                    00117400
           MOVE ACUM-RECUSADAS       TO WRK-LT-QTD                      00117500
           WRITE FD-RELPRC           FROM WRK-LINTOT                    00117600
                                                                        00117700
      *    O COMPRADOR ASSINA O RELATORIO                              *00117800
           MOVE SPACES               TO FD-RELPRC                       00117900
           WRITE FD-RELPRC                                              00118000
           WRITE FD-RELPRC                                              00118100
           WRITE FD-RELPRC           FROM WRK-LINASS1                   00118200
           MOVE SPACES               TO FD-RELPRC                       00118300
           WRITE FD-RELPRC                                              00118400
           WRITE FD-RELPRC           FROM WRK-LINASS2                   00118500
           PERFORM 1100-TESTAR-STATUS                                   00118600
                                                                        00118700
           CLOSE MANPRC                                                 00118800
                 PRCNOVO                                                00118900
                 PRCPEND                                                00119000
                 PRCREJ                                                 00119100
                 RELPRC                                                 00119200
                                                                        00119300
           DISPLAY '*************************************************'  00119400
           DISPLAY '    MANUTENCAO DA TABELA DE PRECOS CONTRATADOS   '  00119500
           DISPLAY '                                                 '  00119600
           DISPLAY '  LIDOS MANPRC        :  ' ACUM-LIDOS-MANPRC        00119700
           DISPLAY '  GRAVADOS PRCNOVO    :  ' ACUM-GRAV-PRCNOVO        00119800
           DISPLAY '  PRECOS INCLUIDOS    :  ' ACUM-INCLUIDAS           00119900
           DISPLAY '  LINHAS ENCERRADAS   :  ' ACUM-ENCERRADAS          00120000
           DISPLAY '  FINS ALTERADOS      :  ' ACUM-FIM-ALTERADO        00120100
           DISPLAY '  AUMENTOS APROVADOS  :  ' ACUM-APROVADAS           00120200
           DISPLAY '  RETIDOS APROVACAO   :  ' ACUM-RETIDAS             00120300
           DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS           00120400
           DISPLAY '                                                 '  00120500
           DISPLAY '*************************************************'. 00120600
                                                                        00120700
      *----------------------------------------------------------------*00120800
       4000-99-FIM.                           EXIT.                     00120900
      *----------------------------------------------------------------*00121000
                                                                        00121100
      *----------------------------------------------------------------*00121200
       4100-GRAVAR-PRECO                     SECTION.                   00121300
      *----------------------------------------------------------------*00121400
                                                                        00121500
           WRITE FD-PRCNOVO          FROM WRK-TAB-PRC (WRK-IDX-PRC)     00121600
           PERFORM 1100-TESTAR-STATUS                                   00121700
           ADD 1                     TO ACUM-GRAV-PRCNOVO.              00121800
                                                                        00121900
      *----------------------------------------------------------------*00122000
       4100-99-FIM.                           EXIT.                     00122100
      *----------------------------------------------------------------*00122200
                                                                        00122300
      *----------------------------------------------------------------*00122400
       9999-TRATAR-ERROS                    SECTION.                    00122500
      *----------------------------------------------------------------*00122600
                  MOVE 'F'                TO WRK-SEVERIDADE             00122700
                  MOVE 'FR05DB58'         TO WRK-PROGRAMA               00122800
                  CALL 'GRAVALOG'         USING WRK-LOG                 00122900
                  MOVE 16                 TO RETURN-CODE                00123000
                  GOBACK.                                               00123100
      *----------------------------------------------------------------*00123200
       9999-99-FIM.                           EXIT.                     00123300
      *----------------------------------------------------------------*00123400
