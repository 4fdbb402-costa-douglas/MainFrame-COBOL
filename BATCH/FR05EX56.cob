      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX56.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX56                                       *00002000
      *    TIPO.......: MANUTENCAO DO CADASTRO DE DEBITOS AUTOMATICOS  *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR SOBRE O CADASTRO DE DEBITOS AUTOMATICOS  *00002800
      *               (DEBAUTO, BOOK B#DEBAUT) O LOTE DE MANUTENCAO    *00002900
      *               MANDEB, POR AGENCIA+CONTA+DESCRICAO DA ORDEM:    *00003000
      *               INCLUSAO ('I'), ALTERACAO ('A') DO VALOR E/OU DO *00003100
      *               DIA DO DEBITO, CANCELAMENTO ('C', A ORDEM SAI DO *00003200
      *               CADASTRO), SUSPENSAO ('S', ORDEM FICA INATIVA) E *00003300
      *               REATIVACAO ('R') DE ORDEM SUSPENSA. NO MESMO     *00003400
      *               MOLDE DOS LOTES DO FR05EX20/FR05EX25: HEADER/    *00003500
      *               TRAILER CONFERIDOS NUM PRE-PASSO (QTDE E HASH DO *00003600
      *               VALOR), VALIDACAO REGISTRO A REGISTRO (CONTA     *00003700
      *               INEXISTENTE OU ENCERRADA NO CLI2505, DIA FORA DE *00003800
      *               01-31, VALOR NAO POSITIVO, ORDEM DUPLICADA OU    *00003900
      *               INEXISTENTE), REGRAVACAO EM DEBNOVO (COPIADO     *00004000
      *               SOBRE O DEBAUTO PELO PASSO SEGUINTE DO JOB       *00004100
      *               FR05MDB) E CADA MUDANCA NA TRILHA DE AUDITORIA   *00004200
      *               VIA GRAVAUD. TRANSACAO RECUSADA SAI NO ARQUIVO   *00004300
      *               DEBREJ COM O MOTIVO.                             *00004400
      *----------------------------------------------------------------*00004500
      *    ARQUIVOS :                                                  *00004600
      *    DDNAME          I/O                                         *00004700
      *    JCLDEBAU         I    DEBITOS AUTOMATICOS (ORDENADO POR     *00004800
      *                          AGENCIA+CONTA+DESCRICAO)              *00004900
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00005000
      *    JCLMANDB         I    LOTE DE MANUTENCAO                    *00005100
      *    JCLDEBNV         O    DEBITOS AUTOMATICOS REGRAVADO         *00005200
      *    JCLDEBRJ         O    TRANSACOES RECUSADAS                  *00005300
      *----------------------------------------------------------------*00005400
      *    BOOKS    :    B#DEBAUT, B#CLIMST, B#GRALOG, B#AUDIT,        *00005500
      *                  B#RUNCTL, B#DATPRC                            *00005600
      *----------------------------------------------------------------*00005700
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005800
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00005900
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006000
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006100
      *----------------------------------------------------------------*00006200
      *    PARAMETROS (VIA SYSIN):                                     *00006300
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00006400
      *----------------------------------------------------------------*00006500
      *    HISTORICO DE ALTERACOES:                                    *00006600
      *      DATA        RESP.    DESCRICAO                            *00006700
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00006800
      ******************************************************************00006900
      *================================================================*00007000
                                                                        00007100
      *================================================================*00007200
       ENVIRONMENT                                DIVISION.             00007300
      *================================================================*00007400
                                                                        00007500
      *----------------------------------------------------------------*00007600
       CONFIGURATION                              SECTION.              00007700
      *----------------------------------------------------------------*00007800
                                                                        00007900
       SPECIAL-NAMES.                                                   00008000
           DECIMAL-POINT IS COMMA.                                      00008100
                                                                        00008200
      *----------------------------------------------------------------*00008300
       INPUT-OUTPUT                               SECTION.              00008400
      *----------------------------------------------------------------*00008500
                                                                        00008600
       FILE-CONTROL.                                                    00008700
             SELECT DEBANT    ASSIGN     TO JCLDEBAU                    00008800
                    FILE STATUS          IS WRK-FS-DEBANT.              00008900
                                                                        00009000
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00009100
                    ORGANIZATION    IS INDEXED                          00009200
                    ACCESS MODE     IS SEQUENTIAL                       00009300
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00009400
                    FILE STATUS          IS WRK-FS-CLI2505.             00009500
                                                                        00009600
             SELECT MANDEB    ASSIGN     TO JCLMANDB                    00009700
                    FILE STATUS          IS WRK-FS-MANDEB.              00009800
                                                                        00009900
             SELECT DEBNOVO   ASSIGN     TO JCLDEBNV                    00010000
                    FILE STATUS          IS WRK-FS-DEBNOVO.             00010100
                                                                        00010200
             SELECT DEBREJ    ASSIGN     TO JCLDEBRJ                    00010300
                    FILE STATUS          IS WRK-FS-DEBREJ.              00010400
                                                                        00010500
      *================================================================*00010600
       DATA                                      DIVISION.              00010700
      *================================================================*00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       FILE                                      SECTION.               00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
      *----------------------------------------------------------------*00011400
      *  INPUT - DEBITOS AUTOMATICOS (DEBAUTO) - LRECL = 060.          *00011500
      *----------------------------------------------------------------*00011600
                                                                        00011700
       FD DEBANT                                                        00011800
           RECORDING MODE IS F                                          00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
                                                                        00012100
           COPY 'B#DEBAUT'.                                             00012200
                                                                        00012300
      *----------------------------------------------------------------*00012400
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
       FD CLI2505.                                                      00012800
                                                                        00012900
           COPY 'B#CLIMST'.                                             00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
      *  INPUT - LOTE DE MANUTENCAO (MANDEB) - LRECL = 080.            *00013300
      *----------------------------------------------------------------*00013400
                                                                        00013500
       FD MANDEB                                                        00013600
           RECORDING MODE IS F                                          00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
       01 FD-MANDEB.                                                    00013900
          05 FD-MND-TIPO-REG          PIC X(01).                        00014000
          05 FD-MND-OPERACAO          PIC X(01).                        00014100
              88 FD-MND-OP-INCLUSAO       VALUE 'I'.                    00014200
              88 FD-MND-OP-ALTERACAO      VALUE 'A'.                    00014300
              88 FD-MND-OP-CANCELAMENTO   VALUE 'C'.                    00014400
              88 FD-MND-OP-SUSPENSAO      VALUE 'S'.                    00014500
              88 FD-MND-OP-REATIVACAO     VALUE 'R'.                    00014600
          05 FD-MND-CHAVE.                                              00014700
             10 FD-MND-CHAVE-CONTA.                                     00014800
                15 FD-MND-AGENCIA     PIC 9(04).                        00014900
                15 FD-MND-CONTA       PIC 9(06).                        00015000
             10 FD-MND-DESCRICAO      PIC X(30).                        00015100
          05 FD-MND-VALOR             PIC 9(08)V99.                     00015200
          05 FD-MND-VALOR-X REDEFINES FD-MND-VALOR                      00015300
                                      PIC X(10).                        00015400
          05 FD-MND-DIA               PIC 9(02).                        00015500
          05 FD-MND-DIA-X   REDEFINES FD-MND-DIA                        00015600
                                      PIC X(02).                        00015700
          05 FILLER                   PIC X(26).                        00015800
                                                                        00015900
       01 FD-MND-HEADER.                                                00016000
          05 FD-MND-H-TIPO            PIC X(01).                        00016100
          05 FD-MND-H-ORIGEM          PIC X(08).                        00016200
          05 FD-MND-H-DATA            PIC X(08).                        00016300
          05 FILLER                   PIC X(63).                        00016400
                                                                        00016500
       01 FD-MND-TRAILER.                                               00016600
          05 FD-MND-T-TIPO            PIC X(01).                        00016700
          05 FD-MND-T-QTD-REG         PIC 9(07).                        00016800
          05 FD-MND-T-HASH-VALOR      PIC 9(11)V99.                     00016900
          05 FILLER                   PIC X(59).                        00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
      *  OUTPUT - DEBITOS AUTOMATICOS REGRAVADO (DEBNOVO)              *00017300
      *           - LRECL = 060.                                       *00017400
      *----------------------------------------------------------------*00017500
                                                                        00017600
       FD DEBNOVO                                                       00017700
           RECORDING MODE IS F                                          00017800
           BLOCK CONTAINS 0 RECORDS.                                    00017900
       01 FD-DEBNOVO                  PIC X(060).                       00018000
                                                                        00018100
      *----------------------------------------------------------------*00018200
      *  OUTPUT - TRANSACOES RECUSADAS (DEBREJ) - LRECL = 110.         *00018300
      *----------------------------------------------------------------*00018400
                                                                        00018500
       FD DEBREJ                                                        00018600
           RECORDING MODE IS F                                          00018700
           BLOCK CONTAINS 0 RECORDS.                                    00018800
       01 FD-DEBREJ.                                                    00018900
          05 FD-DRJ-TRANSACAO         PIC X(080).                       00019000
          05 FD-DRJ-MOTIVO            PIC X(030).                       00019100
                                                                        00019200
      *----------------------------------------------------------------*00019300
       WORKING-STORAGE                            SECTION.              00019400
      *----------------------------------------------------------------*00019500
      *----------------------------------------------------------------*00019600
       01 FILLER                         PIC X(050)       VALUE         00019700
                   '*** INICIO DA WORKING FR05EX56 ***'.                00019800
      *----------------------------------------------------------------*00019900
                                                                        00020000
       77 WRK-FS-DEBANT                  PIC X(002) VALUE SPACES.       00020100
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00020200
       77 WRK-FS-MANDEB                  PIC X(002) VALUE SPACES.       00020300
       77 WRK-FS-DEBNOVO                 PIC X(002) VALUE SPACES.       00020400
       77 WRK-FS-DEBREJ                  PIC X(002) VALUE SPACES.       00020500
                                                                        00020600
      *----------------------------------------------------------------*00020700
       01 FILLER                         PIC X(050)       VALUE         00020800
                     '*** AREA DA ACUMULADORES ***'.                    00020900
      *----------------------------------------------------------------*00021000
                                                                        00021100
       77 ACUM-LIDOS-DEBANT              PIC 9(007) VALUE ZEROS.        00021200
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00021300
       77 ACUM-LIDOS-MANDEB              PIC 9(007) VALUE ZEROS.        00021400
       77 ACUM-GRAV-DEBNOVO              PIC 9(007) VALUE ZEROS.        00021500
       77 ACUM-INCLUSOES                 PIC 9(005) VALUE ZEROS.        00021600
       77 ACUM-ALTERACOES                PIC 9(005) VALUE ZEROS.        00021700
       77 ACUM-CANCELAMENTOS             PIC 9(005) VALUE ZEROS.        00021800
       77 ACUM-SUSPENSOES                PIC 9(005) VALUE ZEROS.        00021900
       77 ACUM-REATIVACOES               PIC 9(005) VALUE ZEROS.        00022000
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00022100
                                                                        00022200
      *----------------------------------------------------------------*00022300
       01 FILLER                         PIC X(050)       VALUE         00022400
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00022800
       77 WRK-CHAVE-ANT-MND              PIC X(040) VALUE LOW-VALUES.   00022900
       77 WRK-CHAVE-ATUAL-MND            PIC X(040) VALUE SPACES.       00023000
       77 WRK-CHAVE-APLICADA             PIC X(040) VALUE LOW-VALUES.   00023100
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00023200
       77 WRK-VALOR-ED                   PIC ZZ.ZZZ.ZZ9,99.             00023300
       77 WRK-DEB-SALVO                  PIC X(060) VALUE SPACES.       00023400
       77 WRK-CONTA-ABERTA               PIC X(001) VALUE 'N'.          00023500
           88 WRK-CONTA-ABERTA-SIM                  VALUE 'S'.          00023600
       77 WRK-ALTERA-VALOR               PIC X(001) VALUE 'N'.          00023700
           88 WRK-ALTERA-VALOR-SIM                  VALUE 'S'.          00023800
       77 WRK-ALTERA-DIA                 PIC X(001) VALUE 'N'.          00023900
           88 WRK-ALTERA-DIA-SIM                    VALUE 'S'.          00024000
       77 WRK-EXCLUIR                    PIC X(001) VALUE 'N'.          00024100
           88 WRK-EXCLUIR-SIM                       VALUE 'S'.          00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
      *    CHAVE DO CADASTRO: AGENCIA+CONTA+DESCRICAO DA ORDEM         *00024500
      *----------------------------------------------------------------*00024600
                                                                        00024700
       01 WRK-CHAVE-ATUAL-DEB.                                          00024800
          05 WRK-CAD-CONTA               PIC X(010).                    00024900
          05 WRK-CAD-DESCRICAO           PIC X(030).                    00025000
                                                                        00025100
      *----------------------------------------------------------------*00025200
      *    VALOR AUDITADO: A DESCRICAO DA ORDEM NAO CABE NA CHAVE DA   *00025300
      *    TRILHA (AGENCIA+CONTA) E VAI NA FRENTE DO VALOR (SO OS 23   *00025400
      *    PRIMEIROS CARACTERES, PARA O VALOR E O DIA CABEREM)         *00025500
      *----------------------------------------------------------------*00025600
                                                                        00025700
       01 WRK-AUD-DEB.                                                  00025800
          05 WRK-AUE-DESCRICAO           PIC X(023).                    00025900
          05 FILLER                      PIC X(001) VALUE SPACES.       00026000
          05 WRK-AUE-INFO                PIC X(016).                    00026100
                                                                        00026200
      *----------------------------------------------------------------*00026300
       01 FILLER                         PIC X(050)       VALUE         00026400
                '*** AREA DE CONTROLE HEADER/TRAILER ***'.              00026500
      *----------------------------------------------------------------*00026600
                                                                        00026700
       77 WRK-QTD-CONTROLE-MND           PIC 9(007) VALUE ZEROS.        00026800
       77 WRK-HASH-VALOR                 PIC 9(011)V99 VALUE ZEROS.     00026900
       77 WRK-TRL-QTD-INFORMADA          PIC 9(007) VALUE ZEROS.        00027000
       77 WRK-TRL-HASH-INFORMADO         PIC 9(011)V99 VALUE ZEROS.     00027100
       77 WRK-TEM-HEADER                 PIC X(001) VALUE 'N'.          00027200
           88 WRK-TEM-HEADER-SIM                    VALUE 'S'.          00027300
       77 WRK-TEM-TRAILER                PIC X(001) VALUE 'N'.          00027400
           88 WRK-TEM-TRAILER-SIM                   VALUE 'S'.          00027500
                                                                        00027600
      *----------------------------------------------------------------*00027700
       01 FILLER                         PIC X(050)       VALUE         00027800
                    '*** AREA DA BOOK GRAVALOG ***'.                    00027900
      *----------------------------------------------------------------*00028000
                                                                        00028100
                           COPY 'B#GRALOG'.                             00028200
                                                                        00028300
      *----------------------------------------------------------------*00028400
       01 FILLER                         PIC X(050)       VALUE         00028500
                    '*** AREA DA BOOK GRAVAUD ***'.                     00028600
      *----------------------------------------------------------------*00028700
                                                                        00028800
                           COPY 'B#AUDIT'.                              00028900
                                                                        00029000
      ******************************************************************00029100
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00029200
      ******************************************************************00029300
                                                                        00029400
       COPY 'B#RUNCTL'.                                                 00029500
                                                                        00029600
       COPY 'B#DATPRC'.                                                 00029700
                                                                        00029800
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00029900
                                                                        00030000
      *================================================================*00030100
       PROCEDURE                                 DIVISION.              00030200
      *================================================================*00030300
                                                                        00030400
      ******************************************************************00030500
      *              P R O G R A M A  P R I N C I P A L                *00030600
      ******************************************************************00030700
                                                                        00030800
      *----------------------------------------------------------------*00030900
       0000-PRINCIPAL                            SECTION.               00031000
      *----------------------------------------------------------------*00031100
                                                                        00031200
            PERFORM 1000-INICIAR                                        00031300
                                                                        00031400
            PERFORM 2100-LER-DEBANT                                     00031500
            PERFORM 2200-LER-MANDEB                                     00031600
            PERFORM 2300-LER-CLI2505                                    00031700
                                                                        00031800
            PERFORM 3000-PROCESSAR                                      00031900
                    UNTIL WRK-FS-DEBANT EQUAL '10'                      00032000
                    AND   WRK-FS-MANDEB EQUAL '10'                      00032100
                                                                        00032200
            PERFORM 4000-FINALIZAR                                      00032300
                                                                        00032400
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00032500
            MOVE ACUM-LIDOS-MANDEB    TO WRK-RUN-LIDOS                  00032600
            MOVE ACUM-GRAV-DEBNOVO    TO WRK-RUN-GRAVADOS               00032700
            MOVE ZEROS                TO WRK-RUN-RC                     00032800
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00032900
                                                                        00033000
            STOP RUN.                                                   00033100
                                                                        00033200
      *----------------------------------------------------------------*00033300
       0000-99-FIM.                           EXIT.                     00033400
      *----------------------------------------------------------------*00033500
                                                                        00033600
      ******************************************************************00033700
      *                       I N I C I A R                            *00033800
      ******************************************************************00033900
                                                                        00034000
      *----------------------------------------------------------------*00034100
       1000-INICIAR                           SECTION.                  00034200
      *----------------------------------------------------------------*00034300
                                                                        00034400
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00034500
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00034600
           CALL 'LERDATAP'            USING WRK-DATPRC                  00034700
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00034800
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00034900
           MOVE 'FR05EX56'            TO WRK-RUN-PROGRAMA               00035000
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00035100
           MOVE ZEROS                 TO WRK-RUN-RC                     00035200
                                         WRK-RUN-LIDOS                  00035300
                                         WRK-RUN-GRAVADOS               00035400
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00035500
                                                                        00035600
           IF WRK-RUN-DATA-JA-FEITA                                     00035700
              MOVE 'A'                TO WRK-SEVERIDADE                 00035800
              MOVE 'FR05EX56'         TO WRK-PROGRAMA                   00035900
              MOVE '1000  '           TO WRK-SECAO                      00036000
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00036100
                                      TO WRK-MENSAGEM                   00036200
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00036300
              CALL 'GRAVALOG'         USING WRK-LOG                     00036400
              MOVE 08                 TO RETURN-CODE                    00036500
              GOBACK                                                    00036600
           END-IF                                                       00036700
                                                                        00036800
      *    SEM CADASTRO ANTERIOR (PRIMEIRA CARGA) NAO E ERRO          * 00036900
           OPEN INPUT DEBANT                                            00037000
           IF WRK-FS-DEBANT EQUAL '35'                                  00037100
              MOVE '10'               TO WRK-FS-DEBANT                  00037200
           ELSE                                                         00037300
              PERFORM 1110-TESTAR-WRK-FS-DEBANT                         00037400
           END-IF                                                       00037500
                                                                        00037600
           OPEN INPUT CLI2505                                           00037700
           PERFORM 1150-TESTAR-WRK-FS-CLI2505                           00037800
                                                                        00037900
           OPEN INPUT MANDEB                                            00038000
           PERFORM 1120-TESTAR-WRK-FS-MANDEB                            00038100
                                                                        00038200
           PERFORM 1300-VALIDAR-CONTROLES                               00038300
                                                                        00038400
           OPEN OUTPUT DEBNOVO                                          00038500
                OUTPUT DEBREJ                                           00038600
                                                                        00038700
           PERFORM 1130-TESTAR-WRK-FS-DEBNOVO                           00038800
           PERFORM 1140-TESTAR-WRK-FS-DEBREJ.                           00038900
                                                                        00039000
      *----------------------------------------------------------------*00039100
       1000-99-FIM.                           EXIT.                     00039200
      *----------------------------------------------------------------*00039300
                                                                        00039400
      *----------------------------------------------------------------*00039500
       1110-TESTAR-WRK-FS-DEBANT              SECTION.                  00039600
      *----------------------------------------------------------------*00039700
                                                                        00039800
           IF WRK-FS-DEBANT NOT EQUAL ZEROS                             00039900
            AND WRK-FS-DEBANT NOT EQUAL '10'                            00040000
              MOVE 'FR05EX56'                    TO WRK-PROGRAMA        00040100
              MOVE 'ERRO NO ARQUIVO DEBANT'      TO WRK-MENSAGEM        00040200
              MOVE '1110'                        TO WRK-SECAO           00040300
              MOVE WRK-FS-DEBANT                 TO WRK-STATUS          00040400
              PERFORM 9000-TRATAR-ERRO                                  00040500
           END-IF.                                                      00040600
                                                                        00040700
      *----------------------------------------------------------------*00040800
       1110-99-FIM.                           EXIT.                     00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
      *----------------------------------------------------------------*00041200
       1120-TESTAR-WRK-FS-MANDEB              SECTION.                  00041300
      *----------------------------------------------------------------*00041400
                                                                        00041500
           IF WRK-FS-MANDEB NOT EQUAL ZEROS                             00041600
              MOVE 'FR05EX56'                    TO WRK-PROGRAMA        00041700
              MOVE 'ERRO NO ARQUIVO MANDEB'      TO WRK-MENSAGEM        00041800
              MOVE '1120'                        TO WRK-SECAO           00041900
              MOVE WRK-FS-MANDEB                 TO WRK-STATUS          00042000
              PERFORM 9000-TRATAR-ERRO                                  00042100
           END-IF.                                                      00042200
                                                                        00042300
      *----------------------------------------------------------------*00042400
       1120-99-FIM.                           EXIT.                     00042500
      *----------------------------------------------------------------*00042600
                                                                        00042700
      *----------------------------------------------------------------*00042800
       1130-TESTAR-WRK-FS-DEBNOVO             SECTION.                  00042900
      *----------------------------------------------------------------*00043000
                                                                        00043100
           IF WRK-FS-DEBNOVO NOT EQUAL ZEROS                            00043200
              MOVE 'FR05EX56'                    TO WRK-PROGRAMA        00043300
              MOVE 'ERRO NO ARQUIVO DEBNOVO'     TO WRK-MENSAGEM        00043400
              MOVE '1130'                        TO WRK-SECAO           00043500
              MOVE WRK-FS-DEBNOVO                TO WRK-STATUS          00043600
              PERFORM 9000-TRATAR-ERRO                                  00043700
           END-IF.                                                      00043800
                                                                        00043900
      *----------------------------------------------------------------*00044000
       1130-99-FIM.                           EXIT.                     00044100
      *----------------------------------------------------------------*00044200
                                                                        00044300
      *----------------------------------------------------------------*00044400
       1140-TESTAR-WRK-FS-DEBREJ              SECTION.                  00044500
      *----------------------------------------------------------------*00044600
                                                                        00044700
           IF WRK-FS-DEBREJ NOT EQUAL ZEROS                             00044800
              MOVE 'FR05EX56'                    TO WRK-PROGRAMA        00044900
              MOVE 'ERRO NO ARQUIVO DEBREJ'      TO WRK-MENSAGEM        00045000
              MOVE '1140'                        TO WRK-SECAO           00045100
              MOVE WRK-FS-DEBREJ                 TO WRK-STATUS          00045200
              PERFORM 9000-TRATAR-ERRO                                  00045300
           END-IF.                                                      00045400
                                                                        00045500
      *----------------------------------------------------------------*00045600
       1140-99-FIM.                           EXIT.                     00045700
      *----------------------------------------------------------------*00045800
                                                                        00045900
      *----------------------------------------------------------------*00046000
       1150-TESTAR-WRK-FS-CLI2505             SECTION.                  00046100
      *----------------------------------------------------------------*00046200
                                                                        00046300
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00046400
            AND WRK-FS-CLI2505 NOT EQUAL '10'                           00046500
              MOVE 'FR05EX56'                    TO WRK-PROGRAMA        00046600
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00046700
              MOVE '1150'                        TO WRK-SECAO           00046800
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00046900
              PERFORM 9000-TRATAR-ERRO                                  00047000
           END-IF.                                                      00047100
                                                                        00047200
      *----------------------------------------------------------------*00047300
       1150-99-FIM.                           EXIT.                     00047400
      *----------------------------------------------------------------*00047500
                                                                        00047600
      ******************************************************************00047700
      *   V A L I D A R   C O N T R O L E S   ( H D R / T R L )        *00047800
      ******************************************************************00047900
                                                                        00048000
      *----------------------------------------------------------------*00048100
       1300-VALIDAR-CONTROLES                 SECTION.                  00048200
      *----------------------------------------------------------------*00048300
                                                                        00048400
           MOVE 'N'                  TO WRK-TEM-HEADER                  00048500
                                        WRK-TEM-TRAILER                 00048600
           MOVE ZEROS                TO WRK-QTD-CONTROLE-MND            00048700
                                        WRK-HASH-VALOR                  00048800
           MOVE LOW-VALUES           TO WRK-CHAVE-ANT-MND               00048900
                                                                        00049000
           PERFORM 1340-VALIDAR-REG-MND                                 00049100
                   UNTIL WRK-FS-MANDEB EQUAL '10'                       00049200
                                                                        00049300
           IF NOT WRK-TEM-HEADER-SIM                                    00049400
              MOVE 'MANDEB SEM REGISTRO HEADER' TO WRK-MENSAGEM         00049500
              PERFORM 1390-ERRO-CONTROLE                                00049600
           END-IF                                                       00049700
                                                                        00049800
           IF NOT WRK-TEM-TRAILER-SIM                                   00049900
              MOVE 'MANDEB SEM REGISTRO TRAILER' TO WRK-MENSAGEM        00050000
              PERFORM 1390-ERRO-CONTROLE                                00050100
           END-IF                                                       00050200
                                                                        00050300
           IF WRK-TRL-QTD-INFORMADA NOT EQUAL WRK-QTD-CONTROLE-MND      00050400
              MOVE 'MANDEB QTDE DIVERGE DO TRAILER' TO WRK-MENSAGEM     00050500
              PERFORM 1390-ERRO-CONTROLE                                00050600
           END-IF                                                       00050700
                                                                        00050800
           IF WRK-TRL-HASH-INFORMADO NOT EQUAL WRK-HASH-VALOR           00050900
              MOVE 'MANDEB HASH DIVERGE DO TRAILER' TO WRK-MENSAGEM     00051000
              PERFORM 1390-ERRO-CONTROLE                                00051100
           END-IF                                                       00051200
                                                                        00051300
           CLOSE MANDEB                                                 00051400
           OPEN INPUT MANDEB                                            00051500
           PERFORM 1120-TESTAR-WRK-FS-MANDEB.                           00051600
                                                                        00051700
      *----------------------------------------------------------------*00051800
       1300-99-FIM.                           EXIT.                     00051900
      *----------------------------------------------------------------*00052000
                                                                        00052100
      *----------------------------------------------------------------*00052200
       1340-VALIDAR-REG-MND                   SECTION.                  00052300
      *----------------------------------------------------------------*00052400
                                                                        00052500
           READ MANDEB                                                  00052600
                                                                        00052700
           IF WRK-FS-MANDEB EQUAL '10'                                  00052800
              GO                  TO 1340-99-FIM                        00052900
           END-IF                                                       00053000
                                                                        00053100
           PERFORM 1120-TESTAR-WRK-FS-MANDEB                            00053200
                                                                        00053300
           EVALUATE FD-MND-TIPO-REG                                     00053400
             WHEN '0'                                                   00053500
              MOVE 'S'              TO WRK-TEM-HEADER                   00053600
             WHEN '9'                                                   00053700
              MOVE 'S'              TO WRK-TEM-TRAILER                  00053800
              MOVE FD-MND-T-QTD-REG TO WRK-TRL-QTD-INFORMADA            00053900
              MOVE FD-MND-T-HASH-VALOR                                  00054000
                                    TO WRK-TRL-HASH-INFORMADO           00054100
             WHEN OTHER                                                 00054200
              ADD 1                 TO WRK-QTD-CONTROLE-MND             00054300
              IF FD-MND-CHAVE LESS WRK-CHAVE-ANT-MND                    00054400
                 MOVE 'MANDEB FORA DE SEQUENCIA'                        00054500
                                       TO WRK-MENSAGEM                  00054600
                 PERFORM 1390-ERRO-CONTROLE                             00054700
              END-IF                                                    00054800
              MOVE FD-MND-CHAVE     TO WRK-CHAVE-ANT-MND                00054900
              IF FD-MND-VALOR NUMERIC                                   00055000
                 ADD FD-MND-VALOR   TO WRK-HASH-VALOR                   00055100
              END-IF                                                    00055200
           END-EVALUATE.                                                00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       1340-99-FIM.                           EXIT.                     00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
      *----------------------------------------------------------------*00055900
       1390-ERRO-CONTROLE                     SECTION.                  00056000
      *----------------------------------------------------------------*00056100
                                                                        00056200
           MOVE 'FR05EX56'           TO WRK-PROGRAMA                    00056300
           MOVE '1300'               TO WRK-SECAO                       00056400
           MOVE SPACES               TO WRK-STATUS                      00056500
           PERFORM 9000-TRATAR-ERRO.                                    00056600
                                                                        00056700
      *----------------------------------------------------------------*00056800
       1390-99-FIM.                           EXIT.                     00056900
      *----------------------------------------------------------------*00057000
                                                                        00057100
      ******************************************************************00057200
      *                     L E I T U R A S                            *00057300
      ******************************************************************00057400
                                                                        00057500
      *----------------------------------------------------------------*00057600
       2100-LER-DEBANT                        SECTION.                  00057700
      *----------------------------------------------------------------*00057800
                                                                        00057900
            IF WRK-FS-DEBANT EQUAL '10'                                 00058000
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-DEB             00058100
               GO                    TO 2100-99-FIM                     00058200
            END-IF                                                      00058300
                                                                        00058400
            READ DEBANT                                                 00058500
                                                                        00058600
            IF WRK-FS-DEBANT EQUAL '10'                                 00058700
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-DEB             00058800
               GO                    TO 2100-99-FIM                     00058900
            END-IF                                                      00059000
                                                                        00059100
            PERFORM 1110-TESTAR-WRK-FS-DEBANT                           00059200
                                                                        00059300
            MOVE FD-DEB-CHAVE        TO WRK-CAD-CONTA                   00059400
            MOVE FD-DEB-DESCRICAO    TO WRK-CAD-DESCRICAO               00059500
            ADD 1                    TO ACUM-LIDOS-DEBANT.              00059600
                                                                        00059700
      *----------------------------------------------------------------*00059800
       2100-99-FIM.                           EXIT.                     00059900
      *----------------------------------------------------------------*00060000
                                                                        00060100
      *----------------------------------------------------------------*00060200
       2200-LER-MANDEB                        SECTION.                  00060300
      *----------------------------------------------------------------*00060400
       2200-10-LER.                                                     00060500
                                                                        00060600
            READ MANDEB                                                 00060700
                                                                        00060800
            IF WRK-FS-MANDEB NOT EQUAL '10'                             00060900
             AND (FD-MND-TIPO-REG EQUAL '0'                             00061000
                  OR FD-MND-TIPO-REG EQUAL '9')                         00061100
               GO                  TO 2200-10-LER                       00061200
            END-IF                                                      00061300
                                                                        00061400
            IF WRK-FS-MANDEB EQUAL '10'                                 00061500
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MND             00061600
               GO                    TO 2200-99-FIM                     00061700
            END-IF                                                      00061800
                                                                        00061900
            PERFORM 1120-TESTAR-WRK-FS-MANDEB                           00062000
                                                                        00062100
            MOVE FD-MND-CHAVE        TO WRK-CHAVE-ATUAL-MND             00062200
            ADD 1                    TO ACUM-LIDOS-MANDEB.              00062300
                                                                        00062400
      *----------------------------------------------------------------*00062500
       2200-99-FIM.                           EXIT.                     00062600
      *----------------------------------------------------------------*00062700
                                                                        00062800
      *----------------------------------------------------------------*00062900
       2300-LER-CLI2505                       SECTION.                  00063000
      *----------------------------------------------------------------*00063100
       2300-10-LER.                                                     00063200
                                                                        00063300
            IF WRK-FS-CLI2505 EQUAL '10'                                00063400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00063500
               GO                    TO 2300-99-FIM                     00063600
            END-IF                                                      00063700
                                                                        00063800
            READ CLI2505                                                00063900
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00064000
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00064100
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00064200
               GO                  TO 2300-10-LER                       00064300
            END-IF                                                      00064400
                                                                        00064500
            IF WRK-FS-CLI2505 EQUAL '10'                                00064600
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00064700
               GO                    TO 2300-99-FIM                     00064800
            END-IF                                                      00064900
                                                                        00065000
            PERFORM 1150-TESTAR-WRK-FS-CLI2505                          00065100
            ADD 1                    TO ACUM-LIDOS-CLI2505              00065200
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00065300
                                                                        00065400
      *----------------------------------------------------------------*00065500
       2300-99-FIM.                           EXIT.                     00065600
      *----------------------------------------------------------------*00065700
                                                                        00065800
      ******************************************************************00065900
      *                     P R O C E S S A R                          *00066000
      ******************************************************************00066100
                                                                        00066200
      *----------------------------------------------------------------*00066300
       3000-PROCESSAR                        SECTION.                   00066400
      *----------------------------------------------------------------*00066500
                                                                        00066600
            EVALUATE TRUE                                               00066700
                                                                        00066800
              WHEN WRK-CHAVE-ATUAL-DEB   EQUAL WRK-CHAVE-ATUAL-MND      00066900
               PERFORM 3200-APLICAR-NO-DEBITO                           00067000
                                                                        00067100
              WHEN WRK-CHAVE-ATUAL-DEB   LESS WRK-CHAVE-ATUAL-MND       00067200
               PERFORM 3900-GRAVAR-DEBNOVO                              00067300
               PERFORM 2100-LER-DEBANT                                  00067400
                                                                        00067500
              WHEN OTHER                                                00067600
               PERFORM 3100-APLICAR-SEM-DEBITO                          00067700
               PERFORM 2200-LER-MANDEB                                  00067800
                                                                        00067900
            END-EVALUATE.                                               00068000
                                                                        00068100
      *----------------------------------------------------------------*00068200
       3000-99-FIM.                           EXIT.                     00068300
      *----------------------------------------------------------------*00068400
                                                                        00068500
      *----------------------------------------------------------------*00068600
      *    POSICIONA O CLI2505 NA CONTA DA TRANSACAO (O LOTE VEM EM    *00068700
      *    ORDEM DE AGENCIA+CONTA): CONTA FORA DO CADASTRO E CONTA     *00068800
      *    INEXISTENTE OU JA ENCERRADA (O ENCERRAMENTO TIRA A CONTA    *00068900
      *    DO CLUSTER NO FR05MAN)                                      *00069000
      *----------------------------------------------------------------*00069100
       3050-VERIFICAR-CONTA                   SECTION.                  00069200
      *----------------------------------------------------------------*00069300
                                                                        00069400
            PERFORM 2300-LER-CLI2505                                    00069500
                    UNTIL WRK-CHAVE-ATUAL-CLI NOT LESS                  00069600
                          FD-MND-CHAVE-CONTA                            00069700
                                                                        00069800
            IF WRK-CHAVE-ATUAL-CLI EQUAL FD-MND-CHAVE-CONTA             00069900
               MOVE 'S'                TO WRK-CONTA-ABERTA              00070000
            ELSE                                                        00070100
               MOVE 'N'                TO WRK-CONTA-ABERTA              00070200
            END-IF.                                                     00070300
                                                                        00070400
      *----------------------------------------------------------------*00070500
       3050-99-FIM.                           EXIT.                     00070600
      *----------------------------------------------------------------*00070700
                                                                        00070800
      *----------------------------------------------------------------*00070900
       3100-APLICAR-SEM-DEBITO                SECTION.                  00071000
      *----------------------------------------------------------------*00071100
                                                                        00071200
            IF WRK-CHAVE-ATUAL-MND EQUAL WRK-CHAVE-APLICADA             00071300
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00071400
                                       TO WRK-MOTIVO-RECUSA             00071500
               PERFORM 3800-GRAVAR-RECUSA                               00071600
               GO                  TO 3100-99-FIM                       00071700
            END-IF                                                      00071800
                                                                        00071900
            EVALUATE TRUE                                               00072000
              WHEN FD-MND-OP-INCLUSAO                                   00072100
               PERFORM 3300-INCLUIR-DEBITO                              00072200
              WHEN FD-MND-OP-ALTERACAO                                  00072300
                OR FD-MND-OP-CANCELAMENTO                               00072400
                OR FD-MND-OP-SUSPENSAO                                  00072500
                OR FD-MND-OP-REATIVACAO                                 00072600
               MOVE 'ORDEM DE DEBITO INEXISTENTE'                       00072700
                                       TO WRK-MOTIVO-RECUSA             00072800
               PERFORM 3800-GRAVAR-RECUSA                               00072900
              WHEN OTHER                                                00073000
               MOVE 'OPERACAO INVALIDA'                                 00073100
                                       TO WRK-MOTIVO-RECUSA             00073200
               PERFORM 3800-GRAVAR-RECUSA                               00073300
            END-EVALUATE                                                00073400
                                                                        00073500
            MOVE WRK-CHAVE-ATUAL-MND   TO WRK-CHAVE-APLICADA.           00073600
                                                                        00073700
      *----------------------------------------------------------------*00073800
       3100-99-FIM.                           EXIT.                     00073900
      *----------------------------------------------------------------*00074000
                                                                        00074100
      *----------------------------------------------------------------*00074200
       3200-APLICAR-NO-DEBITO                 SECTION.                  00074300
      *----------------------------------------------------------------*00074400
                                                                        00074500
            MOVE 'N'                   TO WRK-EXCLUIR                   00074600
                                                                        00074700
      *     ORDEM REPETIDA NO CADASTRO ANTIGO: SO A PRIMEIRA RECEBE A  *00074800
      *     TRANSACAO                                                  *00074900
            IF WRK-CHAVE-ATUAL-MND EQUAL WRK-CHAVE-APLICADA             00075000
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00075100
                                       TO WRK-MOTIVO-RECUSA             00075200
               PERFORM 3800-GRAVAR-RECUSA                               00075300
            ELSE                                                        00075400
               EVALUATE TRUE                                            00075500
                 WHEN FD-MND-OP-INCLUSAO                                00075600
                  MOVE 'ORDEM DE DEBITO JA CADASTRADA'                  00075700
                                       TO WRK-MOTIVO-RECUSA             00075800
                  PERFORM 3800-GRAVAR-RECUSA                            00075900
                 WHEN FD-MND-OP-ALTERACAO                               00076000
                  PERFORM 3500-ALTERAR-DEBITO                           00076100
                 WHEN FD-MND-OP-CANCELAMENTO                            00076200
                  PERFORM 3400-CANCELAR-DEBITO                          00076300
                 WHEN FD-MND-OP-SUSPENSAO                               00076400
                  PERFORM 3600-SUSPENDER-DEBITO                         00076500
                 WHEN FD-MND-OP-REATIVACAO                              00076600
                  PERFORM 3650-REATIVAR-DEBITO                          00076700
                 WHEN OTHER                                             00076800
                  MOVE 'OPERACAO INVALIDA'                              00076900
                                       TO WRK-MOTIVO-RECUSA             00077000
                  PERFORM 3800-GRAVAR-RECUSA                            00077100
               END-EVALUATE                                             00077200
            END-IF                                                      00077300
                                                                        00077400
      *     ORDEM CANCELADA NAO VAI PARA O DEBNOVO                     *00077500
            IF NOT WRK-EXCLUIR-SIM                                      00077600
               PERFORM 3900-GRAVAR-DEBNOVO                              00077700
            END-IF                                                      00077800
            PERFORM 2100-LER-DEBANT                                     00077900
                                                                        00078000
            MOVE WRK-CHAVE-ATUAL-MND   TO WRK-CHAVE-APLICADA            00078100
            PERFORM 2200-LER-MANDEB.                                    00078200
                                                                        00078300
      *----------------------------------------------------------------*00078400
       3200-99-FIM.                           EXIT.                     00078500
      *----------------------------------------------------------------*00078600
                                                                        00078700
      *----------------------------------------------------------------*00078800
       3300-INCLUIR-DEBITO                    SECTION.                  00078900
      *----------------------------------------------------------------*00079000
                                                                        00079100
            PERFORM 3050-VERIFICAR-CONTA                                00079200
            IF NOT WRK-CONTA-ABERTA-SIM                                 00079300
               MOVE 'CONTA INEXISTENTE OU ENCERRADA'                    00079400
                                       TO WRK-MOTIVO-RECUSA             00079500
               PERFORM 3800-GRAVAR-RECUSA                               00079600
               GO                  TO 3300-99-FIM                       00079700
            END-IF                                                      00079800
                                                                        00079900
            IF FD-MND-DESCRICAO EQUAL SPACES                            00080000
               MOVE 'DESCRICAO DA ORDEM EM BRANCO'                      00080100
                                       TO WRK-MOTIVO-RECUSA             00080200
               PERFORM 3800-GRAVAR-RECUSA                               00080300
               GO                  TO 3300-99-FIM                       00080400
            END-IF                                                      00080500
                                                                        00080600
            IF FD-MND-VALOR NOT NUMERIC                                 00080700
             OR FD-MND-VALOR EQUAL ZEROS                                00080800
               MOVE 'VALOR DO DEBITO INVALIDO'                          00080900
                                       TO WRK-MOTIVO-RECUSA             00081000
               PERFORM 3800-GRAVAR-RECUSA                               00081100
               GO                  TO 3300-99-FIM                       00081200
            END-IF                                                      00081300
                                                                        00081400
            IF FD-MND-DIA NOT NUMERIC                                   00081500
             OR FD-MND-DIA LESS 01                                      00081600
             OR FD-MND-DIA GREATER 31                                   00081700
               MOVE 'DIA DO DEBITO INVALIDO'                            00081800
                                       TO WRK-MOTIVO-RECUSA             00081900
               PERFORM 3800-GRAVAR-RECUSA                               00082000
               GO                  TO 3300-99-FIM                       00082100
            END-IF                                                      00082200
                                                                        00082300
      *     A AREA DO DEBANT GUARDA A PROXIMA ORDEM DO CADASTRO, AINDA *00082400
      *     NAO GRAVADA: MONTA A ORDEM NOVA NELA E DEPOIS RESTAURA     *00082500
            MOVE FD-DEBAUTO            TO WRK-DEB-SALVO                 00082600
            MOVE SPACES                TO FD-DEBAUTO                    00082700
            MOVE FD-MND-AGENCIA        TO FD-DEB-AGENCIA                00082800
            MOVE FD-MND-CONTA          TO FD-DEB-CONTA                  00082900
            MOVE FD-MND-DESCRICAO      TO FD-DEB-DESCRICAO              00083000
            MOVE FD-MND-VALOR          TO FD-DEB-VALOR                  00083100
            MOVE FD-MND-DIA            TO FD-DEB-DIA                    00083200
            MOVE 'S'                   TO FD-DEB-ATIVO                  00083300
            PERFORM 3900-GRAVAR-DEBNOVO                                 00083400
            ADD 1                      TO ACUM-INCLUSOES                00083500
                                                                        00083600
            MOVE '3300  '              TO WRK-AUD-SECAO                 00083700
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00083800
            MOVE 'ORDEM'               TO WRK-AUD-CAMPO                 00083900
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00084000
            PERFORM 3690-MONTAR-AUD-ORDEM                               00084100
            MOVE WRK-AUD-DEB           TO WRK-AUD-VALOR-DEPOIS          00084200
            PERFORM 3700-GRAVAR-AUDITORIA                               00084300
                                                                        00084400
            MOVE WRK-DEB-SALVO         TO FD-DEBAUTO.                   00084500
                                                                        00084600
      *----------------------------------------------------------------*00084700
       3300-99-FIM.                           EXIT.                     00084800
      *----------------------------------------------------------------*00084900
                                                                        00085000
      *----------------------------------------------------------------*00085100
       3400-CANCELAR-DEBITO                   SECTION.                  00085200
      *----------------------------------------------------------------*00085300
                                                                        00085400
      *     CANCELAMENTO NAO EXIGE CONTA ABERTA: ORDEM DE CONTA JA     *00085500
      *     ENCERRADA TAMBEM PODE SAIR DO CADASTRO                     *00085600
            MOVE 'S'                   TO WRK-EXCLUIR                   00085700
            ADD 1                      TO ACUM-CANCELAMENTOS            00085800
                                                                        00085900
            MOVE '3400  '              TO WRK-AUD-SECAO                 00086000
            MOVE 'D'                   TO WRK-AUD-OPERACAO              00086100
            MOVE 'ORDEM'               TO WRK-AUD-CAMPO                 00086200
            PERFORM 3690-MONTAR-AUD-ORDEM                               00086300
            MOVE WRK-AUD-DEB           TO WRK-AUD-VALOR-ANTES           00086400
            MOVE SPACES                TO WRK-AUD-VALOR-DEPOIS          00086500
            PERFORM 3700-GRAVAR-AUDITORIA.                              00086600
                                                                        00086700
      *----------------------------------------------------------------*00086800
       3400-99-FIM.                           EXIT.                     00086900
      *----------------------------------------------------------------*00087000
                                                                        00087100
      *----------------------------------------------------------------*00087200
       3500-ALTERAR-DEBITO                    SECTION.                  00087300
      *----------------------------------------------------------------*00087400
                                                                        00087500
      *     CAMPO EM BRANCO NO LOTE = CAMPO NAO ALTERADO; TODOS OS     *00087600
      *     CAMPOS SAO CONFERIDOS ANTES DE QUALQUER MUDANCA            *00087700
            MOVE 'N'                   TO WRK-ALTERA-VALOR              00087800
                                          WRK-ALTERA-DIA                00087900
                                                                        00088000
            PERFORM 3050-VERIFICAR-CONTA                                00088100
            IF NOT WRK-CONTA-ABERTA-SIM                                 00088200
               MOVE 'CONTA INEXISTENTE OU ENCERRADA'                    00088300
                                       TO WRK-MOTIVO-RECUSA             00088400
               PERFORM 3800-GRAVAR-RECUSA                               00088500
               GO                  TO 3500-99-FIM                       00088600
            END-IF                                                      00088700
                                                                        00088800
            IF FD-MND-VALOR-X NOT EQUAL SPACES                          00088900
               IF FD-MND-VALOR NOT NUMERIC                              00089000
                OR FD-MND-VALOR EQUAL ZEROS                             00089100
                  MOVE 'VALOR DO DEBITO INVALIDO'                       00089200
                                       TO WRK-MOTIVO-RECUSA             00089300
                  PERFORM 3800-GRAVAR-RECUSA                            00089400
                  GO               TO 3500-99-FIM                       00089500
               END-IF                                                   00089600
               MOVE 'S'                TO WRK-ALTERA-VALOR              00089700
            END-IF                                                      00089800
                                                                        00089900
            IF FD-MND-DIA-X NOT EQUAL SPACES                            00090000
               IF FD-MND-DIA NOT NUMERIC                                00090100
                OR FD-MND-DIA LESS 01                                   00090200
                OR FD-MND-DIA GREATER 31                                00090300
                  MOVE 'DIA DO DEBITO INVALIDO'                         00090400
                                       TO WRK-MOTIVO-RECUSA             00090500
                  PERFORM 3800-GRAVAR-RECUSA                            00090600
                  GO               TO 3500-99-FIM                       00090700
               END-IF                                                   00090800
               MOVE 'S'                TO WRK-ALTERA-DIA                00090900
            END-IF                                                      00091000
                                                                        00091100
            IF NOT WRK-ALTERA-VALOR-SIM                                 00091200
             AND NOT WRK-ALTERA-DIA-SIM                                 00091300
               MOVE 'ALTERACAO SEM CAMPO INFORMADO'                     00091400
                                       TO WRK-MOTIVO-RECUSA             00091500
               PERFORM 3800-GRAVAR-RECUSA                               00091600
               GO                  TO 3500-99-FIM                       00091700
            END-IF                                                      00091800
                                                                        00091900
            MOVE '3500  '              TO WRK-AUD-SECAO                 00092000
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00092100
            MOVE FD-DEB-DESCRICAO      TO WRK-AUE-DESCRICAO             00092200
                                                                        00092300
            IF WRK-ALTERA-VALOR-SIM                                     00092400
               MOVE 'VALOR'            TO WRK-AUD-CAMPO                 00092500
               MOVE FD-DEB-VALOR       TO WRK-VALOR-ED                  00092600
               MOVE WRK-VALOR-ED       TO WRK-AUE-INFO                  00092700
               MOVE WRK-AUD-DEB        TO WRK-AUD-VALOR-ANTES           00092800
               MOVE FD-MND-VALOR       TO FD-DEB-VALOR                  00092900
                                          WRK-VALOR-ED                  00093000
               MOVE WRK-VALOR-ED       TO WRK-AUE-INFO                  00093100
               MOVE WRK-AUD-DEB        TO WRK-AUD-VALOR-DEPOIS          00093200
               PERFORM 3700-GRAVAR-AUDITORIA                            00093300
            END-IF                                                      00093400
                                                                        00093500
            IF WRK-ALTERA-DIA-SIM                                       00093600
               MOVE 'DIA'              TO WRK-AUD-CAMPO                 00093700
               MOVE FD-DEB-DIA         TO WRK-AUE-INFO                  00093800
               MOVE WRK-AUD-DEB        TO WRK-AUD-VALOR-ANTES           00093900
               MOVE FD-MND-DIA         TO FD-DEB-DIA                    00094000
                                          WRK-AUE-INFO                  00094100
               MOVE WRK-AUD-DEB        TO WRK-AUD-VALOR-DEPOIS          00094200
               PERFORM 3700-GRAVAR-AUDITORIA                            00094300
            END-IF                                                      00094400
                                                                        00094500
            ADD 1                      TO ACUM-ALTERACOES.              00094600
                                                                        00094700
      *----------------------------------------------------------------*00094800
       3500-99-FIM.                           EXIT.                     00094900
      *----------------------------------------------------------------*00095000
                                                                        00095100
      *----------------------------------------------------------------*00095200
       3600-SUSPENDER-DEBITO                  SECTION.                  00095300
      *----------------------------------------------------------------*00095400
                                                                        00095500
            IF FD-DEB-ATIVO-NAO                                         00095600
               MOVE 'ORDEM DE DEBITO JA SUSPENSA'                       00095700
                                       TO WRK-MOTIVO-RECUSA             00095800
               PERFORM 3800-GRAVAR-RECUSA                               00095900
               GO                  TO 3600-99-FIM                       00096000
            END-IF                                                      00096100
                                                                        00096200
            MOVE 'N'                   TO FD-DEB-ATIVO                  00096300
            ADD 1                      TO ACUM-SUSPENSOES               00096400
                                                                        00096500
            MOVE '3600  '              TO WRK-AUD-SECAO                 00096600
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00096700
            MOVE 'ATIVO'               TO WRK-AUD-CAMPO                 00096800
            MOVE FD-DEB-DESCRICAO      TO WRK-AUE-DESCRICAO             00096900
            MOVE 'S'                   TO WRK-AUE-INFO                  00097000
            MOVE WRK-AUD-DEB           TO WRK-AUD-VALOR-ANTES           00097100
            MOVE 'N'                   TO WRK-AUE-INFO                  00097200
            MOVE WRK-AUD-DEB           TO WRK-AUD-VALOR-DEPOIS          00097300
            PERFORM 3700-GRAVAR-AUDITORIA.                              00097400
                                                                        00097500
      *----------------------------------------------------------------*00097600
       3600-99-FIM.                           EXIT.                     00097700
      *----------------------------------------------------------------*00097800
                                                                        00097900
      *----------------------------------------------------------------*00098000
       3650-REATIVAR-DEBITO                   SECTION.                  00098100
      *----------------------------------------------------------------*00098200
                                                                        00098300
            IF NOT FD-DEB-ATIVO-NAO                                     00098400
               MOVE 'ORDEM DE DEBITO JA ATIVA'                          00098500
                                       TO WRK-MOTIVO-RECUSA             00098600
               PERFORM 3800-GRAVAR-RECUSA                               00098700
               GO                  TO 3650-99-FIM                       00098800
            END-IF                                                      00098900
                                                                        00099000
            PERFORM 3050-VERIFICAR-CONTA                                00099100
            IF NOT WRK-CONTA-ABERTA-SIM                                 00099200
               MOVE 'CONTA INEXISTENTE OU ENCERRADA'                    00099300
                                       TO WRK-MOTIVO-RECUSA             00099400
               PERFORM 3800-GRAVAR-RECUSA                               00099500
               GO                  TO 3650-99-FIM                       00099600
            END-IF                                                      00099700
                                                                        00099800
            MOVE 'S'                   TO FD-DEB-ATIVO                  00099900
            ADD 1                      TO ACUM-REATIVACOES              00100000
                                                                        00100100
            MOVE '3650  '              TO WRK-AUD-SECAO                 00100200
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00100300
            MOVE 'ATIVO'               TO WRK-AUD-CAMPO                 00100400
            MOVE FD-DEB-DESCRICAO      TO WRK-AUE-DESCRICAO             00100500
            MOVE 'N'                   TO WRK-AUE-INFO                  00100600
            MOVE WRK-AUD-DEB           TO WRK-AUD-VALOR-ANTES           00100700
            MOVE 'S'                   TO WRK-AUE-INFO                  00100800
            MOVE WRK-AUD-DEB           TO WRK-AUD-VALOR-DEPOIS          00100900
            PERFORM 3700-GRAVAR-AUDITORIA.                              00101000
                                                                        00101100
      *----------------------------------------------------------------*00101200
       3650-99-FIM.                           EXIT.                     00101300
      *----------------------------------------------------------------*00101400
                                                                        00101500
      *----------------------------------------------------------------*00101600
      *    ORDEM INTEIRA NA TRILHA: DESCRICAO, VALOR E DIA DO DEBITO   *00101700
      *----------------------------------------------------------------*00101800
       3690-MONTAR-AUD-ORDEM                  SECTION.                  00101900
      *----------------------------------------------------------------*00102000
                                                                        00102100
            MOVE FD-DEB-DESCRICAO      TO WRK-AUE-DESCRICAO             00102200
            MOVE FD-DEB-VALOR          TO WRK-VALOR-ED                  00102300
            MOVE SPACES                TO WRK-AUE-INFO                  00102400
            MOVE WRK-VALOR-ED          TO WRK-AUE-INFO (1:13)           00102500
            MOVE FD-DEB-DIA            TO WRK-AUE-INFO (15:2).          00102600
                                                                        00102700
      *----------------------------------------------------------------*00102800
       3690-99-FIM.                           EXIT.                     00102900
      *----------------------------------------------------------------*00103000
                                                                        00103100
      *----------------------------------------------------------------*00103200
       3700-GRAVAR-AUDITORIA                  SECTION.                  00103300
      *----------------------------------------------------------------*00103400
                                                                        00103500
            MOVE 'FR05EX56'            TO WRK-AUD-PROGRAMA              00103600
            MOVE 'DEBAUTO '            TO WRK-AUD-TABELA                00103700
            MOVE ZEROS                 TO WRK-AUD-ID                    00103800
            MOVE SPACES                TO WRK-AUD-USUARIO               00103900
            MOVE FD-MND-CHAVE-CONTA    TO WRK-AUD-CHAVE                 00104000
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00104100
                                                                        00104200
      *----------------------------------------------------------------*00104300
       3700-99-FIM.                           EXIT.                     00104400
      *----------------------------------------------------------------*00104500
                                                                        00104600
      *----------------------------------------------------------------*00104700
       3800-GRAVAR-RECUSA                     SECTION.                  00104800
      *----------------------------------------------------------------*00104900
                                                                        00105000
            MOVE FD-MANDEB             TO FD-DRJ-TRANSACAO              00105100
            MOVE WRK-MOTIVO-RECUSA     TO FD-DRJ-MOTIVO                 00105200
            WRITE FD-DEBREJ                                             00105300
            PERFORM 1140-TESTAR-WRK-FS-DEBREJ                           00105400
            ADD 1                      TO ACUM-RECUSADAS                00105500
                                                                        00105600
            MOVE 'A'                   TO WRK-SEVERIDADE                00105700
            MOVE 'FR05EX56'            TO WRK-PROGRAMA                  00105800
            MOVE '3800  '              TO WRK-SECAO                     00105900
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00106000
            MOVE FD-MND-CHAVE-CONTA    TO WRK-STATUS                    00106100
            CALL 'GRAVALOG'            USING WRK-LOG.                   00106200
                                                                        00106300
      *----------------------------------------------------------------*00106400
       3800-99-FIM.                           EXIT.                     00106500
      *----------------------------------------------------------------*00106600
                                                                        00106700
      *----------------------------------------------------------------*00106800
       3900-GRAVAR-DEBNOVO                    SECTION.                  00106900
      *----------------------------------------------------------------*00107000
                                                                        00107100
            WRITE FD-DEBNOVO           FROM FD-DEBAUTO                  00107200
            PERFORM 1130-TESTAR-WRK-FS-DEBNOVO                          00107300
            ADD 1                      TO ACUM-GRAV-DEBNOVO.            00107400
                                                                        00107500
      *----------------------------------------------------------------*00107600
       3900-99-FIM.                           EXIT.                     00107700
      *----------------------------------------------------------------*00107800
                                                                        00107900
      ******************************************************************00108000
      *                     F I N A L I Z A R                          *00108100
      ******************************************************************00108200
                                                                        00108300
      *----------------------------------------------------------------*00108400
       4000-FINALIZAR                        SECTION.                   00108500
      *----------------------------------------------------------------*00108600
                                                                        00108700
            CLOSE MANDEB                                                00108800
                  CLI2505                                               00108900
                  DEBNOVO                                               00109000
                  DEBREJ                                                00109100
                                                                        00109200
            IF WRK-FS-DEBANT NOT EQUAL '10'                             00109300
               CLOSE DEBANT                                             00109400
            END-IF                                                      00109500
                                                                        00109600
            DISPLAY '*************************************************' 00109700
            DISPLAY '   MANUTENCAO DO CADASTRO DE DEBITOS AUTOMATICOS ' 00109800
            DISPLAY '                                                 ' 00109900
            DISPLAY '  LIDOS DEBANT        :  ' ACUM-LIDOS-DEBANT       00110000
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00110100
            DISPLAY '  LIDOS MANDEB        :  ' ACUM-LIDOS-MANDEB       00110200
            DISPLAY '  GRAVADOS DEBNOVO    :  ' ACUM-GRAV-DEBNOVO       00110300
            DISPLAY '  INCLUSOES           :  ' ACUM-INCLUSOES          00110400
            DISPLAY '  ALTERACOES          :  ' ACUM-ALTERACOES         00110500
            DISPLAY '  CANCELAMENTOS       :  ' ACUM-CANCELAMENTOS      00110600
            DISPLAY '  SUSPENSOES          :  ' ACUM-SUSPENSOES         00110700
            DISPLAY '  REATIVACOES         :  ' ACUM-REATIVACOES        00110800
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00110900
            DISPLAY '                                                 ' 00111000
            DISPLAY '*************************************************'.00111100
                                                                        00111200
      *----------------------------------------------------------------*00111300
       4000-99-FIM.                           EXIT.                     00111400
      *----------------------------------------------------------------*00111500
                                                                        00111600
      ******************************************************************00111700
      *                   T R A T A R  E R R O                         *00111800
      ******************************************************************00111900
                                                                        00112000
       9000-TRATAR-ERRO                     SECTION.                    00112100
      *----------------------------------------------------------------*00112200
                  MOVE 'F'                TO WRK-SEVERIDADE             00112300
                  CALL 'GRAVALOG'         USING WRK-LOG                 00112400
                  MOVE 16                 TO RETURN-CODE                00112500
                  GOBACK.                                               00112600
      *----------------------------------------------------------------*00112700
       9000-99-FIM.                           EXIT.                     00112800
      *----------------------------------------------------------------*00112900
