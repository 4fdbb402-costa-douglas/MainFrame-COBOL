      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
       PROGRAM-ID.  LERSUBST.                                           00001300
       AUTHOR.      DOUGLAS COSTA                                       00001400
      *================================================================*00001500
      *                         F O U R S Y S                          *00001600
      *================================================================*00001700
      *    PROGRAMA...: LERSUBST                                       *00001800
      *    TIPO.......: SUB-ROTINA DE CONSULTA A SUBSTITUICAO DE PECAS *00001900
      *----------------------------------------------------------------*00002000
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002100
      *    EMPRESA....: FOURSYS                                        *00002200
      *    ANALISTA...: IVAN SANCHES                                   *00002300
      *    DATA.......: 15/10/2026                                     *00002400
      *----------------------------------------------------------------*00002500
      *    OBJETIVO : DIZER SE UMA PECA FOI SUBSTITUIDA (AREA          *00002600
      *               WRK-LERSUB DA BOOK B#LERSUB): NA PRIMEIRA        *00002700
      *               CHAMADA CARREGA O ARQUIVO DE SUBSTITUICAO (DD    *00002800
      *               SUBSTPC, BOOK B#SUBST) EM TABELA; A CADA CHAMADA *00002900
      *               PROCURA WRK-LSB-COD-PECA COM VIGOR ATE A DATA DE *00003000
      *               REFERENCIA E SEGUE A CADEIA (A -> B -> C) ATE A  *00003100
      *               ULTIMA PECA EM VIGOR (PECA-FINAL) E ATE A ULTIMA *00003200
      *               ALCANCADA SO POR ELOS INTERCAMBIAVEIS            *00003300
      *               (PECA-SERVE). A CADEIA E LIMITADA A 10 ELOS,     *00003400
      *               PARA UM CADASTRO CIRCULAR NAO PRENDER O PASSO.   *00003500
      *               SEM O DD (OU COM ERRO DE LEITURA) DEVOLVE '9' E  *00003600
      *               O CHAMADOR SEGUE COMO SE NAO HOUVESSE            *00003700
      *               SUBSTITUICAO.                                    *00003800
      *----------------------------------------------------------------*00003900
      *    ARQUIVOS :                                                  *00004000
      *    DDNAME          I/O                                         *00004100
      *    SUBSTPC          I    SUBSTITUICAO DE PECAS                 *00004200
      *----------------------------------------------------------------*00004300
      *    COPYBOOK :                                                  *00004400
      *               B#SUBST  - LAYOUT DA SUBSTITUICAO DE PECAS       *00004500
      *               B#LERSUB - AREA DE COMUNICACAO COM O CHAMADOR    *00004600
      *----------------------------------------------------------------*00004700
      *    HISTORICO DE ALTERACOES:                                    *00004800
      *      DATA        RESP.    DESCRICAO                            *00004900
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00005000
      ******************************************************************00005100
      *================================================================*00005200
                                                                        00005300
      *================================================================*00005400
       ENVIRONMENT DIVISION.                                            00005500
      *================================================================*00005600
                                                                        00005700
      *----------------------------------------------------------------*00005800
       CONFIGURATION                              SECTION.              00005900
      *----------------------------------------------------------------*00006000
                                                                        00006100
       SPECIAL-NAMES.                                                   00006200
           DECIMAL-POINT IS COMMA.                                      00006300
                                                                        00006400
      *----------------------------------------------------------------*00006500
       INPUT-OUTPUT                               SECTION.              00006600
      *----------------------------------------------------------------*00006700
                                                                        00006800
       FILE-CONTROL.                                                    00006900
             SELECT SUBSTPC   ASSIGN      TO SUBSTPC                    00007000
                    FILE STATUS     IS WRK-FS-SUBSTPC.                  00007100
                                                                        00007200
      *================================================================*00007300
       DATA                                       DIVISION.             00007400
      *================================================================*00007500
                                                                        00007600
      *----------------------------------------------------------------*00007700
       FILE                                       SECTION.              00007800
      *----------------------------------------------------------------*00007900
                                                                        00008000
      *----------------------------------------------------------------*00008100
      *    INPUT - SUBSTITUICAO DE PECAS - LRECL = 040                 *00008200
      *----------------------------------------------------------------*00008300
                                                                        00008400
       FD SUBSTPC                                                       00008500
           RECORDING MODE IS F                                          00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
                                                                        00008800
           COPY 'B#SUBST'.                                              00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       WORKING-STORAGE                            SECTION.              00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
      *----------------------------------------------------------------*00009500
       01  FILLER                      PIC  X(050)         VALUE        00009600
                 '*** INICIO DA WORKING LERSUBST ***'.                  00009700
      *----------------------------------------------------------------*00009800
                                                                        00009900
       77 WRK-FS-SUBSTPC          PIC X(002) VALUE SPACES.              00010000
       77 WRK-CARREGADO           PIC X(001) VALUE 'N'.                 00010100
           88 WRK-CARREGADO-SIM       VALUE 'S'.                        00010200
       77 WRK-CAD-RETORNO         PIC X(001) VALUE '0'.                 00010300
           88 WRK-CAD-DISPONIVEL      VALUE '0'.                        00010400
       77 WRK-SUB-ACHOU           PIC X(001) VALUE 'N'.                 00010500
           88 WRK-SUB-ACHOU-SIM       VALUE 'S'.                        00010600
       77 WRK-SERVE-ATIVA         PIC X(001) VALUE 'N'.                 00010700
           88 WRK-SERVE-ATIVA-SIM     VALUE 'S'.                        00010800
       77 WRK-PECA-BUSCA          PIC X(006) VALUE SPACES.              00010900
       77 WRK-ELOS                PIC 9(002) VALUE ZEROS.               00011000
                                                                        00011100
      *----------------------------------------------------------------*00011200
      *    SUBSTITUICOES CARREGADAS NA PRIMEIRA CHAMADA                *00011300
      *----------------------------------------------------------------*00011400
       01 WRK-TAB-SUBSTITUICOES.                                        00011500
          05 WRK-TAB-SUB                OCCURS 500 TIMES                00011600
                                         INDEXED BY WRK-IDX-SUB.        00011700
             10 WRK-TAB-SUB-ANTIGA      PIC X(06).                      00011800
             10 WRK-TAB-SUB-NOVA        PIC X(06).                      00011900
             10 WRK-TAB-SUB-VIGOR       PIC X(08).                      00012000
             10 WRK-TAB-SUB-INTERC      PIC X(01).                      00012100
       77 WRK-TAB-SUB-QTDE              PIC 9(003) VALUE ZEROS.         00012200
                                                                        00012300
      *----------------------------------------------------------------*00012400
       01  FILLER                      PIC  X(050)         VALUE        00012500
              '*** LERSUBST - FIM DA AREA DE WORKING ***'.              00012600
      *----------------------------------------------------------------*00012700
                                                                        00012800
      *================================================================*00012900
       LINKAGE                                    SECTION.              00013000
      *================================================================*00013100
                                                                        00013200
           COPY 'B#LERSUB'.                                             00013300
                                                                        00013400
      *================================================================*00013500
       PROCEDURE                 DIVISION USING WRK-LERSUB.             00013600
      *================================================================*00013700
                                                                        00013800
      ******************************************************************00013900
      *                    P R I N C I P A L                           *00014000
      ******************************************************************00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
       0000-PRINCIPAL                            SECTION.               00014400
      *----------------------------------------------------------------*00014500
                                                                        00014600
           IF NOT WRK-CARREGADO-SIM                                     00014700
              PERFORM 1000-CARREGAR-SUBSTITUICOES                       00014800
           END-IF                                                       00014900
                                                                        00015000
           PERFORM 2000-PROCURAR-SUBSTITUICAO                           00015100
                                                                        00015200
           GOBACK.                                                      00015300
                                                                        00015400
      *----------------------------------------------------------------*00015500
       0000-99-FIM.                           EXIT.                     00015600
      *----------------------------------------------------------------*00015700
                                                                        00015800
      ******************************************************************00015900
      *     C A R R E G A R   S U B S T I T U I C O E S                *00016000
      ******************************************************************00016100
                                                                        00016200
      *----------------------------------------------------------------*00016300
       1000-CARREGAR-SUBSTITUICOES            SECTION.                  00016400
      *----------------------------------------------------------------*00016500
                                                                        00016600
            MOVE 'S'                 TO WRK-CARREGADO.                  00016700
            MOVE ZEROS               TO WRK-TAB-SUB-QTDE.               00016800
            MOVE '0'                 TO WRK-CAD-RETORNO.                00016900
                                                                        00017000
            OPEN INPUT SUBSTPC.                                         00017100
                                                                        00017200
      *     SEM ARQUIVO TODA CONSULTA VOLTA '9'                        *00017300
            IF WRK-FS-SUBSTPC NOT EQUAL ZEROS                           00017400
               MOVE '9'              TO WRK-CAD-RETORNO                 00017500
               GO                  TO 1000-99-FIM                       00017600
            END-IF.                                                     00017700
                                                                        00017800
            PERFORM 1100-GUARDAR-SUBSTITUICAO                           00017900
                    UNTIL WRK-FS-SUBSTPC NOT EQUAL ZEROS                00018000
                       OR WRK-TAB-SUB-QTDE EQUAL 500.                   00018100
                                                                        00018200
            IF WRK-FS-SUBSTPC NOT EQUAL ZEROS                           00018300
             AND WRK-FS-SUBSTPC NOT EQUAL '10'                          00018400
               MOVE '9'              TO WRK-CAD-RETORNO                 00018500
            END-IF.                                                     00018600
                                                                        00018700
            CLOSE SUBSTPC.                                              00018800
                                                                        00018900
      *----------------------------------------------------------------*00019000
       1000-99-FIM.                           EXIT.                     00019100
      *----------------------------------------------------------------*00019200
                                                                        00019300
      *----------------------------------------------------------------*00019400
       1100-GUARDAR-SUBSTITUICAO              SECTION.                  00019500
      *----------------------------------------------------------------*00019600
                                                                        00019700
            READ SUBSTPC.                                               00019800
                                                                        00019900
            IF WRK-FS-SUBSTPC NOT EQUAL ZEROS                           00020000
               GO                  TO 1100-99-FIM                       00020100
            END-IF.                                                     00020200
                                                                        00020300
            ADD 1                    TO WRK-TAB-SUB-QTDE.               00020400
            SET WRK-IDX-SUB          TO WRK-TAB-SUB-QTDE.               00020500
            MOVE FD-SUB-PECA-ANTIGA  TO WRK-TAB-SUB-ANTIGA              00020600
                                         (WRK-IDX-SUB).                 00020700
            MOVE FD-SUB-PECA-NOVA    TO WRK-TAB-SUB-NOVA                00020800
                                         (WRK-IDX-SUB).                 00020900
            MOVE FD-SUB-DATA-VIGOR   TO WRK-TAB-SUB-VIGOR               00021000
                                         (WRK-IDX-SUB).                 00021100
            MOVE FD-SUB-INTERCAMBIAVEL                                  00021200
                                     TO WRK-TAB-SUB-INTERC              00021300
                                         (WRK-IDX-SUB).                 00021400
                                                                        00021500
      *----------------------------------------------------------------*00021600
       1100-99-FIM.                           EXIT.                     00021700
      *----------------------------------------------------------------*00021800
                                                                        00021900
      ******************************************************************00022000
      *     P R O C U R A R   S U B S T I T U I C A O                  *00022100
      ******************************************************************00022200
                                                                        00022300
      *----------------------------------------------------------------*00022400
       2000-PROCURAR-SUBSTITUICAO             SECTION.                  00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
            MOVE SPACES              TO WRK-LSB-PECA-NOVA               00022800
                                        WRK-LSB-INTERCAMBIAVEL          00022900
                                        WRK-LSB-DATA-VIGOR.             00023000
            MOVE WRK-LSB-COD-PECA    TO WRK-LSB-PECA-FINAL              00023100
                                        WRK-LSB-PECA-SERVE.             00023200
                                                                        00023300
            IF NOT WRK-CAD-DISPONIVEL                                   00023400
               MOVE '9'              TO WRK-LSB-RETORNO                 00023500
               GO                  TO 2000-99-FIM                       00023600
            END-IF.                                                     00023700
                                                                        00023800
            MOVE '0'                 TO WRK-LSB-RETORNO.                00023900
                                                                        00024000
            MOVE WRK-LSB-COD-PECA    TO WRK-PECA-BUSCA.                 00024100
            PERFORM 2100-LOCALIZAR-ELO.                                 00024200
                                                                        00024300
            IF NOT WRK-SUB-ACHOU-SIM                                    00024400
               GO                  TO 2000-99-FIM                       00024500
            END-IF.                                                     00024600
                                                                        00024700
            MOVE '1'                 TO WRK-LSB-RETORNO.                00024800
            MOVE WRK-TAB-SUB-NOVA   (WRK-IDX-SUB)                       00024900
                                     TO WRK-LSB-PECA-NOVA.              00025000
            MOVE WRK-TAB-SUB-INTERC (WRK-IDX-SUB)                       00025100
                                     TO WRK-LSB-INTERCAMBIAVEL.         00025200
            MOVE WRK-TAB-SUB-VIGOR  (WRK-IDX-SUB)                       00025300
                                     TO WRK-LSB-DATA-VIGOR.             00025400
                                                                        00025500
      *     PRIMEIRO ELO; OS DEMAIS SAO SEGUIDOS NO 2200               *00025600
            MOVE 'N'                 TO WRK-SERVE-ATIVA.                00025700
            IF WRK-LSB-INTERCAMBIAVEL-SIM                               00025800
               MOVE 'S'              TO WRK-SERVE-ATIVA                 00025900
               MOVE WRK-LSB-PECA-NOVA TO WRK-LSB-PECA-SERVE             00026000
            END-IF.                                                     00026100
            MOVE WRK-LSB-PECA-NOVA   TO WRK-LSB-PECA-FINAL              00026200
                                        WRK-PECA-BUSCA.                 00026300
            MOVE 1                   TO WRK-ELOS.                       00026400
                                                                        00026500
            PERFORM 2100-LOCALIZAR-ELO.                                 00026600
            PERFORM 2200-SEGUIR-CADEIA                                  00026700
                    UNTIL NOT WRK-SUB-ACHOU-SIM                         00026800
                       OR WRK-ELOS NOT LESS 10.                         00026900
                                                                        00027000
      *----------------------------------------------------------------*00027100
       2000-99-FIM.                           EXIT.                     00027200
      *----------------------------------------------------------------*00027300
                                                                        00027400
      *----------------------------------------------------------------*00027500
       2100-LOCALIZAR-ELO                     SECTION.                  00027600
      *----------------------------------------------------------------*00027700
                                                                        00027800
      *     SO VALE O ELO JA EM VIGOR NA DATA DE REFERENCIA            *00027900
            MOVE 'N'                 TO WRK-SUB-ACHOU.                  00028000
                                                                        00028100
            IF WRK-TAB-SUB-QTDE EQUAL ZEROS                             00028200
               GO                  TO 2100-99-FIM                       00028300
            END-IF.                                                     00028400
                                                                        00028500
            SET WRK-IDX-SUB          TO 1.                              00028600
            SEARCH WRK-TAB-SUB                                          00028700
              AT END                                                    00028800
                 CONTINUE                                               00028900
              WHEN WRK-IDX-SUB GREATER WRK-TAB-SUB-QTDE                 00029000
                 CONTINUE                                               00029100
              WHEN WRK-TAB-SUB-ANTIGA (WRK-IDX-SUB)                     00029200
                        EQUAL WRK-PECA-BUSCA                            00029300
               AND WRK-TAB-SUB-VIGOR (WRK-IDX-SUB)                      00029400
                        NOT GREATER WRK-LSB-DATA-REF                    00029500
                 MOVE 'S'            TO WRK-SUB-ACHOU                   00029600
            END-SEARCH.                                                 00029700
                                                                        00029800
      *----------------------------------------------------------------*00029900
       2100-99-FIM.                           EXIT.                     00030000
      *----------------------------------------------------------------*00030100
                                                                        00030200
      *----------------------------------------------------------------*00030300
       2200-SEGUIR-CADEIA                     SECTION.                  00030400
      *----------------------------------------------------------------*00030500
                                                                        00030600
      *     UM ELO NAO INTERCAMBIAVEL ENCERRA A PECA-SERVE, MAS A      *00030700
      *     PECA-FINAL SEGUE ATE O FIM DA CADEIA                       *00030800
            IF WRK-SERVE-ATIVA-SIM                                      00030900
               IF WRK-TAB-SUB-INTERC (WRK-IDX-SUB) EQUAL 'S'            00031000
                  MOVE WRK-TAB-SUB-NOVA (WRK-IDX-SUB)                   00031100
                                     TO WRK-LSB-PECA-SERVE              00031200
               ELSE                                                     00031300
                  MOVE 'N'           TO WRK-SERVE-ATIVA                 00031400
               END-IF                                                   00031500
            END-IF.                                                     00031600
                                                                        00031700
            MOVE WRK-TAB-SUB-NOVA (WRK-IDX-SUB)                         00031800
                                     TO WRK-LSB-PECA-FINAL              00031900
                                        WRK-PECA-BUSCA.                 00032000
            ADD 1                    TO WRK-ELOS.                       00032100
                                                                        00032200
            PERFORM 2100-LOCALIZAR-ELO.                                 00032300
                                                                        00032400
      *----------------------------------------------------------------*00032500
       2200-99-FIM.                           EXIT.                     00032600
      *----------------------------------------------------------------*00032700
