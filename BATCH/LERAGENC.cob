      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
       PROGRAM-ID.  LERAGENC.                                           00001300
       AUTHOR.      DOUGLAS COSTA                                       00001400
      *================================================================*00001500
      *                         F O U R S Y S                          *00001600
      *================================================================*00001700
      *    PROGRAMA...: LERAGENC                                       *00001800
      *    TIPO.......: SUB-ROTINA DE CONSULTA AO CADASTRO DE AGENCIAS *00001900
      *----------------------------------------------------------------*00002000
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002100
      *    EMPRESA....: FOURSYS                                        *00002200
      *    ANALISTA...: IVAN SANCHES                                   *00002300
      *    DATA.......: 15/10/2026                                     *00002400
      *----------------------------------------------------------------*00002500
      *    OBJETIVO : DEVOLVER OS DADOS DE UMA AGENCIA (AREA           *00002600
      *               WRK-LERAGE DA BOOK B#LERAGE): NA PRIMEIRA        *00002700
      *               CHAMADA CARREGA O CADASTRO DE AGENCIAS (DD       *00002800
      *               AGENCIAS, BOOK B#AGENC) EM TABELA; A CADA        *00002900
      *               CHAMADA PROCURA WRK-LAG-AGENCIA E DEVOLVE NOME,  *00003000
      *               CIDADE/UF, REGIAO, GERENTE E SITUACAO, COM       *00003100
      *               RETORNO '0' ATIVA, '1' FECHADA E '2' INEXISTENTE.*00003200
      *               SEM O DD (OU COM ERRO DE LEITURA) DEVOLVE '9' E  *00003300
      *               E O CHAMADOR QUEM DECIDE ABENDAR.                *00003400
      *----------------------------------------------------------------*00003500
      *    ARQUIVOS :                                                  *00003600
      *    DDNAME          I/O                                         *00003700
      *    AGENCIAS         I    CADASTRO DE AGENCIAS                  *00003800
      *----------------------------------------------------------------*00003900
      *    COPYBOOK :                                                  *00004000
      *               B#AGENC  - LAYOUT DO CADASTRO DE AGENCIAS        *00004100
      *               B#LERAGE - AREA DE COMUNICACAO COM O CHAMADOR    *00004200
      *----------------------------------------------------------------*00004300
      *    HISTORICO DE ALTERACOES:                                    *00004400
      *      DATA        RESP.    DESCRICAO                            *00004500
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00004600
      ******************************************************************00004700
      *================================================================*00004800
      *================================================================*00004900
       ENVIRONMENT DIVISION.                                            00005000
      *================================================================*00005100
      *----------------------------------------------------------------*00005200
       CONFIGURATION                              SECTION.              00005300
      *----------------------------------------------------------------*00005400
       SPECIAL-NAMES.                                                   00005500
           DECIMAL-POINT IS COMMA.                                      00005600
      *----------------------------------------------------------------*00005700
       INPUT-OUTPUT                               SECTION.              00005800
      *----------------------------------------------------------------*00005900
       FILE-CONTROL.                                                    00006000
             SELECT AGENCIAS  ASSIGN      TO AGENCIAS                   00006100
                    FILE STATUS     IS WRK-FS-AGENCIAS.                 00006200
      *================================================================*00006300
       DATA                                       DIVISION.             00006400
      *================================================================*00006500
      *----------------------------------------------------------------*00006600
       FILE                                       SECTION.              00006700
      *----------------------------------------------------------------*00006800
      *----------------------------------------------------------------*00006900
      *    INPUT - CADASTRO DE AGENCIAS - LRECL = 100                  *00007000
      *----------------------------------------------------------------*00007100
       FD AGENCIAS                                                      00007200
           RECORDING MODE IS F                                          00007300
           BLOCK CONTAINS 0 RECORDS.                                    00007400
           COPY 'B#AGENC'.                                              00007500
      *----------------------------------------------------------------*00007600
       WORKING-STORAGE                            SECTION.              00007700
      *----------------------------------------------------------------*00007800
      *----------------------------------------------------------------*00007900
       01  FILLER                      PIC  X(050)         VALUE        00008000
                 '*** INICIO DA WORKING LERAGENC ***'.                  00008100
      *----------------------------------------------------------------*00008200
       77 WRK-FS-AGENCIAS         PIC X(002) VALUE SPACES.              00008300
       77 WRK-CARREGADO           PIC X(001) VALUE 'N'.                 00008400
           88 WRK-CARREGADO-SIM       VALUE 'S'.                        00008500
       77 WRK-CAD-RETORNO         PIC X(001) VALUE '0'.                 00008600
           88 WRK-CAD-DISPONIVEL      VALUE '0'.                        00008700
      *----------------------------------------------------------------*00008800
      *    AGENCIAS CARREGADAS NA PRIMEIRA CHAMADA                     *00008900
      *----------------------------------------------------------------*00009000
       01 WRK-TAB-AGENCIAS.                                             00009100
          05 WRK-TAB-AGE                OCCURS 500 TIMES                00009200
                                         INDEXED BY WRK-IDX-AGE.        00009300
             10 WRK-TAB-AGE-AGENCIA     PIC 9(04).                      00009400
             10 WRK-TAB-AGE-NOME        PIC X(30).                      00009500
             10 WRK-TAB-AGE-CIDADE      PIC X(20).                      00009600
             10 WRK-TAB-AGE-UF          PIC X(02).                      00009700
             10 WRK-TAB-AGE-REGIAO      PIC X(02).                      00009800
             10 WRK-TAB-AGE-GERENTE     PIC X(30).                      00009900
             10 WRK-TAB-AGE-SITUACAO    PIC X(01).                      00010000
       77 WRK-TAB-AGE-QTDE              PIC 9(003) VALUE ZEROS.         00010100
      *----------------------------------------------------------------*00010200
       01  FILLER                      PIC  X(050)         VALUE        00010300
              '*** LERAGENC - FIM DA AREA DE WORKING ***'.              00010400
      *----------------------------------------------------------------*00010500
      *================================================================*00010600
       LINKAGE                                    SECTION.              00010700
      *================================================================*00010800
           COPY 'B#LERAGE'.                                             00010900
      *================================================================*00011000
       PROCEDURE                 DIVISION USING WRK-LERAGE.             00011100
      *================================================================*00011200
      ******************************************************************00011300
      *                    P R I N C I P A L                           *00011400
      ******************************************************************00011500
                                                                        00011600
      *----------------------------------------------------------------*00011700
       0000-PRINCIPAL                            SECTION.               00011800
      *----------------------------------------------------------------*00011900
                                                                        00012000
           IF NOT WRK-CARREGADO-SIM                                     00012100
              PERFORM 1000-CARREGAR-AGENCIAS                            00012200
           END-IF                                                       00012300
                                                                        00012400
           PERFORM 2000-PROCURAR-AGENCIA                                00012500
                                                                        00012600
           GOBACK.                                                      00012700
                                                                        00012800
      *----------------------------------------------------------------*00012900
       0000-99-FIM.                           EXIT.                     00013000
      *----------------------------------------------------------------*00013100
                                                                        00013200
      ******************************************************************00013300
      *          C A R R E G A R   A G E N C I A S                     *00013400
      ******************************************************************00013500
                                                                        00013600
      *----------------------------------------------------------------*00013700
       1000-CARREGAR-AGENCIAS                 SECTION.                  00013800
      *----------------------------------------------------------------*00013900
                                                                        00014000
            MOVE 'S'                 TO WRK-CARREGADO.                  00014100
            MOVE ZEROS               TO WRK-TAB-AGE-QTDE.               00014200
            MOVE '0'                 TO WRK-CAD-RETORNO.                00014300
                                                                        00014400
            OPEN INPUT AGENCIAS.                                        00014500
                                                                        00014600
      *     SEM CADASTRO TODA CONSULTA VOLTA '9'                       *00014700
            IF WRK-FS-AGENCIAS NOT EQUAL ZEROS                          00014800
               MOVE '9'              TO WRK-CAD-RETORNO                 00014900
               GO                  TO 1000-99-FIM                       00015000
            END-IF.                                                     00015100
                                                                        00015200
            PERFORM 1100-GUARDAR-AGENCIA                                00015300
                    UNTIL WRK-FS-AGENCIAS NOT EQUAL ZEROS               00015400
                       OR WRK-TAB-AGE-QTDE EQUAL 500.                   00015500
                                                                        00015600
            IF WRK-FS-AGENCIAS NOT EQUAL ZEROS                          00015700
             AND WRK-FS-AGENCIAS NOT EQUAL '10'                         00015800
               MOVE '9'              TO WRK-CAD-RETORNO                 00015900
            END-IF.                                                     00016000
                                                                        00016100
            CLOSE AGENCIAS.                                             00016200
                                                                        00016300
      *----------------------------------------------------------------*00016400
       1000-99-FIM.                           EXIT.                     00016500
      *----------------------------------------------------------------*00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
       1100-GUARDAR-AGENCIA                   SECTION.                  00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
            READ AGENCIAS.                                              00017200
                                                                        00017300
            IF WRK-FS-AGENCIAS NOT EQUAL ZEROS                          00017400
               GO                  TO 1100-99-FIM                       00017500
            END-IF.                                                     00017600
                                                                        00017700
            ADD 1                    TO WRK-TAB-AGE-QTDE.               00017800
            SET WRK-IDX-AGE          TO WRK-TAB-AGE-QTDE.               00017900
            MOVE FD-AGE-AGENCIA      TO WRK-TAB-AGE-AGENCIA             00018000
                                         (WRK-IDX-AGE).                 00018100
            MOVE FD-AGE-NOME         TO WRK-TAB-AGE-NOME                00018200
                                         (WRK-IDX-AGE).                 00018300
            MOVE FD-AGE-CIDADE       TO WRK-TAB-AGE-CIDADE              00018400
                                         (WRK-IDX-AGE).                 00018500
            MOVE FD-AGE-UF           TO WRK-TAB-AGE-UF                  00018600
                                         (WRK-IDX-AGE).                 00018700
            MOVE FD-AGE-REGIAO       TO WRK-TAB-AGE-REGIAO              00018800
                                         (WRK-IDX-AGE).                 00018900
            MOVE FD-AGE-GERENTE      TO WRK-TAB-AGE-GERENTE             00019000
                                         (WRK-IDX-AGE).                 00019100
            MOVE FD-AGE-SITUACAO     TO WRK-TAB-AGE-SITUACAO            00019200
                                         (WRK-IDX-AGE).                 00019300
                                                                        00019400
      *----------------------------------------------------------------*00019500
       1100-99-FIM.                           EXIT.                     00019600
      *----------------------------------------------------------------*00019700
                                                                        00019800
      ******************************************************************00019900
      *          P R O C U R A R   A G E N C I A                       *00020000
      ******************************************************************00020100
                                                                        00020200
      *----------------------------------------------------------------*00020300
       2000-PROCURAR-AGENCIA                  SECTION.                  00020400
      *----------------------------------------------------------------*00020500
                                                                        00020600
            MOVE SPACES              TO WRK-LAG-NOME                    00020700
                                        WRK-LAG-CIDADE                  00020800
                                        WRK-LAG-UF                      00020900
                                        WRK-LAG-REGIAO                  00021000
                                        WRK-LAG-GERENTE                 00021100
                                        WRK-LAG-SITUACAO.               00021200
                                                                        00021300
            IF NOT WRK-CAD-DISPONIVEL                                   00021400
               MOVE '9'              TO WRK-LAG-RETORNO                 00021500
               GO                  TO 2000-99-FIM                       00021600
            END-IF.                                                     00021700
                                                                        00021800
            MOVE '2'                 TO WRK-LAG-RETORNO.                00021900
                                                                        00022000
            IF WRK-TAB-AGE-QTDE EQUAL ZEROS                             00022100
               GO                  TO 2000-99-FIM                       00022200
            END-IF.                                                     00022300
                                                                        00022400
            SET WRK-IDX-AGE          TO 1.                              00022500
            SEARCH WRK-TAB-AGE                                          00022600
              AT END                                                    00022700
                 CONTINUE                                               00022800
              WHEN WRK-IDX-AGE GREATER WRK-TAB-AGE-QTDE                 00022900
                 CONTINUE                                               00023000
              WHEN WRK-TAB-AGE-AGENCIA (WRK-IDX-AGE)                    00023100
                        EQUAL WRK-LAG-AGENCIA                           00023200
                 PERFORM 2100-DEVOLVER-AGENCIA                          00023300
            END-SEARCH.                                                 00023400
                                                                        00023500
      *----------------------------------------------------------------*00023600
       2000-99-FIM.                           EXIT.                     00023700
      *----------------------------------------------------------------*00023800
                                                                        00023900
      *----------------------------------------------------------------*00024000
       2100-DEVOLVER-AGENCIA                  SECTION.                  00024100
      *----------------------------------------------------------------*00024200
                                                                        00024300
            MOVE WRK-TAB-AGE-NOME     (WRK-IDX-AGE) TO WRK-LAG-NOME.    00024400
            MOVE WRK-TAB-AGE-CIDADE   (WRK-IDX-AGE) TO WRK-LAG-CIDADE.  00024500
            MOVE WRK-TAB-AGE-UF       (WRK-IDX-AGE) TO WRK-LAG-UF.      00024600
            MOVE WRK-TAB-AGE-REGIAO   (WRK-IDX-AGE) TO WRK-LAG-REGIAO.  00024700
            MOVE WRK-TAB-AGE-GERENTE  (WRK-IDX-AGE) TO WRK-LAG-GERENTE. 00024800
            MOVE WRK-TAB-AGE-SITUACAO (WRK-IDX-AGE)                     00024900
                                      TO WRK-LAG-SITUACAO.              00025000
                                                                        00025100
            IF WRK-TAB-AGE-SITUACAO (WRK-IDX-AGE) EQUAL 'A'             00025200
               MOVE '0'              TO WRK-LAG-RETORNO                 00025300
            ELSE                                                        00025400
               MOVE '1'              TO WRK-LAG-RETORNO                 00025500
            END-IF.                                                     00025600
                                                                        00025700
      *----------------------------------------------------------------*00025800
       2100-99-FIM.                           EXIT.                     00025900
      *----------------------------------------------------------------*00026000
