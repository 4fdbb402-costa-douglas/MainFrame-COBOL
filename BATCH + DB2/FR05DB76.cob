      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB76.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB76                                       *00002000
      *    TIPO.......: EXTRACAO DE MASSA DE TESTE MASCARADA (FUNC2)   *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : EXTRAIR UMA AMOSTRA DE FOUR001.FUNC2 PARA O      *00002800
      *               AMBIENTE DE TESTE, COM OS DADOS PESSOAIS         *00002900
      *               MASCARADOS PELO MODULO MASCARA, NO MESMO LEIAUTE *00003000
      *               DE INTERFACE DO FR05DB20 (HEADER/DETALHE/        *00003100
      *               TRAILER, LRECL 120) PARA CARGA NO DB2 DE TESTE.  *00003200
      *               A AMOSTRA E POR ID, COM A MESMA REGRA DO         *00003300
      *               FR05EX82, DE MODO QUE O EMPREGADO DO FOLHIST E   *00003400
      *               DO DADOSBAN DE TESTE EXISTE NO FUNC2 DE TESTE.   *00003500
      *               MASCARAMENTO:                                    *00003600
      *                - NOME     : DICIONARIO, SEMENTE = ID (MESMO    *00003700
      *                             NOME DO FOLHIST MASCARADO)         *00003800
      *                - EMAIL    : FUNC+ID@TESTE.FOURSYS.COM.BR       *00003900
      *                - TELEFONE : MANTEM DDD E PONTUACAO             *00004000
      *                - SALARIO  : MULTIPLICADO PELO FATOR SIGILOSO   *00004100
      *               ID, SETOR, DATAADM E ATIVO SAO MANTIDOS.         *00004200
      *----------------------------------------------------------------*00004300
      *    BASE DE DADOS:                                              *00004400
      *     TABELAS DB2                           INCLUDE/BOOK         *00004500
      *    FOUR001.FUNC2                           #BKFUNC2            *00004600
      *----------------------------------------------------------------*00004700
      *    ARQUIVOS :                                                  *00004800
      *    DDNAME          I/O                                         *00004900
      *    JCLFUNT          O    FUNC2 MASCARADO (LEIAUTE FR05DB20)    *00005000
      *----------------------------------------------------------------*00005100
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005200
      *                  MASCARA  - MASCARAMENTO E AMOSTRA             *00005300
      *----------------------------------------------------------------*00005400
      *    COPYBOOK :    B#GRALOG, B#MASCAR                            *00005500
      *----------------------------------------------------------------*00005600
      *    PARAMETROS (VIA SYSIN):                                     *00005700
      *      LINHA 1 - AMOSTRA:                                        *00005800
      *                COL 01-03  TAXA 9(03) - UM EM CADA N IDS        *00005900
      *                           (000 OU 001 = TODOS)                 *00006000
      *                COL 05-07  RESTO 9(03) - MENOR QUE A TAXA       *00006100
      *      LINHA 2 - CARTAO SIGILOSO (DATASET PROTEGIDO):            *00006200
      *                COL 01-05  FATOR 9V9999 (MAIOR QUE ZERO)        *00006300
      *                COL 06-10  SEGREDO 9(05)                        *00006400
      *----------------------------------------------------------------*00006500
      *    HISTORICO DE ALTERACOES:                                    *00006600
      *      DATA        RESP.    DESCRICAO                            *00006700
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00006800
      ******************************************************************00006900
      *================================================================*00007000
                                                                        00007100
      *================================================================*00007200
       ENVIRONMENT DIVISION.                                            00007300
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
             SELECT FUNCTST   ASSIGN     TO JCLFUNT                     00008800
                    FILE STATUS     IS WRK-FS-FUNCTST.                  00008900
                                                                        00009000
      *================================================================*00009100
       DATA                DIVISION.                                    00009200
      *================================================================*00009300
      *----------------------------------------------------------------*00009400
       FILE                                       SECTION.              00009500
      *----------------------------------------------------------------*00009600
      *----------------------------------------------------------------*00009700
      *    OUTPUT - FUNC2 MASCARADO (FUNCTST) - LRECL = 120            *00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
       FD FUNCTST                                                       00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-FUNCTST        PIC X(120).                                 00010400
                                                                        00010500
      *----------------------------------------------------------------*00010600
       WORKING-STORAGE                            SECTION.              00010700
      *----------------------------------------------------------------*00010800
                                                                        00010900
      *----------------------------------------------------------------*00011000
       01  FILLER                      PIC  X(050)         VALUE        00011100
                 '*** INICIO DA WORKING FR05DB76 ***'.                  00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
       77 WRK-SQLCODE            PIC -999.                              00011500
       77 WRK-FS-FUNCTST         PIC X(002) VALUE SPACES.               00011600
       77 WRK-EMAIL-NULL         PIC S9(4) COMP VALUE ZEROS.            00011700
       77 WRK-TELEFONE-NULL      PIC S9(4) COMP VALUE ZEROS.            00011800
       77 WRK-DATA-HOJE          PIC X(08) VALUE SPACES.                00011900
       77 WRK-ID-EDIT            PIC 9(04) VALUE ZEROS.                 00012000
       77 WRK-VALOR-REG          PIC S9(011)V99 VALUE ZEROS.            00012100
                                                                        00012200
      *----------------------------------------------------------------*00012300
       01  FILLER                       PIC X(050)           VALUE      00012400
                        '*** AREA DE ACUMULADORES ***'.                 00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
       77 ACUM-LIDOS             PIC 9(07) VALUE ZEROS.                 00012800
       77 ACUM-GRAVADOS          PIC 9(07) VALUE ZEROS.                 00012900
                                                                        00013000
      *----------------------------------------------------------------*00013100
      *    CARTOES DE CONTROLE                                         *00013200
      *----------------------------------------------------------------*00013300
                                                                        00013400
       01 WRK-PARM-AMOSTRA.                                             00013500
          05 WRK-PA-TAXA                 PIC X(003).                    00013600
          05 WRK-PA-TAXA-N REDEFINES WRK-PA-TAXA                        00013700
                                         PIC 9(003).                    00013800
          05 FILLER                      PIC X(001).                    00013900
          05 WRK-PA-RESTO                PIC X(003).                    00014000
          05 WRK-PA-RESTO-N REDEFINES WRK-PA-RESTO                      00014100
                                         PIC 9(003).                    00014200
          05 FILLER                      PIC X(073).                    00014300
                                                                        00014400
       01 WRK-PARM-SIGILO.                                              00014500
          05 WRK-PS-FATOR                PIC X(005).                    00014600
          05 WRK-PS-FATOR-N REDEFINES WRK-PS-FATOR                      00014700
                                         PIC 9(001)V9(004).             00014800
          05 WRK-PS-SEGREDO              PIC X(005).                    00014900
          05 WRK-PS-SEGREDO-N REDEFINES WRK-PS-SEGREDO                  00015000
                                         PIC 9(005).                    00015100
          05 FILLER                      PIC X(070).                    00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
      *    REGISTROS DA INTERFACE (MESMO LEIAUTE DO FR05DB20)          *00015500
      *----------------------------------------------------------------*00015600
                                                                        00015700
       01 WRK-INT-HEADER.                                               00015800
          05 WRK-INH-TIPO-REG          PIC X(01) VALUE '0'.             00015900
          05 WRK-INH-ORIGEM            PIC X(08) VALUE 'FR05DB76'.      00016000
          05 WRK-INH-DATA              PIC X(08).                       00016100
          05 WRK-INH-VERSAO            PIC 9(05) VALUE 00001.           00016200
          05 FILLER                    PIC X(098) VALUE SPACES.         00016300
                                                                        00016400
       01 WRK-INT-DETALHE.                                              00016500
          05 WRK-IND-TIPO-REG          PIC X(01) VALUE '1'.             00016600
          05 WRK-IND-MUDANCA           PIC X(01).                       00016700
          05 WRK-IND-ID                PIC 9(04).                       00016800
          05 WRK-IND-NOME              PIC X(30).                       00016900
          05 WRK-IND-SETOR             PIC X(04).                       00017000
          05 WRK-IND-SALARIO           PIC 9(08)V99.                    00017100
          05 WRK-IND-DATAADM           PIC X(10).                       00017200
          05 WRK-IND-EMAIL             PIC X(40).                       00017300
          05 WRK-IND-TELEFONE          PIC X(11).                       00017400
          05 WRK-IND-ATIVO             PIC X(01).                       00017500
          05 FILLER                    PIC X(008) VALUE SPACES.         00017600
                                                                        00017700
       01 WRK-INT-TRAILER.                                              00017800
          05 WRK-INT-TIPO-REG          PIC X(01) VALUE '9'.             00017900
          05 WRK-INT-QTD-REG           PIC 9(07).                       00018000
          05 FILLER                    PIC X(112) VALUE SPACES.         00018100
                                                                        00018200
      *----------------------------------------------------------------*00018300
       01  FILLER                       PIC X(050)           VALUE      00018400
                        '*** AREA DE BOOK ***'.                         00018500
      *----------------------------------------------------------------*00018600
                                                                        00018700
           COPY 'B#GRALOG'.                                             00018800
                                                                        00018900
           COPY 'B#MASCAR'.                                             00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
       01  FILLER                       PIC X(050)           VALUE      00019300
                        '*** AREA DB2 ***'.                             00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
           EXEC SQL                                                     00019700
             INCLUDE #BKFUNC2                                           00019800
           END-EXEC.                                                    00019900
           EXEC SQL                                                     00020000
               INCLUDE SQLCA                                            00020100
           END-EXEC.                                                    00020200
                                                                        00020300
           EXEC SQL                                                     00020400
             DECLARE CUR-FUNC2-TESTE CURSOR FOR                         00020500
              SELECT ID, NOME, SETOR, SALARIO, DATAADM,                 00020600
                     EMAIL, TELEFONE, ATIVO                             00020700
                FROM FOUR001.FUNC2                                      00020800
               ORDER BY ID                                              00020900
           END-EXEC.                                                    00021000
                                                                        00021100
      *----------------------------------------------------------------*00021200
       01  FILLER                      PIC  X(050)         VALUE        00021300
              '*** FR05DB76 - FIM DA AREA DE WORKING ***'.              00021400
      *----------------------------------------------------------------*00021500
                                                                        00021600
      *================================================================*00021700
        PROCEDURE                       DIVISION.                       00021800
      *================================================================*00021900
                                                                        00022000
      ******************************************************************00022100
      *                    P R I N C I P A L                           *00022200
      ******************************************************************00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
       0000-PRINCIPAL                            SECTION.               00022600
      *----------------------------------------------------------------*00022700
                                                                        00022800
           PERFORM 1000-INICIAR                                         00022900
                                                                        00023000
           PERFORM 2000-PROCESSAR                                       00023100
                                                                        00023200
           PERFORM 4000-FINALIZAR.                                      00023300
                                                                        00023400
           STOP RUN.                                                    00023500
                                                                        00023600
      *----------------------------------------------------------------*00023700
       0000-99-FIM.                           EXIT.                     00023800
      *----------------------------------------------------------------*00023900
                                                                        00024000
      ******************************************************************00024100
      *                      I N I C I A R                             *00024200
      ******************************************************************00024300
                                                                        00024400
      *----------------------------------------------------------------*00024500
       1000-INICIAR                           SECTION.                  00024600
      *----------------------------------------------------------------*00024700
                                                                        00024800
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00024900
                                                                        00025000
            PERFORM 1200-LER-PARAMETROS.                                00025100
                                                                        00025200
            OPEN OUTPUT FUNCTST.                                        00025300
                                                                        00025400
            PERFORM 1100-TESTAR-STATUS.                                 00025500
                                                                        00025600
            MOVE WRK-DATA-HOJE         TO WRK-INH-DATA.                 00025700
            WRITE FD-FUNCTST           FROM WRK-INT-HEADER.             00025800
            PERFORM 1100-TESTAR-STATUS.                                 00025900
                                                                        00026000
      *----------------------------------------------------------------*00026100
       1000-99-FIM.                              EXIT.                  00026200
      *----------------------------------------------------------------*00026300
                                                                        00026400
      ******************************************************************00026500
      *                   T E S T A R  S T A T U S                     *00026600
      ******************************************************************00026700
                                                                        00026800
      *----------------------------------------------------------------*00026900
       1100-TESTAR-STATUS                    SECTION.                   00027000
      *----------------------------------------------------------------*00027100
                                                                        00027200
           IF WRK-FS-FUNCTST NOT EQUAL ZEROS                            00027300
              MOVE 'FR05DB76'           TO WRK-PROGRAMA                 00027400
              MOVE '1100  '             TO WRK-SECAO                    00027500
              MOVE 'ERRO NO ARQUIVO JCLFUNT' TO WRK-MENSAGEM            00027600
              MOVE WRK-FS-FUNCTST       TO WRK-STATUS                   00027700
              PERFORM 9999-TRATAR-ERROS                                 00027800
           END-IF.                                                      00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       1100-99-FIM.                           EXIT.                     00028200
      *----------------------------------------------------------------*00028300
                                                                        00028400
      ******************************************************************00028500
      *              L E R   P A R A M E T R O S                       *00028600
      ******************************************************************00028700
                                                                        00028800
      *----------------------------------------------------------------*00028900
       1200-LER-PARAMETROS                   SECTION.                   00029000
      *----------------------------------------------------------------*00029100
                                                                        00029200
            MOVE SPACES                TO WRK-PARM-AMOSTRA.             00029300
            ACCEPT WRK-PARM-AMOSTRA    FROM SYSIN.                      00029400
                                                                        00029500
            IF WRK-PA-TAXA  NOT NUMERIC                                 00029600
             OR WRK-PA-RESTO NOT NUMERIC                                00029700
               MOVE 'FR05DB76'         TO WRK-PROGRAMA                  00029800
               MOVE '1200  '           TO WRK-SECAO                     00029900
               MOVE 'CARTAO DE AMOSTRA INVALIDO NO SYSIN'               00030000
                                       TO WRK-MENSAGEM                  00030100
               MOVE WRK-PARM-AMOSTRA   TO WRK-STATUS                    00030200
               PERFORM 9999-TRATAR-ERROS                                00030300
            END-IF.                                                     00030400
                                                                        00030500
            IF WRK-PA-TAXA-N GREATER 1                                  00030600
             AND WRK-PA-RESTO-N NOT LESS WRK-PA-TAXA-N                  00030700
               MOVE 'FR05DB76'         TO WRK-PROGRAMA                  00030800
               MOVE '1200  '           TO WRK-SECAO                     00030900
               MOVE 'RESTO DA AMOSTRA MAIOR QUE A TAXA'                 00031000
                                       TO WRK-MENSAGEM                  00031100
               MOVE WRK-PARM-AMOSTRA   TO WRK-STATUS                    00031200
               PERFORM 9999-TRATAR-ERROS                                00031300
            END-IF.                                                     00031400
                                                                        00031500
      *    CARTAO SIGILOSO: O CONTEUDO NAO VAI PARA LOG NEM SYSOUT     *00031600
            MOVE SPACES                TO WRK-PARM-SIGILO.              00031700
            ACCEPT WRK-PARM-SIGILO     FROM SYSIN.                      00031800
                                                                        00031900
            IF WRK-PS-FATOR   NOT NUMERIC                               00032000
             OR WRK-PS-SEGREDO NOT NUMERIC                              00032100
             OR WRK-PS-FATOR-N EQUAL ZEROS                              00032200
               MOVE 'FR05DB76'         TO WRK-PROGRAMA                  00032300
               MOVE '1200  '           TO WRK-SECAO                     00032400
               MOVE 'CARTAO SIGILOSO AUSENTE OU INVALIDO'               00032500
                                       TO WRK-MENSAGEM                  00032600
               MOVE SPACES             TO WRK-STATUS                    00032700
               PERFORM 9999-TRATAR-ERROS                                00032800
            END-IF.                                                     00032900
                                                                        00033000
            MOVE WRK-PA-TAXA-N         TO WRK-MSC-TAXA.                 00033100
            MOVE WRK-PA-RESTO-N        TO WRK-MSC-RESTO.                00033200
            MOVE WRK-PS-FATOR-N        TO WRK-MSC-FATOR.                00033300
            MOVE WRK-PS-SEGREDO-N      TO WRK-MSC-SEGREDO.              00033400
            MOVE SPACES                TO WRK-PARM-SIGILO.              00033500
                                                                        00033600
      *----------------------------------------------------------------*00033700
       1200-99-FIM.                           EXIT.                     00033800
      *----------------------------------------------------------------*00033900
                                                                        00034000
      ******************************************************************00034100
      *                    P R O C E S S A R                           *00034200
      ******************************************************************00034300
                                                                        00034400
      *----------------------------------------------------------------*00034500
       2000-PROCESSAR                        SECTION.                   00034600
      *----------------------------------------------------------------*00034700
                                                                        00034800
            EXEC SQL                                                    00034900
              OPEN CUR-FUNC2-TESTE                                      00035000
            END-EXEC.                                                   00035100
                                                                        00035200
            IF SQLCODE NOT EQUAL ZEROS                                  00035300
               MOVE SQLCODE            TO WRK-SQLCODE                   00035400
               MOVE 'FR05DB76'         TO WRK-PROGRAMA                  00035500
               MOVE '2000  '           TO WRK-SECAO                     00035600
               MOVE 'ERRO NO OPEN DO CURSOR FUNC2' TO WRK-MENSAGEM      00035700
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00035800
               PERFORM 9999-TRATAR-ERROS                                00035900
            END-IF.                                                     00036000
                                                                        00036100
            PERFORM 2100-LER-FUNC2 UNTIL SQLCODE EQUAL +100.            00036200
                                                                        00036300
            EXEC SQL                                                    00036400
              CLOSE CUR-FUNC2-TESTE                                     00036500
            END-EXEC.                                                   00036600
                                                                        00036700
      *----------------------------------------------------------------*00036800
       2000-99-FIM.                           EXIT.                     00036900
      *----------------------------------------------------------------*00037000
                                                                        00037100
      *----------------------------------------------------------------*00037200
       2100-LER-FUNC2                        SECTION.                   00037300
      *----------------------------------------------------------------*00037400
                                                                        00037500
            EXEC SQL                                                    00037600
              FETCH CUR-FUNC2-TESTE                                     00037700
               INTO :DB2-ID, :DB2-NOME, :DB2-SETOR, :DB2-SALARIO,       00037800
                    :DB2-DATAADM,                                       00037900
                    :DB2-EMAIL    :WRK-EMAIL-NULL,                      00038000
                    :DB2-TELEFONE :WRK-TELEFONE-NULL,                   00038100
                    :DB2-ATIVO                                          00038200
            END-EXEC.                                                   00038300
                                                                        00038400
            IF SQLCODE EQUAL +100                                       00038500
               GO                  TO 2100-99-FIM                       00038600
            END-IF.                                                     00038700
                                                                        00038800
            IF SQLCODE NOT EQUAL ZEROS                                  00038900
               MOVE SQLCODE            TO WRK-SQLCODE                   00039000
               MOVE 'FR05DB76'         TO WRK-PROGRAMA                  00039100
               MOVE '2100  '           TO WRK-SECAO                     00039200
               MOVE 'ERRO NO FETCH DO CURSOR FUNC2' TO WRK-MENSAGEM     00039300
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00039400
               PERFORM 9999-TRATAR-ERROS                                00039500
            END-IF.                                                     00039600
                                                                        00039700
            ADD 1                      TO ACUM-LIDOS.                   00039800
                                                                        00039900
            MOVE 'A'                   TO WRK-MSC-FUNCAO.               00040000
            MOVE DB2-ID                TO WRK-MSC-NUMERO.               00040100
            CALL 'MASCARA'             USING WRK-MASCARA.               00040200
                                                                        00040300
            IF NOT WRK-MSC-SELECIONADO-SIM                              00040400
               GO                  TO 2100-99-FIM                       00040500
            END-IF.                                                     00040600
                                                                        00040700
            PERFORM 3000-GRAVAR-MASCARADO.                              00040800
                                                                        00040900
      *----------------------------------------------------------------*00041000
       2100-99-FIM.                           EXIT.                     00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
      ******************************************************************00041400
      *           G R A V A R   R E G I S T R O   M A S C A R A D O    *00041500
      ******************************************************************00041600
                                                                        00041700
      *----------------------------------------------------------------*00041800
       3000-GRAVAR-MASCARADO                 SECTION.                   00041900
      *----------------------------------------------------------------*00042000
                                                                        00042100
            MOVE SPACES                TO WRK-INT-DETALHE.              00042200
            MOVE '1'                   TO WRK-IND-TIPO-REG.             00042300
            MOVE 'I'                   TO WRK-IND-MUDANCA.              00042400
            MOVE DB2-ID                TO WRK-IND-ID.                   00042500
            MOVE DB2-SETOR             TO WRK-IND-SETOR.                00042600
            MOVE DB2-DATAADM           TO WRK-IND-DATAADM.              00042700
            MOVE DB2-ATIVO             TO WRK-IND-ATIVO.                00042800
                                                                        00042900
      *    NOME COM A MESMA SEMENTE (ID) USADA NO FOLHIST MASCARADO    *00043000
            MOVE 'N'                   TO WRK-MSC-FUNCAO.               00043100
            MOVE DB2-ID                TO WRK-MSC-NUMERO.               00043200
            CALL 'MASCARA'             USING WRK-MASCARA.               00043300
            MOVE WRK-MSC-SAIDA         TO WRK-IND-NOME.                 00043400
                                                                        00043500
            MOVE DB2-SALARIO           TO WRK-VALOR-REG.                00043600
            MOVE 'V'                   TO WRK-MSC-FUNCAO.               00043700
            MOVE WRK-VALOR-REG         TO WRK-MSC-VALOR.                00043800
            CALL 'MASCARA'             USING WRK-MASCARA.               00043900
            MOVE WRK-MSC-VALOR         TO WRK-IND-SALARIO.              00044000
                                                                        00044100
            IF WRK-EMAIL-NULL EQUAL ZEROS                               00044200
               MOVE DB2-ID             TO WRK-ID-EDIT                   00044300
               STRING 'FUNC'                  DELIMITED BY SIZE         00044400
                      WRK-ID-EDIT             DELIMITED BY SIZE         00044500
                      '@TESTE.FOURSYS.COM.BR' DELIMITED BY SIZE         00044600
                 INTO WRK-IND-EMAIL                                     00044700
            ELSE                                                        00044800
               MOVE SPACES             TO WRK-IND-EMAIL                 00044900
            END-IF.                                                     00045000
                                                                        00045100
            IF WRK-TELEFONE-NULL EQUAL ZEROS                            00045200
               MOVE 'T'                TO WRK-MSC-FUNCAO                00045300
               MOVE DB2-ID             TO WRK-MSC-NUMERO                00045400
               MOVE DB2-TELEFONE       TO WRK-MSC-ENTRADA               00045500
               CALL 'MASCARA'          USING WRK-MASCARA                00045600
               MOVE WRK-MSC-SAIDA      TO WRK-IND-TELEFONE              00045700
            ELSE                                                        00045800
               MOVE SPACES             TO WRK-IND-TELEFONE              00045900
            END-IF.                                                     00046000
                                                                        00046100
            WRITE FD-FUNCTST           FROM WRK-INT-DETALHE.            00046200
            PERFORM 1100-TESTAR-STATUS.                                 00046300
            ADD 1                      TO ACUM-GRAVADOS.                00046400
                                                                        00046500
      *----------------------------------------------------------------*00046600
       3000-99-FIM.                           EXIT.                     00046700
      *----------------------------------------------------------------*00046800
                                                                        00046900
      ******************************************************************00047000
      *                 F I N A L I Z A C A O                          *00047100
      ******************************************************************00047200
                                                                        00047300
      *----------------------------------------------------------------*00047400
       4000-FINALIZAR                        SECTION.                   00047500
      *----------------------------------------------------------------*00047600
                                                                        00047700
            MOVE ACUM-GRAVADOS         TO WRK-INT-QTD-REG.              00047800
            WRITE FD-FUNCTST           FROM WRK-INT-TRAILER.            00047900
            PERFORM 1100-TESTAR-STATUS.                                 00048000
                                                                        00048100
            CLOSE FUNCTST.                                              00048200
                                                                        00048300
            DISPLAY '--------------------------------------'.           00048400
            DISPLAY '  FUNC2 - MASSA DE TESTE MASCARADA    '.           00048500
            DISPLAY '--------------------------------------'.           00048600
            DISPLAY 'TAXA DA AMOSTRA..: ' WRK-MSC-TAXA.                 00048700
            DISPLAY 'RESTO DA AMOSTRA.: ' WRK-MSC-RESTO.                00048800
            DISPLAY 'LIDOS NO FUNC2...: ' ACUM-LIDOS.                   00048900
            DISPLAY 'GRAVADOS.........: ' ACUM-GRAVADOS.                00049000
            DISPLAY '--------------------------------------'.           00049100
                                                                        00049200
      *----------------------------------------------------------------*00049300
       4000-99-FIM.                           EXIT.                     00049400
      *----------------------------------------------------------------*00049500
                                                                        00049600
      ******************************************************************00049700
      *                 T R A T A R   E R R O S                        *00049800
      ******************************************************************00049900
                                                                        00050000
      *----------------------------------------------------------------*00050100
       9999-TRATAR-ERROS                     SECTION.                   00050200
      *----------------------------------------------------------------*00050300
           MOVE 'F'             TO WRK-SEVERIDADE.                      00050400
           CALL 'GRAVALOG'      USING WRK-LOG.                          00050500
           MOVE 16              TO RETURN-CODE.                         00050600
           GOBACK.                                                      00050700
      *----------------------------------------------------------------*00050800
       9999-99-FIM.                           EXIT.                     00050900
      *----------------------------------------------------------------*00051000
