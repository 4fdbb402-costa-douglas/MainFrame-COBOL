      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
       PROGRAM-ID.  MASCARA.                                            00001300
       AUTHOR.      DOUGLAS COSTA                                       00001400
      *================================================================*00001500
      *                         F O U R S Y S                          *00001600
      *================================================================*00001700
      *    PROGRAMA...: MASCARA                                        *00001800
      *    TIPO.......: SUB-ROTINA DE MASCARAMENTO DE DADOS PESSOAIS   *00001900
      *----------------------------------------------------------------*00002000
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002100
      *    EMPRESA....: FOURSYS                                        *00002200
      *    ANALISTA...: IVAN SANCHES                                   *00002300
      *    DATA.......: 15/10/2026                                     *00002400
      *----------------------------------------------------------------*00002500
      *    OBJETIVO : MASCARAR DADOS PESSOAIS NA EXTRACAO DE MASSA DE  *00002600
      *               TESTE (AREA WRK-MASCARA DA BOOK B#MASCAR). NOMES,*00002700
      *               RAZOES SOCIAIS E LOGRADOUROS SAO MONTADOS A      *00002800
      *               PARTIR DE DICIONARIOS; CPF E CNPJ SAO GERADOS DE *00002900
      *               NOVO, DO MESMO TIPO, COM DIGITOS VERIFICADORES   *00003000
      *               VALIDOS (MODULO 11, COMO NO FR05EX20); TELEFONE  *00003100
      *               MANTEM O DDD; VALORES SAO MULTIPLICADOS PELO     *00003200
      *               FATOR. AS ESCOLHAS SAEM DE UMA SEQUENCIA PSEUDO- *00003300
      *               ALEATORIA CUJA SEMENTE E O NUMERO INFORMADO PELO *00003400
      *               CHAMADOR COMBINADO COM O SEGREDO, DE FORMA QUE A *00003500
      *               MESMA PESSOA RECEBE A MESMA MASCARA EM TODOS OS  *00003600
      *               ARQUIVOS E SEM O SEGREDO NAO SE REFAZ O CAMINHO. *00003700
      *               A FUNCAO 'A' DIZ SE UMA CHAVE ENTRA NA AMOSTRA.  *00003800
      *----------------------------------------------------------------*00003900
      *    ARQUIVOS :   NENHUM                                         *00004000
      *----------------------------------------------------------------*00004100
      *    COPYBOOK :                                                  *00004200
      *               B#MASCAR - AREA DE COMUNICACAO COM O CHAMADOR    *00004300
      *----------------------------------------------------------------*00004400
      *    HISTORICO DE ALTERACOES:                                    *00004500
      *      DATA        RESP.    DESCRICAO                            *00004600
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00004700
      ******************************************************************00004800
      *================================================================*00004900
      *================================================================*00005000
       ENVIRONMENT DIVISION.                                            00005100
      *================================================================*00005200
      *----------------------------------------------------------------*00005300
       CONFIGURATION                              SECTION.              00005400
      *----------------------------------------------------------------*00005500
       SPECIAL-NAMES.                                                   00005600
           DECIMAL-POINT IS COMMA.                                      00005700
      *================================================================*00005800
       DATA                                       DIVISION.             00005900
      *================================================================*00006000
      *----------------------------------------------------------------*00006100
       WORKING-STORAGE                            SECTION.              00006200
      *----------------------------------------------------------------*00006300
      *----------------------------------------------------------------*00006400
       01  FILLER                      PIC  X(050)         VALUE        00006500
                 '*** INICIO DA WORKING MASCARA ***'.                   00006600
      *----------------------------------------------------------------*00006700
       77 WRK-HASH                PIC 9(008) VALUE ZEROS.               00006800
       77 WRK-PRODUTO             PIC 9(015) VALUE ZEROS.               00006900
       77 WRK-QUOCIENTE           PIC 9(014) VALUE ZEROS.               00007000
       77 WRK-MODULO              PIC 9(008) VALUE 99999989.            00007100
       77 WRK-SORTEIO             PIC 9(008) VALUE ZEROS.               00007200
       77 WRK-SORTEIO-DIG         PIC 9(001) VALUE ZEROS.               00007300
       77 WRK-SORTEIO-MAX         PIC 9(008) VALUE ZEROS.               00007400
       77 WRK-RESTO-AMOSTRA       PIC 9(003) VALUE ZEROS.               00007500
       77 WRK-IND                 PIC 9(002) VALUE ZEROS.               00007600
       77 WRK-IND-1               PIC 9(002) VALUE ZEROS.               00007700
       77 WRK-IND-2               PIC 9(002) VALUE ZEROS.               00007800
       77 WRK-IND-3               PIC 9(002) VALUE ZEROS.               00007900
       77 WRK-NUMERO-END          PIC 9(003) VALUE ZEROS.               00008000
       77 WRK-FUNCAO-PESO         PIC 9(001) VALUE ZEROS.               00008100
      *----------------------------------------------------------------*00008200
      *    SEMENTE: NUMERO DO CHAMADOR DIGITO A DIGITO                 *00008300
      *----------------------------------------------------------------*00008400
       01 WRK-SEMENTE                   PIC 9(014).                     00008500
       01 WRK-SEMENTE-R REDEFINES WRK-SEMENTE.                          00008600
          05 WRK-SEM-DIG                PIC 9(001) OCCURS 14.           00008700
      *----------------------------------------------------------------*00008800
      *    DOCUMENTO GERADO (MESMA AREA DO FR05EX20)                   *00008900
      *----------------------------------------------------------------*00009000
       01 WRK-DOC-AREA.                                                 00009100
          05 WRK-DOC-DIG                PIC 9(001) OCCURS 14.           00009200
       77 WRK-DOC-N                     PIC 9(002) VALUE ZEROS.         00009300
       77 WRK-DOC-IND                   PIC 9(002) VALUE ZEROS.         00009400
       77 WRK-DOC-QTD-BASE              PIC 9(002) VALUE ZEROS.         00009500
       77 WRK-DOC-PESO                  PIC 9(002) VALUE ZEROS.         00009600
       77 WRK-DOC-TIPO                  PIC X(001) VALUE SPACES.        00009700
       77 WRK-DOC-SOMA                  PIC 9(005) VALUE ZEROS.         00009800
       77 WRK-DOC-QUOC                  PIC 9(004) VALUE ZEROS.         00009900
       77 WRK-DOC-RESTO                 PIC 9(002) VALUE ZEROS.         00010000
       77 WRK-DOC-DV                    PIC 9(001) VALUE ZEROS.         00010100
      *----------------------------------------------------------------*00010200
      *    TELEFONE CARACTER A CARACTER                                *00010300
      *----------------------------------------------------------------*00010400
       01 WRK-TEL-AREA                  PIC X(030).                     00010500
       01 WRK-TEL-AREA-R REDEFINES WRK-TEL-AREA.                        00010600
          05 WRK-TEL-CAR                PIC X(001) OCCURS 30.           00010700
       77 WRK-TEL-IND                   PIC 9(002) VALUE ZEROS.         00010800
       77 WRK-TEL-DIGITOS               PIC 9(002) VALUE ZEROS.         00010900
      *----------------------------------------------------------------*00011000
      *    DICIONARIO DE PRENOMES                                      *00011100
      *----------------------------------------------------------------*00011200
       01 WRK-DIC-PRENOMES.                                             00011300
          05 FILLER                     PIC X(040) VALUE                00011400
             'ANA       BRUNO     CARLA     DANIEL    '.                00011500
          05 FILLER                     PIC X(040) VALUE                00011600
             'EDUARDO   FABIANA   GABRIEL   HELENA    '.                00011700
          05 FILLER                     PIC X(040) VALUE                00011800
             'IGOR      JULIANA   KARINA    LUCAS     '.                00011900
          05 FILLER                     PIC X(040) VALUE                00012000
             'MARCOS    NATALIA   OTAVIO    PAULA     '.                00012100
          05 FILLER                     PIC X(040) VALUE                00012200
             'RAFAEL    SABRINA   TIAGO     VANESSA   '.                00012300
          05 FILLER                     PIC X(040) VALUE                00012400
             'ALINE     BEATRIZ   CAIO      DIEGO     '.                00012500
          05 FILLER                     PIC X(040) VALUE                00012600
             'ELISA     FELIPE    GUSTAVO   HUGO      '.                00012700
          05 FILLER                     PIC X(040) VALUE                00012800
             'ISABELA   JOAO      LARISSA   MARIANA   '.                00012900
          05 FILLER                     PIC X(040) VALUE                00013000
             'NELSON    PATRICIA  RENATA    SERGIO    '.                00013100
          05 FILLER                     PIC X(040) VALUE                00013200
             'TATIANA   VITOR     WAGNER    YASMIN    '.                00013300
       01 WRK-DIC-PRENOMES-R REDEFINES WRK-DIC-PRENOMES.                00013400
          05 WRK-PRENOME                PIC X(010) OCCURS 40.           00013500
      *----------------------------------------------------------------*00013600
      *    DICIONARIO DE SOBRENOMES                                    *00013700
      *----------------------------------------------------------------*00013800
       01 WRK-DIC-SOBRENOMES.                                           00013900
          05 FILLER                     PIC X(040) VALUE                00014000
             'SILVA     SANTOS    OLIVEIRA  SOUZA     '.                00014100
          05 FILLER                     PIC X(040) VALUE                00014200
             'RODRIGUES FERREIRA  ALVES     PEREIRA   '.                00014300
          05 FILLER                     PIC X(040) VALUE                00014400
             'LIMA      GOMES     COSTA     RIBEIRO   '.                00014500
          05 FILLER                     PIC X(040) VALUE                00014600
             'MARTINS   CARVALHO  ALMEIDA   LOPES     '.                00014700
          05 FILLER                     PIC X(040) VALUE                00014800
             'SOARES    FERNANDES VIEIRA    BARBOSA   '.                00014900
          05 FILLER                     PIC X(040) VALUE                00015000
             'ROCHA     DIAS      NASCIMENTOANDRADE   '.                00015100
          05 FILLER                     PIC X(040) VALUE                00015200
             'MOREIRA   NUNES     MARQUES   MACHADO   '.                00015300
          05 FILLER                     PIC X(040) VALUE                00015400
             'MENDES    FREITAS   CARDOSO   RAMOS     '.                00015500
          05 FILLER                     PIC X(040) VALUE                00015600
             'GONCALVES SANTANA   TEIXEIRA  ARAUJO    '.                00015700
          05 FILLER                     PIC X(040) VALUE                00015800
             'PINTO     CORREIA   MONTEIRO  CAMPOS    '.                00015900
       01 WRK-DIC-SOBRENOMES-R REDEFINES WRK-DIC-SOBRENOMES.            00016000
          05 WRK-SOBRENOME              PIC X(010) OCCURS 40.           00016100
      *----------------------------------------------------------------*00016200
      *    DICIONARIO DE COMPLEMENTOS DE RAZAO SOCIAL                  *00016300
      *----------------------------------------------------------------*00016400
       01 WRK-DIC-SUFIXOS.                                              00016500
          05 FILLER                     PIC X(040) VALUE                00016600
             'COMERCIO LTDA       SERVICOS LTDA       '.                00016700
          05 FILLER                     PIC X(040) VALUE                00016800
             'INDUSTRIA S/A       TRANSPORTES LTDA    '.                00016900
          05 FILLER                     PIC X(040) VALUE                00017000
             'DISTRIBUIDORA LTDA  CONSTRUTORA LTDA    '.                00017100
          05 FILLER                     PIC X(040) VALUE                00017200
             'ALIMENTOS S/A       TECNOLOGIA LTDA     '.                00017300
       01 WRK-DIC-SUFIXOS-R REDEFINES WRK-DIC-SUFIXOS.                  00017400
          05 WRK-SUFIXO                 PIC X(020) OCCURS 08.           00017500
      *----------------------------------------------------------------*00017600
      *    DICIONARIO DE TIPOS DE LOGRADOURO                           *00017700
      *----------------------------------------------------------------*00017800
       01 WRK-DIC-LOGRADOUROS.                                          00017900
          05 FILLER                     PIC X(040) VALUE                00018000
             'RUA       AVENIDA   TRAVESSA  ALAMEDA   '.                00018100
       01 WRK-DIC-LOGRADOUROS-R REDEFINES WRK-DIC-LOGRADOUROS.          00018200
          05 WRK-TIPO-LOGRADOURO        PIC X(010) OCCURS 04.           00018300
      *----------------------------------------------------------------*00018400
       01  FILLER                      PIC  X(050)         VALUE        00018500
              '*** MASCARA - FIM DA AREA DE WORKING ***'.               00018600
      *----------------------------------------------------------------*00018700
      *================================================================*00018800
       LINKAGE                                    SECTION.              00018900
      *================================================================*00019000
           COPY 'B#MASCAR'.                                             00019100
      *================================================================*00019200
       PROCEDURE                 DIVISION USING WRK-MASCARA.            00019300
      *================================================================*00019400
      ******************************************************************00019500
      *                    P R I N C I P A L                           *00019600
      ******************************************************************00019700
                                                                        00019800
      *----------------------------------------------------------------*00019900
       0000-PRINCIPAL                            SECTION.               00020000
      *----------------------------------------------------------------*00020100
                                                                        00020200
           EVALUATE TRUE                                                00020300
             WHEN WRK-MSC-AMOSTRA                                       00020400
                PERFORM 1000-SELECIONAR-AMOSTRA                         00020500
             WHEN WRK-MSC-VALORES                                       00020600
                PERFORM 2000-ESCALAR-VALOR                              00020700
             WHEN WRK-MSC-PESSOA                                        00020800
                PERFORM 4000-MASCARAR-PESSOA                            00020900
             WHEN WRK-MSC-EMPRESA                                       00021000
                PERFORM 4100-MASCARAR-EMPRESA                           00021100
             WHEN WRK-MSC-LOGRADOURO                                    00021200
                PERFORM 4200-MASCARAR-LOGRADOURO                        00021300
             WHEN WRK-MSC-DOCUMENTO                                     00021400
                PERFORM 4300-MASCARAR-DOCUMENTO                         00021500
             WHEN WRK-MSC-TELEFONE                                      00021600
                PERFORM 4400-MASCARAR-TELEFONE                          00021700
             WHEN OTHER                                                 00021800
                MOVE SPACES           TO WRK-MSC-SAIDA                  00021900
           END-EVALUATE                                                 00022000
                                                                        00022100
           GOBACK.                                                      00022200
                                                                        00022300
      *----------------------------------------------------------------*00022400
       0000-99-FIM.                           EXIT.                     00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
      ******************************************************************00022800
      *          S E L E C I O N A R   A M O S T R A                   *00022900
      ******************************************************************00023000
                                                                        00023100
      *----------------------------------------------------------------*00023200
       1000-SELECIONAR-AMOSTRA                SECTION.                  00023300
      *----------------------------------------------------------------*00023400
                                                                        00023500
            MOVE 'S'                 TO WRK-MSC-SELECIONADO.            00023600
                                                                        00023700
      *     TAXA 0 OU 1: A EXTRACAO LEVA TUDO                          *00023800
            IF WRK-MSC-TAXA LESS 2                                      00023900
               GO                  TO 1000-99-FIM                       00024000
            END-IF.                                                     00024100
                                                                        00024200
            DIVIDE WRK-MSC-NUMERO BY WRK-MSC-TAXA                       00024300
                   GIVING WRK-QUOCIENTE                                 00024400
                   REMAINDER WRK-RESTO-AMOSTRA.                         00024500
                                                                        00024600
            IF WRK-RESTO-AMOSTRA NOT EQUAL WRK-MSC-RESTO                00024700
               MOVE 'N'              TO WRK-MSC-SELECIONADO             00024800
            END-IF.                                                     00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
       1000-99-FIM.                           EXIT.                     00025200
      *----------------------------------------------------------------*00025300
                                                                        00025400
      ******************************************************************00025500
      *          E S C A L A R   V A L O R                             *00025600
      ******************************************************************00025700
                                                                        00025800
      *----------------------------------------------------------------*00025900
       2000-ESCALAR-VALOR                     SECTION.                  00026000
      *----------------------------------------------------------------*00026100
                                                                        00026200
            COMPUTE WRK-MSC-VALOR ROUNDED =                             00026300
                    WRK-MSC-VALOR * WRK-MSC-FATOR.                      00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       2000-99-FIM.                           EXIT.                     00026700
      *----------------------------------------------------------------*00026800
                                                                        00026900
      ******************************************************************00027000
      *          S E M E N T E   E   S O R T E I O                     *00027100
      ******************************************************************00027200
                                                                        00027300
      *----------------------------------------------------------------*00027400
      *    A SEMENTE PARTE DO SEGREDO E ABSORVE OS 14 DIGITOS DO       *00027500
      *    NUMERO INFORMADO (H = H * 31 + DIGITO + 1, MODULO PRIMO)    *00027600
      *----------------------------------------------------------------*00027700
       3000-GERAR-SEMENTE                     SECTION.                  00027800
      *----------------------------------------------------------------*00027900
                                                                        00028000
            MOVE WRK-MSC-NUMERO      TO WRK-SEMENTE.                    00028100
            MOVE WRK-MSC-SEGREDO     TO WRK-HASH.                       00028200
                                                                        00028300
            PERFORM 3100-SOMAR-DIGITO                                   00028400
                    VARYING WRK-IND FROM 1 BY 1                         00028500
                    UNTIL WRK-IND GREATER 14.                           00028600
                                                                        00028700
      *     CADA FUNCAO SEGUE UMA SEQUENCIA PROPRIA, PARA QUE NOME,    *00028800
      *     DOCUMENTO E TELEFONE DA MESMA PESSOA NAO SE REPITAM        *00028900
            EVALUATE TRUE                                               00029000
              WHEN WRK-MSC-PESSOA                                       00029100
                 MOVE 1              TO WRK-FUNCAO-PESO                 00029200
              WHEN WRK-MSC-EMPRESA                                      00029300
                 MOVE 2              TO WRK-FUNCAO-PESO                 00029400
              WHEN WRK-MSC-LOGRADOURO                                   00029500
                 MOVE 3              TO WRK-FUNCAO-PESO                 00029600
              WHEN WRK-MSC-DOCUMENTO                                    00029700
                 MOVE 4              TO WRK-FUNCAO-PESO                 00029800
              WHEN OTHER                                                00029900
                 MOVE 5              TO WRK-FUNCAO-PESO                 00030000
            END-EVALUATE.                                               00030100
                                                                        00030200
            COMPUTE WRK-PRODUTO =                                       00030300
                    WRK-HASH * 7919 + WRK-FUNCAO-PESO.                  00030400
                                                                        00030500
            DIVIDE WRK-PRODUTO BY WRK-MODULO                            00030600
                   GIVING WRK-QUOCIENTE                                 00030700
                   REMAINDER WRK-HASH.                                  00030800
                                                                        00030900
      *----------------------------------------------------------------*00031000
       3000-99-FIM.                           EXIT.                     00031100
      *----------------------------------------------------------------*00031200
                                                                        00031300
      *----------------------------------------------------------------*00031400
       3100-SOMAR-DIGITO                      SECTION.                  00031500
      *----------------------------------------------------------------*00031600
                                                                        00031700
            COMPUTE WRK-PRODUTO =                                       00031800
                    WRK-HASH * 31 + WRK-SEM-DIG (WRK-IND) + 1.          00031900
                                                                        00032000
            DIVIDE WRK-PRODUTO BY WRK-MODULO                            00032100
                   GIVING WRK-QUOCIENTE                                 00032200
                   REMAINDER WRK-HASH.                                  00032300
                                                                        00032400
      *----------------------------------------------------------------*00032500
       3100-99-FIM.                           EXIT.                     00032600
      *----------------------------------------------------------------*00032700
                                                                        00032800
      *----------------------------------------------------------------*00032900
      *    PROXIMO NUMERO DA SEQUENCIA; DEVOLVE EM WRK-SORTEIO UM      *00033000
      *    VALOR DE ZERO ATE WRK-SORTEIO-MAX MENOS UM                  *00033100
      *----------------------------------------------------------------*00033200
       3200-SORTEAR                           SECTION.                  00033300
      *----------------------------------------------------------------*00033400
                                                                        00033500
            COMPUTE WRK-PRODUTO =                                       00033600
                    WRK-HASH * 48271 + 11.                              00033700
                                                                        00033800
            DIVIDE WRK-PRODUTO BY WRK-MODULO                            00033900
                   GIVING WRK-QUOCIENTE                                 00034000
                   REMAINDER WRK-HASH.                                  00034100
                                                                        00034200
            DIVIDE WRK-HASH BY WRK-SORTEIO-MAX                          00034300
                   GIVING WRK-QUOCIENTE                                 00034400
                   REMAINDER WRK-SORTEIO.                               00034500
                                                                        00034600
            MOVE WRK-SORTEIO         TO WRK-SORTEIO-DIG.                00034700
                                                                        00034800
      *----------------------------------------------------------------*00034900
       3200-99-FIM.                           EXIT.                     00035000
      *----------------------------------------------------------------*00035100
                                                                        00035200
      ******************************************************************00035300
      *          M A S C A R A R   N O M E S                           *00035400
      ******************************************************************00035500
                                                                        00035600
      *----------------------------------------------------------------*00035700
       4000-MASCARAR-PESSOA                   SECTION.                  00035800
      *----------------------------------------------------------------*00035900
                                                                        00036000
            PERFORM 3000-GERAR-SEMENTE.                                 00036100
                                                                        00036200
            MOVE 40                  TO WRK-SORTEIO-MAX.                00036300
            PERFORM 3200-SORTEAR.                                       00036400
            COMPUTE WRK-IND-1 = WRK-SORTEIO + 1.                        00036500
            PERFORM 3200-SORTEAR.                                       00036600
            COMPUTE WRK-IND-2 = WRK-SORTEIO + 1.                        00036700
            PERFORM 3200-SORTEAR.                                       00036800
            COMPUTE WRK-IND-3 = WRK-SORTEIO + 1.                        00036900
                                                                        00037000
            MOVE SPACES              TO WRK-MSC-SAIDA.                  00037100
            STRING WRK-PRENOME (WRK-IND-1)   DELIMITED BY SPACE         00037200
                   ' '                       DELIMITED BY SIZE          00037300
                   WRK-SOBRENOME (WRK-IND-2) DELIMITED BY SPACE         00037400
                   ' '                       DELIMITED BY SIZE          00037500
                   WRK-SOBRENOME (WRK-IND-3) DELIMITED BY SPACE         00037600
                   INTO WRK-MSC-SAIDA.                                  00037700
                                                                        00037800
      *----------------------------------------------------------------*00037900
       4000-99-FIM.                           EXIT.                     00038000
      *----------------------------------------------------------------*00038100
                                                                        00038200
      *----------------------------------------------------------------*00038300
       4100-MASCARAR-EMPRESA                  SECTION.                  00038400
      *----------------------------------------------------------------*00038500
                                                                        00038600
            PERFORM 3000-GERAR-SEMENTE.                                 00038700
                                                                        00038800
            MOVE 40                  TO WRK-SORTEIO-MAX.                00038900
            PERFORM 3200-SORTEAR.                                       00039000
            COMPUTE WRK-IND-1 = WRK-SORTEIO + 1.                        00039100
            MOVE 08                  TO WRK-SORTEIO-MAX.                00039200
            PERFORM 3200-SORTEAR.                                       00039300
            COMPUTE WRK-IND-2 = WRK-SORTEIO + 1.                        00039400
                                                                        00039500
            MOVE SPACES              TO WRK-MSC-SAIDA.                  00039600
            STRING WRK-SOBRENOME (WRK-IND-1) DELIMITED BY SPACE         00039700
                   ' '                       DELIMITED BY SIZE          00039800
                   WRK-SUFIXO (WRK-IND-2)    DELIMITED BY '  '          00039900
                   INTO WRK-MSC-SAIDA.                                  00040000
                                                                        00040100
      *----------------------------------------------------------------*00040200
       4100-99-FIM.                           EXIT.                     00040300
      *----------------------------------------------------------------*00040400
                                                                        00040500
      *----------------------------------------------------------------*00040600
       4200-MASCARAR-LOGRADOURO               SECTION.                  00040700
      *----------------------------------------------------------------*00040800
                                                                        00040900
            PERFORM 3000-GERAR-SEMENTE.                                 00041000
                                                                        00041100
            MOVE 04                  TO WRK-SORTEIO-MAX.                00041200
            PERFORM 3200-SORTEAR.                                       00041300
            COMPUTE WRK-IND-1 = WRK-SORTEIO + 1.                        00041400
            MOVE 40                  TO WRK-SORTEIO-MAX.                00041500
            PERFORM 3200-SORTEAR.                                       00041600
            COMPUTE WRK-IND-2 = WRK-SORTEIO + 1.                        00041700
            MOVE 900                 TO WRK-SORTEIO-MAX.                00041800
            PERFORM 3200-SORTEAR.                                       00041900
            COMPUTE WRK-NUMERO-END = WRK-SORTEIO + 100.                 00042000
                                                                        00042100
            MOVE SPACES              TO WRK-MSC-SAIDA.                  00042200
            STRING WRK-TIPO-LOGRADOURO (WRK-IND-1)                      00042300
                                             DELIMITED BY SPACE         00042400
                   ' '                       DELIMITED BY SIZE          00042500
                   WRK-SOBRENOME (WRK-IND-2) DELIMITED BY SPACE         00042600
                   ', '                      DELIMITED BY SIZE          00042700
                   WRK-NUMERO-END            DELIMITED BY SIZE          00042800
                   INTO WRK-MSC-SAIDA.                                  00042900
                                                                        00043000
      *----------------------------------------------------------------*00043100
       4200-99-FIM.                           EXIT.                     00043200
      *----------------------------------------------------------------*00043300
                                                                        00043400
      ******************************************************************00043500
      *          M A S C A R A R   D O C U M E N T O                   *00043600
      ******************************************************************00043700
                                                                        00043800
      *----------------------------------------------------------------*00043900
      *    CPF = 11 DIGITOS (POSICOES 12-14 EM BRANCO): 9 SORTEADOS +  *00044000
      *    2 DV; CNPJ = 14 DIGITOS: 8 SORTEADOS + FILIAL 0001 + 2 DV   *00044100
      *----------------------------------------------------------------*00044200
       4300-MASCARAR-DOCUMENTO                SECTION.                  00044300
      *----------------------------------------------------------------*00044400
                                                                        00044500
            MOVE SPACES              TO WRK-MSC-SAIDA.                  00044600
                                                                        00044700
            EVALUATE TRUE                                               00044800
              WHEN WRK-MSC-ENTRADA (1:11) NUMERIC                       00044900
               AND WRK-MSC-ENTRADA (12:3) EQUAL SPACES                  00045000
               PERFORM 3000-GERAR-SEMENTE                               00045100
               MOVE ZEROS              TO WRK-DOC-AREA                  00045200
               MOVE 'F'                TO WRK-DOC-TIPO                  00045300
               MOVE 9                  TO WRK-DOC-QTD-BASE              00045400
               PERFORM 4310-SORTEAR-DIGITO                              00045500
                       VARYING WRK-DOC-IND FROM 1 BY 1                  00045600
                       UNTIL WRK-DOC-IND GREATER WRK-DOC-QTD-BASE       00045700
               MOVE 9                  TO WRK-DOC-N                     00045800
               PERFORM 4350-CALCULAR-DV                                 00045900
               MOVE WRK-DOC-DV         TO WRK-DOC-DIG (10)              00046000
               MOVE 10                 TO WRK-DOC-N                     00046100
               PERFORM 4350-CALCULAR-DV                                 00046200
               MOVE WRK-DOC-DV         TO WRK-DOC-DIG (11)              00046300
               MOVE WRK-DOC-AREA (1:11) TO WRK-MSC-SAIDA                00046400
              WHEN WRK-MSC-ENTRADA (1:14) NUMERIC                       00046500
               PERFORM 3000-GERAR-SEMENTE                               00046600
               MOVE ZEROS              TO WRK-DOC-AREA                  00046700
               MOVE 'J'                TO WRK-DOC-TIPO                  00046800
               MOVE 8                  TO WRK-DOC-QTD-BASE              00046900
               PERFORM 4310-SORTEAR-DIGITO                              00047000
                       VARYING WRK-DOC-IND FROM 1 BY 1                  00047100
                       UNTIL WRK-DOC-IND GREATER WRK-DOC-QTD-BASE       00047200
               MOVE 1                  TO WRK-DOC-DIG (12)              00047300
               MOVE 12                 TO WRK-DOC-N                     00047400
               PERFORM 4350-CALCULAR-DV                                 00047500
               MOVE WRK-DOC-DV         TO WRK-DOC-DIG (13)              00047600
               MOVE 13                 TO WRK-DOC-N                     00047700
               PERFORM 4350-CALCULAR-DV                                 00047800
               MOVE WRK-DOC-DV         TO WRK-DOC-DIG (14)              00047900
               MOVE WRK-DOC-AREA       TO WRK-MSC-SAIDA                 00048000
              WHEN OTHER                                                00048100
               CONTINUE                                                 00048200
            END-EVALUATE.                                               00048300
                                                                        00048400
      *----------------------------------------------------------------*00048500
       4300-99-FIM.                           EXIT.                     00048600
      *----------------------------------------------------------------*00048700
                                                                        00048800
      *----------------------------------------------------------------*00048900
       4310-SORTEAR-DIGITO                    SECTION.                  00049000
      *----------------------------------------------------------------*00049100
                                                                        00049200
            MOVE 10                  TO WRK-SORTEIO-MAX.                00049300
            PERFORM 3200-SORTEAR.                                       00049400
            MOVE WRK-SORTEIO-DIG     TO WRK-DOC-DIG (WRK-DOC-IND).      00049500
                                                                        00049600
      *----------------------------------------------------------------*00049700
       4310-99-FIM.                           EXIT.                     00049800
      *----------------------------------------------------------------*00049900
                                                                        00050000
      *----------------------------------------------------------------*00050100
       4350-CALCULAR-DV                       SECTION.                  00050200
      *----------------------------------------------------------------*00050300
                                                                        00050400
      *     CNPJ: PESO CICLICO 2..9 DA DIREITA PARA A ESQUERDA,       * 00050500
      *     PESO = ((N - I) MODULO 8) + 2; CPF: PESO LINEAR 10..2     * 00050600
      *     (1O DV) E 11..2 (2O DV), PESO = N + 2 - I                 * 00050700
            MOVE ZEROS                 TO WRK-DOC-SOMA.                 00050800
                                                                        00050900
            PERFORM 4360-SOMAR-PESO                                     00051000
                    VARYING WRK-DOC-IND FROM 1 BY 1                     00051100
                    UNTIL WRK-DOC-IND GREATER WRK-DOC-N.                00051200
                                                                        00051300
            DIVIDE WRK-DOC-SOMA BY 11                                   00051400
                   GIVING WRK-DOC-QUOC                                  00051500
                   REMAINDER WRK-DOC-RESTO.                             00051600
                                                                        00051700
            IF WRK-DOC-RESTO LESS 2                                     00051800
               MOVE ZEROS              TO WRK-DOC-DV                    00051900
            ELSE                                                        00052000
               COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO                  00052100
            END-IF.                                                     00052200
                                                                        00052300
      *----------------------------------------------------------------*00052400
       4350-99-FIM.                           EXIT.                     00052500
      *----------------------------------------------------------------*00052600
                                                                        00052700
      *----------------------------------------------------------------*00052800
       4360-SOMAR-PESO                        SECTION.                  00052900
      *----------------------------------------------------------------*00053000
                                                                        00053100
            IF WRK-DOC-TIPO EQUAL 'F'                                   00053200
               COMPUTE WRK-DOC-PESO =                                   00053300
                       WRK-DOC-N + 2 - WRK-DOC-IND                      00053400
            ELSE                                                        00053500
               COMPUTE WRK-DOC-PESO =                                   00053600
                       FUNCTION MOD (WRK-DOC-N - WRK-DOC-IND, 8)        00053700
                     + 2                                                00053800
            END-IF.                                                     00053900
            COMPUTE WRK-DOC-SOMA =                                      00054000
                    WRK-DOC-SOMA                                        00054100
                  + WRK-DOC-DIG (WRK-DOC-IND) * WRK-DOC-PESO.           00054200
                                                                        00054300
      *----------------------------------------------------------------*00054400
       4360-99-FIM.                           EXIT.                     00054500
      *----------------------------------------------------------------*00054600
                                                                        00054700
      ******************************************************************00054800
      *          M A S C A R A R   T E L E F O N E                     *00054900
      ******************************************************************00055000
                                                                        00055100
      *----------------------------------------------------------------*00055200
      *    O DDD (2 PRIMEIROS DIGITOS) E A PONTUACAO FICAM; OS DEMAIS  *00055300
      *    DIGITOS SAO SORTEADOS                                       *00055400
      *----------------------------------------------------------------*00055500
       4400-MASCARAR-TELEFONE                 SECTION.                  00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
            PERFORM 3000-GERAR-SEMENTE.                                 00055900
                                                                        00056000
            MOVE WRK-MSC-ENTRADA     TO WRK-TEL-AREA.                   00056100
            MOVE ZEROS               TO WRK-TEL-DIGITOS.                00056200
            MOVE 10                  TO WRK-SORTEIO-MAX.                00056300
                                                                        00056400
            PERFORM 4410-TROCAR-DIGITO                                  00056500
                    VARYING WRK-TEL-IND FROM 1 BY 1                     00056600
                    UNTIL WRK-TEL-IND GREATER 30.                       00056700
                                                                        00056800
            MOVE WRK-TEL-AREA        TO WRK-MSC-SAIDA.                  00056900
                                                                        00057000
      *----------------------------------------------------------------*00057100
       4400-99-FIM.                           EXIT.                     00057200
      *----------------------------------------------------------------*00057300
                                                                        00057400
      *----------------------------------------------------------------*00057500
       4410-TROCAR-DIGITO                     SECTION.                  00057600
      *----------------------------------------------------------------*00057700
                                                                        00057800
            IF WRK-TEL-CAR (WRK-TEL-IND) NOT NUMERIC                    00057900
               GO                  TO 4410-99-FIM                       00058000
            END-IF.                                                     00058100
                                                                        00058200
            ADD 1                    TO WRK-TEL-DIGITOS.                00058300
                                                                        00058400
            IF WRK-TEL-DIGITOS GREATER 2                                00058500
               PERFORM 3200-SORTEAR                                     00058600
               MOVE WRK-SORTEIO-DIG  TO WRK-TEL-CAR (WRK-TEL-IND)       00058700
            END-IF.                                                     00058800
                                                                        00058900
      *----------------------------------------------------------------*00059000
       4410-99-FIM.                           EXIT.                     00059100
      *----------------------------------------------------------------*00059200
