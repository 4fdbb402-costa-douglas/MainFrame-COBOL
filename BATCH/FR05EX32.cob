      *               RELATORIO E O ARQUIVO CLASSABC (BOOK B#CLASS)    *00003400
      *               PARA OS CICLOS DE REPOSICAO E CONTAGEM (CONTAR   *00003500
      *               'A' POR MES, 'C' POR ANO).                       *00003600
      *               A SAIDA DE UMA PECA SUBSTITUIDA (SUBSTPC, MODULO *00003633
      *               LERSUBST) CONTA PARA A PECA QUE A SUBSTITUIU.    *00003666
      *----------------------------------------------------------------*00003700
      *    ARQUIVOS :                                                  *00003800
      *    DDNAME          I/O                                         *00003900
      *    KARDARQ          I    LIVRO DE MOVIMENTACAO (GRAVAKDX)      *00004000
      *    SUBSTPC          I    SUBSTITUICAO DE PECAS (LERSUBST)      *00004050
      *    JCLPECAS         I    PECAS EM ESTOQUE (ARQPECAS)           *00004100
      *    JCLCLABC         O    CLASSIFICACAO ABC (B#CLASS)           *00004200
      *    JCLRELAB         O    RELATORIO DA CLASSIFICACAO            *00004300
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00004400
      *----------------------------------------------------------------*00004500
      *    BOOKS    :    B#ARQE, B#CLASS, B#GRALOG, B#RUNCTL,          *00004600
      *                  B#DATPRC, B#LERSUB                            *00004700
      *----------------------------------------------------------------*00004800
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00004900
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005000
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005100
      *                  LERSUBST - SUBSTITUICAO DE PECAS              *00005150
      *----------------------------------------------------------------*00005200
      *    PARAMETROS (VIA SYSIN):                                     *00005300
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00005400
      *    HISTORICO DE ALTERACOES:                                    *00005600
      *      DATA        RESP.    DESCRICAO                            *00005700
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00005800
      *      15/10/2026  DPC      SAIDA DE PECA SUBSTITUIDA (LERSUBST) *00005825
      *                           CONTA NO CONSUMO DA SUBSTITUTA, PARA *00005850
      *                           A PECA NOVA HERDAR O HISTORICO       *00005875
      ******************************************************************00005900
      *================================================================*00006000
                                                                        00006100
       COPY 'B#RUNCTL'.                                                 00024900
                                                                        00025000
       COPY 'B#DATPRC'.                                                 00025100
       COPY 'B#LERSUB'.                                                 00025150
                                                                        00025200
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00025300
                                                                        00025400
           COMPUTE WRK-QUANT-ABS =                                      00042400
                   FUNCTION ABS (FD-KDX-QUANT)                          00042500
                                                                        00042600
      *     A SAIDA DE PECA SUBSTITUIDA ENTRA NO CONSUMO DA ULTIMA     *00042614
      *     PECA DA CADEIA, QUE E A QUE SERA REPOSTA                   *00042628
           MOVE FD-KDX-COD-PECA     TO WRK-LSB-COD-PECA                 00042642
           MOVE WRK-DATA-EXEC       TO WRK-LSB-DATA-REF                 00042656
           CALL 'LERSUBST'          USING WRK-LERSUB                    00042670
           MOVE WRK-LSB-PECA-FINAL  TO WRK-PECA-BUSCA                   00042684
           PERFORM 2300-LOCALIZAR-PECA                                  00042700
                                                                        00042800
           IF NOT WRK-PEC-ACHOU-SIM                                     00042900
              END-IF                                                    00043400
              ADD 1                 TO WRK-TAB-CON-QTDE                 00043500
              SET WRK-IDX-CON       TO WRK-TAB-CON-QTDE                 00043600
              MOVE WRK-PECA-BUSCA   TO WRK-TAB-CON-COD-PECA             00043700
                                        (WRK-IDX-CON)                   00043800
              MOVE ZEROS            TO WRK-TAB-CON-QUANT                00043900
                                        (WRK-IDX-CON)                   00044000
