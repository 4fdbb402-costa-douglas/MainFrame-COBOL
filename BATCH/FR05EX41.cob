      *               GRAVA O ARQUIVO PARMPEC (BOOK B#PARPEC) QUE O    *00003700
      *               FR05EX01 CONSOME, E O RELATORIO SUGERIDO X PARM  *00003800
      *               GLOBAL ATUAL PARA O COMPRAS ASSINAR.             *00003900
      *               A SAIDA DE UMA PECA SUBSTITUIDA (SUBSTPC, MODULO *00003925
      *               LERSUBST) CONTA PARA A PECA QUE A SUBSTITUIU, QUE*00003950
      *               ASSIM NAO NASCE SEM HISTORICO.                   *00003975
      *----------------------------------------------------------------*00004000
      *    ARQUIVOS :                                                  *00004100
      *    DDNAME          I/O                                         *00004200
      *    KARDARQ          I    LIVRO DE MOVIMENTACAO (GRAVAKDX)      *00004300
      *    SUBSTPC          I    SUBSTITUICAO DE PECAS (LERSUBST)      *00004350
      *    JCLFORN          I    CADASTRO DE FORNECEDORES (CADFORN)    *00004400
      *    JCLFORPE         I    REFERENCIA PECA-FORNECEDOR (FORNPEC)  *00004500
      *    JCLPARMP         O    PARAMETROS POR PECA (PARMPEC)         *00004600
      *    JCLRELPP         O    RELATORIO SUGERIDO X ATUAL            *00004700
      *----------------------------------------------------------------*00004800
      *    BOOKS    :    B#PARPEC, B#FORN, B#FORPE, B#PARAM, B#GRALOG, *00004900
      *                  B#RUNCTL, B#DATPRC, B#LERSUB                  *00005000
      *----------------------------------------------------------------*00005100
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005200
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005300
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005400
      *                  LERSUBST - SUBSTITUICAO DE PECAS              *00005450
      *----------------------------------------------------------------*00005500
      *    PARAMETROS (VIA SYSIN):                                     *00005600
      *      PONTO DE PEDIDO GLOBAL ATUAL (9(05), SO P/ COMPARACAO)    *00005700
      *    HISTORICO DE ALTERACOES:                                    *00006200
      *      DATA        RESP.    DESCRICAO                            *00006300
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00006400
      *      15/10/2026  DPC      SAIDA DE PECA SUBSTITUIDA (LERSUBST) *00006425
      *                           CONTA NO CONSUMO DA SUBSTITUTA, PARA *00006450
      *                           A PECA NOVA HERDAR O HISTORICO       *00006475
      ******************************************************************00006500
      *================================================================*00006600
                                                                        00006700
       COPY 'B#RUNCTL'.                                                 00025400
                                                                        00025500
       COPY 'B#DATPRC'.                                                 00025600
       COPY 'B#LERSUB'.                                                 00025650
                                                                        00025700
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00025800
                                                                        00025900
           COMPUTE WRK-QUANT-ABS =                                      00055700
                   FUNCTION ABS (FD-KDX-QUANT)                          00055800
                                                                        00055900
      *     A SAIDA DE PECA SUBSTITUIDA ENTRA NO CONSUMO DA ULTIMA     *00055928
      *     PECA DA CADEIA, QUE E A QUE SERA REPOSTA                   *00055956
           MOVE FD-KDX-COD-PECA     TO WRK-LSB-COD-PECA                 00055984
           MOVE WRK-DATA-EXEC       TO WRK-LSB-DATA-REF                 00056012
           CALL 'LERSUBST'          USING WRK-LERSUB                    00056040
           MOVE WRK-LSB-PECA-FINAL  TO WRK-PECA-BUSCA                   00056068
           PERFORM 2300-LOCALIZAR-PECA                                  00056100
                                                                        00056200
           IF NOT WRK-PEC-ACHOU-SIM                                     00056300
              END-IF                                                    00056800
              ADD 1                 TO WRK-TAB-CON-QTDE                 00056900
              SET WRK-IDX-CON       TO WRK-TAB-CON-QTDE                 00057000
              MOVE WRK-PECA-BUSCA   TO WRK-TAB-CON-PECA                 00057100
                                        (WRK-IDX-CON)                   00057200
              MOVE ZEROS            TO WRK-TAB-CON-TOTAL                00057300
                                        (WRK-IDX-CON)                   00057400
