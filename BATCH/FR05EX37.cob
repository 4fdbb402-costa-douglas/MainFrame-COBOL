      *    HISTORICO DE ALTERACOES:                                    *00005700
      *      DATA        RESP.    DESCRICAO                            *00005800
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00005900
      *      15/10/2026  DPC      DEVOLUCAO A FORNECEDOR (TIPO 'D' DO  *00005933
      *                           KARDEX, FR05EX66) SOMA NAS SAIDAS    *00005966
      ******************************************************************00006000
      *================================================================*00006100
                                                                        00006200
             WHEN 'E'                                                   00043300
              ADD FD-KDX-QUANT      TO WRK-TAB-MOV-ENTRADAS             00043400
                                        (WRK-IDX-MOV)                   00043500
      *      DEVOLUCAO A FORNECEDOR SAI DO ESTOQUE COMO UMA SAIDA      *00043533
             WHEN 'D'                                                   00043566
             WHEN 'S'                                                   00043600
              SUBTRACT FD-KDX-QUANT FROM WRK-TAB-MOV-SAIDAS             00043700
                                        (WRK-IDX-MOV)                   00043800
