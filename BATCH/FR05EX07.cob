      *      22/08/2026  DPC      CADA ENTRADA DE ESTOQUE PASSA A SER    *00005750
      *                           REGISTRADA NO LIVRO KARDEX VIA MODULO  *00005760
      *                           GRAVAKDX (TIPO E, SALDO APOS A ENTRADA)*00005770
      *      15/10/2026  DPC      RECEBIMENTO DE FORNECEDOR FORA DE    *00005775
      *                           ATIVO NO CADFORN (BLOQUEADO, EM      *00005780
      *                           REVISAO OU DESATIVADO) E POSTADO,    *00005785
      *                           MAS VAI PARA O LOGERRO E SAI NO      *00005790
      *                           DIVERG COM A SITUACAO DO FORNECEDOR  *00005795
      *      15/10/2026  DPC      TITULO DO CTAPAG GRAVADO COMO TIPO   *00005796
      *                           ' ' (TITULO) E VALOR ABATIDO ZERADO, *00005797
      *                           AO LADO DAS NOTAS DE CREDITO DA      *00005798
      *                           DEVOLUCAO (FR05EX66)                 *00005799
      ******************************************************************00005800
      *================================================================*00005900
                                                                        00006000
       77 ACUM-TITULOS-GERADOS    PIC 9(005) VALUE ZEROS.
       77 WRK-CAF-ACHOU           PIC X(001) VALUE 'N'.
           88 WRK-CAF-ACHOU-SIM                VALUE 'S'.
       77 WRK-SIT-FORN-RECEB      PIC X(001) VALUE SPACES.
       77 ACUM-RECEB-FORN-BLOQ    PIC 9(005) VALUE ZEROS.
       77 WRK-VENC-DIAS           PIC 9(007) VALUE ZEROS.
       77 WRK-DATA-VENC-N         PIC 9(008) VALUE ZEROS.
       77 WRK-DATA-REC-N          PIC 9(008) VALUE ZEROS.
       77 WRK-VALOR-TITULO        PIC 9(009)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *    PRAZOS DO CADFORN (CODIGO + PRAZO + SITUACAO)               *
      *----------------------------------------------------------------*
       01 WRK-TAB-CADFORN.
          05 WRK-TAB-CAF                OCCURS 200 TIMES
                                         INDEXED BY WRK-IDX-CAF.
             10 WRK-TAB-CAF-CODIGO      PIC X(05).
             10 WRK-TAB-CAF-PRAZO       PIC 9(03).
             10 WRK-TAB-CAF-SITUACAO    PIC X(01).
       77 WRK-TAB-CAF-QTDE              PIC 9(003) VALUE ZEROS.

       COPY 'B#FORN'.
                                         (WRK-IDX-CAF)
           MOVE FD-FORN-PRAZO        TO WRK-TAB-CAF-PRAZO
                                         (WRK-IDX-CAF)
           MOVE FD-FORN-SITUACAO     TO WRK-TAB-CAF-SITUACAO
                                         (WRK-IDX-CAF)

           PERFORM 1510-LER-CADFORN.

               PERFORM 3150-BAIXAR-PEDIDO                               00056960
               PERFORM 3170-CONFERIR-PRECO-NF                           00056970
               PERFORM 3180-GERAR-TITULO-PAGAR                          00056980
               PERFORM 3190-CONFERIR-SITUACAO-FORN                      00056990
            END-IF.                                                     00057000
                                                                        00057100
      *----------------------------------------------------------------*00057200
           MOVE FD-REC-DATA           TO FD-PAG-DATA-RECEB
           MOVE WRK-DATA-VENC-N       TO FD-PAG-DATA-VENC (1:8)
           MOVE 'A'                   TO FD-PAG-SITUACAO
           MOVE ZEROS                 TO FD-PAG-VALOR-ABATIDO
           WRITE FD-CTAPAG

           IF WRK-FS-CTAPAG NOT EQUAL ZEROS

      *----------------------------------------------------------------*
       3180-99-FIM.                           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3190-CONFERIR-SITUACAO-FORN           SECTION.
      *----------------------------------------------------------------*

      *    FORNECEDOR BLOQUEADO, EM REVISAO OU DESATIVADO NO CADFORN   *
      *    (FR05EX65): O RECEBIMENTO E POSTADO, MAS FICA APONTADO NO   *
      *    LOGERRO E NA LINHA DA PECA NO DIVERG                        *
           MOVE 'N'                   TO WRK-CAF-ACHOU
           IF WRK-TAB-CAF-QTDE GREATER ZEROS
              SET WRK-IDX-CAF         TO 1
              SEARCH WRK-TAB-CAF
                AT END
                   CONTINUE
                WHEN WRK-IDX-CAF GREATER WRK-TAB-CAF-QTDE
                   CONTINUE
                WHEN WRK-TAB-CAF-CODIGO (WRK-IDX-CAF)
                          EQUAL FD-REC-COD-FORN
                   MOVE 'S'            TO WRK-CAF-ACHOU
              END-SEARCH
           END-IF

           IF NOT WRK-CAF-ACHOU-SIM
              GO                  TO 3190-99-FIM
           END-IF

           IF WRK-TAB-CAF-SITUACAO (WRK-IDX-CAF) EQUAL SPACES
              GO                  TO 3190-99-FIM
           END-IF

           MOVE WRK-TAB-CAF-SITUACAO (WRK-IDX-CAF)
                                      TO WRK-SIT-FORN-RECEB
           ADD 1                      TO ACUM-RECEB-FORN-BLOQ

           EVALUATE WRK-SIT-FORN-RECEB
             WHEN 'B'
              MOVE 'RECEBIMENTO DE FORNECEDOR BLOQUEADO'
                                      TO WRK-MENSAGEM
             WHEN 'R'
              MOVE 'RECEBIMENTO DE FORNECEDOR EM REVISAO'
                                      TO WRK-MENSAGEM
             WHEN OTHER
              MOVE 'RECEBIMENTO DE FORNECEDOR DESATIVADO'
                                      TO WRK-MENSAGEM
           END-EVALUATE
           MOVE 'FR05EX07'            TO WRK-PROGRAMA
           MOVE '3190'                TO WRK-SECAO
           MOVE FD-REC-COD-FORN       TO WRK-STATUS
           MOVE 'A'                   TO WRK-SEVERIDADE
           CALL 'GRAVALOG'            USING WRK-LOG.

      *----------------------------------------------------------------*
       3190-99-FIM.                           EXIT.
      *----------------------------------------------------------------*
                                                                        00057500
      *----------------------------------------------------------------*00057600
            PERFORM 1140-TESTAR-WRK-FS-PECASNOV                         00058700
                                                                        00058800
            MOVE ZEROS                 TO WRK-QTD-RECEBIDA              00058900
                                          WRK-VLR-RECEBIDO              00058910
            MOVE SPACES                TO WRK-SIT-FORN-RECEB.           00058955
                                                                        00059000
      *----------------------------------------------------------------*00059100
       3200-99-FIM.                           EXIT.                     00059200
            MOVE WRK-DIFERENCA         TO WRK-LD-DIFERENCA              00060700
                                                                        00060800
            EVALUATE TRUE                                               00060900
              WHEN WRK-SIT-FORN-RECEB  EQUAL 'B'                        00060910
               MOVE 'FORN. BLOQUEADO'  TO WRK-LD-SITUACAO               00060920
               ADD 1                   TO ACUM-DIVERGENCIAS             00060930
              WHEN WRK-SIT-FORN-RECEB  EQUAL 'R'                        00060940
               MOVE 'FORN. EM REVISAO' TO WRK-LD-SITUACAO               00060950
               ADD 1                   TO ACUM-DIVERGENCIAS             00060960
              WHEN WRK-SIT-FORN-RECEB  NOT EQUAL SPACES                 00060970
               MOVE 'FORN. DESATIVADO' TO WRK-LD-SITUACAO               00060980
               ADD 1                   TO ACUM-DIVERGENCIAS             00060990
              WHEN WRK-PED-ACHOU-NAO                                    00061000
               MOVE 'RECEBIDO SEM PEDIDO' TO WRK-LD-SITUACAO            00061100
               ADD 1                   TO ACUM-DIVERGENCIAS             00061200
            DISPLAY '  DIVERGENCIAS        :  ' ACUM-DIVERGENCIAS       00071400
            DISPLAY '  PEDIDOS BAIXADOS    :  '                         00069150
                    ACUM-PEDIDOS-BAIXADOS                               00069160
            DISPLAY '  RECEB. FORN. BLOQ.  :  '                         00069940
                    ACUM-RECEB-FORN-BLOQ                                00070720
            DISPLAY '                                                 ' 00071500
            DISPLAY '*************************************************'.00071600
                                                                        00071700
