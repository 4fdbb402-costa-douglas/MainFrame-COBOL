      *      02/09/2026  DPC      INCLUIDA A CHAVE GENERICA DO       *  00004480
      *                           REGISTRO AUDITADO (B#AUDIT), NO    *  00004490
      *                           FINAL DO REGISTRO; LRECL = 159     *  00004491
      *      15/10/2026  DPC      A CHAVE GENERICA DO CHAMADOR PASSA   *00000000
      *                           A SER GRAVADA NA TRILHA (FICAVA FORA *00000000
      *                           DO REGISTRO)                         *00000000
      ******************************************************************00004500
      *================================================================*00004600
                                                                        00004700
            MOVE WRK-AUD-VALOR-ANTES    TO FD-AUD-VALOR-ANTES.          00016400
            MOVE WRK-AUD-VALOR-DEPOIS   TO FD-AUD-VALOR-DEPOIS.         00016500
            MOVE WRK-AUD-USUARIO        TO FD-AUD-USUARIO.              00016600
            MOVE WRK-AUD-CHAVE          TO FD-AUD-CHAVE.                00000000
            CALL 'LERDATAP'             USING WRK-DATPRC.               00016650
            MOVE WRK-DTP-DATA           TO FD-AUD-DATA-MOVTO.           00016660
                                                                        00016700
