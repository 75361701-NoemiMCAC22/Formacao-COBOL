      *-----------------------
      * area de pedido partilhada da rotina DIVIDA_GAS: recebe o NIF
      * e devolve a divida do gas desse NIF em todos os contratos
      * (faturas em aberto pelo saldo que falta pagar), a parte
      * abrangida por planos de pagamento ativos e a lista das
      * faturas em aberto; RESULTADO 0 com contratos, 1 sem contrato
      * de gas para o NIF, 9 ficheiros do gas indisponiveis
      *-----------------------
           01 :PFX:-PEDIDO.
               03 :PFX:-NIF               PIC 9(09).
               03 :PFX:-RESULTADO         PIC 9(01).
               03 :PFX:-NUM-CONTRATOS     PIC 9(02).
               03 :PFX:-VALOR-DIVIDA      PIC 9(09)V99.
               03 :PFX:-VALOR-EM-ACORDO   PIC 9(09)V99.
               03 :PFX:-NUM-FATURAS       PIC 9(02).
               03 :PFX:-FATURA OCCURS 50 TIMES.
                   05 :PFX:-FAT-CLIENTE   PIC 9(05).
                   05 :PFX:-FAT-ANO       PIC 9(04).
                   05 :PFX:-FAT-MES       PIC 9(02).
                   05 :PFX:-FAT-VENC      PIC 9(08).
                   05 :PFX:-FAT-SALDO     PIC 9(07)V99.
                   05 :PFX:-FAT-ACORDO    PIC 9(05).
                   05 :PFX:-FAT-AGENCIA   PIC X(01).
