               03 :PFX:-PROMO-ARTIGO        PIC X(01).
               03 :PFX:-HORA-VENDA          PIC X(08).
               03 :PFX:-NUM-CARTAO          PIC 9(09).
               03 :PFX:-FUNC-ID             PIC 9(05).
           01 VENDASOUT-TRAILER REDEFINES VENDASOUT-DADOS.
               03 :TRL:-MARCA               PIC X(09).
               03 :TRL:-CONTADOR            PIC 9(07).
               03 :TRL:-HASH                PIC 9(09)V99.
               03 FILLER                    PIC X(85).
      *-----------------------
      * registo de cabecalho de corrida: data de negocio e
      * sequencia da corrida produtora
               03 :TRL:-HDR-MARCA           PIC X(09).
               03 :TRL:-HDR-DATA            PIC 9(08).
               03 :TRL:-HDR-SEQ             PIC 9(03).
               03 FILLER                    PIC X(92).
