      *-----------------------
      * desenho partilhado do registo de apuramentos de IVA: um
      * registo acrescentado por cada corrida do apuramento, com o
      * periodo, a data de negocio da corrida, o IVA liquidado, o
      * IVA dedutivel e a posicao liquida (positiva a entregar ao
      * Estado, negativa a recuperar) - o ultimo registo e o
      * apuramento em vigor
      * (produtor: APURAMENTO_IVA; consumidor: PREVISAO_TESOURARIA)
      *-----------------------
           01 APURAMENTO-REG.
               03 AP-DATA-INICIO          PIC 9(08).
               03 AP-DATA-FIM             PIC 9(08).
               03 AP-DATA-APURAMENTO      PIC 9(08).
               03 AP-IVA-LIQUIDADO        PIC S9(09)V99.
               03 AP-IVA-DEDUTIVEL        PIC S9(09)V99.
               03 AP-POSICAO              PIC S9(09)V99.
