               03 :PFX:-DESCONTO-SOCIAL      PIC 9(05)V99.
               03 :PFX:-MB-ENTIDADE          PIC 9(05).
               03 :PFX:-MB-REFERENCIA        PIC 9(09).
      *        consumo convertido em kWh pelo fator (poder calorifico)
      *        do mes faturado - e sobre os kWh que a tarifa e aplicada
               03 :PFX:-FATOR-CONVERSAO      PIC 9(02)V9(06).
               03 :PFX:-CONSUMO-KWH          PIC 9(08).
      *        fatura abatida como incobravel (estado 'I'): data do
      *        abate e motivo ('S' saida, 'I' insolvencia, 'A'
      *        antiguidade)
               03 :PFX:-DATA-INCOBRAVEL      PIC 9(08).
               03 :PFX:-MOTIVO-INCOBRAVEL    PIC X(01).
      *        cobranca externa: 'E' entregue a agencia de cobranca
      *        (na data de entrega), 'L' dada como perdida por ela
               03 :PFX:-COBRANCA-EXTERNA     PIC X(01).
               03 :PFX:-DATA-ENTREGA-AGENCIA PIC 9(08).
