      *-----------------------
      * desenho partilhado da proposta de niveis de reposicao, um
      * registo por parametro de compra (artigo + fornecedor): a
      * procura media mensal e o desvio dos ultimos doze meses de
      * vendas, as vendas do mesmo mes do ano anterior e o fator
      * sazonal delas tirado, o ponto de reencomenda e o nivel
      * maximo em vigor e os propostos; estado 'P' a aguardar
      * decisao, 'A' aceite por um supervisor (ja aplicado aos
      * parametros de compra), 'R' recusado
      * (produtor: PLANO_REPOSICAO; consumidor: READ_2)
      *-----------------------
           01 PROPREPO-REG.
               03 PRP-COD-ROUPA           PIC 9(05).
               03 PRP-FORNECEDOR          PIC 9(03).
               03 PRP-PRAZO-DIAS          PIC 9(03).
               03 PRP-ANOMES              PIC 9(06).
               03 PRP-VENDAS-12M          PIC 9(06).
               03 PRP-VENDAS-HOMOLOGO     PIC 9(05).
               03 PRP-MEDIA-MES           PIC 9(05)V99.
               03 PRP-DESVIO-MES          PIC 9(05)V99.
               03 PRP-FATOR-SAZONAL       PIC 9V99.
               03 PRP-PONTO-ATUAL         PIC 9(03).
               03 PRP-MAXIMO-ATUAL        PIC 9(03).
               03 PRP-PONTO-PROPOSTO      PIC 9(03).
               03 PRP-MAXIMO-PROPOSTO     PIC 9(03).
               03 PRP-ESTADO              PIC X(01).
               03 PRP-SUPERVISOR          PIC X(20).
               03 PRP-DATA-DECISAO        PIC 9(08).
