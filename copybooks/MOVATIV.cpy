      *-----------------------
      * desenho partilhado dos movimentos do imobilizado (produtor:
      * ATIVOS_FIXOS; consumidor: LANC_CONTAB) - um registo por
      * movimento, acrescentado ao ficheiro e nunca reescrito:
      * MA-TIPO 'A' entrada de um ativo (o custo passa do gasto da
      * compra, ou das existencias no contador instalado, para o
      * ativo), 'D' amortizacao (MA-MESES meses de quota ate ao
      * periodo), 'V' abate ou venda (custo, amortizacao acumulada,
      * valor de venda e mais/menos-valia); MA-CLASSE escolhe as
      * contas do ativo e das amortizacoes acumuladas nas regras de
      * lancamento
      *-----------------------
           01 MOVATIVO-REG.
               03 MA-DATA                 PIC 9(08).
               03 MA-PERIODO              PIC 9(06).
               03 MA-TIPO                 PIC X(01).
               03 MA-NUM-ATIVO            PIC 9(06).
               03 MA-CLASSE               PIC X(03).
               03 MA-ORIGEM               PIC X(01).
               03 MA-MESES                PIC 9(03).
               03 MA-VALOR-AQUISICAO      PIC 9(09)V99.
               03 MA-AMORTIZACAO          PIC 9(09)V99.
               03 MA-VALOR-VENDA          PIC 9(09)V99.
               03 MA-MAIS-MENOS-VALIA     PIC S9(09)V99.
