      *-----------------------
      * desenho partilhado do diario de lancamentos para o pacote de
      * contabilidade (produtor: LANC_CONTAB; consumidor: BALANCETE):
      * uma linha por conta movimentada, todas as linhas de um
      * lancamento com o mesmo numero e debito igual a credito;
      * LC-SUSPENSO 'S' nas linhas que foram para a conta de
      * suspenso por falta de regra ou de conta no plano
      *-----------------------
           01 DIARIOCONT-REG.
               03 LC-DATA                 PIC 9(08).
               03 LC-PERIODO              PIC 9(06).
               03 LC-LANCAMENTO           PIC 9(07).
               03 LC-LINHA                PIC 9(03).
               03 LC-TIPO                 PIC X(06).
               03 LC-DOCUMENTO            PIC X(12).
               03 LC-CONTA                PIC X(10).
               03 LC-NATUREZA             PIC X(01).
               03 LC-VALOR                PIC 9(09)V99.
               03 LC-DESCRICAO            PIC X(40).
               03 LC-SUSPENSO             PIC X(01).
