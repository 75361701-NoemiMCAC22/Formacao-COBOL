      *-----------------------
      * desenho partilhado do stock por loja (produtores:
      * GESTAO_VENDAS na venda e devolucao, READ_2 na rececao e
      * nas transferencias) - chave loja + codigo de roupa; o
      * QNT-PRODUTO do INVENTARIO continua a ser o total da empresa,
      * incluindo a mercadoria em transito entre lojas
      *-----------------------
           01 STKLOJA-REG.
               03 SL-CHAVE.
                   05 SL-COD-LOJA         PIC 9(02).
                   05 SL-COD-ROUPA        PIC 9(05).
               03 SL-QNT                  PIC 9(03).
