      *-----------------------
      * desenho partilhado da grelha tamanho/cor (produtor:
      * GESTAO_VENDAS; consumidor: READ_2) - cada combinacao e um
      * artigo proprio (vendido na caixa e com o seu codigo de
      * barras) ligado ao seu registo de inventario (estoque,
      * custo, contagens, rececao e reencomenda)
      *-----------------------
           01 VARIANTE-REG.
               03 VAR-COD-PAI             PIC 9(05).
               03 VAR-NOME-PAI            PIC X(34).
               03 VAR-TAMANHO             PIC X(04).
               03 VAR-COR                 PIC X(10).
               03 VAR-COD-ARTIGO          PIC 9(05).
               03 VAR-COD-ROUPA           PIC 9(05).
