      *-----------------------
      * desenho partilhado das vendas a credito da livraria (escolas,
      * bibliotecas municipais): uma linha por venda 'V' feita a um
      * NIF do mestre CLIENTESFAT, ligada ao movimento de LIVROS pela
      * guia 'CT' + numero; estado 'P' por faturar, 'F' ja incluida
      * numa fatura FT da corrida mensal
      * (produtor: VENDAS_LIBR; consumidores: FATURA_CLIENTE,
      * FECHO_DIA, FECHO_MES)
      *-----------------------
           01 VENDACONTA-REG.
               03 VC-NUMERO               PIC 9(06).
               03 VC-DATA                 PIC 9(08).
               03 VC-NIF                  PIC 9(09).
               03 VC-COD-IDENT            PIC 9(05).
               03 VC-TITULO               PIC X(20).
               03 VC-UNID                 PIC 9(04).
               03 VC-PRECO                PIC 9(05)V99.
               03 VC-IVA                  PIC 9(02).
               03 VC-DESC                 PIC 9(02).
               03 VC-ESTADO               PIC X(01).
               03 VC-NUM-FATURA           PIC 9(06).
               03 VC-DATA-FATURA          PIC 9(08).
