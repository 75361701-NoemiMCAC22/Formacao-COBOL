      *-----------------------
      * desenho partilhado das devolucoes a fornecedor, uma linha por
      * artigo devolvido, ligadas ao fornecedor e a encomenda de
      * origem; o valor e o credito esperado (quantidade x ultimo
      * custo faturado, sem IVA); estado 'A' a aguardar a nota de
      * credito do fornecedor, 'C' creditada pela nota registada
      * (produtor: READ_2; consumidor: REGISTO_COMPRAS)
      *-----------------------
           01 DEVFORN-REG.
               03 DVF-CHAVE.
                   05 DVF-NUM             PIC 9(06).
                   05 DVF-LINHA           PIC 9(02).
               03 DVF-FORNECEDOR          PIC 9(03).
               03 DVF-NUM-ENCOMENDA       PIC 9(06).
               03 DVF-COD-ROUPA           PIC 9(05).
               03 DVF-QNT                 PIC 9(03).
               03 DVF-CUSTO               PIC 9(05)V99.
               03 DVF-VALOR               PIC 9(07)V99.
               03 DVF-MOTIVO              PIC X(01).
               03 DVF-DATA                PIC 9(08).
               03 DVF-LOJA                PIC 9(02).
               03 DVF-OPERADOR            PIC X(20).
               03 DVF-ESTADO              PIC X(01).
               03 DVF-DOC-CREDITO         PIC X(12).
               03 DVF-DATA-CREDITO        PIC 9(08).
