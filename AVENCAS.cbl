               03 PRD-DESC                          PIC X(20).
               03 PRD-PRECO                         PIC 9(07)V99.
               03 PRD-IVA                           PIC 9(02).
               03 PRD-SERVICO                       PIC X(01).
               03 PRD-CATEGORIA                     PIC X(10).

      *-----------------------
      * linhas de preco datadas do catalogo, como no FATURA_CLIENTE
