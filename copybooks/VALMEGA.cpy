      *-----------------------
      * desenho partilhado dos vales MEGA (manuais escolares pagos
      * pelo Estado) recebidos na entrega das encomendas escolares,
      * um registo por vale/unidade, com o valor a reclamar; estado
      * 'P' por reclamar, 'R' ja incluido num pedido de reembolso
      * (produtor: VENDAS_LIBR; consumidor: RECLAMA_MEGA)
      *-----------------------
           01 VALEMEGA-REG.
               03 VM-CODIGO               PIC X(20).
               03 VM-DATA                 PIC 9(08).
               03 VM-ENCOMENDA            PIC 9(06).
               03 VM-ANO-LETIVO           PIC 9(04).
               03 VM-ANO-ESCOLAR          PIC 9(02).
               03 VM-ESCOLA               PIC X(30).
               03 VM-ALUNO                PIC X(30).
               03 VM-COD-IDENT            PIC 9(05).
               03 VM-ISBN                 PIC X(13).
               03 VM-VALOR                PIC 9(05)V99.
               03 VM-OPERADOR             PIC X(20).
               03 VM-ESTADO               PIC X(01).
               03 VM-DATA-RECLAMACAO      PIC 9(08).
