      *-----------------------
      * desenho partilhado do plano de contas (mantido a mao pelo
      * contabilista; consumidores: LANC_CONTAB e BALANCETE) -
      * PC-TIPO 'B' conta de balanco, 'R' conta de resultados (o
      * saldo de resultados recomeca a zero em cada ano)
      *-----------------------
           01 PLANOCONTAS-REG.
               03 PC-CONTA                PIC X(10).
               03 PC-DESCRICAO            PIC X(40).
               03 PC-TIPO                 PIC X(01).
