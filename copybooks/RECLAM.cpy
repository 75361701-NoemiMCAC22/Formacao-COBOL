      *-----------------------
      * desenho partilhado do registo de reclamacoes de faturacao do
      * gas, um por fatura reclamada (cliente/ano/mes), com a data
      * de abertura, o motivo, o estado ('A' aberta, 'F' fechada a
      * favor do cliente, 'I' improcedente) e a resolucao - enquanto
      * esta aberta, a fatura fica fora das penalizacoes, das cartas
      * de aviso, dos cortes e do debito direto
      * (produtor: CONSUMO-GAS; consumidor: PENALIZA_GAS)
      *-----------------------
           01 RECLAMACAO-REG.
               03 RC-NUM-CLIENTE          PIC 9(05).
               03 RC-ANO                  PIC 9(04).
               03 RC-MES                  PIC 9(02).
               03 RC-DATA-ABERTURA        PIC 9(08).
               03 RC-MOTIVO               PIC X(40).
               03 RC-ESTADO               PIC X(01).
               03 RC-DATA-FECHO           PIC 9(08).
               03 RC-RESOLUCAO            PIC X(40).
               03 RC-VALOR-REGULARIZ      PIC 9(07)V99.
