      *      rewrite sequencial destruia o ficheiro indexado
      * Mod: 20/10/2026 - NC - registos de vendas a X(107), o
      *      desenho cresceu com a promocao, a hora e o cartao
      * Mod: 15/10/2026 - NC - registos de vendas a X(112), com o
      *      vendedor no fim da linha
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVA_MOVIMENTOS.
           01 RESFAT-REG               PIC X(077).

       FD ENTVEN.
           01 ENTVEN-REG               PIC X(112).

       FD ARQVEN.
           01 ARQVEN-REG               PIC X(112).

       FD RESVEN.
           01 RESVEN-REG               PIC X(112).

       FD ENTLIV.
           01 ENTLIV-REG               PIC X(299).
