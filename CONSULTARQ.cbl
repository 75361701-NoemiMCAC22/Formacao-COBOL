      *      registos sequenciais que corrompiam o ficheiro; registos
      *      de vendas a X(107), o desenho cresceu com a promocao,
      *      a hora e o cartao
      * Mod: 15/10/2026 - NC - registos de vendas a X(112), com o
      *      vendedor no fim da linha
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA_ARQUIVO.
           01 VIVFAT-REG               PIC X(077).

       FD ARQVEN.
           01 ARQVEN-REG               PIC X(112).

       FD VIVVEN.
           01 VIVVEN-REG               PIC X(112).

       FD ARQLIV.
           01 ARQLIV-REG               PIC X(299).
