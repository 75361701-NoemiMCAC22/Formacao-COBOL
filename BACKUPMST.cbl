           01 CATBKP-REG                  PIC X(160).

       FD CLIENTESFAT.
           01 CLIENTEFAT-REG              PIC X(96).

       FD CLIBKP.
           01 CLIBKP-REG                  PIC X(96).

       FD CLIENTESGAS.
           01 CLIENTE-GAS-REG             PIC X(200).

       FD GASBKP.
           01 GASBKP-REG                  PIC X(200).

       FD FUNCIONARIOS.
           01 FUNCIONARIOS-REG            PIC X(160).

       FD FUNBKP.
           01 FUNBKP-REG                  PIC X(160).

       FD SERIECTL.
           01 SERIECTL-REG                PIC X(20).
           01 SERBKP-REG                  PIC X(20).

       FD TARIFAS.
           01 TARIFA-REG                  PIC X(78).

       FD TARBKP.
           01 TARBKP-REG                  PIC X(78).

      *-----------------------
      * registo de controlo das geracoes: uma linha por copia gerada,
