      *-----------------------
      * desenho partilhado da escala semanal por loja e seccao, um
      * registo por funcionario e dia da semana (1 segunda-feira a
      * 7 domingo) com a entrada e a saida planeadas e a pausa em
      * minutos; folga com a entrada a zeros, ausencia registada com
      * o tipo ('F', 'D', 'N') no motivo - replanear a semana
      * acrescenta registos e o ultimo de cada funcionario e dia e o
      * que vale (produtor: DADOS_FUNCIONARIOS; consumidor:
      * PRODUTIVIDADE_PESSOAL)
      *-----------------------
           01 ESCALA-REG.
               03 ESC-SEMANA              PIC 9(08).
               03 ESC-LOJA                PIC 9(02).
               03 ESC-SECCAO              PIC X(20).
               03 ESC-FUNC-ID             PIC 9(05).
               03 ESC-DIA                 PIC 9(01).
               03 ESC-ENTRADA             PIC 9(04).
               03 ESC-SAIDA               PIC 9(04).
               03 ESC-PAUSA               PIC 9(03).
               03 ESC-MOTIVO              PIC X(01).
