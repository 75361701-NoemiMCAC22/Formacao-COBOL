      * Purpose: Reprocessamento da fila de rejeitados/suspensos dos
      *          passos de fecho: lista a fila, deixa corrigir ou
      *          libertar cada registo, e devolve os libertados ao
      *          ficheiro de origem para o fecho seguinte; as faltas
      *          de tickets e os erros de integridade so saem da fila
      *          com o visto de um supervisor
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
           WS-PATH-FATURAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAS.
           SELECT OPERADORES ASSIGN TO
           WS-PATH-OPERADORES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-OPERADORES.
           DATA DIVISION.
           FILE SECTION.
       FD REJEITADOS.
               03 PRECO-PRODUTO       PIC  99V99.
               03 VALOR-TOTAL         PIC  99V99.

      *-----------------------
      * operadores, para o visto de supervisor nas faltas de
      * numeracao de tickets
      *-----------------------
       FD OPERADORES.
           01 OPERADOR-REG.
               03 OP-ID                   PIC X(08).
               03 OP-NOME                 PIC X(20).
               03 OP-NIVEL                PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WS-PATH-REJEITADOS              PIC X(100).
       77 WS-PATH-REJTEMP                 PIC X(100).
       77 WS-FS-REJTEMP                   PIC XX.
       77 WS-FS-FATURAS                   PIC XX.
       77 WS-FS-ATUAL                     PIC XX.
       77 WS-PATH-OPERADORES              PIC X(100).
       77 WS-FS-OPERADORES                PIC XX.
       77 WS-ENDOFOP                      PIC X(01) VALUE SPACES.
       77 WS-OP-PROCURA                   PIC X(08).
       77 WS-OP-NIVEL                     PIC 9(01).
       77 WS-VISTO-OK                     PIC 9.

       77 OPCAO                           PIC 9.
       77 WS-ENDOFREJ                     PIC X(01) VALUE SPACES.
           IF WS-PATH-FATURAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/FATURAS.txt'
                   TO WS-PATH-FATURAS
           END-IF
           ACCEPT WS-PATH-OPERADORES FROM ENVIRONMENT
               "OPERADORES_PATH"
           IF WS-PATH-OPERADORES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/OPERADORES.txt'
                   TO WS-PATH-OPERADORES
           END-IF.

       INICIO.
           DISPLAY "--------------------------------"
           DISPLAY " 1 - LISTAR FILA DE SUSPENSOS"
           DISPLAY " 2 - LIBERTAR REGISTO (VOLTA AO FECHO) / VISAR "
                   "FALTA DE TICKET OU ERRO DE INTEGRIDADE"
           DISPLAY " 3 - CORRIGIR REGISTO"
           DISPLAY " 4 - FINALIZAR"
           ACCEPT OPCAO
      * trata um suspenso: 'L' liberta a imagem original de volta ao
      * ficheiro de origem; 'C' pede os campos corrigidos e grava o
      * registo corrigido - em ambos os casos o suspenso muda de
      * estado e nao volta a aparecer na fila; uma falta na
      * numeracao de tickets ou um erro de integridade referencial
      * nao tem registo de faturas para devolver: so sai da fila com
      * o visto de um supervisor (opcao 2)
      *-----------------------
       TRATAR-SUSPENSO.
           DISPLAY 'NUMERO DE ORDEM DO REGISTO: '
                   ADD 1 TO WS-SEQ
                   IF WS-SEQ EQUAL WS-SEQ-ESCOLHIDO
                    AND REJ-ESTADO EQUAL 'P'
                    AND (REJ-PROGRAMA EQUAL 'AUDITA_TICK '
                     OR REJ-PROGRAMA EQUAL 'INTEGRIDADE ')
                       PERFORM VISAR-FALTA-TICKET
                   END-IF
                   IF WS-SEQ EQUAL WS-SEQ-ESCOLHIDO
                    AND REJ-ESTADO EQUAL 'P'
                    AND REJ-PROGRAMA NOT EQUAL 'AUDITA_TICK '
                    AND REJ-PROGRAMA NOT EQUAL 'INTEGRIDADE '
                       MOVE 1 TO WS-TRATADO
                       IF WS-ACAO EQUAL 'L'
                           PERFORM DEVOLVER-AO-ORIGEM

           IF WS-TRATADO EQUAL 0
               DISPLAY 'REGISTO NAO ENCONTRADO (OU JA TRATADO)'
           END-IF
           IF WS-TRATADO EQUAL 2
               DISPLAY 'REGISTO MANTIDO NA FILA'
           END-IF
           IF WS-TRATADO EQUAL 1
               OPEN INPUT REJTEMP
               OPEN OUTPUT REJEITADOS
               PERFORM UNTIL WS-ENDOFREJ = 'F'
           END-IF.
           GO TO INICIO.

      *-----------------------
      * visto de supervisor numa falta de numeracao de tickets ou
      * num erro de integridade (depois de corrigido o mestre ou a
      * ligacao no programa dono): o supervisor identifica-se, o seu
      * ID fica gravado no registo (posicoes 101-108) e o registo
      * sai da fila como visado
      *-----------------------
       VISAR-FALTA-TICKET.
           MOVE 2 TO WS-TRATADO
           IF WS-ACAO NOT EQUAL 'L'
               IF REJ-PROGRAMA EQUAL 'INTEGRIDADE '
                   DISPLAY 'ERRO DE INTEGRIDADE CORRIGE-SE NO PROGRAMA '
                       'DONO DO FICHEIRO - USE A OPCAO 2 PARA VISAR'
               ELSE
                   DISPLAY 'FALTA DE NUMERACAO DE TICKETS NAO SE '
                       'CORRIGE - USE A OPCAO 2 PARA VISAR'
               END-IF
           ELSE
               DISPLAY REJ-REGISTO (1:64)
               DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
               ACCEPT WS-OP-PROCURA
               PERFORM VALIDAR-SUPERVISOR
               IF WS-VISTO-OK EQUAL 1
                   MOVE WS-OP-PROCURA TO REJ-REGISTO (101:8)
                   MOVE 'L' TO REJ-ESTADO
                   MOVE 1 TO WS-TRATADO
               ELSE
                   DISPLAY '*** SO UM SUPERVISOR PODE VISAR ***'
               END-IF
           END-IF.

      *-----------------------
      * o operador tem de existir com nivel de supervisor; sem
      * ficheiro de operadores (instalacao) o visto e aceite, como
      * nos programas de menu
      *-----------------------
       VALIDAR-SUPERVISOR.
           MOVE 0 TO WS-VISTO-OK
           MOVE 0 TO WS-OP-NIVEL
           MOVE SPACES TO WS-ENDOFOP
           OPEN INPUT OPERADORES
           IF WS-FS-OPERADORES NOT EQUAL "00"
               DISPLAY '*** SEM FICHEIRO DE OPERADORES - VISTO ACEITE '
                   'SEM VALIDACAO ***'
               MOVE 1 TO WS-VISTO-OK
           ELSE
               PERFORM UNTIL WS-ENDOFOP = 'F'
                   READ OPERADORES
                   AT END MOVE 'F' TO WS-ENDOFOP
                   NOT AT END
                       IF OP-ID EQUAL WS-OP-PROCURA
                           MOVE OP-NIVEL TO WS-OP-NIVEL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
               IF WS-OP-NIVEL NOT < 2
                   MOVE 1 TO WS-VISTO-OK
               END-IF
           END-IF
           MOVE SPACES TO WS-ENDOFOP.

      *-----------------------
      * devolve a imagem original ao ficheiro de faturas, entrando
      * no proximo fecho tal como esta
