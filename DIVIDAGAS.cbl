      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Rotina partilhada da divida do gas por NIF: procura
      *          todos os contratos de gas do NIF no ficheiro de
      *          clientes e soma o saldo em aberto das suas faturas,
      *          assinalando as que estao em plano de pagamento ativo
      *          ou entregues a agencia de cobranca - a decisao de
      *          credito da faturacao e a visao unica do cliente
      *          usam a mesma conta
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVIDA_GAS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICH-FATURA-MES ASSIGN TO
           WS-PATH-FATURA-MES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-CHAVE
           FILE STATUS IS WS-FS-MES.
           SELECT FICH-CLIENTES ASSIGN TO
           WS-PATH-CLIENTES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT FICH-ACORDOS ASSIGN TO
           WS-PATH-ACORDOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ACORDOS.
       DATA DIVISION.
       FILE SECTION.
       FD FICH-FATURA-MES.
       COPY FATMES
           REPLACING ==:REC:== BY ==FATURA-MES-REG==
                     ==:PFX:== BY ==FM==.

      *-----------------------
      * ficheiro de clientes do gas: so interessam o numero de
      * cliente e o NIF
      *-----------------------
       FD FICH-CLIENTES.
           01 CLIENTE-GAS-REG.
               03 CG-NUM-CLIENTE          PIC 9(05).
               03 CG-NOME-CLIENTE         PIC X(30).
               03 CG-MORADA               PIC X(40).
               03 CG-NIF                  PIC 9(09).
               03 FILLER                  PIC X(116).

       FD FICH-ACORDOS.
           01 ACORDO-REG.
               03 AC-NUM-ACORDO           PIC 9(05).
               03 AC-NUM-CLIENTE          PIC 9(05).
               03 AC-ANO                  PIC 9(04).
               03 AC-MES                  PIC 9(02).
               03 AC-NUM-PRESTACOES       PIC 9(02).
               03 AC-VALOR-PRESTACAO      PIC 9(07)V99.
               03 AC-DATA-ACORDO          PIC 9(08).
               03 AC-ESTADO               PIC X(01).
       WORKING-STORAGE SECTION.
       77 WS-PATH-FATURA-MES       PIC X(100).
       77 WS-PATH-CLIENTES         PIC X(100).
       77 WS-PATH-ACORDOS          PIC X(100).
       77 WS-FS-MES                PIC XX.
       77 WS-FS-CLIENTES           PIC XX.
       77 WS-FS-ACORDOS            PIC XX.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-CTR-IDX               PIC 9(02).
       77 WS-ACO-IDX               PIC 9(03).
       77 WS-NUM-ACORDOS           PIC 9(03) VALUE ZEROS.
       77 WS-SALDO-FATURA          PIC S9(07)V99.
       77 WS-ACORDO-FATURA         PIC 9(05).
           01 WS-TAB-CONTRATOS.
               03 WS-CTR-CLIENTE      PIC 9(05) OCCURS 20 TIMES.
           01 WS-TAB-ACORDOS.
               03 WS-ACO-ENTRY OCCURS 200 TIMES.
                   05 WS-ACO-NUM          PIC 9(05).
                   05 WS-ACO-CLIENTE      PIC 9(05).
                   05 WS-ACO-ANO          PIC 9(04).
                   05 WS-ACO-MES          PIC 9(02).
       LINKAGE SECTION.
       COPY DIVGAS
           REPLACING ==:PFX:== BY ==DG==.
       PROCEDURE DIVISION USING DG-PEDIDO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0-PRINCIPAL.
           MOVE 0 TO DG-RESULTADO
           MOVE ZEROS TO DG-NUM-CONTRATOS
           MOVE ZEROS TO DG-VALOR-DIVIDA
           MOVE ZEROS TO DG-VALOR-EM-ACORDO
           MOVE ZEROS TO DG-NUM-FATURAS
           ACCEPT WS-PATH-CLIENTES FROM ENVIRONMENT "CLIENTESGAS_PATH"
           IF WS-PATH-CLIENTES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CLIENTESGAS.txt'
                   TO WS-PATH-CLIENTES
           END-IF
           ACCEPT WS-PATH-FATURA-MES FROM ENVIRONMENT "FATURAMES_PATH"
           IF WS-PATH-FATURA-MES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/FATURAMES.txt'
                   TO WS-PATH-FATURA-MES
           END-IF
           ACCEPT WS-PATH-ACORDOS FROM ENVIRONMENT "ACORDOS_PATH"
           IF WS-PATH-ACORDOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ACORDOS.txt'
                   TO WS-PATH-ACORDOS
           END-IF

           PERFORM PROCURAR-CONTRATOS-NIF
           IF DG-RESULTADO NOT EQUAL 0
               GOBACK
           END-IF
           PERFORM CARREGAR-ACORDOS-ATIVOS
           PERFORM SOMAR-FATURAS-EM-ABERTO
           GOBACK.

      *-----------------------
      * numeros de cliente do gas com o NIF pedido - o mesmo NIF
      * pode ter mais de uma instalacao
      *-----------------------
       PROCURAR-CONTRATOS-NIF.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-CLIENTES
           IF WS-FS-CLIENTES NOT EQUAL "00"
               MOVE 9 TO DG-RESULTADO
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-CLIENTES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF CG-NIF EQUAL DG-NIF
                        AND DG-NUM-CONTRATOS < 20
                           ADD 1 TO DG-NUM-CONTRATOS
                           MOVE CG-NUM-CLIENTE TO
                               WS-CTR-CLIENTE (DG-NUM-CONTRATOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTES
               IF DG-NUM-CONTRATOS EQUAL ZEROS
                   MOVE 1 TO DG-RESULTADO
               END-IF
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * faturas abrangidas por planos de pagamento ativos ('A') dos
      * contratos do NIF; sem ficheiro de acordos nao ha nenhuma
      *-----------------------
       CARREGAR-ACORDOS-ATIVOS.
           MOVE ZEROS TO WS-NUM-ACORDOS
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-ACORDOS
           IF WS-FS-ACORDOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-ACORDOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF AC-ESTADO EQUAL 'A'
                           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                               UNTIL WS-CTR-IDX > DG-NUM-CONTRATOS
                               IF WS-CTR-CLIENTE (WS-CTR-IDX)
                                   EQUAL AC-NUM-CLIENTE
                                AND WS-NUM-ACORDOS < 200
                                   ADD 1 TO WS-NUM-ACORDOS
                                   MOVE AC-NUM-ACORDO TO
                                       WS-ACO-NUM (WS-NUM-ACORDOS)
                                   MOVE AC-NUM-CLIENTE TO
                                       WS-ACO-CLIENTE (WS-NUM-ACORDOS)
                                   MOVE AC-ANO TO
                                       WS-ACO-ANO (WS-NUM-ACORDOS)
                                   MOVE AC-MES TO
                                       WS-ACO-MES (WS-NUM-ACORDOS)
                                   MOVE DG-NUM-CONTRATOS TO WS-CTR-IDX
                               END-IF
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-ACORDOS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * o ficheiro mestre esta por cliente/ano/mes: para cada
      * contrato posiciona no primeiro registo do cliente e le em
      * sequencia enquanto o cliente for o mesmo; conta o saldo que
      * falta pagar das faturas em aberto ('A'), incluindo as que
      * estao na agencia de cobranca - as abatidas como incobraveis
      * ja nao sao divida
      *-----------------------
       SOMAR-FATURAS-EM-ABERTO.
           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-MES NOT EQUAL "00"
               MOVE 9 TO DG-RESULTADO
           ELSE
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > DG-NUM-CONTRATOS
                   MOVE WS-CTR-CLIENTE (WS-CTR-IDX) TO FM-NUM-CLIENTE
                   MOVE ZEROS TO FM-ANO
                   MOVE ZEROS TO FM-MES
                   MOVE ZEROS TO FM-SUB-CHAVE
                   MOVE SPACES TO WS-ENDOFF
                   START FICH-FATURA-MES KEY IS NOT LESS THAN FM-CHAVE
                       INVALID KEY MOVE 'F' TO WS-ENDOFF
                   END-START
                   PERFORM UNTIL WS-ENDOFF = 'F'
                       READ FICH-FATURA-MES NEXT RECORD
                       AT END MOVE 'F' TO WS-ENDOFF
                       NOT AT END
                           IF FM-NUM-CLIENTE NOT EQUAL
                               WS-CTR-CLIENTE (WS-CTR-IDX)
                               MOVE 'F' TO WS-ENDOFF
                           ELSE
                               IF FM-ESTADO-PAGAMENTO EQUAL 'A'
                                   PERFORM SOMAR-FATURA
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE FICH-FATURA-MES
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       SOMAR-FATURA.
           COMPUTE WS-SALDO-FATURA =
               FM-VALOR-A-PAGAR - FM-VALOR-PAGO-ACUM
           IF WS-SALDO-FATURA > ZEROS
               ADD WS-SALDO-FATURA TO DG-VALOR-DIVIDA
               MOVE ZEROS TO WS-ACORDO-FATURA
               PERFORM VARYING WS-ACO-IDX FROM 1 BY 1
                   UNTIL WS-ACO-IDX > WS-NUM-ACORDOS
                   IF WS-ACO-CLIENTE (WS-ACO-IDX) EQUAL FM-NUM-CLIENTE
                    AND WS-ACO-ANO (WS-ACO-IDX) EQUAL FM-ANO
                    AND WS-ACO-MES (WS-ACO-IDX) EQUAL FM-MES
                       MOVE WS-ACO-NUM (WS-ACO-IDX) TO WS-ACORDO-FATURA
                       MOVE WS-NUM-ACORDOS TO WS-ACO-IDX
                   END-IF
               END-PERFORM
               IF WS-ACORDO-FATURA > ZEROS
                   ADD WS-SALDO-FATURA TO DG-VALOR-EM-ACORDO
               END-IF
               IF DG-NUM-FATURAS < 50
                   ADD 1 TO DG-NUM-FATURAS
                   MOVE FM-NUM-CLIENTE TO
                       DG-FAT-CLIENTE (DG-NUM-FATURAS)
                   MOVE FM-ANO TO DG-FAT-ANO (DG-NUM-FATURAS)
                   MOVE FM-MES TO DG-FAT-MES (DG-NUM-FATURAS)
                   MOVE FM-DATA-VENCIMENTO TO
                       DG-FAT-VENC (DG-NUM-FATURAS)
                   MOVE WS-SALDO-FATURA TO
                       DG-FAT-SALDO (DG-NUM-FATURAS)
                   MOVE WS-ACORDO-FATURA TO
                       DG-FAT-ACORDO (DG-NUM-FATURAS)
                   MOVE FM-COBRANCA-EXTERNA TO
                       DG-FAT-AGENCIA (DG-NUM-FATURAS)
               END-IF
           END-IF.

       END PROGRAM DIVIDA_GAS.
