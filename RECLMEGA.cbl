      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Pedido de reembolso dos vales MEGA: junta os vales
      *          recebidos na entrega das encomendas escolares num
      *          mes, grava o ficheiro do pedido a enviar ao Estado
      *          (um registo por vale e o total no fim), lista os
      *          vales por escola com subtotais e marca-os como
      *          reclamados; repetir o mesmo mes volta a gerar o
      *          mesmo pedido
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMA_MEGA.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALESMEGA ASSIGN TO
           WS-PATH-VALESMEGA
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VALESMEGA.
           SELECT PEDIDOMEGA ASSIGN TO
           WS-PATH-PEDIDOMEGA
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PEDIDOMEGA.
           SELECT SPOOL ASSIGN TO
           WS-PATH-SPOOL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-SPOOL.
           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DATAPROC.
           SELECT JOBLEDGER ASSIGN TO
           WS-PATH-JOBLEDGER
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-JOBLEDGER.
           DATA DIVISION.
           FILE SECTION.
       FD VALESMEGA.
       COPY VALMEGA.

      *-----------------------
      * pedido de reembolso: um registo 'D' por vale e um registo
      * 'T' final com o numero de vales e o valor total pedido
      *-----------------------
       FD PEDIDOMEGA.
           01 PEDIDO-REG.
               03 PED-TIPO                PIC X(01).
               03 PED-CODIGO-VALE         PIC X(20).
               03 PED-DATA                PIC 9(08).
               03 PED-ISBN                PIC X(13).
               03 PED-ANO-LETIVO          PIC 9(04).
               03 PED-ANO-ESCOLAR         PIC 9(02).
               03 PED-ESCOLA              PIC X(30).
               03 PED-VALOR               PIC 9(05)V99.
           01 PEDIDO-TRAILER REDEFINES PEDIDO-REG.
               03 PTR-TIPO                PIC X(01).
               03 PTR-ANOMES              PIC 9(06).
               03 PTR-VALES               PIC 9(06).
               03 PTR-TOTAL               PIC 9(09)V99.
               03 FILLER                  PIC X(61).

       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).

       FD DATAPROC.
           01 DATAPROC-REG.
               03 DP-DATA                 PIC 9(08).
               03 DP-ESTADO               PIC X(01).

       FD JOBLEDGER.
           01 JOBLEDGER-REG.
               03 JOB-PROGRAMA            PIC X(12).
               03 JOB-DATA                PIC 9(08).
               03 JOB-HORA-INICIO         PIC X(08).
               03 JOB-HORA-FIM            PIC X(08).
               03 JOB-REGISTOS            PIC 9(07).
               03 JOB-RC                  PIC 9(02).
       WORKING-STORAGE SECTION.
       77 WS-PATH-VALESMEGA        PIC X(100).
       77 WS-PATH-PEDIDOMEGA       PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-FS-VALESMEGA          PIC XX.
       77 WS-FS-PEDIDOMEGA         PIC XX.
       77 WS-FS-SPOOL              PIC XX.
       77 WS-FS-DATAPROC           PIC XX.
       77 WS-FS-JOBLEDGER          PIC XX.
       77 WS-DATA-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-JOB-HORA-INICIO       PIC X(08) VALUE SPACES.
       77 WS-JOB-REGISTOS          PIC 9(07) VALUE ZEROS.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.

       77 WS-ANOMES                PIC 9(06).
       77 WS-VM-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-VM-IDX                PIC 9(04).
       77 WS-VM-ESCOLHIDO          PIC 9(04).
       77 WS-VM-CHEIA              PIC 9 VALUE 0.
       77 WS-ESCOLA-ATUAL          PIC X(30).
       77 WS-ESC-VALES             PIC 9(05).
       77 WS-ESC-TOTAL             PIC 9(07)V99.
       77 WS-TOT-VALES             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NOVOS             PIC 9(06) VALUE ZEROS.
       77 WS-TOT-VALOR             PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT            PIC ZZZZ9,99.
       77 WS-TOTAL-EDIT            PIC ZZZZZZZZ9,99.
       77 WS-ERRO                  PIC 9 VALUE 0.

      *-----------------------
      * vales carregados em memoria; o ficheiro e regravado com o
      * estado dos vales do mes atualizado
      *-----------------------
           01 WS-TAB-VALES.
               03 WS-TAB-VM-ENTRY OCCURS 3000 TIMES.
                   05 WS-VM-REGISTO        PIC X(154).
                   05 WS-VM-MARCA          PIC 9.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
           ACCEPT WS-PATH-VALESMEGA FROM ENVIRONMENT "VALESMEGA_PATH"
           IF WS-PATH-VALESMEGA EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/VALESMEGA.txt'
                   TO WS-PATH-VALESMEGA
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           DISPLAY '-------//PEDIDO DE REEMBOLSO VALES MEGA//-------'
           DISPLAY 'MES A RECLAMAR (AAAAMM): '
           ACCEPT WS-ANOMES
           IF WS-ANOMES > WS-DATA-PROCESSAMENTO (1:6)
               DISPLAY '*** O MES ' WS-ANOMES ' AINDA NAO COMECOU ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ANOMES EQUAL WS-DATA-PROCESSAMENTO (1:6)
               DISPLAY ' AVISO: O MES ' WS-ANOMES ' AINDA ESTA EM '
                   'CURSO - OS VALES QUE ENTRAREM DEPOIS FICAM PARA '
                   'UMA NOVA CORRIDA DO MESMO MES'
           END-IF

           PERFORM CARREGAR-VALES THRU CARREGAR-VALES-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF

           MOVE SPACES TO WS-PATH-PEDIDOMEGA
           STRING 'RECLMEGA.' DELIMITED BY SIZE
                  WS-ANOMES DELIMITED BY SIZE
               INTO WS-PATH-PEDIDOMEGA
           END-STRING
           OPEN OUTPUT PEDIDOMEGA
           IF WS-FS-PEDIDOMEGA NOT EQUAL "00"
               DISPLAY ' ERRO A CRIAR O PEDIDO ' WS-PATH-PEDIDOMEGA
                   ' - FILE STATUS: ' WS-FS-PEDIDOMEGA
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF

           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VALES MEGA RECEBIDOS NO MES ' DELIMITED BY SIZE
                  WS-ANOMES DELIMITED BY SIZE
                  ' - PEDIDO DE REEMBOLSO DE ' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL

      *    uma escola de cada vez, pela ordem em que aparece
           MOVE 1 TO WS-VM-ESCOLHIDO
           PERFORM UNTIL WS-VM-ESCOLHIDO EQUAL 0
               MOVE 0 TO WS-VM-ESCOLHIDO
               PERFORM VARYING WS-VM-IDX FROM 1 BY 1
                   UNTIL WS-VM-IDX > WS-VM-NUM
                      OR WS-VM-ESCOLHIDO NOT EQUAL 0
                   IF WS-VM-MARCA (WS-VM-IDX) EQUAL 0
                       MOVE WS-VM-REGISTO (WS-VM-IDX) TO VALEMEGA-REG
                       IF VM-DATA (1:6) EQUAL WS-ANOMES
                           MOVE WS-VM-IDX TO WS-VM-ESCOLHIDO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-VM-ESCOLHIDO NOT EQUAL 0
                   MOVE WS-VM-REGISTO (WS-VM-ESCOLHIDO)
                       TO VALEMEGA-REG
                   MOVE VM-ESCOLA TO WS-ESCOLA-ATUAL
                   PERFORM LISTAR-ESCOLA
               END-IF
           END-PERFORM

           MOVE SPACES TO PEDIDO-TRAILER
           MOVE 'T' TO PTR-TIPO
           MOVE WS-ANOMES TO PTR-ANOMES
           MOVE WS-TOT-VALES TO PTR-VALES
           MOVE WS-TOT-VALOR TO PTR-TOTAL
           WRITE PEDIDO-REG
           CLOSE PEDIDOMEGA

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE WS-TOT-VALOR TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TOTAL DO PEDIDO: ' DELIMITED BY SIZE
                  WS-TOT-VALES DELIMITED BY SIZE
                  ' VALES  VALOR: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  '  (NOVOS NESTA CORRIDA: ' DELIMITED BY SIZE
                  WS-TOT-NOVOS DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'FICHEIRO DO PEDIDO: ' DELIMITED BY SIZE
                  WS-PATH-PEDIDOMEGA DELIMITED BY SPACE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM FECHAR-SPOOL

           IF WS-TOT-NOVOS > 0
               PERFORM GRAVAR-VALES
           END-IF
           PERFORM ESCREVER-JOBLEDGER
           STOP RUN.

      *-----------------------
      * carrega todos os vales; sem ficheiro nao ha nada a reclamar
      * mas o pedido sai vazio, so com o total a zero
      *-----------------------
       CARREGAR-VALES.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT VALESMEGA
           IF WS-FS-VALESMEGA EQUAL "35"
               DISPLAY ' SEM VALES MEGA REGISTADOS'
               GO TO CARREGAR-VALES-FIM
           END-IF
           IF WS-FS-VALESMEGA NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR VALESMEGA - FILE STATUS: '
                   WS-FS-VALESMEGA
               MOVE 1 TO WS-ERRO
               GO TO CARREGAR-VALES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ VALESMEGA
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-JOB-REGISTOS
                   IF WS-VM-NUM < 3000
                       ADD 1 TO WS-VM-NUM
                       MOVE VALEMEGA-REG TO WS-VM-REGISTO (WS-VM-NUM)
                       MOVE 0 TO WS-VM-MARCA (WS-VM-NUM)
                   ELSE
                       MOVE 1 TO WS-VM-CHEIA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VALESMEGA
      *    com a tabela cheia o ficheiro nao pode ser regravado sem
      *    perder vales - o passo para
           IF WS-VM-CHEIA EQUAL 1
               DISPLAY ' ERRO: MAIS DE 3000 VALES NO FICHEIRO - '
                   'ARQUIVAR OS VALES JA RECLAMADOS'
               MOVE 1 TO WS-ERRO
           END-IF.

       CARREGAR-VALES-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * vales do mes da escola em WS-ESCOLA-ATUAL: linha no pedido,
      * linha na listagem e subtotal da escola
      *-----------------------
       LISTAR-ESCOLA.
           MOVE ZEROS TO WS-ESC-VALES WS-ESC-TOTAL
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ESCOLA: ' DELIMITED BY SIZE
                  WS-ESCOLA-ATUAL DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM VARYING WS-VM-IDX FROM 1 BY 1
               UNTIL WS-VM-IDX > WS-VM-NUM
               MOVE WS-VM-REGISTO (WS-VM-IDX) TO VALEMEGA-REG
               IF WS-VM-MARCA (WS-VM-IDX) EQUAL 0
                AND VM-DATA (1:6) EQUAL WS-ANOMES
                AND VM-ESCOLA EQUAL WS-ESCOLA-ATUAL
                   MOVE 1 TO WS-VM-MARCA (WS-VM-IDX)
                   PERFORM RECLAMAR-VALE
               END-IF
           END-PERFORM
           MOVE WS-ESC-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '  SUBTOTAL DA ESCOLA: ' DELIMITED BY SIZE
                  WS-ESC-VALES DELIMITED BY SIZE
                  ' VALES  VALOR: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

       RECLAMAR-VALE.
           MOVE 'D' TO PED-TIPO
           MOVE VM-CODIGO TO PED-CODIGO-VALE
           MOVE VM-DATA TO PED-DATA
           MOVE VM-ISBN TO PED-ISBN
           MOVE VM-ANO-LETIVO TO PED-ANO-LETIVO
           MOVE VM-ANO-ESCOLAR TO PED-ANO-ESCOLAR
           MOVE VM-ESCOLA TO PED-ESCOLA
           MOVE VM-VALOR TO PED-VALOR
           WRITE PEDIDO-REG

           ADD 1 TO WS-ESC-VALES WS-TOT-VALES
           ADD VM-VALOR TO WS-ESC-TOTAL WS-TOT-VALOR
           MOVE VM-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '  ' DELIMITED BY SIZE
                  VM-CODIGO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VM-DATA DELIMITED BY SIZE
                  ' ENC ' DELIMITED BY SIZE
                  VM-ENCOMENDA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VM-ALUNO DELIMITED BY SIZE
                  ' ANO ' DELIMITED BY SIZE
                  VM-ANO-ESCOLAR DELIMITED BY SIZE
                  ' ISBN ' DELIMITED BY SIZE
                  VM-ISBN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           IF VM-ESTADO EQUAL 'P'
               ADD 1 TO WS-TOT-NOVOS
               MOVE 'R' TO VM-ESTADO
               MOVE WS-DATA-PROCESSAMENTO TO VM-DATA-RECLAMACAO
               MOVE VALEMEGA-REG TO WS-VM-REGISTO (WS-VM-IDX)
           ELSE
               MOVE '*' TO WS-SPOOL-LINHA (1:1)
           END-IF
           PERFORM ESCREVER-SPOOL.

       GRAVAR-VALES.
           OPEN OUTPUT VALESMEGA
           IF WS-FS-VALESMEGA NOT EQUAL "00"
               DISPLAY ' ERRO A REGRAVAR VALESMEGA - FILE STATUS: '
                   WS-FS-VALESMEGA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-VM-IDX FROM 1 BY 1
                   UNTIL WS-VM-IDX > WS-VM-NUM
                   MOVE WS-VM-REGISTO (WS-VM-IDX) TO VALEMEGA-REG
                   WRITE VALEMEGA-REG
               END-PERFORM
               CLOSE VALESMEGA
           END-IF.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'MEGALIST.' DELIMITED BY SIZE
                  WS-ANOMES DELIMITED BY SIZE
               INTO WS-PATH-SPOOL
           END-STRING
           OPEN OUTPUT SPOOL
           IF WS-FS-SPOOL EQUAL "00"
               MOVE 1 TO WS-SPOOL-ABERTO
           ELSE
               MOVE 0 TO WS-SPOOL-ABERTO
               DISPLAY ' AVISO: SPOOL NAO ABERTO - FILE STATUS: '
                   WS-FS-SPOOL
           END-IF.

       ESCREVER-SPOOL.
           DISPLAY WS-SPOOL-LINHA
           IF WS-SPOOL-ABERTO EQUAL 1
               MOVE WS-SPOOL-LINHA TO SPOOL-REG
               WRITE SPOOL-REG
           END-IF
           MOVE SPACES TO WS-SPOOL-LINHA.

       FECHAR-SPOOL.
           IF WS-SPOOL-ABERTO EQUAL 1
               CLOSE SPOOL
               MOVE 0 TO WS-SPOOL-ABERTO
           END-IF.

      *-----------------------
      * devolve a data de processamento do negocio a partir do
      * ficheiro de controlo; sem ficheiro de controlo recorre ao
      * relogio da maquina
      *-----------------------
       OBTER-DATA-PROCESSAMENTO.
           ACCEPT WS-PATH-DATAPROC FROM ENVIRONMENT "DATAPROC_PATH"
           IF WS-PATH-DATAPROC EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/DATAPROC.txt'
                   TO WS-PATH-DATAPROC
           END-IF
           MOVE ZEROS TO WS-DATA-PROCESSAMENTO
           OPEN INPUT DATAPROC
           IF WS-FS-DATAPROC EQUAL "00"
               READ DATAPROC
               IF WS-FS-DATAPROC EQUAL "00"
                   MOVE DP-DATA TO WS-DATA-PROCESSAMENTO
               END-IF
               CLOSE DATAPROC
           END-IF
           IF WS-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

      *-----------------------
      * grava o registo de execucao deste passo no livro de
      * execucoes, com a data de negocio
      *-----------------------
       ESCREVER-JOBLEDGER.
           ACCEPT WS-PATH-JOBLEDGER FROM ENVIRONMENT
               "JOBLEDGER_PATH"
           IF WS-PATH-JOBLEDGER EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/JOBLEDGER.txt'
                   TO WS-PATH-JOBLEDGER
           END-IF
           MOVE 'RECLAMA_MEGA' TO JOB-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO JOB-DATA
           MOVE WS-JOB-HORA-INICIO TO JOB-HORA-INICIO
           ACCEPT JOB-HORA-FIM FROM TIME
           MOVE WS-JOB-REGISTOS TO JOB-REGISTOS
           MOVE RETURN-CODE TO JOB-RC
           OPEN EXTEND JOBLEDGER
           IF WS-FS-JOBLEDGER EQUAL "35"
               OPEN OUTPUT JOBLEDGER
           END-IF
           IF WS-FS-JOBLEDGER EQUAL "00"
               WRITE JOBLEDGER-REG
               CLOSE JOBLEDGER
           END-IF.

       END PROGRAM RECLAMA_MEGA.
