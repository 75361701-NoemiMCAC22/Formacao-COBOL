      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Balancete por conta e periodo a partir do diario de
      *          lancamentos (DIARIOCONT): saldo inicial, debitos e
      *          creditos do periodo e saldo final de cada conta do
      *          plano com movimento, com a conferencia de que o
      *          total a debito e igual ao total a credito e a
      *          listagem das contas movimentadas que nao estao no
      *          plano; as contas de resultados ('R') so trazem saldo
      *          inicial dos periodos do mesmo ano
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCETE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOCONTAS ASSIGN TO
           WS-PATH-PLANOCONTAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PLANOCONTAS.
           SELECT DIARIOCONT ASSIGN TO
           WS-PATH-DIARIOCONT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIOCONT.
           SELECT SPOOL ASSIGN TO
           WS-PATH-SPOOL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-SPOOL.
           DATA DIVISION.
           FILE SECTION.
       FD PLANOCONTAS.
           COPY PLANOCTA.

       FD DIARIOCONT.
           COPY DIARCONT.

       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-PATH-PLANOCONTAS      PIC X(100).
       77 WS-PATH-DIARIOCONT       PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-FS-PLANOCONTAS        PIC XX.
       77 WS-FS-DIARIOCONT         PIC XX.
       77 WS-FS-SPOOL              PIC XX.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.

           01 WS-PERIODO               PIC 9(06).
           01 WS-PERIODO-R REDEFINES WS-PERIODO.
               03 WS-PERIODO-ANO       PIC 9(04).
               03 WS-PERIODO-MES       PIC 9(02).
       77 WS-BC-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-BC-IDX                PIC 9(03).
       77 WS-BC-CHEIA              PIC 9 VALUE 0.
       77 WS-LINHAS-PERIODO        PIC 9(07) VALUE ZEROS.
       77 WS-LINHAS-SUSPENSO       PIC 9(07) VALUE ZEROS.
       77 WS-FORA-PLANO            PIC 9(03) VALUE ZEROS.
       77 WS-TOT-INICIAL           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-DEBITO            PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CREDITO           PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-FINAL             PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-FINAL           PIC S9(11)V99.
       77 WS-SALDO-EDIT            PIC ----.---.--9,99.
       77 WS-SALDO-EDIT2           PIC ----.---.--9,99.
       77 WS-VALOR-EDIT            PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR-EDIT2           PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-CONT-EDIT             PIC ZZZZZZ9.

      *-----------------------
      * uma entrada por conta: primeiro as do plano, pela ordem do
      * plano, depois as movimentadas que nao estao no plano
      *-----------------------
           01 WS-TAB-BALANCETE.
               03 WS-BC-ENTRY OCCURS 500 TIMES.
                   05 WS-BC-CONTA          PIC X(10).
                   05 WS-BC-DESCRICAO      PIC X(40).
                   05 WS-BC-TIPO           PIC X(01).
                   05 WS-BC-NO-PLANO       PIC 9(01).
                   05 WS-BC-MOVIMENTADA    PIC 9(01).
                   05 WS-BC-INICIAL        PIC S9(11)V99.
                   05 WS-BC-DEBITO         PIC 9(11)V99.
                   05 WS-BC-CREDITO        PIC 9(11)V99.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-PATH-PLANOCONTAS FROM ENVIRONMENT
               "PLANOCONTAS_PATH"
           IF WS-PATH-PLANOCONTAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/PLANOCONTAS.txt'
                   TO WS-PATH-PLANOCONTAS
           END-IF
           ACCEPT WS-PATH-DIARIOCONT FROM ENVIRONMENT
               "DIARIOCONT_PATH"
           IF WS-PATH-DIARIOCONT EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/DIARIOCONT.txt'
                   TO WS-PATH-DIARIOCONT
           END-IF.

       0-PRINCIPAL.
           DISPLAY '-------//BALANCETE//-------'
           DISPLAY 'PERIODO DO BALANCETE (AAAAMM): '
           ACCEPT WS-PERIODO
           IF WS-PERIODO NOT NUMERIC
            OR WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
               DISPLAY '*** PERIODO INVALIDO ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARREGAR-PLANO THRU CARREGAR-PLANO-FIM
           PERFORM LER-DIARIO THRU LER-DIARIO-FIM
           IF RETURN-CODE EQUAL 8
               STOP RUN
           END-IF

           PERFORM ABRIR-SPOOL
           STRING 'BALANCETE DO PERIODO ' DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           MOVE 'CONTA      DESCRICAO' TO WS-SPOOL-LINHA
           MOVE 'SALDO INICIAL' TO WS-SPOOL-LINHA (49:)
           MOVE 'DEBITOS' TO WS-SPOOL-LINHA (72:)
           MOVE 'CREDITOS' TO WS-SPOOL-LINHA (89:)
           MOVE 'SALDO FINAL' TO WS-SPOOL-LINHA (107:)
           PERFORM ESCREVER-SPOOL
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
               UNTIL WS-BC-IDX > WS-BC-NUM
               IF WS-BC-MOVIMENTADA (WS-BC-IDX) EQUAL 1
                   PERFORM ESCREVER-CONTA
               END-IF
           END-PERFORM
           PERFORM ESCREVER-TOTAIS
           PERFORM FECHAR-SPOOL
           STOP RUN.

       CARREGAR-PLANO.
           OPEN INPUT PLANOCONTAS
           IF WS-FS-PLANOCONTAS NOT EQUAL "00"
               DISPLAY ' AVISO: PLANO DE CONTAS NAO DISPONIVEL - FILE '
                   'STATUS: ' WS-FS-PLANOCONTAS
               GO TO CARREGAR-PLANO-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ PLANOCONTAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-BC-NUM < 500
                       ADD 1 TO WS-BC-NUM
                       MOVE PC-CONTA TO WS-BC-CONTA (WS-BC-NUM)
                       MOVE PC-DESCRICAO
                           TO WS-BC-DESCRICAO (WS-BC-NUM)
                       MOVE PC-TIPO TO WS-BC-TIPO (WS-BC-NUM)
                       MOVE 1 TO WS-BC-NO-PLANO (WS-BC-NUM)
                       MOVE 0 TO WS-BC-MOVIMENTADA (WS-BC-NUM)
                       MOVE ZEROS TO WS-BC-INICIAL (WS-BC-NUM)
                       MOVE ZEROS TO WS-BC-DEBITO (WS-BC-NUM)
                       MOVE ZEROS TO WS-BC-CREDITO (WS-BC-NUM)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PLANOCONTAS.

       CARREGAR-PLANO-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * linhas ate ao fim do periodo pedido: as anteriores fazem o
      * saldo inicial (as de resultados so do mesmo ano), as do
      * periodo os debitos e creditos
      *-----------------------
       LER-DIARIO.
           OPEN INPUT DIARIOCONT
           IF WS-FS-DIARIOCONT NOT EQUAL "00"
               DISPLAY '*** DIARIO DE LANCAMENTOS NAO DISPONIVEL - '
                   'FILE STATUS: ' WS-FS-DIARIOCONT ' ***'
               MOVE 8 TO RETURN-CODE
               GO TO LER-DIARIO-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ DIARIOCONT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF LC-PERIODO <= WS-PERIODO
                       PERFORM ACUMULAR-LINHA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DIARIOCONT.

       LER-DIARIO-FIM.
           MOVE SPACES TO WS-ENDOFF.

       ACUMULAR-LINHA.
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
               UNTIL WS-BC-IDX > WS-BC-NUM
                  OR WS-BC-CONTA (WS-BC-IDX) EQUAL LC-CONTA
               CONTINUE
           END-PERFORM
           IF WS-BC-IDX > WS-BC-NUM
               IF WS-BC-NUM < 500
                   ADD 1 TO WS-BC-NUM
                   MOVE LC-CONTA TO WS-BC-CONTA (WS-BC-NUM)
                   MOVE '*** CONTA FORA DO PLANO ***'
                       TO WS-BC-DESCRICAO (WS-BC-NUM)
                   MOVE 'B' TO WS-BC-TIPO (WS-BC-NUM)
                   MOVE 0 TO WS-BC-NO-PLANO (WS-BC-NUM)
                   MOVE ZEROS TO WS-BC-INICIAL (WS-BC-NUM)
                   MOVE ZEROS TO WS-BC-DEBITO (WS-BC-NUM)
                   MOVE ZEROS TO WS-BC-CREDITO (WS-BC-NUM)
                   ADD 1 TO WS-FORA-PLANO
               ELSE
                   IF WS-BC-CHEIA EQUAL 0
                       DISPLAY '*** TABELA DE CONTAS CHEIA (500) - '
                           'BALANCETE INCOMPLETO ***'
                       MOVE 1 TO WS-BC-CHEIA
                   END-IF
               END-IF
           END-IF
           IF WS-BC-IDX <= WS-BC-NUM
               IF LC-PERIODO EQUAL WS-PERIODO
                   MOVE 1 TO WS-BC-MOVIMENTADA (WS-BC-IDX)
                   ADD 1 TO WS-LINHAS-PERIODO
                   IF LC-SUSPENSO EQUAL 'S'
                       ADD 1 TO WS-LINHAS-SUSPENSO
                   END-IF
                   IF LC-NATUREZA EQUAL 'D'
                       ADD LC-VALOR TO WS-BC-DEBITO (WS-BC-IDX)
                   ELSE
                       ADD LC-VALOR TO WS-BC-CREDITO (WS-BC-IDX)
                   END-IF
               ELSE
                   IF WS-BC-TIPO (WS-BC-IDX) NOT EQUAL 'R'
                    OR LC-PERIODO (1:4) EQUAL WS-PERIODO-ANO
                       MOVE 1 TO WS-BC-MOVIMENTADA (WS-BC-IDX)
                       IF LC-NATUREZA EQUAL 'D'
                           ADD LC-VALOR TO WS-BC-INICIAL (WS-BC-IDX)
                       ELSE
                           SUBTRACT LC-VALOR
                               FROM WS-BC-INICIAL (WS-BC-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    saldos devedores positivos, credores negativos
       ESCREVER-CONTA.
           COMPUTE WS-SALDO-FINAL =
               WS-BC-INICIAL (WS-BC-IDX) + WS-BC-DEBITO (WS-BC-IDX)
               - WS-BC-CREDITO (WS-BC-IDX)
           ADD WS-BC-INICIAL (WS-BC-IDX) TO WS-TOT-INICIAL
           ADD WS-BC-DEBITO (WS-BC-IDX) TO WS-TOT-DEBITO
           ADD WS-BC-CREDITO (WS-BC-IDX) TO WS-TOT-CREDITO
           ADD WS-SALDO-FINAL TO WS-TOT-FINAL
           MOVE WS-BC-INICIAL (WS-BC-IDX) TO WS-SALDO-EDIT
           MOVE WS-BC-DEBITO (WS-BC-IDX) TO WS-VALOR-EDIT
           MOVE WS-BC-CREDITO (WS-BC-IDX) TO WS-VALOR-EDIT2
           MOVE WS-SALDO-FINAL TO WS-SALDO-EDIT2
           MOVE WS-BC-CONTA (WS-BC-IDX) TO WS-SPOOL-LINHA
           MOVE WS-BC-DESCRICAO (WS-BC-IDX) (1:34)
               TO WS-SPOOL-LINHA (12:)
           MOVE WS-SALDO-EDIT TO WS-SPOOL-LINHA (47:)
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (65:)
           MOVE WS-VALOR-EDIT2 TO WS-SPOOL-LINHA (83:)
           MOVE WS-SALDO-EDIT2 TO WS-SPOOL-LINHA (103:)
           PERFORM ESCREVER-SPOOL.

       ESCREVER-TOTAIS.
           PERFORM ESCREVER-SPOOL
           MOVE WS-TOT-INICIAL TO WS-SALDO-EDIT
           MOVE WS-TOT-DEBITO TO WS-VALOR-EDIT
           MOVE WS-TOT-CREDITO TO WS-VALOR-EDIT2
           MOVE WS-TOT-FINAL TO WS-SALDO-EDIT2
           MOVE 'TOTAIS' TO WS-SPOOL-LINHA
           MOVE WS-SALDO-EDIT TO WS-SPOOL-LINHA (47:)
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (65:)
           MOVE WS-VALOR-EDIT2 TO WS-SPOOL-LINHA (83:)
           MOVE WS-SALDO-EDIT2 TO WS-SPOOL-LINHA (103:)
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           MOVE WS-LINHAS-PERIODO TO WS-CONT-EDIT
           STRING 'LINHAS DO DIARIO NO PERIODO: ' DELIMITED BY SIZE
                  WS-CONT-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-TOT-DEBITO EQUAL WS-TOT-CREDITO
            AND WS-TOT-FINAL EQUAL ZEROS
               MOVE 'DEBITOS IGUAIS AOS CREDITOS - BALANCETE'
                   TO WS-SPOOL-LINHA
               MOVE ' EQUILIBRADO' TO WS-SPOOL-LINHA (40:)
               PERFORM ESCREVER-SPOOL
           ELSE
               MOVE '*** BALANCETE DESEQUILIBRADO - DEBITOS E CREDITOS'
                   TO WS-SPOOL-LINHA
               MOVE ' NAO BATEM CERTO ***' TO WS-SPOOL-LINHA (51:)
               PERFORM ESCREVER-SPOOL
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FORA-PLANO > ZEROS
               MOVE WS-FORA-PLANO TO WS-CONT-EDIT
               STRING '*** ' DELIMITED BY SIZE
                      WS-CONT-EDIT DELIMITED BY SIZE
                      ' CONTA(S) MOVIMENTADA(S) FORA DO PLANO DE '
                          DELIMITED BY SIZE
                      'CONTAS ***' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-LINHAS-SUSPENSO > ZEROS
               MOVE WS-LINHAS-SUSPENSO TO WS-CONT-EDIT
               STRING '*** ' DELIMITED BY SIZE
                      WS-CONT-EDIT DELIMITED BY SIZE
                      ' LINHA(S) DO PERIODO EM SUSPENSO - VER OS '
                          DELIMITED BY SIZE
                      'RELATORIOS LANCCONT DO MES ***'
                          DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'BALANCETE.' DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO WS-PATH-SPOOL
           END-STRING
           OPEN OUTPUT SPOOL
           IF WS-FS-SPOOL EQUAL "00"
               MOVE 1 TO WS-SPOOL-ABERTO
           ELSE
               MOVE 0 TO WS-SPOOL-ABERTO
               DISPLAY ' AVISO: SPOOL NAO ABERTO - FILE STATUS: '
                   WS-FS-SPOOL
           END-IF
           MOVE SPACES TO WS-SPOOL-LINHA.

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

       END PROGRAM BALANCETE.
