      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Escala semanal contra ponto e produtividade do
      *          pessoal: para uma semana (e uma loja, ou todas),
      *          confronta os turnos planeados na escala com as
      *          horas marcadas no ponto (faltas, trabalho fora da
      *          escala, desvios acima da tolerancia) e cruza as
      *          horas de presenca com as vendas por hora do dia,
      *          para as chefias verem as horas com pessoal a mais
      *          ou a menos em cada loja
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUTIVIDADE_PESSOAL.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALAS ASSIGN TO
           WS-PATH-ESCALAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ESCALAS.
           SELECT PONTO ASSIGN TO
           WS-PATH-PONTO
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PONTO.
           SELECT FUNCIONARIOS ASSIGN TO
           WS-PATH-FUNCIONARIOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT VENDAS ASSIGN TO
           WS-PATH-VENDAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VENDAS.
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
       FD ESCALAS.
       COPY ESCALA.

      *-----------------------
      * ponto e funcionarios do DADOS_FUNCIONARIOS - os desenhos tem
      * de bater certo com os de la
      *-----------------------
       FD PONTO.
       01 PONTO-REG.
           03 PON-FUNC-ID            PIC 9(05).
           03 PON-DATA               PIC 9(08).
           03 PON-ENTRADA            PIC 9(04).
           03 PON-ALMOCO-INI         PIC 9(04).
           03 PON-ALMOCO-FIM         PIC 9(04).
           03 PON-SAIDA              PIC 9(04).

       FD FUNCIONARIOS.
       01 FUNCIONARIOS-REG.
           03 FUNC-ID                PIC 9(05).
           03 FUNC-NOME              PIC X(20).
           03 FUNC-DATA-NASC         PIC X(10).
           03 FUNC-CATEGORIA         PIC X(18).
           03 FUNC-SECCAO            PIC X(20).
           03 FUNC-HORA-ENTRADA      PIC 9(04).
           03 FUNC-HORA-SAIDA        PIC 9(04).
           03 FUNC-HORA-ALMOCO-INI   PIC 9(04).
           03 FUNC-HORA-ALMOCO-FIM   PIC 9(04).
           03 FUNC-HORAS-SEMANAIS    PIC 9(02).
           03 FILLER                 PIC X(69).

      *-----------------------
      * o mesmo desenho do ficheiro de vendas do GESTAO_VENDAS
      *-----------------------
       FD VENDAS.
           01 VENDAS-DADOS.
               03 DATA-VENDA               PIC 9(08).
               03 COD-LOJA                 PIC 9(02).
               03 NUM-TICKET               PIC 9(06).
               03 METODO-PAGAMENTO         PIC X(01).
               03 COD-ARTIGO               PIC 9(05).
               03 NOME-ARTIGO              PIC X(34).
               03 QUANT-ARTIGO             PIC 9(03).
               03 UNIT-ARTIGO              PIC 9(05)V9(02).
               03 IVA-ARTIGO               PIC 9(02).
               03 TOTALIVA-ARTIGO          PIC 9(05)V9(02).
               03 TOTALSIVA-ARTIGO         PIC 9(05)V9(02).
               03 TOTAL-ARTIGO             PIC 9(05)V9(02).
               03 PROMO-VENDA              PIC X(01).
               03 HORA-VENDA               PIC X(08).
               03 NUM-CARTAO               PIC 9(09).
               03 VND-FUNC-ID              PIC 9(05).

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
       77 WS-PATH-ESCALAS          PIC X(100).
       77 WS-PATH-PONTO            PIC X(100).
       77 WS-PATH-FUNCIONARIOS     PIC X(100).
       77 WS-PATH-VENDAS           PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-FS-ESCALAS            PIC XX.
       77 WS-FS-PONTO              PIC XX.
       77 WS-FS-FUNCIONARIOS       PIC XX.
       77 WS-FS-VENDAS             PIC XX.
       77 WS-FS-SPOOL              PIC XX.
       77 WS-FS-DATAPROC           PIC XX.
       77 WS-FS-JOBLEDGER          PIC XX.
       77 WS-DATA-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-JOB-HORA-INICIO       PIC X(08) VALUE SPACES.
       77 WS-JOB-REGISTOS          PIC 9(07) VALUE ZEROS.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.
       77 WS-ERRO                  PIC 9 VALUE 0.

      *    tolerancia do ponto, como no processamento mensal, e os
      *    limites do indice de vendas por hora de presenca face a
      *    media da loja na semana
       77 WS-TOLERANCIA-MINUTOS    PIC 9(02) VALUE 15.
       77 WS-LIMITE-FALTA-PESSOAL  PIC 9(03) VALUE 130.
       77 WS-LIMITE-PESSOAL-MAIS   PIC 9(03) VALUE 70.

       77 WS-SEMANA                PIC 9(08).
       77 WS-SEL-LOJA              PIC 9(02).
       77 WS-DIAS-SEGUNDA          PIC 9(07).
       77 WS-DIA                   PIC S9(07).
       77 WS-DATA-ANT              PIC 9(08) VALUE ZEROS.
       77 WS-DIA-ANT               PIC S9(07) VALUE ZEROS.
       77 WS-DIA-SEMANA            PIC 9(01).
       77 WS-QUOC-SEMANA           PIC 9(07).

       77 WS-FN-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-FN-IDX                PIC 9(03).
       77 WS-TU-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-TU-IDX                PIC 9(03).
       77 WS-TU-IDX2               PIC 9(03).
       77 WS-TU-CHEIA              PIC 9 VALUE 0.
       77 WS-LJ-IDX                PIC 9(03).
       77 WS-HORA-IDX              PIC 9(02).
       77 WS-HORA                  PIC 9(02).
       77 WS-REPETIDO              PIC 9.

       77 WS-HHMM-TRABALHO         PIC 9(04).
       77 WS-HH                    PIC 9(02).
       77 WS-MM                    PIC 9(02).
       77 WS-MIN-REAL              PIC 9(04).
       77 WS-MIN-ENTRADA           PIC 9(04).
       77 WS-MIN-SAIDA             PIC 9(04).
       77 WS-MIN-PAUSA-INI         PIC 9(04).
       77 WS-MIN-ALM-INI           PIC 9(04).
       77 WS-MIN-ALM-FIM           PIC 9(04).
       77 WS-INT-INI               PIC 9(04).
       77 WS-INT-FIM               PIC 9(04).
       77 WS-INT-LOJA              PIC 9(02).
       77 WS-INT-TIPO              PIC X(01).
       77 WS-INT-H1                PIC 9(02).
       77 WS-INT-H2                PIC 9(02).
       77 WS-INT-LO                PIC 9(04).
       77 WS-INT-HI                PIC 9(04).

       77 WS-VALOR-LINHA           PIC 9(07)V99.
       77 WS-FUNC-PLAN             PIC 9(05).
       77 WS-FUNC-REAL             PIC 9(05).
       77 WS-LOJA-PLAN             PIC 9(07).
       77 WS-LOJA-REAL             PIC 9(07).
       77 WS-LOJA-VENDAS           PIC 9(09)V99.
       77 WS-LINHA-PLAN            PIC 9(07).
       77 WS-LINHA-REAL            PIC 9(07).
       77 WS-TOT-PLAN              PIC 9(07) VALUE ZEROS.
       77 WS-TOT-REAL              PIC 9(07) VALUE ZEROS.
       77 WS-TOT-VENDAS            PIC 9(09)V99 VALUE ZEROS.
       77 WS-DESVIO                PIC S9(07).
       77 WS-MINUTOS-BASE          PIC 9(07).
       77 WS-MINUTOS-LOJA          PIC 9(07).
       77 WS-MEDIA-LOJA            PIC 9(07)V99.
       77 WS-MEDIA-EMPRESA         PIC 9(07)V99.
       77 WS-VENDAS-HORA           PIC 9(07)V99.
       77 WS-INDICE                PIC 9(05).
       77 WS-BASE                  PIC X(01).
       77 WS-TOT-EXCECOES          PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-PESSOAL       PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FALTA-PESSOAL     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PESSOAL-MAIS      PIC 9(05) VALUE ZEROS.

       77 WS-HORAS-EDIT            PIC ZZZ9,99.
       77 WS-HORAS-EDIT-2          PIC ZZZ9,99.
       77 WS-DESVIO-EDIT           PIC -ZZZ9,99.
       77 WS-VALOR-EDIT            PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VPH-EDIT              PIC ZZ.ZZ9,99.
       77 WS-INDICE-EDIT           PIC ZZZZ9.
       77 WS-CONTRATO-EDIT         PIC Z9.
       77 WS-TEXTO                 PIC X(40).

           01 WS-CONV-DATA.
               03 WS-CONV-ANO            PIC 9(04).
               03 WS-CONV-MES            PIC 9(02).
               03 WS-CONV-DIA            PIC 9(02).
       77 WS-CONV-DIAS             PIC 9(07).
       77 WS-CONV-ANOS-COMPLETOS   PIC 9(04).
       77 WS-CONV-QUOC-4           PIC 9(04).
       77 WS-CONV-QUOC-100         PIC 9(04).
       77 WS-CONV-QUOC-400         PIC 9(04).
       77 WS-CONV-BISSEXTO         PIC 9(04).
       77 WS-CONV-QUOC-BISSEXTO    PIC 9(04).

           01 WS-NOMES-DIAS.
               03 FILLER                  PIC X(21)
                   VALUE 'SEGTERQUAQUISEXSABDOM'.
           01 WS-NOMES-DIAS-R REDEFINES WS-NOMES-DIAS.
               03 WS-NOME-DIA OCCURS 7 TIMES PIC X(03).

      *-----------------------
      * funcionarios: nome, seccao, contrato e almoco do horario
      *-----------------------
           01 WS-TAB-FUNCIONARIOS.
               03 WS-FN-ENTRY OCCURS 500 TIMES.
                   05 WS-FN-ID             PIC 9(05).
                   05 WS-FN-NOME           PIC X(20).
                   05 WS-FN-SECCAO         PIC X(20).
                   05 WS-FN-CONTRATO       PIC 9(02).
                   05 WS-FN-ALMOCO-INI     PIC 9(04).

      *-----------------------
      * turnos da semana, um por funcionario e dia: o planeado na
      * escala (o ultimo registo de cada funcionario e dia) e o
      * marcado no ponto; um dia com ponto e sem escala entra com
      * PLANEADO a 0, na loja em que o funcionario esta escalado
      * nessa semana (ou sem loja, se nao estiver em nenhuma)
      *-----------------------
           01 WS-TAB-TURNOS.
               03 WS-TU-ENTRY OCCURS 700 TIMES.
                   05 WS-TU-FUNC-ID        PIC 9(05).
                   05 WS-TU-DIA            PIC 9(01).
                   05 WS-TU-LOJA           PIC 9(02).
                   05 WS-TU-SECCAO         PIC X(20).
                   05 WS-TU-ENTRADA        PIC 9(04).
                   05 WS-TU-SAIDA          PIC 9(04).
                   05 WS-TU-PAUSA          PIC 9(03).
                   05 WS-TU-MOTIVO         PIC X(01).
                   05 WS-TU-PLANEADO       PIC 9.
                   05 WS-TU-PONTO          PIC 9.
                   05 WS-TU-PON-ENTRADA    PIC 9(04).
                   05 WS-TU-PON-ALM-INI    PIC 9(04).
                   05 WS-TU-PON-ALM-FIM    PIC 9(04).
                   05 WS-TU-PON-SAIDA      PIC 9(04).
                   05 WS-TU-MIN-PLAN       PIC 9(04).
                   05 WS-TU-MIN-REAL       PIC 9(04).

      *-----------------------
      * por loja e hora do dia (1 = 00h ... 24 = 23h): vendas da
      * semana e minutos de presenca planeados e marcados
      *-----------------------
           01 WS-TAB-LOJAS.
               03 WS-LJ-ENTRY OCCURS 99 TIMES.
                   05 WS-LJ-ATIVA          PIC 9.
                   05 WS-LJ-HORA OCCURS 24 TIMES.
                       07 WS-LH-VENDAS     PIC 9(09)V99.
                       07 WS-LH-MIN-PLAN   PIC 9(07).
                       07 WS-LH-MIN-REAL   PIC 9(07).

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
           ACCEPT WS-PATH-ESCALAS FROM ENVIRONMENT "ESCALAS_PATH"
           IF WS-PATH-ESCALAS EQUAL SPACES
               MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\escalas.txt'
                   TO WS-PATH-ESCALAS
           END-IF
           ACCEPT WS-PATH-PONTO FROM ENVIRONMENT "PONTO_PATH"
           IF WS-PATH-PONTO EQUAL SPACES
               MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\ponto.txt'
                   TO WS-PATH-PONTO
           END-IF
           ACCEPT WS-PATH-FUNCIONARIOS FROM ENVIRONMENT
               "FUNCIONARIOS_PATH"
           IF WS-PATH-FUNCIONARIOS EQUAL SPACES
               MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\funcionar.txt'
                   TO WS-PATH-FUNCIONARIOS
           END-IF
           ACCEPT WS-PATH-VENDAS FROM ENVIRONMENT "VENDAS_PATH"
           IF WS-PATH-VENDAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/vendas.txt'
                   TO WS-PATH-VENDAS
           END-IF
           PERFORM VARYING WS-LJ-IDX FROM 1 BY 1 UNTIL WS-LJ-IDX > 99
               MOVE 0 TO WS-LJ-ATIVA (WS-LJ-IDX)
               PERFORM VARYING WS-HORA-IDX FROM 1 BY 1
                   UNTIL WS-HORA-IDX > 24
                   MOVE ZEROS TO WS-LH-VENDAS (WS-LJ-IDX, WS-HORA-IDX)
                   MOVE ZEROS TO WS-LH-MIN-PLAN (WS-LJ-IDX, WS-HORA-IDX)
                   MOVE ZEROS TO WS-LH-MIN-REAL (WS-LJ-IDX, WS-HORA-IDX)
               END-PERFORM
           END-PERFORM
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           DISPLAY '-------//ESCALA E PRODUTIVIDADE DO PESSOAL//-------'
           DISPLAY 'SEMANA - DATA DA SEGUNDA-FEIRA (AAAAMMDD): '
           ACCEPT WS-SEMANA
           DISPLAY 'LOJA (0 = TODAS): '
           ACCEPT WS-SEL-LOJA

           MOVE WS-SEMANA (1:4) TO WS-CONV-ANO
           MOVE WS-SEMANA (5:2) TO WS-CONV-MES
           MOVE WS-SEMANA (7:2) TO WS-CONV-DIA
           PERFORM CONVERTER-DATA-EM-DIAS
           DIVIDE WS-CONV-DIAS BY 7
               GIVING WS-QUOC-SEMANA
               REMAINDER WS-DIA-SEMANA
      *    dia 1 do calendario foi uma segunda-feira
           IF WS-DIA-SEMANA NOT EQUAL 1
               DISPLAY '*** ' WS-SEMANA ' NAO E UMA SEGUNDA-FEIRA ***'
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           MOVE WS-CONV-DIAS TO WS-DIAS-SEGUNDA

           PERFORM CARREGAR-FUNCIONARIOS
           PERFORM CARREGAR-ESCALAS THRU CARREGAR-ESCALAS-FIM
           IF WS-ERRO EQUAL 0
               PERFORM CARREGAR-PONTO THRU CARREGAR-PONTO-FIM
           END-IF
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           PERFORM CARREGAR-VENDAS THRU CARREGAR-VENDAS-FIM
           PERFORM VARYING WS-TU-IDX FROM 1 BY 1
               UNTIL WS-TU-IDX > WS-TU-NUM
               PERFORM CALCULAR-TURNO
           END-PERFORM

           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ESCALA E PRODUTIVIDADE DO PESSOAL - SEMANA DE '
                      DELIMITED BY SIZE
                  WS-SEMANA DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-SEL-LOJA > ZEROS
               STRING 'SO A LOJA ' DELIMITED BY SIZE
                      WS-SEL-LOJA DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           PERFORM ESCREVER-SPOOL

           PERFORM RELATORIO-VARIANCIA
           PERFORM RELATORIO-PRODUTIVIDADE

           IF WS-TOT-EXCECOES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FECHAR-SPOOL
           MOVE WS-TU-NUM TO WS-JOB-REGISTOS
           PERFORM ESCREVER-JOBLEDGER
           STOP RUN.

       CARREGAR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS EQUAL "00"
               MOVE SPACES TO WS-ENDOFF
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FUNCIONARIOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF WS-FN-NUM < 500
                           ADD 1 TO WS-FN-NUM
                           MOVE FUNC-ID TO WS-FN-ID (WS-FN-NUM)
                           MOVE FUNC-NOME TO WS-FN-NOME (WS-FN-NUM)
                           MOVE FUNC-SECCAO TO WS-FN-SECCAO (WS-FN-NUM)
                           MOVE FUNC-HORAS-SEMANAIS
                               TO WS-FN-CONTRATO (WS-FN-NUM)
                           MOVE FUNC-HORA-ALMOCO-INI
                               TO WS-FN-ALMOCO-INI (WS-FN-NUM)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
               MOVE SPACES TO WS-ENDOFF
           ELSE
               DISPLAY ' AVISO: SEM FICHEIRO DE FUNCIONARIOS - FILE '
                   'STATUS: ' WS-FS-FUNCIONARIOS
           END-IF.

      *-----------------------
      * turnos da semana pedida, de todas as lojas: o ponto de um
      * funcionario conta na loja em que esta escalado, mesmo quando
      * so uma loja e pedida
      *-----------------------
       CARREGAR-ESCALAS.
           OPEN INPUT ESCALAS
           IF WS-FS-ESCALAS NOT EQUAL "00"
               DISPLAY '*** ERRO A ABRIR ESCALAS - FILE STATUS: '
                   WS-FS-ESCALAS ' ***'
               MOVE 1 TO WS-ERRO
               GO TO CARREGAR-ESCALAS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ESCALAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF ESC-SEMANA EQUAL WS-SEMANA
                    AND ESC-DIA > 0 AND ESC-DIA < 8
                       MOVE ESC-FUNC-ID TO WS-FUNC-PLAN
                       MOVE ESC-DIA TO WS-DIA
                       PERFORM PROCURAR-TURNO
                       IF WS-TU-IDX <= WS-TU-NUM
                           MOVE ESC-LOJA TO WS-TU-LOJA (WS-TU-IDX)
                           MOVE ESC-SECCAO TO WS-TU-SECCAO (WS-TU-IDX)
                           MOVE ESC-ENTRADA
                               TO WS-TU-ENTRADA (WS-TU-IDX)
                           MOVE ESC-SAIDA TO WS-TU-SAIDA (WS-TU-IDX)
                           MOVE ESC-PAUSA TO WS-TU-PAUSA (WS-TU-IDX)
                           MOVE ESC-MOTIVO TO WS-TU-MOTIVO (WS-TU-IDX)
                           MOVE 1 TO WS-TU-PLANEADO (WS-TU-IDX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ESCALAS
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-ESCALAS-FIM.
           EXIT.

      *-----------------------
      * o turno do funcionario WS-FUNC-PLAN no dia WS-DIA, criado
      * vazio se ainda nao existir (WS-TU-IDX acima de WS-TU-NUM se
      * a tabela encher)
      *-----------------------
       PROCURAR-TURNO.
           PERFORM VARYING WS-TU-IDX FROM 1 BY 1
               UNTIL WS-TU-IDX > WS-TU-NUM
                  OR (WS-TU-FUNC-ID (WS-TU-IDX) EQUAL WS-FUNC-PLAN
                  AND WS-TU-DIA (WS-TU-IDX) EQUAL WS-DIA)
               CONTINUE
           END-PERFORM
           IF WS-TU-IDX > WS-TU-NUM
               IF WS-TU-NUM < 700
                   ADD 1 TO WS-TU-NUM
                   MOVE WS-TU-NUM TO WS-TU-IDX
                   MOVE WS-FUNC-PLAN TO WS-TU-FUNC-ID (WS-TU-IDX)
                   MOVE WS-DIA TO WS-TU-DIA (WS-TU-IDX)
                   MOVE ZEROS TO WS-TU-LOJA (WS-TU-IDX)
                   MOVE SPACES TO WS-TU-SECCAO (WS-TU-IDX)
                   MOVE ZEROS TO WS-TU-ENTRADA (WS-TU-IDX)
                   MOVE ZEROS TO WS-TU-SAIDA (WS-TU-IDX)
                   MOVE ZEROS TO WS-TU-PAUSA (WS-TU-IDX)
                   MOVE SPACE TO WS-TU-MOTIVO (WS-TU-IDX)
                   MOVE 0 TO WS-TU-PLANEADO (WS-TU-IDX)
                   MOVE 0 TO WS-TU-PONTO (WS-TU-IDX)
                   MOVE ZEROS TO WS-TU-PON-ENTRADA (WS-TU-IDX)
                   MOVE ZEROS TO WS-TU-PON-ALM-INI (WS-TU-IDX)
                   MOVE ZEROS TO WS-TU-PON-ALM-FIM (WS-TU-IDX)
                   MOVE ZEROS TO WS-TU-PON-SAIDA (WS-TU-IDX)
                   MOVE ZEROS TO WS-TU-MIN-PLAN (WS-TU-IDX)
                   MOVE ZEROS TO WS-TU-MIN-REAL (WS-TU-IDX)
               ELSE
                   IF WS-TU-CHEIA EQUAL 0
                       DISPLAY '*** TABELA DE TURNOS CHEIA (700) - '
                           'PEDIR POR LOJA ***'
                       MOVE 1 TO WS-TU-CHEIA
                       MOVE 1 TO WS-ERRO
                   END-IF
               END-IF
           END-IF.

      *-----------------------
      * marcacoes da semana; um dia sem turno planeado herda a loja
      * e a seccao de outro dia da escala do funcionario
      *-----------------------
       CARREGAR-PONTO.
           OPEN INPUT PONTO
           IF WS-FS-PONTO NOT EQUAL "00"
               DISPLAY ' AVISO: SEM FICHEIRO DE PONTO - FILE STATUS: '
                   WS-FS-PONTO
               GO TO CARREGAR-PONTO-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ PONTO
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   MOVE PON-DATA TO WS-CONV-DATA
                   PERFORM CONVERTER-DATA-EM-DIAS
                   COMPUTE WS-DIA = WS-CONV-DIAS - WS-DIAS-SEGUNDA + 1
                   IF WS-DIA > 0 AND WS-DIA < 8
                       MOVE PON-FUNC-ID TO WS-FUNC-PLAN
                       PERFORM PROCURAR-TURNO
                       IF WS-TU-IDX <= WS-TU-NUM
                           MOVE 1 TO WS-TU-PONTO (WS-TU-IDX)
                           MOVE PON-ENTRADA
                               TO WS-TU-PON-ENTRADA (WS-TU-IDX)
                           MOVE PON-ALMOCO-INI
                               TO WS-TU-PON-ALM-INI (WS-TU-IDX)
                           MOVE PON-ALMOCO-FIM
                               TO WS-TU-PON-ALM-FIM (WS-TU-IDX)
                           MOVE PON-SAIDA
                               TO WS-TU-PON-SAIDA (WS-TU-IDX)
                           IF WS-TU-PLANEADO (WS-TU-IDX) EQUAL 0
                               PERFORM HERDAR-LOJA-ESCALA
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PONTO
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-PONTO-FIM.
           EXIT.

       HERDAR-LOJA-ESCALA.
           PERFORM VARYING WS-TU-IDX2 FROM 1 BY 1
               UNTIL WS-TU-IDX2 > WS-TU-NUM
               IF WS-TU-FUNC-ID (WS-TU-IDX2) EQUAL WS-FUNC-PLAN
                AND WS-TU-PLANEADO (WS-TU-IDX2) EQUAL 1
                   MOVE WS-TU-LOJA (WS-TU-IDX2)
                       TO WS-TU-LOJA (WS-TU-IDX)
                   MOVE WS-TU-SECCAO (WS-TU-IDX2)
                       TO WS-TU-SECCAO (WS-TU-IDX)
               END-IF
           END-PERFORM
           IF WS-TU-SECCAO (WS-TU-IDX) EQUAL SPACES
               PERFORM VARYING WS-FN-IDX FROM 1 BY 1
                   UNTIL WS-FN-IDX > WS-FN-NUM
                   IF WS-FN-ID (WS-FN-IDX) EQUAL WS-FUNC-PLAN
                       MOVE WS-FN-SECCAO (WS-FN-IDX)
                           TO WS-TU-SECCAO (WS-TU-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------
      * vendas da semana por loja e hora do relogio, sem IVA e sem
      * as devolucoes, como no relatorio de vendas por hora do
      * GESTAO_VENDAS
      *-----------------------
       CARREGAR-VENDAS.
           OPEN INPUT VENDAS
           IF WS-FS-VENDAS NOT EQUAL "00"
               DISPLAY ' AVISO: SEM FICHEIRO DE VENDAS - FILE STATUS: '
                   WS-FS-VENDAS
               GO TO CARREGAR-VENDAS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ VENDAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF DATA-VENDA IS NUMERIC
                    AND COD-LOJA IS NUMERIC
                    AND COD-LOJA > ZEROS
                    AND (WS-SEL-LOJA EQUAL ZEROS
                     OR COD-LOJA EQUAL WS-SEL-LOJA)
                    AND HORA-VENDA (1:2) IS NUMERIC
                    AND PROMO-VENDA NOT EQUAL 'D'
                       PERFORM SOMAR-VENDA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VENDAS
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-VENDAS-FIM.
           EXIT.

       SOMAR-VENDA.
           IF DATA-VENDA NOT EQUAL WS-DATA-ANT
               MOVE DATA-VENDA TO WS-DATA-ANT
               MOVE DATA-VENDA TO WS-CONV-DATA
               PERFORM CONVERTER-DATA-EM-DIAS
               COMPUTE WS-DIA-ANT = WS-CONV-DIAS - WS-DIAS-SEGUNDA + 1
           END-IF
           MOVE HORA-VENDA (1:2) TO WS-HORA
           IF WS-DIA-ANT > 0 AND WS-DIA-ANT < 8 AND WS-HORA < 24
               COMPUTE WS-VALOR-LINHA = QUANT-ARTIGO * UNIT-ARTIGO
               ADD WS-VALOR-LINHA
                   TO WS-LH-VENDAS (COD-LOJA, WS-HORA + 1)
               MOVE 1 TO WS-LJ-ATIVA (COD-LOJA)
           END-IF.

      *-----------------------
      * minutos planeados e marcados de um turno, repartidos pelas
      * horas do dia da loja: a pausa planeada fica no almoco do
      * horario do funcionario quando cabe no turno, senao a meio
      *-----------------------
       CALCULAR-TURNO.
           MOVE WS-TU-LOJA (WS-TU-IDX) TO WS-INT-LOJA
           IF WS-TU-ENTRADA (WS-TU-IDX) > ZEROS
            AND WS-TU-SAIDA (WS-TU-IDX) > WS-TU-ENTRADA (WS-TU-IDX)
               MOVE WS-TU-ENTRADA (WS-TU-IDX) TO WS-HHMM-TRABALHO
               PERFORM CONVERTER-HHMM
               MOVE WS-MIN-REAL TO WS-MIN-ENTRADA
               MOVE WS-TU-SAIDA (WS-TU-IDX) TO WS-HHMM-TRABALHO
               PERFORM CONVERTER-HHMM
               MOVE WS-MIN-REAL TO WS-MIN-SAIDA
               COMPUTE WS-TU-MIN-PLAN (WS-TU-IDX) =
                   WS-MIN-SAIDA - WS-MIN-ENTRADA
               MOVE 'P' TO WS-INT-TIPO
               IF WS-TU-PAUSA (WS-TU-IDX) > ZEROS
                AND WS-TU-PAUSA (WS-TU-IDX) <
                    WS-TU-MIN-PLAN (WS-TU-IDX)
                   SUBTRACT WS-TU-PAUSA (WS-TU-IDX)
                       FROM WS-TU-MIN-PLAN (WS-TU-IDX)
                   MOVE ZEROS TO WS-HHMM-TRABALHO
                   PERFORM VARYING WS-FN-IDX FROM 1 BY 1
                       UNTIL WS-FN-IDX > WS-FN-NUM
                       IF WS-FN-ID (WS-FN-IDX) EQUAL
                          WS-TU-FUNC-ID (WS-TU-IDX)
                           MOVE WS-FN-ALMOCO-INI (WS-FN-IDX)
                               TO WS-HHMM-TRABALHO
                       END-IF
                   END-PERFORM
                   PERFORM CONVERTER-HHMM
                   MOVE WS-MIN-REAL TO WS-MIN-PAUSA-INI
                   IF WS-MIN-PAUSA-INI NOT > WS-MIN-ENTRADA
                    OR WS-MIN-PAUSA-INI + WS-TU-PAUSA (WS-TU-IDX)
                       NOT < WS-MIN-SAIDA
                       COMPUTE WS-MIN-PAUSA-INI = WS-MIN-ENTRADA +
                           WS-TU-MIN-PLAN (WS-TU-IDX) / 2
                   END-IF
                   MOVE WS-MIN-ENTRADA TO WS-INT-INI
                   MOVE WS-MIN-PAUSA-INI TO WS-INT-FIM
                   PERFORM SOMAR-INTERVALO
                   COMPUTE WS-INT-INI =
                       WS-MIN-PAUSA-INI + WS-TU-PAUSA (WS-TU-IDX)
                   MOVE WS-MIN-SAIDA TO WS-INT-FIM
                   PERFORM SOMAR-INTERVALO
               ELSE
                   MOVE WS-MIN-ENTRADA TO WS-INT-INI
                   MOVE WS-MIN-SAIDA TO WS-INT-FIM
                   PERFORM SOMAR-INTERVALO
               END-IF
           END-IF

           IF WS-TU-PONTO (WS-TU-IDX) EQUAL 1
            AND WS-TU-PON-SAIDA (WS-TU-IDX) >
                WS-TU-PON-ENTRADA (WS-TU-IDX)
               MOVE WS-TU-PON-ENTRADA (WS-TU-IDX) TO WS-HHMM-TRABALHO
               PERFORM CONVERTER-HHMM
               MOVE WS-MIN-REAL TO WS-MIN-ENTRADA
               MOVE WS-TU-PON-SAIDA (WS-TU-IDX) TO WS-HHMM-TRABALHO
               PERFORM CONVERTER-HHMM
               MOVE WS-MIN-REAL TO WS-MIN-SAIDA
               MOVE WS-TU-PON-ALM-INI (WS-TU-IDX) TO WS-HHMM-TRABALHO
               PERFORM CONVERTER-HHMM
               MOVE WS-MIN-REAL TO WS-MIN-ALM-INI
               MOVE WS-TU-PON-ALM-FIM (WS-TU-IDX) TO WS-HHMM-TRABALHO
               PERFORM CONVERTER-HHMM
               MOVE WS-MIN-REAL TO WS-MIN-ALM-FIM
               MOVE 'R' TO WS-INT-TIPO
               IF WS-MIN-ALM-INI > WS-MIN-ENTRADA
                AND WS-MIN-ALM-FIM > WS-MIN-ALM-INI
                AND WS-MIN-ALM-FIM < WS-MIN-SAIDA
                   COMPUTE WS-TU-MIN-REAL (WS-TU-IDX) =
                       WS-MIN-SAIDA - WS-MIN-ENTRADA
                       - WS-MIN-ALM-FIM + WS-MIN-ALM-INI
                   MOVE WS-MIN-ENTRADA TO WS-INT-INI
                   MOVE WS-MIN-ALM-INI TO WS-INT-FIM
                   PERFORM SOMAR-INTERVALO
                   MOVE WS-MIN-ALM-FIM TO WS-INT-INI
                   MOVE WS-MIN-SAIDA TO WS-INT-FIM
                   PERFORM SOMAR-INTERVALO
               ELSE
                   COMPUTE WS-TU-MIN-REAL (WS-TU-IDX) =
                       WS-MIN-SAIDA - WS-MIN-ENTRADA
                   MOVE WS-MIN-ENTRADA TO WS-INT-INI
                   MOVE WS-MIN-SAIDA TO WS-INT-FIM
                   PERFORM SOMAR-INTERVALO
               END-IF
           END-IF.

      *-----------------------
      * soma os minutos do intervalo [WS-INT-INI, WS-INT-FIM) as
      * horas do dia da loja WS-INT-LOJA, planeados ('P') ou
      * marcados ('R'); sem loja nao ha onde somar
      *-----------------------
       SOMAR-INTERVALO.
           IF WS-INT-LOJA > ZEROS
            AND (WS-SEL-LOJA EQUAL ZEROS
             OR WS-INT-LOJA EQUAL WS-SEL-LOJA)
            AND WS-INT-FIM > WS-INT-INI
               MOVE 1 TO WS-LJ-ATIVA (WS-INT-LOJA)
               COMPUTE WS-INT-H1 = WS-INT-INI / 60
               COMPUTE WS-INT-H2 = (WS-INT-FIM - 1) / 60
               IF WS-INT-H2 > 23
                   MOVE 23 TO WS-INT-H2
               END-IF
               PERFORM VARYING WS-HORA FROM WS-INT-H1 BY 1
                   UNTIL WS-HORA > WS-INT-H2
                   COMPUTE WS-INT-LO = WS-HORA * 60
                   IF WS-INT-INI > WS-INT-LO
                       MOVE WS-INT-INI TO WS-INT-LO
                   END-IF
                   COMPUTE WS-INT-HI = WS-HORA * 60 + 60
                   IF WS-INT-FIM < WS-INT-HI
                       MOVE WS-INT-FIM TO WS-INT-HI
                   END-IF
                   IF WS-INT-TIPO EQUAL 'P'
                       COMPUTE WS-LH-MIN-PLAN (WS-INT-LOJA, WS-HORA + 1)
                           = WS-LH-MIN-PLAN (WS-INT-LOJA, WS-HORA + 1)
                           + WS-INT-HI - WS-INT-LO
                   ELSE
                       COMPUTE WS-LH-MIN-REAL (WS-INT-LOJA, WS-HORA + 1)
                           = WS-LH-MIN-REAL (WS-INT-LOJA, WS-HORA + 1)
                           + WS-INT-HI - WS-INT-LO
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------
      * planeado contra ponto, por loja e funcionario, com os dias
      * fora do previsto: falta a um turno, ponto em dia de folga ou
      * de ausencia, e desvio acima da tolerancia
      *-----------------------
       RELATORIO-VARIANCIA.
           MOVE 'ESCALA PLANEADA CONTRA PONTO' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ZEROS TO WS-TOT-PLAN
           MOVE ZEROS TO WS-TOT-REAL
           PERFORM VARYING WS-LJ-IDX FROM 1 BY 1 UNTIL WS-LJ-IDX > 99
               IF WS-SEL-LOJA EQUAL ZEROS
                OR WS-LJ-IDX EQUAL WS-SEL-LOJA
                   PERFORM VARIANCIA-LOJA
               END-IF
           END-PERFORM
           IF WS-SEL-LOJA EQUAL ZEROS
               MOVE ZEROS TO WS-LJ-IDX
               PERFORM VARIANCIA-LOJA
           END-IF
           MOVE 'TOTAL' TO WS-SPOOL-LINHA
           MOVE WS-TOT-PLAN TO WS-LINHA-PLAN
           MOVE WS-TOT-REAL TO WS-LINHA-REAL
           PERFORM EDITAR-HORAS-LINHA
           PERFORM ESCREVER-SPOOL
           STRING '  DIAS FORA DO PREVISTO: ' DELIMITED BY SIZE
                  WS-TOT-EXCECOES DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL.

      *    uma loja (0 = ponto sem escala na semana)
       VARIANCIA-LOJA.
           MOVE ZEROS TO WS-LOJA-PLAN
           MOVE ZEROS TO WS-LOJA-REAL
           PERFORM VARYING WS-TU-IDX FROM 1 BY 1
               UNTIL WS-TU-IDX > WS-TU-NUM
               IF WS-TU-LOJA (WS-TU-IDX) EQUAL WS-LJ-IDX
                   ADD WS-TU-MIN-PLAN (WS-TU-IDX) TO WS-LOJA-PLAN
                   ADD WS-TU-MIN-REAL (WS-TU-IDX) TO WS-LOJA-REAL
               END-IF
           END-PERFORM
           IF WS-LOJA-PLAN > ZEROS OR WS-LOJA-REAL > ZEROS
               IF WS-LJ-IDX EQUAL ZEROS
                   MOVE 'PONTO SEM ESCALA NA SEMANA' TO WS-SPOOL-LINHA
               ELSE
                   STRING 'LOJA ' DELIMITED BY SIZE
                          WS-LJ-IDX (2:2) DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
               END-IF
               PERFORM ESCREVER-SPOOL
               MOVE '  FUNC  NOME                 SECCAO               '
                   TO WS-SPOOL-LINHA
               MOVE 'CONTRATO  PLANEADO     PONTO  DIFERENCA'
                   TO WS-SPOOL-LINHA (52:)
               PERFORM ESCREVER-SPOOL
               PERFORM VARYING WS-TU-IDX FROM 1 BY 1
                   UNTIL WS-TU-IDX > WS-TU-NUM
                   IF WS-TU-LOJA (WS-TU-IDX) EQUAL WS-LJ-IDX
                       PERFORM VARIANCIA-FUNCIONARIO
                   END-IF
               END-PERFORM
               MOVE '  TOTAL DA LOJA' TO WS-SPOOL-LINHA
               MOVE WS-LOJA-PLAN TO WS-LINHA-PLAN
               MOVE WS-LOJA-REAL TO WS-LINHA-REAL
               PERFORM EDITAR-HORAS-LINHA
               PERFORM ESCREVER-SPOOL
               PERFORM ESCREVER-SPOOL
               ADD WS-LOJA-PLAN TO WS-TOT-PLAN
               ADD WS-LOJA-REAL TO WS-TOT-REAL
           END-IF.

      *    um funcionario da loja, na primeira vez que aparece nela
       VARIANCIA-FUNCIONARIO.
           MOVE 0 TO WS-REPETIDO
           PERFORM VARYING WS-TU-IDX2 FROM 1 BY 1
               UNTIL WS-TU-IDX2 >= WS-TU-IDX
               IF WS-TU-LOJA (WS-TU-IDX2) EQUAL WS-LJ-IDX
                AND WS-TU-FUNC-ID (WS-TU-IDX2) EQUAL
                    WS-TU-FUNC-ID (WS-TU-IDX)
                   MOVE 1 TO WS-REPETIDO
               END-IF
           END-PERFORM
           IF WS-REPETIDO EQUAL 0
               MOVE ZEROS TO WS-FUNC-PLAN
               MOVE ZEROS TO WS-FUNC-REAL
               PERFORM VARYING WS-TU-IDX2 FROM WS-TU-IDX BY 1
                   UNTIL WS-TU-IDX2 > WS-TU-NUM
                   IF WS-TU-LOJA (WS-TU-IDX2) EQUAL WS-LJ-IDX
                    AND WS-TU-FUNC-ID (WS-TU-IDX2) EQUAL
                        WS-TU-FUNC-ID (WS-TU-IDX)
                       ADD WS-TU-MIN-PLAN (WS-TU-IDX2) TO WS-FUNC-PLAN
                       ADD WS-TU-MIN-REAL (WS-TU-IDX2) TO WS-FUNC-REAL
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-TEXTO
               MOVE ZEROS TO WS-CONTRATO-EDIT
               PERFORM VARYING WS-FN-IDX FROM 1 BY 1
                   UNTIL WS-FN-IDX > WS-FN-NUM
                   IF WS-FN-ID (WS-FN-IDX) EQUAL
                      WS-TU-FUNC-ID (WS-TU-IDX)
                       MOVE WS-FN-NOME (WS-FN-IDX) TO WS-TEXTO
                       MOVE WS-FN-CONTRATO (WS-FN-IDX)
                           TO WS-CONTRATO-EDIT
                   END-IF
               END-PERFORM
               MOVE WS-TU-FUNC-ID (WS-TU-IDX) TO WS-SPOOL-LINHA (3:5)
               MOVE WS-TEXTO (1:20) TO WS-SPOOL-LINHA (9:20)
               MOVE WS-TU-SECCAO (WS-TU-IDX) TO WS-SPOOL-LINHA (30:20)
               MOVE WS-CONTRATO-EDIT TO WS-SPOOL-LINHA (58:2)
               MOVE WS-FUNC-PLAN TO WS-LINHA-PLAN
               MOVE WS-FUNC-REAL TO WS-LINHA-REAL
               PERFORM EDITAR-HORAS-LINHA
               PERFORM ESCREVER-SPOOL
               PERFORM VARYING WS-TU-IDX2 FROM WS-TU-IDX BY 1
                   UNTIL WS-TU-IDX2 > WS-TU-NUM
                   IF WS-TU-LOJA (WS-TU-IDX2) EQUAL WS-LJ-IDX
                    AND WS-TU-FUNC-ID (WS-TU-IDX2) EQUAL
                        WS-TU-FUNC-ID (WS-TU-IDX)
                       PERFORM VARIANCIA-DIA
                   END-IF
               END-PERFORM
           END-IF.

       VARIANCIA-DIA.
           MOVE SPACES TO WS-TEXTO
           EVALUATE TRUE
               WHEN WS-TU-PONTO (WS-TU-IDX2) EQUAL 1
                AND WS-TU-PON-SAIDA (WS-TU-IDX2) NOT >
                    WS-TU-PON-ENTRADA (WS-TU-IDX2)
                   MOVE 'PONTO INCOMPLETO' TO WS-TEXTO
               WHEN WS-TU-PONTO (WS-TU-IDX2) EQUAL 1
                AND WS-TU-PLANEADO (WS-TU-IDX2) EQUAL 0
                   MOVE 'PONTO SEM TURNO NA ESCALA' TO WS-TEXTO
               WHEN WS-TU-PONTO (WS-TU-IDX2) EQUAL 1
                AND WS-TU-MOTIVO (WS-TU-IDX2) NOT EQUAL SPACE
                   STRING 'PONTO EM DIA DE AUSENCIA (' DELIMITED BY SIZE
                          WS-TU-MOTIVO (WS-TU-IDX2) DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO WS-TEXTO
                   END-STRING
               WHEN WS-TU-PONTO (WS-TU-IDX2) EQUAL 1
                AND WS-TU-MIN-PLAN (WS-TU-IDX2) EQUAL ZEROS
                   MOVE 'TRABALHOU EM DIA DE FOLGA' TO WS-TEXTO
               WHEN WS-TU-PONTO (WS-TU-IDX2) EQUAL 0
                AND WS-TU-MIN-PLAN (WS-TU-IDX2) > ZEROS
                   MOVE 'FALTA - TURNO SEM PONTO' TO WS-TEXTO
               WHEN OTHER
                   COMPUTE WS-DESVIO = WS-TU-MIN-REAL (WS-TU-IDX2)
                       - WS-TU-MIN-PLAN (WS-TU-IDX2)
                   IF WS-DESVIO > WS-TOLERANCIA-MINUTOS
                       MOVE 'PONTO ACIMA DO PLANEADO' TO WS-TEXTO
                   END-IF
                   IF WS-DESVIO < 0 - WS-TOLERANCIA-MINUTOS
                       MOVE 'PONTO ABAIXO DO PLANEADO' TO WS-TEXTO
                   END-IF
           END-EVALUATE
           IF WS-TEXTO NOT EQUAL SPACES
               ADD 1 TO WS-TOT-EXCECOES
               MOVE '        ' TO WS-SPOOL-LINHA
               MOVE WS-NOME-DIA (WS-TU-DIA (WS-TU-IDX2))
                   TO WS-SPOOL-LINHA (9:3)
               MOVE ':' TO WS-SPOOL-LINHA (12:1)
               MOVE WS-TEXTO TO WS-SPOOL-LINHA (14:30)
               MOVE WS-TU-MIN-PLAN (WS-TU-IDX2) TO WS-LINHA-PLAN
               MOVE WS-TU-MIN-REAL (WS-TU-IDX2) TO WS-LINHA-REAL
               PERFORM EDITAR-HORAS-LINHA
               PERFORM ESCREVER-SPOOL
           END-IF.

      *    planeado, ponto e diferenca (em horas) de WS-LINHA-PLAN e
      *    WS-LINHA-REAL (em minutos) nas colunas da linha
       EDITAR-HORAS-LINHA.
           COMPUTE WS-HORAS-EDIT ROUNDED = WS-LINHA-PLAN / 60
           MOVE WS-HORAS-EDIT TO WS-SPOOL-LINHA (63:7)
           COMPUTE WS-HORAS-EDIT-2 ROUNDED = WS-LINHA-REAL / 60
           MOVE WS-HORAS-EDIT-2 TO WS-SPOOL-LINHA (73:7)
           COMPUTE WS-DESVIO = WS-LINHA-REAL - WS-LINHA-PLAN
           COMPUTE WS-DESVIO-EDIT ROUNDED = WS-DESVIO / 60
           MOVE WS-DESVIO-EDIT TO WS-SPOOL-LINHA (82:8).

      *-----------------------
      * vendas por hora de presenca, por loja e hora do dia: a base
      * e o ponto, ou a escala se a semana ainda nao tiver ponto; o
      * indice compara cada hora com a media da loja na semana
      *-----------------------
       RELATORIO-PRODUTIVIDADE.
           MOVE 'PRODUTIVIDADE - VENDAS POR HORA DE PRESENCA'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ZEROS TO WS-TOT-VENDAS
           MOVE ZEROS TO WS-TOT-PLAN
           MOVE ZEROS TO WS-TOT-REAL
           PERFORM VARYING WS-LJ-IDX FROM 1 BY 1 UNTIL WS-LJ-IDX > 99
               IF WS-LJ-ATIVA (WS-LJ-IDX) EQUAL 1
                   PERFORM PRODUTIVIDADE-LOJA
               END-IF
           END-PERFORM

           MOVE 'RESUMO POR LOJA' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE '  LOJA          VENDAS   HORAS  VENDAS/H  INDICE'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           IF WS-TOT-REAL > ZEROS
               COMPUTE WS-MEDIA-EMPRESA ROUNDED =
                   WS-TOT-VENDAS * 60 / WS-TOT-REAL
           ELSE
               MOVE ZEROS TO WS-MEDIA-EMPRESA
           END-IF
           PERFORM VARYING WS-LJ-IDX FROM 1 BY 1 UNTIL WS-LJ-IDX > 99
               IF WS-LJ-ATIVA (WS-LJ-IDX) EQUAL 1
                   PERFORM RESUMO-LOJA
               END-IF
           END-PERFORM
           MOVE 'TOTAL' TO WS-SPOOL-LINHA
           MOVE WS-TOT-VENDAS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (7:14)
           COMPUTE WS-HORAS-EDIT ROUNDED = WS-TOT-REAL / 60
           MOVE WS-HORAS-EDIT TO WS-SPOOL-LINHA (22:7)
           MOVE WS-MEDIA-EMPRESA TO WS-VPH-EDIT
           MOVE WS-VPH-EDIT TO WS-SPOOL-LINHA (30:9)
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           STRING 'HORAS SEM PESSOAL: ' DELIMITED BY SIZE
                  WS-TOT-SEM-PESSOAL DELIMITED BY SIZE
                  '   A PRECISAR DE PESSOAL: ' DELIMITED BY SIZE
                  WS-TOT-FALTA-PESSOAL DELIMITED BY SIZE
                  '   COM PESSOAL A MAIS: ' DELIMITED BY SIZE
                  WS-TOT-PESSOAL-MAIS DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

       PRODUTIVIDADE-LOJA.
           MOVE ZEROS TO WS-LOJA-VENDAS
           MOVE ZEROS TO WS-LOJA-PLAN
           MOVE ZEROS TO WS-LOJA-REAL
           PERFORM VARYING WS-HORA-IDX FROM 1 BY 1
               UNTIL WS-HORA-IDX > 24
               ADD WS-LH-VENDAS (WS-LJ-IDX, WS-HORA-IDX)
                   TO WS-LOJA-VENDAS
               ADD WS-LH-MIN-PLAN (WS-LJ-IDX, WS-HORA-IDX)
                   TO WS-LOJA-PLAN
               ADD WS-LH-MIN-REAL (WS-LJ-IDX, WS-HORA-IDX)
                   TO WS-LOJA-REAL
           END-PERFORM
           IF WS-LOJA-REAL > ZEROS
               MOVE 'R' TO WS-BASE
               MOVE WS-LOJA-REAL TO WS-MINUTOS-LOJA
           ELSE
               MOVE 'P' TO WS-BASE
               MOVE WS-LOJA-PLAN TO WS-MINUTOS-LOJA
           END-IF
           IF WS-MINUTOS-LOJA > ZEROS
               COMPUTE WS-MEDIA-LOJA ROUNDED =
                   WS-LOJA-VENDAS * 60 / WS-MINUTOS-LOJA
           ELSE
               MOVE ZEROS TO WS-MEDIA-LOJA
           END-IF

           STRING 'LOJA ' DELIMITED BY SIZE
                  WS-LJ-IDX (2:2) DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           IF WS-BASE EQUAL 'P'
               MOVE '(SEM PONTO NA SEMANA - BASE NA ESCALA)'
                   TO WS-SPOOL-LINHA (9:)
           END-IF
           PERFORM ESCREVER-SPOOL
           MOVE '  HORA          VENDAS  H.PLAN H.PONTO  VENDAS/H  '
               TO WS-SPOOL-LINHA
           MOVE 'INDICE' TO WS-SPOOL-LINHA (51:)
           PERFORM ESCREVER-SPOOL
           PERFORM VARYING WS-HORA-IDX FROM 1 BY 1
               UNTIL WS-HORA-IDX > 24
               IF WS-LH-VENDAS (WS-LJ-IDX, WS-HORA-IDX) > ZEROS
                OR WS-LH-MIN-PLAN (WS-LJ-IDX, WS-HORA-IDX) > ZEROS
                OR WS-LH-MIN-REAL (WS-LJ-IDX, WS-HORA-IDX) > ZEROS
                   PERFORM PRODUTIVIDADE-HORA
               END-IF
           END-PERFORM
           MOVE 'TOTAL' TO WS-SPOOL-LINHA
           MOVE WS-LOJA-VENDAS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (7:14)
           COMPUTE WS-HORAS-EDIT ROUNDED = WS-LOJA-PLAN / 60
           MOVE WS-HORAS-EDIT TO WS-SPOOL-LINHA (22:7)
           COMPUTE WS-HORAS-EDIT-2 ROUNDED = WS-LOJA-REAL / 60
           MOVE WS-HORAS-EDIT-2 TO WS-SPOOL-LINHA (30:7)
           MOVE WS-MEDIA-LOJA TO WS-VPH-EDIT
           MOVE WS-VPH-EDIT TO WS-SPOOL-LINHA (39:9)
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           ADD WS-LOJA-VENDAS TO WS-TOT-VENDAS
           ADD WS-MINUTOS-LOJA TO WS-TOT-REAL.

       PRODUTIVIDADE-HORA.
           COMPUTE WS-HORA = WS-HORA-IDX - 1
           MOVE WS-HORA TO WS-SPOOL-LINHA (3:2)
           MOVE 'H' TO WS-SPOOL-LINHA (5:1)
           MOVE WS-LH-VENDAS (WS-LJ-IDX, WS-HORA-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (7:14)
           COMPUTE WS-HORAS-EDIT ROUNDED =
               WS-LH-MIN-PLAN (WS-LJ-IDX, WS-HORA-IDX) / 60
           MOVE WS-HORAS-EDIT TO WS-SPOOL-LINHA (22:7)
           COMPUTE WS-HORAS-EDIT-2 ROUNDED =
               WS-LH-MIN-REAL (WS-LJ-IDX, WS-HORA-IDX) / 60
           MOVE WS-HORAS-EDIT-2 TO WS-SPOOL-LINHA (30:7)
           IF WS-BASE EQUAL 'R'
               MOVE WS-LH-MIN-REAL (WS-LJ-IDX, WS-HORA-IDX)
                   TO WS-MINUTOS-BASE
           ELSE
               MOVE WS-LH-MIN-PLAN (WS-LJ-IDX, WS-HORA-IDX)
                   TO WS-MINUTOS-BASE
           END-IF
           IF WS-MINUTOS-BASE EQUAL ZEROS
               IF WS-LH-VENDAS (WS-LJ-IDX, WS-HORA-IDX) > ZEROS
                   ADD 1 TO WS-TOT-SEM-PESSOAL
                   MOVE 'VENDAS SEM PESSOAL' TO WS-SPOOL-LINHA (59:)
               END-IF
           ELSE
               COMPUTE WS-VENDAS-HORA ROUNDED =
                   WS-LH-VENDAS (WS-LJ-IDX, WS-HORA-IDX) * 60
                   / WS-MINUTOS-BASE
               MOVE WS-VENDAS-HORA TO WS-VPH-EDIT
               MOVE WS-VPH-EDIT TO WS-SPOOL-LINHA (39:9)
               IF WS-MEDIA-LOJA > ZEROS
                   COMPUTE WS-INDICE ROUNDED =
                       WS-VENDAS-HORA * 100 / WS-MEDIA-LOJA
                   MOVE WS-INDICE TO WS-INDICE-EDIT
                   MOVE WS-INDICE-EDIT TO WS-SPOOL-LINHA (51:5)
                   IF WS-INDICE > WS-LIMITE-FALTA-PESSOAL
                       ADD 1 TO WS-TOT-FALTA-PESSOAL
                       MOVE 'POUCO PESSOAL PARA AS VENDAS'
                           TO WS-SPOOL-LINHA (59:)
                   END-IF
                   IF WS-INDICE < WS-LIMITE-PESSOAL-MAIS
                       ADD 1 TO WS-TOT-PESSOAL-MAIS
                       MOVE 'PESSOAL A MAIS PARA AS VENDAS'
                           TO WS-SPOOL-LINHA (59:)
                   END-IF
               END-IF
           END-IF
           PERFORM ESCREVER-SPOOL.

       RESUMO-LOJA.
           MOVE ZEROS TO WS-LOJA-VENDAS
           MOVE ZEROS TO WS-LOJA-PLAN
           MOVE ZEROS TO WS-LOJA-REAL
           PERFORM VARYING WS-HORA-IDX FROM 1 BY 1
               UNTIL WS-HORA-IDX > 24
               ADD WS-LH-VENDAS (WS-LJ-IDX, WS-HORA-IDX)
                   TO WS-LOJA-VENDAS
               ADD WS-LH-MIN-PLAN (WS-LJ-IDX, WS-HORA-IDX)
                   TO WS-LOJA-PLAN
               ADD WS-LH-MIN-REAL (WS-LJ-IDX, WS-HORA-IDX)
                   TO WS-LOJA-REAL
           END-PERFORM
           IF WS-LOJA-REAL > ZEROS
               MOVE WS-LOJA-REAL TO WS-MINUTOS-BASE
           ELSE
               MOVE WS-LOJA-PLAN TO WS-MINUTOS-BASE
           END-IF
           MOVE WS-LJ-IDX (2:2) TO WS-SPOOL-LINHA (3:2)
           MOVE WS-LOJA-VENDAS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (7:14)
           COMPUTE WS-HORAS-EDIT ROUNDED = WS-MINUTOS-BASE / 60
           MOVE WS-HORAS-EDIT TO WS-SPOOL-LINHA (22:7)
           IF WS-MINUTOS-BASE > ZEROS
               COMPUTE WS-VENDAS-HORA ROUNDED =
                   WS-LOJA-VENDAS * 60 / WS-MINUTOS-BASE
               MOVE WS-VENDAS-HORA TO WS-VPH-EDIT
               MOVE WS-VPH-EDIT TO WS-SPOOL-LINHA (30:9)
               IF WS-MEDIA-EMPRESA > ZEROS
                   COMPUTE WS-INDICE ROUNDED =
                       WS-VENDAS-HORA * 100 / WS-MEDIA-EMPRESA
                   MOVE WS-INDICE TO WS-INDICE-EDIT
                   MOVE WS-INDICE-EDIT TO WS-SPOOL-LINHA (41:5)
               END-IF
           ELSE
               MOVE 'VENDAS SEM PESSOAL' TO WS-SPOOL-LINHA (30:)
           END-IF
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * converte WS-HHMM-TRABALHO (HHMM) em minutos, em WS-MIN-REAL
      *-----------------------
       CONVERTER-HHMM.
           DIVIDE WS-HHMM-TRABALHO BY 100
               GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-MIN-REAL = WS-HH * 60 + WS-MM.

      *-----------------------
      * converte uma data AAAAMMDD em dias corridos, para o dia da
      * semana e para subtrair datas, como no DADOS_FUNCIONARIOS
      *-----------------------
       CONVERTER-DATA-EM-DIAS.
           COMPUTE WS-CONV-ANOS-COMPLETOS = WS-CONV-ANO - 1
           COMPUTE WS-CONV-QUOC-4   = WS-CONV-ANOS-COMPLETOS / 4
           COMPUTE WS-CONV-QUOC-100 = WS-CONV-ANOS-COMPLETOS / 100
           COMPUTE WS-CONV-QUOC-400 = WS-CONV-ANOS-COMPLETOS / 400
           COMPUTE WS-CONV-DIAS =
               (WS-CONV-ANOS-COMPLETOS * 365)
               + WS-CONV-QUOC-4
               - WS-CONV-QUOC-100
               + WS-CONV-QUOC-400

           EVALUATE WS-CONV-MES
               WHEN 01 ADD 0   TO WS-CONV-DIAS
               WHEN 02 ADD 31  TO WS-CONV-DIAS
               WHEN 03 ADD 59  TO WS-CONV-DIAS
               WHEN 04 ADD 90  TO WS-CONV-DIAS
               WHEN 05 ADD 120 TO WS-CONV-DIAS
               WHEN 06 ADD 151 TO WS-CONV-DIAS
               WHEN 07 ADD 181 TO WS-CONV-DIAS
               WHEN 08 ADD 212 TO WS-CONV-DIAS
               WHEN 09 ADD 243 TO WS-CONV-DIAS
               WHEN 10 ADD 273 TO WS-CONV-DIAS
               WHEN 11 ADD 304 TO WS-CONV-DIAS
               WHEN 12 ADD 334 TO WS-CONV-DIAS
           END-EVALUATE

           IF WS-CONV-MES > 2
               DIVIDE WS-CONV-ANO BY 4
                   GIVING WS-CONV-QUOC-BISSEXTO
                   REMAINDER WS-CONV-BISSEXTO
               IF WS-CONV-BISSEXTO EQUAL 0
                   DIVIDE WS-CONV-ANO BY 100
                       GIVING WS-CONV-QUOC-BISSEXTO
                       REMAINDER WS-CONV-BISSEXTO
                   IF WS-CONV-BISSEXTO NOT EQUAL 0
                       ADD 1 TO WS-CONV-DIAS
                   ELSE
                       DIVIDE WS-CONV-ANO BY 400
                           GIVING WS-CONV-QUOC-BISSEXTO
                           REMAINDER WS-CONV-BISSEXTO
                       IF WS-CONV-BISSEXTO EQUAL 0
                           ADD 1 TO WS-CONV-DIAS
                       END-IF
                   END-IF
               END-IF
           END-IF

           ADD WS-CONV-DIA TO WS-CONV-DIAS.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'PRODLAB.' DELIMITED BY SIZE
                  WS-SEMANA DELIMITED BY SIZE
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
           MOVE 'PROD_PESSOAL' TO JOB-PROGRAMA
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

       END PROGRAM PRODUTIVIDADE_PESSOAL.
