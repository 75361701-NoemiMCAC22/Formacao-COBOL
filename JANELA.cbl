      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Analise semanal do livro de execucoes (JOBLEDGER):
      *          por programa, tempo de execucao e registos medios,
      *          minimos e maximos dos ultimos N dias de negocio, com
      *          a ultima noite assinalada quando sai desse
      *          intervalo; a duracao da janela noturna dia a dia,
      *          com a tendencia e a margem ate a abertura das lojas;
      *          e o caminho critico pelos passos do FECHODIA_NOTURNO
      *          (corridos em serie, pela ordem do script) - escrito
      *          num spool datado como as outras listagens
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISE_JANELA.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBLEDGER ASSIGN TO
           WS-PATH-JOBLEDGER
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-JOBLEDGER.
           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DATAPROC.
           SELECT SPOOL ASSIGN TO
           WS-PATH-SPOOL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-SPOOL.
           DATA DIVISION.
           FILE SECTION.
       FD JOBLEDGER.
           01 JOBLEDGER-REG.
               03 JOB-PROGRAMA            PIC X(12).
               03 JOB-DATA                PIC 9(08).
               03 JOB-HORA-INICIO         PIC X(08).
               03 JOB-HORA-FIM            PIC X(08).
               03 JOB-REGISTOS            PIC 9(07).
               03 JOB-RC                  PIC 9(02).

       FD DATAPROC.
           01 DATAPROC-REG.
               03 DP-DATA                 PIC 9(08).
               03 DP-ESTADO               PIC X(01).

       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-FS-JOBLEDGER          PIC XX.
       77 WS-FS-DATAPROC           PIC XX.
       77 WS-FS-SPOOL              PIC XX.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-DATA-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.

      *-----------------------
      * dias pedidos, hora de abertura das lojas e folga do
      * intervalo normal: uma percentagem da media do historico,
      * com um minimo de segundos nos tempos
      *-----------------------
       77 WS-DIAS-PEDIDOS          PIC 9(02).
       77 WS-DIAS-OMISSAO          PIC 9(02) VALUE 20.
       77 WS-DIAS-MAXIMO           PIC 9(02) VALUE 30.
           01 WS-HORA-ABERTURA         PIC 9(04).
           01 WS-HORA-ABERTURA-R REDEFINES WS-HORA-ABERTURA.
               03 WS-ABERTURA-HH       PIC 9(02).
               03 WS-ABERTURA-MM       PIC 9(02).
       77 WS-ABERTURA-OMISSAO      PIC 9(04) VALUE 0900.
       77 WS-ABERTURA-SEG          PIC 9(06).
       77 WS-FOLGA-SEGUNDOS        PIC 9(03) VALUE 60.
       77 WS-FOLGA-PCT             PIC 9(02) VALUE 10.
       77 WS-FOLGA                 PIC 9(09).
       77 WS-MIN-DIAS-HISTORICO    PIC 9(02) VALUE 3.

      *-----------------------
      * passos do FECHODIA_NOTURNO pela ordem do script, com o nome
      * com que cada um grava o livro (CONSUMO_GAS e FECHO_DIA nao
      * gravam linha - o seu tempo aparece como espera antes do
      * passo seguinte). O FATURA_CLIENTE corre duas vezes com o
      * mesmo nome (listagem e impressao dos documentos): conta a
      * primeira linha da noite e a impressao aparece como espera
      * antes da EXPEDICAO
      *-----------------------
           01 WS-PASSOS-NOTURNOS.
               03 FILLER                  PIC X(36)
                   VALUE 'BACKUP_MESTRVALIDA_FICH LER_ORDENAR '.
               03 FILLER                  PIC X(36)
                   VALUE 'GESTAO_VENDAVENDAS_LIBR FATURA_CLIEN'.
               03 FILLER                  PIC X(36)
                   VALUE 'CONSUMO_GAS PENALIZA_GASFECHO_DIA   '.
               03 FILLER                  PIC X(36)
                   VALUE 'TESOURARIA  LANC_CONTAB AUDITA_TICK '.
               03 FILLER                  PIC X(24)
                   VALUE 'ETIQUETAS   EXPEDICAO   '.
           01 WS-PASSOS-NOTURNOS-R REDEFINES WS-PASSOS-NOTURNOS.
               03 WS-PASSO-NOME OCCURS 14 TIMES PIC X(12).
       77 WS-NUM-PASSOS            PIC 9(02) VALUE 14.
       77 WS-PS-IDX                PIC 9(02).

      *-----------------------
      * ultimos dias de negocio do livro ate a data de negocio
      * (o ultimo e a ultima noite, os anteriores o historico), com
      * o inicio e o fim da janela noturna em segundos desde a meia
      * noite do dia (depois da meia noite soma-se um dia)
      *-----------------------
           01 WS-TAB-DIAS.
               03 WS-DIA-ENTRY OCCURS 31 TIMES.
                   05 WS-DIA-DATA          PIC 9(08).
                   05 WS-DIA-TEM-REF       PIC 9(01).
                   05 WS-DIA-REF           PIC 9(06).
                   05 WS-DIA-INICIO        PIC 9(06).
                   05 WS-DIA-FIM           PIC 9(06).
                   05 WS-DIA-PASSOS        PIC 9(03).
                   05 WS-DIA-REGISTOS      PIC 9(09).
       77 WS-NUM-DIAS              PIC 9(02) VALUE ZEROS.
       77 WS-MAX-DIAS              PIC 9(02).
       77 WS-DIA                   PIC 9(02).
       77 WS-ULTIMO                PIC 9(02).
       77 WS-POS                   PIC 9(02).
       77 WS-FIM-PROCURA           PIC 9(01).

      *-----------------------
      * execucoes por programa e dia: a ultima linha do dia e a que
      * vale (um rerun depois de uma falha substitui a falhada)
      *-----------------------
           01 WS-TAB-PROGRAMAS.
               03 WS-PG-ENTRY OCCURS 40 TIMES.
                   05 WS-PG-NOME           PIC X(12).
                   05 WS-PG-PASSO          PIC 9(02).
                   05 WS-PG-FALHAS         PIC 9(03).
                   05 WS-PG-DIA OCCURS 31 TIMES.
                       07 WS-PD-TEM        PIC 9(01).
                       07 WS-PD-INICIO     PIC 9(06).
                       07 WS-PD-DURACAO    PIC 9(06).
                       07 WS-PD-REGISTOS   PIC 9(07).
                       07 WS-PD-RC         PIC 9(02).
       77 WS-NUM-PROGRAMAS         PIC 9(02) VALUE ZEROS.
       77 WS-PG                    PIC 9(02).
       77 WS-PROGRAMAS-EXCEDIDOS   PIC 9(05) VALUE ZEROS.

      *    hora do livro (HHMMSSCC de ACCEPT FROM TIME)
           01 WS-HORA-X                PIC X(08).
           01 WS-HORA-R REDEFINES WS-HORA-X.
               03 WS-HORA-HH           PIC 9(02).
               03 WS-HORA-MM           PIC 9(02).
               03 WS-HORA-SS           PIC 9(02).
               03 WS-HORA-CC           PIC 9(02).
       77 WS-SEGUNDOS              PIC 9(06).
       77 WS-SEG-INICIO            PIC 9(06).
       77 WS-SEG-FIM               PIC 9(06).
       77 WS-HORA-OK               PIC 9(01).

      *-----------------------
      * estatisticas de um programa ou da janela
      *-----------------------
       77 WS-ST-DIAS               PIC 9(02).
       77 WS-ST-DUR-SOMA           PIC 9(09).
       77 WS-ST-DUR-MEDIA          PIC 9(06).
       77 WS-ST-DUR-MIN            PIC 9(06).
       77 WS-ST-DUR-MAX            PIC 9(06).
       77 WS-ST-REG-SOMA           PIC 9(11).
       77 WS-ST-REG-MEDIA          PIC 9(09).
       77 WS-ST-REG-MIN            PIC 9(09).
       77 WS-ST-REG-MAX            PIC 9(09).
       77 WS-ST-DUR-ULTIMA         PIC 9(06).
       77 WS-ST-REG-ULTIMA         PIC 9(09).
       77 WS-ST-TEM-ULTIMA         PIC 9(01).
       77 WS-SINAL                 PIC X(19).
       77 WS-FORA-NORMAL           PIC 9(03) VALUE ZEROS.
       77 WS-NAO-CORRERAM          PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE                PIC S9(10).

      *-----------------------
      * tendencia da janela: primeira metade do historico contra a
      * segunda, crescimento por dia e dias ate a abertura
      *-----------------------
       77 WS-TD-METADE             PIC 9(02).
       77 WS-TD-CONT               PIC 9(02).
       77 WS-TD-SOMA-1             PIC 9(09).
       77 WS-TD-SOMA-2             PIC 9(09).
       77 WS-TD-MEDIA-1            PIC 9(06).
       77 WS-TD-MEDIA-2            PIC 9(06).
       77 WS-TD-VAR-PCT            PIC S9(05)V9.
       77 WS-TD-POR-DIA            PIC S9(06).
       77 WS-TD-DIAS-ABERTURA      PIC 9(05).
       77 WS-MARGEM                PIC S9(06).
       77 WS-MARGEM-ULTIMA         PIC S9(06).
       77 WS-MARGEM-MINIMA         PIC S9(06).
       77 WS-TEM-MARGEM            PIC 9(01).

      *-----------------------
      * caminho critico: inicio e duracao medios de cada passo
      * desde o inicio da janela
      *-----------------------
           01 WS-TAB-CAMINHO.
               03 WS-CP-ENTRY OCCURS 14 TIMES.
                   05 WS-CP-PG             PIC 9(02).
                   05 WS-CP-INICIO         PIC 9(06).
                   05 WS-CP-DURACAO        PIC 9(06).
       77 WS-CP-FIM-ANTERIOR       PIC 9(06).
       77 WS-CP-ESPERA             PIC 9(06).
       77 WS-CP-MAIORES            PIC 9(02).
       77 WS-CP-JANELA             PIC 9(06).
       77 WS-CP-PCT                PIC 9(03)V9.
       77 WS-CP-SOMA               PIC 9(09).
       77 WS-CP-DIAS               PIC 9(02).
       77 WS-PS-OUTRO              PIC 9(02).

       77 WS-SEG-FMT               PIC 9(06).
       77 WS-FMT-H                 PIC 9(02).
       77 WS-FMT-M                 PIC 9(02).
       77 WS-FMT-S                 PIC 9(02).
       77 WS-FMT-RESTO             PIC 9(06).
       77 WS-EDT-HORA              PIC X(08).
       77 WS-EDT-DATA              PIC X(10).
       77 WS-EDT-REG               PIC ZZZ.ZZZ.ZZ9.
       77 WS-EDT-DIAS              PIC Z9.
       77 WS-EDT-CONT              PIC ZZ9.
       77 WS-EDT-PCT               PIC ---9,9.
       77 WS-EDT-PCT-CP            PIC ZZ9,9.
       77 WS-EDT-DIAS-AB           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-PATH-JOBLEDGER FROM ENVIRONMENT
               "JOBLEDGER_PATH"
           IF WS-PATH-JOBLEDGER EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/JOBLEDGER.txt'
                   TO WS-PATH-JOBLEDGER
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO
           INITIALIZE WS-TAB-DIAS
           INITIALIZE WS-TAB-PROGRAMAS
           INITIALIZE WS-TAB-CAMINHO.

       0-PRINCIPAL.
           DISPLAY '-------//ANALISE DA JANELA NOTURNA//-------'
           MOVE WS-DIAS-OMISSAO TO WS-EDT-DIAS
           DISPLAY 'DIAS DE NEGOCIO A ANALISAR (0 = ' WS-EDT-DIAS
               ', MAXIMO ' WS-DIAS-MAXIMO '): '
           ACCEPT WS-DIAS-PEDIDOS
           IF WS-DIAS-PEDIDOS EQUAL ZEROS
               MOVE WS-DIAS-OMISSAO TO WS-DIAS-PEDIDOS
           END-IF
           IF WS-DIAS-PEDIDOS > WS-DIAS-MAXIMO
               MOVE WS-DIAS-MAXIMO TO WS-DIAS-PEDIDOS
           END-IF
           DISPLAY 'HORA DE ABERTURA DAS LOJAS (HHMM, 0 = '
               WS-ABERTURA-OMISSAO '): '
           ACCEPT WS-HORA-ABERTURA
           IF WS-HORA-ABERTURA EQUAL ZEROS
               MOVE WS-ABERTURA-OMISSAO TO WS-HORA-ABERTURA
           END-IF
           IF WS-ABERTURA-HH > 23 OR WS-ABERTURA-MM > 59
               DISPLAY '*** HORA INVALIDA: ' WS-HORA-ABERTURA ' ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ABERTURA-SEG =
               WS-ABERTURA-HH * 3600 + WS-ABERTURA-MM * 60
      *    a ultima noite mais os N dias de historico
           COMPUTE WS-MAX-DIAS = WS-DIAS-PEDIDOS + 1

           PERFORM RECOLHER-DATAS
           IF WS-NUM-DIAS EQUAL ZEROS
               DISPLAY '*** LIVRO DE EXECUCOES SEM LINHAS ATE '
                   WS-DATA-PROCESSAMENTO ' - FILE STATUS: '
                   WS-FS-JOBLEDGER ' ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NUM-DIAS TO WS-ULTIMO
           PERFORM CARREGAR-EXECUCOES
           PERFORM CALCULAR-JANELAS

           PERFORM ABRIR-SPOOL
           PERFORM IMPRIMIR-CABECALHO
           PERFORM IMPRIMIR-PROGRAMAS
           PERFORM IMPRIMIR-JANELAS
           PERFORM IMPRIMIR-CAMINHO-CRITICO
           PERFORM IMPRIMIR-RESUMO
           PERFORM FECHAR-SPOOL
           IF WS-FORA-NORMAL > ZEROS OR WS-NAO-CORRERAM > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------
      * datas distintas do livro ate a data de negocio, por ordem,
      * guardando so as WS-MAX-DIAS mais recentes
      *-----------------------
       RECOLHER-DATAS.
           MOVE ZEROS TO WS-NUM-DIAS
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT JOBLEDGER
           IF WS-FS-JOBLEDGER EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ JOBLEDGER
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF JOB-DATA IS NUMERIC
                        AND JOB-DATA > ZEROS
                        AND JOB-DATA <= WS-DATA-PROCESSAMENTO
                           PERFORM GUARDAR-DATA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBLEDGER
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       GUARDAR-DATA.
      *    WS-POS fica na ultima data menor ou igual a do livro
           MOVE WS-NUM-DIAS TO WS-POS
           MOVE 0 TO WS-FIM-PROCURA
           PERFORM UNTIL WS-POS EQUAL ZEROS OR WS-FIM-PROCURA EQUAL 1
               IF WS-DIA-DATA (WS-POS) > JOB-DATA
                   SUBTRACT 1 FROM WS-POS
               ELSE
                   MOVE 1 TO WS-FIM-PROCURA
               END-IF
           END-PERFORM
           IF WS-POS > ZEROS
               IF WS-DIA-DATA (WS-POS) EQUAL JOB-DATA
                   MOVE 9 TO WS-FIM-PROCURA
               END-IF
           END-IF
           IF WS-FIM-PROCURA NOT EQUAL 9
               IF WS-NUM-DIAS < WS-MAX-DIAS
      *            abre lugar depois de WS-POS
                   PERFORM VARYING WS-DIA FROM WS-NUM-DIAS BY -1
                       UNTIL WS-DIA <= WS-POS
                       MOVE WS-DIA-DATA (WS-DIA)
                           TO WS-DIA-DATA (WS-DIA + 1)
                   END-PERFORM
                   ADD 1 TO WS-NUM-DIAS
                   MOVE JOB-DATA TO WS-DIA-DATA (WS-POS + 1)
               ELSE
      *            tabela cheia: sai a mais antiga, se a nova nao o for
                   IF WS-POS > ZEROS
                       PERFORM VARYING WS-DIA FROM 1 BY 1
                           UNTIL WS-DIA >= WS-POS
                           MOVE WS-DIA-DATA (WS-DIA + 1)
                               TO WS-DIA-DATA (WS-DIA)
                       END-PERFORM
                       MOVE JOB-DATA TO WS-DIA-DATA (WS-POS)
                   END-IF
               END-IF
           END-IF.

      *-----------------------
      * execucoes dos dias escolhidos, por programa e dia
      *-----------------------
       CARREGAR-EXECUCOES.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT JOBLEDGER
           IF WS-FS-JOBLEDGER EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ JOBLEDGER
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       PERFORM GUARDAR-EXECUCAO THRU
                           GUARDAR-EXECUCAO-FIM
                   END-READ
               END-PERFORM
               CLOSE JOBLEDGER
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       GUARDAR-EXECUCAO.
           MOVE ZEROS TO WS-DIA
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-NUM-DIAS
               IF WS-DIA-DATA (WS-POS) EQUAL JOB-DATA
                   MOVE WS-POS TO WS-DIA
                   MOVE WS-NUM-DIAS TO WS-POS
               END-IF
           END-PERFORM
           IF WS-DIA EQUAL ZEROS
               GO TO GUARDAR-EXECUCAO-FIM
           END-IF
           MOVE JOB-HORA-INICIO TO WS-HORA-X
           PERFORM HORA-EM-SEGUNDOS
           IF WS-HORA-OK EQUAL 0
               GO TO GUARDAR-EXECUCAO-FIM
           END-IF
           MOVE WS-SEGUNDOS TO WS-SEG-INICIO
           MOVE JOB-HORA-FIM TO WS-HORA-X
           PERFORM HORA-EM-SEGUNDOS
           IF WS-HORA-OK EQUAL 0
               GO TO GUARDAR-EXECUCAO-FIM
           END-IF
           MOVE WS-SEGUNDOS TO WS-SEG-FIM

           MOVE ZEROS TO WS-PG
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-NUM-PROGRAMAS
               IF WS-PG-NOME (WS-POS) EQUAL JOB-PROGRAMA
                   MOVE WS-POS TO WS-PG
                   MOVE WS-NUM-PROGRAMAS TO WS-POS
               END-IF
           END-PERFORM
           IF WS-PG EQUAL ZEROS
               IF WS-NUM-PROGRAMAS EQUAL 40
                   ADD 1 TO WS-PROGRAMAS-EXCEDIDOS
                   GO TO GUARDAR-EXECUCAO-FIM
               END-IF
               ADD 1 TO WS-NUM-PROGRAMAS
               MOVE WS-NUM-PROGRAMAS TO WS-PG
               MOVE JOB-PROGRAMA TO WS-PG-NOME (WS-PG)
               MOVE ZEROS TO WS-PG-PASSO (WS-PG)
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-NUM-PASSOS
                   IF WS-PASSO-NOME (WS-PS-IDX) EQUAL JOB-PROGRAMA
                       MOVE WS-PS-IDX TO WS-PG-PASSO (WS-PG)
                   END-IF
               END-PERFORM
           END-IF

      *    a impressao dos documentos grava o livro com o mesmo nome
      *    da listagem: fica a primeira linha da noite, salvo se essa
      *    falhou e a listagem voltou a correr
           IF JOB-PROGRAMA EQUAL 'FATURA_CLIEN'
            AND WS-PD-TEM (WS-PG, WS-DIA) EQUAL 1
            AND WS-PD-RC (WS-PG, WS-DIA) EQUAL ZEROS
               GO TO GUARDAR-EXECUCAO-FIM
           END-IF
           IF JOB-RC NOT EQUAL ZEROS
               ADD 1 TO WS-PG-FALHAS (WS-PG)
           END-IF
           MOVE 1 TO WS-PD-TEM (WS-PG, WS-DIA)
           MOVE WS-SEG-INICIO TO WS-PD-INICIO (WS-PG, WS-DIA)
           IF WS-SEG-FIM < WS-SEG-INICIO
               COMPUTE WS-PD-DURACAO (WS-PG, WS-DIA) =
                   WS-SEG-FIM + 86400 - WS-SEG-INICIO
           ELSE
               COMPUTE WS-PD-DURACAO (WS-PG, WS-DIA) =
                   WS-SEG-FIM - WS-SEG-INICIO
           END-IF
           MOVE JOB-REGISTOS TO WS-PD-REGISTOS (WS-PG, WS-DIA)
           MOVE JOB-RC TO WS-PD-RC (WS-PG, WS-DIA)
      *    a primeira linha noturna do dia e a referencia para as
      *    horas que ja passaram a meia noite
           IF WS-PG-PASSO (WS-PG) > ZEROS
            AND WS-DIA-TEM-REF (WS-DIA) EQUAL 0
               MOVE 1 TO WS-DIA-TEM-REF (WS-DIA)
               MOVE WS-SEG-INICIO TO WS-DIA-REF (WS-DIA)
           END-IF.

       GUARDAR-EXECUCAO-FIM.
           EXIT.

      *-----------------------
      * inicio e fim da janela de cada dia, so com os passos do
      * FECHODIA_NOTURNO; o inicio de cada passo fica acertado para
      * depois da meia noite
      *-----------------------
       CALCULAR-JANELAS.
           PERFORM VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-NUM-DIAS
               PERFORM VARYING WS-PG FROM 1 BY 1
                   UNTIL WS-PG > WS-NUM-PROGRAMAS
                   IF WS-PG-PASSO (WS-PG) > ZEROS
                    AND WS-PD-TEM (WS-PG, WS-DIA) EQUAL 1
                       IF WS-PD-INICIO (WS-PG, WS-DIA)
                           < WS-DIA-REF (WS-DIA)
                           ADD 86400 TO WS-PD-INICIO (WS-PG, WS-DIA)
                       END-IF
                       COMPUTE WS-SEG-FIM =
                           WS-PD-INICIO (WS-PG, WS-DIA)
                           + WS-PD-DURACAO (WS-PG, WS-DIA)
                       IF WS-DIA-PASSOS (WS-DIA) EQUAL ZEROS
                        OR WS-PD-INICIO (WS-PG, WS-DIA)
                           < WS-DIA-INICIO (WS-DIA)
                           MOVE WS-PD-INICIO (WS-PG, WS-DIA)
                               TO WS-DIA-INICIO (WS-DIA)
                       END-IF
                       IF WS-SEG-FIM > WS-DIA-FIM (WS-DIA)
                           MOVE WS-SEG-FIM TO WS-DIA-FIM (WS-DIA)
                       END-IF
                       ADD 1 TO WS-DIA-PASSOS (WS-DIA)
                       ADD WS-PD-REGISTOS (WS-PG, WS-DIA)
                           TO WS-DIA-REGISTOS (WS-DIA)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           STRING 'ANALISE DA JANELA NOTURNA - DATA DE NEGOCIO '
                      DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           COMPUTE WS-ST-DIAS = WS-NUM-DIAS - 1
           MOVE WS-ST-DIAS TO WS-EDT-DIAS
           STRING 'ULTIMA NOITE ' DELIMITED BY SIZE
                  WS-DIA-DATA (WS-ULTIMO) DELIMITED BY SIZE
                  ' COMPARADA COM ' DELIMITED BY SIZE
                  WS-EDT-DIAS DELIMITED BY SIZE
                  ' DIA(S) DE NEGOCIO ANTERIORES (DE ' DELIMITED BY SIZE
                  WS-DIA-DATA (1) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-NUM-DIAS <= WS-DIAS-PEDIDOS
               MOVE WS-DIAS-PEDIDOS TO WS-EDT-DIAS
               STRING '(O LIVRO SO TEM ESTES DIAS - PEDIDOS '
                          DELIMITED BY SIZE
                      WS-EDT-DIAS DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * uma linha por programa: primeiro os passos da janela pela
      * ordem do script, depois os outros programas do livro
      *-----------------------
       IMPRIMIR-PROGRAMAS.
           MOVE 'TEMPOS E VOLUMES POR PROGRAMA' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'PROGRAMA' TO WS-SPOOL-LINHA (1:8)
           MOVE 'DIAS' TO WS-SPOOL-LINHA (14:4)
           MOVE 'T.MEDIO' TO WS-SPOOL-LINHA (20:7)
           MOVE 'T.MINIMO' TO WS-SPOOL-LINHA (29:8)
           MOVE 'T.MAXIMO' TO WS-SPOOL-LINHA (38:8)
           MOVE 'T.ONTEM' TO WS-SPOOL-LINHA (48:7)
           MOVE ' REG.MEDIO' TO WS-SPOOL-LINHA (56:10)
           MOVE 'REG.MINIMO' TO WS-SPOOL-LINHA (68:10)
           MOVE 'REG.MAXIMO' TO WS-SPOOL-LINHA (80:10)
           MOVE ' REG.ONTEM' TO WS-SPOOL-LINHA (92:10)
           MOVE 'FALHAS' TO WS-SPOOL-LINHA (103:6)
           PERFORM ESCREVER-SPOOL
           MOVE ALL '-' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-NUM-PASSOS
               PERFORM VARYING WS-PG FROM 1 BY 1
                   UNTIL WS-PG > WS-NUM-PROGRAMAS
                   IF WS-PG-PASSO (WS-PG) EQUAL WS-PS-IDX
                       PERFORM IMPRIMIR-PROGRAMA
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-POS
           PERFORM VARYING WS-PG FROM 1 BY 1
               UNTIL WS-PG > WS-NUM-PROGRAMAS
               IF WS-PG-PASSO (WS-PG) EQUAL ZEROS
                   IF WS-POS EQUAL 0
                       MOVE '(FORA DA JANELA NOTURNA)' TO WS-SPOOL-LINHA
                       PERFORM ESCREVER-SPOOL
                       MOVE 1 TO WS-POS
                   END-IF
                   PERFORM IMPRIMIR-PROGRAMA
               END-IF
           END-PERFORM
           PERFORM ESCREVER-SPOOL.

      *    folga dos tempos sobre a media WS-ST-DUR-MEDIA
       CALCULAR-FOLGA-TEMPO.
           COMPUTE WS-FOLGA ROUNDED =
               WS-ST-DUR-MEDIA * WS-FOLGA-PCT / 100
           IF WS-FOLGA < WS-FOLGA-SEGUNDOS
               MOVE WS-FOLGA-SEGUNDOS TO WS-FOLGA
           END-IF.

       IMPRIMIR-PROGRAMA.
           PERFORM ESTATISTICAS-PROGRAMA
           MOVE SPACES TO WS-SINAL
           MOVE WS-PG-NOME (WS-PG) TO WS-SPOOL-LINHA (1:12)
           MOVE WS-ST-DIAS TO WS-EDT-DIAS
           MOVE WS-EDT-DIAS TO WS-SPOOL-LINHA (16:2)
           IF WS-ST-DIAS > ZEROS
               MOVE WS-ST-DUR-MEDIA TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (19:8)
               MOVE WS-ST-DUR-MIN TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (29:8)
               MOVE WS-ST-DUR-MAX TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (38:8)
               MOVE WS-ST-REG-MEDIA TO WS-EDT-REG
               MOVE WS-EDT-REG TO WS-SPOOL-LINHA (55:11)
               MOVE WS-ST-REG-MIN TO WS-EDT-REG
               MOVE WS-EDT-REG TO WS-SPOOL-LINHA (67:11)
               MOVE WS-ST-REG-MAX TO WS-EDT-REG
               MOVE WS-EDT-REG TO WS-SPOOL-LINHA (79:11)
           END-IF
           IF WS-ST-TEM-ULTIMA EQUAL 1
               MOVE WS-ST-DUR-ULTIMA TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (47:8)
               MOVE WS-ST-REG-ULTIMA TO WS-EDT-REG
               MOVE WS-EDT-REG TO WS-SPOOL-LINHA (91:11)
           ELSE
               MOVE '     -' TO WS-SPOOL-LINHA (47:6)
               MOVE '          -' TO WS-SPOOL-LINHA (91:11)
           END-IF
           MOVE WS-PG-FALHAS (WS-PG) TO WS-EDT-CONT
           MOVE WS-EDT-CONT TO WS-SPOOL-LINHA (106:3)

      *    a ultima noite fora do intervalo do historico, alargado
      *    pela folga para o crescimento normal nao contar
           IF WS-ST-DIAS >= WS-MIN-DIAS-HISTORICO
               IF WS-ST-TEM-ULTIMA EQUAL 1
                   PERFORM CALCULAR-FOLGA-TEMPO
                   COMPUTE WS-LIMITE = WS-ST-DUR-MAX + WS-FOLGA
                   IF WS-ST-DUR-ULTIMA > WS-LIMITE
                       MOVE 'LENTO' TO WS-SINAL (1:6)
                   END-IF
                   COMPUTE WS-LIMITE = WS-ST-DUR-MIN - WS-FOLGA
                   IF WS-ST-DUR-ULTIMA < WS-LIMITE
                       MOVE 'RAPIDO' TO WS-SINAL (1:6)
                   END-IF
                   COMPUTE WS-FOLGA ROUNDED =
                       WS-ST-REG-MEDIA * WS-FOLGA-PCT / 100
                   COMPUTE WS-LIMITE = WS-ST-REG-MAX + WS-FOLGA
                   IF WS-ST-REG-ULTIMA > WS-LIMITE
                       MOVE 'REG ALTOS' TO WS-SINAL (8:10)
                   END-IF
                   COMPUTE WS-LIMITE = WS-ST-REG-MIN - WS-FOLGA
                   IF WS-ST-REG-ULTIMA < WS-LIMITE
                       MOVE 'REG BAIXOS' TO WS-SINAL (8:10)
                   END-IF
                   IF WS-SINAL NOT EQUAL SPACES
                       ADD 1 TO WS-FORA-NORMAL
                   END-IF
               ELSE
                   IF WS-PG-PASSO (WS-PG) > ZEROS
                    AND WS-DIA-PASSOS (WS-ULTIMO) > ZEROS
                       MOVE 'NAO CORREU ONTEM' TO WS-SINAL
                       ADD 1 TO WS-NAO-CORRERAM
                   END-IF
               END-IF
           END-IF
           IF WS-SINAL NOT EQUAL SPACES
               MOVE '***' TO WS-SPOOL-LINHA (110:3)
               MOVE WS-SINAL TO WS-SPOOL-LINHA (114:19)
           END-IF
           PERFORM ESCREVER-SPOOL.

      *    historico (todos os dias menos o ultimo) e ultima noite
      *    do programa WS-PG
       ESTATISTICAS-PROGRAMA.
           MOVE ZEROS TO WS-ST-DIAS
           MOVE ZEROS TO WS-ST-DUR-SOMA
           MOVE ZEROS TO WS-ST-REG-SOMA
           MOVE ZEROS TO WS-ST-DUR-MEDIA
           MOVE ZEROS TO WS-ST-REG-MEDIA
           MOVE ZEROS TO WS-ST-DUR-MIN
           MOVE ZEROS TO WS-ST-DUR-MAX
           MOVE ZEROS TO WS-ST-REG-MIN
           MOVE ZEROS TO WS-ST-REG-MAX
           PERFORM VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA >= WS-ULTIMO
               IF WS-PD-TEM (WS-PG, WS-DIA) EQUAL 1
                   ADD 1 TO WS-ST-DIAS
                   ADD WS-PD-DURACAO (WS-PG, WS-DIA) TO WS-ST-DUR-SOMA
                   ADD WS-PD-REGISTOS (WS-PG, WS-DIA) TO WS-ST-REG-SOMA
                   IF WS-ST-DIAS EQUAL 1
                    OR WS-PD-DURACAO (WS-PG, WS-DIA) < WS-ST-DUR-MIN
                       MOVE WS-PD-DURACAO (WS-PG, WS-DIA)
                           TO WS-ST-DUR-MIN
                   END-IF
                   IF WS-PD-DURACAO (WS-PG, WS-DIA) > WS-ST-DUR-MAX
                       MOVE WS-PD-DURACAO (WS-PG, WS-DIA)
                           TO WS-ST-DUR-MAX
                   END-IF
                   IF WS-ST-DIAS EQUAL 1
                    OR WS-PD-REGISTOS (WS-PG, WS-DIA) < WS-ST-REG-MIN
                       MOVE WS-PD-REGISTOS (WS-PG, WS-DIA)
                           TO WS-ST-REG-MIN
                   END-IF
                   IF WS-PD-REGISTOS (WS-PG, WS-DIA) > WS-ST-REG-MAX
                       MOVE WS-PD-REGISTOS (WS-PG, WS-DIA)
                           TO WS-ST-REG-MAX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ST-DIAS > ZEROS
               COMPUTE WS-ST-DUR-MEDIA ROUNDED =
                   WS-ST-DUR-SOMA / WS-ST-DIAS
               COMPUTE WS-ST-REG-MEDIA ROUNDED =
                   WS-ST-REG-SOMA / WS-ST-DIAS
           END-IF
           MOVE WS-PD-TEM (WS-PG, WS-ULTIMO) TO WS-ST-TEM-ULTIMA
           MOVE WS-PD-DURACAO (WS-PG, WS-ULTIMO) TO WS-ST-DUR-ULTIMA
           MOVE WS-PD-REGISTOS (WS-PG, WS-ULTIMO)
               TO WS-ST-REG-ULTIMA.

      *-----------------------
      * a janela noturna dia a dia: inicio, fim, duracao, passos,
      * registos e margem ate a abertura das lojas; depois a media
      * do historico, a tendencia e a projecao
      *-----------------------
       IMPRIMIR-JANELAS.
           MOVE 'DURACAO DA JANELA NOTURNA (PASSOS DO FECHODIA_NOTURNO)'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'DATA' TO WS-SPOOL-LINHA (1:4)
           MOVE 'INICIO' TO WS-SPOOL-LINHA (13:6)
           MOVE 'FIM' TO WS-SPOOL-LINHA (23:3)
           MOVE 'DURACAO' TO WS-SPOOL-LINHA (32:7)
           MOVE 'PASSOS' TO WS-SPOOL-LINHA (41:6)
           MOVE '  REGISTOS' TO WS-SPOOL-LINHA (49:10)
           MOVE 'MARGEM ABERTURA' TO WS-SPOOL-LINHA (61:15)
           PERFORM ESCREVER-SPOOL
           MOVE ALL '-' TO WS-SPOOL-LINHA (1:90)
           PERFORM ESCREVER-SPOOL
           MOVE ZEROS TO WS-ST-DIAS
           MOVE ZEROS TO WS-ST-DUR-SOMA
           MOVE ZEROS TO WS-ST-DUR-MIN
           MOVE ZEROS TO WS-ST-DUR-MAX
           MOVE 0 TO WS-TEM-MARGEM
           MOVE ZEROS TO WS-MARGEM-MINIMA
           MOVE ZEROS TO WS-MARGEM-ULTIMA
           PERFORM VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-NUM-DIAS
               IF WS-DIA-PASSOS (WS-DIA) > ZEROS
                   PERFORM IMPRIMIR-JANELA-DIA
               END-IF
           END-PERFORM
           MOVE ALL '-' TO WS-SPOOL-LINHA (1:90)
           PERFORM ESCREVER-SPOOL
           IF WS-ST-DIAS EQUAL ZEROS
               MOVE '(SEM JANELAS NOTURNAS NO HISTORICO)'
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               PERFORM ESCREVER-SPOOL
           ELSE
               PERFORM IMPRIMIR-TENDENCIA
           END-IF.

       IMPRIMIR-JANELA-DIA.
           MOVE WS-DIA-DATA (WS-DIA) TO WS-SPOOL-LINHA (1:8)
           MOVE WS-DIA-INICIO (WS-DIA) TO WS-SEG-FMT
           PERFORM FORMATAR-HORA
           MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (11:8)
           MOVE WS-DIA-FIM (WS-DIA) TO WS-SEG-FMT
           PERFORM FORMATAR-HORA
           MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (20:8)
           COMPUTE WS-SEG-FMT =
               WS-DIA-FIM (WS-DIA) - WS-DIA-INICIO (WS-DIA)
           MOVE WS-SEG-FMT TO WS-ST-DUR-ULTIMA
           PERFORM FORMATAR-SEGUNDOS
           MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (31:8)
           MOVE WS-DIA-PASSOS (WS-DIA) TO WS-EDT-CONT
           MOVE WS-EDT-CONT TO WS-SPOOL-LINHA (44:3)
           MOVE WS-DIA-REGISTOS (WS-DIA) TO WS-EDT-REG
           MOVE WS-EDT-REG TO WS-SPOOL-LINHA (48:11)
      *    abertura das lojas na mesma escala de segundos da janela
           IF WS-ABERTURA-SEG < WS-DIA-REF (WS-DIA)
               COMPUTE WS-MARGEM = WS-ABERTURA-SEG + 86400
                   - WS-DIA-FIM (WS-DIA)
           ELSE
               COMPUTE WS-MARGEM = WS-ABERTURA-SEG
                   - WS-DIA-FIM (WS-DIA)
           END-IF
           IF WS-MARGEM < ZEROS
               COMPUTE WS-SEG-FMT = 0 - WS-MARGEM
               PERFORM FORMATAR-SEGUNDOS
               MOVE '-' TO WS-SPOOL-LINHA (63:1)
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (64:8)
               MOVE '*** PASSOU A ABERTURA DAS LOJAS'
                   TO WS-SPOOL-LINHA (78:31)
           ELSE
               MOVE WS-MARGEM TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (64:8)
           END-IF
           IF WS-TEM-MARGEM EQUAL 0 OR WS-MARGEM < WS-MARGEM-MINIMA
               MOVE WS-MARGEM TO WS-MARGEM-MINIMA
           END-IF
           MOVE 1 TO WS-TEM-MARGEM
           IF WS-DIA EQUAL WS-ULTIMO
               MOVE WS-MARGEM TO WS-MARGEM-ULTIMA
               IF WS-ST-DIAS >= WS-MIN-DIAS-HISTORICO
                   COMPUTE WS-ST-DUR-MEDIA ROUNDED =
                       WS-ST-DUR-SOMA / WS-ST-DIAS
                   PERFORM CALCULAR-FOLGA-TEMPO
                   COMPUTE WS-LIMITE = WS-ST-DUR-MAX + WS-FOLGA
                   IF WS-ST-DUR-ULTIMA > WS-LIMITE
                       MOVE '*** ACIMA DO MAXIMO DO HISTORICO'
                           TO WS-SPOOL-LINHA (78:32)
                       ADD 1 TO WS-FORA-NORMAL
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-ST-DIAS
               ADD WS-ST-DUR-ULTIMA TO WS-ST-DUR-SOMA
               IF WS-ST-DIAS EQUAL 1
                OR WS-ST-DUR-ULTIMA < WS-ST-DUR-MIN
                   MOVE WS-ST-DUR-ULTIMA TO WS-ST-DUR-MIN
               END-IF
               IF WS-ST-DUR-ULTIMA > WS-ST-DUR-MAX
                   MOVE WS-ST-DUR-ULTIMA TO WS-ST-DUR-MAX
               END-IF
           END-IF
           PERFORM ESCREVER-SPOOL.

      *    media do historico, primeira metade contra a segunda e,
      *    se a janela esta a crescer, em quantos dias chega a
      *    abertura das lojas a este ritmo
       IMPRIMIR-TENDENCIA.
           COMPUTE WS-ST-DUR-MEDIA ROUNDED =
               WS-ST-DUR-SOMA / WS-ST-DIAS
           MOVE WS-ST-DUR-MEDIA TO WS-SEG-FMT
           PERFORM FORMATAR-SEGUNDOS
           MOVE WS-ST-DIAS TO WS-EDT-DIAS
           STRING 'DURACAO MEDIA DO HISTORICO (' DELIMITED BY SIZE
                  WS-EDT-DIAS DELIMITED BY SIZE
                  ' NOITES): ' DELIMITED BY SIZE
                  WS-EDT-HORA DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           MOVE WS-ST-DUR-MIN TO WS-SEG-FMT
           PERFORM FORMATAR-SEGUNDOS
           MOVE 'MINIMA' TO WS-SPOOL-LINHA (50:6)
           MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (57:8)
           MOVE WS-ST-DUR-MAX TO WS-SEG-FMT
           PERFORM FORMATAR-SEGUNDOS
           MOVE 'MAXIMA' TO WS-SPOOL-LINHA (67:6)
           MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (74:8)
           PERFORM ESCREVER-SPOOL

           COMPUTE WS-TD-METADE = WS-ST-DIAS / 2
           IF WS-TD-METADE < 2
               MOVE '(HISTORICO CURTO DE MAIS PARA TENDENCIA)'
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               PERFORM ESCREVER-SPOOL
           ELSE
               MOVE ZEROS TO WS-TD-CONT
               MOVE ZEROS TO WS-TD-SOMA-1
               MOVE ZEROS TO WS-TD-SOMA-2
               PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA >= WS-ULTIMO
                   IF WS-DIA-PASSOS (WS-DIA) > ZEROS
                       ADD 1 TO WS-TD-CONT
                       IF WS-TD-CONT <= WS-TD-METADE
                           COMPUTE WS-TD-SOMA-1 = WS-TD-SOMA-1
                               + WS-DIA-FIM (WS-DIA)
                               - WS-DIA-INICIO (WS-DIA)
                       END-IF
                       IF WS-TD-CONT > WS-ST-DIAS - WS-TD-METADE
                           COMPUTE WS-TD-SOMA-2 = WS-TD-SOMA-2
                               + WS-DIA-FIM (WS-DIA)
                               - WS-DIA-INICIO (WS-DIA)
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-TD-MEDIA-1 ROUNDED =
                   WS-TD-SOMA-1 / WS-TD-METADE
               COMPUTE WS-TD-MEDIA-2 ROUNDED =
                   WS-TD-SOMA-2 / WS-TD-METADE
               MOVE WS-TD-MEDIA-1 TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               STRING 'TENDENCIA: PRIMEIRA METADE ' DELIMITED BY SIZE
                      WS-EDT-HORA DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               MOVE WS-TD-MEDIA-2 TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               MOVE 'SEGUNDA METADE' TO WS-SPOOL-LINHA (38:14)
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (53:8)
               IF WS-TD-MEDIA-1 > ZEROS
                   COMPUTE WS-TD-VAR-PCT ROUNDED =
                       (WS-TD-MEDIA-2 - WS-TD-MEDIA-1) * 100
                       / WS-TD-MEDIA-1
                   MOVE WS-TD-VAR-PCT TO WS-EDT-PCT
                   MOVE WS-EDT-PCT TO WS-SPOOL-LINHA (63:6)
                   MOVE '%' TO WS-SPOOL-LINHA (69:1)
               END-IF
               PERFORM ESCREVER-SPOOL
      *        as duas metades distam WS-TD-METADE noites
               COMPUTE WS-TD-POR-DIA ROUNDED =
                   (WS-TD-MEDIA-2 - WS-TD-MEDIA-1) / WS-TD-METADE
               IF WS-TD-POR-DIA > ZEROS
                   MOVE WS-TD-POR-DIA TO WS-SEG-FMT
                   PERFORM FORMATAR-SEGUNDOS
                   STRING 'A JANELA CRESCE EM MEDIA ' DELIMITED BY SIZE
                          WS-EDT-HORA DELIMITED BY SIZE
                          ' POR NOITE' DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
                   IF WS-MARGEM-ULTIMA > ZEROS
                       COMPUTE WS-TD-DIAS-ABERTURA =
                           WS-MARGEM-ULTIMA / WS-TD-POR-DIA
                       MOVE WS-TD-DIAS-ABERTURA TO WS-EDT-DIAS-AB
                       STRING ' - CHEGA A ABERTURA DAS LOJAS EM '
                                  DELIMITED BY SIZE
                              WS-EDT-DIAS-AB DELIMITED BY SIZE
                              ' NOITE(S) A ESTE RITMO'
                                  DELIMITED BY SIZE
                           INTO WS-SPOOL-LINHA (46:87)
                       END-STRING
                   END-IF
               ELSE
                   MOVE 'A JANELA NAO ESTA A CRESCER' TO WS-SPOOL-LINHA
               END-IF
               PERFORM ESCREVER-SPOOL
           END-IF
           IF WS-TEM-MARGEM EQUAL 1
               IF WS-MARGEM-MINIMA < ZEROS
                   COMPUTE WS-SEG-FMT = 0 - WS-MARGEM-MINIMA
                   PERFORM FORMATAR-SEGUNDOS
                   STRING '*** NO PERIODO A JANELA PASSOU A ABERTURA '
                              DELIMITED BY SIZE
                          'DAS LOJAS ATE ' DELIMITED BY SIZE
                          WS-EDT-HORA DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
               ELSE
                   MOVE WS-MARGEM-MINIMA TO WS-SEG-FMT
                   PERFORM FORMATAR-SEGUNDOS
                   STRING 'MENOR MARGEM ATE A ABERTURA DAS LOJAS NO '
                              DELIMITED BY SIZE
                          'PERIODO: ' DELIMITED BY SIZE
                          WS-EDT-HORA DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
               END-IF
               PERFORM ESCREVER-SPOOL
           END-IF
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * caminho critico: os passos correm em serie, por isso o
      * caminho e a sequencia do script; para cada passo, o inicio e
      * a duracao medios desde o inicio da janela em todos os dias
      * analisados, a espera antes dele (passos sem linha no livro e
      * arranque) e o peso na janela - os tres mais longos ficam
      * assinalados
      *-----------------------
       IMPRIMIR-CAMINHO-CRITICO.
           MOVE 'CAMINHO CRITICO DO FECHODIA_NOTURNO (PASSOS EM SERIE, '
               TO WS-SPOOL-LINHA
           MOVE 'MEDIAS DE TODOS OS DIAS ANALISADOS)'
               TO WS-SPOOL-LINHA (56:35)
           PERFORM ESCREVER-SPOOL
           MOVE 'PASSO' TO WS-SPOOL-LINHA (1:5)
           MOVE 'ESPERA ANTES' TO WS-SPOOL-LINHA (15:12)
           MOVE 'INICIO' TO WS-SPOOL-LINHA (30:6)
           MOVE 'DURACAO' TO WS-SPOOL-LINHA (40:7)
           MOVE 'FIM' TO WS-SPOOL-LINHA (52:3)
           MOVE '% JANELA' TO WS-SPOOL-LINHA (59:8)
           PERFORM ESCREVER-SPOOL
           MOVE ALL '-' TO WS-SPOOL-LINHA (1:90)
           PERFORM ESCREVER-SPOOL

      *    media de cada passo sobre os dias em que correu
           MOVE ZEROS TO WS-CP-SOMA
           MOVE ZEROS TO WS-CP-DIAS
           PERFORM VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-NUM-DIAS
               IF WS-DIA-PASSOS (WS-DIA) > ZEROS
                   ADD 1 TO WS-CP-DIAS
                   COMPUTE WS-CP-SOMA = WS-CP-SOMA
                       + WS-DIA-FIM (WS-DIA) - WS-DIA-INICIO (WS-DIA)
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-CP-JANELA
           IF WS-CP-DIAS > ZEROS
               COMPUTE WS-CP-JANELA ROUNDED = WS-CP-SOMA / WS-CP-DIAS
           END-IF
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-NUM-PASSOS
               PERFORM MEDIA-PASSO
           END-PERFORM

           MOVE ZEROS TO WS-CP-FIM-ANTERIOR
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-NUM-PASSOS
               PERFORM IMPRIMIR-PASSO
           END-PERFORM
           MOVE ALL '-' TO WS-SPOOL-LINHA (1:90)
           PERFORM ESCREVER-SPOOL
           MOVE WS-CP-JANELA TO WS-SEG-FMT
           PERFORM FORMATAR-SEGUNDOS
           MOVE 'JANELA MEDIA' TO WS-SPOOL-LINHA (1:12)
           MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (39:8)
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL.

       MEDIA-PASSO.
           MOVE ZEROS TO WS-CP-PG (WS-PS-IDX)
           MOVE ZEROS TO WS-CP-INICIO (WS-PS-IDX)
           MOVE ZEROS TO WS-CP-DURACAO (WS-PS-IDX)
           PERFORM VARYING WS-PG FROM 1 BY 1
               UNTIL WS-PG > WS-NUM-PROGRAMAS
               IF WS-PG-PASSO (WS-PG) EQUAL WS-PS-IDX
                   MOVE WS-PG TO WS-CP-PG (WS-PS-IDX)
               END-IF
           END-PERFORM
           IF WS-CP-PG (WS-PS-IDX) > ZEROS
               MOVE WS-CP-PG (WS-PS-IDX) TO WS-PG
               MOVE ZEROS TO WS-ST-DIAS
               MOVE ZEROS TO WS-ST-DUR-SOMA
               MOVE ZEROS TO WS-ST-REG-SOMA
               PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-NUM-DIAS
                   IF WS-PD-TEM (WS-PG, WS-DIA) EQUAL 1
                       ADD 1 TO WS-ST-DIAS
                       COMPUTE WS-ST-REG-SOMA = WS-ST-REG-SOMA
                           + WS-PD-INICIO (WS-PG, WS-DIA)
                           - WS-DIA-INICIO (WS-DIA)
                       ADD WS-PD-DURACAO (WS-PG, WS-DIA)
                           TO WS-ST-DUR-SOMA
                   END-IF
               END-PERFORM
               IF WS-ST-DIAS > ZEROS
                   COMPUTE WS-CP-INICIO (WS-PS-IDX) ROUNDED =
                       WS-ST-REG-SOMA / WS-ST-DIAS
                   COMPUTE WS-CP-DURACAO (WS-PS-IDX) ROUNDED =
                       WS-ST-DUR-SOMA / WS-ST-DIAS
               ELSE
                   MOVE ZEROS TO WS-CP-PG (WS-PS-IDX)
               END-IF
           END-IF.

       IMPRIMIR-PASSO.
           MOVE WS-PASSO-NOME (WS-PS-IDX) TO WS-SPOOL-LINHA (1:12)
           IF WS-CP-PG (WS-PS-IDX) EQUAL ZEROS
               MOVE '(SEM LINHA NO LIVRO - O TEMPO ENTRA NA ESPERA DO'
                   TO WS-SPOOL-LINHA (15:48)
               MOVE 'PASSO SEGUINTE)' TO WS-SPOOL-LINHA (64:15)
           ELSE
               IF WS-CP-INICIO (WS-PS-IDX) > WS-CP-FIM-ANTERIOR
                   COMPUTE WS-CP-ESPERA =
                       WS-CP-INICIO (WS-PS-IDX) - WS-CP-FIM-ANTERIOR
               ELSE
                   MOVE ZEROS TO WS-CP-ESPERA
               END-IF
               MOVE WS-CP-ESPERA TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (17:8)
               MOVE WS-CP-INICIO (WS-PS-IDX) TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               MOVE '+' TO WS-SPOOL-LINHA (27:1)
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (28:8)
               MOVE WS-CP-DURACAO (WS-PS-IDX) TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (39:8)
               COMPUTE WS-CP-FIM-ANTERIOR =
                   WS-CP-INICIO (WS-PS-IDX) + WS-CP-DURACAO (WS-PS-IDX)
               MOVE WS-CP-FIM-ANTERIOR TO WS-SEG-FMT
               PERFORM FORMATAR-SEGUNDOS
               MOVE '+' TO WS-SPOOL-LINHA (49:1)
               MOVE WS-EDT-HORA TO WS-SPOOL-LINHA (50:8)
               IF WS-CP-JANELA > ZEROS
                   COMPUTE WS-CP-PCT ROUNDED =
                       WS-CP-DURACAO (WS-PS-IDX) * 100 / WS-CP-JANELA
                   MOVE WS-CP-PCT TO WS-EDT-PCT-CP
                   MOVE WS-EDT-PCT-CP TO WS-SPOOL-LINHA (61:5)
                   MOVE '%' TO WS-SPOOL-LINHA (66:1)
               END-IF
      *        entre os tres passos mais longos? (nos empates conta
      *        primeiro o que corre antes)
               MOVE ZEROS TO WS-CP-MAIORES
               PERFORM VARYING WS-PS-OUTRO FROM 1 BY 1
                   UNTIL WS-PS-OUTRO > WS-NUM-PASSOS
                   IF WS-CP-DURACAO (WS-PS-OUTRO)
                       > WS-CP-DURACAO (WS-PS-IDX)
                       ADD 1 TO WS-CP-MAIORES
                   END-IF
                   IF WS-CP-DURACAO (WS-PS-OUTRO)
                       EQUAL WS-CP-DURACAO (WS-PS-IDX)
                    AND WS-PS-OUTRO < WS-PS-IDX
                       ADD 1 TO WS-CP-MAIORES
                   END-IF
               END-PERFORM
               IF WS-CP-MAIORES < 3
                AND WS-CP-DURACAO (WS-PS-IDX) > ZEROS
                   MOVE '<<< DOS MAIS LONGOS' TO WS-SPOOL-LINHA (70:19)
               END-IF
           END-IF
           PERFORM ESCREVER-SPOOL.

       IMPRIMIR-RESUMO.
           MOVE WS-FORA-NORMAL TO WS-EDT-CONT
           STRING 'VALORES DA ULTIMA NOITE FORA DO HISTORICO: '
                      DELIMITED BY SIZE
                  WS-EDT-CONT DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE WS-NAO-CORRERAM TO WS-EDT-CONT
           STRING 'PASSOS DA JANELA QUE NAO CORRERAM NA ULTIMA NOITE: '
                      DELIMITED BY SIZE
                  WS-EDT-CONT DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE WS-MIN-DIAS-HISTORICO TO WS-EDT-DIAS
           STRING '(SO SE ASSINALA COM PELO MENOS ' DELIMITED BY SIZE
                  WS-EDT-DIAS DELIMITED BY SIZE
                  ' DIAS DE HISTORICO; INTERVALO NORMAL DO MINIMO AO '
                      DELIMITED BY SIZE
                  'MAXIMO DO HISTORICO,' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE WS-FOLGA-PCT TO WS-EDT-DIAS
           MOVE WS-FOLGA-SEGUNDOS TO WS-EDT-CONT
           STRING ' ALARGADO EM ' DELIMITED BY SIZE
                  WS-EDT-DIAS DELIMITED BY SIZE
                  '% DA MEDIA - NOS TEMPOS PELO MENOS '
                      DELIMITED BY SIZE
                  WS-EDT-CONT DELIMITED BY SIZE
                  ' SEGUNDOS)' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-PROGRAMAS-EXCEDIDOS > ZEROS
               MOVE WS-PROGRAMAS-EXCEDIDOS TO WS-EDT-CONT
               STRING '*** ' DELIMITED BY SIZE
                      WS-EDT-CONT DELIMITED BY SIZE
                      ' LINHA(S) DE PROGRAMAS QUE NAO COUBERAM NA '
                          DELIMITED BY SIZE
                      'TABELA FICARAM DE FORA ***' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF.

      *-----------------------
      * hora HHMMSSCC do livro em segundos desde a meia noite
      *-----------------------
       HORA-EM-SEGUNDOS.
           MOVE 0 TO WS-HORA-OK
           MOVE ZEROS TO WS-SEGUNDOS
           IF WS-HORA-X (1:6) IS NUMERIC
               IF WS-HORA-HH < 24 AND WS-HORA-MM < 60
                AND WS-HORA-SS < 60
                   MOVE 1 TO WS-HORA-OK
                   COMPUTE WS-SEGUNDOS = WS-HORA-HH * 3600
                       + WS-HORA-MM * 60 + WS-HORA-SS
               END-IF
           END-IF.

      *    segundos em HH:MM:SS (duracoes)
       FORMATAR-SEGUNDOS.
           DIVIDE WS-SEG-FMT BY 3600 GIVING WS-FMT-H
               REMAINDER WS-FMT-RESTO
           DIVIDE WS-FMT-RESTO BY 60 GIVING WS-FMT-M
               REMAINDER WS-FMT-S
           MOVE SPACES TO WS-EDT-HORA
           STRING WS-FMT-H DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-FMT-M DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-FMT-S DELIMITED BY SIZE
               INTO WS-EDT-HORA
           END-STRING.

      *    segundos da escala da janela em hora do relogio
       FORMATAR-HORA.
           IF WS-SEG-FMT >= 86400
               SUBTRACT 86400 FROM WS-SEG-FMT
           END-IF
           PERFORM FORMATAR-SEGUNDOS.

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

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'JANELA.' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
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

       END PROGRAM ANALISE_JANELA.
