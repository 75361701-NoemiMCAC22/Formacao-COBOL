      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Avaliacao trimestral dos fornecedores: por fornecedor
      *          do mestre, a pontualidade das entregas (linhas de
      *          encomenda recebidas ate a data prevista), a media de
      *          dias de atraso, a taxa de servico (recebido sobre
      *          encomendado), a taxa de devolucao (devolucoes a
      *          fornecedor sobre o recebido) e o desvio do preco
      *          faturado face ao custo acordado na encomenda; uma
      *          nota ponderada ordena os fornecedores e a nota dos
      *          tres trimestres anteriores mostra a tendencia
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALIACAO_FORNECEDORES.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES ASSIGN TO
           WS-PATH-FORNECEDORES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FORNECEDORES.
           SELECT ENCOMENDAS ASSIGN TO
           WS-PATH-ENCOMENDAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ENCOMENDAS.
           SELECT DEVFORN ASSIGN TO
           WS-PATH-DEVFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DVF-CHAVE
           FILE STATUS IS WS-FS-DEVFORN.
           SELECT FATFORNLIN ASSIGN TO
           WS-PATH-FATFORNLIN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FATFORNLIN.
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
      *-----------------------
      * mestre de fornecedores e encomendas do READ_2 - os desenhos
      * tem de bater certo com os de la
      *-----------------------
       FD FORNECEDORES.
       01 FORNECEDOR-REG.
           03 FORN-CODIGO        PIC 9(03).
           03 FORN-NOME          PIC X(30).
           03 FORN-PRAZO-PAG     PIC 9(03).
           03 FORN-IBAN          PIC X(25).

       FD ENCOMENDAS.
       01 ENCOMENDA-REG.
           03 ENC-NUM            PIC 9(06).
           03 ENC-COD-FORNECEDOR PIC 9(03).
           03 ENC-COD-ROUPA      PIC 9(05).
           03 ENC-QNT            PIC 9(03).
           03 ENC-QNT-RECEBIDA   PIC 9(03).
           03 ENC-DATA           PIC 9(08).
           03 ENC-DATA-PREVISTA  PIC 9(08).
           03 ENC-ESTADO         PIC X(01).
           03 ENC-CUSTO-ACORDADO PIC 9(05)V99.
           03 ENC-DATA-RECECAO   PIC 9(08).

      *-----------------------
      * devolucoes a fornecedor emitidas no READ_2
      *-----------------------
       FD DEVFORN.
       COPY DEVFORN.

      *-----------------------
      * linhas faturadas por artigo das faturas de fornecedor ligadas
      * a uma encomenda, do REGISTO_COMPRAS
      *-----------------------
       FD FATFORNLIN.
           01 FATFORNLIN-REG.
               03 FL-FORNECEDOR           PIC 9(03).
               03 FL-DOC                  PIC X(12).
               03 FL-NUM-ENCOMENDA        PIC 9(06).
               03 FL-COD-ROUPA            PIC 9(05).
               03 FL-QNT                  PIC 9(03).
               03 FL-PRECO                PIC 9(05)V99.

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
       77 WS-PATH-FORNECEDORES     PIC X(100).
       77 WS-PATH-ENCOMENDAS       PIC X(100).
       77 WS-PATH-DEVFORN          PIC X(100).
       77 WS-PATH-FATFORNLIN       PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-FS-FORNECEDORES       PIC XX.
       77 WS-FS-ENCOMENDAS         PIC XX.
       77 WS-FS-DEVFORN            PIC XX.
       77 WS-FS-FATFORNLIN         PIC XX.
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

      *    pesos da nota do fornecedor (somam 1) e pontos perdidos
      *    na componente de preco por cada 1% de desvio, a mais ou
      *    a menos, face ao custo acordado
       77 WS-PESO-PONTUALIDADE     PIC 9V99 VALUE 0,40.
       77 WS-PESO-SERVICO          PIC 9V99 VALUE 0,30.
       77 WS-PESO-DEVOLUCAO        PIC 9V99 VALUE 0,15.
       77 WS-PESO-PRECO            PIC 9V99 VALUE 0,15.
       77 WS-PONTOS-POR-DESVIO     PIC 9(02) VALUE 5.
      *    diferenca de nota entre trimestres que conta como tendencia
       77 WS-LIMIAR-TENDENCIA      PIC 9V9 VALUE 2,0.

       77 WS-TRIMESTRE             PIC 9(05).
       77 WS-TRIM-REF              PIC 9(06).
       77 WS-TRIM-DATA             PIC 9(06).
       77 WS-TRIM-DO-ANO           PIC 9(01).
       77 WS-TRIM-IDX              PIC S9(06).
       77 WS-TRIM-IDX-REC          PIC S9(06).
       77 WS-IDX-T                 PIC 9(02).

       77 WS-AV-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-AV-IDX                PIC 9(03).
       77 WS-AV-POS                PIC 9(03).
       77 WS-AV-CHEIA              PIC 9 VALUE 0.
       77 WS-EN-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-EN-IDX                PIC 9(04).
       77 WS-EN-CHEIA              PIC 9 VALUE 0.
       77 WS-QNT-SERVIDA           PIC 9(03).
       77 WS-DIAS-PREVISTA         PIC 9(07).
       77 WS-DIAS-RECECAO          PIC 9(07).
       77 WS-DIAS-HOJE             PIC 9(07).
       77 WS-CALCULO               PIC S9(07)V99.
       77 WS-PRECO-PONTOS          PIC S9(05)V99.
       77 WS-DEVOLUCAO-PONTOS      PIC 9(03)V9.
       77 WS-VALOR-LINHA           PIC 9(08)V99.

       77 WS-RANK                  PIC 9(03) VALUE ZEROS.
       77 WS-MELHOR                PIC 9(03).
       77 WS-MELHOR-NOTA           PIC 9(03)V9.
       77 WS-TOT-FORNECEDORES      PIC 9(03) VALUE ZEROS.
       77 WS-TOT-AVALIADOS         PIC 9(03) VALUE ZEROS.
       77 WS-TOT-SEM-ENTREGAS      PIC 9(03) VALUE ZEROS.
       77 WS-TOT-LINHAS            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FORA-MESTRE       PIC 9(05) VALUE ZEROS.

       77 WS-POS-EDIT              PIC ZZ9.
       77 WS-LINHAS-EDIT           PIC ZZZZ9.
       77 WS-PCT-EDIT              PIC ZZ9,9.
       77 WS-DIAS-EDIT             PIC ZZZ9,9.
       77 WS-DESVIO-EDIT           PIC +ZZ9,9.
       77 WS-NOTA-EDIT             PIC ZZ9,9.
       77 WS-CAMPO                 PIC X(06).
       77 WS-COLUNA                PIC 9(03).
       77 WS-TENDENCIA             PIC X(08).

           01 WS-TRIM-INFORMADO.
               03 WS-TRIM-ANO             PIC 9(04).
               03 WS-TRIM-NUM             PIC 9(01).
           01 WS-DATA-AUX.
               03 WS-DATA-AUX-ANO         PIC 9(04).
               03 WS-DATA-AUX-MES         PIC 9(02).
               03 WS-DATA-AUX-DIA         PIC 9(02).
           01 WS-CONV-DATA.
               03 WS-CONV-ANO             PIC 9(04).
               03 WS-CONV-MES             PIC 9(02).
               03 WS-CONV-DIA             PIC 9(02).
       77 WS-CONV-DIAS              PIC 9(07).
       77 WS-CONV-ANOS-COMPLETOS    PIC 9(04).
       77 WS-CONV-QUOC-4            PIC 9(04).
       77 WS-CONV-QUOC-100          PIC 9(04).
       77 WS-CONV-QUOC-400          PIC 9(04).
       77 WS-CONV-BISSEXTO          PIC 9(04).
       77 WS-CONV-QUOC-BISSEXTO     PIC 9(04).

      *-----------------------
      * fornecedores do mestre com os contadores de cada um dos
      * quatro trimestres (1 - trimestre avaliado, 2 a 4 - os tres
      * anteriores) e os indicadores e a nota deles tirados
      *-----------------------
           01 WS-TAB-AVALIACAO.
               03 WS-AV-ENTRY OCCURS 100 TIMES.
                   05 WS-AV-FORNECEDOR     PIC 9(03).
                   05 WS-AV-NOME           PIC X(30).
                   05 WS-AV-ORDENADO       PIC 9(01).
                   05 WS-AV-TRIM OCCURS 4 TIMES.
                       07 WS-AV-LINHAS         PIC 9(05).
                       07 WS-AV-AVALIADAS      PIC 9(05).
                       07 WS-AV-PONTUAIS       PIC 9(05).
                       07 WS-AV-ATRASADAS      PIC 9(05).
                       07 WS-AV-DIAS-ATRASO    PIC 9(07).
                       07 WS-AV-QNT-ENC        PIC 9(07).
                       07 WS-AV-QNT-SERVIDA    PIC 9(07).
                       07 WS-AV-QNT-RECEBIDA   PIC 9(07).
                       07 WS-AV-QNT-DEVOLVIDA  PIC 9(07).
                       07 WS-AV-VALOR-ACORDADO PIC 9(09)V99.
                       07 WS-AV-VALOR-FATURADO PIC 9(09)V99.
                       07 WS-AV-PONTUALIDADE   PIC 9(03)V9.
                       07 WS-AV-MEDIA-ATRASO   PIC 9(04)V9.
                       07 WS-AV-SERVICO        PIC 9(03)V9.
                       07 WS-AV-DEVOLUCAO      PIC 9(03)V9.
                       07 WS-AV-DESVIO-PRECO   PIC S9(03)V9.
                       07 WS-AV-NOTA           PIC 9(03)V9.

      *-----------------------
      * linhas de encomenda dos quatro trimestres, para achar o
      * custo acordado das linhas faturadas
      *-----------------------
           01 WS-TAB-ENCOMENDAS.
               03 WS-EN-ENTRY OCCURS 2000 TIMES.
                   05 WS-EN-NUM-ENC        PIC 9(06).
                   05 WS-EN-COD-ROUPA      PIC 9(05).
                   05 WS-EN-FORN-IDX       PIC 9(03).
                   05 WS-EN-TRIM           PIC 9(01).
                   05 WS-EN-CUSTO          PIC 9(05)V99.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
           ACCEPT WS-PATH-FORNECEDORES FROM ENVIRONMENT
               "FORNECEDORES_PATH"
           IF WS-PATH-FORNECEDORES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/fornec.txt'
                   TO WS-PATH-FORNECEDORES
           END-IF
           ACCEPT WS-PATH-ENCOMENDAS FROM ENVIRONMENT
               "ENCOMENDAS_PATH"
           IF WS-PATH-ENCOMENDAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/encom.txt'
                   TO WS-PATH-ENCOMENDAS
           END-IF
           ACCEPT WS-PATH-DEVFORN FROM ENVIRONMENT "DEVFORN_PATH"
           IF WS-PATH-DEVFORN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/devforn.txt'
                   TO WS-PATH-DEVFORN
           END-IF
           ACCEPT WS-PATH-FATFORNLIN FROM ENVIRONMENT
               "FATFORNLIN_PATH"
           IF WS-PATH-FATFORNLIN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/fatfornlin.txt'
                   TO WS-PATH-FATFORNLIN
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           DISPLAY '-------//AVALIACAO DE FORNECEDORES//-------'
           DISPLAY 'TRIMESTRE A AVALIAR (AAAAT, 0 = ULTIMO TRIMESTRE '
               'FECHADO): '
           ACCEPT WS-TRIMESTRE
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-AUX
           PERFORM CALCULAR-TRIMESTRE
           IF WS-TRIMESTRE EQUAL ZEROS
               COMPUTE WS-TRIM-REF = WS-TRIM-DATA - 1
               DIVIDE WS-TRIM-REF BY 4 GIVING WS-TRIM-ANO
                   REMAINDER WS-TRIM-NUM
               ADD 1 TO WS-TRIM-NUM
               MOVE WS-TRIM-INFORMADO TO WS-TRIMESTRE
           ELSE
               MOVE WS-TRIMESTRE TO WS-TRIM-INFORMADO
               IF WS-TRIM-NUM < 1 OR WS-TRIM-NUM > 4
                   DISPLAY '*** TRIMESTRE ' WS-TRIMESTRE ' INVALIDO ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-TRIM-REF = WS-TRIM-ANO * 4 + WS-TRIM-NUM - 1
           END-IF
           MOVE WS-DATA-PROCESSAMENTO TO WS-CONV-DATA
           PERFORM CONVERTER-DATA-EM-DIAS
           MOVE WS-CONV-DIAS TO WS-DIAS-HOJE

           PERFORM CARREGAR-FORNECEDORES
               THRU CARREGAR-FORNECEDORES-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           PERFORM SOMAR-ENCOMENDAS THRU SOMAR-ENCOMENDAS-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           PERFORM SOMAR-DEVOLUCOES THRU SOMAR-DEVOLUCOES-FIM
           PERFORM SOMAR-FATURADO THRU SOMAR-FATURADO-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF

           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-AV-NUM
               PERFORM VARYING WS-IDX-T FROM 1 BY 1
                   UNTIL WS-IDX-T > 4
                   PERFORM CALCULAR-INDICADORES
                       THRU CALCULAR-INDICADORES-FIM
               END-PERFORM
           END-PERFORM

           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'AVALIACAO DE FORNECEDORES - TRIMESTRE '
                      DELIMITED BY SIZE
                  WS-TRIM-ANO DELIMITED BY SIZE
                  '/T' DELIMITED BY SIZE
                  WS-TRIM-NUM DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'POS FRN NOME                LINHAS   PONT% ATRASO '
               TO WS-SPOOL-LINHA
           MOVE 'SERV% DEVOL% PRECO%  NOTA |'
               TO WS-SPOOL-LINHA (51:)
           MOVE '   T-1   T-2   T-3  TENDENCIA'
               TO WS-SPOOL-LINHA (78:)
           PERFORM ESCREVER-SPOOL

      *    classificacao pela nota do trimestre, da maior para a
      *    menor; quem nao teve entregas a avaliar fica no fim
           PERFORM VARYING WS-AV-POS FROM 1 BY 1
               UNTIL WS-AV-POS > WS-AV-NUM
               PERFORM ESCOLHER-MELHOR
               IF WS-MELHOR NOT EQUAL ZEROS
                   MOVE 1 TO WS-AV-ORDENADO (WS-MELHOR)
                   ADD 1 TO WS-RANK
                   ADD 1 TO WS-TOT-AVALIADOS
                   MOVE WS-MELHOR TO WS-AV-IDX
                   PERFORM ESCREVER-FORNECEDOR
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-AV-NUM
               IF WS-AV-ORDENADO (WS-AV-IDX) EQUAL 0
                   PERFORM ESCREVER-SEM-ENTREGAS
               END-IF
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'FORNECEDORES NO MESTRE: ' DELIMITED BY SIZE
                  WS-TOT-FORNECEDORES DELIMITED BY SIZE
                  '  AVALIADOS: ' DELIMITED BY SIZE
                  WS-TOT-AVALIADOS DELIMITED BY SIZE
                  '  SEM ENTREGAS NO TRIMESTRE: ' DELIMITED BY SIZE
                  WS-TOT-SEM-ENTREGAS DELIMITED BY SIZE
                  '  LINHAS DE ENCOMENDA: ' DELIMITED BY SIZE
                  WS-TOT-LINHAS DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-TOT-FORA-MESTRE NOT EQUAL ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING 'LINHAS DE FORNECEDORES FORA DO MESTRE '
                          DELIMITED BY SIZE
                      '(NAO AVALIADAS): ' DELIMITED BY SIZE
                      WS-TOT-FORA-MESTRE DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           MOVE 'PONT% - LINHAS ENTREGUES COMPLETAS ATE A DATA PREVISTA'
               TO WS-SPOOL-LINHA
           MOVE ' | ATRASO - MEDIA DE DIAS DAS LINHAS EM ATRASO'
               TO WS-SPOOL-LINHA (55:)
           PERFORM ESCREVER-SPOOL
           MOVE 'SERV% - RECEBIDO / ENCOMENDADO | DEVOL% - DEVOLVIDO / '
               TO WS-SPOOL-LINHA
           MOVE 'RECEBIDO | PRECO% - FATURADO FACE AO CUSTO ACORDADO'
               TO WS-SPOOL-LINHA (55:)
           PERFORM ESCREVER-SPOOL
           MOVE 'NOTA = 40% PONT + 30% SERV + 15% (100 - DEVOL%) + 15% '
               TO WS-SPOOL-LINHA
           MOVE '(100 - 5 X |PRECO%|); N/D SEM DADOS, CONTA COMO 100'
               TO WS-SPOOL-LINHA (55:)
           PERFORM ESCREVER-SPOOL
           PERFORM FECHAR-SPOOL

           PERFORM ESCREVER-JOBLEDGER
           STOP RUN.

      *-----------------------
      * carrega os fornecedores do mestre; sem mestre nao ha quem
      * avaliar
      *-----------------------
       CARREGAR-FORNECEDORES.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORNECEDORES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FORNECEDORES - FILE STATUS: '
                   WS-FS-FORNECEDORES
               MOVE 1 TO WS-ERRO
               GO TO CARREGAR-FORNECEDORES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FORNECEDORES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-TOT-FORNECEDORES
                   IF WS-AV-NUM < 100
                       ADD 1 TO WS-AV-NUM
                       INITIALIZE WS-AV-ENTRY (WS-AV-NUM)
                       MOVE FORN-CODIGO
                           TO WS-AV-FORNECEDOR (WS-AV-NUM)
                       MOVE FORN-NOME TO WS-AV-NOME (WS-AV-NUM)
                   ELSE
                       MOVE 1 TO WS-AV-CHEIA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FORNECEDORES
           IF WS-AV-CHEIA EQUAL 1
               DISPLAY ' AVISO: MAIS DE 100 FORNECEDORES - OS '
                   'RESTANTES FICAM FORA DA AVALIACAO'
           END-IF.

       CARREGAR-FORNECEDORES-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * cada linha de encomenda conta no trimestre da data prevista
      * de entrega, se ja tiver vencido: pontual se ficou completa
      * ate essa data, em atraso se ficou completa depois ou se
      * ainda falta mercadoria; o recebido conta no trimestre da
      * ultima rececao, para a taxa de devolucao
      *-----------------------
       SOMAR-ENCOMENDAS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ENCOMENDAS
           IF WS-FS-ENCOMENDAS EQUAL "35"
               DISPLAY ' AVISO: SEM FICHEIRO DE ENCOMENDAS - NENHUM '
                   'FORNECEDOR TEM ENTREGAS A AVALIAR'
               GO TO SOMAR-ENCOMENDAS-FIM
           END-IF
           IF WS-FS-ENCOMENDAS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ENCOMENDAS - FILE STATUS: '
                   WS-FS-ENCOMENDAS
               MOVE 1 TO WS-ERRO
               GO TO SOMAR-ENCOMENDAS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ENCOMENDAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-JOB-REGISTOS
                   PERFORM ACUMULAR-LINHA-ENCOMENDA
               END-READ
           END-PERFORM
           CLOSE ENCOMENDAS
           IF WS-EN-CHEIA EQUAL 1
               DISPLAY ' AVISO: MAIS DE 2000 LINHAS DE ENCOMENDA - '
                   'AS RESTANTES FICAM FORA DO DESVIO DE PRECO'
           END-IF.

       SOMAR-ENCOMENDAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

       ACUMULAR-LINHA-ENCOMENDA.
           IF ENC-DATA-PREVISTA IS NOT NUMERIC
               MOVE ZEROS TO ENC-DATA-PREVISTA
           END-IF
           IF ENC-DATA-RECECAO IS NOT NUMERIC
               MOVE ZEROS TO ENC-DATA-RECECAO
           END-IF
           MOVE ZEROS TO WS-AV-POS
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-AV-NUM
               IF WS-AV-FORNECEDOR (WS-AV-IDX)
                   EQUAL ENC-COD-FORNECEDOR
                   MOVE WS-AV-IDX TO WS-AV-POS
               END-IF
           END-PERFORM
           IF WS-AV-POS EQUAL ZEROS
               ADD 1 TO WS-TOT-FORA-MESTRE
           ELSE
               MOVE ENC-DATA-PREVISTA TO WS-DATA-AUX
               PERFORM CALCULAR-TRIMESTRE
               MOVE WS-TRIM-IDX TO WS-TRIM-IDX-REC
               IF WS-TRIM-IDX > 0 AND WS-TRIM-IDX < 5
                   PERFORM GUARDAR-LINHA-ENCOMENDA
                   IF ENC-DATA-PREVISTA NOT > WS-DATA-PROCESSAMENTO
                       MOVE WS-TRIM-IDX TO WS-IDX-T
                       PERFORM AVALIAR-ENTREGA
                   END-IF
               END-IF
               IF ENC-QNT-RECEBIDA > 0
                   IF ENC-DATA-RECECAO NOT EQUAL ZEROS
                       MOVE ENC-DATA-RECECAO TO WS-DATA-AUX
                       PERFORM CALCULAR-TRIMESTRE
                       MOVE WS-TRIM-IDX TO WS-TRIM-IDX-REC
                   END-IF
                   IF WS-TRIM-IDX-REC > 0 AND WS-TRIM-IDX-REC < 5
                       MOVE WS-TRIM-IDX-REC TO WS-IDX-T
                       ADD ENC-QNT-RECEBIDA TO WS-AV-QNT-RECEBIDA
                           (WS-AV-POS, WS-IDX-T)
                   END-IF
               END-IF
           END-IF.

      *    trimestre corrido WS-TRIM-DATA da data WS-DATA-AUX e
      *    WS-TRIM-IDX: 1 para o trimestre avaliado, 2 a 4 para os
      *    anteriores, fora disso para os restantes
       CALCULAR-TRIMESTRE.
           COMPUTE WS-TRIM-DO-ANO = (WS-DATA-AUX-MES - 1) / 3
           COMPUTE WS-TRIM-DATA = WS-DATA-AUX-ANO * 4 + WS-TRIM-DO-ANO
           COMPUTE WS-TRIM-IDX = WS-TRIM-REF - WS-TRIM-DATA + 1.

       GUARDAR-LINHA-ENCOMENDA.
           IF WS-EN-NUM < 2000
               ADD 1 TO WS-EN-NUM
               MOVE ENC-NUM TO WS-EN-NUM-ENC (WS-EN-NUM)
               MOVE ENC-COD-ROUPA TO WS-EN-COD-ROUPA (WS-EN-NUM)
               MOVE WS-AV-POS TO WS-EN-FORN-IDX (WS-EN-NUM)
               MOVE WS-TRIM-IDX TO WS-EN-TRIM (WS-EN-NUM)
               MOVE ZEROS TO WS-EN-CUSTO (WS-EN-NUM)
               IF ENC-CUSTO-ACORDADO IS NUMERIC
                   MOVE ENC-CUSTO-ACORDADO TO WS-EN-CUSTO (WS-EN-NUM)
               END-IF
           ELSE
               MOVE 1 TO WS-EN-CHEIA
           END-IF.

      *    as linhas completas sem data de rececao (anteriores ao
      *    registo dessa data) contam para a taxa de servico mas nao
      *    para a pontualidade
       AVALIAR-ENTREGA.
           ADD 1 TO WS-TOT-LINHAS
           ADD 1 TO WS-AV-LINHAS (WS-AV-POS, WS-IDX-T)
           ADD ENC-QNT TO WS-AV-QNT-ENC (WS-AV-POS, WS-IDX-T)
           IF ENC-QNT-RECEBIDA < ENC-QNT
               MOVE ENC-QNT-RECEBIDA TO WS-QNT-SERVIDA
           ELSE
               MOVE ENC-QNT TO WS-QNT-SERVIDA
           END-IF
           ADD WS-QNT-SERVIDA TO WS-AV-QNT-SERVIDA (WS-AV-POS, WS-IDX-T)
           MOVE ENC-DATA-PREVISTA TO WS-CONV-DATA
           PERFORM CONVERTER-DATA-EM-DIAS
           MOVE WS-CONV-DIAS TO WS-DIAS-PREVISTA
           IF ENC-QNT-RECEBIDA < ENC-QNT
               IF WS-DIAS-HOJE > WS-DIAS-PREVISTA
                   ADD 1 TO WS-AV-AVALIADAS (WS-AV-POS, WS-IDX-T)
                   ADD 1 TO WS-AV-ATRASADAS (WS-AV-POS, WS-IDX-T)
                   COMPUTE WS-AV-DIAS-ATRASO (WS-AV-POS, WS-IDX-T) =
                       WS-AV-DIAS-ATRASO (WS-AV-POS, WS-IDX-T)
                       + WS-DIAS-HOJE - WS-DIAS-PREVISTA
               END-IF
           ELSE
               IF ENC-DATA-RECECAO NOT EQUAL ZEROS
                   ADD 1 TO WS-AV-AVALIADAS (WS-AV-POS, WS-IDX-T)
                   MOVE ENC-DATA-RECECAO TO WS-CONV-DATA
                   PERFORM CONVERTER-DATA-EM-DIAS
                   MOVE WS-CONV-DIAS TO WS-DIAS-RECECAO
                   IF WS-DIAS-RECECAO > WS-DIAS-PREVISTA
                       ADD 1 TO WS-AV-ATRASADAS (WS-AV-POS, WS-IDX-T)
                       COMPUTE WS-AV-DIAS-ATRASO (WS-AV-POS, WS-IDX-T)
                           = WS-AV-DIAS-ATRASO (WS-AV-POS, WS-IDX-T)
                           + WS-DIAS-RECECAO - WS-DIAS-PREVISTA
                   ELSE
                       ADD 1 TO WS-AV-PONTUAIS (WS-AV-POS, WS-IDX-T)
                   END-IF
               END-IF
           END-IF.

      *-----------------------
      * quantidades devolvidas a cada fornecedor, no trimestre da
      * devolucao
      *-----------------------
       SOMAR-DEVOLUCOES.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT DEVFORN
           IF WS-FS-DEVFORN NOT EQUAL "00"
               DISPLAY ' AVISO: SEM DEVOLUCOES A FORNECEDOR - FILE '
                   'STATUS: ' WS-FS-DEVFORN
               GO TO SOMAR-DEVOLUCOES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ DEVFORN
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-JOB-REGISTOS
                   IF DVF-DATA IS NUMERIC
                       MOVE DVF-DATA TO WS-DATA-AUX
                       PERFORM CALCULAR-TRIMESTRE
                       IF WS-TRIM-IDX > 0 AND WS-TRIM-IDX < 5
                           MOVE WS-TRIM-IDX TO WS-IDX-T
                           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                               UNTIL WS-AV-IDX > WS-AV-NUM
                               IF WS-AV-FORNECEDOR (WS-AV-IDX)
                                   EQUAL DVF-FORNECEDOR
                                   ADD DVF-QNT TO WS-AV-QNT-DEVOLVIDA
                                       (WS-AV-IDX, WS-IDX-T)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DEVFORN.

       SOMAR-DEVOLUCOES-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * linhas faturadas contra a linha de encomenda de origem: o
      * faturado e o acordado pela quantidade faturada, no trimestre
      * da linha de encomenda
      *-----------------------
       SOMAR-FATURADO.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FATFORNLIN
           IF WS-FS-FATFORNLIN EQUAL "35"
               GO TO SOMAR-FATURADO-FIM
           END-IF
           IF WS-FS-FATFORNLIN NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FATFORNLIN - FILE STATUS: '
                   WS-FS-FATFORNLIN
               MOVE 1 TO WS-ERRO
               GO TO SOMAR-FATURADO-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FATFORNLIN
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-JOB-REGISTOS
                   MOVE ZEROS TO WS-EN-IDX
                   PERFORM VARYING WS-AV-POS FROM 1 BY 1
                       UNTIL WS-AV-POS > WS-EN-NUM
                          OR WS-EN-IDX NOT EQUAL ZEROS
                       IF WS-EN-NUM-ENC (WS-AV-POS)
                           EQUAL FL-NUM-ENCOMENDA
                        AND WS-EN-COD-ROUPA (WS-AV-POS)
                           EQUAL FL-COD-ROUPA
                           MOVE WS-AV-POS TO WS-EN-IDX
                       END-IF
                   END-PERFORM
                   IF WS-EN-IDX NOT EQUAL ZEROS
                       IF WS-EN-CUSTO (WS-EN-IDX) > 0
                           MOVE WS-EN-FORN-IDX (WS-EN-IDX)
                               TO WS-AV-IDX
                           MOVE WS-EN-TRIM (WS-EN-IDX) TO WS-IDX-T
                           COMPUTE WS-VALOR-LINHA =
                               WS-EN-CUSTO (WS-EN-IDX) * FL-QNT
                           ADD WS-VALOR-LINHA TO WS-AV-VALOR-ACORDADO
                               (WS-AV-IDX, WS-IDX-T)
                           COMPUTE WS-VALOR-LINHA = FL-PRECO * FL-QNT
                           ADD WS-VALOR-LINHA TO WS-AV-VALOR-FATURADO
                               (WS-AV-IDX, WS-IDX-T)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FATFORNLIN.

       SOMAR-FATURADO-FIM.
           MOVE SPACES TO WS-ENDOFF
           MOVE ZEROS TO WS-AV-POS.

      *-----------------------
      * indicadores e nota de um fornecedor num trimestre; sem dados
      * uma componente conta como 100
      *-----------------------
       CALCULAR-INDICADORES.
           MOVE 100 TO WS-AV-PONTUALIDADE (WS-AV-IDX, WS-IDX-T)
           MOVE ZEROS TO WS-AV-MEDIA-ATRASO (WS-AV-IDX, WS-IDX-T)
           MOVE 100 TO WS-AV-SERVICO (WS-AV-IDX, WS-IDX-T)
           MOVE ZEROS TO WS-AV-DEVOLUCAO (WS-AV-IDX, WS-IDX-T)
           MOVE ZEROS TO WS-AV-DESVIO-PRECO (WS-AV-IDX, WS-IDX-T)
           MOVE ZEROS TO WS-AV-NOTA (WS-AV-IDX, WS-IDX-T)
           IF WS-AV-AVALIADAS (WS-AV-IDX, WS-IDX-T) > 0
               COMPUTE WS-AV-PONTUALIDADE (WS-AV-IDX, WS-IDX-T)
                   ROUNDED = WS-AV-PONTUAIS (WS-AV-IDX, WS-IDX-T)
                   * 100 / WS-AV-AVALIADAS (WS-AV-IDX, WS-IDX-T)
           END-IF
           IF WS-AV-ATRASADAS (WS-AV-IDX, WS-IDX-T) > 0
               COMPUTE WS-AV-MEDIA-ATRASO (WS-AV-IDX, WS-IDX-T)
                   ROUNDED = WS-AV-DIAS-ATRASO (WS-AV-IDX, WS-IDX-T)
                   / WS-AV-ATRASADAS (WS-AV-IDX, WS-IDX-T)
                   ON SIZE ERROR MOVE 9999,9
                       TO WS-AV-MEDIA-ATRASO (WS-AV-IDX, WS-IDX-T)
               END-COMPUTE
           END-IF
           IF WS-AV-QNT-ENC (WS-AV-IDX, WS-IDX-T) > 0
               COMPUTE WS-AV-SERVICO (WS-AV-IDX, WS-IDX-T) ROUNDED =
                   WS-AV-QNT-SERVIDA (WS-AV-IDX, WS-IDX-T) * 100
                   / WS-AV-QNT-ENC (WS-AV-IDX, WS-IDX-T)
           END-IF
           IF WS-AV-QNT-DEVOLVIDA (WS-AV-IDX, WS-IDX-T) > 0
               IF WS-AV-QNT-RECEBIDA (WS-AV-IDX, WS-IDX-T) > 0
                   COMPUTE WS-AV-DEVOLUCAO (WS-AV-IDX, WS-IDX-T)
                       ROUNDED =
                       WS-AV-QNT-DEVOLVIDA (WS-AV-IDX, WS-IDX-T) * 100
                       / WS-AV-QNT-RECEBIDA (WS-AV-IDX, WS-IDX-T)
                       ON SIZE ERROR MOVE 999,9
                           TO WS-AV-DEVOLUCAO (WS-AV-IDX, WS-IDX-T)
                   END-COMPUTE
               ELSE
                   MOVE 100 TO WS-AV-DEVOLUCAO (WS-AV-IDX, WS-IDX-T)
               END-IF
           END-IF
           IF WS-AV-VALOR-ACORDADO (WS-AV-IDX, WS-IDX-T) > 0
               COMPUTE WS-AV-DESVIO-PRECO (WS-AV-IDX, WS-IDX-T)
                   ROUNDED =
                   (WS-AV-VALOR-FATURADO (WS-AV-IDX, WS-IDX-T)
                    - WS-AV-VALOR-ACORDADO (WS-AV-IDX, WS-IDX-T)) * 100
                   / WS-AV-VALOR-ACORDADO (WS-AV-IDX, WS-IDX-T)
                   ON SIZE ERROR MOVE 999,9
                       TO WS-AV-DESVIO-PRECO (WS-AV-IDX, WS-IDX-T)
               END-COMPUTE
           END-IF
           IF WS-AV-LINHAS (WS-AV-IDX, WS-IDX-T) EQUAL 0
               GO TO CALCULAR-INDICADORES-FIM
           END-IF

           COMPUTE WS-CALCULO = WS-PESO-PONTUALIDADE
               * WS-AV-PONTUALIDADE (WS-AV-IDX, WS-IDX-T)
               + WS-PESO-SERVICO
               * WS-AV-SERVICO (WS-AV-IDX, WS-IDX-T)
           IF WS-AV-DEVOLUCAO (WS-AV-IDX, WS-IDX-T) < 100
               COMPUTE WS-DEVOLUCAO-PONTOS =
                   100 - WS-AV-DEVOLUCAO (WS-AV-IDX, WS-IDX-T)
               COMPUTE WS-CALCULO = WS-CALCULO
                   + WS-PESO-DEVOLUCAO * WS-DEVOLUCAO-PONTOS
           END-IF
           IF WS-AV-DESVIO-PRECO (WS-AV-IDX, WS-IDX-T) < 0
               COMPUTE WS-PRECO-PONTOS = 100 + WS-PONTOS-POR-DESVIO
                   * WS-AV-DESVIO-PRECO (WS-AV-IDX, WS-IDX-T)
           ELSE
               COMPUTE WS-PRECO-PONTOS = 100 - WS-PONTOS-POR-DESVIO
                   * WS-AV-DESVIO-PRECO (WS-AV-IDX, WS-IDX-T)
           END-IF
           IF WS-PRECO-PONTOS > 0
               COMPUTE WS-CALCULO = WS-CALCULO
                   + WS-PESO-PRECO * WS-PRECO-PONTOS
           END-IF
           COMPUTE WS-AV-NOTA (WS-AV-IDX, WS-IDX-T) ROUNDED =
               WS-CALCULO.

       CALCULAR-INDICADORES-FIM.
           EXIT.

      *    WS-MELHOR: o fornecedor ainda por classificar com a maior
      *    nota no trimestre avaliado (zero se ja nao houver nenhum
      *    com entregas a avaliar)
       ESCOLHER-MELHOR.
           MOVE ZEROS TO WS-MELHOR
           MOVE ZEROS TO WS-MELHOR-NOTA
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-AV-NUM
               IF WS-AV-ORDENADO (WS-AV-IDX) EQUAL 0
                AND WS-AV-LINHAS (WS-AV-IDX, 1) > 0
                   IF WS-MELHOR EQUAL ZEROS
                    OR WS-AV-NOTA (WS-AV-IDX, 1) > WS-MELHOR-NOTA
                       MOVE WS-AV-IDX TO WS-MELHOR
                       MOVE WS-AV-NOTA (WS-AV-IDX, 1)
                           TO WS-MELHOR-NOTA
                   END-IF
               END-IF
           END-PERFORM.

       ESCREVER-FORNECEDOR.
           MOVE WS-RANK TO WS-POS-EDIT
           MOVE WS-AV-LINHAS (WS-AV-IDX, 1) TO WS-LINHAS-EDIT
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING WS-POS-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AV-FORNECEDOR (WS-AV-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AV-NOME (WS-AV-IDX) (1:20) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LINHAS-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           IF WS-AV-AVALIADAS (WS-AV-IDX, 1) > 0
               MOVE WS-AV-PONTUALIDADE (WS-AV-IDX, 1) TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-SPOOL-LINHA (38:5)
               MOVE WS-AV-MEDIA-ATRASO (WS-AV-IDX, 1) TO WS-DIAS-EDIT
               MOVE WS-DIAS-EDIT TO WS-SPOOL-LINHA (44:6)
           ELSE
               MOVE '  N/D' TO WS-SPOOL-LINHA (38:5)
               MOVE '   N/D' TO WS-SPOOL-LINHA (44:6)
           END-IF
           MOVE WS-AV-SERVICO (WS-AV-IDX, 1) TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO WS-SPOOL-LINHA (51:5)
           IF WS-AV-QNT-RECEBIDA (WS-AV-IDX, 1) > 0
            OR WS-AV-QNT-DEVOLVIDA (WS-AV-IDX, 1) > 0
               MOVE WS-AV-DEVOLUCAO (WS-AV-IDX, 1) TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-SPOOL-LINHA (58:5)
           ELSE
               MOVE '  N/D' TO WS-SPOOL-LINHA (58:5)
           END-IF
           IF WS-AV-VALOR-ACORDADO (WS-AV-IDX, 1) > 0
               MOVE WS-AV-DESVIO-PRECO (WS-AV-IDX, 1) TO WS-DESVIO-EDIT
               MOVE WS-DESVIO-EDIT TO WS-SPOOL-LINHA (64:6)
           ELSE
               MOVE '   N/D' TO WS-SPOOL-LINHA (64:6)
           END-IF
           MOVE WS-AV-NOTA (WS-AV-IDX, 1) TO WS-NOTA-EDIT
           MOVE WS-NOTA-EDIT TO WS-SPOOL-LINHA (71:5)
           MOVE '|' TO WS-SPOOL-LINHA (77:1)
           PERFORM ESCREVER-TENDENCIA
           PERFORM ESCREVER-SPOOL.

      *    a nota dos tres trimestres anteriores e a tendencia face
      *    ao trimestre imediatamente antes
       ESCREVER-TENDENCIA.
           PERFORM VARYING WS-IDX-T FROM 2 BY 1 UNTIL WS-IDX-T > 4
               IF WS-AV-LINHAS (WS-AV-IDX, WS-IDX-T) > 0
                   MOVE WS-AV-NOTA (WS-AV-IDX, WS-IDX-T)
                       TO WS-NOTA-EDIT
                   MOVE WS-NOTA-EDIT TO WS-CAMPO
               ELSE
                   MOVE '  N/D' TO WS-CAMPO
               END-IF
               COMPUTE WS-COLUNA = 79 + (WS-IDX-T - 2) * 6
               MOVE WS-CAMPO TO WS-SPOOL-LINHA (WS-COLUNA:5)
           END-PERFORM
           IF WS-AV-LINHAS (WS-AV-IDX, 2) EQUAL 0
               MOVE 'NOVO' TO WS-TENDENCIA
           ELSE
               COMPUTE WS-CALCULO = WS-AV-NOTA (WS-AV-IDX, 1)
                   - WS-AV-NOTA (WS-AV-IDX, 2)
               EVALUATE TRUE
                   WHEN WS-CALCULO > WS-LIMIAR-TENDENCIA
                       MOVE 'MELHORA' TO WS-TENDENCIA
                   WHEN WS-CALCULO < 0 - WS-LIMIAR-TENDENCIA
                       MOVE 'PIORA' TO WS-TENDENCIA
                   WHEN OTHER
                       MOVE 'ESTAVEL' TO WS-TENDENCIA
               END-EVALUATE
           END-IF
           MOVE WS-TENDENCIA TO WS-SPOOL-LINHA (98:8).

      *    fornecedores sem linhas vencidas no trimestre: so aparecem
      *    se tiveram movimento nalgum dos trimestres anteriores
       ESCREVER-SEM-ENTREGAS.
           IF WS-AV-LINHAS (WS-AV-IDX, 2) > 0
            OR WS-AV-LINHAS (WS-AV-IDX, 3) > 0
            OR WS-AV-LINHAS (WS-AV-IDX, 4) > 0
            OR WS-AV-QNT-RECEBIDA (WS-AV-IDX, 1) > 0
               ADD 1 TO WS-TOT-SEM-ENTREGAS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  - ' DELIMITED BY SIZE
                      WS-AV-FORNECEDOR (WS-AV-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AV-NOME (WS-AV-IDX) (1:20) DELIMITED BY SIZE
                      ' SEM ENTREGAS VENCIDAS NO TRIMESTRE'
                          DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               MOVE '|' TO WS-SPOOL-LINHA (77:1)
               PERFORM ESCREVER-TENDENCIA
               MOVE SPACES TO WS-SPOOL-LINHA (98:8)
               PERFORM ESCREVER-SPOOL
           END-IF.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'AVALFORN.' DELIMITED BY SIZE
                  WS-TRIMESTRE DELIMITED BY SIZE
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
      * converte uma data AAAAMMDD em dias corridos, para subtrair
      * datas - como na antiguidade de saldos
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
           MOVE 'AVALIA_FORN ' TO JOB-PROGRAMA
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

       END PROGRAM AVALIACAO_FORNECEDORES.
