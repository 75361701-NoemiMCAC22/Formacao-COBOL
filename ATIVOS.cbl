      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Imobilizado: ficheiro mestre dos ativos fixos
      *          (caixas registadoras, equipamento das lojas,
      *          viaturas e os contadores de gas instalados) com a
      *          data de aquisicao, o custo, a fatura do fornecedor
      *          no REGISTO_COMPRAS, a loja e o local, a classe e a
      *          taxa de amortizacao das tabelas legais; corrida
      *          mensal das amortizacoes (quotas constantes, por
      *          duodecimos a partir do mes de entrada em
      *          utilizacao), abate e venda com a mais ou menos-valia,
      *          e o mapa anual de depreciacoes e amortizacoes por
      *          ativo no desenho do modelo oficial; os contadores do
      *          mestre de contadores do CONSUMO-GAS entram sozinhos
      *          como ativos quando sao instalados; os movimentos vao
      *          para MOVATIVOS, de onde o LANC_CONTAB os lanca
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVOS_FIXOS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASSESATIVO ASSIGN TO
           WS-PATH-CLASSESATIVO
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLASSESATIVO.
           SELECT ATIVOS ASSIGN TO
           WS-PATH-ATIVOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ATIVOS.
           SELECT ATIVOSTEMP ASSIGN TO
           WS-PATH-ATIVOSTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ATIVOSTEMP.
           SELECT MOVATIVOS ASSIGN TO
           WS-PATH-MOVATIVOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-MOVATIVOS.
           SELECT COMPRAS ASSIGN TO
           WS-PATH-COMPRAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-COMPRAS.
           SELECT FICH-CONTADORES ASSIGN TO
           WS-PATH-CONTADORES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CONTADORES.
           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DATAPROC.
           SELECT PERIODOS ASSIGN TO
           WS-PATH-PERIODOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PERIODOS.
           SELECT SPOOL ASSIGN TO
           WS-PATH-SPOOL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-SPOOL.
           DATA DIVISION.
           FILE SECTION.
      *-----------------------
      * classes de ativos: o codigo da tabela legal (taxas maximas
      * de depreciacao e amortizacao), a taxa maxima anual, o custo
      * padrao dos ativos criados sem fatura (contadores instalados)
      * e a marca da classe dos contadores de gas
      *-----------------------
       FD CLASSESATIVO.
           01 CLASSE-REG.
               03 CLA-CODIGO              PIC X(03).
               03 CLA-DESCRICAO           PIC X(30).
               03 CLA-COD-TABELA          PIC 9(04).
               03 CLA-TAXA                PIC 9(02)V99.
               03 CLA-CUSTO-PADRAO        PIC 9(07)V99.
               03 CLA-CONTADORES          PIC X(01).

      *-----------------------
      * mestre do imobilizado: AT-ORIGEM 'C' compra do registo de
      * compras, 'G' contador de gas instalado, 'I' ativo que ja
      * existia (com as amortizacoes acumuladas ate ao registo);
      * AT-ULTIMO-PERIODO e o ultimo ano/mes amortizado; AT-ESTADO
      * 'A' em uso, 'V' abatido ou vendido
      *-----------------------
       FD ATIVOS.
           01 ATIVO-REG.
               03 AT-NUM                  PIC 9(06).
               03 AT-DESCRICAO            PIC X(30).
               03 AT-CLASSE               PIC X(03).
               03 AT-DATA-AQUISICAO       PIC 9(08).
               03 AT-DATA-INICIO-UTIL     PIC 9(08).
               03 AT-VALOR-AQUISICAO      PIC 9(09)V99.
               03 AT-FORNECEDOR           PIC 9(03).
               03 AT-DOC-COMPRA           PIC X(12).
               03 AT-LOJA                 PIC 9(02).
               03 AT-LOCAL                PIC X(20).
               03 AT-NUM-SERIE            PIC X(15).
               03 AT-TAXA                 PIC 9(02)V99.
               03 AT-AMORT-INICIAL        PIC 9(09)V99.
               03 AT-AMORT-ACUM           PIC 9(09)V99.
               03 AT-ULTIMO-PERIODO       PIC 9(06).
               03 AT-ORIGEM               PIC X(01).
               03 AT-ESTADO               PIC X(01).
               03 AT-DATA-ABATE           PIC 9(08).
               03 AT-VALOR-VENDA          PIC 9(09)V99.
               03 AT-MAIS-MENOS-VALIA     PIC S9(09)V99.

       FD ATIVOSTEMP.
           01 ATIVOTEMP-REG               PIC X(182).

       FD MOVATIVOS.
           COPY MOVATIV.

      *-----------------------
      * compras do REGISTO_COMPRAS e mestre de contadores do
      * CONSUMO-GAS - os desenhos tem de bater certo com os de la
      *-----------------------
       FD COMPRAS.
           01 COMPRA-REG.
               03 CP-FORNECEDOR           PIC 9(03).
               03 CP-DOC                  PIC X(12).
               03 CP-DATA                 PIC 9(08).
               03 CP-TAXA                 PIC 9(02).
               03 CP-BASE                 PIC S9(07)V99.
               03 CP-IVA                  PIC S9(07)V99.
               03 CP-NUM-ENCOMENDA        PIC 9(06).
               03 CP-DATA-VENCIMENTO      PIC 9(08).
               03 CP-CUSTO-IMPORTACAO     PIC X(01).

       FD FICH-CONTADORES.
           01 CONTADOR-REG.
               03 CT-NUM-SERIE            PIC X(15).
               03 CT-MODELO               PIC X(20).
               03 CT-NUM-CLIENTE          PIC 9(05).
               03 CT-DATA-INSTALACAO      PIC 9(08).
               03 CT-LEITURA-INSTALACAO   PIC 9(06).
               03 CT-DATA-REMOCAO         PIC 9(08).
               03 CT-LEITURA-REMOCAO      PIC 9(06).
               03 CT-MOTIVO-REMOCAO       PIC X(01).
               03 CT-DATA-VERIFICACAO     PIC 9(08).
               03 CT-DATA-LIMITE-VERIF    PIC 9(08).
               03 CT-ORDEM-VERIF          PIC X(01).
               03 CT-ESTADO               PIC X(01).

       FD DATAPROC.
           01 DATAPROC-REG.
               03 DP-DATA                 PIC 9(08).
               03 DP-ESTADO               PIC X(01).

       FD PERIODOS.
           01 PERIODO-REG.
               03 PER-ANO                 PIC 9(04).
               03 PER-MES                 PIC 9(02).
               03 PER-ESTADO              PIC X(01).

       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PATH-CLASSESATIVO     PIC X(100).
       77 WS-PATH-ATIVOS           PIC X(100).
       77 WS-PATH-ATIVOSTEMP       PIC X(100).
       77 WS-PATH-MOVATIVOS        PIC X(100).
       77 WS-PATH-COMPRAS          PIC X(100).
       77 WS-PATH-CONTADORES       PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-PERIODOS         PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-FS-CLASSESATIVO       PIC XX.
       77 WS-FS-ATIVOS             PIC XX.
       77 WS-FS-ATIVOSTEMP         PIC XX.
       77 WS-FS-MOVATIVOS          PIC XX.
       77 WS-FS-COMPRAS            PIC XX.
       77 WS-FS-CONTADORES         PIC XX.
       77 WS-FS-DATAPROC           PIC XX.
       77 WS-FS-PERIODOS           PIC XX.
       77 WS-FS-SPOOL              PIC XX.
       77 OPCAO                    PIC 9.
       77 OPCAO-CLASSES            PIC 9.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-ENDOFPER              PIC X(01) VALUE SPACES.
       77 WS-DATA-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-PER-ANOMES            PIC 9(06).
       77 WS-PERIODO-FECHADO       PIC 9.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.
       77 WS-IDX                   PIC 9(03).
       77 WS-ERRO                  PIC 9 VALUE 0.

      *-----------------------
      * classes carregadas
      *-----------------------
       77 WS-CLA-NUM               PIC 9(02) VALUE ZEROS.
       77 WS-CLA-IDX               PIC 9(02).
       77 WS-CLA-PROCURA           PIC X(03).
       77 WS-CLA-EXISTE            PIC 9.
       77 WS-CLA-ACHADA            PIC 9(02).
       77 WS-CLA-CONTADORES        PIC 9(02) VALUE ZEROS.
           01 WS-TAB-CLASSES.
               03 WS-CLA-ENTRY OCCURS 50 TIMES.
                   05 WS-CLA-CODIGO       PIC X(03).
                   05 WS-CLA-DESCRICAO    PIC X(30).
                   05 WS-CLA-COD-TABELA   PIC 9(04).
                   05 WS-CLA-TAXA         PIC 9(02)V99.
                   05 WS-CLA-CUSTO-PADRAO PIC 9(07)V99.
                   05 WS-CLA-MARCA        PIC X(01).

      *-----------------------
      * registo de um ativo novo
      *-----------------------
       77 WS-AT-PROCURA            PIC 9(06).
       77 WS-AT-EXISTE             PIC 9.
       77 WS-AT-ULTIMO-NUM         PIC 9(06) VALUE ZEROS.
       77 WS-ORIGEM                PIC X(01).
       77 WS-DOC-EXISTE            PIC 9.
       77 WS-DOC-BASE              PIC S9(09)V99.
       77 WS-DOC-DATA              PIC 9(08).
       77 WS-VALOR-INDICADO        PIC 9(09)V99.
       77 WS-TAXA-INDICADA         PIC 9(02)V99.
       77 WS-DATA-INDICADA         PIC 9(08).
           01 WS-ATIVO-NOVO.
               03 WS-AN-NUM               PIC 9(06).
               03 WS-AN-DESCRICAO         PIC X(30).
               03 WS-AN-CLASSE            PIC X(03).
               03 WS-AN-DATA-AQUISICAO    PIC 9(08).
               03 WS-AN-DATA-INICIO-UTIL  PIC 9(08).
               03 WS-AN-VALOR-AQUISICAO   PIC 9(09)V99.
               03 WS-AN-FORNECEDOR        PIC 9(03).
               03 WS-AN-DOC-COMPRA        PIC X(12).
               03 WS-AN-LOJA              PIC 9(02).
               03 WS-AN-LOCAL             PIC X(20).
               03 WS-AN-NUM-SERIE         PIC X(15).
               03 WS-AN-TAXA              PIC 9(02)V99.
               03 WS-AN-AMORT-INICIAL     PIC 9(09)V99.
               03 WS-AN-ULTIMO-PERIODO    PIC 9(06).
               03 WS-AN-ORIGEM            PIC X(01).

      *-----------------------
      * amortizacao de um ativo ate ao ano/mes WS-AM-ATE: quota
      * mensal do custo a taxa do ativo, do mes seguinte ao ultimo
      * amortizado (ou do mes de entrada em utilizacao) ate ao fim,
      * sem passar o custo
      *-----------------------
       77 WS-AM-ATE                PIC 9(06).
           01 WS-AM-MES                PIC 9(06).
           01 WS-AM-MES-R REDEFINES WS-AM-MES.
               03 WS-AM-MES-ANO        PIC 9(04).
               03 WS-AM-MES-MES        PIC 9(02).
       77 WS-AM-QUOTA-MES          PIC 9(09)V99.
       77 WS-AM-QUOTA              PIC 9(09)V99.
       77 WS-AM-MESES              PIC 9(03).
       77 WS-AM-POR-AMORTIZAR      PIC 9(09)V99.
       77 WS-RUN-ATIVOS            PIC 9(05) VALUE ZEROS.
       77 WS-RUN-TOTAL             PIC 9(11)V99 VALUE ZEROS.
       77 WS-RUN-CONCLUIDOS        PIC 9(05) VALUE ZEROS.

      *-----------------------
      * abate ou venda
      *-----------------------
       77 WS-ABATE-DATA            PIC 9(08).
       77 WS-ABATE-VENDA           PIC 9(09)V99.
       77 WS-ABATE-FEITO           PIC 9.
       77 WS-VALOR-LIQUIDO         PIC S9(09)V99.

      *-----------------------
      * contadores de gas: os numeros de serie que ja sao ativos, o
      * local atual de cada um e os instalados ainda sem ativo
      *-----------------------
       77 WS-SR-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-SR-IDX                PIC 9(03).
           01 WS-TAB-SERIES.
               03 WS-SR-ENTRY OCCURS 999 TIMES.
                   05 WS-SR-NUM-SERIE     PIC X(15).
                   05 WS-SR-NUM-ATIVO     PIC 9(06).
                   05 WS-SR-NOVO          PIC 9(01).
                   05 WS-SR-MODELO        PIC X(20).
                   05 WS-SR-DATA-INST     PIC 9(08).
                   05 WS-SR-LOCAL         PIC X(20).
                   05 WS-SR-MUDOU         PIC 9(01).
       77 WS-CTD-NOVOS             PIC 9(05) VALUE ZEROS.
       77 WS-CTD-MUDADOS           PIC 9(05) VALUE ZEROS.
       77 WS-CTD-LOCAL             PIC X(20).
       77 WS-EXCEDIDOS             PIC 9(05) VALUE ZEROS.

      *-----------------------
      * mapa anual: ativos do ano com as amortizacoes anteriores e
      * do periodo tiradas dos movimentos
      *-----------------------
       77 WS-MAPA-ANO              PIC 9(04).
       77 WS-MP-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-MP-IDX                PIC 9(03).
           01 WS-TAB-MAPA.
               03 WS-MP-ENTRY OCCURS 999 TIMES.
                   05 WS-MP-NUM-ATIVO     PIC 9(06).
                   05 WS-MP-DESCRICAO     PIC X(30).
                   05 WS-MP-CLASSE        PIC X(03).
                   05 WS-MP-DATA-AQUIS    PIC 9(08).
                   05 WS-MP-DATA-INICIO   PIC 9(08).
                   05 WS-MP-VALOR         PIC 9(09)V99.
                   05 WS-MP-TAXA          PIC 9(02)V99.
                   05 WS-MP-ESTADO        PIC X(01).
                   05 WS-MP-DATA-ABATE    PIC 9(08).
                   05 WS-MP-ANTERIORES    PIC 9(09)V99.
                   05 WS-MP-PERIODO       PIC 9(09)V99.
       77 WS-MP-MES-INI            PIC 9(02).
       77 WS-MP-MES-FIM            PIC 9(02).
       77 WS-MP-LIMITE             PIC 9(09)V99.
       77 WS-MP-NAO-ACEITE         PIC 9(09)V99.
       77 WS-MP-TAXA-MAX           PIC 9(02)V99.
       77 WS-MP-COD-TABELA         PIC 9(04).
       77 WS-MP-LINHAS-CLASSE      PIC 9(03).
           01 WS-MP-TOTAIS.
               03 WS-MP-TOT OCCURS 2 TIMES.
                   05 WS-MP-TOT-VALOR     PIC 9(11)V99.
                   05 WS-MP-TOT-ANTER     PIC 9(11)V99.
                   05 WS-MP-TOT-PERIODO   PIC 9(11)V99.
                   05 WS-MP-TOT-LIMITE    PIC 9(11)V99.
                   05 WS-MP-TOT-NAO-ACEIT PIC 9(11)V99.
       77 WS-MP-T                  PIC 9(01).

           01 WS-DATA-AUX              PIC 9(08).
           01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
               03 WS-DATA-AUX-ANO      PIC 9(04).
               03 WS-DATA-AUX-MES      PIC 9(02).
               03 WS-DATA-AUX-DIA      PIC 9(02).
       77 WS-EDT-MES-ANO           PIC X(07).
       77 WS-EDT-VALOR             PIC ZZ.ZZZ.ZZ9,99.
       77 WS-EDT-VALOR-12          PIC Z.ZZZ.ZZ9,99.
       77 WS-EDT-SINAL             PIC ----.---.--9,99.
       77 WS-EDT-TAXA              PIC Z9,99.
       77 WS-EDT-CONT              PIC ZZZZ9.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-PATH-CLASSESATIVO FROM ENVIRONMENT
               "CLASSESATIVO_PATH"
           IF WS-PATH-CLASSESATIVO EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CLASSESATIVO.txt'
                   TO WS-PATH-CLASSESATIVO
           END-IF
           ACCEPT WS-PATH-ATIVOS FROM ENVIRONMENT "ATIVOS_PATH"
           IF WS-PATH-ATIVOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ATIVOS.txt'
                   TO WS-PATH-ATIVOS
           END-IF
           ACCEPT WS-PATH-ATIVOSTEMP FROM ENVIRONMENT
               "ATIVOSTEMP_PATH"
           IF WS-PATH-ATIVOSTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ATIVOSTEMP.txt'
                   TO WS-PATH-ATIVOSTEMP
           END-IF
           ACCEPT WS-PATH-MOVATIVOS FROM ENVIRONMENT "MOVATIVOS_PATH"
           IF WS-PATH-MOVATIVOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/MOVATIVOS.txt'
                   TO WS-PATH-MOVATIVOS
           END-IF
           ACCEPT WS-PATH-COMPRAS FROM ENVIRONMENT "COMPRAS_PATH"
           IF WS-PATH-COMPRAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/COMPRAS.txt'
                   TO WS-PATH-COMPRAS
           END-IF
           ACCEPT WS-PATH-CONTADORES FROM ENVIRONMENT
               "CONTADORES_PATH"
           IF WS-PATH-CONTADORES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CONTADORES.txt'
                   TO WS-PATH-CONTADORES
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       INICIO.
           DISPLAY "--------------------------------"
           DISPLAY " 1 - CLASSES DE ATIVOS"
           DISPLAY " 2 - REGISTAR ATIVO"
           DISPLAY " 3 - LISTAR ATIVOS"
           DISPLAY " 4 - ABATE OU VENDA DE ATIVO"
           DISPLAY " 5 - IMPORTAR CONTADORES INSTALADOS"
           DISPLAY " 6 - AMORTIZACOES DO MES"
           DISPLAY " 7 - MAPA ANUAL DE DEPRECIACOES E AMORTIZACOES"
           DISPLAY " 8 - FINALIZAR"
           ACCEPT OPCAO
           DISPLAY "---------------------------------"

               IF OPCAO = 1
               PERFORM GERIR-CLASSES.

               IF OPCAO = 2
               PERFORM REGISTAR-ATIVO THRU REGISTAR-ATIVO-FIM.

               IF OPCAO = 3
               PERFORM LISTAR-ATIVOS.

               IF OPCAO = 4
               PERFORM ABATER-ATIVO THRU ABATER-ATIVO-FIM.

               IF OPCAO = 5
               PERFORM IMPORTAR-CONTADORES THRU IMPORTAR-CONTADORES-FIM.

               IF OPCAO = 6
               PERFORM AMORTIZAR-MES THRU AMORTIZAR-MES-FIM.

               IF OPCAO = 7
               PERFORM MAPA-ANUAL THRU MAPA-ANUAL-FIM.

               IF OPCAO = 8
               PERFORM STOP_PROGRAMA.

           GO TO INICIO.

       STOP_PROGRAMA.
           STOP RUN.

      *-----------------------
      * classes de ativos, mantidas pelo contabilista com o codigo
      * e a taxa maxima da tabela legal
      *-----------------------
       GERIR-CLASSES.
           DISPLAY '-------//CLASSES DE ATIVOS//-------'
           DISPLAY ' 1 - CRIAR CLASSE'
           DISPLAY ' 2 - LISTAR CLASSES'
           ACCEPT OPCAO-CLASSES

           EVALUATE OPCAO-CLASSES
               WHEN 1
                   PERFORM CRIAR-CLASSE
               WHEN 2
                   PERFORM LISTAR-CLASSES
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       CRIAR-CLASSE.
           PERFORM CARREGAR-CLASSES
           DISPLAY 'CODIGO DA CLASSE (3 CARACTERES): '
           ACCEPT WS-CLA-PROCURA
           PERFORM PROCURAR-CLASSE
           IF WS-CLA-EXISTE EQUAL 1
               DISPLAY '*** CLASSE ' WS-CLA-PROCURA ' JA EXISTE ***'
           ELSE
               OPEN EXTEND CLASSESATIVO
               IF WS-FS-CLASSESATIVO EQUAL "35"
                   OPEN OUTPUT CLASSESATIVO
               END-IF
               IF WS-FS-CLASSESATIVO NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR CLASSESATIVO - FILE STATUS: '
                       WS-FS-CLASSESATIVO
               ELSE
                   MOVE WS-CLA-PROCURA TO CLA-CODIGO
                   DISPLAY 'DESCRICAO: '
                   ACCEPT CLA-DESCRICAO
                   DISPLAY 'CODIGO NA TABELA LEGAL DE TAXAS: '
                   ACCEPT CLA-COD-TABELA
                   DISPLAY 'TAXA MAXIMA ANUAL (%): '
                   ACCEPT CLA-TAXA
                   PERFORM UNTIL CLA-TAXA > ZEROS
                       DISPLAY 'A TAXA TEM DE SER SUPERIOR A ZERO: '
                       ACCEPT CLA-TAXA
                   END-PERFORM
                   DISPLAY 'CUSTO PADRAO DOS ATIVOS SEM FATURA '
                       '(0 SE NAO HOUVER): '
                   ACCEPT CLA-CUSTO-PADRAO
                   DISPLAY 'CLASSE DOS CONTADORES DE GAS (S/N): '
                   ACCEPT CLA-CONTADORES
                   IF CLA-CONTADORES NOT EQUAL 'S'
                       MOVE 'N' TO CLA-CONTADORES
                   END-IF
                   IF CLA-CONTADORES EQUAL 'S'
                    AND WS-CLA-CONTADORES > ZEROS
                       DISPLAY '*** A CLASSE '
                           WS-CLA-CODIGO (WS-CLA-CONTADORES)
                           ' JA E A DOS CONTADORES - ESTA FICA SEM '
                           'A MARCA ***'
                       MOVE 'N' TO CLA-CONTADORES
                   END-IF
                   WRITE CLASSE-REG
                   CLOSE CLASSESATIVO
                   DISPLAY 'CLASSE REGISTADA COM SUCESSO'
               END-IF
           END-IF.

       LISTAR-CLASSES.
           PERFORM CARREGAR-CLASSES
           IF WS-CLA-NUM EQUAL ZEROS
               DISPLAY ' SEM CLASSES DE ATIVOS REGISTADAS'
           END-IF
           PERFORM VARYING WS-CLA-IDX FROM 1 BY 1
               UNTIL WS-CLA-IDX > WS-CLA-NUM
               MOVE WS-CLA-TAXA (WS-CLA-IDX) TO WS-EDT-TAXA
               MOVE WS-CLA-CUSTO-PADRAO (WS-CLA-IDX) TO WS-EDT-VALOR
               DISPLAY 'CLASSE: ' WS-CLA-CODIGO (WS-CLA-IDX)
                   ' ' WS-CLA-DESCRICAO (WS-CLA-IDX)
                   ' TABELA: ' WS-CLA-COD-TABELA (WS-CLA-IDX)
                   ' TAXA: ' WS-EDT-TAXA
                   ' CUSTO PADRAO: ' WS-EDT-VALOR
                   ' CONTADORES: ' WS-CLA-MARCA (WS-CLA-IDX)
           END-PERFORM.

       CARREGAR-CLASSES.
           MOVE ZEROS TO WS-CLA-NUM
           MOVE ZEROS TO WS-CLA-CONTADORES
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CLASSESATIVO
           IF WS-FS-CLASSESATIVO EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CLASSESATIVO
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF WS-CLA-NUM < 50
                           ADD 1 TO WS-CLA-NUM
                           MOVE CLA-CODIGO
                               TO WS-CLA-CODIGO (WS-CLA-NUM)
                           MOVE CLA-DESCRICAO
                               TO WS-CLA-DESCRICAO (WS-CLA-NUM)
                           MOVE CLA-COD-TABELA
                               TO WS-CLA-COD-TABELA (WS-CLA-NUM)
                           MOVE CLA-TAXA TO WS-CLA-TAXA (WS-CLA-NUM)
                           MOVE CLA-CUSTO-PADRAO
                               TO WS-CLA-CUSTO-PADRAO (WS-CLA-NUM)
                           MOVE CLA-CONTADORES
                               TO WS-CLA-MARCA (WS-CLA-NUM)
                           IF CLA-CONTADORES EQUAL 'S'
                            AND WS-CLA-CONTADORES EQUAL ZEROS
                               MOVE WS-CLA-NUM TO WS-CLA-CONTADORES
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASSESATIVO
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       PROCURAR-CLASSE.
           MOVE 0 TO WS-CLA-EXISTE
           MOVE ZEROS TO WS-CLA-ACHADA
           PERFORM VARYING WS-CLA-IDX FROM 1 BY 1
               UNTIL WS-CLA-IDX > WS-CLA-NUM
               IF WS-CLA-CODIGO (WS-CLA-IDX) EQUAL WS-CLA-PROCURA
                   MOVE 1 TO WS-CLA-EXISTE
                   MOVE WS-CLA-IDX TO WS-CLA-ACHADA
               END-IF
           END-PERFORM.

      *-----------------------
      * registo de um ativo: de uma fatura do registo de compras (o
      * custo proposto e a base sem IVA do documento, que uma fatura
      * com varios ativos reparte) ou de um ativo que ja existia,
      * com as amortizacoes acumuladas e o ultimo mes amortizado
      *-----------------------
       REGISTAR-ATIVO.
           PERFORM CARREGAR-CLASSES
           IF WS-CLA-NUM EQUAL ZEROS
               DISPLAY '*** SEM CLASSES DE ATIVOS - CRIE PRIMEIRO AS '
                   'CLASSES ***'
               GO TO REGISTAR-ATIVO-FIM
           END-IF
           INITIALIZE WS-ATIVO-NOVO
           DISPLAY 'ORIGEM (C - FATURA DO REGISTO DE COMPRAS, '
               'I - ATIVO JA EXISTENTE): '
           ACCEPT WS-ORIGEM
           EVALUATE WS-ORIGEM
               WHEN 'C'
                   DISPLAY 'FORNECEDOR: '
                   ACCEPT WS-AN-FORNECEDOR
                   DISPLAY 'DOCUMENTO DO FORNECEDOR: '
                   ACCEPT WS-AN-DOC-COMPRA
                   PERFORM PROCURAR-DOC-COMPRA
                   IF WS-DOC-EXISTE EQUAL 0
                       DISPLAY '*** DOCUMENTO ' WS-AN-DOC-COMPRA
                           ' DO FORNECEDOR ' WS-AN-FORNECEDOR
                           ' NAO ESTA NO REGISTO DE COMPRAS ***'
                       GO TO REGISTAR-ATIVO-FIM
                   END-IF
                   IF WS-DOC-BASE NOT > ZEROS
                       DISPLAY '*** O DOCUMENTO NAO TEM VALOR A '
                           'DEBITO (NOTA DE CREDITO?) ***'
                       GO TO REGISTAR-ATIVO-FIM
                   END-IF
                   MOVE WS-DOC-DATA TO WS-AN-DATA-AQUISICAO
                   MOVE WS-DOC-BASE TO WS-EDT-VALOR
                   DISPLAY 'VALOR DE AQUISICAO (0 = ' WS-EDT-VALOR
                       ', A BASE DO DOCUMENTO): '
                   ACCEPT WS-VALOR-INDICADO
                   IF WS-VALOR-INDICADO EQUAL ZEROS
                       MOVE WS-DOC-BASE TO WS-AN-VALOR-AQUISICAO
                   ELSE
                       MOVE WS-VALOR-INDICADO TO WS-AN-VALOR-AQUISICAO
                   END-IF
               WHEN 'I'
                   DISPLAY 'DATA DE AQUISICAO (AAAAMMDD): '
                   ACCEPT WS-AN-DATA-AQUISICAO
                   DISPLAY 'VALOR DE AQUISICAO: '
                   ACCEPT WS-AN-VALOR-AQUISICAO
                   DISPLAY 'AMORTIZACOES ACUMULADAS ATE HOJE: '
                   ACCEPT WS-AN-AMORT-INICIAL
                   DISPLAY 'ULTIMO MES JA AMORTIZADO (AAAAMM): '
                   ACCEPT WS-AN-ULTIMO-PERIODO
               WHEN OTHER
                   DISPLAY 'ORIGEM INVALIDA'
                   GO TO REGISTAR-ATIVO-FIM
           END-EVALUATE
           IF WS-AN-VALOR-AQUISICAO EQUAL ZEROS
            OR WS-AN-DATA-AQUISICAO EQUAL ZEROS
               DISPLAY '*** VALOR E DATA DE AQUISICAO OBRIGATORIOS ***'
               GO TO REGISTAR-ATIVO-FIM
           END-IF
           IF WS-AN-AMORT-INICIAL > WS-AN-VALOR-AQUISICAO
               DISPLAY '*** AMORTIZACOES ACUMULADAS ACIMA DO VALOR DE '
                   'AQUISICAO ***'
               GO TO REGISTAR-ATIVO-FIM
           END-IF
           MOVE WS-ORIGEM TO WS-AN-ORIGEM

           DISPLAY 'DESCRICAO: '
           ACCEPT WS-AN-DESCRICAO
           DISPLAY 'CLASSE: '
           ACCEPT WS-CLA-PROCURA
           PERFORM PROCURAR-CLASSE
           PERFORM UNTIL WS-CLA-EXISTE EQUAL 1
               DISPLAY '*** CLASSE ' WS-CLA-PROCURA ' NAO EXISTE - '
                   'CLASSE: '
               ACCEPT WS-CLA-PROCURA
               PERFORM PROCURAR-CLASSE
           END-PERFORM
           MOVE WS-CLA-PROCURA TO WS-AN-CLASSE
           MOVE WS-CLA-TAXA (WS-CLA-ACHADA) TO WS-EDT-TAXA
           DISPLAY 'TAXA ANUAL (0 = ' WS-EDT-TAXA
               ', A MAXIMA DA CLASSE): '
           ACCEPT WS-TAXA-INDICADA
           IF WS-TAXA-INDICADA EQUAL ZEROS
               MOVE WS-CLA-TAXA (WS-CLA-ACHADA) TO WS-AN-TAXA
           ELSE
               MOVE WS-TAXA-INDICADA TO WS-AN-TAXA
           END-IF
           IF WS-AN-TAXA > WS-CLA-TAXA (WS-CLA-ACHADA)
               DISPLAY ' AVISO: TAXA ACIMA DA MAXIMA LEGAL - O EXCESSO '
                   'SAI COMO NAO ACEITE NO MAPA ANUAL'
           END-IF
           DISPLAY 'DATA DE ENTRADA EM UTILIZACAO (AAAAMMDD, 0 = A DA '
               'AQUISICAO): '
           ACCEPT WS-DATA-INDICADA
           IF WS-DATA-INDICADA EQUAL ZEROS
               MOVE WS-AN-DATA-AQUISICAO TO WS-AN-DATA-INICIO-UTIL
           ELSE
               MOVE WS-DATA-INDICADA TO WS-AN-DATA-INICIO-UTIL
           END-IF
           DISPLAY 'LOJA (0 = SEDE/REDE DE GAS): '
           ACCEPT WS-AN-LOJA
           DISPLAY 'LOCAL: '
           ACCEPT WS-AN-LOCAL
           DISPLAY 'NUMERO DE SERIE (OPCIONAL): '
           ACCEPT WS-AN-NUM-SERIE

           PERFORM PROCURAR-ULTIMO-ATIVO
           COMPUTE WS-AN-NUM = WS-AT-ULTIMO-NUM + 1
           PERFORM GRAVAR-ATIVO-NOVO.

       REGISTAR-ATIVO-FIM.
           EXIT.

      *    base sem IVA e data do documento de compra
       PROCURAR-DOC-COMPRA.
           MOVE 0 TO WS-DOC-EXISTE
           MOVE ZEROS TO WS-DOC-BASE
           MOVE ZEROS TO WS-DOC-DATA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT COMPRAS
           IF WS-FS-COMPRAS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ COMPRAS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF CP-FORNECEDOR EQUAL WS-AN-FORNECEDOR
                        AND CP-DOC EQUAL WS-AN-DOC-COMPRA
                           MOVE 1 TO WS-DOC-EXISTE
                           ADD CP-BASE TO WS-DOC-BASE
                           MOVE CP-DATA TO WS-DOC-DATA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPRAS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       PROCURAR-ULTIMO-ATIVO.
           MOVE ZEROS TO WS-AT-ULTIMO-NUM
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ATIVOS
           IF WS-FS-ATIVOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ ATIVOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF AT-NUM > WS-AT-ULTIMO-NUM
                           MOVE AT-NUM TO WS-AT-ULTIMO-NUM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ATIVOS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * acrescenta ao mestre o ativo em WS-ATIVO-NOVO; a entrada de
      * um ativo comprado ou de um contador instalado fica nos
      * movimentos para o lancamento
      *-----------------------
       GRAVAR-ATIVO-NOVO.
           OPEN EXTEND ATIVOS
           IF WS-FS-ATIVOS EQUAL "35"
               OPEN OUTPUT ATIVOS
           END-IF
           IF WS-FS-ATIVOS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ATIVOS - FILE STATUS: '
                   WS-FS-ATIVOS
           ELSE
               INITIALIZE ATIVO-REG
               MOVE WS-AN-NUM TO AT-NUM
               MOVE WS-AN-DESCRICAO TO AT-DESCRICAO
               MOVE WS-AN-CLASSE TO AT-CLASSE
               MOVE WS-AN-DATA-AQUISICAO TO AT-DATA-AQUISICAO
               MOVE WS-AN-DATA-INICIO-UTIL TO AT-DATA-INICIO-UTIL
               MOVE WS-AN-VALOR-AQUISICAO TO AT-VALOR-AQUISICAO
               MOVE WS-AN-FORNECEDOR TO AT-FORNECEDOR
               MOVE WS-AN-DOC-COMPRA TO AT-DOC-COMPRA
               MOVE WS-AN-LOJA TO AT-LOJA
               MOVE WS-AN-LOCAL TO AT-LOCAL
               MOVE WS-AN-NUM-SERIE TO AT-NUM-SERIE
               MOVE WS-AN-TAXA TO AT-TAXA
               MOVE WS-AN-AMORT-INICIAL TO AT-AMORT-INICIAL
               MOVE WS-AN-AMORT-INICIAL TO AT-AMORT-ACUM
               MOVE WS-AN-ULTIMO-PERIODO TO AT-ULTIMO-PERIODO
               MOVE WS-AN-ORIGEM TO AT-ORIGEM
               MOVE 'A' TO AT-ESTADO
               WRITE ATIVO-REG
               IF WS-FS-ATIVOS NOT EQUAL "00"
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR O ATIVO'
                   DISPLAY 'FILE STATUS: ' WS-FS-ATIVOS
               ELSE
                   DISPLAY 'ATIVO ' AT-NUM ' REGISTADO - '
                       AT-DESCRICAO
               END-IF
               CLOSE ATIVOS
               IF WS-FS-ATIVOS EQUAL "00"
                AND AT-ORIGEM NOT EQUAL 'I'
                   PERFORM ABRIR-MOVATIVOS
                   IF WS-FS-MOVATIVOS EQUAL "00"
                       INITIALIZE MOVATIVO-REG
                       MOVE 'A' TO MA-TIPO
                       MOVE AT-VALOR-AQUISICAO TO MA-VALOR-AQUISICAO
                       PERFORM GRAVAR-MOVIMENTO
                       CLOSE MOVATIVOS
                   END-IF
               END-IF
           END-IF.

       ABRIR-MOVATIVOS.
           OPEN EXTEND MOVATIVOS
           IF WS-FS-MOVATIVOS EQUAL "35"
               OPEN OUTPUT MOVATIVOS
           END-IF
           IF WS-FS-MOVATIVOS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR MOVATIVOS - FILE STATUS: '
                   WS-FS-MOVATIVOS
           END-IF.

      *    o movimento em MOVATIVO-REG, do ativo em ATIVO-REG
       GRAVAR-MOVIMENTO.
           MOVE WS-DATA-PROCESSAMENTO TO MA-DATA
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO MA-PERIODO
           MOVE AT-NUM TO MA-NUM-ATIVO
           MOVE AT-CLASSE TO MA-CLASSE
           MOVE AT-ORIGEM TO MA-ORIGEM
           WRITE MOVATIVO-REG
           IF WS-FS-MOVATIVOS NOT EQUAL "00"
               DISPLAY '*** ERRO A GRAVAR O MOVIMENTO DO ATIVO '
                   AT-NUM ' - FILE STATUS: ' WS-FS-MOVATIVOS ' ***'
           END-IF.

       LISTAR-ATIVOS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ATIVOS
           IF WS-FS-ATIVOS NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE ATIVOS - FILE STATUS: '
                   WS-FS-ATIVOS
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ ATIVOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE AT-VALOR-AQUISICAO TO WS-EDT-VALOR
                       COMPUTE WS-VALOR-LIQUIDO =
                           AT-VALOR-AQUISICAO - AT-AMORT-ACUM
                       MOVE WS-VALOR-LIQUIDO TO WS-EDT-SINAL
                       DISPLAY 'ATIVO: ' AT-NUM
                           ' ' AT-DESCRICAO
                           ' CLASSE: ' AT-CLASSE
                           ' LOJA: ' AT-LOJA
                           ' LOCAL: ' AT-LOCAL
                       DISPLAY '    AQUISICAO: ' AT-DATA-AQUISICAO
                           ' CUSTO: ' WS-EDT-VALOR
                           ' LIQUIDO: ' WS-EDT-SINAL
                           ' AMORTIZADO ATE: ' AT-ULTIMO-PERIODO
                           ' ESTADO: ' AT-ESTADO
                   END-READ
               END-PERFORM
               CLOSE ATIVOS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * abate ou venda de um ativo em uso: as amortizacoes sao
      * postas em dia ate ao mes do abate (inclusive), e a diferenca
      * entre o valor de venda e o valor liquido e a mais-valia
      * (positiva) ou a menos-valia (negativa)
      *-----------------------
       ABATER-ATIVO.
           DISPLAY 'NUMERO DO ATIVO: '
           ACCEPT WS-AT-PROCURA
           DISPLAY 'DATA DO ABATE OU VENDA (AAAAMMDD, 0 = DATA DE '
               'NEGOCIO): '
           ACCEPT WS-ABATE-DATA
           IF WS-ABATE-DATA EQUAL ZEROS
               MOVE WS-DATA-PROCESSAMENTO TO WS-ABATE-DATA
           END-IF
           MOVE WS-ABATE-DATA (1:6) TO WS-PER-ANOMES
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO EQUAL 1
               DISPLAY '*** PERIODO ' WS-PER-ANOMES ' JA FECHADO - '
                   'ABATE RECUSADO ***'
               GO TO ABATER-ATIVO-FIM
           END-IF
           DISPLAY 'VALOR DE VENDA (0 = ABATE SEM VENDA): '
           ACCEPT WS-ABATE-VENDA

           MOVE 0 TO WS-ABATE-FEITO
           MOVE 0 TO WS-AT-EXISTE
           PERFORM ABRIR-MOVATIVOS
           IF WS-FS-MOVATIVOS NOT EQUAL "00"
               GO TO ABATER-ATIVO-FIM
           END-IF
           OPEN INPUT ATIVOS
           OPEN OUTPUT ATIVOSTEMP
           IF WS-FS-ATIVOS NOT EQUAL "00"
            OR WS-FS-ATIVOSTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ATIVOS/ATIVOSTEMP - FILE STATUS: '
                   WS-FS-ATIVOS ' / ' WS-FS-ATIVOSTEMP
               IF WS-FS-ATIVOS EQUAL "00"
                   CLOSE ATIVOS
               END-IF
               IF WS-FS-ATIVOSTEMP EQUAL "00"
                   CLOSE ATIVOSTEMP
               END-IF
               CLOSE MOVATIVOS
               GO TO ABATER-ATIVO-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ATIVOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF AT-NUM EQUAL WS-AT-PROCURA
                       MOVE 1 TO WS-AT-EXISTE
                       IF AT-ESTADO EQUAL 'A'
                           PERFORM ABATER-UM-ATIVO
                       ELSE
                           DISPLAY '*** ATIVO ' AT-NUM ' JA FOI '
                               'ABATIDO A ' AT-DATA-ABATE ' ***'
                       END-IF
                   END-IF
                   WRITE ATIVOTEMP-REG FROM ATIVO-REG
               END-READ
           END-PERFORM
           CLOSE ATIVOS
           CLOSE ATIVOSTEMP
           CLOSE MOVATIVOS
           MOVE SPACES TO WS-ENDOFF
           IF WS-AT-EXISTE EQUAL 0
               DISPLAY '*** ATIVO ' WS-AT-PROCURA ' NAO EXISTE ***'
           END-IF
           IF WS-ABATE-FEITO EQUAL 1
               PERFORM REESCREVER-ATIVOS
           END-IF.

       ABATER-ATIVO-FIM.
           EXIT.

       ABATER-UM-ATIVO.
           MOVE WS-ABATE-DATA (1:6) TO WS-AM-ATE
           PERFORM AMORTIZAR-ATIVO
           IF WS-AM-QUOTA > ZEROS
               INITIALIZE MOVATIVO-REG
               MOVE 'D' TO MA-TIPO
               MOVE WS-AM-MESES TO MA-MESES
               MOVE WS-AM-QUOTA TO MA-AMORTIZACAO
               PERFORM GRAVAR-MOVIMENTO
           END-IF
           MOVE 'V' TO AT-ESTADO
           MOVE WS-ABATE-DATA TO AT-DATA-ABATE
           MOVE WS-ABATE-VENDA TO AT-VALOR-VENDA
           COMPUTE WS-VALOR-LIQUIDO = AT-VALOR-AQUISICAO - AT-AMORT-ACUM
           COMPUTE AT-MAIS-MENOS-VALIA =
               WS-ABATE-VENDA - WS-VALOR-LIQUIDO
           INITIALIZE MOVATIVO-REG
           MOVE 'V' TO MA-TIPO
           MOVE AT-VALOR-AQUISICAO TO MA-VALOR-AQUISICAO
           MOVE AT-AMORT-ACUM TO MA-AMORTIZACAO
           MOVE WS-ABATE-VENDA TO MA-VALOR-VENDA
           MOVE AT-MAIS-MENOS-VALIA TO MA-MAIS-MENOS-VALIA
           PERFORM GRAVAR-MOVIMENTO
           MOVE 1 TO WS-ABATE-FEITO
           MOVE WS-VALOR-LIQUIDO TO WS-EDT-SINAL
           DISPLAY 'ATIVO ' AT-NUM ' ABATIDO - VALOR LIQUIDO: '
               WS-EDT-SINAL
           MOVE AT-MAIS-MENOS-VALIA TO WS-EDT-SINAL
           IF AT-MAIS-MENOS-VALIA < ZEROS
               DISPLAY '    MENOS-VALIA: ' WS-EDT-SINAL
           ELSE
               DISPLAY '    MAIS-VALIA: ' WS-EDT-SINAL
           END-IF.

       REESCREVER-ATIVOS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ATIVOSTEMP
           OPEN OUTPUT ATIVOS
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ATIVOSTEMP
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   MOVE ATIVOTEMP-REG TO ATIVO-REG
                   WRITE ATIVO-REG
               END-READ
           END-PERFORM
           CLOSE ATIVOSTEMP
           CLOSE ATIVOS
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * contadores de gas: cada contador do mestre de contadores que
      * ainda nao e ativo entra na classe marcada como a dos
      * contadores, ao custo padrao dela, adquirido e em utilizacao
      * na data da primeira instalacao; um contador que passou para
      * outro cliente fica com o local atualizado
      *-----------------------
       IMPORTAR-CONTADORES.
           MOVE ZEROS TO WS-CTD-NOVOS
           MOVE ZEROS TO WS-CTD-MUDADOS
           PERFORM CARREGAR-CLASSES
           IF WS-CLA-CONTADORES EQUAL ZEROS
               DISPLAY ' AVISO: SEM CLASSE MARCADA PARA OS CONTADORES '
                   '- CONTADORES NAO IMPORTADOS'
               GO TO IMPORTAR-CONTADORES-FIM
           END-IF
           MOVE ZEROS TO WS-SR-NUM
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ATIVOS
           IF WS-FS-ATIVOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ ATIVOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF AT-NUM-SERIE NOT EQUAL SPACES
                           IF WS-SR-NUM < 999
                               ADD 1 TO WS-SR-NUM
                               MOVE AT-NUM-SERIE
                                   TO WS-SR-NUM-SERIE (WS-SR-NUM)
                               MOVE AT-NUM
                                   TO WS-SR-NUM-ATIVO (WS-SR-NUM)
                               MOVE 0 TO WS-SR-NOVO (WS-SR-NUM)
                               MOVE AT-LOCAL TO WS-SR-LOCAL (WS-SR-NUM)
                               MOVE 0 TO WS-SR-MUDOU (WS-SR-NUM)
                           ELSE
                               ADD 1 TO WS-EXCEDIDOS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ATIVOS
           END-IF
           MOVE SPACES TO WS-ENDOFF

           OPEN INPUT FICH-CONTADORES
           IF WS-FS-CONTADORES NOT EQUAL "00"
               DISPLAY ' AVISO: MESTRE DE CONTADORES NAO DISPONIVEL - '
                   'FILE STATUS: ' WS-FS-CONTADORES
               GO TO IMPORTAR-CONTADORES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FICH-CONTADORES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF CT-NUM-SERIE NOT EQUAL SPACES
                    AND CT-DATA-INSTALACAO NOT EQUAL ZEROS
                       PERFORM REGISTAR-CONTADOR-LIDO
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICH-CONTADORES
           MOVE SPACES TO WS-ENDOFF

           IF WS-CTD-MUDADOS > ZEROS
               PERFORM ATUALIZAR-LOCAL-CONTADORES
           END-IF
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-NUM
               IF WS-SR-NOVO (WS-SR-IDX) EQUAL 1
                   PERFORM CRIAR-ATIVO-CONTADOR
               END-IF
           END-PERFORM
           MOVE WS-CTD-NOVOS TO WS-EDT-CONT
           DISPLAY 'CONTADORES REGISTADOS COMO ATIVOS: ' WS-EDT-CONT
           MOVE WS-CTD-MUDADOS TO WS-EDT-CONT
           DISPLAY 'CONTADORES COM O LOCAL ATUALIZADO: ' WS-EDT-CONT.

       IMPORTAR-CONTADORES-FIM.
           IF WS-EXCEDIDOS > ZEROS
               DISPLAY '*** ' WS-EXCEDIDOS ' CONTADOR(ES) NAO COUBERAM '
                   'NA TABELA - REPETIR A IMPORTACAO ***'
               MOVE ZEROS TO WS-EXCEDIDOS
           END-IF.

      *    o registo do mestre de contadores em CONTADOR-REG
       REGISTAR-CONTADOR-LIDO.
           MOVE SPACES TO WS-CTD-LOCAL
           STRING 'CLIENTE ' DELIMITED BY SIZE
                  CT-NUM-CLIENTE DELIMITED BY SIZE
               INTO WS-CTD-LOCAL
           END-STRING
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-NUM
                  OR WS-SR-NUM-SERIE (WS-SR-IDX) EQUAL CT-NUM-SERIE
               CONTINUE
           END-PERFORM
           IF WS-SR-IDX > WS-SR-NUM
               IF WS-SR-NUM < 999
                   ADD 1 TO WS-SR-NUM
                   MOVE CT-NUM-SERIE TO WS-SR-NUM-SERIE (WS-SR-NUM)
                   MOVE ZEROS TO WS-SR-NUM-ATIVO (WS-SR-NUM)
                   MOVE 1 TO WS-SR-NOVO (WS-SR-NUM)
                   MOVE CT-MODELO TO WS-SR-MODELO (WS-SR-NUM)
                   MOVE CT-DATA-INSTALACAO
                       TO WS-SR-DATA-INST (WS-SR-NUM)
                   MOVE WS-CTD-LOCAL TO WS-SR-LOCAL (WS-SR-NUM)
                   MOVE 0 TO WS-SR-MUDOU (WS-SR-NUM)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           ELSE
               IF CT-ESTADO EQUAL 'S'
                AND WS-SR-LOCAL (WS-SR-IDX) NOT EQUAL WS-CTD-LOCAL
                   MOVE WS-CTD-LOCAL TO WS-SR-LOCAL (WS-SR-IDX)
                   IF WS-SR-NOVO (WS-SR-IDX) EQUAL 0
                    AND WS-SR-MUDOU (WS-SR-IDX) EQUAL 0
                       MOVE 1 TO WS-SR-MUDOU (WS-SR-IDX)
                       ADD 1 TO WS-CTD-MUDADOS
                   END-IF
               END-IF
           END-IF.

       ATUALIZAR-LOCAL-CONTADORES.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ATIVOS
           OPEN OUTPUT ATIVOSTEMP
           IF WS-FS-ATIVOS NOT EQUAL "00"
            OR WS-FS-ATIVOSTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ATIVOS/ATIVOSTEMP - FILE STATUS: '
                   WS-FS-ATIVOS ' / ' WS-FS-ATIVOSTEMP
               IF WS-FS-ATIVOS EQUAL "00"
                   CLOSE ATIVOS
               END-IF
               IF WS-FS-ATIVOSTEMP EQUAL "00"
                   CLOSE ATIVOSTEMP
               END-IF
               MOVE ZEROS TO WS-CTD-MUDADOS
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ ATIVOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                           UNTIL WS-SR-IDX > WS-SR-NUM
                           IF WS-SR-MUDOU (WS-SR-IDX) EQUAL 1
                            AND WS-SR-NUM-ATIVO (WS-SR-IDX)
                                EQUAL AT-NUM
                               MOVE WS-SR-LOCAL (WS-SR-IDX)
                                   TO AT-LOCAL
                           END-IF
                       END-PERFORM
                       WRITE ATIVOTEMP-REG FROM ATIVO-REG
                   END-READ
               END-PERFORM
               CLOSE ATIVOS
               CLOSE ATIVOSTEMP
               PERFORM REESCREVER-ATIVOS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       CRIAR-ATIVO-CONTADOR.
           INITIALIZE WS-ATIVO-NOVO
           PERFORM PROCURAR-ULTIMO-ATIVO
           COMPUTE WS-AN-NUM = WS-AT-ULTIMO-NUM + 1
           STRING 'CONTADOR ' DELIMITED BY SIZE
                  WS-SR-MODELO (WS-SR-IDX) DELIMITED BY SIZE
               INTO WS-AN-DESCRICAO
           END-STRING
           MOVE WS-CLA-CODIGO (WS-CLA-CONTADORES) TO WS-AN-CLASSE
           MOVE WS-SR-DATA-INST (WS-SR-IDX) TO WS-AN-DATA-AQUISICAO
           MOVE WS-SR-DATA-INST (WS-SR-IDX) TO WS-AN-DATA-INICIO-UTIL
           MOVE WS-CLA-CUSTO-PADRAO (WS-CLA-CONTADORES)
               TO WS-AN-VALOR-AQUISICAO
           MOVE ZEROS TO WS-AN-LOJA
           MOVE WS-SR-LOCAL (WS-SR-IDX) TO WS-AN-LOCAL
           MOVE WS-SR-NUM-SERIE (WS-SR-IDX) TO WS-AN-NUM-SERIE
           MOVE WS-CLA-TAXA (WS-CLA-CONTADORES) TO WS-AN-TAXA
           MOVE 'G' TO WS-AN-ORIGEM
           PERFORM GRAVAR-ATIVO-NOVO
           ADD 1 TO WS-CTD-NOVOS.

      *-----------------------
      * corrida mensal sob a data de negocio: primeiro os contadores
      * instalados, depois cada ativo em uso amortizado ate ao mes
      * corrente (os meses em atraso de uma corrida que faltou vao
      * no mesmo movimento); o mes ja amortizado nao se repete e um
      * periodo fechado pelo fecho de mes recusa a corrida
      *-----------------------
       AMORTIZAR-MES.
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-PER-ANOMES
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO EQUAL 1
               DISPLAY '*** PERIODO ' WS-PER-ANOMES ' JA FECHADO - '
                   'AMORTIZACOES RECUSADAS ***'
               GO TO AMORTIZAR-MES-FIM
           END-IF
           PERFORM IMPORTAR-CONTADORES THRU IMPORTAR-CONTADORES-FIM

           MOVE ZEROS TO WS-RUN-ATIVOS
           MOVE ZEROS TO WS-RUN-TOTAL
           MOVE ZEROS TO WS-RUN-CONCLUIDOS
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-AM-ATE
           PERFORM ABRIR-MOVATIVOS
           IF WS-FS-MOVATIVOS NOT EQUAL "00"
               GO TO AMORTIZAR-MES-FIM
           END-IF
           OPEN INPUT ATIVOS
           OPEN OUTPUT ATIVOSTEMP
           IF WS-FS-ATIVOS NOT EQUAL "00"
            OR WS-FS-ATIVOSTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ATIVOS/ATIVOSTEMP - FILE STATUS: '
                   WS-FS-ATIVOS ' / ' WS-FS-ATIVOSTEMP
               IF WS-FS-ATIVOS EQUAL "00"
                   CLOSE ATIVOS
               END-IF
               IF WS-FS-ATIVOSTEMP EQUAL "00"
                   CLOSE ATIVOSTEMP
               END-IF
               CLOSE MOVATIVOS
               GO TO AMORTIZAR-MES-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ATIVOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF AT-ESTADO EQUAL 'A'
                       PERFORM AMORTIZAR-ATIVO
                       IF WS-AM-QUOTA > ZEROS
                           INITIALIZE MOVATIVO-REG
                           MOVE 'D' TO MA-TIPO
                           MOVE WS-AM-MESES TO MA-MESES
                           MOVE WS-AM-QUOTA TO MA-AMORTIZACAO
                           PERFORM GRAVAR-MOVIMENTO
                           ADD 1 TO WS-RUN-ATIVOS
                           ADD WS-AM-QUOTA TO WS-RUN-TOTAL
                           MOVE WS-AM-QUOTA TO WS-EDT-VALOR
                           DISPLAY 'ATIVO ' AT-NUM ' ' AT-DESCRICAO
                               ' MESES: ' WS-AM-MESES
                               ' AMORTIZACAO: ' WS-EDT-VALOR
                           IF AT-AMORT-ACUM EQUAL AT-VALOR-AQUISICAO
                               ADD 1 TO WS-RUN-CONCLUIDOS
                           END-IF
                       END-IF
                   END-IF
                   WRITE ATIVOTEMP-REG FROM ATIVO-REG
               END-READ
           END-PERFORM
           CLOSE ATIVOS
           CLOSE ATIVOSTEMP
           CLOSE MOVATIVOS
           PERFORM REESCREVER-ATIVOS

           DISPLAY ' '
           DISPLAY 'RELATORIO DAS AMORTIZACOES DO MES - ' WS-AM-ATE
           MOVE WS-RUN-ATIVOS TO WS-EDT-CONT
           DISPLAY ' ATIVOS AMORTIZADOS.........: ' WS-EDT-CONT
           MOVE WS-RUN-TOTAL TO WS-EDT-VALOR
           DISPLAY ' VALOR TOTAL................: ' WS-EDT-VALOR
           MOVE WS-RUN-CONCLUIDOS TO WS-EDT-CONT
           DISPLAY ' TOTALMENTE AMORTIZADOS AGORA: ' WS-EDT-CONT.

       AMORTIZAR-MES-FIM.
           EXIT.

      *-----------------------
      * amortiza o ativo em ATIVO-REG ate ao ano/mes WS-AM-ATE:
      * devolve em WS-AM-QUOTA o valor e em WS-AM-MESES os meses, e
      * atualiza as amortizacoes acumuladas e o ultimo mes
      *-----------------------
       AMORTIZAR-ATIVO.
           MOVE ZEROS TO WS-AM-QUOTA
           MOVE ZEROS TO WS-AM-MESES
           IF AT-ULTIMO-PERIODO EQUAL ZEROS
               MOVE AT-DATA-INICIO-UTIL (1:6) TO WS-AM-MES
           ELSE
               MOVE AT-ULTIMO-PERIODO TO WS-AM-MES
               PERFORM AVANCAR-UM-MES
           END-IF
           COMPUTE WS-AM-QUOTA-MES ROUNDED =
               AT-VALOR-AQUISICAO * AT-TAXA / 1200
           COMPUTE WS-AM-POR-AMORTIZAR =
               AT-VALOR-AQUISICAO - AT-AMORT-ACUM
           PERFORM UNTIL WS-AM-MES > WS-AM-ATE
                      OR WS-AM-POR-AMORTIZAR EQUAL ZEROS
                      OR WS-AM-QUOTA-MES EQUAL ZEROS
               IF WS-AM-QUOTA-MES > WS-AM-POR-AMORTIZAR
                   ADD WS-AM-POR-AMORTIZAR TO WS-AM-QUOTA
                   MOVE ZEROS TO WS-AM-POR-AMORTIZAR
               ELSE
                   ADD WS-AM-QUOTA-MES TO WS-AM-QUOTA
                   SUBTRACT WS-AM-QUOTA-MES FROM WS-AM-POR-AMORTIZAR
               END-IF
               ADD 1 TO WS-AM-MESES
               MOVE WS-AM-MES TO AT-ULTIMO-PERIODO
               PERFORM AVANCAR-UM-MES
           END-PERFORM
           ADD WS-AM-QUOTA TO AT-AMORT-ACUM.

       AVANCAR-UM-MES.
           ADD 1 TO WS-AM-MES-MES
           IF WS-AM-MES-MES > 12
               MOVE 1 TO WS-AM-MES-MES
               ADD 1 TO WS-AM-MES-ANO
           END-IF.

      *-----------------------
      * mapa de depreciacoes e amortizacoes do ano (desenho do
      * modelo oficial): por classe, cada ativo em uso no ano ou
      * abatido nele, com o codigo da tabela, as datas de aquisicao
      * e de inicio de utilizacao, o valor, as taxas praticada e
      * maxima, as amortizacoes de periodos anteriores e do periodo,
      * o limite fiscal do periodo (taxa maxima pelos meses de uso
      * no ano) e o que passa dele (nao aceite como gasto)
      *-----------------------
       MAPA-ANUAL.
           DISPLAY 'ANO DO MAPA (AAAA, 0 = ANO DA DATA DE NEGOCIO): '
           ACCEPT WS-MAPA-ANO
           IF WS-MAPA-ANO EQUAL ZEROS
               MOVE WS-DATA-PROCESSAMENTO (1:4) TO WS-MAPA-ANO
           END-IF
           PERFORM CARREGAR-CLASSES
           MOVE ZEROS TO WS-MP-NUM
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ATIVOS
           IF WS-FS-ATIVOS NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE ATIVOS - FILE STATUS: '
                   WS-FS-ATIVOS
               GO TO MAPA-ANUAL-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ATIVOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM GUARDAR-ATIVO-MAPA
                       THRU GUARDAR-ATIVO-MAPA-FIM
               END-READ
           END-PERFORM
           CLOSE ATIVOS
           MOVE SPACES TO WS-ENDOFF

           OPEN INPUT MOVATIVOS
           IF WS-FS-MOVATIVOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ MOVATIVOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF MA-TIPO EQUAL 'D'
                           PERFORM SOMAR-MOVIMENTO-MAPA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVATIVOS
           END-IF
           MOVE SPACES TO WS-ENDOFF

           PERFORM ABRIR-SPOOL
           PERFORM IMPRIMIR-CABECALHO-MAPA
           INITIALIZE WS-MP-TOTAIS
           PERFORM VARYING WS-CLA-IDX FROM 1 BY 1
               UNTIL WS-CLA-IDX > WS-CLA-NUM
               PERFORM IMPRIMIR-CLASSE-MAPA
           END-PERFORM
           MOVE 2 TO WS-MP-T
           MOVE 'TOTAL GERAL' TO WS-SPOOL-LINHA
           PERFORM IMPRIMIR-TOTAIS-MAPA
           IF WS-EXCEDIDOS > ZEROS
               MOVE WS-EXCEDIDOS TO WS-EDT-CONT
               STRING '*** ' DELIMITED BY SIZE
                      WS-EDT-CONT DELIMITED BY SIZE
                      ' ATIVO(S) NAO COUBERAM NO MAPA ***'
                          DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               MOVE ZEROS TO WS-EXCEDIDOS
           END-IF
           PERFORM FECHAR-SPOOL.

       MAPA-ANUAL-FIM.
           EXIT.

       GUARDAR-ATIVO-MAPA.
           IF AT-DATA-INICIO-UTIL (1:4) > WS-MAPA-ANO
               GO TO GUARDAR-ATIVO-MAPA-FIM
           END-IF
           IF AT-ESTADO EQUAL 'V'
            AND AT-DATA-ABATE (1:4) < WS-MAPA-ANO
               GO TO GUARDAR-ATIVO-MAPA-FIM
           END-IF
           IF WS-MP-NUM NOT < 999
               ADD 1 TO WS-EXCEDIDOS
               GO TO GUARDAR-ATIVO-MAPA-FIM
           END-IF
           ADD 1 TO WS-MP-NUM
           MOVE AT-NUM TO WS-MP-NUM-ATIVO (WS-MP-NUM)
           MOVE AT-DESCRICAO TO WS-MP-DESCRICAO (WS-MP-NUM)
           MOVE AT-CLASSE TO WS-MP-CLASSE (WS-MP-NUM)
           MOVE AT-DATA-AQUISICAO TO WS-MP-DATA-AQUIS (WS-MP-NUM)
           MOVE AT-DATA-INICIO-UTIL TO WS-MP-DATA-INICIO (WS-MP-NUM)
           MOVE AT-VALOR-AQUISICAO TO WS-MP-VALOR (WS-MP-NUM)
           MOVE AT-TAXA TO WS-MP-TAXA (WS-MP-NUM)
           MOVE AT-ESTADO TO WS-MP-ESTADO (WS-MP-NUM)
           MOVE AT-DATA-ABATE TO WS-MP-DATA-ABATE (WS-MP-NUM)
           MOVE AT-AMORT-INICIAL TO WS-MP-ANTERIORES (WS-MP-NUM)
           MOVE ZEROS TO WS-MP-PERIODO (WS-MP-NUM).

       GUARDAR-ATIVO-MAPA-FIM.
           EXIT.

       SOMAR-MOVIMENTO-MAPA.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-NUM
               IF WS-MP-NUM-ATIVO (WS-MP-IDX) EQUAL MA-NUM-ATIVO
                   IF MA-PERIODO (1:4) EQUAL WS-MAPA-ANO
                       ADD MA-AMORTIZACAO TO WS-MP-PERIODO (WS-MP-IDX)
                   END-IF
                   IF MA-PERIODO (1:4) < WS-MAPA-ANO
                       ADD MA-AMORTIZACAO
                           TO WS-MP-ANTERIORES (WS-MP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIMIR-CABECALHO-MAPA.
           STRING 'MAPA DE DEPRECIACOES E AMORTIZACOES (MODELO 32) - '
                      DELIMITED BY SIZE
                  'PERIODO DE TRIBUTACAO ' DELIMITED BY SIZE
                  WS-MAPA-ANO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE 'ATIVOS FIXOS TANGIVEIS - METODO DAS QUOTAS CONSTANTES'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           MOVE 'COD.  ATIVO  DESCRICAO            AQUISIC INICIO'
               TO WS-SPOOL-LINHA
           MOVE ' VALOR AQUIS.' TO WS-SPOOL-LINHA (51:13)
           MOVE 'TAXA ' TO WS-SPOOL-LINHA (65:5)
           MOVE 'TAXA ' TO WS-SPOOL-LINHA (71:5)
           MOVE 'DEPRECIACOES' TO WS-SPOOL-LINHA (77:12)
           MOVE 'DEPRECIACOES' TO WS-SPOOL-LINHA (90:12)
           MOVE '      LIMITE' TO WS-SPOOL-LINHA (103:12)
           MOVE ' NAO ACEITES' TO WS-SPOOL-LINHA (116:12)
           PERFORM ESCREVER-SPOOL
           MOVE 'TAB.                              MES/ANO MES/ANO'
               TO WS-SPOOL-LINHA
           MOVE '    HISTORICO' TO WS-SPOOL-LINHA (51:13)
           MOVE 'PRAT.' TO WS-SPOOL-LINHA (65:5)
           MOVE 'MAX. ' TO WS-SPOOL-LINHA (71:5)
           MOVE '  ANTERIORES' TO WS-SPOOL-LINHA (77:12)
           MOVE ' DO PERIODO' TO WS-SPOOL-LINHA (90:12)
           MOVE '      FISCAL' TO WS-SPOOL-LINHA (103:12)
           MOVE '  COMO GASTO' TO WS-SPOOL-LINHA (116:12)
           PERFORM ESCREVER-SPOOL.

       IMPRIMIR-CLASSE-MAPA.
           MOVE ZEROS TO WS-MP-LINHAS-CLASSE
           INITIALIZE WS-MP-TOT (1)
           MOVE WS-CLA-COD-TABELA (WS-CLA-IDX) TO WS-MP-COD-TABELA
           MOVE WS-CLA-TAXA (WS-CLA-IDX) TO WS-MP-TAXA-MAX
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-NUM
               IF WS-MP-CLASSE (WS-MP-IDX)
                   EQUAL WS-CLA-CODIGO (WS-CLA-IDX)
                   IF WS-MP-LINHAS-CLASSE EQUAL ZEROS
                       PERFORM ESCREVER-SPOOL
                       STRING 'CLASSE ' DELIMITED BY SIZE
                              WS-CLA-CODIGO (WS-CLA-IDX)
                                  DELIMITED BY SIZE
                              ' - ' DELIMITED BY SIZE
                              WS-CLA-DESCRICAO (WS-CLA-IDX)
                                  DELIMITED BY SIZE
                          INTO WS-SPOOL-LINHA
                       END-STRING
                       PERFORM ESCREVER-SPOOL
                   END-IF
                   ADD 1 TO WS-MP-LINHAS-CLASSE
                   PERFORM IMPRIMIR-ATIVO-MAPA
               END-IF
           END-PERFORM
           IF WS-MP-LINHAS-CLASSE > ZEROS
               MOVE 1 TO WS-MP-T
               MOVE '   TOTAL DA CLASSE' TO WS-SPOOL-LINHA
               PERFORM IMPRIMIR-TOTAIS-MAPA
           END-IF.

      *    limite fiscal: quota mensal a taxa maxima pelos meses de uso
      *    no ano (do mes de inicio ate ao mes do abate), sem
      *    passar o que faltava amortizar
       IMPRIMIR-ATIVO-MAPA.
           MOVE 1 TO WS-MP-MES-INI
           IF WS-MP-DATA-INICIO (WS-MP-IDX) (1:4) EQUAL WS-MAPA-ANO
               MOVE WS-MP-DATA-INICIO (WS-MP-IDX) (5:2)
                   TO WS-MP-MES-INI
           END-IF
           MOVE 12 TO WS-MP-MES-FIM
           IF WS-MP-ESTADO (WS-MP-IDX) EQUAL 'V'
            AND WS-MP-DATA-ABATE (WS-MP-IDX) (1:4) EQUAL WS-MAPA-ANO
               MOVE WS-MP-DATA-ABATE (WS-MP-IDX) (5:2)
                   TO WS-MP-MES-FIM
           END-IF
           MOVE ZEROS TO WS-MP-LIMITE
           IF WS-MP-MES-FIM >= WS-MP-MES-INI
               COMPUTE WS-AM-QUOTA-MES ROUNDED =
                   WS-MP-VALOR (WS-MP-IDX) * WS-MP-TAXA-MAX / 1200
               COMPUTE WS-MP-LIMITE = WS-AM-QUOTA-MES
                   * (WS-MP-MES-FIM - WS-MP-MES-INI + 1)
           END-IF
           IF WS-MP-LIMITE + WS-MP-ANTERIORES (WS-MP-IDX)
               > WS-MP-VALOR (WS-MP-IDX)
               COMPUTE WS-MP-LIMITE = WS-MP-VALOR (WS-MP-IDX)
                   - WS-MP-ANTERIORES (WS-MP-IDX)
           END-IF
           MOVE ZEROS TO WS-MP-NAO-ACEITE
           IF WS-MP-PERIODO (WS-MP-IDX) > WS-MP-LIMITE
               COMPUTE WS-MP-NAO-ACEITE =
                   WS-MP-PERIODO (WS-MP-IDX) - WS-MP-LIMITE
           END-IF

           MOVE WS-MP-COD-TABELA TO WS-SPOOL-LINHA (1:4)
           MOVE WS-MP-NUM-ATIVO (WS-MP-IDX) TO WS-SPOOL-LINHA (7:6)
           MOVE WS-MP-DESCRICAO (WS-MP-IDX) TO WS-SPOOL-LINHA (14:20)
           MOVE WS-MP-DATA-AQUIS (WS-MP-IDX) TO WS-DATA-AUX
           PERFORM EDITAR-MES-ANO
           MOVE WS-EDT-MES-ANO TO WS-SPOOL-LINHA (35:7)
           MOVE WS-MP-DATA-INICIO (WS-MP-IDX) TO WS-DATA-AUX
           PERFORM EDITAR-MES-ANO
           MOVE WS-EDT-MES-ANO TO WS-SPOOL-LINHA (43:7)
           MOVE WS-MP-VALOR (WS-MP-IDX) TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR TO WS-SPOOL-LINHA (51:13)
           MOVE WS-MP-TAXA (WS-MP-IDX) TO WS-EDT-TAXA
           MOVE WS-EDT-TAXA TO WS-SPOOL-LINHA (65:5)
           MOVE WS-MP-TAXA-MAX TO WS-EDT-TAXA
           MOVE WS-EDT-TAXA TO WS-SPOOL-LINHA (71:5)
           MOVE WS-MP-ANTERIORES (WS-MP-IDX) TO WS-EDT-VALOR-12
           MOVE WS-EDT-VALOR-12 TO WS-SPOOL-LINHA (77:12)
           MOVE WS-MP-PERIODO (WS-MP-IDX) TO WS-EDT-VALOR-12
           MOVE WS-EDT-VALOR-12 TO WS-SPOOL-LINHA (90:12)
           MOVE WS-MP-LIMITE TO WS-EDT-VALOR-12
           MOVE WS-EDT-VALOR-12 TO WS-SPOOL-LINHA (103:12)
           MOVE WS-MP-NAO-ACEITE TO WS-EDT-VALOR-12
           MOVE WS-EDT-VALOR-12 TO WS-SPOOL-LINHA (116:12)
           IF WS-MP-ESTADO (WS-MP-IDX) EQUAL 'V'
            AND WS-MP-DATA-ABATE (WS-MP-IDX) (1:4) EQUAL WS-MAPA-ANO
               MOVE 'ABAT' TO WS-SPOOL-LINHA (129:4)
           END-IF
           PERFORM ESCREVER-SPOOL

           PERFORM VARYING WS-MP-T FROM 1 BY 1 UNTIL WS-MP-T > 2
               ADD WS-MP-VALOR (WS-MP-IDX)
                   TO WS-MP-TOT-VALOR (WS-MP-T)
               ADD WS-MP-ANTERIORES (WS-MP-IDX)
                   TO WS-MP-TOT-ANTER (WS-MP-T)
               ADD WS-MP-PERIODO (WS-MP-IDX)
                   TO WS-MP-TOT-PERIODO (WS-MP-T)
               ADD WS-MP-LIMITE TO WS-MP-TOT-LIMITE (WS-MP-T)
               ADD WS-MP-NAO-ACEITE TO WS-MP-TOT-NAO-ACEIT (WS-MP-T)
           END-PERFORM.

      *    totais do nivel WS-MP-T (1 classe, 2 geral) com o rotulo
      *    ja posto em WS-SPOOL-LINHA
       IMPRIMIR-TOTAIS-MAPA.
           MOVE WS-MP-TOT-VALOR (WS-MP-T) TO WS-EDT-VALOR
           MOVE WS-EDT-VALOR TO WS-SPOOL-LINHA (51:13)
           MOVE WS-MP-TOT-ANTER (WS-MP-T) TO WS-EDT-VALOR-12
           MOVE WS-EDT-VALOR-12 TO WS-SPOOL-LINHA (77:12)
           MOVE WS-MP-TOT-PERIODO (WS-MP-T) TO WS-EDT-VALOR-12
           MOVE WS-EDT-VALOR-12 TO WS-SPOOL-LINHA (90:12)
           MOVE WS-MP-TOT-LIMITE (WS-MP-T) TO WS-EDT-VALOR-12
           MOVE WS-EDT-VALOR-12 TO WS-SPOOL-LINHA (103:12)
           MOVE WS-MP-TOT-NAO-ACEIT (WS-MP-T) TO WS-EDT-VALOR-12
           MOVE WS-EDT-VALOR-12 TO WS-SPOOL-LINHA (116:12)
           PERFORM ESCREVER-SPOOL.

       EDITAR-MES-ANO.
           MOVE SPACES TO WS-EDT-MES-ANO
           STRING WS-DATA-AUX-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-AUX-ANO DELIMITED BY SIZE
               INTO WS-EDT-MES-ANO
           END-STRING.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'MAPAAMORT.' DELIMITED BY SIZE
                  WS-MAPA-ANO DELIMITED BY SIZE
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
      * verifica se o ano/mes em WS-PER-ANOMES pertence a um periodo
      * ja fechado pelo fecho de mes
      *-----------------------
       VERIFICAR-PERIODO-FECHADO.
           ACCEPT WS-PATH-PERIODOS FROM ENVIRONMENT "PERIODOS_PATH"
           IF WS-PATH-PERIODOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/PERIODOS.txt'
                   TO WS-PATH-PERIODOS
           END-IF
           MOVE 0 TO WS-PERIODO-FECHADO
           MOVE SPACES TO WS-ENDOFPER
           OPEN INPUT PERIODOS
           IF WS-FS-PERIODOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFPER = 'F'
                   READ PERIODOS
                   AT END MOVE 'F' TO WS-ENDOFPER
                   NOT AT END
                       IF PER-ANO EQUAL WS-PER-ANOMES (1:4)
                        AND PER-MES EQUAL WS-PER-ANOMES (5:2)
                        AND PER-ESTADO EQUAL 'F'
                           MOVE 1 TO WS-PERIODO-FECHADO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF
           MOVE SPACES TO WS-ENDOFPER.

       END PROGRAM ATIVOS_FIXOS.
