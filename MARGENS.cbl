      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Relatorio mensal de margem bruta: junta as vendas da
      *          caixa (VENDASOUT, sem IVA, devolucoes a abater) ao
      *          custo das mercadorias vendidas, ao custo em vigor na
      *          data da venda (custo gravado no diario de movimentos
      *          do READ_2, ligado pelo ARTROUPA), e apresenta vendas,
      *          custo, margem e margem % por artigo, por categoria e
      *          por loja, com as linhas em promocao em separado e a
      *          marcacao das vendas abaixo do custo e dos artigos sem
      *          custo conhecido
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEM_BRUTA.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDASOUT ASSIGN TO
           WS-PATH-VENDASOUT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VENDASOUT.
           SELECT ARTROUPA ASSIGN TO
           WS-PATH-ARTROUPA
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ARTROUPA.
           SELECT INVENTARIO ASSIGN TO
           WS-PATH-INVENTARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-ROUPA
           FILE STATUS IS WS-FS-INVENTARIO.
           SELECT MOVIMENTOS ASSIGN TO
           WS-PATH-MOVIMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-MOVIMENTOS.
           SELECT SPOOL ASSIGN TO
           WS-PATH-SPOOL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-SPOOL.
           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DATAPROC.
           DATA DIVISION.
           FILE SECTION.
           FD VENDASOUT.
       COPY VENOUT
           REPLACING ==:PFX:== BY ==VDL==
                     ==:TRL:== BY ==VOT==.

      *-----------------------
      * ligacao artigo da caixa -> codigo de roupa do inventario
      *-----------------------
       FD ARTROUPA.
           01 ARTROUPA-REG.
               03 AR-ART-CODIGO           PIC 9(05).
               03 AR-COD-ROUPA            PIC 9(05).

      *-----------------------
      * o inventario indexado e o diario de movimentos do READ_2 -
      * os desenhos tem de bater certo com os de la
      *-----------------------
       FD INVENTARIO.
       01 INVENTARIO-FILE.
           03 COD-ROUPA     PIC 9(05).
           03 NOM-PRODUTO   PIC A(17).
           03 QNT-PRODUTO   PIC X(03).
           03 CAT-PRODUTO   PIC X(10).
           03 CUSTO-PRODUTO PIC 9(05)V99.
           03 CUSTO-ULTIMO  PIC 9(05)V99.

       FD MOVIMENTOS.
       01 MOVIMENTO-REG.
           03 MOV-DATA            PIC 9(08).
           03 MOV-HORA            PIC X(08).
           03 MOV-OPERADOR        PIC X(20).
           03 MOV-COD-ROUPA       PIC 9(05).
           03 MOV-QNT-ANTERIOR    PIC 9(03).
           03 MOV-DELTA           PIC S9(03).
           03 MOV-MOTIVO          PIC X(01).
           03 MOV-CUSTO           PIC 9(05)V99.

      *-----------------------
      * ficheiro de spool do relatorio, com o mes no nome
      *-----------------------
       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).

       FD DATAPROC.
           01 DATAPROC-REG.
               03 DP-DATA                 PIC 9(08).
               03 DP-ESTADO               PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-PATH-VENDASOUT               PIC X(100).
       77 WS-PATH-ARTROUPA                PIC X(100).
       77 WS-PATH-INVENTARIO              PIC X(100).
       77 WS-PATH-MOVIMENTOS              PIC X(100).
       77 WS-PATH-SPOOL                   PIC X(100).
       77 WS-PATH-DATAPROC                PIC X(100).
       77 WS-FS-VENDASOUT                 PIC XX.
       77 WS-FS-ARTROUPA                  PIC XX.
       77 WS-FS-INVENTARIO                PIC XX.
       77 WS-FS-MOVIMENTOS                PIC XX.
       77 WS-FS-SPOOL                     PIC XX.
       77 WS-FS-DATAPROC                  PIC XX.

       77 WS-ENDOFFILEVENDASOUT           PIC 99 VALUE ZEROS.
       77 WS-ENDOFMESTRE                  PIC X(01) VALUE SPACES.
       77 WS-INV-ABERTO                   PIC 9 VALUE 0.

       77 WS-DATA-NEGOCIO                 PIC 9(08) VALUE ZEROS.
       77 WS-MRG-ANOMES                   PIC 9(06).

       77 WS-HDR-VISTO                    PIC 9 VALUE 0.
       77 WS-HDR-DATA                     PIC 9(08) VALUE ZEROS.
       77 WS-TRL-VISTO                    PIC 9 VALUE 0.
       77 WS-TRL-CONT                     PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TRL-CONT-LIDO                PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH-LIDO                PIC 9(09)V99 VALUE ZEROS.
       77 WS-TRL-FICHEIRO                 PIC X(10).

      *-----------------------
      * linha corrente: venda sem IVA, custo ao custo da data da
      * venda, sinal (-1 nas devolucoes) e promocao
      *-----------------------
       77 WS-LIN-ROUPA                    PIC 9(05).
       77 WS-LIN-CAT                      PIC X(10).
       77 WS-LIN-CUSTO-UNIT               PIC 9(05)V99.
       77 WS-LIN-CUSTO-CONHECIDO          PIC 9.
       77 WS-LIN-VENDA                    PIC S9(07)V99.
       77 WS-LIN-CUSTO                    PIC S9(07)V99.
       77 WS-LIN-PROMO                    PIC 9.
       77 WS-LIN-LOJA                     PIC 9(03).

       77 WS-IDX                          PIC 9(04).
       77 WS-IDX-ART                      PIC 9(03).
       77 WS-IDX-CAT                      PIC 9(02).
       77 WS-ACHADO                       PIC 9.
       77 WS-TAB-CHEIA                    PIC 9 VALUE 0.
       77 WS-LINHAS-MES                   PIC 9(07) VALUE ZEROS.
       77 WS-LINHAS-ABAIXO                PIC 9(05) VALUE ZEROS.
       77 WS-LINHAS-SEM-CUSTO             PIC 9(05) VALUE ZEROS.
       77 WS-VENDAS-SEM-CUSTO             PIC S9(09)V99 VALUE ZEROS.
       77 WS-SPOOL-LINHA                  PIC X(132).
       77 WS-SPOOL-ABERTO                 PIC 9 VALUE 0.

      *-----------------------
      * ligacoes ARTROUPA carregadas em memoria
      *-----------------------
       77 WS-NUM-LIGACOES                 PIC 9(03) VALUE ZEROS.
           01 WS-TAB-LIGACOES.
               03 WS-LIG-ENTRY OCCURS 500 TIMES.
                   05 WS-LIG-ARTIGO       PIC 9(05).
                   05 WS-LIG-ROUPA        PIC 9(05).

      *-----------------------
      * historico de custos: cada mudanca do custo de um codigo de
      * roupa no diario de movimentos, pela ordem do diario
      *-----------------------
       77 WS-NUM-CUSTOS                   PIC 9(04) VALUE ZEROS.
           01 WS-TAB-CUSTOS.
               03 WS-CST-ENTRY OCCURS 2000 TIMES.
                   05 WS-CST-ROUPA        PIC 9(05).
                   05 WS-CST-DATA         PIC 9(08).
                   05 WS-CST-CUSTO        PIC 9(05)V99.
       77 WS-CST-ULTIMO                   PIC 9(05)V99.

      *-----------------------
      * acumuladores por artigo, categoria e loja: vendas e custo
      * das linhas normais e das linhas em promocao em separado
      *-----------------------
       77 WS-NUM-ART                      PIC 9(03) VALUE ZEROS.
           01 WS-TAB-ARTIGOS.
               03 WS-MA-ENTRY OCCURS 500 TIMES.
                   05 WS-MA-ARTIGO        PIC 9(05).
                   05 WS-MA-NOME          PIC X(34).
                   05 WS-MA-VENDAS        PIC S9(09)V99.
                   05 WS-MA-CUSTO         PIC S9(09)V99.
                   05 WS-MA-VENDAS-PROMO  PIC S9(09)V99.
                   05 WS-MA-CUSTO-PROMO   PIC S9(09)V99.
                   05 WS-MA-ABAIXO        PIC 9(05).
                   05 WS-MA-SEM-CUSTO     PIC 9.

       77 WS-NUM-CAT                      PIC 9(02) VALUE ZEROS.
           01 WS-TAB-CATEGORIAS.
               03 WS-MC-ENTRY OCCURS 50 TIMES.
                   05 WS-MC-CAT           PIC X(10).
                   05 WS-MC-VENDAS        PIC S9(09)V99.
                   05 WS-MC-CUSTO         PIC S9(09)V99.
                   05 WS-MC-VENDAS-PROMO  PIC S9(09)V99.
                   05 WS-MC-CUSTO-PROMO   PIC S9(09)V99.

           01 WS-TAB-LOJAS.
               03 WS-ML-ENTRY OCCURS 100 TIMES.
                   05 WS-ML-VENDAS        PIC S9(09)V99.
                   05 WS-ML-CUSTO         PIC S9(09)V99.
                   05 WS-ML-VENDAS-PROMO  PIC S9(09)V99.
                   05 WS-ML-CUSTO-PROMO   PIC S9(09)V99.

       77 WS-TOT-VENDAS                   PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-CUSTO                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-VENDAS-PROMO             PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-CUSTO-PROMO              PIC S9(09)V99 VALUE ZEROS.

      *-----------------------
      * linha do relatorio: rotulo, vendas, custo, margem, margem %
      * e a marcacao de excecao
      *-----------------------
       77 WS-IMP-ROTULO                   PIC X(30).
       77 WS-IMP-VENDAS                   PIC S9(09)V99.
       77 WS-IMP-CUSTO                    PIC S9(09)V99.
       77 WS-IMP-MARCA                    PIC X(20).
       77 WS-IMP-MARGEM                   PIC S9(09)V99.
       77 WS-IMP-PCT                      PIC S9(05)V99.
           01 WS-LINHA-MARGEM.
               03 WS-LM-ROTULO            PIC X(30).
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-LM-VENDAS            PIC -(08)9,99.
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-LM-CUSTO             PIC -(08)9,99.
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-LM-MARGEM            PIC -(08)9,99.
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-LM-PCT               PIC -(04)9,99.
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-LM-MARCA             PIC X(20).
           01 WS-ROTULO-ARTIGO.
               03 WS-RA-CODIGO            PIC 9(05).
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-RA-NOME              PIC X(24).
           01 WS-ROTULO-LOJA.
               03 FILLER                  PIC X(05) VALUE 'LOJA '.
               03 WS-RL-LOJA              PIC 9(02).
               03 FILLER                  PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-PATH-VENDASOUT FROM ENVIRONMENT "VENDASOUT_PATH"
           IF WS-PATH-VENDASOUT EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\vendasout.txt'
                   TO WS-PATH-VENDASOUT
           END-IF
           ACCEPT WS-PATH-ARTROUPA FROM ENVIRONMENT "ARTROUPA_PATH"
           IF WS-PATH-ARTROUPA EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\artroupa.txt'
                   TO WS-PATH-ARTROUPA
           END-IF
           ACCEPT WS-PATH-INVENTARIO FROM ENVIRONMENT
               "INVENTARIO_PATH"
           IF WS-PATH-INVENTARIO EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/inventario.txt'
                   TO WS-PATH-INVENTARIO
           END-IF
           ACCEPT WS-PATH-MOVIMENTOS FROM ENVIRONMENT
               "MOVIMENTOS_PATH"
           IF WS-PATH-MOVIMENTOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/movim.txt'
                   TO WS-PATH-MOVIMENTOS
           END-IF.

       0-PRINCIPAL.
           PERFORM OBTER-DATA-NEGOCIO
           DISPLAY '-------//MARGEM BRUTA MENSAL//-------'
           DISPLAY 'MES A PROCESSAR (AAAAMM): '
           ACCEPT WS-MRG-ANOMES

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
               MOVE ZEROS TO WS-ML-VENDAS (WS-IDX)
                             WS-ML-CUSTO (WS-IDX)
                             WS-ML-VENDAS-PROMO (WS-IDX)
                             WS-ML-CUSTO-PROMO (WS-IDX)
           END-PERFORM

           PERFORM 1000-CARREGAR-LIGACOES
           PERFORM 1010-CARREGAR-CUSTOS
           OPEN INPUT INVENTARIO
           IF WS-FS-INVENTARIO EQUAL "00"
               MOVE 1 TO WS-INV-ABERTO
           ELSE
               DISPLAY ' INVENTARIO NAO DISPONIVEL - FILE STATUS: '
                       WS-FS-INVENTARIO
           END-IF
           PERFORM 1200-LER-VENDASOUT
           IF WS-INV-ABERTO EQUAL 1
               CLOSE INVENTARIO
           END-IF
           IF WS-TAB-CHEIA EQUAL 1
               DISPLAY '*** MAIS DE 500 ARTIGOS OU 50 CATEGORIAS NO '
                   'MES - RELATORIO INTERROMPIDO ***'
               STOP RUN
           END-IF
           PERFORM 2000-EMITIR-RELATORIO
           STOP RUN.

      *-----------------------
      * ligacoes artigo da caixa -> codigo de roupa
      *-----------------------
       1000-CARREGAR-LIGACOES.
           MOVE ZEROS TO WS-NUM-LIGACOES
           MOVE SPACES TO WS-ENDOFMESTRE
           OPEN INPUT ARTROUPA
           IF WS-FS-ARTROUPA NOT EQUAL "00"
               DISPLAY ' ARTROUPA NAO DISPONIVEL - FILE STATUS: '
                       WS-FS-ARTROUPA
           ELSE
               PERFORM UNTIL WS-ENDOFMESTRE = 'F'
                   READ ARTROUPA
                   AT END MOVE 'F' TO WS-ENDOFMESTRE
                   NOT AT END
                       IF WS-NUM-LIGACOES < 500
                           ADD 1 TO WS-NUM-LIGACOES
                           MOVE AR-ART-CODIGO
                               TO WS-LIG-ARTIGO (WS-NUM-LIGACOES)
                           MOVE AR-COD-ROUPA
                               TO WS-LIG-ROUPA (WS-NUM-LIGACOES)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARTROUPA
           END-IF
           MOVE SPACES TO WS-ENDOFMESTRE.

      *-----------------------
      * percorre o diario de movimentos e guarda cada mudanca do
      * custo de cada codigo de roupa com a data em que passou a
      * vigorar (o diario grava o custo em vigor em cada movimento)
      *-----------------------
       1010-CARREGAR-CUSTOS.
           MOVE ZEROS TO WS-NUM-CUSTOS
           MOVE SPACES TO WS-ENDOFMESTRE
           OPEN INPUT MOVIMENTOS
           IF WS-FS-MOVIMENTOS NOT EQUAL "00"
               DISPLAY ' MOVIMENTOS NAO DISPONIVEL - FILE STATUS: '
                       WS-FS-MOVIMENTOS
               DISPLAY ' (CUSTO ATUAL DO INVENTARIO PARA TODO O MES)'
           ELSE
               PERFORM UNTIL WS-ENDOFMESTRE = 'F'
                   READ MOVIMENTOS
                   AT END MOVE 'F' TO WS-ENDOFMESTRE
                   NOT AT END
                       IF MOV-CUSTO > ZEROS
                           PERFORM 1020-GUARDAR-CUSTO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTOS
           END-IF
           MOVE SPACES TO WS-ENDOFMESTRE.

       1020-GUARDAR-CUSTO.
           MOVE ZEROS TO WS-CST-ULTIMO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-CUSTOS
               IF WS-CST-ROUPA (WS-IDX) EQUAL MOV-COD-ROUPA
                   MOVE WS-CST-CUSTO (WS-IDX) TO WS-CST-ULTIMO
               END-IF
           END-PERFORM
           IF MOV-CUSTO NOT EQUAL WS-CST-ULTIMO
               AND WS-NUM-CUSTOS < 2000
               ADD 1 TO WS-NUM-CUSTOS
               MOVE MOV-COD-ROUPA TO WS-CST-ROUPA (WS-NUM-CUSTOS)
               MOVE MOV-DATA TO WS-CST-DATA (WS-NUM-CUSTOS)
               MOVE MOV-CUSTO TO WS-CST-CUSTO (WS-NUM-CUSTOS)
           END-IF.

      *-----------------------
      * GESTAO_VENDAS - a venda sem IVA e a quantidade vezes o preco
      * unitario, como no apuramento; venda de vales ('G') e resgate
      * de pontos ('R') nao sao venda de mercadoria, as devolucoes
      * ('D') abatem vendas e custo
      *-----------------------
       1200-LER-VENDASOUT.
           OPEN INPUT VENDASOUT.
           IF WS-FS-VENDASOUT NOT EQUAL "00"
               DISPLAY " VENDASOUT NAO DISPONIVEL - FILE STATUS: "
                       WS-FS-VENDASOUT
           ELSE
               PERFORM UNTIL WS-ENDOFFILEVENDASOUT EQUAL 1
                   READ VENDASOUT
                   AT END
                       MOVE 1 TO WS-ENDOFFILEVENDASOUT
                   NOT AT END
                      IF VOT-MARCA EQUAL '*HEADER* '
                          MOVE 1 TO WS-HDR-VISTO
                          MOVE VOT-HDR-DATA
                              TO WS-HDR-DATA
                      ELSE
                      IF VOT-MARCA EQUAL '*TRAILER*'
                          MOVE 1 TO WS-TRL-VISTO
                          MOVE VOT-CONTADOR TO WS-TRL-CONT-LIDO
                          MOVE VOT-HASH TO WS-TRL-HASH-LIDO
                      ELSE
                       ADD 1 TO WS-TRL-CONT
                       COMPUTE WS-TRL-HASH = WS-TRL-HASH
                           + (VDL-QUANT-ARTIGO * VDL-UNIT-ARTIGO)
                       IF VDL-DATA-VENDA (1:6) EQUAL WS-MRG-ANOMES
                        AND VDL-PROMO-ARTIGO NOT EQUAL 'R'
                        AND VDL-PROMO-ARTIGO NOT EQUAL 'G'
                           PERFORM 1210-VALORIZAR-LINHA
                           PERFORM 3000-ACUMULAR-LINHA
                       END-IF
                      END-IF
                      END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDASOUT
               MOVE 'VENDASOUT ' TO WS-TRL-FICHEIRO
               PERFORM 3900-CONFERIR-TRAILER
           END-IF.

      *-----------------------
      * venda e custo da linha: o custo unitario e o ultimo custo do
      * historico com data ate a da venda; sem historico vale o
      * custo atual do inventario; sem ligacao ao inventario (ou com
      * custo a zero) o custo fica desconhecido
      *-----------------------
       1210-VALORIZAR-LINHA.
           ADD 1 TO WS-LINHAS-MES
           MOVE ZEROS TO WS-LIN-ROUPA
           MOVE ZEROS TO WS-LIN-CUSTO-UNIT
           MOVE 0 TO WS-LIN-CUSTO-CONHECIDO
           MOVE '(SEM CAT.)' TO WS-LIN-CAT
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-LIGACOES
               IF WS-LIG-ARTIGO (WS-IDX) EQUAL VDL-COD-ARTIGO
                   MOVE WS-LIG-ROUPA (WS-IDX) TO WS-LIN-ROUPA
                   MOVE WS-NUM-LIGACOES TO WS-IDX
               END-IF
           END-PERFORM
           IF WS-LIN-ROUPA NOT EQUAL ZEROS AND WS-INV-ABERTO EQUAL 1
               MOVE WS-LIN-ROUPA TO COD-ROUPA
               READ INVENTARIO
                   INVALID KEY
                       MOVE ZEROS TO WS-LIN-ROUPA
                   NOT INVALID KEY
                       MOVE CAT-PRODUTO TO WS-LIN-CAT
                       MOVE CUSTO-PRODUTO TO WS-LIN-CUSTO-UNIT
               END-READ
           END-IF
           IF WS-LIN-ROUPA NOT EQUAL ZEROS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CUSTOS
                   IF WS-CST-ROUPA (WS-IDX) EQUAL WS-LIN-ROUPA
                    AND WS-CST-DATA (WS-IDX) <= VDL-DATA-VENDA
                       MOVE WS-CST-CUSTO (WS-IDX)
                           TO WS-LIN-CUSTO-UNIT
                   END-IF
               END-PERFORM
               IF WS-LIN-CUSTO-UNIT > ZEROS
                   MOVE 1 TO WS-LIN-CUSTO-CONHECIDO
               END-IF
           END-IF

           COMPUTE WS-LIN-VENDA = VDL-QUANT-ARTIGO * VDL-UNIT-ARTIGO
           COMPUTE WS-LIN-CUSTO =
               VDL-QUANT-ARTIGO * WS-LIN-CUSTO-UNIT
           MOVE 0 TO WS-LIN-PROMO
           IF VDL-PROMO-ARTIGO EQUAL 'S'
               MOVE 1 TO WS-LIN-PROMO
           END-IF
           IF VDL-PROMO-ARTIGO EQUAL 'D'
               COMPUTE WS-LIN-VENDA = ZERO - WS-LIN-VENDA
               COMPUTE WS-LIN-CUSTO = ZERO - WS-LIN-CUSTO
           END-IF
           COMPUTE WS-LIN-LOJA = VDL-COD-LOJA + 1
           IF WS-LIN-CUSTO-CONHECIDO EQUAL 0
               ADD 1 TO WS-LINHAS-SEM-CUSTO
               ADD WS-LIN-VENDA TO WS-VENDAS-SEM-CUSTO
           END-IF.

      *-----------------------
      * soma a linha no artigo, na categoria, na loja e no total,
      * nas colunas normais ou de promocao
      *-----------------------
       3000-ACUMULAR-LINHA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
               UNTIL WS-IDX-ART > WS-NUM-ART OR WS-ACHADO EQUAL 1
               IF WS-MA-ARTIGO (WS-IDX-ART) EQUAL VDL-COD-ARTIGO
                   MOVE 1 TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO EQUAL 1
               SUBTRACT 1 FROM WS-IDX-ART
           ELSE
               IF WS-NUM-ART < 500
                   ADD 1 TO WS-NUM-ART
                   MOVE WS-NUM-ART TO WS-IDX-ART
                   MOVE VDL-COD-ARTIGO TO WS-MA-ARTIGO (WS-IDX-ART)
                   MOVE VDL-NOME-ARTIGO TO WS-MA-NOME (WS-IDX-ART)
                   MOVE ZEROS TO WS-MA-VENDAS (WS-IDX-ART)
                                 WS-MA-CUSTO (WS-IDX-ART)
                                 WS-MA-VENDAS-PROMO (WS-IDX-ART)
                                 WS-MA-CUSTO-PROMO (WS-IDX-ART)
                                 WS-MA-ABAIXO (WS-IDX-ART)
                                 WS-MA-SEM-CUSTO (WS-IDX-ART)
                   MOVE 1 TO WS-ACHADO
               ELSE
                   MOVE 1 TO WS-TAB-CHEIA
               END-IF
           END-IF
           IF WS-ACHADO EQUAL 1
               IF WS-LIN-PROMO EQUAL 1
                   ADD WS-LIN-VENDA
                       TO WS-MA-VENDAS-PROMO (WS-IDX-ART)
                   ADD WS-LIN-CUSTO
                       TO WS-MA-CUSTO-PROMO (WS-IDX-ART)
               ELSE
                   ADD WS-LIN-VENDA TO WS-MA-VENDAS (WS-IDX-ART)
                   ADD WS-LIN-CUSTO TO WS-MA-CUSTO (WS-IDX-ART)
               END-IF
               IF WS-LIN-CUSTO-CONHECIDO EQUAL 0
                   MOVE 1 TO WS-MA-SEM-CUSTO (WS-IDX-ART)
               ELSE
                   IF VDL-PROMO-ARTIGO NOT EQUAL 'D'
                    AND VDL-UNIT-ARTIGO < WS-LIN-CUSTO-UNIT
                       ADD 1 TO WS-MA-ABAIXO (WS-IDX-ART)
                       ADD 1 TO WS-LINHAS-ABAIXO
                   END-IF
               END-IF
           END-IF

           MOVE 0 TO WS-ACHADO
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-NUM-CAT OR WS-ACHADO EQUAL 1
               IF WS-MC-CAT (WS-IDX-CAT) EQUAL WS-LIN-CAT
                   MOVE 1 TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO EQUAL 1
               SUBTRACT 1 FROM WS-IDX-CAT
           ELSE
               IF WS-NUM-CAT < 50
                   ADD 1 TO WS-NUM-CAT
                   MOVE WS-NUM-CAT TO WS-IDX-CAT
                   MOVE WS-LIN-CAT TO WS-MC-CAT (WS-IDX-CAT)
                   MOVE ZEROS TO WS-MC-VENDAS (WS-IDX-CAT)
                                 WS-MC-CUSTO (WS-IDX-CAT)
                                 WS-MC-VENDAS-PROMO (WS-IDX-CAT)
                                 WS-MC-CUSTO-PROMO (WS-IDX-CAT)
                   MOVE 1 TO WS-ACHADO
               ELSE
                   MOVE 1 TO WS-TAB-CHEIA
               END-IF
           END-IF

           IF WS-LIN-PROMO EQUAL 1
               IF WS-ACHADO EQUAL 1
                   ADD WS-LIN-VENDA
                       TO WS-MC-VENDAS-PROMO (WS-IDX-CAT)
                   ADD WS-LIN-CUSTO
                       TO WS-MC-CUSTO-PROMO (WS-IDX-CAT)
               END-IF
               ADD WS-LIN-VENDA TO WS-ML-VENDAS-PROMO (WS-LIN-LOJA)
               ADD WS-LIN-CUSTO TO WS-ML-CUSTO-PROMO (WS-LIN-LOJA)
               ADD WS-LIN-VENDA TO WS-TOT-VENDAS-PROMO
               ADD WS-LIN-CUSTO TO WS-TOT-CUSTO-PROMO
           ELSE
               IF WS-ACHADO EQUAL 1
                   ADD WS-LIN-VENDA TO WS-MC-VENDAS (WS-IDX-CAT)
                   ADD WS-LIN-CUSTO TO WS-MC-CUSTO (WS-IDX-CAT)
               END-IF
               ADD WS-LIN-VENDA TO WS-ML-VENDAS (WS-LIN-LOJA)
               ADD WS-LIN-CUSTO TO WS-ML-CUSTO (WS-LIN-LOJA)
               ADD WS-LIN-VENDA TO WS-TOT-VENDAS
               ADD WS-LIN-CUSTO TO WS-TOT-CUSTO
           END-IF.

      *-----------------------
      * confere o trailer de controlo do ficheiro acabado de ler,
      * como no apuramento de IVA: margens nao se tiram de um
      * ficheiro de outro dia ou de uma corrida abortada
      *-----------------------
       3900-CONFERIR-TRAILER.
           IF WS-HDR-VISTO EQUAL 0
               DISPLAY ' *** ' WS-TRL-FICHEIRO ' SEM CABECALHO DE '
                   'CORRIDA - PROCESSAMENTO INTERROMPIDO ***'
               STOP RUN
           END-IF
           IF WS-HDR-DATA NOT EQUAL WS-DATA-NEGOCIO
               DISPLAY ' *** ' WS-TRL-FICHEIRO ' E DA DATA DE '
                   'NEGOCIO ' WS-HDR-DATA ' E NAO DE '
                   WS-DATA-NEGOCIO ' - PROCESSAMENTO '
                   'INTERROMPIDO ***'
               STOP RUN
           END-IF
           MOVE 0 TO WS-HDR-VISTO
           MOVE ZEROS TO WS-HDR-DATA
           IF WS-TRL-VISTO EQUAL 0
               DISPLAY ' *** ' WS-TRL-FICHEIRO ' SEM TRAILER DE '
                   'CONTROLO - FICHEIRO INCOMPLETO OU DE CORRIDA '
                   'ABORTADA - PROCESSAMENTO INTERROMPIDO ***'
               STOP RUN
           END-IF
           IF WS-TRL-CONT NOT EQUAL WS-TRL-CONT-LIDO
            OR WS-TRL-HASH NOT EQUAL WS-TRL-HASH-LIDO
               DISPLAY ' *** ' WS-TRL-FICHEIRO ' TRAILER '
                   'DIVERGENTE - LIDOS ' WS-TRL-CONT ' / '
                   WS-TRL-HASH ' CONTRA ' WS-TRL-CONT-LIDO ' / '
                   WS-TRL-HASH-LIDO ' - PROCESSAMENTO '
                   'INTERROMPIDO ***'
               STOP RUN
           END-IF
           MOVE 0 TO WS-TRL-VISTO
           MOVE ZEROS TO WS-TRL-CONT
           MOVE ZEROS TO WS-TRL-HASH
           MOVE ZEROS TO WS-TRL-CONT-LIDO
           MOVE ZEROS TO WS-TRL-HASH-LIDO.

      *-----------------------
      * relatorio: por artigo, por categoria e por loja, cada um com
      * a linha normal e, havendo, a linha de promocao; no fim o
      * total do mes e o resumo das excecoes
      *-----------------------
       2000-EMITIR-RELATORIO.
           PERFORM ABRIR-SPOOL
           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           STRING ' MARGEM BRUTA - MES ' WS-MRG-ANOMES
                  ' (VENDAS SEM IVA, CUSTO NA DATA DA VENDA)'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL

           MOVE ' POR ARTIGO' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM 2050-CABECALHO-COLUNAS
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
               UNTIL WS-IDX-ART > WS-NUM-ART
               MOVE WS-MA-ARTIGO (WS-IDX-ART) TO WS-RA-CODIGO
               MOVE WS-MA-NOME (WS-IDX-ART) TO WS-RA-NOME
               MOVE SPACES TO WS-IMP-MARCA
               IF WS-MA-SEM-CUSTO (WS-IDX-ART) EQUAL 1
                   MOVE '*CUSTO DESCONHECIDO*' TO WS-IMP-MARCA
               ELSE
                   IF WS-MA-ABAIXO (WS-IDX-ART) > ZEROS
                       MOVE '*ABAIXO DO CUSTO*' TO WS-IMP-MARCA
                   END-IF
               END-IF
               MOVE WS-ROTULO-ARTIGO TO WS-IMP-ROTULO
               MOVE WS-MA-VENDAS (WS-IDX-ART) TO WS-IMP-VENDAS
               MOVE WS-MA-CUSTO (WS-IDX-ART) TO WS-IMP-CUSTO
               PERFORM 2900-IMPRIMIR-LINHA
               IF WS-MA-VENDAS-PROMO (WS-IDX-ART) NOT EQUAL ZEROS
                OR WS-MA-CUSTO-PROMO (WS-IDX-ART) NOT EQUAL ZEROS
                   MOVE '      EM PROMOCAO' TO WS-IMP-ROTULO
                   MOVE WS-MA-VENDAS-PROMO (WS-IDX-ART)
                       TO WS-IMP-VENDAS
                   MOVE WS-MA-CUSTO-PROMO (WS-IDX-ART)
                       TO WS-IMP-CUSTO
                   PERFORM 2900-IMPRIMIR-LINHA
               END-IF
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ' POR CATEGORIA' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM 2050-CABECALHO-COLUNAS
           MOVE SPACES TO WS-IMP-MARCA
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-NUM-CAT
               MOVE WS-MC-CAT (WS-IDX-CAT) TO WS-IMP-ROTULO
               MOVE WS-MC-VENDAS (WS-IDX-CAT) TO WS-IMP-VENDAS
               MOVE WS-MC-CUSTO (WS-IDX-CAT) TO WS-IMP-CUSTO
               PERFORM 2900-IMPRIMIR-LINHA
               IF WS-MC-VENDAS-PROMO (WS-IDX-CAT) NOT EQUAL ZEROS
                OR WS-MC-CUSTO-PROMO (WS-IDX-CAT) NOT EQUAL ZEROS
                   MOVE '      EM PROMOCAO' TO WS-IMP-ROTULO
                   MOVE WS-MC-VENDAS-PROMO (WS-IDX-CAT)
                       TO WS-IMP-VENDAS
                   MOVE WS-MC-CUSTO-PROMO (WS-IDX-CAT)
                       TO WS-IMP-CUSTO
                   PERFORM 2900-IMPRIMIR-LINHA
               END-IF
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ' POR LOJA' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM 2050-CABECALHO-COLUNAS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
               IF WS-ML-VENDAS (WS-IDX) NOT EQUAL ZEROS
                OR WS-ML-CUSTO (WS-IDX) NOT EQUAL ZEROS
                OR WS-ML-VENDAS-PROMO (WS-IDX) NOT EQUAL ZEROS
                OR WS-ML-CUSTO-PROMO (WS-IDX) NOT EQUAL ZEROS
                   COMPUTE WS-RL-LOJA = WS-IDX - 1
                   MOVE WS-ROTULO-LOJA TO WS-IMP-ROTULO
                   MOVE WS-ML-VENDAS (WS-IDX) TO WS-IMP-VENDAS
                   MOVE WS-ML-CUSTO (WS-IDX) TO WS-IMP-CUSTO
                   PERFORM 2900-IMPRIMIR-LINHA
                   IF WS-ML-VENDAS-PROMO (WS-IDX) NOT EQUAL ZEROS
                    OR WS-ML-CUSTO-PROMO (WS-IDX) NOT EQUAL ZEROS
                       MOVE '      EM PROMOCAO' TO WS-IMP-ROTULO
                       MOVE WS-ML-VENDAS-PROMO (WS-IDX)
                           TO WS-IMP-VENDAS
                       MOVE WS-ML-CUSTO-PROMO (WS-IDX)
                           TO WS-IMP-CUSTO
                       PERFORM 2900-IMPRIMIR-LINHA
                   END-IF
               END-IF
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM 2050-CABECALHO-COLUNAS
           MOVE 'TOTAL DO MES' TO WS-IMP-ROTULO
           MOVE WS-TOT-VENDAS TO WS-IMP-VENDAS
           MOVE WS-TOT-CUSTO TO WS-IMP-CUSTO
           PERFORM 2900-IMPRIMIR-LINHA
           MOVE '      EM PROMOCAO' TO WS-IMP-ROTULO
           MOVE WS-TOT-VENDAS-PROMO TO WS-IMP-VENDAS
           MOVE WS-TOT-CUSTO-PROMO TO WS-IMP-CUSTO
           PERFORM 2900-IMPRIMIR-LINHA
           MOVE 'TOTAL COM PROMOCOES' TO WS-IMP-ROTULO
           COMPUTE WS-IMP-VENDAS = WS-TOT-VENDAS + WS-TOT-VENDAS-PROMO
           COMPUTE WS-IMP-CUSTO = WS-TOT-CUSTO + WS-TOT-CUSTO-PROMO
           PERFORM 2900-IMPRIMIR-LINHA

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           STRING ' LINHAS DO MES: ' WS-LINHAS-MES
                  ' - VENDIDAS ABAIXO DO CUSTO: ' WS-LINHAS-ABAIXO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-LINHAS-SEM-CUSTO > ZEROS
               MOVE WS-VENDAS-SEM-CUSTO TO WS-LM-VENDAS
               STRING ' LINHAS SEM CUSTO CONHECIDO (MARGEM '
                      'SOBREAVALIADA): ' WS-LINHAS-SEM-CUSTO
                      ' - VENDAS ' WS-LM-VENDAS
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           PERFORM FECHAR-SPOOL.

       2050-CABECALHO-COLUNAS.
           MOVE '                                     VENDAS       '
               TO WS-SPOOL-LINHA
           MOVE 'CUSTO       MARGEM MARGEM %' TO WS-SPOOL-LINHA (52:27)
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * calcula margem e margem % dos valores em WS-IMP-* e escreve
      * a linha no relatorio
      *-----------------------
       2900-IMPRIMIR-LINHA.
           COMPUTE WS-IMP-MARGEM = WS-IMP-VENDAS - WS-IMP-CUSTO
           MOVE ZEROS TO WS-IMP-PCT
           IF WS-IMP-VENDAS NOT EQUAL ZEROS
               COMPUTE WS-IMP-PCT ROUNDED =
                   WS-IMP-MARGEM * 100 / WS-IMP-VENDAS
                   ON SIZE ERROR MOVE ZEROS TO WS-IMP-PCT
               END-COMPUTE
           END-IF
           MOVE WS-IMP-ROTULO TO WS-LM-ROTULO
           MOVE WS-IMP-VENDAS TO WS-LM-VENDAS
           MOVE WS-IMP-CUSTO TO WS-LM-CUSTO
           MOVE WS-IMP-MARGEM TO WS-LM-MARGEM
           MOVE WS-IMP-PCT TO WS-LM-PCT
           MOVE WS-IMP-MARCA TO WS-LM-MARCA
           MOVE WS-LINHA-MARGEM TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * spool do relatorio, com o mes no nome, como o extrato de
      * comissoes; o mesmo conteudo vai ao ecra
      *-----------------------
       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'MARGENS.' DELIMITED BY SIZE
                  WS-MRG-ANOMES DELIMITED BY SIZE
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
       OBTER-DATA-NEGOCIO.
           ACCEPT WS-PATH-DATAPROC FROM ENVIRONMENT "DATAPROC_PATH"
           IF WS-PATH-DATAPROC EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/DATAPROC.txt'
                   TO WS-PATH-DATAPROC
           END-IF
           MOVE ZEROS TO WS-DATA-NEGOCIO
           OPEN INPUT DATAPROC
           IF WS-FS-DATAPROC EQUAL "00"
               READ DATAPROC
               IF WS-FS-DATAPROC EQUAL "00"
                   MOVE DP-DATA TO WS-DATA-NEGOCIO
               END-IF
               CLOSE DATAPROC
           END-IF
           IF WS-DATA-NEGOCIO EQUAL ZEROS
               ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM MARGEM_BRUTA.
