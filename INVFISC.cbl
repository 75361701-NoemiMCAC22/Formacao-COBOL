      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Comunicacao anual do inventario a administracao
      *          fiscal: as existencias a 31 de dezembro, artigo a
      *          artigo, com codigo, descricao, unidade, quantidade e
      *          valor - a roupa do INVENTARIO (ou da fotografia
      *          CONGELADO, se havia uma contagem aberta) ao custo
      *          medio, e os livros do LIVROSESTOQUE (sem as unidades
      *          consignadas, que sao da editora) ao preco do
      *          CATLIVROS - com totais de controlo e a lista de
      *          validacao dos artigos sem custo ou com quantidade
      *          negativa, a corrigir antes da submissao
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO_FISCAL.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO ASSIGN TO
           WS-PATH-INVENTARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-ROUPA
           FILE STATUS IS WS-FS-INVENTARIO.
           SELECT CONGELADO ASSIGN TO
           WS-PATH-CONGELADO
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CONGELADO.
           SELECT CONTAGEMCTL ASSIGN TO
           WS-PATH-CONTAGEMCTL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CONTAGEMCTL.
           SELECT LIVROSESTOQUE ASSIGN TO
           WS-PATH-LIVROSESTOQUE
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-LIVROSESTOQUE.
           SELECT CATLIVROS ASSIGN TO
           WS-PATH-CATLIVROS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CATLIVROS.
           SELECT CONSIGNACOES ASSIGN TO
           WS-PATH-CONSIGNACOES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CONSIGNACOES.
           SELECT INVFISCAL ASSIGN TO
           WS-PATH-INVFISCAL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-INVFISCAL.
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
      * o inventario indexado do READ_2 e a fotografia e o estado da
      * contagem fisica do CONTAGEM_FISICA - os desenhos tem de
      * bater certo com os de la
      *-----------------------
       FD INVENTARIO.
       01 INVENTARIO-FILE.
           03 COD-ROUPA     PIC 9(05).
           03 NOM-PRODUTO   PIC A(17).
           03 QNT-PRODUTO   PIC X(03).
           03 CAT-PRODUTO   PIC X(10).
           03 CUSTO-PRODUTO PIC 9(05)V99.
           03 CUSTO-ULTIMO  PIC 9(05)V99.

       FD CONGELADO.
       01 CONGELADO-REG.
           03 CON-COD-ROUPA      PIC 9(05).
           03 CON-QNT            PIC 9(03).

       FD CONTAGEMCTL.
       01 CONTAGEMCTL-REG.
           03 CCT-ESTADO         PIC X(01).
           03 CCT-DATA-ABERTURA  PIC 9(08).

      *-----------------------
      * stock, catalogo e lotes consignados da livraria, do
      * VENDAS_LIBR
      *-----------------------
       FD LIVROSESTOQUE.
           01 LIVROSESTOQUE-REG.
               03 EST-COD-IDENT           PIC 9(05).
               03 EST-QUANT               PIC 9(05).

       FD CATLIVROS.
           01 CATALOGO-REG.
               03 CAT-COD-IDENT           PIC 9(05).
               03 CAT-TITULO              PIC X(80).
               03 CAT-AUTOR               PIC X(30).
               03 CAT-EDITO               PIC X(20).
               03 CAT-PREFIXO             PIC X(03).
               03 CAT-COD-PAIS            PIC 9(03).
               03 CAT-COD-EDITO           PIC 9(02).
               03 CAT-COD-LIVRO           PIC 9(04).
               03 CAT-CATEGORIA           PIC X(01).
               03 CAT-VALOR               PIC 99V99.
               03 CAT-DATA-PUBLICACAO     PIC 9(08).

       FD CONSIGNACOES.
           01 CONSIGNACAO-REG.
               03 CSG-COD-IDENT           PIC 9(05).
               03 CSG-EDITO               PIC X(20).
               03 CSG-FORNECEDOR          PIC X(20).
               03 CSG-GUIA                PIC X(10).
               03 CSG-DATA-ENTRADA        PIC 9(08).
               03 CSG-PRAZO               PIC 9(08).
               03 CSG-RECEBIDA            PIC 9(05).
               03 CSG-VENDIDA             PIC 9(05).
               03 CSG-DEVOLVIDA           PIC 9(05).

      *-----------------------
      * ficheiro da comunicacao (INVFISCAL.AAAA): 'H' cabecalho com
      * a data das existencias, 'L' uma linha por artigo (origem
      * 'R' roupa ou 'L' livro no codigo, categoria 'M' mercadoria)
      * e 'Z' totais de controlo - numero de linhas, quantidade e
      * valor
      *-----------------------
       FD INVFISCAL.
           01 INVFISCAL-REG.
               03 IVF-TIPO                PIC X(01).
               03 IVF-SEQ                 PIC 9(06).
               03 IVF-DATA                PIC 9(08).
               03 IVF-CATEGORIA           PIC X(01).
               03 IVF-CODIGO              PIC X(06).
               03 IVF-DESCRICAO           PIC X(40).
               03 IVF-UNIDADE             PIC X(03).
               03 IVF-QUANTIDADE          PIC S9(07).
               03 IVF-CUSTO-UNIT          PIC 9(05)V99.
               03 IVF-VALOR               PIC S9(11)V99.

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
       77 WS-PATH-INVENTARIO       PIC X(100).
       77 WS-PATH-CONGELADO        PIC X(100).
       77 WS-PATH-CONTAGEMCTL      PIC X(100).
       77 WS-PATH-LIVROSESTOQUE    PIC X(100).
       77 WS-PATH-CATLIVROS        PIC X(100).
       77 WS-PATH-CONSIGNACOES     PIC X(100).
       77 WS-PATH-INVFISCAL        PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-FS-INVENTARIO         PIC XX.
       77 WS-FS-CONGELADO          PIC XX.
       77 WS-FS-CONTAGEMCTL        PIC XX.
       77 WS-FS-LIVROSESTOQUE      PIC XX.
       77 WS-FS-CATLIVROS          PIC XX.
       77 WS-FS-CONSIGNACOES       PIC XX.
       77 WS-FS-INVFISCAL          PIC XX.
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

       77 WS-ANO                   PIC 9(04).
       77 WS-DATA-REF              PIC 9(08).
       77 WS-CONT-ABERTA           PIC X(01) VALUE SPACE.
       77 WS-CONT-DATA-ABERTURA    PIC 9(08) VALUE ZEROS.

       77 WS-CG-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-CG-IDX                PIC 9(04).
       77 WS-CG-CHEIA              PIC 9 VALUE 0.
       77 WS-CT-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-CT-IDX                PIC 9(04).
       77 WS-CT-CHEIA              PIC 9 VALUE 0.
       77 WS-CS-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-CS-IDX                PIC 9(04).
       77 WS-CS-CHEIA              PIC 9 VALUE 0.
       77 WS-CS-POSSE              PIC S9(05).

      *    artigo a comunicar: origem 'R' roupa ou 'L' livro
       77 WS-ITM-ORIGEM            PIC X(01).
       77 WS-ITM-COD               PIC 9(05).
       77 WS-ITM-DESCRICAO         PIC X(40).
       77 WS-ITM-QNT               PIC S9(07).
       77 WS-ITM-CUSTO             PIC 9(05)V99.
       77 WS-ITM-VALOR             PIC S9(11)V99.
       77 WS-ITM-MOTIVO            PIC X(30).
       77 WS-QNT-TEXTO             PIC X(03).
       77 WS-QNT-ABS               PIC 9(03).

       77 WS-SEQ                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-QNT               PIC S9(09) VALUE ZEROS.
       77 WS-TOT-VALOR             PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-ROUPA-LINHAS      PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ROUPA-QNT         PIC S9(09) VALUE ZEROS.
       77 WS-TOT-ROUPA-VALOR       PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-LIVRO-LINHAS      PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LIVRO-QNT         PIC S9(09) VALUE ZEROS.
       77 WS-TOT-LIVRO-VALOR       PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-CONSIGNADOS       PIC 9(07) VALUE ZEROS.
       77 WS-TOT-SEM-STOCK         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DA-FOTOGRAFIA     PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ERROS             PIC 9(06) VALUE ZEROS.

       77 WS-QNT-EDIT              PIC -(6)9.
       77 WS-TQNT-EDIT             PIC -(8)9.
       77 WS-CUSTO-EDIT            PIC ZZ.ZZ9,99.
       77 WS-VALOR-EDIT            PIC -(10)9,99.
       77 WS-LINHAS-EDIT           PIC ZZZZZ9.

           01 WS-DATA-REF-AUX.
               03 WS-DATA-REF-ANO         PIC 9(04).
               03 WS-DATA-REF-MES         PIC 9(02).
               03 WS-DATA-REF-DIA         PIC 9(02).

      *-----------------------
      * fotografia da contagem aberta, catalogo de livros e unidades
      * consignadas em posse por livro
      *-----------------------
           01 WS-TAB-CONGELADO.
               03 WS-CG-ENTRY OCCURS 3000 TIMES.
                   05 WS-CG-COD-ROUPA      PIC 9(05).
                   05 WS-CG-QNT            PIC 9(03).

           01 WS-TAB-CATALOGO.
               03 WS-CT-ENTRY OCCURS 3000 TIMES.
                   05 WS-CT-COD-IDENT      PIC 9(05).
                   05 WS-CT-TITULO         PIC X(40).
                   05 WS-CT-VALOR          PIC 99V99.

           01 WS-TAB-CONSIGNADOS.
               03 WS-CS-ENTRY OCCURS 500 TIMES.
                   05 WS-CS-COD-IDENT      PIC 9(05).
                   05 WS-CS-EM-POSSE       PIC 9(05).

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
           ACCEPT WS-PATH-INVENTARIO FROM ENVIRONMENT
               "INVENTARIO_PATH"
           IF WS-PATH-INVENTARIO EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/INVENTARIO.txt'
                   TO WS-PATH-INVENTARIO
           END-IF
           ACCEPT WS-PATH-CONGELADO FROM ENVIRONMENT
               "CONGELADO_PATH"
           IF WS-PATH-CONGELADO EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/congel.txt'
                   TO WS-PATH-CONGELADO
           END-IF
           ACCEPT WS-PATH-CONTAGEMCTL FROM ENVIRONMENT
               "CONTAGEMCTL_PATH"
           IF WS-PATH-CONTAGEMCTL EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/contctl.txt'
                   TO WS-PATH-CONTAGEMCTL
           END-IF
           ACCEPT WS-PATH-LIVROSESTOQUE FROM ENVIRONMENT
               "LIVROSESTOQUE_PATH"
           IF WS-PATH-LIVROSESTOQUE EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/estoque.txt'
                   TO WS-PATH-LIVROSESTOQUE
           END-IF
           ACCEPT WS-PATH-CATLIVROS FROM ENVIRONMENT
               "CATLIVROS_PATH"
           IF WS-PATH-CATLIVROS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/catlivros.txt'
                   TO WS-PATH-CATLIVROS
           END-IF
           ACCEPT WS-PATH-CONSIGNACOES FROM ENVIRONMENT
               "CONSIGNACOES_PATH"
           IF WS-PATH-CONSIGNACOES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/consig.txt'
                   TO WS-PATH-CONSIGNACOES
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           DISPLAY '-------//COMUNICACAO DE INVENTARIO//-------'
           DISPLAY 'ANO DAS EXISTENCIAS (AAAA, 0 = ANO ANTERIOR A DATA '
               'DE NEGOCIO): '
           ACCEPT WS-ANO
           IF WS-ANO EQUAL ZEROS
               COMPUTE WS-ANO = WS-DATA-PROCESSAMENTO / 10000 - 1
           END-IF
           MOVE WS-ANO TO WS-DATA-REF-ANO
           MOVE 12 TO WS-DATA-REF-MES
           MOVE 31 TO WS-DATA-REF-DIA
           MOVE WS-DATA-REF-AUX TO WS-DATA-REF
      *    as existencias de fecho so se leem com o ano fechado - o
      *    mais tarde na propria noite de 31 de dezembro
           IF WS-DATA-REF > WS-DATA-PROCESSAMENTO
               DISPLAY '*** O ANO ' WS-ANO ' AINDA NAO FECHOU - DATA '
                   'DE NEGOCIO ' WS-DATA-PROCESSAMENTO ' ***'
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF

           PERFORM LER-CONTAGEMCTL
           IF WS-CONT-ABERTA EQUAL 'A'
               PERFORM CARREGAR-CONGELADO THRU CARREGAR-CONGELADO-FIM
           END-IF
           PERFORM CARREGAR-CATALOGO THRU CARREGAR-CATALOGO-FIM
           PERFORM CARREGAR-CONSIGNADOS
               THRU CARREGAR-CONSIGNADOS-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF

           MOVE SPACES TO WS-PATH-INVFISCAL
           STRING 'INVFISCAL.' DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
               INTO WS-PATH-INVFISCAL
           END-STRING
           OPEN OUTPUT INVFISCAL
           IF WS-FS-INVFISCAL NOT EQUAL "00"
               DISPLAY ' ERRO A CRIAR ' WS-PATH-INVFISCAL
                   ' - FILE STATUS: ' WS-FS-INVFISCAL
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           MOVE SPACES TO INVFISCAL-REG
           MOVE 'H' TO IVF-TIPO
           MOVE ZEROS TO IVF-SEQ
           MOVE WS-DATA-REF TO IVF-DATA
           MOVE ZEROS TO IVF-QUANTIDADE
           MOVE ZEROS TO IVF-CUSTO-UNIT
           MOVE ZEROS TO IVF-VALOR
           WRITE INVFISCAL-REG

           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'COMUNICACAO DE INVENTARIO - EXISTENCIAS A '
                      DELIMITED BY SIZE
                  WS-DATA-REF DELIMITED BY SIZE
                  ' - LIDAS EM ' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-CONT-ABERTA EQUAL 'A'
               STRING 'ROUPA: FOTOGRAFIA DA CONTAGEM ABERTA EM '
                          DELIMITED BY SIZE
                      WS-CONT-DATA-ABERTURA DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-CG-NUM DELIMITED BY SIZE
                      ' ARTIGOS), AO CUSTO MEDIO DO INVENTARIO'
                          DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
           ELSE
               MOVE 'ROUPA: QUANTIDADES DO INVENTARIO, AO CUSTO MEDIO'
                   TO WS-SPOOL-LINHA
           END-IF
           PERFORM ESCREVER-SPOOL
           MOVE 'LIVROS: STOCK DA LIVRARIA SEM AS UNIDADES CONSIGNADAS,'
               TO WS-SPOOL-LINHA
           MOVE ' AO PRECO DO CATALOGO' TO WS-SPOOL-LINHA (55:)
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           MOVE 'VALIDACAO - ARTIGOS A CORRIGIR ANTES DA SUBMISSAO'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'ORIG CODIGO DESCRICAO' TO WS-SPOOL-LINHA
           MOVE 'QUANTIDADE      CUSTO  MOTIVO' TO WS-SPOOL-LINHA (50:)
           PERFORM ESCREVER-SPOOL

           PERFORM EXPORTAR-ROUPA THRU EXPORTAR-ROUPA-FIM
           PERFORM EXPORTAR-LIVROS THRU EXPORTAR-LIVROS-FIM

           MOVE SPACES TO INVFISCAL-REG
           MOVE 'Z' TO IVF-TIPO
           MOVE WS-SEQ TO IVF-SEQ
           MOVE WS-DATA-REF TO IVF-DATA
           MOVE WS-TOT-QNT TO IVF-QUANTIDADE
           MOVE ZEROS TO IVF-CUSTO-UNIT
           MOVE WS-TOT-VALOR TO IVF-VALOR
           WRITE INVFISCAL-REG
           CLOSE INVFISCAL

           IF WS-TOT-ERROS EQUAL ZEROS
               MOVE '  (NENHUM ARTIGO SEM CUSTO OU COM QUANTIDADE '
                   TO WS-SPOOL-LINHA
               MOVE 'NEGATIVA)' TO WS-SPOOL-LINHA (46:)
               PERFORM ESCREVER-SPOOL
           END-IF
           PERFORM ESCREVER-SPOOL
           MOVE 'TOTAIS DE CONTROLO' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'ROUPA' TO WS-ITM-DESCRICAO
           MOVE WS-TOT-ROUPA-LINHAS TO WS-LINHAS-EDIT
           MOVE WS-TOT-ROUPA-QNT TO WS-TQNT-EDIT
           MOVE WS-TOT-ROUPA-VALOR TO WS-VALOR-EDIT
           PERFORM ESCREVER-TOTAL
           MOVE 'LIVROS' TO WS-ITM-DESCRICAO
           MOVE WS-TOT-LIVRO-LINHAS TO WS-LINHAS-EDIT
           MOVE WS-TOT-LIVRO-QNT TO WS-TQNT-EDIT
           MOVE WS-TOT-LIVRO-VALOR TO WS-VALOR-EDIT
           PERFORM ESCREVER-TOTAL
           MOVE 'TOTAL DO FICHEIRO' TO WS-ITM-DESCRICAO
           MOVE WS-SEQ TO WS-LINHAS-EDIT
           MOVE WS-TOT-QNT TO WS-TQNT-EDIT
           MOVE WS-TOT-VALOR TO WS-VALOR-EDIT
           PERFORM ESCREVER-TOTAL
           PERFORM ESCREVER-SPOOL
           IF WS-CONT-ABERTA EQUAL 'A'
               STRING 'ARTIGOS DE ROUPA COM A QUANTIDADE DA FOTOGRAFIA:'
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TOT-DA-FOTOGRAFIA DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           STRING 'UNIDADES CONSIGNADAS EXCLUIDAS (DA EDITORA): '
                      DELIMITED BY SIZE
                  WS-TOT-CONSIGNADOS DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           STRING 'ARTIGOS SEM EXISTENCIAS (NAO COMUNICADOS): '
                      DELIMITED BY SIZE
                  WS-TOT-SEM-STOCK DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           STRING 'FICHEIRO: ' DELIMITED BY SIZE
                  WS-PATH-INVFISCAL DELIMITED BY SPACE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-TOT-ERROS > ZEROS
               PERFORM ESCREVER-SPOOL
               STRING '*** ' DELIMITED BY SIZE
                      WS-TOT-ERROS DELIMITED BY SIZE
                      ' ARTIGO(S) A CORRIGIR ANTES DE SUBMETER O '
                          DELIMITED BY SIZE
                      'FICHEIRO ***' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM FECHAR-SPOOL
           MOVE WS-SEQ TO WS-JOB-REGISTOS
           PERFORM ESCREVER-JOBLEDGER
           STOP RUN.

      *-----------------------
      * estado da contagem fisica: com uma contagem aberta as
      * quantidades de fecho sao as da fotografia tirada na abertura
      *-----------------------
       LER-CONTAGEMCTL.
           MOVE SPACE TO WS-CONT-ABERTA
           MOVE ZEROS TO WS-CONT-DATA-ABERTURA
           OPEN INPUT CONTAGEMCTL
           IF WS-FS-CONTAGEMCTL EQUAL "00"
               READ CONTAGEMCTL
               IF WS-FS-CONTAGEMCTL EQUAL "00"
                   MOVE CCT-ESTADO TO WS-CONT-ABERTA
                   MOVE CCT-DATA-ABERTURA TO WS-CONT-DATA-ABERTURA
               END-IF
               CLOSE CONTAGEMCTL
           END-IF.

       CARREGAR-CONGELADO.
           OPEN INPUT CONGELADO
           IF WS-FS-CONGELADO NOT EQUAL "00"
               DISPLAY '*** CONTAGEM ABERTA SEM FOTOGRAFIA (CONGELADO)'
                   ' - FILE STATUS: ' WS-FS-CONGELADO ' ***'
               MOVE 1 TO WS-ERRO
               GO TO CARREGAR-CONGELADO-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CONGELADO
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-CG-NUM < 3000
                       ADD 1 TO WS-CG-NUM
                       MOVE CON-COD-ROUPA
                           TO WS-CG-COD-ROUPA (WS-CG-NUM)
                       MOVE CON-QNT TO WS-CG-QNT (WS-CG-NUM)
                   ELSE
                       IF WS-CG-CHEIA EQUAL 0
                           DISPLAY '*** TABELA DA FOTOGRAFIA CHEIA '
                               '(3000) ***'
                           MOVE 1 TO WS-CG-CHEIA
                           MOVE 1 TO WS-ERRO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CONGELADO
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-CONGELADO-FIM.
           EXIT.

       CARREGAR-CATALOGO.
           OPEN INPUT CATLIVROS
           IF WS-FS-CATLIVROS NOT EQUAL "00"
               DISPLAY ' AVISO: CATLIVROS NAO DISPONIVEL - FILE '
                   'STATUS: ' WS-FS-CATLIVROS
                   ' - LIVROS FICAM SEM VALOR'
               GO TO CARREGAR-CATALOGO-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CATLIVROS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-CT-NUM < 3000
                       ADD 1 TO WS-CT-NUM
                       MOVE CAT-COD-IDENT
                           TO WS-CT-COD-IDENT (WS-CT-NUM)
                       MOVE CAT-TITULO TO WS-CT-TITULO (WS-CT-NUM)
                       MOVE CAT-VALOR TO WS-CT-VALOR (WS-CT-NUM)
                   ELSE
                       IF WS-CT-CHEIA EQUAL 0
                           DISPLAY '*** TABELA DO CATALOGO CHEIA '
                               '(3000) ***'
                           MOVE 1 TO WS-CT-CHEIA
                           MOVE 1 TO WS-ERRO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CATLIVROS
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-CATALOGO-FIM.
           EXIT.

      *    unidades consignadas em posse, somadas por livro: as
      *    recebidas menos as vendidas e as devolvidas a editora
       CARREGAR-CONSIGNADOS.
           OPEN INPUT CONSIGNACOES
           IF WS-FS-CONSIGNACOES NOT EQUAL "00"
               GO TO CARREGAR-CONSIGNADOS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CONSIGNACOES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   COMPUTE WS-CS-POSSE = CSG-RECEBIDA - CSG-VENDIDA
                       - CSG-DEVOLVIDA
                   IF WS-CS-POSSE > 0
                       PERFORM JUNTAR-CONSIGNADO
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CONSIGNACOES
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-CONSIGNADOS-FIM.
           EXIT.

       JUNTAR-CONSIGNADO.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-NUM
                  OR WS-CS-COD-IDENT (WS-CS-IDX) EQUAL CSG-COD-IDENT
               CONTINUE
           END-PERFORM
           IF WS-CS-IDX > WS-CS-NUM
               IF WS-CS-NUM < 500
                   ADD 1 TO WS-CS-NUM
                   MOVE CSG-COD-IDENT TO WS-CS-COD-IDENT (WS-CS-NUM)
                   MOVE ZEROS TO WS-CS-EM-POSSE (WS-CS-NUM)
               ELSE
                   IF WS-CS-CHEIA EQUAL 0
                       DISPLAY '*** TABELA DE CONSIGNADOS CHEIA '
                           '(500) ***'
                       MOVE 1 TO WS-CS-CHEIA
                       MOVE 1 TO WS-ERRO
                   END-IF
               END-IF
           END-IF
           IF WS-CS-IDX <= WS-CS-NUM
               ADD WS-CS-POSSE TO WS-CS-EM-POSSE (WS-CS-IDX)
           END-IF.

      *-----------------------
      * roupa: uma linha por artigo do inventario com existencias,
      * valorizada ao custo medio ponderado; com contagem aberta a
      * quantidade e a da fotografia (artigos criados depois dela
      * ficam com a do inventario)
      *-----------------------
       EXPORTAR-ROUPA.
           OPEN INPUT INVENTARIO
           IF WS-FS-INVENTARIO NOT EQUAL "00"
               DISPLAY '*** ERRO A ABRIR INVENTARIO - FILE STATUS: '
                   WS-FS-INVENTARIO ' ***'
               MOVE 8 TO RETURN-CODE
               GO TO EXPORTAR-ROUPA-FIM
           END-IF
           MOVE 'R' TO WS-ITM-ORIGEM
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ INVENTARIO NEXT RECORD
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   MOVE COD-ROUPA TO WS-ITM-COD
                   MOVE NOM-PRODUTO TO WS-ITM-DESCRICAO
                   MOVE CUSTO-PRODUTO TO WS-ITM-CUSTO
                   MOVE SPACES TO WS-ITM-MOTIVO
                   MOVE QNT-PRODUTO TO WS-QNT-TEXTO
                   IF WS-CONT-ABERTA EQUAL 'A'
                       PERFORM PROCURAR-CONGELADO
                   END-IF
                   PERFORM CONVERTER-QUANTIDADE
                   PERFORM COMUNICAR-ARTIGO
               END-READ
           END-PERFORM
           CLOSE INVENTARIO
           MOVE SPACES TO WS-ENDOFF.

       EXPORTAR-ROUPA-FIM.
           EXIT.

       PROCURAR-CONGELADO.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
               UNTIL WS-CG-IDX > WS-CG-NUM
                  OR WS-CG-COD-ROUPA (WS-CG-IDX) EQUAL COD-ROUPA
               CONTINUE
           END-PERFORM
           IF WS-CG-IDX <= WS-CG-NUM
               MOVE WS-CG-QNT (WS-CG-IDX) TO WS-QNT-TEXTO
               ADD 1 TO WS-TOT-DA-FOTOGRAFIA
           END-IF.

      *    a quantidade do inventario e texto: um valor negativo
      *    ('-' a frente) ou ilegivel e apontado na validacao
       CONVERTER-QUANTIDADE.
           IF WS-QNT-TEXTO IS NUMERIC
               MOVE WS-QNT-TEXTO TO WS-QNT-ABS
               MOVE WS-QNT-ABS TO WS-ITM-QNT
           ELSE
               IF WS-QNT-TEXTO (1:1) EQUAL '-'
                AND WS-QNT-TEXTO (2:2) IS NUMERIC
                   MOVE WS-QNT-TEXTO (2:2) TO WS-QNT-ABS
                   COMPUTE WS-ITM-QNT = 0 - WS-QNT-ABS
               ELSE
                   MOVE ZEROS TO WS-ITM-QNT
                   MOVE 'QUANTIDADE ILEGIVEL NO INVENTARIO'
                       TO WS-ITM-MOTIVO
               END-IF
           END-IF.

      *-----------------------
      * livros: uma linha por livro com existencias proprias (o
      * stock menos as unidades consignadas em posse), ao preco do
      * catalogo
      *-----------------------
       EXPORTAR-LIVROS.
           OPEN INPUT LIVROSESTOQUE
           IF WS-FS-LIVROSESTOQUE NOT EQUAL "00"
               DISPLAY '*** ERRO A ABRIR LIVROSESTOQUE - FILE STATUS: '
                   WS-FS-LIVROSESTOQUE ' ***'
               MOVE 8 TO RETURN-CODE
               GO TO EXPORTAR-LIVROS-FIM
           END-IF
           MOVE 'L' TO WS-ITM-ORIGEM
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ LIVROSESTOQUE
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   MOVE EST-COD-IDENT TO WS-ITM-COD
                   MOVE SPACES TO WS-ITM-MOTIVO
                   MOVE EST-QUANT TO WS-ITM-QNT
                   PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                       UNTIL WS-CS-IDX > WS-CS-NUM
                          OR WS-CS-COD-IDENT (WS-CS-IDX)
                             EQUAL EST-COD-IDENT
                       CONTINUE
                   END-PERFORM
                   IF WS-CS-IDX <= WS-CS-NUM
                       SUBTRACT WS-CS-EM-POSSE (WS-CS-IDX)
                           FROM WS-ITM-QNT
                       ADD WS-CS-EM-POSSE (WS-CS-IDX)
                           TO WS-TOT-CONSIGNADOS
                   END-IF
                   PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-NUM
                          OR WS-CT-COD-IDENT (WS-CT-IDX)
                             EQUAL EST-COD-IDENT
                       CONTINUE
                   END-PERFORM
                   IF WS-CT-IDX <= WS-CT-NUM
                       MOVE WS-CT-TITULO (WS-CT-IDX)
                           TO WS-ITM-DESCRICAO
                       MOVE WS-CT-VALOR (WS-CT-IDX) TO WS-ITM-CUSTO
                   ELSE
                       MOVE 'LIVRO FORA DO CATALOGO'
                           TO WS-ITM-DESCRICAO
                       MOVE ZEROS TO WS-ITM-CUSTO
                   END-IF
                   PERFORM COMUNICAR-ARTIGO
               END-READ
           END-PERFORM
           CLOSE LIVROSESTOQUE
           MOVE SPACES TO WS-ENDOFF.

       EXPORTAR-LIVROS-FIM.
           EXIT.

      *-----------------------
      * grava a linha do artigo e acumula os totais de controlo;
      * artigos sem existencias nao se comunicam, e os sem custo,
      * com quantidade negativa ou ilegivel vao para a validacao
      *-----------------------
       COMUNICAR-ARTIGO.
           IF WS-ITM-QNT EQUAL ZEROS
            AND WS-ITM-MOTIVO EQUAL SPACES
               ADD 1 TO WS-TOT-SEM-STOCK
           ELSE
               COMPUTE WS-ITM-VALOR = WS-ITM-QNT * WS-ITM-CUSTO
               IF WS-ITM-MOTIVO EQUAL SPACES
                   IF WS-ITM-QNT < ZEROS
                       MOVE 'QUANTIDADE NEGATIVA' TO WS-ITM-MOTIVO
                   ELSE
                       IF WS-ITM-CUSTO EQUAL ZEROS
                           MOVE 'CUSTO A ZEROS' TO WS-ITM-MOTIVO
                       END-IF
                   END-IF
               END-IF

               ADD 1 TO WS-SEQ
               MOVE SPACES TO INVFISCAL-REG
               MOVE 'L' TO IVF-TIPO
               MOVE WS-SEQ TO IVF-SEQ
               MOVE WS-DATA-REF TO IVF-DATA
               MOVE 'M' TO IVF-CATEGORIA
               MOVE WS-ITM-ORIGEM TO IVF-CODIGO (1:1)
               MOVE WS-ITM-COD TO IVF-CODIGO (2:5)
               MOVE WS-ITM-DESCRICAO TO IVF-DESCRICAO
               MOVE 'UN' TO IVF-UNIDADE
               MOVE WS-ITM-QNT TO IVF-QUANTIDADE
               MOVE WS-ITM-CUSTO TO IVF-CUSTO-UNIT
               MOVE WS-ITM-VALOR TO IVF-VALOR
               WRITE INVFISCAL-REG

               ADD WS-ITM-QNT TO WS-TOT-QNT
               ADD WS-ITM-VALOR TO WS-TOT-VALOR
               IF WS-ITM-ORIGEM EQUAL 'R'
                   ADD 1 TO WS-TOT-ROUPA-LINHAS
                   ADD WS-ITM-QNT TO WS-TOT-ROUPA-QNT
                   ADD WS-ITM-VALOR TO WS-TOT-ROUPA-VALOR
               ELSE
                   ADD 1 TO WS-TOT-LIVRO-LINHAS
                   ADD WS-ITM-QNT TO WS-TOT-LIVRO-QNT
                   ADD WS-ITM-VALOR TO WS-TOT-LIVRO-VALOR
               END-IF

               IF WS-ITM-MOTIVO NOT EQUAL SPACES
                   ADD 1 TO WS-TOT-ERROS
                   PERFORM ESCREVER-VALIDACAO
               END-IF
           END-IF.

       ESCREVER-VALIDACAO.
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-ITM-ORIGEM TO WS-SPOOL-LINHA (2:1)
           MOVE WS-ITM-COD TO WS-SPOOL-LINHA (6:5)
           MOVE WS-ITM-DESCRICAO TO WS-SPOOL-LINHA (13:35)
           MOVE WS-ITM-QNT TO WS-QNT-EDIT
           MOVE WS-QNT-EDIT TO WS-SPOOL-LINHA (52:7)
           MOVE WS-ITM-CUSTO TO WS-CUSTO-EDIT
           MOVE WS-CUSTO-EDIT TO WS-SPOOL-LINHA (61:9)
           MOVE WS-ITM-MOTIVO TO WS-SPOOL-LINHA (72:30)
           PERFORM ESCREVER-SPOOL.

       ESCREVER-TOTAL.
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-ITM-DESCRICAO TO WS-SPOOL-LINHA (3:18)
           MOVE 'LINHAS' TO WS-SPOOL-LINHA (22:6)
           MOVE WS-LINHAS-EDIT TO WS-SPOOL-LINHA (29:6)
           MOVE 'QUANTIDADE' TO WS-SPOOL-LINHA (37:10)
           MOVE WS-TQNT-EDIT TO WS-SPOOL-LINHA (48:9)
           MOVE 'VALOR' TO WS-SPOOL-LINHA (59:5)
           MOVE WS-VALOR-EDIT TO WS-SPOOL-LINHA (65:14)
           PERFORM ESCREVER-SPOOL.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'INVFISCAL.' DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  '.LST' DELIMITED BY SIZE
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
           MOVE 'INVENT_FISC ' TO JOB-PROGRAMA
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

       END PROGRAM INVENTARIO_FISCAL.
