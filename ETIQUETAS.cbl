      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Etiquetas de prateleira do dia: compara o preco em
      *          vigor na data de negocio de cada artigo da loja
      *          (ARTIGOS, com a promocao ativa do PROMOCOES) e de
      *          cada livro (CATLIVROS) com o preco da ultima etiqueta
      *          (ficheiro ETIQPREC) e, para cada preco que mudou,
      *          grava o ficheiro para a impressora de etiquetas
      *          (ETIQUETAS.AAAAMMDD - artigo, EAN, preco novo, preco
      *          normal nas promocoes e preco por unidade) e a lista
      *          de verificacao por loja das etiquetas a trocar
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQUETAS_PRECO.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTIGOS ASSIGN TO
           WS-PATH-ARTIGOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ARTIGOS.
           SELECT PROMOCOES ASSIGN TO
           WS-PATH-PROMOCOES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PROMOCOES.
           SELECT CATLIVROS ASSIGN TO
           WS-PATH-CATLIVROS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CATLIVROS.
           SELECT BARCODES ASSIGN TO
           WS-PATH-BARCODES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-BARCODES.
           SELECT ARTROUPA ASSIGN TO
           WS-PATH-ARTROUPA
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ARTROUPA.
           SELECT STKLOJA ASSIGN TO
           WS-PATH-STKLOJA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-CHAVE
           FILE STATUS IS WS-FS-STKLOJA.
           SELECT ETIQPREC ASSIGN TO
           WS-PATH-ETIQPREC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ETIQPREC.
           SELECT ETIQUETAS ASSIGN TO
           WS-PATH-ETIQUETAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ETIQUETAS.
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
      * mestres de precos da loja e da livraria - os desenhos tem de
      * bater certo com os do GESTAO_VENDAS e do VENDAS_LIBR
      *-----------------------
       FD ARTIGOS.
           01 ARTIGO-REG.
               03 ART-CODIGO              PIC 9(05).
               03 ART-NOME                PIC X(34).
               03 ART-PRECO               PIC 9(05)V99.
               03 ART-IVA                 PIC 9(02).
               03 ART-CATEGORIA           PIC X(10).

       FD PROMOCOES.
           01 PROMOCAO-REG.
               03 PRO-ART-CODIGO          PIC 9(05).
               03 PRO-DATA-INICIO         PIC 9(08).
               03 PRO-DATA-FIM            PIC 9(08).
               03 PRO-TIPO                PIC X(01).
               03 PRO-VALOR               PIC 9(05)V99.

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

       FD BARCODES.
           01 BARCODE-REG.
               03 EAN-CODIGO              PIC 9(13).
               03 EAN-COD-INTERNO         PIC 9(05).

      *-----------------------
      * ligacao artigo da caixa -> codigo de roupa do inventario
      *-----------------------
       FD ARTROUPA.
           01 ARTROUPA-REG.
               03 AR-ART-CODIGO           PIC 9(05).
               03 AR-COD-ROUPA            PIC 9(05).

       FD STKLOJA.
       COPY STKLOJA.

      *-----------------------
      * preco da etiqueta que esta na prateleira, por artigo ('A')
      * ou livro ('L'): preco, preco anterior, promocao e motivo e
      * data da ultima troca - reescrito no fim de cada corrida
      *-----------------------
       FD ETIQPREC.
           01 ETIQPREC-REG.
               03 EP-ORIGEM               PIC X(01).
               03 EP-CODIGO               PIC 9(05).
               03 EP-PRECO                PIC 9(05)V99.
               03 EP-PRECO-ANTERIOR       PIC 9(05)V99.
               03 EP-PROMO                PIC X(01).
               03 EP-MOTIVO               PIC X(01).
               03 EP-DATA                 PIC 9(08).

      *-----------------------
      * ficheiro para a impressora de etiquetas, uma por loja e
      * artigo, agrupado por loja (loja 00 - todas as lojas);
      * precos com IVA; preco normal so nas promocoes; motivo N-novo
      * artigo, A-alteracao de preco, I-inicio e F-fim de promocao
      *-----------------------
       FD ETIQUETAS.
           01 ETIQUETA-REG.
               03 ETQ-LOJA                PIC 9(02).
               03 ETQ-ORIGEM              PIC X(01).
               03 ETQ-CODIGO              PIC 9(05).
               03 ETQ-DESCRICAO           PIC X(34).
               03 ETQ-EAN                 PIC X(13).
               03 ETQ-PRECO               PIC 9(05)V99.
               03 ETQ-PRECO-NORMAL        PIC 9(05)V99.
               03 ETQ-PROMO-FIM           PIC 9(08).
               03 ETQ-PRECO-UNIDADE       PIC 9(05)V99.
               03 ETQ-UNIDADE             PIC X(02).
               03 ETQ-MOTIVO              PIC X(01).

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
       77 WS-PATH-ARTIGOS          PIC X(100).
       77 WS-PATH-PROMOCOES        PIC X(100).
       77 WS-PATH-CATLIVROS        PIC X(100).
       77 WS-PATH-BARCODES         PIC X(100).
       77 WS-PATH-ARTROUPA         PIC X(100).
       77 WS-PATH-STKLOJA          PIC X(100).
       77 WS-PATH-ETIQPREC         PIC X(100).
       77 WS-PATH-ETIQUETAS        PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-FS-ARTIGOS            PIC XX.
       77 WS-FS-PROMOCOES          PIC XX.
       77 WS-FS-CATLIVROS          PIC XX.
       77 WS-FS-BARCODES           PIC XX.
       77 WS-FS-ARTROUPA           PIC XX.
       77 WS-FS-STKLOJA            PIC XX.
       77 WS-FS-ETIQPREC           PIC XX.
       77 WS-FS-ETIQUETAS          PIC XX.
       77 WS-FS-SPOOL              PIC XX.
       77 WS-FS-DATAPROC           PIC XX.
       77 WS-FS-JOBLEDGER          PIC XX.
       77 WS-DATA-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-JOB-HORA-INICIO       PIC X(08) VALUE SPACES.
       77 WS-JOB-REGISTOS          PIC 9(07) VALUE ZEROS.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.

       77 WS-PRIMEIRA-CORRIDA      PIC 9 VALUE 0.
       77 WS-IDX                   PIC 9(04).
       77 WS-IDX-LOJA              PIC 9(03).
       77 WS-POS                   PIC 9(04).
       77 WS-TAB-CHEIA             PIC 9 VALUE 0.
       77 WS-LOJAS-ETQ             PIC 9(03).

      *-----------------------
      * item corrente (artigo ou livro): preco normal e preco em
      * vigor, com IVA, e a comparacao com a etiqueta atual
      *-----------------------
       77 WS-ITM-ORIGEM            PIC X(01).
       77 WS-ITM-CODIGO            PIC 9(05).
       77 WS-ITM-NOME              PIC X(34).
       77 WS-ITM-EAN               PIC X(13).
       77 WS-ITM-IVA               PIC 9(02).
       77 WS-ITM-PRECO-BASE        PIC 9(05)V99.
       77 WS-ITM-PRECO-NORMAL      PIC 9(05)V99.
       77 WS-ITM-PRECO             PIC 9(05)V99.
       77 WS-ITM-PRECO-ANTERIOR    PIC 9(05)V99.
       77 WS-ITM-PROMO             PIC X(01).
       77 WS-ITM-PROMO-FIM         PIC 9(08).
       77 WS-ITM-MOTIVO            PIC X(01).
       77 WS-ITM-TROCA             PIC 9.
       77 WS-ITM-ROUPA             PIC 9(05).
       77 WS-PROMO-PRECO           PIC 9(05)V99.

      *-----------------------
      * calculo do ISBN-13 dos livros (prefixo 978 por omissao)
      *-----------------------
       77 WS-ISBN13-ALL            PIC X(13).
       77 WS-ISBN-I                PIC 9(02).
       77 WS-ISBN-DIGITO           PIC 9.
       77 WS-ISBN-PESO             PIC 9.
       77 WS-ISBN-QUOC             PIC 9(03).
       77 WS-ISBN-RESTO            PIC 9.
       77 WS-ISBN-SOMA             PIC 9(03).
       77 WS-ISBN-CONTROLO         PIC 9(02).

       77 WS-TOT-ARTIGOS           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LIVROS            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-TROCAS            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ETIQUETAS         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-EAN           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LOJA              PIC 9(05).

      *-----------------------
      * etiquetas atuais lidas do ETIQPREC
      *-----------------------
       77 WS-EP-NUM                PIC 9(04) VALUE ZEROS.
           01 WS-TAB-ETIQPREC.
               03 WS-EP-ENTRY OCCURS 3000 TIMES.
                   05 WS-EP-ORIGEM         PIC X(01).
                   05 WS-EP-CODIGO         PIC 9(05).
                   05 WS-EP-PRECO          PIC 9(05)V99.
                   05 WS-EP-PRECO-ANTERIOR PIC 9(05)V99.
                   05 WS-EP-PROMO          PIC X(01).
                   05 WS-EP-MOTIVO         PIC X(01).
                   05 WS-EP-DATA           PIC 9(08).

      *-----------------------
      * etiquetas desta corrida, que substituem o ETIQPREC no fim
      *-----------------------
       77 WS-NV-NUM                PIC 9(04) VALUE ZEROS.
           01 WS-TAB-NOVO.
               03 WS-NV-ENTRY OCCURS 3000 TIMES.
                   05 WS-NV-ORIGEM         PIC X(01).
                   05 WS-NV-CODIGO         PIC 9(05).
                   05 WS-NV-PRECO          PIC 9(05)V99.
                   05 WS-NV-PRECO-ANTERIOR PIC 9(05)V99.
                   05 WS-NV-PROMO          PIC X(01).
                   05 WS-NV-MOTIVO         PIC X(01).
                   05 WS-NV-DATA           PIC 9(08).

      *-----------------------
      * promocoes ativas na data de negocio (a ultima registada
      * para o artigo prevalece, como na caixa)
      *-----------------------
       77 WS-PR-NUM                PIC 9(04) VALUE ZEROS.
           01 WS-TAB-PROMOCOES.
               03 WS-PR-ENTRY OCCURS 1000 TIMES.
                   05 WS-PR-ARTIGO         PIC 9(05).
                   05 WS-PR-TIPO           PIC X(01).
                   05 WS-PR-VALOR          PIC 9(05)V99.
                   05 WS-PR-FIM            PIC 9(08).

       77 WS-EAN-NUM               PIC 9(04) VALUE ZEROS.
           01 WS-TAB-BARCODES.
               03 WS-EAN-ENTRY OCCURS 2000 TIMES.
                   05 WS-EAN-CODIGO        PIC 9(13).
                   05 WS-EAN-INTERNO       PIC 9(05).

       77 WS-LIG-NUM               PIC 9(04) VALUE ZEROS.
           01 WS-TAB-LIGACOES.
               03 WS-LIG-ENTRY OCCURS 500 TIMES.
                   05 WS-LIG-ARTIGO        PIC 9(05).
                   05 WS-LIG-ROUPA         PIC 9(05).

      *-----------------------
      * stock por loja: as lojas conhecidas e, por codigo de roupa,
      * as lojas que o tem em prateleira
      *-----------------------
       77 WS-SK-NUM                PIC 9(04) VALUE ZEROS.
           01 WS-TAB-STOCK.
               03 WS-SK-ENTRY OCCURS 3000 TIMES.
                   05 WS-SK-LOJA           PIC 9(02).
                   05 WS-SK-ROUPA          PIC 9(05).
           01 WS-TAB-LOJAS.
               03 WS-LJ-CONHECIDA OCCURS 99 TIMES PIC 9.
       77 WS-LJ-NUM                PIC 9(03) VALUE ZEROS.

      *-----------------------
      * etiquetas a imprimir, uma por loja e artigo
      *-----------------------
       77 WS-ET-NUM                PIC 9(04) VALUE ZEROS.
           01 WS-TAB-ETIQUETAS.
               03 WS-ET-ENTRY OCCURS 3000 TIMES.
                   05 WS-ET-LOJA           PIC 9(02).
                   05 WS-ET-ORIGEM         PIC X(01).
                   05 WS-ET-CODIGO         PIC 9(05).
                   05 WS-ET-NOME           PIC X(34).
                   05 WS-ET-EAN            PIC X(13).
                   05 WS-ET-PRECO          PIC 9(05)V99.
                   05 WS-ET-PRECO-NORMAL   PIC 9(05)V99.
                   05 WS-ET-PRECO-ANTERIOR PIC 9(05)V99.
                   05 WS-ET-PROMO-FIM      PIC 9(08).
                   05 WS-ET-MOTIVO         PIC X(01).

      *-----------------------
      * linha da lista de verificacao
      *-----------------------
           01 WS-LINHA-LISTA.
               03 FILLER                  PIC X(05) VALUE ' [ ] '.
               03 WS-LL-CODIGO            PIC 9(05).
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-LL-NOME              PIC X(30).
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-LL-EAN               PIC X(13).
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-LL-PRECO-ANTERIOR    PIC Z(04)9,99.
               03 FILLER                  PIC X(04) VALUE ' -> '.
               03 WS-LL-PRECO             PIC Z(04)9,99.
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-LL-MOTIVO            PIC X(17).
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-LL-PROMO             PIC X(26).

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
           ACCEPT WS-PATH-ARTIGOS FROM ENVIRONMENT "ARTIGOS_PATH"
           IF WS-PATH-ARTIGOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/artigos.txt'
                   TO WS-PATH-ARTIGOS
           END-IF
           ACCEPT WS-PATH-PROMOCOES FROM ENVIRONMENT "PROMOCOES_PATH"
           IF WS-PATH-PROMOCOES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/promo.txt'
                   TO WS-PATH-PROMOCOES
           END-IF
           ACCEPT WS-PATH-CATLIVROS FROM ENVIRONMENT "CATLIVROS_PATH"
           IF WS-PATH-CATLIVROS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/catlivros.txt'
                   TO WS-PATH-CATLIVROS
           END-IF
           ACCEPT WS-PATH-BARCODES FROM ENVIRONMENT "BARCODES_PATH"
           IF WS-PATH-BARCODES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/BARCODES.txt'
                   TO WS-PATH-BARCODES
           END-IF
           ACCEPT WS-PATH-ARTROUPA FROM ENVIRONMENT "ARTROUPA_PATH"
           IF WS-PATH-ARTROUPA EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/artroupa.txt'
                   TO WS-PATH-ARTROUPA
           END-IF
           ACCEPT WS-PATH-STKLOJA FROM ENVIRONMENT "STKLOJA_PATH"
           IF WS-PATH-STKLOJA EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/STKLOJA.txt'
                   TO WS-PATH-STKLOJA
           END-IF
           ACCEPT WS-PATH-ETIQPREC FROM ENVIRONMENT "ETIQPREC_PATH"
           IF WS-PATH-ETIQPREC EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ETIQPREC.txt'
                   TO WS-PATH-ETIQPREC
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ETIQUETAS DE PRATELEIRA A TROCAR - DATA '
                  DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL

           PERFORM CARREGAR-ETIQPREC THRU CARREGAR-ETIQPREC-FIM
           PERFORM CARREGAR-PROMOCOES THRU CARREGAR-PROMOCOES-FIM
           PERFORM CARREGAR-BARCODES THRU CARREGAR-BARCODES-FIM
           PERFORM CARREGAR-LIGACOES THRU CARREGAR-LIGACOES-FIM
           PERFORM CARREGAR-STOCK THRU CARREGAR-STOCK-FIM

           PERFORM LER-ARTIGOS THRU LER-ARTIGOS-FIM
           PERFORM LER-LIVROS THRU LER-LIVROS-FIM

           IF WS-TAB-CHEIA EQUAL 1
               MOVE '*** TABELAS CHEIAS - CORRIDA INTERROMPIDA, '
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               MOVE '    ETIQUETAS ATUAIS NAO ALTERADAS ***'
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               MOVE 12 TO RETURN-CODE
               PERFORM FECHAR-SPOOL
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF

           IF WS-PRIMEIRA-CORRIDA EQUAL 1
               MOVE ' ' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               MOVE 'SEM ETIQPREC: PRIMEIRA CORRIDA - PRECOS ATUAIS '
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               MOVE 'GUARDADOS COMO ETIQUETAS DE PRATELEIRA, SEM '
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               MOVE 'ETIQUETAS A TROCAR' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           ELSE
               PERFORM GRAVAR-ETIQUETAS THRU GRAVAR-ETIQUETAS-FIM
           END-IF
           PERFORM GRAVAR-ETIQPREC THRU GRAVAR-ETIQPREC-FIM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ARTIGOS: ' DELIMITED BY SIZE
                  WS-TOT-ARTIGOS DELIMITED BY SIZE
                  '  LIVROS: ' DELIMITED BY SIZE
                  WS-TOT-LIVROS DELIMITED BY SIZE
                  '  PRECOS ALTERADOS: ' DELIMITED BY SIZE
                  WS-TOT-TROCAS DELIMITED BY SIZE
                  '  ETIQUETAS: ' DELIMITED BY SIZE
                  WS-TOT-ETIQUETAS DELIMITED BY SIZE
                  '  SEM EAN: ' DELIMITED BY SIZE
                  WS-TOT-SEM-EAN DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM FECHAR-SPOOL
           PERFORM ESCREVER-JOBLEDGER
           STOP RUN.

      *-----------------------
      * etiquetas atuais; sem ficheiro e a primeira corrida, que so
      * guarda os precos de hoje como ponto de partida
      *-----------------------
       CARREGAR-ETIQPREC.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ETIQPREC
           IF WS-FS-ETIQPREC EQUAL "35"
               MOVE 1 TO WS-PRIMEIRA-CORRIDA
               GO TO CARREGAR-ETIQPREC-FIM
           END-IF
           IF WS-FS-ETIQPREC NOT EQUAL "00"
               DISPLAY ' ETIQPREC NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-ETIQPREC
               MOVE 12 TO RETURN-CODE
               PERFORM FECHAR-SPOOL
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ETIQPREC
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-EP-NUM < 3000
                       ADD 1 TO WS-EP-NUM
                       MOVE ETIQPREC-REG TO WS-EP-ENTRY (WS-EP-NUM)
                   ELSE
                       MOVE 1 TO WS-TAB-CHEIA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ETIQPREC.

       CARREGAR-ETIQPREC-FIM.
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-PROMOCOES.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT PROMOCOES
           IF WS-FS-PROMOCOES NOT EQUAL "00"
               DISPLAY ' PROMOCOES NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-PROMOCOES
               GO TO CARREGAR-PROMOCOES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ PROMOCOES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-DATA-PROCESSAMENTO >= PRO-DATA-INICIO
                    AND WS-DATA-PROCESSAMENTO <= PRO-DATA-FIM
                       IF WS-PR-NUM < 1000
                           ADD 1 TO WS-PR-NUM
                           MOVE PRO-ART-CODIGO
                               TO WS-PR-ARTIGO (WS-PR-NUM)
                           MOVE PRO-TIPO TO WS-PR-TIPO (WS-PR-NUM)
                           MOVE PRO-VALOR TO WS-PR-VALOR (WS-PR-NUM)
                           MOVE PRO-DATA-FIM TO WS-PR-FIM (WS-PR-NUM)
                       ELSE
                           MOVE 1 TO WS-TAB-CHEIA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROMOCOES.

       CARREGAR-PROMOCOES-FIM.
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-BARCODES.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT BARCODES
           IF WS-FS-BARCODES NOT EQUAL "00"
               DISPLAY ' BARCODES NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-BARCODES
               GO TO CARREGAR-BARCODES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ BARCODES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-EAN-NUM < 2000
                       ADD 1 TO WS-EAN-NUM
                       MOVE EAN-CODIGO TO WS-EAN-CODIGO (WS-EAN-NUM)
                       MOVE EAN-COD-INTERNO
                           TO WS-EAN-INTERNO (WS-EAN-NUM)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BARCODES.

       CARREGAR-BARCODES-FIM.
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-LIGACOES.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ARTROUPA
           IF WS-FS-ARTROUPA NOT EQUAL "00"
               DISPLAY ' ARTROUPA NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-ARTROUPA
               GO TO CARREGAR-LIGACOES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ARTROUPA
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-LIG-NUM < 500
                       ADD 1 TO WS-LIG-NUM
                       MOVE AR-ART-CODIGO TO WS-LIG-ARTIGO (WS-LIG-NUM)
                       MOVE AR-COD-ROUPA TO WS-LIG-ROUPA (WS-LIG-NUM)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARTROUPA.

       CARREGAR-LIGACOES-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * lojas conhecidas (qualquer registo de stock) e, por codigo
      * de roupa, as lojas com quantidade em prateleira
      *-----------------------
       CARREGAR-STOCK.
           MOVE SPACES TO WS-ENDOFF
           PERFORM VARYING WS-IDX-LOJA FROM 1 BY 1
               UNTIL WS-IDX-LOJA > 99
               MOVE 0 TO WS-LJ-CONHECIDA (WS-IDX-LOJA)
           END-PERFORM
           OPEN INPUT STKLOJA
           IF WS-FS-STKLOJA NOT EQUAL "00"
               DISPLAY ' STKLOJA NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-STKLOJA
               DISPLAY ' (ETIQUETAS DA LOJA PARA TODAS AS LOJAS)'
               GO TO CARREGAR-STOCK-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ STKLOJA NEXT RECORD
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF SL-COD-LOJA > ZEROS
                       IF WS-LJ-CONHECIDA (SL-COD-LOJA) EQUAL 0
                           MOVE 1 TO WS-LJ-CONHECIDA (SL-COD-LOJA)
                           ADD 1 TO WS-LJ-NUM
                       END-IF
                       IF SL-QNT > ZEROS AND WS-SK-NUM < 3000
                           ADD 1 TO WS-SK-NUM
                           MOVE SL-COD-LOJA TO WS-SK-LOJA (WS-SK-NUM)
                           MOVE SL-COD-ROUPA
                               TO WS-SK-ROUPA (WS-SK-NUM)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STKLOJA.

       CARREGAR-STOCK-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * artigos da loja: preco normal com IVA e, com promocao ativa,
      * o preco promocional com IVA como preco em vigor
      *-----------------------
       LER-ARTIGOS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ARTIGOS
           IF WS-FS-ARTIGOS NOT EQUAL "00"
               DISPLAY ' ARTIGOS NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-ARTIGOS
               GO TO LER-ARTIGOS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ARTIGOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-JOB-REGISTOS
                   ADD 1 TO WS-TOT-ARTIGOS
                   MOVE 'A' TO WS-ITM-ORIGEM
                   MOVE ART-CODIGO TO WS-ITM-CODIGO
                   MOVE ART-NOME TO WS-ITM-NOME
                   MOVE ART-IVA TO WS-ITM-IVA
                   MOVE ART-PRECO TO WS-ITM-PRECO-BASE
                   PERFORM PRECO-EM-VIGOR
                   PERFORM COMPARAR-ETIQUETA
                   IF WS-ITM-TROCA EQUAL 1
                    AND WS-PRIMEIRA-CORRIDA EQUAL 0
                       PERFORM PROCURAR-EAN
                       PERFORM ETIQUETAS-POR-LOJA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARTIGOS.

       LER-ARTIGOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * livros do catalogo: IVA pela categoria, como no VENDAS_LIBR,
      * e EAN a partir do ISBN; etiquetas so para a livraria
      *-----------------------
       LER-LIVROS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CATLIVROS
           IF WS-FS-CATLIVROS NOT EQUAL "00"
               DISPLAY ' CATLIVROS NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-CATLIVROS
               GO TO LER-LIVROS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CATLIVROS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-JOB-REGISTOS
                   ADD 1 TO WS-TOT-LIVROS
                   MOVE 'L' TO WS-ITM-ORIGEM
                   MOVE CAT-COD-IDENT TO WS-ITM-CODIGO
                   MOVE CAT-TITULO (1:34) TO WS-ITM-NOME
                   EVALUATE CAT-CATEGORIA
                       WHEN 'E'
                           MOVE 0 TO WS-ITM-IVA
                       WHEN 'D'
                           MOVE 23 TO WS-ITM-IVA
                       WHEN OTHER
                           MOVE 6 TO WS-ITM-IVA
                   END-EVALUATE
                   MOVE CAT-VALOR TO WS-ITM-PRECO-BASE
                   COMPUTE WS-ITM-PRECO-NORMAL ROUNDED =
                       WS-ITM-PRECO-BASE * (100 + WS-ITM-IVA) / 100
                   MOVE WS-ITM-PRECO-NORMAL TO WS-ITM-PRECO
                   MOVE 'N' TO WS-ITM-PROMO
                   MOVE ZEROS TO WS-ITM-PROMO-FIM
                   PERFORM COMPARAR-ETIQUETA
                   IF WS-ITM-TROCA EQUAL 1
                    AND WS-PRIMEIRA-CORRIDA EQUAL 0
                       PERFORM CALCULAR-EAN-LIVRO
                       MOVE ZEROS TO WS-IDX-LOJA
                       PERFORM GUARDAR-ETIQUETA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CATLIVROS.

       LER-LIVROS-FIM.
           MOVE SPACES TO WS-ENDOFF.

       PRECO-EM-VIGOR.
           COMPUTE WS-ITM-PRECO-NORMAL ROUNDED =
               WS-ITM-PRECO-BASE * (100 + WS-ITM-IVA) / 100
           MOVE WS-ITM-PRECO-NORMAL TO WS-ITM-PRECO
           MOVE 'N' TO WS-ITM-PROMO
           MOVE ZEROS TO WS-ITM-PROMO-FIM
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PR-NUM
               IF WS-PR-ARTIGO (WS-IDX) EQUAL WS-ITM-CODIGO
                   MOVE 'S' TO WS-ITM-PROMO
                   MOVE WS-PR-FIM (WS-IDX) TO WS-ITM-PROMO-FIM
                   IF WS-PR-TIPO (WS-IDX) EQUAL 'D'
                       COMPUTE WS-PROMO-PRECO =
                           WS-ITM-PRECO-BASE
                           * (100 - WS-PR-VALOR (WS-IDX)) / 100
                   ELSE
                       MOVE WS-PR-VALOR (WS-IDX) TO WS-PROMO-PRECO
                   END-IF
                   COMPUTE WS-ITM-PRECO ROUNDED =
                       WS-PROMO-PRECO * (100 + WS-ITM-IVA) / 100
               END-IF
           END-PERFORM.

      *-----------------------
      * compara o preco em vigor com a etiqueta atual e guarda a
      * etiqueta desta corrida; uma troca ja feita hoje volta a sair
      * (repeticao da corrida) com o preco anterior e motivo de entao
      *-----------------------
       COMPARAR-ETIQUETA.
           MOVE 0 TO WS-ITM-TROCA
           MOVE ZEROS TO WS-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EP-NUM OR WS-POS > ZEROS
               IF WS-EP-ORIGEM (WS-IDX) EQUAL WS-ITM-ORIGEM
                AND WS-EP-CODIGO (WS-IDX) EQUAL WS-ITM-CODIGO
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM

           IF WS-NV-NUM NOT < 3000
               MOVE 1 TO WS-TAB-CHEIA
           ELSE
               ADD 1 TO WS-NV-NUM
               MOVE WS-ITM-ORIGEM TO WS-NV-ORIGEM (WS-NV-NUM)
               MOVE WS-ITM-CODIGO TO WS-NV-CODIGO (WS-NV-NUM)
               MOVE WS-ITM-PRECO TO WS-NV-PRECO (WS-NV-NUM)
               MOVE WS-ITM-PROMO TO WS-NV-PROMO (WS-NV-NUM)
           END-IF

           IF WS-POS EQUAL ZEROS
               MOVE ZEROS TO WS-ITM-PRECO-ANTERIOR
               MOVE 'N' TO WS-ITM-MOTIVO
               MOVE 1 TO WS-ITM-TROCA
           ELSE
               IF WS-EP-PRECO (WS-POS) NOT EQUAL WS-ITM-PRECO
                OR WS-EP-PROMO (WS-POS) NOT EQUAL WS-ITM-PROMO
                   MOVE WS-EP-PRECO (WS-POS) TO WS-ITM-PRECO-ANTERIOR
                   MOVE 1 TO WS-ITM-TROCA
                   EVALUATE TRUE
                       WHEN WS-ITM-PROMO EQUAL 'S'
                        AND WS-EP-PROMO (WS-POS) NOT EQUAL 'S'
                           MOVE 'I' TO WS-ITM-MOTIVO
                       WHEN WS-ITM-PROMO NOT EQUAL 'S'
                        AND WS-EP-PROMO (WS-POS) EQUAL 'S'
                           MOVE 'F' TO WS-ITM-MOTIVO
                       WHEN OTHER
                           MOVE 'A' TO WS-ITM-MOTIVO
                   END-EVALUATE
               ELSE
                   IF WS-EP-DATA (WS-POS) EQUAL WS-DATA-PROCESSAMENTO
                       MOVE WS-EP-PRECO-ANTERIOR (WS-POS)
                           TO WS-ITM-PRECO-ANTERIOR
                       MOVE WS-EP-MOTIVO (WS-POS) TO WS-ITM-MOTIVO
                       MOVE 1 TO WS-ITM-TROCA
                   END-IF
               END-IF
           END-IF

           IF WS-TAB-CHEIA EQUAL 0
               IF WS-ITM-TROCA EQUAL 1
                   MOVE WS-ITM-PRECO-ANTERIOR
                       TO WS-NV-PRECO-ANTERIOR (WS-NV-NUM)
                   MOVE WS-ITM-MOTIVO TO WS-NV-MOTIVO (WS-NV-NUM)
                   IF WS-PRIMEIRA-CORRIDA EQUAL 0
                       MOVE WS-DATA-PROCESSAMENTO
                           TO WS-NV-DATA (WS-NV-NUM)
                       ADD 1 TO WS-TOT-TROCAS
                   ELSE
                       MOVE ZEROS TO WS-NV-DATA (WS-NV-NUM)
                   END-IF
               ELSE
                   MOVE WS-EP-PRECO-ANTERIOR (WS-POS)
                       TO WS-NV-PRECO-ANTERIOR (WS-NV-NUM)
                   MOVE WS-EP-MOTIVO (WS-POS)
                       TO WS-NV-MOTIVO (WS-NV-NUM)
                   MOVE WS-EP-DATA (WS-POS) TO WS-NV-DATA (WS-NV-NUM)
               END-IF
           END-IF.

       PROCURAR-EAN.
           MOVE SPACES TO WS-ITM-EAN
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EAN-NUM OR WS-ITM-EAN NOT EQUAL SPACES
               IF WS-EAN-INTERNO (WS-IDX) EQUAL WS-ITM-CODIGO
                   MOVE WS-EAN-CODIGO (WS-IDX) TO WS-ITM-EAN
               END-IF
           END-PERFORM.

      *-----------------------
      * EAN do livro: ISBN-13 do prefixo (978 se o registo nao tiver
      * 978/979), pais, editora e livro, com o digito de controlo
      * modulo 10 de pesos 1 e 3, como na importacao do catalogo
      *-----------------------
       CALCULAR-EAN-LIVRO.
           MOVE SPACES TO WS-ISBN13-ALL
           IF CAT-PREFIXO EQUAL '979'
               MOVE '979' TO WS-ISBN13-ALL (1:3)
           ELSE
               MOVE '978' TO WS-ISBN13-ALL (1:3)
           END-IF
           MOVE CAT-COD-PAIS TO WS-ISBN13-ALL (4:3)
           MOVE CAT-COD-EDITO TO WS-ISBN13-ALL (7:2)
           MOVE CAT-COD-LIVRO TO WS-ISBN13-ALL (9:4)

           MOVE 0 TO WS-ISBN-SOMA
           PERFORM VARYING WS-ISBN-I FROM 1 BY 1 UNTIL WS-ISBN-I > 12
               MOVE WS-ISBN13-ALL (WS-ISBN-I:1) TO WS-ISBN-DIGITO
               DIVIDE WS-ISBN-I BY 2 GIVING WS-ISBN-QUOC
                   REMAINDER WS-ISBN-RESTO
               IF WS-ISBN-RESTO EQUAL 1
                   MOVE 1 TO WS-ISBN-PESO
               ELSE
                   MOVE 3 TO WS-ISBN-PESO
               END-IF
               COMPUTE WS-ISBN-SOMA =
                   WS-ISBN-SOMA + (WS-ISBN-DIGITO * WS-ISBN-PESO)
           END-PERFORM
           DIVIDE WS-ISBN-SOMA BY 10 GIVING WS-ISBN-QUOC
               REMAINDER WS-ISBN-RESTO
           COMPUTE WS-ISBN-CONTROLO = 10 - WS-ISBN-RESTO
           IF WS-ISBN-CONTROLO EQUAL 10
               MOVE 0 TO WS-ISBN-CONTROLO
           END-IF
           MOVE WS-ISBN-CONTROLO (2:1) TO WS-ISBN13-ALL (13:1)
           MOVE WS-ISBN13-ALL TO WS-ITM-EAN.

      *-----------------------
      * lojas que recebem a etiqueta do artigo: as que tem stock do
      * codigo de roupa ligado; sem ligacao ou sem stock em lado
      * nenhum, todas as lojas conhecidas; sem STKLOJA, loja 00
      *-----------------------
       ETIQUETAS-POR-LOJA.
           MOVE ZEROS TO WS-ITM-ROUPA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LIG-NUM OR WS-ITM-ROUPA > ZEROS
               IF WS-LIG-ARTIGO (WS-IDX) EQUAL WS-ITM-CODIGO
                   MOVE WS-LIG-ROUPA (WS-IDX) TO WS-ITM-ROUPA
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-LOJAS-ETQ
           IF WS-ITM-ROUPA > ZEROS
               PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-SK-NUM
                   IF WS-SK-ROUPA (WS-POS) EQUAL WS-ITM-ROUPA
                       MOVE WS-SK-LOJA (WS-POS) TO WS-IDX-LOJA
                       PERFORM GUARDAR-ETIQUETA
                       ADD 1 TO WS-LOJAS-ETQ
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LOJAS-ETQ EQUAL ZEROS
               IF WS-LJ-NUM EQUAL ZEROS
                   MOVE ZEROS TO WS-IDX-LOJA
                   PERFORM GUARDAR-ETIQUETA
               ELSE
                   PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > 99
                       IF WS-LJ-CONHECIDA (WS-POS) EQUAL 1
                           MOVE WS-POS TO WS-IDX-LOJA
                           PERFORM GUARDAR-ETIQUETA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       GUARDAR-ETIQUETA.
           IF WS-ET-NUM NOT < 3000
               MOVE 1 TO WS-TAB-CHEIA
           ELSE
               ADD 1 TO WS-ET-NUM
               MOVE WS-IDX-LOJA TO WS-ET-LOJA (WS-ET-NUM)
               MOVE WS-ITM-ORIGEM TO WS-ET-ORIGEM (WS-ET-NUM)
               MOVE WS-ITM-CODIGO TO WS-ET-CODIGO (WS-ET-NUM)
               MOVE WS-ITM-NOME TO WS-ET-NOME (WS-ET-NUM)
               MOVE WS-ITM-EAN TO WS-ET-EAN (WS-ET-NUM)
               MOVE WS-ITM-PRECO TO WS-ET-PRECO (WS-ET-NUM)
               MOVE WS-ITM-PRECO-ANTERIOR
                   TO WS-ET-PRECO-ANTERIOR (WS-ET-NUM)
               MOVE WS-ITM-MOTIVO TO WS-ET-MOTIVO (WS-ET-NUM)
               IF WS-ITM-PROMO EQUAL 'S'
                   MOVE WS-ITM-PRECO-NORMAL
                       TO WS-ET-PRECO-NORMAL (WS-ET-NUM)
                   MOVE WS-ITM-PROMO-FIM
                       TO WS-ET-PROMO-FIM (WS-ET-NUM)
               ELSE
                   MOVE ZEROS TO WS-ET-PRECO-NORMAL (WS-ET-NUM)
                   MOVE ZEROS TO WS-ET-PROMO-FIM (WS-ET-NUM)
               END-IF
               IF WS-ITM-EAN EQUAL SPACES
                   ADD 1 TO WS-TOT-SEM-EAN
               END-IF
           END-IF.

      *-----------------------
      * ficheiro da impressora e lista de verificacao, loja a loja
      * (loja 00 primeiro, se houver) e por fim a livraria
      *-----------------------
       GRAVAR-ETIQUETAS.
           MOVE SPACES TO WS-PATH-ETIQUETAS
           STRING 'ETIQUETAS.' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-PATH-ETIQUETAS
           END-STRING
           OPEN OUTPUT ETIQUETAS
           IF WS-FS-ETIQUETAS NOT EQUAL "00"
               DISPLAY ' ETIQUETAS NAO CRIADO - FILE STATUS: '
                   WS-FS-ETIQUETAS
               MOVE 8 TO RETURN-CODE
               GO TO GRAVAR-ETIQUETAS-FIM
           END-IF
           MOVE 'A' TO WS-ITM-ORIGEM
           PERFORM VARYING WS-IDX-LOJA FROM 0 BY 1
               UNTIL WS-IDX-LOJA > 99
               PERFORM LISTAR-LOJA
           END-PERFORM
           MOVE 'L' TO WS-ITM-ORIGEM
           MOVE ZEROS TO WS-IDX-LOJA
           PERFORM LISTAR-LOJA
           CLOSE ETIQUETAS.

       GRAVAR-ETIQUETAS-FIM.
           EXIT.

       LISTAR-LOJA.
           MOVE ZEROS TO WS-TOT-LOJA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-ET-NUM
               IF WS-ET-ORIGEM (WS-IDX) EQUAL WS-ITM-ORIGEM
                AND WS-ET-LOJA (WS-IDX) EQUAL WS-IDX-LOJA
                   IF WS-TOT-LOJA EQUAL ZEROS
                       PERFORM CABECALHO-LOJA
                   END-IF
                   ADD 1 TO WS-TOT-LOJA
                   PERFORM ESCREVER-ETIQUETA
               END-IF
           END-PERFORM
           IF WS-TOT-LOJA > ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '     ETIQUETAS A TROCAR: ' DELIMITED BY SIZE
                      WS-TOT-LOJA DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF.

       CABECALHO-LOJA.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           IF WS-ITM-ORIGEM EQUAL 'L'
               MOVE 'LIVRARIA' TO WS-SPOOL-LINHA
           ELSE
               IF WS-IDX-LOJA EQUAL ZEROS
                   MOVE 'TODAS AS LOJAS' TO WS-SPOOL-LINHA
               ELSE
                   STRING 'LOJA ' DELIMITED BY SIZE
                          WS-IDX-LOJA (2:2) DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
               END-IF
           END-IF
           PERFORM ESCREVER-SPOOL
           MOVE ' [ ] CODIGO ARTIGO                         EAN'
               TO WS-SPOOL-LINHA
           MOVE '      ANTES     NOVO MOTIVO' TO WS-SPOOL-LINHA (50:)
           PERFORM ESCREVER-SPOOL.

       ESCREVER-ETIQUETA.
           MOVE WS-ET-LOJA (WS-IDX) TO ETQ-LOJA
           MOVE WS-ET-ORIGEM (WS-IDX) TO ETQ-ORIGEM
           MOVE WS-ET-CODIGO (WS-IDX) TO ETQ-CODIGO
           MOVE WS-ET-NOME (WS-IDX) TO ETQ-DESCRICAO
           MOVE WS-ET-EAN (WS-IDX) TO ETQ-EAN
           MOVE WS-ET-PRECO (WS-IDX) TO ETQ-PRECO
           MOVE WS-ET-PRECO-NORMAL (WS-IDX) TO ETQ-PRECO-NORMAL
           MOVE WS-ET-PROMO-FIM (WS-IDX) TO ETQ-PROMO-FIM
      *    sem medida de conteudo nos mestres, o preco por unidade e
      *    o preco da peca ou do livro
           MOVE WS-ET-PRECO (WS-IDX) TO ETQ-PRECO-UNIDADE
           MOVE 'UN' TO ETQ-UNIDADE
           MOVE WS-ET-MOTIVO (WS-IDX) TO ETQ-MOTIVO
           WRITE ETIQUETA-REG
           ADD 1 TO WS-TOT-ETIQUETAS

           MOVE WS-ET-CODIGO (WS-IDX) TO WS-LL-CODIGO
           MOVE WS-ET-NOME (WS-IDX) TO WS-LL-NOME
           IF WS-ET-EAN (WS-IDX) EQUAL SPACES
               MOVE '*SEM EAN*' TO WS-LL-EAN
           ELSE
               MOVE WS-ET-EAN (WS-IDX) TO WS-LL-EAN
           END-IF
           MOVE WS-ET-PRECO-ANTERIOR (WS-IDX) TO WS-LL-PRECO-ANTERIOR
           MOVE WS-ET-PRECO (WS-IDX) TO WS-LL-PRECO
           EVALUATE WS-ET-MOTIVO (WS-IDX)
               WHEN 'N'
                   MOVE 'NOVO ARTIGO' TO WS-LL-MOTIVO
               WHEN 'I'
                   MOVE 'INICIO PROMOCAO' TO WS-LL-MOTIVO
               WHEN 'F'
                   MOVE 'FIM PROMOCAO' TO WS-LL-MOTIVO
               WHEN OTHER
                   MOVE 'ALTERACAO PRECO' TO WS-LL-MOTIVO
           END-EVALUATE
           MOVE SPACES TO WS-LL-PROMO
           IF WS-ET-PRECO-NORMAL (WS-IDX) > ZEROS
               STRING 'PROMOCAO ATE ' DELIMITED BY SIZE
                      WS-ET-PROMO-FIM (WS-IDX) DELIMITED BY SIZE
                   INTO WS-LL-PROMO
               END-STRING
           END-IF
           MOVE WS-LINHA-LISTA TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * reescreve o ETIQPREC com as etiquetas desta corrida; artigos
      * e livros que deixaram os mestres saem do ficheiro
      *-----------------------
       GRAVAR-ETIQPREC.
           OPEN OUTPUT ETIQPREC
           IF WS-FS-ETIQPREC NOT EQUAL "00"
               DISPLAY ' ETIQPREC NAO GRAVADO - FILE STATUS: '
                   WS-FS-ETIQPREC
               MOVE 12 TO RETURN-CODE
               GO TO GRAVAR-ETIQPREC-FIM
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NV-NUM
               MOVE WS-NV-ENTRY (WS-IDX) TO ETIQPREC-REG
               WRITE ETIQPREC-REG
           END-PERFORM
           CLOSE ETIQPREC.

       GRAVAR-ETIQPREC-FIM.
           EXIT.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'ETIQLIST.' DELIMITED BY SIZE
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
           MOVE 'ETIQUETAS   ' TO JOB-PROGRAMA
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

       END PROGRAM ETIQUETAS_PRECO.
