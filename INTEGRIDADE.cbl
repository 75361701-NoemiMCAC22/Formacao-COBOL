      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Verificacao semanal da integridade referencial entre
      *          os mestres e os ficheiros de ligacao: ARTROUPA contra
      *          ARTIGOS e INVENTARIO, BARCODES contra ARTIGOS,
      *          ITENSFORN e ENCOMENDAS contra FORNECEDORES,
      *          CONTRATOSLIN contra PRODUTOS, RESERVAS contra
      *          CATLIVROS, MANDATOS e ACORDOS contra os clientes de
      *          gas e BONUSFEED contra FUNCIONARIOS; lista cada
      *          registo orfao e cada chave em duplicado, por ficheiro
      *          e por gravidade, e poe os graves na fila de
      *          rejeitados a espera do visto de um supervisor
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA_INTEGRIDADE.
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
           SELECT INVENTARIO ASSIGN TO
           WS-PATH-INVENTARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-ROUPA
           FILE STATUS IS WS-FS-INVENTARIO.
           SELECT FORNECEDORES ASSIGN TO
           WS-PATH-FORNECEDORES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FORNECEDORES.
           SELECT PRODUTOS ASSIGN TO
           WS-PATH-PRODUTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PRODUTOS.
           SELECT CATLIVROS ASSIGN TO
           WS-PATH-CATLIVROS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CATLIVROS.
           SELECT CLIENTESGAS ASSIGN TO
           WS-PATH-CLIENTESGAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLIENTESGAS.
           SELECT FUNCIONARIOS ASSIGN TO
           WS-PATH-FUNCIONARIOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT ARTROUPA ASSIGN TO
           WS-PATH-ARTROUPA
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ARTROUPA.
           SELECT BARCODES ASSIGN TO
           WS-PATH-BARCODES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-BARCODES.
           SELECT ITENSFORN ASSIGN TO
           WS-PATH-ITENSFORN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ITENSFORN.
           SELECT ENCOMENDAS ASSIGN TO
           WS-PATH-ENCOMENDAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ENCOMENDAS.
           SELECT CONTRATOSLIN ASSIGN TO
           WS-PATH-CONTRATOSLIN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CONTRATOSLIN.
           SELECT RESERVAS ASSIGN TO
           WS-PATH-RESERVAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RESERVAS.
           SELECT MANDATOS ASSIGN TO
           WS-PATH-MANDATOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-MANDATOS.
           SELECT ACORDOS ASSIGN TO
           WS-PATH-ACORDOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ACORDOS.
           SELECT BONUSFEED ASSIGN TO
           WS-PATH-BONUSFEED
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-BONUSFEED.
           SELECT REJEITADOS ASSIGN TO
           WS-PATH-REJEITADOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-REJEITADOS.
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
      * os mestres sao lidos como imagens do tamanho exato do seu
      * desenho, so com a chave a descoberto - o desenho de cada um
      * vive no programa dono
      *-----------------------
       FD ARTIGOS.
           01 ARTIGO-REG.
               03 ART-CODIGO              PIC 9(05).
               03 FILLER                  PIC X(53).

       FD INVENTARIO.
           01 INVENTARIO-FILE.
               03 COD-ROUPA               PIC 9(05).
               03 FILLER                  PIC X(44).

       FD FORNECEDORES.
           01 FORNECEDOR-REG.
               03 FORN-CODIGO             PIC 9(03).
               03 FILLER                  PIC X(58).

       FD PRODUTOS.
           01 PRODUTO-REG.
               03 PRD-COD                 PIC 9(03).
               03 FILLER                  PIC X(42).

       FD CATLIVROS.
           01 CATALOGO-REG.
               03 CAT-COD-IDENT           PIC 9(05).
               03 FILLER                  PIC X(155).

       FD CLIENTESGAS.
           01 CLIENTE-GAS-REG.
               03 CG-NUM-CLIENTE          PIC 9(05).
               03 FILLER                  PIC X(195).

       FD FUNCIONARIOS.
           01 FUNCIONARIOS-REG.
               03 FUNC-ID                 PIC 9(05).
               03 FILLER                  PIC X(155).

      *-----------------------
      * ficheiros de ligacao: so os campos que apontam para um
      * mestre, a chave propria e o estado, quando o ha
      *-----------------------
       FD ARTROUPA.
           01 ARTROUPA-REG.
               03 AR-ART-CODIGO           PIC 9(05).
               03 AR-COD-ROUPA            PIC 9(05).

       FD BARCODES.
           01 BARCODE-REG.
               03 EAN-CODIGO              PIC 9(13).
               03 EAN-COD-INTERNO         PIC 9(05).

       FD ITENSFORN.
           01 ITEMFORN-REG.
               03 PRM-COD-ROUPA           PIC 9(05).
               03 PRM-COD-FORNECEDOR      PIC 9(03).
               03 FILLER                  PIC X(16).

      *-----------------------
      * encomendas: 'A' em aberto, 'F' fechada
      *-----------------------
       FD ENCOMENDAS.
           01 ENCOMENDA-REG.
               03 ENC-NUM                 PIC 9(06).
               03 ENC-COD-FORNECEDOR      PIC 9(03).
               03 FILLER                  PIC X(27).
               03 ENC-ESTADO              PIC X(01).
               03 FILLER                  PIC X(15).

       FD CONTRATOSLIN.
           01 CONTRATOLIN-REG.
               03 CTL-NUM                 PIC 9(04).
               03 CTL-COD-PRODUTO         PIC 9(03).
               03 CTL-QUANT               PIC 9(05).

      *-----------------------
      * reservas: 'P' pendente e 'A' avisada estao em curso; 'L'
      * levantada e 'X' anulada sao historico
      *-----------------------
       FD RESERVAS.
           01 RESERVA-REG.
               03 RSV-COD-IDENT           PIC 9(05).
               03 FILLER                  PIC X(61).
               03 RSV-ESTADO              PIC X(01).
               03 FILLER                  PIC X(09).

      *-----------------------
      * mandatos de debito direto: 'A' ativo, 'S' suspenso, 'C'
      * cancelado
      *-----------------------
       FD MANDATOS.
           01 MANDATO-REG.
               03 MD-NUM-CLIENTE          PIC 9(05).
               03 FILLER                  PIC X(24).
               03 MD-ESTADO               PIC X(01).
               03 FILLER                  PIC X(02).

      *-----------------------
      * acordos de pagamento, uma linha por fatura abrangida: 'A'
      * ativo, 'Q' quebrado, 'L' liquidado
      *-----------------------
       FD ACORDOS.
           01 ACORDO-REG.
               03 AC-NUM-ACORDO           PIC 9(05).
               03 AC-NUM-CLIENTE          PIC 9(05).
               03 AC-ANO                  PIC 9(04).
               03 AC-MES                  PIC 9(02).
               03 FILLER                  PIC X(19).
               03 AC-ESTADO               PIC X(01).

      *-----------------------
      * bonus: 'P' pendente, 'C' consumido pela folha
      *-----------------------
       FD BONUSFEED.
           01 BONUSFEED-REG.
               03 BF-FUNC-ID              PIC 9(05).
               03 BF-ANOMES               PIC 9(06).
               03 BF-VALOR                PIC 9(05).
               03 BF-ESTADO               PIC X(01).

       FD REJEITADOS.
           01 REJEITADO-REG.
               03 REJ-PROGRAMA            PIC X(12).
               03 REJ-DATA                PIC 9(08).
               03 REJ-MOTIVO              PIC X(02).
               03 REJ-ESTADO              PIC X(01).
               03 REJ-REGISTO             PIC X(120).

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
       77 WS-PATH-INVENTARIO       PIC X(100).
       77 WS-PATH-FORNECEDORES     PIC X(100).
       77 WS-PATH-PRODUTOS         PIC X(100).
       77 WS-PATH-CATLIVROS        PIC X(100).
       77 WS-PATH-CLIENTESGAS      PIC X(100).
       77 WS-PATH-FUNCIONARIOS     PIC X(100).
       77 WS-PATH-ARTROUPA         PIC X(100).
       77 WS-PATH-BARCODES         PIC X(100).
       77 WS-PATH-ITENSFORN        PIC X(100).
       77 WS-PATH-ENCOMENDAS       PIC X(100).
       77 WS-PATH-CONTRATOSLIN     PIC X(100).
       77 WS-PATH-RESERVAS         PIC X(100).
       77 WS-PATH-MANDATOS         PIC X(100).
       77 WS-PATH-ACORDOS          PIC X(100).
       77 WS-PATH-BONUSFEED        PIC X(100).
       77 WS-PATH-REJEITADOS       PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-FS-ARTIGOS            PIC XX.
       77 WS-FS-INVENTARIO         PIC XX.
       77 WS-FS-FORNECEDORES       PIC XX.
       77 WS-FS-PRODUTOS           PIC XX.
       77 WS-FS-CATLIVROS          PIC XX.
       77 WS-FS-CLIENTESGAS        PIC XX.
       77 WS-FS-FUNCIONARIOS       PIC XX.
       77 WS-FS-ARTROUPA           PIC XX.
       77 WS-FS-BARCODES           PIC XX.
       77 WS-FS-ITENSFORN          PIC XX.
       77 WS-FS-ENCOMENDAS         PIC XX.
       77 WS-FS-CONTRATOSLIN       PIC XX.
       77 WS-FS-RESERVAS           PIC XX.
       77 WS-FS-MANDATOS           PIC XX.
       77 WS-FS-ACORDOS            PIC XX.
       77 WS-FS-BONUSFEED          PIC XX.
       77 WS-FS-REJEITADOS         PIC XX.
       77 WS-FS-SPOOL              PIC XX.
       77 WS-FS-DATAPROC           PIC XX.
       77 WS-FS-JOBLEDGER          PIC XX.
       77 WS-FS-ATUAL              PIC XX.
       77 WS-DATA-PROCESSAMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-JOB-HORA-INICIO       PIC X(08) VALUE SPACES.
       77 WS-JOB-REGISTOS          PIC 9(07) VALUE ZEROS.
       77 WS-RC                    PIC 9(02) VALUE ZEROS.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.
       77 WS-REJ-ABERTO            PIC 9 VALUE 0.

      *-----------------------
      * ficheiro corrente (linha da tabela de ficheiros), mestre de
      * que se procura a chave e o achado a registar
      *-----------------------
       77 WS-FX                    PIC 9(02).
       77 WS-FX-MESTRE             PIC 9(02).
       77 WS-IDX                   PIC 9(02).
       77 WS-LIG-OK                PIC 9.
       77 WS-LIG-OK-1              PIC 9.
       77 WS-LIG-OK-2              PIC 9.
       77 WS-EXISTE                PIC 9.
       77 WS-ACH-TIPO              PIC X(01).
       77 WS-ACH-GRAVIDADE         PIC X(01).
       77 WS-ACH-CHAVE             PIC X(20).
       77 WS-ACH-TEXTO             PIC X(50).
       77 WS-ACH-IMAGEM            PIC X(76).
       77 WS-TXT-GRAVIDADE         PIC X(05).
       77 WS-TXT-TIPO              PIC X(09).
       77 WS-CHAVE-NUM             PIC 9(13).
       77 WS-CHAVE-EDT             PIC Z(12)9.

      *-----------------------
      * chaves ja vistas no ficheiro de ligacao corrente, para os
      * duplicados das chaves que nao cabem numa tabela direta
      *-----------------------
       77 WS-CH-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-CH-IDX                PIC 9(04).
       77 WS-CH-POS                PIC 9(04).
       77 WS-CH-PROCURA            PIC X(20).
       77 WS-CH-NOVO-VALOR         PIC X(05).
       77 WS-CH-CHEIA              PIC 9 VALUE 0.
       77 WS-CH-MAXIMO             PIC 9(04) VALUE 5000.

       77 WS-PD-NUM                PIC 9(04) VALUE ZEROS.
       77 WS-PD-IDX                PIC 9(04).
       77 WS-PD-EXISTE             PIC 9.
       77 WS-PD-CHAVE              PIC X(102).

       77 WS-TOT-ORF-GRAVES        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ORF-AVISOS        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DUP-GRAVES        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DUP-AVISOS        PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ENVIADOS          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-JA-PENDENTES      PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NAO-ENVIADOS      PIC 9(06) VALUE ZEROS.
       77 WS-TOT-NAO-VERIFICADAS   PIC 9(02) VALUE ZEROS.
       77 WS-EDT-LIDOS             PIC Z(06)9.
       77 WS-EDT-ORF-GRAVES        PIC Z(05)9.
       77 WS-EDT-ORF-AVISOS        PIC Z(05)9.
       77 WS-EDT-DUP-GRAVES        PIC Z(05)9.
       77 WS-EDT-DUP-AVISOS        PIC Z(05)9.
       77 WS-EDT-SITUACAO          PIC X(20).

      *-----------------------
      * ficheiros verificados, pela ordem do resumo: os sete mestres
      * primeiro, depois os nove ficheiros de ligacao
      *-----------------------
           01 WS-NOMES-FICHEIROS.
               03 FILLER                  PIC X(12) VALUE 'ARTIGOS'.
               03 FILLER                  PIC X(12) VALUE 'INVENTARIO'.
               03 FILLER                  PIC X(12)
                                          VALUE 'FORNECEDORES'.
               03 FILLER                  PIC X(12) VALUE 'PRODUTOS'.
               03 FILLER                  PIC X(12) VALUE 'CATLIVROS'.
               03 FILLER                  PIC X(12) VALUE 'CLIENTESGAS'.
               03 FILLER                  PIC X(12)
                                          VALUE 'FUNCIONARIOS'.
               03 FILLER                  PIC X(12) VALUE 'ARTROUPA'.
               03 FILLER                  PIC X(12) VALUE 'BARCODES'.
               03 FILLER                  PIC X(12) VALUE 'ITENSFORN'.
               03 FILLER                  PIC X(12) VALUE 'ENCOMENDAS'.
               03 FILLER                  PIC X(12)
                                          VALUE 'CONTRATOSLIN'.
               03 FILLER                  PIC X(12) VALUE 'RESERVAS'.
               03 FILLER                  PIC X(12) VALUE 'MANDATOS'.
               03 FILLER                  PIC X(12) VALUE 'ACORDOS'.
               03 FILLER                  PIC X(12) VALUE 'BONUSFEED'.
           01 WS-TAB-NOMES REDEFINES WS-NOMES-FICHEIROS.
               03 WS-NOME-FICHEIRO        PIC X(12) OCCURS 16 TIMES.

      *-----------------------
      * contagens por ficheiro: registos lidos, orfaos e duplicados
      * por gravidade; situacao 'N' ficheiro nao disponivel
      *-----------------------
           01 WS-TAB-CONTAGENS.
               03 WS-FC-ENTRY OCCURS 16 TIMES.
                   05 WS-FC-LIDOS          PIC 9(07).
                   05 WS-FC-ORF-GRAVES     PIC 9(05).
                   05 WS-FC-ORF-AVISOS     PIC 9(05).
                   05 WS-FC-DUP-GRAVES     PIC 9(05).
                   05 WS-FC-DUP-AVISOS     PIC 9(05).
                   05 WS-FC-SITUACAO       PIC X(01).

      *-----------------------
      * presenca das chaves dos mestres, enderecada pela propria
      * chave (0 ausente, 1 presente)
      *-----------------------
           01 WS-TAB-ARTIGOS.
               03 WS-ART-EXISTE           PIC 9 OCCURS 99999 TIMES.
           01 WS-TAB-INVENTARIO.
               03 WS-INV-EXISTE           PIC 9 OCCURS 99999 TIMES.
           01 WS-TAB-FORNECEDORES.
               03 WS-FORN-EXISTE          PIC 9 OCCURS 999 TIMES.
           01 WS-TAB-PRODUTOS.
               03 WS-PRD-EXISTE           PIC 9 OCCURS 999 TIMES.
           01 WS-TAB-CATLIVROS.
               03 WS-CAT-EXISTE           PIC 9 OCCURS 99999 TIMES.
           01 WS-TAB-CLIENTESGAS.
               03 WS-CG-EXISTE            PIC 9 OCCURS 99999 TIMES.
           01 WS-TAB-FUNCIONARIOS.
               03 WS-FUNC-EXISTE          PIC 9 OCCURS 99999 TIMES.

      *-----------------------
      * primeira ligacao vista de cada artigo (ARTROUPA e
      * ITENSFORN) e mandatos ativos de cada cliente de gas
      *-----------------------
           01 WS-TAB-LIG-ARTROUPA.
               03 WS-AR-ENTRY OCCURS 99999 TIMES.
                   05 WS-AR-VISTO          PIC 9.
                   05 WS-AR-ROUPA          PIC 9(05).
           01 WS-TAB-LIG-ITENSFORN.
               03 WS-IF-ENTRY OCCURS 99999 TIMES.
                   05 WS-IF-VISTO          PIC 9.
                   05 WS-IF-FORN           PIC 9(03).
           01 WS-TAB-MANDATOS-ATIVOS.
               03 WS-MD-ATIVOS            PIC 9 OCCURS 99999 TIMES.

           01 WS-TAB-CHAVES.
               03 WS-CH-ENTRY OCCURS 5000 TIMES.
                   05 WS-CH-CHAVE          PIC X(20).
                   05 WS-CH-VALOR          PIC X(05).

      *-----------------------
      * achados graves ja pendentes na fila de rejeitados (motivo e
      * as primeiras 100 posicoes do registo), para nao os repetir
      * quando a verificacao volta a correr
      *-----------------------
           01 WS-TAB-PENDENTES.
               03 WS-PD-ENTRY OCCURS 3000 TIMES.
                   05 WS-PD-REGISTO        PIC X(102).

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
           ACCEPT WS-PATH-ARTIGOS FROM ENVIRONMENT "ARTIGOS_PATH"
           IF WS-PATH-ARTIGOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/artigos.txt'
                   TO WS-PATH-ARTIGOS
           END-IF
           ACCEPT WS-PATH-INVENTARIO FROM ENVIRONMENT
               "INVENTARIO_PATH"
           IF WS-PATH-INVENTARIO EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/inventario.txt'
                   TO WS-PATH-INVENTARIO
           END-IF
           ACCEPT WS-PATH-FORNECEDORES FROM ENVIRONMENT
               "FORNECEDORES_PATH"
           IF WS-PATH-FORNECEDORES EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\fornec.txt'
                   TO WS-PATH-FORNECEDORES
           END-IF
           ACCEPT WS-PATH-PRODUTOS FROM ENVIRONMENT "PRODUTOS_PATH"
           IF WS-PATH-PRODUTOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/prodcat.txt'
                   TO WS-PATH-PRODUTOS
           END-IF
           ACCEPT WS-PATH-CATLIVROS FROM ENVIRONMENT "CATLIVROS_PATH"
           IF WS-PATH-CATLIVROS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/catlivros.txt'
                   TO WS-PATH-CATLIVROS
           END-IF
           ACCEPT WS-PATH-CLIENTESGAS FROM ENVIRONMENT
               "CLIENTESGAS_PATH"
           IF WS-PATH-CLIENTESGAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CLIENTESGAS.txt'
                   TO WS-PATH-CLIENTESGAS
           END-IF
           ACCEPT WS-PATH-FUNCIONARIOS FROM ENVIRONMENT
               "FUNCIONARIOS_PATH"
           IF WS-PATH-FUNCIONARIOS EQUAL SPACES
               MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\funcionar.txt'
                   TO WS-PATH-FUNCIONARIOS
           END-IF
           ACCEPT WS-PATH-ARTROUPA FROM ENVIRONMENT "ARTROUPA_PATH"
           IF WS-PATH-ARTROUPA EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/artroupa.txt'
                   TO WS-PATH-ARTROUPA
           END-IF
           ACCEPT WS-PATH-BARCODES FROM ENVIRONMENT "BARCODES_PATH"
           IF WS-PATH-BARCODES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/BARCODES.txt'
                   TO WS-PATH-BARCODES
           END-IF
           ACCEPT WS-PATH-ITENSFORN FROM ENVIRONMENT "ITENSFORN_PATH"
           IF WS-PATH-ITENSFORN EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\itforn.txt'
                   TO WS-PATH-ITENSFORN
           END-IF
           ACCEPT WS-PATH-ENCOMENDAS FROM ENVIRONMENT
               "ENCOMENDAS_PATH"
           IF WS-PATH-ENCOMENDAS EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\encom.txt'
                   TO WS-PATH-ENCOMENDAS
           END-IF
           ACCEPT WS-PATH-CONTRATOSLIN
               FROM ENVIRONMENT "CONTRATOSLIN_PATH"
           IF WS-PATH-CONTRATOSLIN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CONTRATOSLIN.txt'
                   TO WS-PATH-CONTRATOSLIN
           END-IF
           ACCEPT WS-PATH-RESERVAS FROM ENVIRONMENT "RESERVAS_PATH"
           IF WS-PATH-RESERVAS EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\reservas.txt'
                   TO WS-PATH-RESERVAS
           END-IF
           ACCEPT WS-PATH-MANDATOS FROM ENVIRONMENT "MANDATOS_PATH"
           IF WS-PATH-MANDATOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/MANDATOS.txt'
                   TO WS-PATH-MANDATOS
           END-IF
           ACCEPT WS-PATH-ACORDOS FROM ENVIRONMENT "ACORDOS_PATH"
           IF WS-PATH-ACORDOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ACORDOS.txt'
                   TO WS-PATH-ACORDOS
           END-IF
           ACCEPT WS-PATH-BONUSFEED FROM ENVIRONMENT "BONUSFEED_PATH"
           IF WS-PATH-BONUSFEED EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\bonusfeed.txt'
                   TO WS-PATH-BONUSFEED
           END-IF
           ACCEPT WS-PATH-REJEITADOS FROM ENVIRONMENT
               "REJEITADOS_PATH"
           IF WS-PATH-REJEITADOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/REJEITADOS.txt'
                   TO WS-PATH-REJEITADOS
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'VERIFICACAO DE INTEGRIDADE REFERENCIAL - DATA '
                  DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16
               MOVE ZEROS TO WS-FC-LIDOS (WS-IDX)
               MOVE ZEROS TO WS-FC-ORF-GRAVES (WS-IDX)
               MOVE ZEROS TO WS-FC-ORF-AVISOS (WS-IDX)
               MOVE ZEROS TO WS-FC-DUP-GRAVES (WS-IDX)
               MOVE ZEROS TO WS-FC-DUP-AVISOS (WS-IDX)
               MOVE SPACES TO WS-FC-SITUACAO (WS-IDX)
           END-PERFORM
           MOVE ZEROS TO WS-TAB-ARTIGOS
           MOVE ZEROS TO WS-TAB-INVENTARIO
           MOVE ZEROS TO WS-TAB-FORNECEDORES
           MOVE ZEROS TO WS-TAB-PRODUTOS
           MOVE ZEROS TO WS-TAB-CATLIVROS
           MOVE ZEROS TO WS-TAB-CLIENTESGAS
           MOVE ZEROS TO WS-TAB-FUNCIONARIOS
           MOVE ZEROS TO WS-TAB-LIG-ARTROUPA
           MOVE ZEROS TO WS-TAB-LIG-ITENSFORN
           MOVE ZEROS TO WS-TAB-MANDATOS-ATIVOS

           PERFORM CARREGAR-PENDENTES THRU CARREGAR-PENDENTES-FIM
           PERFORM ABRIR-REJEITADOS

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'CHAVES DUPLICADAS NOS MESTRES' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM CARREGAR-ARTIGOS THRU CARREGAR-ARTIGOS-FIM
           PERFORM CARREGAR-INVENTARIO THRU CARREGAR-INVENTARIO-FIM
           PERFORM CARREGAR-FORNECEDORES
               THRU CARREGAR-FORNECEDORES-FIM
           PERFORM CARREGAR-PRODUTOS THRU CARREGAR-PRODUTOS-FIM
           PERFORM CARREGAR-CATLIVROS THRU CARREGAR-CATLIVROS-FIM
           PERFORM CARREGAR-CLIENTESGAS THRU CARREGAR-CLIENTESGAS-FIM
           PERFORM CARREGAR-FUNCIONARIOS
               THRU CARREGAR-FUNCIONARIOS-FIM

           PERFORM VERIFICAR-ARTROUPA THRU VERIFICAR-ARTROUPA-FIM
           PERFORM VERIFICAR-BARCODES THRU VERIFICAR-BARCODES-FIM
           PERFORM VERIFICAR-ITENSFORN THRU VERIFICAR-ITENSFORN-FIM
           PERFORM VERIFICAR-ENCOMENDAS THRU VERIFICAR-ENCOMENDAS-FIM
           PERFORM VERIFICAR-CONTRATOSLIN
               THRU VERIFICAR-CONTRATOSLIN-FIM
           PERFORM VERIFICAR-RESERVAS THRU VERIFICAR-RESERVAS-FIM
           PERFORM VERIFICAR-MANDATOS THRU VERIFICAR-MANDATOS-FIM
           PERFORM VERIFICAR-ACORDOS THRU VERIFICAR-ACORDOS-FIM
           PERFORM VERIFICAR-BONUSFEED THRU VERIFICAR-BONUSFEED-FIM

           IF WS-REJ-ABERTO EQUAL 1
               CLOSE REJEITADOS
               MOVE 0 TO WS-REJ-ABERTO
           END-IF
           PERFORM ESCREVER-RESUMO

      *    RC 4 quando ha achados ou ligacoes por verificar; RC 8
      *    quando houve graves que nao chegaram a fila de rejeitados
           IF WS-TOT-ORF-GRAVES > ZEROS OR WS-TOT-ORF-AVISOS > ZEROS
            OR WS-TOT-DUP-GRAVES > ZEROS OR WS-TOT-DUP-AVISOS > ZEROS
            OR WS-TOT-NAO-VERIFICADAS > ZEROS
               MOVE 4 TO WS-RC
           END-IF
           IF WS-TOT-NAO-ENVIADOS > ZEROS
               MOVE 8 TO WS-RC
           END-IF
           PERFORM FECHAR-SPOOL
           PERFORM ESCREVER-JOBLEDGER
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      *-----------------------
      * achados graves de corridas anteriores ainda por tratar na
      * fila de rejeitados
      *-----------------------
       CARREGAR-PENDENTES.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT REJEITADOS
           IF WS-FS-REJEITADOS NOT EQUAL "00"
               GO TO CARREGAR-PENDENTES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ REJEITADOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF REJ-PROGRAMA EQUAL 'INTEGRIDADE '
                    AND REJ-ESTADO EQUAL 'P'
                    AND WS-PD-NUM < 3000
                       ADD 1 TO WS-PD-NUM
                       MOVE REJ-MOTIVO
                           TO WS-PD-REGISTO (WS-PD-NUM) (1:2)
                       MOVE REJ-REGISTO (1:100)
                           TO WS-PD-REGISTO (WS-PD-NUM) (3:100)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REJEITADOS.

       CARREGAR-PENDENTES-FIM.
           MOVE SPACES TO WS-ENDOFF.

       ABRIR-REJEITADOS.
           OPEN EXTEND REJEITADOS
           IF WS-FS-REJEITADOS EQUAL "35"
               OPEN OUTPUT REJEITADOS
           END-IF
           IF WS-FS-REJEITADOS EQUAL "00"
               MOVE 1 TO WS-REJ-ABERTO
           ELSE
               MOVE 0 TO WS-REJ-ABERTO
               DISPLAY ' ERRO A ABRIR REJEITADOS - FILE STATUS: '
                   WS-FS-REJEITADOS
           END-IF.

      *-----------------------
      * carga dos mestres: marca cada chave presente e regista como
      * grave a chave que aparece pela segunda vez
      *-----------------------
       CARREGAR-ARTIGOS.
           MOVE 1 TO WS-FX
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ARTIGOS
           IF WS-FS-ARTIGOS NOT EQUAL "00"
               MOVE WS-FS-ARTIGOS TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO CARREGAR-ARTIGOS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ARTIGOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   IF ART-CODIGO > ZEROS
                       IF WS-ART-EXISTE (ART-CODIGO) EQUAL 1
                           MOVE ART-CODIGO TO WS-CHAVE-NUM
                           MOVE ARTIGO-REG TO WS-ACH-IMAGEM
                           PERFORM REGISTAR-DUPLICADO-MESTRE
                       ELSE
                           MOVE 1 TO WS-ART-EXISTE (ART-CODIGO)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARTIGOS.

       CARREGAR-ARTIGOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * o inventario e indexado pelo codigo da roupa: nao pode ter
      * chaves repetidas, so se carrega
      *-----------------------
       CARREGAR-INVENTARIO.
           MOVE 2 TO WS-FX
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT INVENTARIO
           IF WS-FS-INVENTARIO NOT EQUAL "00"
               MOVE WS-FS-INVENTARIO TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO CARREGAR-INVENTARIO-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ INVENTARIO NEXT RECORD
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   IF COD-ROUPA > ZEROS
                       MOVE 1 TO WS-INV-EXISTE (COD-ROUPA)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTARIO.

       CARREGAR-INVENTARIO-FIM.
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-FORNECEDORES.
           MOVE 3 TO WS-FX
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORNECEDORES NOT EQUAL "00"
               MOVE WS-FS-FORNECEDORES TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO CARREGAR-FORNECEDORES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FORNECEDORES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   IF FORN-CODIGO > ZEROS
                       IF WS-FORN-EXISTE (FORN-CODIGO) EQUAL 1
                           MOVE FORN-CODIGO TO WS-CHAVE-NUM
                           MOVE FORNECEDOR-REG TO WS-ACH-IMAGEM
                           PERFORM REGISTAR-DUPLICADO-MESTRE
                       ELSE
                           MOVE 1 TO WS-FORN-EXISTE (FORN-CODIGO)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FORNECEDORES.

       CARREGAR-FORNECEDORES-FIM.
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-PRODUTOS.
           MOVE 4 TO WS-FX
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL "00"
               MOVE WS-FS-PRODUTOS TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO CARREGAR-PRODUTOS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ PRODUTOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   IF PRD-COD > ZEROS
                       IF WS-PRD-EXISTE (PRD-COD) EQUAL 1
                           MOVE PRD-COD TO WS-CHAVE-NUM
                           MOVE PRODUTO-REG TO WS-ACH-IMAGEM
                           PERFORM REGISTAR-DUPLICADO-MESTRE
                       ELSE
                           MOVE 1 TO WS-PRD-EXISTE (PRD-COD)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUTOS.

       CARREGAR-PRODUTOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-CATLIVROS.
           MOVE 5 TO WS-FX
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CATLIVROS
           IF WS-FS-CATLIVROS NOT EQUAL "00"
               MOVE WS-FS-CATLIVROS TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO CARREGAR-CATLIVROS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CATLIVROS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   IF CAT-COD-IDENT > ZEROS
                       IF WS-CAT-EXISTE (CAT-COD-IDENT) EQUAL 1
                           MOVE CAT-COD-IDENT TO WS-CHAVE-NUM
                           MOVE CATALOGO-REG TO WS-ACH-IMAGEM
                           PERFORM REGISTAR-DUPLICADO-MESTRE
                       ELSE
                           MOVE 1 TO WS-CAT-EXISTE (CAT-COD-IDENT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CATLIVROS.

       CARREGAR-CATLIVROS-FIM.
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-CLIENTESGAS.
           MOVE 6 TO WS-FX
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CLIENTESGAS
           IF WS-FS-CLIENTESGAS NOT EQUAL "00"
               MOVE WS-FS-CLIENTESGAS TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO CARREGAR-CLIENTESGAS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CLIENTESGAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   IF CG-NUM-CLIENTE > ZEROS
                       IF WS-CG-EXISTE (CG-NUM-CLIENTE) EQUAL 1
                           MOVE CG-NUM-CLIENTE TO WS-CHAVE-NUM
                           MOVE CLIENTE-GAS-REG TO WS-ACH-IMAGEM
                           PERFORM REGISTAR-DUPLICADO-MESTRE
                       ELSE
                           MOVE 1 TO WS-CG-EXISTE (CG-NUM-CLIENTE)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTESGAS.

       CARREGAR-CLIENTESGAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

       CARREGAR-FUNCIONARIOS.
           MOVE 7 TO WS-FX
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS NOT EQUAL "00"
               MOVE WS-FS-FUNCIONARIOS TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO CARREGAR-FUNCIONARIOS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FUNCIONARIOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   IF FUNC-ID > ZEROS
                       IF WS-FUNC-EXISTE (FUNC-ID) EQUAL 1
                           MOVE FUNC-ID TO WS-CHAVE-NUM
                           MOVE FUNCIONARIOS-REG TO WS-ACH-IMAGEM
                           PERFORM REGISTAR-DUPLICADO-MESTRE
                       ELSE
                           MOVE 1 TO WS-FUNC-EXISTE (FUNC-ID)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FUNCIONARIOS.

       CARREGAR-FUNCIONARIOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * ARTROUPA: o artigo tem de existir no ARTIGOS e o codigo de
      * roupa no INVENTARIO; cada artigo liga a um so codigo de roupa
      *-----------------------
       VERIFICAR-ARTROUPA.
           MOVE 8 TO WS-FX
           MOVE 'LIGACAO ARTROUPA -> ARTIGOS / INVENTARIO'
               TO WS-SPOOL-LINHA
           PERFORM ANUNCIAR-LIGACAO
           MOVE 1 TO WS-FX-MESTRE
           PERFORM VERIFICAR-MESTRE
           MOVE WS-LIG-OK TO WS-LIG-OK-1
           MOVE 2 TO WS-FX-MESTRE
           PERFORM VERIFICAR-MESTRE
           MOVE WS-LIG-OK TO WS-LIG-OK-2
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ARTROUPA
           IF WS-FS-ARTROUPA NOT EQUAL "00"
               MOVE WS-FS-ARTROUPA TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO VERIFICAR-ARTROUPA-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ARTROUPA
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   MOVE ARTROUPA-REG TO WS-ACH-IMAGEM
                   MOVE 'O' TO WS-ACH-TIPO
                   MOVE 'G' TO WS-ACH-GRAVIDADE
                   IF WS-LIG-OK-1 EQUAL 1
                       MOVE 0 TO WS-EXISTE
                       IF AR-ART-CODIGO > ZEROS
                           MOVE WS-ART-EXISTE (AR-ART-CODIGO)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE EQUAL 0
                           MOVE 1 TO WS-FX-MESTRE
                           MOVE AR-ART-CODIGO TO WS-CHAVE-NUM
                           MOVE 'ARTIGO NAO EXISTE NO ARTIGOS'
                               TO WS-ACH-TEXTO
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
                   IF WS-LIG-OK-2 EQUAL 1
                       MOVE 0 TO WS-EXISTE
                       IF AR-COD-ROUPA > ZEROS
                           MOVE WS-INV-EXISTE (AR-COD-ROUPA)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE EQUAL 0
                           MOVE 2 TO WS-FX-MESTRE
                           MOVE AR-COD-ROUPA TO WS-CHAVE-NUM
                           MOVE 'ROUPA NAO EXISTE NO INVENTARIO'
                               TO WS-ACH-TEXTO
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
                   IF AR-ART-CODIGO > ZEROS
                       PERFORM VERIFICAR-DUPLICADO-ARTROUPA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARTROUPA.

       VERIFICAR-ARTROUPA-FIM.
           MOVE SPACES TO WS-ENDOFF.

       VERIFICAR-DUPLICADO-ARTROUPA.
           IF WS-AR-VISTO (AR-ART-CODIGO) EQUAL 0
               MOVE 1 TO WS-AR-VISTO (AR-ART-CODIGO)
               MOVE AR-COD-ROUPA TO WS-AR-ROUPA (AR-ART-CODIGO)
           ELSE
               MOVE 'D' TO WS-ACH-TIPO
               MOVE ZEROS TO WS-FX-MESTRE
               MOVE AR-ART-CODIGO TO WS-CHAVE-NUM
               IF WS-AR-ROUPA (AR-ART-CODIGO) EQUAL AR-COD-ROUPA
                   MOVE 'A' TO WS-ACH-GRAVIDADE
                   MOVE 'LIGACAO REPETIDA' TO WS-ACH-TEXTO
               ELSE
                   MOVE 'G' TO WS-ACH-GRAVIDADE
                   MOVE SPACES TO WS-ACH-TEXTO
                   STRING 'ARTIGO JA LIGADO A ROUPA ' DELIMITED BY SIZE
                          WS-AR-ROUPA (AR-ART-CODIGO)
                          DELIMITED BY SIZE
                       INTO WS-ACH-TEXTO
                   END-STRING
               END-IF
               PERFORM REGISTAR-ACHADO
           END-IF.

      *-----------------------
      * BARCODES: o codigo interno e um artigo do ARTIGOS; o mesmo
      * EAN so pode apontar para um artigo
      *-----------------------
       VERIFICAR-BARCODES.
           MOVE 9 TO WS-FX
           MOVE 'LIGACAO BARCODES -> ARTIGOS' TO WS-SPOOL-LINHA
           PERFORM ANUNCIAR-LIGACAO
           MOVE 1 TO WS-FX-MESTRE
           PERFORM VERIFICAR-MESTRE
           MOVE WS-LIG-OK TO WS-LIG-OK-1
           MOVE ZEROS TO WS-CH-NUM
           MOVE 0 TO WS-CH-CHEIA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT BARCODES
           IF WS-FS-BARCODES NOT EQUAL "00"
               MOVE WS-FS-BARCODES TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO VERIFICAR-BARCODES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ BARCODES
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   MOVE BARCODE-REG TO WS-ACH-IMAGEM
                   IF WS-LIG-OK-1 EQUAL 1
                       MOVE 0 TO WS-EXISTE
                       IF EAN-COD-INTERNO > ZEROS
                           MOVE WS-ART-EXISTE (EAN-COD-INTERNO)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE EQUAL 0
                           MOVE 'O' TO WS-ACH-TIPO
                           MOVE 'G' TO WS-ACH-GRAVIDADE
                           MOVE 1 TO WS-FX-MESTRE
                           MOVE EAN-CODIGO TO WS-CHAVE-NUM
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING 'EAN APONTA PARA O ARTIGO '
                                  DELIMITED BY SIZE
                                  EAN-COD-INTERNO DELIMITED BY SIZE
                                  ', INEXISTENTE' DELIMITED BY SIZE
                               INTO WS-ACH-TEXTO
                           END-STRING
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-CH-PROCURA
                   MOVE EAN-CODIGO TO WS-CH-PROCURA (1:13)
                   MOVE EAN-COD-INTERNO TO WS-CH-NOVO-VALOR
                   PERFORM PROCURAR-CHAVE
                   IF WS-CH-POS > ZEROS
                       MOVE 'D' TO WS-ACH-TIPO
                       MOVE ZEROS TO WS-FX-MESTRE
                       MOVE EAN-CODIGO TO WS-CHAVE-NUM
                       IF WS-CH-VALOR (WS-CH-POS) EQUAL
                           EAN-COD-INTERNO
                           MOVE 'A' TO WS-ACH-GRAVIDADE
                           MOVE 'MAPEAMENTO REPETIDO' TO WS-ACH-TEXTO
                       ELSE
                           MOVE 'G' TO WS-ACH-GRAVIDADE
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING 'EAN JA MAPEADO PARA O ARTIGO '
                                  DELIMITED BY SIZE
                                  WS-CH-VALOR (WS-CH-POS)
                                  DELIMITED BY SIZE
                               INTO WS-ACH-TEXTO
                           END-STRING
                       END-IF
                       PERFORM REGISTAR-ACHADO
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BARCODES.

       VERIFICAR-BARCODES-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * ITENSFORN: o fornecedor tem de existir; cada artigo e
      * encomendado a um so fornecedor
      *-----------------------
       VERIFICAR-ITENSFORN.
           MOVE 10 TO WS-FX
           MOVE 'LIGACAO ITENSFORN -> FORNECEDORES' TO WS-SPOOL-LINHA
           PERFORM ANUNCIAR-LIGACAO
           MOVE 3 TO WS-FX-MESTRE
           PERFORM VERIFICAR-MESTRE
           MOVE WS-LIG-OK TO WS-LIG-OK-1
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ITENSFORN
           IF WS-FS-ITENSFORN NOT EQUAL "00"
               MOVE WS-FS-ITENSFORN TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO VERIFICAR-ITENSFORN-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ITENSFORN
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   MOVE ITEMFORN-REG TO WS-ACH-IMAGEM
                   IF WS-LIG-OK-1 EQUAL 1
                       MOVE 0 TO WS-EXISTE
                       IF PRM-COD-FORNECEDOR > ZEROS
                           MOVE WS-FORN-EXISTE (PRM-COD-FORNECEDOR)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE EQUAL 0
                           MOVE 'O' TO WS-ACH-TIPO
                           MOVE 'G' TO WS-ACH-GRAVIDADE
                           MOVE 3 TO WS-FX-MESTRE
                           MOVE PRM-COD-ROUPA TO WS-CHAVE-NUM
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING 'FORNECEDOR ' DELIMITED BY SIZE
                                  PRM-COD-FORNECEDOR DELIMITED BY SIZE
                                  ' NAO EXISTE' DELIMITED BY SIZE
                               INTO WS-ACH-TEXTO
                           END-STRING
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
                   IF PRM-COD-ROUPA > ZEROS
                       PERFORM VERIFICAR-DUPLICADO-ITENSFORN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ITENSFORN.

       VERIFICAR-ITENSFORN-FIM.
           MOVE SPACES TO WS-ENDOFF.

       VERIFICAR-DUPLICADO-ITENSFORN.
           IF WS-IF-VISTO (PRM-COD-ROUPA) EQUAL 0
               MOVE 1 TO WS-IF-VISTO (PRM-COD-ROUPA)
               MOVE PRM-COD-FORNECEDOR TO WS-IF-FORN (PRM-COD-ROUPA)
           ELSE
               MOVE 'D' TO WS-ACH-TIPO
               MOVE ZEROS TO WS-FX-MESTRE
               MOVE PRM-COD-ROUPA TO WS-CHAVE-NUM
               IF WS-IF-FORN (PRM-COD-ROUPA) EQUAL PRM-COD-FORNECEDOR
                   MOVE 'A' TO WS-ACH-GRAVIDADE
                   MOVE 'PARAMETRO REPETIDO PARA O MESMO FORNECEDOR'
                       TO WS-ACH-TEXTO
               ELSE
                   MOVE 'G' TO WS-ACH-GRAVIDADE
                   MOVE SPACES TO WS-ACH-TEXTO
                   STRING 'ARTIGO JA LIGADO AO FORNECEDOR '
                          DELIMITED BY SIZE
                          WS-IF-FORN (PRM-COD-ROUPA) DELIMITED BY SIZE
                       INTO WS-ACH-TEXTO
                   END-STRING
               END-IF
               PERFORM REGISTAR-ACHADO
           END-IF.

      *-----------------------
      * ENCOMENDAS: o fornecedor tem de existir - grave so numa
      * encomenda em aberto; o numero da encomenda e unico
      *-----------------------
       VERIFICAR-ENCOMENDAS.
           MOVE 11 TO WS-FX
           MOVE 'LIGACAO ENCOMENDAS -> FORNECEDORES' TO WS-SPOOL-LINHA
           PERFORM ANUNCIAR-LIGACAO
           MOVE 3 TO WS-FX-MESTRE
           PERFORM VERIFICAR-MESTRE
           MOVE WS-LIG-OK TO WS-LIG-OK-1
           MOVE ZEROS TO WS-CH-NUM
           MOVE 0 TO WS-CH-CHEIA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ENCOMENDAS
           IF WS-FS-ENCOMENDAS NOT EQUAL "00"
               MOVE WS-FS-ENCOMENDAS TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO VERIFICAR-ENCOMENDAS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ENCOMENDAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   MOVE ENCOMENDA-REG TO WS-ACH-IMAGEM
                   MOVE ENC-NUM TO WS-CHAVE-NUM
                   IF WS-LIG-OK-1 EQUAL 1
                       MOVE 0 TO WS-EXISTE
                       IF ENC-COD-FORNECEDOR > ZEROS
                           MOVE WS-FORN-EXISTE (ENC-COD-FORNECEDOR)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE EQUAL 0
                           MOVE 'O' TO WS-ACH-TIPO
                           IF ENC-ESTADO EQUAL 'A'
                               MOVE 'G' TO WS-ACH-GRAVIDADE
                           ELSE
                               MOVE 'A' TO WS-ACH-GRAVIDADE
                           END-IF
                           MOVE 3 TO WS-FX-MESTRE
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING 'FORNECEDOR ' DELIMITED BY SIZE
                                  ENC-COD-FORNECEDOR DELIMITED BY SIZE
                                  ' NAO EXISTE (ENCOMENDA '
                                  DELIMITED BY SIZE
                                  ENC-ESTADO DELIMITED BY SIZE
                                  ')' DELIMITED BY SIZE
                               INTO WS-ACH-TEXTO
                           END-STRING
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-CH-PROCURA
                   MOVE ENC-NUM TO WS-CH-PROCURA (1:6)
                   MOVE SPACES TO WS-CH-NOVO-VALOR
                   PERFORM PROCURAR-CHAVE
                   IF WS-CH-POS > ZEROS
                       MOVE 'D' TO WS-ACH-TIPO
                       MOVE 'G' TO WS-ACH-GRAVIDADE
                       MOVE ZEROS TO WS-FX-MESTRE
                       MOVE 'NUMERO DE ENCOMENDA REPETIDO'
                           TO WS-ACH-TEXTO
                       PERFORM REGISTAR-ACHADO
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ENCOMENDAS.

       VERIFICAR-ENCOMENDAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * CONTRATOSLIN: o produto tem de existir no catalogo; o mesmo
      * produto duas vezes no contrato fatura-se duas vezes
      *-----------------------
       VERIFICAR-CONTRATOSLIN.
           MOVE 12 TO WS-FX
           MOVE 'LIGACAO CONTRATOSLIN -> PRODUTOS' TO WS-SPOOL-LINHA
           PERFORM ANUNCIAR-LIGACAO
           MOVE 4 TO WS-FX-MESTRE
           PERFORM VERIFICAR-MESTRE
           MOVE WS-LIG-OK TO WS-LIG-OK-1
           MOVE ZEROS TO WS-CH-NUM
           MOVE 0 TO WS-CH-CHEIA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CONTRATOSLIN
           IF WS-FS-CONTRATOSLIN NOT EQUAL "00"
               MOVE WS-FS-CONTRATOSLIN TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO VERIFICAR-CONTRATOSLIN-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CONTRATOSLIN
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   MOVE CONTRATOLIN-REG TO WS-ACH-IMAGEM
                   COMPUTE WS-CHAVE-NUM =
                       CTL-NUM * 1000 + CTL-COD-PRODUTO
                   IF WS-LIG-OK-1 EQUAL 1
                       MOVE 0 TO WS-EXISTE
                       IF CTL-COD-PRODUTO > ZEROS
                           MOVE WS-PRD-EXISTE (CTL-COD-PRODUTO)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE EQUAL 0
                           MOVE 'O' TO WS-ACH-TIPO
                           MOVE 'G' TO WS-ACH-GRAVIDADE
                           MOVE 4 TO WS-FX-MESTRE
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING 'CONTRATO ' DELIMITED BY SIZE
                                  CTL-NUM DELIMITED BY SIZE
                                  ' - PRODUTO ' DELIMITED BY SIZE
                                  CTL-COD-PRODUTO DELIMITED BY SIZE
                                  ' NAO EXISTE' DELIMITED BY SIZE
                               INTO WS-ACH-TEXTO
                           END-STRING
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-CH-PROCURA
                   MOVE CTL-NUM TO WS-CH-PROCURA (1:4)
                   MOVE CTL-COD-PRODUTO TO WS-CH-PROCURA (5:3)
                   MOVE SPACES TO WS-CH-NOVO-VALOR
                   PERFORM PROCURAR-CHAVE
                   IF WS-CH-POS > ZEROS
                       MOVE 'D' TO WS-ACH-TIPO
                       MOVE 'G' TO WS-ACH-GRAVIDADE
                       MOVE ZEROS TO WS-FX-MESTRE
                       MOVE SPACES TO WS-ACH-TEXTO
                       STRING 'CONTRATO ' DELIMITED BY SIZE
                              CTL-NUM DELIMITED BY SIZE
                              ' COM O PRODUTO ' DELIMITED BY SIZE
                              CTL-COD-PRODUTO DELIMITED BY SIZE
                              ' REPETIDO' DELIMITED BY SIZE
                           INTO WS-ACH-TEXTO
                       END-STRING
                       PERFORM REGISTAR-ACHADO
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRATOSLIN.

       VERIFICAR-CONTRATOSLIN-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * RESERVAS: o livro tem de existir no catalogo - grave so numa
      * reserva em curso; um livro pode ter varias reservas
      *-----------------------
       VERIFICAR-RESERVAS.
           MOVE 13 TO WS-FX
           MOVE 'LIGACAO RESERVAS -> CATLIVROS' TO WS-SPOOL-LINHA
           PERFORM ANUNCIAR-LIGACAO
           MOVE 5 TO WS-FX-MESTRE
           PERFORM VERIFICAR-MESTRE
           MOVE WS-LIG-OK TO WS-LIG-OK-1
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT RESERVAS
           IF WS-FS-RESERVAS NOT EQUAL "00"
               MOVE WS-FS-RESERVAS TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO VERIFICAR-RESERVAS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ RESERVAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   IF WS-LIG-OK-1 EQUAL 1
                       MOVE 0 TO WS-EXISTE
                       IF RSV-COD-IDENT > ZEROS
                           MOVE WS-CAT-EXISTE (RSV-COD-IDENT)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE EQUAL 0
                           MOVE RESERVA-REG TO WS-ACH-IMAGEM
                           MOVE 'O' TO WS-ACH-TIPO
                           IF RSV-ESTADO EQUAL 'P' OR 'A'
                               MOVE 'G' TO WS-ACH-GRAVIDADE
                           ELSE
                               MOVE 'A' TO WS-ACH-GRAVIDADE
                           END-IF
                           MOVE 5 TO WS-FX-MESTRE
                           MOVE RSV-COD-IDENT TO WS-CHAVE-NUM
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING 'LIVRO NAO EXISTE NO CATALOGO '
                                  DELIMITED BY SIZE
                                  '(RESERVA ' DELIMITED BY SIZE
                                  RSV-ESTADO DELIMITED BY SIZE
                                  ')' DELIMITED BY SIZE
                               INTO WS-ACH-TEXTO
                           END-STRING
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVAS.

       VERIFICAR-RESERVAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * MANDATOS: o cliente tem de existir - grave so num mandato
      * ativo; um cliente so pode ter um mandato ativo
      *-----------------------
       VERIFICAR-MANDATOS.
           MOVE 14 TO WS-FX
           MOVE 'LIGACAO MANDATOS -> CLIENTESGAS' TO WS-SPOOL-LINHA
           PERFORM ANUNCIAR-LIGACAO
           MOVE 6 TO WS-FX-MESTRE
           PERFORM VERIFICAR-MESTRE
           MOVE WS-LIG-OK TO WS-LIG-OK-1
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT MANDATOS
           IF WS-FS-MANDATOS NOT EQUAL "00"
               MOVE WS-FS-MANDATOS TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO VERIFICAR-MANDATOS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ MANDATOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   MOVE MANDATO-REG TO WS-ACH-IMAGEM
                   MOVE MD-NUM-CLIENTE TO WS-CHAVE-NUM
                   IF WS-LIG-OK-1 EQUAL 1
                       MOVE 0 TO WS-EXISTE
                       IF MD-NUM-CLIENTE > ZEROS
                           MOVE WS-CG-EXISTE (MD-NUM-CLIENTE)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE EQUAL 0
                           MOVE 'O' TO WS-ACH-TIPO
                           IF MD-ESTADO EQUAL 'A'
                               MOVE 'G' TO WS-ACH-GRAVIDADE
                           ELSE
                               MOVE 'A' TO WS-ACH-GRAVIDADE
                           END-IF
                           MOVE 6 TO WS-FX-MESTRE
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING 'CLIENTE DE GAS NAO EXISTE '
                                  DELIMITED BY SIZE
                                  '(MANDATO ' DELIMITED BY SIZE
                                  MD-ESTADO DELIMITED BY SIZE
                                  ')' DELIMITED BY SIZE
                               INTO WS-ACH-TEXTO
                           END-STRING
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
                   IF MD-NUM-CLIENTE > ZEROS AND MD-ESTADO EQUAL 'A'
                       IF WS-MD-ATIVOS (MD-NUM-CLIENTE) EQUAL 0
                           MOVE 1 TO WS-MD-ATIVOS (MD-NUM-CLIENTE)
                       ELSE
                           MOVE 'D' TO WS-ACH-TIPO
                           MOVE 'G' TO WS-ACH-GRAVIDADE
                           MOVE ZEROS TO WS-FX-MESTRE
                           MOVE 'CLIENTE COM MAIS DE UM MANDATO ATIVO'
                               TO WS-ACH-TEXTO
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATOS.

       VERIFICAR-MANDATOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * ACORDOS: o cliente tem de existir - grave so num acordo
      * ativo; a mesma fatura (ano/mes) nao entra duas vezes no
      * mesmo acordo
      *-----------------------
       VERIFICAR-ACORDOS.
           MOVE 15 TO WS-FX
           MOVE 'LIGACAO ACORDOS -> CLIENTESGAS' TO WS-SPOOL-LINHA
           PERFORM ANUNCIAR-LIGACAO
           MOVE 6 TO WS-FX-MESTRE
           PERFORM VERIFICAR-MESTRE
           MOVE WS-LIG-OK TO WS-LIG-OK-1
           MOVE ZEROS TO WS-CH-NUM
           MOVE 0 TO WS-CH-CHEIA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ACORDOS
           IF WS-FS-ACORDOS NOT EQUAL "00"
               MOVE WS-FS-ACORDOS TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO VERIFICAR-ACORDOS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ACORDOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   MOVE ACORDO-REG TO WS-ACH-IMAGEM
                   IF WS-LIG-OK-1 EQUAL 1
                       MOVE 0 TO WS-EXISTE
                       IF AC-NUM-CLIENTE > ZEROS
                           MOVE WS-CG-EXISTE (AC-NUM-CLIENTE)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE EQUAL 0
                           MOVE 'O' TO WS-ACH-TIPO
                           IF AC-ESTADO EQUAL 'A'
                               MOVE 'G' TO WS-ACH-GRAVIDADE
                           ELSE
                               MOVE 'A' TO WS-ACH-GRAVIDADE
                           END-IF
                           MOVE 6 TO WS-FX-MESTRE
                           MOVE AC-NUM-CLIENTE TO WS-CHAVE-NUM
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING 'CLIENTE DE GAS NAO EXISTE '
                                  DELIMITED BY SIZE
                                  '(ACORDO ' DELIMITED BY SIZE
                                  AC-NUM-ACORDO DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  AC-ESTADO DELIMITED BY SIZE
                                  ')' DELIMITED BY SIZE
                               INTO WS-ACH-TEXTO
                           END-STRING
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-CH-PROCURA
                   MOVE AC-NUM-ACORDO TO WS-CH-PROCURA (1:5)
                   MOVE AC-ANO TO WS-CH-PROCURA (6:4)
                   MOVE AC-MES TO WS-CH-PROCURA (10:2)
                   MOVE AC-ESTADO TO WS-CH-NOVO-VALOR
                   PERFORM PROCURAR-CHAVE
                   IF WS-CH-POS > ZEROS
                       MOVE 'D' TO WS-ACH-TIPO
                       IF AC-ESTADO EQUAL 'A'
                        OR WS-CH-VALOR (WS-CH-POS) (1:1) EQUAL 'A'
                           MOVE 'G' TO WS-ACH-GRAVIDADE
                       ELSE
                           MOVE 'A' TO WS-ACH-GRAVIDADE
                       END-IF
                       MOVE ZEROS TO WS-FX-MESTRE
                       MOVE AC-NUM-ACORDO TO WS-CHAVE-NUM
                       MOVE SPACES TO WS-ACH-TEXTO
                       STRING 'FATURA ' DELIMITED BY SIZE
                              AC-ANO DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              AC-MES DELIMITED BY SIZE
                              ' REPETIDA NO ACORDO' DELIMITED BY SIZE
                           INTO WS-ACH-TEXTO
                       END-STRING
                       PERFORM REGISTAR-ACHADO
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACORDOS.

       VERIFICAR-ACORDOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * BONUSFEED: o funcionario tem de existir - grave so num bonus
      * ainda por pagar; varios bonus no mesmo mes somam-se na folha,
      * mas um registo pendente igual a outro e aviso de carga
      * repetida
      *-----------------------
       VERIFICAR-BONUSFEED.
           MOVE 16 TO WS-FX
           MOVE 'LIGACAO BONUSFEED -> FUNCIONARIOS' TO WS-SPOOL-LINHA
           PERFORM ANUNCIAR-LIGACAO
           MOVE 7 TO WS-FX-MESTRE
           PERFORM VERIFICAR-MESTRE
           MOVE WS-LIG-OK TO WS-LIG-OK-1
           MOVE ZEROS TO WS-CH-NUM
           MOVE 0 TO WS-CH-CHEIA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT BONUSFEED
           IF WS-FS-BONUSFEED NOT EQUAL "00"
               MOVE WS-FS-BONUSFEED TO WS-FS-ATUAL
               PERFORM FICHEIRO-INDISPONIVEL
               GO TO VERIFICAR-BONUSFEED-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ BONUSFEED
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM CONTAR-LIDO
                   MOVE BONUSFEED-REG TO WS-ACH-IMAGEM
                   MOVE BF-FUNC-ID TO WS-CHAVE-NUM
                   IF WS-LIG-OK-1 EQUAL 1
                       MOVE 0 TO WS-EXISTE
                       IF BF-FUNC-ID > ZEROS
                           MOVE WS-FUNC-EXISTE (BF-FUNC-ID)
                               TO WS-EXISTE
                       END-IF
                       IF WS-EXISTE EQUAL 0
                           MOVE 'O' TO WS-ACH-TIPO
                           IF BF-ESTADO EQUAL 'P'
                               MOVE 'G' TO WS-ACH-GRAVIDADE
                           ELSE
                               MOVE 'A' TO WS-ACH-GRAVIDADE
                           END-IF
                           MOVE 7 TO WS-FX-MESTRE
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING 'FUNCIONARIO NAO EXISTE (BONUS '
                                  DELIMITED BY SIZE
                                  BF-ANOMES DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  BF-ESTADO DELIMITED BY SIZE
                                  ')' DELIMITED BY SIZE
                               INTO WS-ACH-TEXTO
                           END-STRING
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
                   IF BF-ESTADO EQUAL 'P'
                       MOVE SPACES TO WS-CH-PROCURA
                       MOVE BONUSFEED-REG TO WS-CH-PROCURA
                       MOVE SPACES TO WS-CH-NOVO-VALOR
                       PERFORM PROCURAR-CHAVE
                       IF WS-CH-POS > ZEROS
                           MOVE 'D' TO WS-ACH-TIPO
                           MOVE 'A' TO WS-ACH-GRAVIDADE
                           MOVE ZEROS TO WS-FX-MESTRE
                           MOVE SPACES TO WS-ACH-TEXTO
                           STRING 'BONUS PENDENTE REPETIDO ('
                                  DELIMITED BY SIZE
                                  BF-ANOMES DELIMITED BY SIZE
                                  ') - CONFIRMAR' DELIMITED BY SIZE
                               INTO WS-ACH-TEXTO
                           END-STRING
                           PERFORM REGISTAR-ACHADO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BONUSFEED.

       VERIFICAR-BONUSFEED-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * procura a chave na tabela do ficheiro corrente; se nao a
      * encontrar acrescenta-a com o valor WS-CH-NOVO-VALOR e
      * WS-CH-POS fica a zeros
      *-----------------------
       PROCURAR-CHAVE.
           MOVE ZEROS TO WS-CH-POS
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-NUM OR WS-CH-POS > ZEROS
               IF WS-CH-CHAVE (WS-CH-IDX) EQUAL WS-CH-PROCURA
                   MOVE WS-CH-IDX TO WS-CH-POS
               END-IF
           END-PERFORM
           IF WS-CH-POS EQUAL ZEROS
               IF WS-CH-NUM < WS-CH-MAXIMO
                   ADD 1 TO WS-CH-NUM
                   MOVE WS-CH-PROCURA TO WS-CH-CHAVE (WS-CH-NUM)
                   MOVE WS-CH-NOVO-VALOR TO WS-CH-VALOR (WS-CH-NUM)
               ELSE
      *            tabela cheia: os registos seguintes ja nao entram na
      *            procura de duplicados
                   IF WS-CH-CHEIA EQUAL 0
                       MOVE 1 TO WS-CH-CHEIA
                       MOVE SPACES TO WS-SPOOL-LINHA
                       STRING '  AVISO: MAIS DE ' DELIMITED BY SIZE
                              WS-CH-MAXIMO DELIMITED BY SIZE
                              ' CHAVES - DUPLICADOS SO VERIFICADOS NAS'
                              DELIMITED BY SIZE
                              ' PRIMEIRAS' DELIMITED BY SIZE
                           INTO WS-SPOOL-LINHA
                       END-STRING
                       PERFORM ESCREVER-SPOOL
                   END-IF
               END-IF
           END-IF.

      *-----------------------
      * cabecalho da ligacao (texto ja em WS-SPOOL-LINHA)
      *-----------------------
       ANUNCIAR-LIGACAO.
           MOVE WS-SPOOL-LINHA TO WS-ACH-TEXTO
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE WS-ACH-TEXTO TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * sem o mestre nao ha como dizer que uma ligacao e orfa: a
      * ligacao fica por verificar em vez de dar tudo como orfao
      *-----------------------
       VERIFICAR-MESTRE.
           IF WS-FC-SITUACAO (WS-FX-MESTRE) EQUAL 'N'
               MOVE 0 TO WS-LIG-OK
               ADD 1 TO WS-TOT-NAO-VERIFICADAS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '  NAO VERIFICADA CONTRA ' DELIMITED BY SIZE
                      WS-NOME-FICHEIRO (WS-FX-MESTRE)
                      DELIMITED BY SPACE
                      ' - MESTRE NAO DISPONIVEL' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           ELSE
               MOVE 1 TO WS-LIG-OK
           END-IF.

       FICHEIRO-INDISPONIVEL.
           MOVE 'N' TO WS-FC-SITUACAO (WS-FX)
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING '  ' DELIMITED BY SIZE
                  WS-NOME-FICHEIRO (WS-FX) DELIMITED BY SPACE
                  ' NAO DISPONIVEL - FILE STATUS: ' DELIMITED BY SIZE
                  WS-FS-ATUAL DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL.

       CONTAR-LIDO.
           ADD 1 TO WS-FC-LIDOS (WS-FX)
           ADD 1 TO WS-JOB-REGISTOS.

       REGISTAR-DUPLICADO-MESTRE.
           MOVE 'D' TO WS-ACH-TIPO
           MOVE 'G' TO WS-ACH-GRAVIDADE
           MOVE ZEROS TO WS-FX-MESTRE
           MOVE 'CHAVE REPETIDA NO MESTRE' TO WS-ACH-TEXTO
           PERFORM REGISTAR-ACHADO.

      *-----------------------
      * regista um achado do ficheiro corrente: linha no spool,
      * contagem por ficheiro e gravidade e, se grave, entrada na
      * fila de rejeitados - o registo leva o ficheiro, o mestre em
      * falta (ou DUPLICADO) e a imagem do registo; as posicoes
      * 101-108 ficam para o visto do supervisor
      *-----------------------
       REGISTAR-ACHADO.
           IF WS-ACH-GRAVIDADE EQUAL 'G'
               MOVE 'GRAVE' TO WS-TXT-GRAVIDADE
           ELSE
               MOVE 'AVISO' TO WS-TXT-GRAVIDADE
           END-IF
           IF WS-ACH-TIPO EQUAL 'O'
               MOVE 'ORFAO' TO WS-TXT-TIPO
               IF WS-ACH-GRAVIDADE EQUAL 'G'
                   ADD 1 TO WS-FC-ORF-GRAVES (WS-FX)
                   ADD 1 TO WS-TOT-ORF-GRAVES
               ELSE
                   ADD 1 TO WS-FC-ORF-AVISOS (WS-FX)
                   ADD 1 TO WS-TOT-ORF-AVISOS
               END-IF
           ELSE
               MOVE 'DUPLICADO' TO WS-TXT-TIPO
               IF WS-ACH-GRAVIDADE EQUAL 'G'
                   ADD 1 TO WS-FC-DUP-GRAVES (WS-FX)
                   ADD 1 TO WS-TOT-DUP-GRAVES
               ELSE
                   ADD 1 TO WS-FC-DUP-AVISOS (WS-FX)
                   ADD 1 TO WS-TOT-DUP-AVISOS
               END-IF
           END-IF
           MOVE WS-CHAVE-NUM TO WS-CHAVE-EDT
           MOVE SPACES TO WS-ACH-CHAVE
           MOVE WS-CHAVE-EDT TO WS-ACH-CHAVE

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-TXT-GRAVIDADE TO WS-SPOOL-LINHA (3:5)
           MOVE WS-NOME-FICHEIRO (WS-FX) TO WS-SPOOL-LINHA (9:12)
           MOVE WS-TXT-TIPO TO WS-SPOOL-LINHA (22:9)
           MOVE 'CHAVE' TO WS-SPOOL-LINHA (32:5)
           MOVE WS-ACH-CHAVE (1:13) TO WS-SPOOL-LINHA (38:13)
           MOVE WS-ACH-TEXTO TO WS-SPOOL-LINHA (52:50)
           PERFORM ESCREVER-SPOOL

           IF WS-ACH-GRAVIDADE EQUAL 'G'
               PERFORM ENVIAR-ACHADO-REJEITADOS
           END-IF.

      *-----------------------
      * poe o achado grave na fila comum de rejeitados, uma so vez
      * mesmo que a verificacao corra de novo antes de ser visado
      *-----------------------
       ENVIAR-ACHADO-REJEITADOS.
           MOVE 'INTEGRIDADE ' TO REJ-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO REJ-DATA
           IF WS-ACH-TIPO EQUAL 'O'
               MOVE 'RO' TO REJ-MOTIVO
           ELSE
               MOVE 'RD' TO REJ-MOTIVO
           END-IF
           MOVE 'P' TO REJ-ESTADO
           MOVE SPACES TO REJ-REGISTO
           MOVE WS-NOME-FICHEIRO (WS-FX) TO REJ-REGISTO (1:12)
           IF WS-FX-MESTRE EQUAL ZEROS
               MOVE 'DUPLICADO' TO REJ-REGISTO (13:12)
           ELSE
               MOVE WS-NOME-FICHEIRO (WS-FX-MESTRE)
                   TO REJ-REGISTO (13:12)
           END-IF
           MOVE WS-ACH-IMAGEM TO REJ-REGISTO (25:76)

           MOVE REJ-MOTIVO TO WS-PD-CHAVE (1:2)
           MOVE REJ-REGISTO (1:100) TO WS-PD-CHAVE (3:100)
           MOVE 0 TO WS-PD-EXISTE
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-NUM OR WS-PD-EXISTE EQUAL 1
               IF WS-PD-REGISTO (WS-PD-IDX) EQUAL WS-PD-CHAVE
                   MOVE 1 TO WS-PD-EXISTE
               END-IF
           END-PERFORM

           IF WS-PD-EXISTE EQUAL 1
               ADD 1 TO WS-TOT-JA-PENDENTES
           ELSE
               IF WS-REJ-ABERTO EQUAL 1
                   WRITE REJEITADO-REG
                   ADD 1 TO WS-TOT-ENVIADOS
                   IF WS-PD-NUM < 3000
                       ADD 1 TO WS-PD-NUM
                       MOVE WS-PD-CHAVE TO WS-PD-REGISTO (WS-PD-NUM)
                   END-IF
               ELSE
                   ADD 1 TO WS-TOT-NAO-ENVIADOS
               END-IF
           END-IF.

      *-----------------------
      * resumo por ficheiro e gravidade
      *-----------------------
       ESCREVER-RESUMO.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'RESUMO POR FICHEIRO' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'FICHEIRO         LIDOS  ORFAOS GRAVES  '
                  DELIMITED BY SIZE
                  'ORFAOS AVISOS  DUPLIC. GRAVES  DUPLIC. AVISOS  '
                  DELIMITED BY SIZE
                  'SITUACAO' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16
               MOVE WS-FC-LIDOS (WS-IDX) TO WS-EDT-LIDOS
               MOVE WS-FC-ORF-GRAVES (WS-IDX) TO WS-EDT-ORF-GRAVES
               MOVE WS-FC-ORF-AVISOS (WS-IDX) TO WS-EDT-ORF-AVISOS
               MOVE WS-FC-DUP-GRAVES (WS-IDX) TO WS-EDT-DUP-GRAVES
               MOVE WS-FC-DUP-AVISOS (WS-IDX) TO WS-EDT-DUP-AVISOS
               IF WS-FC-SITUACAO (WS-IDX) EQUAL 'N'
                   MOVE 'NAO DISPONIVEL' TO WS-EDT-SITUACAO
               ELSE
                   IF WS-FC-ORF-GRAVES (WS-IDX) > ZEROS
                    OR WS-FC-DUP-GRAVES (WS-IDX) > ZEROS
                       MOVE 'COM GRAVES' TO WS-EDT-SITUACAO
                   ELSE
                       IF WS-FC-ORF-AVISOS (WS-IDX) > ZEROS
                        OR WS-FC-DUP-AVISOS (WS-IDX) > ZEROS
                           MOVE 'COM AVISOS' TO WS-EDT-SITUACAO
                       ELSE
                           MOVE 'OK' TO WS-EDT-SITUACAO
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO WS-SPOOL-LINHA
               MOVE WS-NOME-FICHEIRO (WS-IDX) TO WS-SPOOL-LINHA (1:12)
               MOVE WS-EDT-LIDOS TO WS-SPOOL-LINHA (15:7)
               MOVE WS-EDT-ORF-GRAVES TO WS-SPOOL-LINHA (32:6)
               MOVE WS-EDT-ORF-AVISOS TO WS-SPOOL-LINHA (47:6)
               MOVE WS-EDT-DUP-GRAVES TO WS-SPOOL-LINHA (62:6)
               MOVE WS-EDT-DUP-AVISOS TO WS-SPOOL-LINHA (78:6)
               MOVE WS-EDT-SITUACAO TO WS-SPOOL-LINHA (86:20)
               PERFORM ESCREVER-SPOOL
           END-PERFORM

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ORFAOS: ' DELIMITED BY SIZE
                  WS-TOT-ORF-GRAVES DELIMITED BY SIZE
                  ' GRAVES / ' DELIMITED BY SIZE
                  WS-TOT-ORF-AVISOS DELIMITED BY SIZE
                  ' AVISOS   DUPLICADOS: ' DELIMITED BY SIZE
                  WS-TOT-DUP-GRAVES DELIMITED BY SIZE
                  ' GRAVES / ' DELIMITED BY SIZE
                  WS-TOT-DUP-AVISOS DELIMITED BY SIZE
                  ' AVISOS' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'GRAVES ENVIADOS PARA A FILA DE REJEITADOS: '
                  DELIMITED BY SIZE
                  WS-TOT-ENVIADOS DELIMITED BY SIZE
                  '  JA PENDENTES NA FILA: ' DELIMITED BY SIZE
                  WS-TOT-JA-PENDENTES DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-TOT-NAO-ENVIADOS > ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING '*** GRAVES NAO ENVIADOS (FILA DE REJEITADOS '
                      DELIMITED BY SIZE
                      'NAO DISPONIVEL): ' DELIMITED BY SIZE
                      WS-TOT-NAO-ENVIADOS DELIMITED BY SIZE
                      ' ***' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           IF WS-TOT-NAO-VERIFICADAS > ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING 'LIGACOES NAO VERIFICADAS POR FALTA DO MESTRE: '
                      DELIMITED BY SIZE
                      WS-TOT-NAO-VERIFICADAS DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'INTEGRIDADE.' DELIMITED BY SIZE
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
           MOVE 'INTEGRIDADE ' TO JOB-PROGRAMA
           MOVE WS-DATA-PROCESSAMENTO TO JOB-DATA
           MOVE WS-JOB-HORA-INICIO TO JOB-HORA-INICIO
           ACCEPT JOB-HORA-FIM FROM TIME
           MOVE WS-JOB-REGISTOS TO JOB-REGISTOS
           MOVE WS-RC TO JOB-RC
           OPEN EXTEND JOBLEDGER
           IF WS-FS-JOBLEDGER EQUAL "35"
               OPEN OUTPUT JOBLEDGER
           END-IF
           IF WS-FS-JOBLEDGER EQUAL "00"
               WRITE JOBLEDGER-REG
               CLOSE JOBLEDGER
           END-IF.

       END PROGRAM VERIFICA_INTEGRIDADE.
