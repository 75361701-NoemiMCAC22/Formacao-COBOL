      *      dos trailers antes de bloquear o periodo
      * Mod: 11/10/2026 - NC - um mes de um ano ja fechado pelo
      *      fecho de ano nao volta a ser mexido por aqui
      * Mod: 15/10/2026 - NC - linhas de guias de remessa arquivadas
      *      mas fora dos totais de faturas do resumo
      * Mod: 15/10/2026 - NC - arquivo mensal de vendas a X(112),
      *      com o vendedor no fim da linha
      * Mod: 15/10/2026 - NC - adiantamentos deduzidos nas faturas
      *      finais (linhas 'DA') abatem nos totais, como o credito
      * Mod: 15/10/2026 - NC - devolucoes da caixa (linhas 'D')
      *      abatem no total de vendas do mes
      * Mod: 15/10/2026 - NC - devolucoes a editora (movimento 'R'
      *      dos livros consignados) ficam fora das vendas do mes
      * Mod: 15/10/2026 - NC - vendas a credito da livraria ja
      *      faturadas no FATURA_CLIENTE (VENDASCONTA) arquivadas mas
      *      fora do total de LIVROS, como no fecho diario
      * Mod: 15/10/2026 - NC - linha de GAS no resumo do mes, com as
      *      faturas de gas emitidas no mes, para o relatorio de
      *      gestao e o fecho de ano
      * Mod: 15/10/2026 - NC - todas as vendas a credito da livraria
      *      (guia 'CT') fora do total de LIVROS, ainda por faturar
      *      ou ja faturadas
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHO_MES.
           WS-PATH-RESUMOMES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RESUMOMES.
           SELECT FICH-FATURA-MES ASSIGN TO
           WS-PATH-FATURA-MES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-CHAVE
           FILE STATUS IS WS-FS-FATURAMES.
           SELECT ANOSCTL ASSIGN TO
           WS-PATH-ANOSCTL
           ORGANIZATION SEQUENTIAL
           01 FATMESARQ-REG              PIC X(77).

       FD VENMESARQ.
           01 VENMESARQ-REG              PIC X(112).

       FD LIVMESARQ.
           01 LIVMESARQ-REG              PIC X(299).
               03 RSM-REGISTOS            PIC 9(07).
               03 RSM-TOTAL               PIC S9(09)V99.

      *-----------------------
      * faturacao do gas do CONSUMO-GAS: as faturas emitidas no mes
      * entram na linha de GAS do resumo
      *-----------------------
       FD FICH-FATURA-MES.
       COPY FATMES
           REPLACING ==:REC:== BY ==FATURA-MES-REG==
                     ==:PFX:== BY ==FM==.

      *-----------------------
      * anos ja fechados pelo fecho de ano
      *-----------------------
       77 WS-FS-VENMESARQ                 PIC XX.
       77 WS-FS-LIVMESARQ                 PIC XX.
       77 WS-FS-RESUMOMES                 PIC XX.
       77 WS-PATH-FATURA-MES              PIC X(100).
       77 WS-FS-FATURAMES                 PIC XX.

       77 WS-ANOMES                       PIC 9(06).
       77 WS-ENDOFF                       PIC X(01) VALUE SPACES.
       77 WS-TOTAL-VENDAS                 PIC S9(09)V99 VALUE ZEROS.
       77 WS-CONT-LIVROS                  PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-LIVROS                 PIC S9(09)V99 VALUE ZEROS.
       77 WS-CONT-GAS                     PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-GAS                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-VC-FATURADA                  PIC 9 VALUE 0.

       77 WS-PATH-DATAPROC                PIC X(100).
       77 WS-FS-DATAPROC                  PIC XX.
           IF WS-PATH-ANOSCTL EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ANOSCTL.txt'
                   TO WS-PATH-ANOSCTL
           END-IF
           ACCEPT WS-PATH-FATURA-MES FROM ENVIRONMENT "FATURAMES_PATH"
           IF WS-PATH-FATURA-MES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/FATURAMES.txt'
                   TO WS-PATH-FATURA-MES
           END-IF.

       0-PRINCIPAL.
           PERFORM ROLAR-FATURAOUT
           PERFORM ROLAR-VENDASOUT
           PERFORM ROLAR-LIVROSOUT
           PERFORM SOMAR-FATURAS-GAS
           PERFORM GRAVAR-RESUMO
           PERFORM BLOQUEAR-PERIODO

                   '  TOTAL: ' WS-TOTAL-VENDAS
           DISPLAY ' LIVROS   REGISTOS: ' WS-CONT-LIVROS
                   '  TOTAL: ' WS-TOTAL-LIVROS
           DISPLAY ' GAS      REGISTOS: ' WS-CONT-GAS
                   '  TOTAL: ' WS-TOTAL-GAS
           DISPLAY 'PERIODO ' WS-ANOMES ' FECHADO'
           STOP RUN.

                           WRITE FATMESARQ-REG
                           IF FCL-CAB-TIPO-REG NOT EQUAL 'C'
                            AND FCL-LINHA-TIPO-DOC NOT EQUAL 'OR'
                            AND FCL-LINHA-TIPO-DOC NOT EQUAL 'GR'
                               ADD 1 TO WS-CONT-FATURAS
                               IF FCL-LINHA-TIPO-DOC EQUAL 'NC'
                                OR FCL-LINHA-TIPO-DOC EQUAL 'DA'
                                   SUBTRACT FCL-TOTAL-PRODUTO
                                       FROM WS-TOTAL-FATURAS
                               ELSE
                           ADD 1 TO WS-CONT-VENDAS
                           EVALUATE VDL-PROMO-ARTIGO
                               WHEN 'R'
                               WHEN 'D'
                                   SUBTRACT WS-VALOR-LINHA
                                       FROM WS-TOTAL-VENDAS
                               WHEN 'G'
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * vendas a credito da livraria ('CT' na guia): a receita esta
      * na fatura FT do FATURA_CLIENTE, faturada ou nao a guia no
      * fecho do mes, como no fecho diario
      *-----------------------
       VERIFICAR-VENDA-FATURADA.
           MOVE 0 TO WS-VC-FATURADA
           IF LVL-LIVROS-GUIA (1:2) EQUAL 'CT'
               MOVE 1 TO WS-VC-FATURADA
           END-IF.

       ROLAR-LIVROSOUT.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT LIVROSOUT
      *                    valorizacao identica a do fecho diario:
      *                    preco com IVA menos desconto, devolucoes
      *                    a abater e entradas fora dos numeros
                           PERFORM VERIFICAR-VENDA-FATURADA
                           IF LVL-LIVRO-TIPO NOT EQUAL 'E'
                            AND LVL-LIVRO-TIPO NOT EQUAL 'R'
                            AND WS-VC-FATURADA EQUAL 0
                               ADD 1 TO WS-CONT-LIVROS
                               COMPUTE WS-VALOR-LINHA =
                                   LVL-LIVRO-VALOR +
           MOVE ZEROS TO WS-TRL-CONT-LIDO
           MOVE ZEROS TO WS-TRL-HASH-LIDO.

      *-----------------------
      * faturas de gas emitidas no mes (as do mes e os acertos de
      * conta certa), pela data de emissao, como no lancamento
      * contabilistico do dia
      *-----------------------
       SOMAR-FATURAS-GAS.
           MOVE ZEROS TO WS-CONT-GAS
           MOVE ZEROS TO WS-TOTAL-GAS
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-FATURAMES NOT EQUAL "00"
               DISPLAY ' FATURAMES NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-FATURAMES ' - GAS A ZERO NO RESUMO'
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-FATURA-MES NEXT RECORD
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF FM-DATA-EMISSAO (1:6) EQUAL WS-ANOMES
                           ADD 1 TO WS-CONT-GAS
                           ADD FM-VALOR-A-PAGAR TO WS-TOTAL-GAS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-FATURA-MES
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       GRAVAR-RESUMO.
           OPEN EXTEND RESUMOMES
           IF WS-FS-RESUMOMES EQUAL "35"
               MOVE WS-CONT-LIVROS TO RSM-REGISTOS
               MOVE WS-TOTAL-LIVROS TO RSM-TOTAL
               WRITE RESUMOMES-REG
               MOVE 'GAS     ' TO RSM-FONTE
               MOVE WS-CONT-GAS TO RSM-REGISTOS
               MOVE WS-TOTAL-GAS TO RSM-TOTAL
               WRITE RESUMOMES-REG
               CLOSE RESUMOMES
           END-IF.

