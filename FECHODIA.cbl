      *      unidades vendidas por artigo em VENDASOUT e os
      *      movimentos 'V' do diario de estoque, via ligacao
      *      ARTROUPA
      * Mod: 15/10/2026 - NC - linhas de guias de remessa fora dos
      *      totais de faturas, como as de orcamento
      * Mod: 15/10/2026 - NC - adiantamentos deduzidos nas faturas
      *      finais (linhas 'DA') abatem nos totais, como o credito
      * Mod: 15/10/2026 - NC - devolucoes da caixa (linhas 'D')
      *      abatem na receita e ficam fora do cruzamento com os
      *      movimentos 'V' (repoem estoque com movimento proprio)
      * Mod: 15/10/2026 - NC - devolucoes a editora (movimento 'R'
      *      dos livros consignados) ficam fora da receita, como as
      *      entradas
      * Mod: 15/10/2026 - NC - vendas a credito da livraria ja
      *      faturadas no FATURA_CLIENTE (VENDASCONTA) saem da linha
      *      LIVROS - a receita conta-se na fatura FT
      * Mod: 15/10/2026 - NC - todas as vendas a credito da livraria
      *      (guia 'CT') saem da linha LIVROS no proprio dia, ainda
      *      por faturar, e nao so as guias ja faturadas
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHO_DIA.
       77 WS-TOTAL-VENDAS                 PIC S9(07)V99 VALUE ZEROS.
       77 WS-CONT-LIVROS                  PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-LIVROS                 PIC 9(07)V99 VALUE ZEROS.
       77 WS-VC-FATURADA                  PIC 9 VALUE 0.
       77 WS-CONT-LIVROS-FAT              PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-LIVROS-FAT             PIC 9(07)V99 VALUE ZEROS.
       77 WS-PATH-FATURA-MES               PIC X(100).
       77 WS-PATH-PAGAMENTOS              PIC X(100).
       77 WS-FS-FATURAMES                 PIC XX.
                       ADD 1 TO WS-TRL-CONT
                       IF FCL-TIPO-REG NOT EQUAL 'C'
                           ADD FCL-TOTAL-PRODUTO TO WS-TRL-HASH
      *                    linhas de orcamento e de guia de remessa
      *                    nao tem efeito contabilistico e ficam fora
      *                    dos totais
                           IF FCL-LINHA-TIPO-DOC NOT EQUAL 'OR'
                            AND FCL-LINHA-TIPO-DOC NOT EQUAL 'GR'
                               ADD 1 TO WS-CONT-FATURAS
                               IF FCL-LINHA-TIPO-DOC EQUAL 'NC'
                                OR FCL-LINHA-TIPO-DOC EQUAL 'DA'
                                   SUBTRACT FCL-TOTAL-PRODUTO
                                       FROM WS-TOTAL-FATURAS
                               ELSE
                       ADD 1 TO WS-CONT-VENDAS
      *                linhas de resgate de pontos ('R') abatem na
      *                receita; vendas de vales ('G') sao
      *                responsabilidade, nao receita; devolucoes
      *                ('D') abatem como o resgate
                       EVALUATE VDL-PROMO-ARTIGO
                           WHEN 'R'
                           WHEN 'D'
                               SUBTRACT WS-VALOR-LINHA
                                   FROM WS-TOTAL-VENDAS
                           WHEN 'G'
               PERFORM 3000-CONFERIR-TRAILER
           END-IF.

      *-----------------------
      * vendas a credito da livraria: o movimento traz a guia 'CT' +
      * numero da venda e a receita conta-se na fatura FT do
      * FATURA_CLIENTE quando a guia for faturada - fica sempre fora
      * da linha LIVROS, faturada ou nao, como no LANC_CONTAB
      *-----------------------
       1310-VERIFICAR-VENDA-FATURADA.
           MOVE 0 TO WS-VC-FATURADA.
           IF LVL-LIVROS-GUIA (1:2) EQUAL 'CT'
               MOVE 1 TO WS-VC-FATURADA
           END-IF.

      *-----------------------
      * VENDAS_LIBR - soma VALOR-FINAL de cada linha de LIVROSOUT
      *-----------------------
                       COMPUTE WS-VALOR-LINHA =
                           WS-VALOR-LINHA -
                           (WS-VALOR-LINHA * LVL-LIVRO-DESC / 100)
                       PERFORM 1310-VERIFICAR-VENDA-FATURADA
                       IF WS-VC-FATURADA EQUAL 1
                           ADD 1 TO WS-CONT-LIVROS-FAT
                           ADD WS-VALOR-LINHA TO WS-TOTAL-LIVROS-FAT
                       ELSE
                       IF LVL-LIVRO-TIPO NOT EQUAL 'E'
                        AND LVL-LIVRO-TIPO NOT EQUAL 'R'
                       ADD 1 TO WS-CONT-LIVROS
                       END-IF
                       IF LVL-LIVRO-TIPO EQUAL 'E'
                        OR LVL-LIVRO-TIPO EQUAL 'R'
                           CONTINUE
                       ELSE
                       IF LVL-LIVRO-TIPO EQUAL 'D'
                           ADD WS-VALOR-LINHA TO WS-TOTAL-LIVROS
                       END-IF
                       END-IF
                       END-IF
                      END-IF
                      END-IF
                   END-READ
                       IF VDL-DATA-VENDA EQUAL WS-DATA-HOJE
                        AND VDL-PROMO-ARTIGO NOT EQUAL 'R'
                        AND VDL-PROMO-ARTIGO NOT EQUAL 'G'
                        AND VDL-PROMO-ARTIGO NOT EQUAL 'D'
                           PERFORM 1510-ACUMULAR-ARTIGO-DIA
                       END-IF
                      END-IF
                   "  TOTAL: " WS-TOTAL-VENDAS
           DISPLAY " LIVROS   REGISTOS: " WS-CONT-LIVROS
                   "  TOTAL: " WS-TOTAL-LIVROS
           IF WS-CONT-LIVROS-FAT > ZEROS
               DISPLAY "  (FORA: " WS-CONT-LIVROS-FAT
                   " VENDAS A CREDITO - "
                   WS-TOTAL-LIVROS-FAT " A FATURAR NA FATURA FT)"
           END-IF
           DISPLAY " GAS      EMITIDAS: " WS-CONT-GAS
                   "  TOTAL: " WS-TOTAL-GAS
                   "  PAGAS: " WS-CONT-GAS-PAGOS
