      * Mod: 12/09/2026 - NC - o corte de documento das vendas passa
      *      a loja+ticket: cada caixa numera os seus proprios
      *      tickets e o mesmo numero pode existir nas duas lojas
      * Mod: 15/10/2026 - NC - adiantamentos deduzidos nas faturas
      *      finais (linhas 'DA') exportados a negativo, como as
      *      linhas de credito
      * Mod: 15/10/2026 - NC - devolucoes da caixa (linhas 'D' de
      *      VENDASOUT) exportadas a negativo no ticket da devolucao
      * Mod: 15/10/2026 - NC - devolucoes a editora (movimento 'R'
      *      dos livros consignados) nao sao documentos de venda
      * Mod: 15/10/2026 - NC - vendas a credito da livraria (guia
      *      'CT') nao sao exportadas como venda a dinheiro: o
      *      documento e a fatura FT do FATURA_CLIENTE
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFT_EXPORT.
           MOVE WS-DATA-DOC TO SFT-DATA
           MOVE FCL-IVA-PRODUTO TO SFT-TAXA-IVA
           IF FCL-LINHA-TIPO-DOC EQUAL 'NC'
            OR FCL-LINHA-TIPO-DOC EQUAL 'DA'
               COMPUTE SFT-BASE = 0 - FCL-TOTALSIVA-PRODUTO
               COMPUTE SFT-IVA = 0 - FCL-TOTALIVA-PRODUTO
               COMPUTE SFT-TOTAL = 0 - FCL-TOTAL-PRODUTO
           MOVE VDL-NUM-TICKET TO SFT-NUM-DOC
           MOVE VDL-DATA-VENDA TO SFT-DATA
           MOVE VDL-IVA-ARTIGO TO SFT-TAXA-IVA
           IF VDL-PROMO-ARTIGO EQUAL 'D'
               COMPUTE SFT-BASE = 0 - WS-VALOR-LINHA
               COMPUTE SFT-IVA = 0 - WS-IVA-LINHA
               COMPUTE SFT-TOTAL = 0 - WS-VALOR-LINHA - WS-IVA-LINHA
           ELSE
               MOVE WS-VALOR-LINHA TO SFT-BASE
               MOVE WS-IVA-LINHA TO SFT-IVA
               COMPUTE SFT-TOTAL = WS-VALOR-LINHA + WS-IVA-LINHA
           END-IF
           WRITE SAFT-REG
           ADD SFT-TOTAL TO WS-DOC-TOTAL.

       FECHAR-DOC-VENDA.
           MOVE SPACES TO SAFT-REG
      *-----------------------
      * movimentos da livraria: cada venda/devolucao e um documento
      * de uma linha; as entradas de mercadoria nao sao documentos
      * fiscais e as vendas a credito ('CT' na guia) vao na fatura FT
      *-----------------------
       EXPORTAR-LIVROSOUT.
           MOVE SPACES TO WS-ENDOFF
                       IF LVL-LIVRO-DATA >= WS-DATA-INICIO
                        AND LVL-LIVRO-DATA <= WS-DATA-FIM
                        AND LVL-LIVRO-TIPO NOT EQUAL 'E'
                        AND LVL-LIVRO-TIPO NOT EQUAL 'R'
                        AND LVL-LIVROS-GUIA (1:2) NOT EQUAL 'CT'
                           PERFORM EXPORTAR-DOC-LIVRO
                       END-IF
                      END-IF
