      * Mod: 10/10/2026 - NC - lado dedutivel alimentado do registo
      *      de compras: o apuramento passa a fechar com IVA
      *      liquidado, IVA dedutivel e posicao liquida por taxa
      * Mod: 15/10/2026 - NC - regularizacao a favor do IVA das
      *      faturas de gas abatidas como incobraveis, no periodo
      *      da data do abate
      * Mod: 15/10/2026 - NC - linhas de guias de remessa ('GR') fora
      *      da declaracao, como as de orcamento
      * Mod: 15/10/2026 - NC - adiantamentos deduzidos nas faturas
      *      finais (linhas 'DA') regularizam o IVA liquidado na
      *      fatura de adiantamento
      * Mod: 15/10/2026 - NC - devolucoes da caixa (linhas 'D' de
      *      VENDASOUT) regularizam o IVA liquidado na venda
      * Mod: 15/10/2026 - NC - devolucoes a editora (movimento 'R'
      *      dos livros consignados) nao liquidam IVA
      * Mod: 15/10/2026 - NC - notas de credito de fornecedor (base e
      *      IVA negativos em COMPRAS) abatem ao IVA dedutivel
      * Mod: 15/10/2026 - NC - desenho do registo de compras com a
      *      data de vencimento da fatura
      * Mod: 15/10/2026 - NC - desenho do registo de compras com o
      *      tipo de custo de importacao
      * Mod: 15/10/2026 - NC - resultado de cada apuramento acrescentado
      *      ao ficheiro APURAMENTOS, de onde a previsao de tesouraria
      *      tira o pagamento do IVA
      * Mod: 15/10/2026 - NC - vendas a credito da livraria (guia
      *      'CT') fora das vendas da livraria: o IVA vem na fatura FT
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. APURAMENTO_IVA.
           WS-PATH-DATAPROC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DATAPROC.
           SELECT APURAMENTOS ASSIGN TO
           WS-PATH-APURAMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-APURAMENTOS.
           DATA DIVISION.
           FILE SECTION.
       FD FATURAOUT.

      *-----------------------
      * registo de compras do REGISTO_COMPRAS: o IVA dedutivel da
      * declaracao, por taxa (notas de credito com valores negativos)
      *-----------------------
       FD COMPRAS.
           01 COMPRA-REG.
               03 CP-DOC                  PIC X(12).
               03 CP-DATA                 PIC 9(08).
               03 CP-TAXA                 PIC 9(02).
               03 CP-BASE                 PIC S9(07)V99.
               03 CP-IVA                  PIC S9(07)V99.
               03 CP-NUM-ENCOMENDA        PIC 9(06).
               03 CP-DATA-VENCIMENTO      PIC 9(08).
               03 CP-CUSTO-IMPORTACAO     PIC X(01).

       FD DATAPROC.
           01 DATAPROC-REG.
               03 DP-DATA                 PIC 9(08).
               03 DP-ESTADO               PIC X(01).

       FD APURAMENTOS.
       COPY APURIVA.

       WORKING-STORAGE SECTION.
       77 WS-PATH-FATURAOUT               PIC X(100).
       77 WS-PATH-VENDASOUT               PIC X(100).
       77 WS-ENDOFFILECOMPRAS             PIC 99 VALUE ZEROS.
       77 WS-DED-SLOT                     PIC 9(01).
       77 WS-POS-LIQUIDA                  PIC S9(09)V99.
       77 WS-PATH-APURAMENTOS             PIC X(100).
       77 WS-FS-APURAMENTOS               PIC XX.
       77 WS-LIQ-TOTAL                    PIC S9(09)V99 VALUE ZEROS.
       77 WS-DED-TOTAL                    PIC S9(09)V99 VALUE ZEROS.
           01 WS-TAB-DEDUTIVEL.
               03 WS-DED-TAXA-ENTRY OCCURS 5 TIMES.
                   05 WS-DED-BASE         PIC S9(09)V99.
       77 WS-IDX-SLOT                     PIC 9(01).
       77 WS-TOT-BASE                     PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-IVA                      PIC S9(09)V99 VALUE ZEROS.
       77 WS-INC-BASE                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-INC-IVA                      PIC 9(09)V99 VALUE ZEROS.

      *-----------------------
      * acumuladores: quatro fontes (1-FATURAS, 2-VENDAS, 3-LIVROS,
           IF WS-PATH-COMPRAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/COMPRAS.txt'
                   TO WS-PATH-COMPRAS
           END-IF
           ACCEPT WS-PATH-APURAMENTOS FROM ENVIRONMENT
               "APURAMENTOS_PATH"
           IF WS-PATH-APURAMENTOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/APURAMENTOS.txt'
                   TO WS-PATH-APURAMENTOS
           END-IF.

       0-PRINCIPAL.
           PERFORM 1400-APURAR-FATURAMES
           PERFORM 1500-APURAR-COMPRAS
           PERFORM 2000-IMPRIMIR-APURAMENTO
           PERFORM 2100-GRAVAR-APURAMENTO
           STOP RUN.

      *-----------------------
                       IF FCL-TIPO-REG EQUAL 'C'
                           MOVE FCL-CAB-DATA TO WS-DATA-DOC
                       ELSE
      *                    linhas de orcamento ('OR') e de guia de
      *                    remessa ('GR') nao liquidam IVA e ficam
      *                    fora da declaracao
                           IF WS-DATA-DOC >= WS-DATA-INICIO
                            AND WS-DATA-DOC <= WS-DATA-FIM
                            AND FCL-LINHA-TIPO-DOC NOT EQUAL 'OR'
                            AND FCL-LINHA-TIPO-DOC NOT EQUAL 'GR'
                               MOVE 1 TO WS-FONTE
                               MOVE FCL-IVA-PRODUTO TO WS-TAXA-LINHA
                               MOVE FCL-TOTALSIVA-PRODUTO
                               MOVE FCL-TOTALIVA-PRODUTO
                                   TO WS-IVA-LINHA
                               IF FCL-LINHA-TIPO-DOC EQUAL 'NC'
                                OR FCL-LINHA-TIPO-DOC EQUAL 'DA'
                                   MOVE -1 TO WS-SINAL-LINHA
                               ELSE
                                   MOVE +1 TO WS-SINAL-LINHA
                       COMPUTE WS-TRL-HASH = WS-TRL-HASH
                           + (VDL-QUANT-ARTIGO * VDL-UNIT-ARTIGO)
      *                linhas de resgate de pontos ('R') nao
      *                liquidam IVA; devolucoes ('D') abatem
                       IF VDL-DATA-VENDA >= WS-DATA-INICIO
                        AND VDL-DATA-VENDA <= WS-DATA-FIM
                        AND VDL-PROMO-ARTIGO NOT EQUAL 'R'
                           COMPUTE WS-IVA-LINHA =
                               (WS-BASE-LINHA * VDL-IVA-ARTIGO) / 100
                           MOVE +1 TO WS-SINAL-LINHA
                           IF VDL-PROMO-ARTIGO EQUAL 'D'
                               MOVE -1 TO WS-SINAL-LINHA
                           END-IF
                           PERFORM 3000-ACUMULAR-LINHA
                       END-IF
                      END-IF

      *-----------------------
      * VENDAS_LIBR - base por linha com o desconto aplicado, como no
      * fecho de dia; devolucoes ('D') abatem ao apuramento e as
      * vendas a credito ('CT' na guia) entram pela fatura FT do
      * FATURA_CLIENTE
      *-----------------------
       1300-APURAR-LIVROSOUT.
           OPEN INPUT LIVROSOUT.
                       IF LVL-LIVRO-DATA >= WS-DATA-INICIO
                        AND LVL-LIVRO-DATA <= WS-DATA-FIM
                        AND LVL-LIVRO-TIPO NOT EQUAL 'E'
                        AND LVL-LIVRO-TIPO NOT EQUAL 'R'
                        AND LVL-LIVROS-GUIA (1:2) NOT EQUAL 'CT'
                           MOVE 3 TO WS-FONTE
                           MOVE LVL-LIVRO-IVA TO WS-TAXA-LINHA
                           COMPUTE WS-BASE-LINHA =
      * CONSUMO-GAS - o IVA liquidado nas faturas de gas, pela data
      * de emissao; FATURAMES e o ficheiro mestre vivo (sem trailer
      * de controlo), faturas com anomalia em revisao manual nao
      * contam; uma fatura abatida como incobravel ('I') regulariza
      * a favor o IVA liquidado, no periodo da data do abate
      *-----------------------
       1400-APURAR-FATURAMES.
           OPEN INPUT FICH-FATURA-MES.
                           MOVE +1 TO WS-SINAL-LINHA
                           PERFORM 3000-ACUMULAR-LINHA
                       END-IF
                       IF FM-ESTADO-PAGAMENTO EQUAL 'I'
                        AND FM-DATA-INCOBRAVEL >= WS-DATA-INICIO
                        AND FM-DATA-INCOBRAVEL <= WS-DATA-FIM
                           MOVE 4 TO WS-FONTE
                           MOVE FM-TAXA-IVA TO WS-TAXA-LINHA
                           COMPUTE WS-BASE-LINHA =
                               FM-VALOR-BASE + FM-VALOR-TERMO-FIXO
                           MOVE FM-VALOR-IVA TO WS-IVA-LINHA
                           MOVE -1 TO WS-SINAL-LINHA
                           PERFORM 3000-ACUMULAR-LINHA
                           ADD WS-BASE-LINHA TO WS-INC-BASE
                           ADD WS-IVA-LINHA TO WS-INC-IVA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-FATURA-MES
                OR WS-DED-IVA (WS-IDX-SLOT) NOT EQUAL ZEROS
                   COMPUTE WS-POS-LIQUIDA =
                       WS-TOT-IVA - WS-DED-IVA (WS-IDX-SLOT)
                   ADD WS-TOT-IVA TO WS-LIQ-TOTAL
                   ADD WS-DED-IVA (WS-IDX-SLOT) TO WS-DED-TOTAL
                   DISPLAY '   ' WS-NOME-TAXA (WS-IDX-SLOT)
                       ' LIQUIDADO: ' WS-TOT-IVA
                       ' DEDUTIVEL: ' WS-DED-IVA (WS-IDX-SLOT)
                       ' POSICAO: ' WS-POS-LIQUIDA
               END-IF
           END-PERFORM
           IF WS-INC-IVA NOT EQUAL ZEROS
               DISPLAY '--------------------------------------------'
               DISPLAY ' REGULARIZACAO A FAVOR - INCOBRAVEIS DE GAS'
               DISPLAY '   BASE: ' WS-INC-BASE ' IVA: ' WS-INC-IVA
               DISPLAY '   (JA ABATIDA NA FONTE GAS ACIMA)'
           END-IF
           DISPLAY '------------------------------------------------'.

      *-----------------------
      * acrescenta o resultado desta corrida a APURAMENTOS: o ultimo
      * registo e o apuramento que a previsao de tesouraria usa
      *-----------------------
       2100-GRAVAR-APURAMENTO.
           OPEN EXTEND APURAMENTOS
           IF WS-FS-APURAMENTOS EQUAL "35"
               OPEN OUTPUT APURAMENTOS
           END-IF
           IF WS-FS-APURAMENTOS NOT EQUAL "00"
               DISPLAY ' AVISO: APURAMENTO NAO REGISTADO - FILE '
                   'STATUS: ' WS-FS-APURAMENTOS
           ELSE
               MOVE WS-DATA-INICIO TO AP-DATA-INICIO
               MOVE WS-DATA-FIM TO AP-DATA-FIM
               MOVE WS-DATA-NEGOCIO TO AP-DATA-APURAMENTO
               MOVE WS-LIQ-TOTAL TO AP-IVA-LIQUIDADO
               MOVE WS-DED-TOTAL TO AP-IVA-DEDUTIVEL
               COMPUTE AP-POSICAO = WS-LIQ-TOTAL - WS-DED-TOTAL
               WRITE APURAMENTO-REG
               CLOSE APURAMENTOS
               DISPLAY ' POSICAO LIQUIDA DO PERIODO: ' AP-POSICAO
           END-IF.

      *-----------------------
      * devolve a data de processamento do negocio a partir do
      * ficheiro de controlo; sem ficheiro de controlo recorre ao
