      * Mod: 12/09/2026 - NC - o numero de ticket entra na chave da
      *      ordenacao, para as linhas de cada ticket sairem juntas
      *      em VENDASOUT
      * Mod: 15/10/2026 - NC - devolucoes e trocas na caixa contra o
      *      ticket original: linhas 'D' a abater no fecho de caixa e
      *      em VENDASOUT, reembolso pelo metodo original ou em vale,
      *      estorno de pontos, reposicao no inventario (motivo 'D')
      *      e registo DEVOLUCOES contra devolucoes em duplicado
      * Mod: 15/10/2026 - NC - grelha tamanho/cor: cada combinacao e
      *      um artigo proprio com inventario e codigo de barras
      *      (ficheiro VARIANTES), a caixa pede tamanho e cor quando
      *      se le o artigo pai e o ranking mostra o pai ou a grelha
      * Mod: 15/10/2026 - NC - stock por loja (STKLOJA): a venda abate
      *      e a devolucao repoe tambem no stock da loja do terminal
      * Mod: 15/10/2026 - NC - metas mensais de venda por loja e
      *      categoria (ficheiro METAS), com progresso do mes contra
      *      a meta proporcional aos dias uteis (DIA_UTIL) e projecao
      *      do fecho, ticket medio e artigos por ticket
      * Mod: 15/10/2026 - NC - eliminar/corrigir grava na auditoria
      *      a loja e o ticket da linha, para a auditoria diaria da
      *      numeracao de tickets (AUDITA_TICKETS)
      * Mod: 15/10/2026 - NC - NIF do titular no cartao de
      *      fidelizacao e do comprador no vale de oferta, para a
      *      visao unica do cliente por NIF
      * Mod: 15/10/2026 - NC - vendedor (numero de funcionario) em
      *      cada linha do ticket e categoria de comissao no mestre
      *      de artigos, para o lote mensal de comissoes
      * Mod: 21/10/2026 - NC - a listagem tambem liberta o trinco de
      *      execucao antes de terminar - saia pelo GOBACK com o
      *      trinco ativo e a sessao seguinte do dia era recusada
      *      do ticket sob a data de negocio, a linha fica marcada e
      *      ha relatorio de resultados da campanha (dentro contra
      *      fora da janela)
      * Mod: 15/10/2026 - NC - baixa de stock da linha do ticket
      *      devolve sempre ao registo da venda
      ******************************************************************
      *Escreva a DATA DIVISION de um programa de gestão de vendas que
      *aceite como um input um ficheiro de registos O programa deve
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-PROMOCOES.

           SELECT METAS ASSIGN TO
           WS-PATH-METAS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-METAS.

           SELECT CARTOES ASSIGN TO
           WS-PATH-CARTOES
           ORGANIZATION IS SEQUENTIAL
           RECORD KEY IS COD-ROUPA
           FILE STATUS IS WS-FS-INVENTARIO.

           SELECT STKLOJA ASSIGN TO
           WS-PATH-STKLOJA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-CHAVE
           FILE STATUS IS WS-FS-STKLOJA.

           SELECT MOVIMENTOS ASSIGN TO
           WS-PATH-MOVIMENTOS
           ORGANIZATION IS SEQUENTIAL
           WS-PATH-LOCKS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-LOCKS.

           SELECT DEVOLUCOES ASSIGN TO
           WS-PATH-DEVOLUCOES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-DEVOLUCOES.
           SELECT VARIANTES ASSIGN TO
           WS-PATH-VARIANTES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FS-VARIANTES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
               03 PROMO-VENDA              PIC X(01) VALUE SPACES.
               03 HORA-VENDA               PIC X(08) VALUE SPACES.
               03 NUM-CARTAO               PIC 9(09) VALUE ZEROS.
               03 FUNC-ID                  PIC 9(05) VALUE ZEROS.



               03 TEMP-PROMO-VENDA         PIC X(01) VALUE SPACES.
               03 TEMP-HORA-VENDA          PIC X(08) VALUE SPACES.
               03 TEMP-NUM-CARTAO          PIC 9(09) VALUE ZEROS.
               03 TEMP-FUNC-ID             PIC 9(05) VALUE ZEROS.

       FD VENDASOUT.
       COPY VENOUT
               03 CORR-PROMO-VENDA        PIC X(01) VALUE SPACES.
               03 CORR-HORA-VENDA         PIC X(08) VALUE SPACES.
               03 CORR-NUM-CARTAO         PIC 9(09) VALUE ZEROS.
               03 CORR-FUNC-ID            PIC 9(05) VALUE ZEROS.

       FD CHECKPOINT.
       COPY CHECKPT.
               03 ART-NOME                          PIC X(34).
               03 ART-PRECO                         PIC 9(05)V99.
               03 ART-IVA                           PIC 9(02).
               03 ART-CATEGORIA                     PIC X(10).

      *-----------------------
      * controlo da numeracao de tickets: guarda o ultimo numero
               03 CRT-NUM                 PIC 9(09).
               03 CRT-NOME                PIC X(30).
               03 CRT-PONTOS              PIC 9(07).
               03 CRT-NIF                 PIC 9(09).

       FD CARTOESTEMP.
           01 CARTAOTEMP-REG              PIC X(55).

       FD CARTOESMOV.
           01 CARTAOMOV-REG.
           03 CUSTO-PRODUTO PIC 9(05)V99.
           03 CUSTO-ULTIMO  PIC 9(05)V99.

       FD STKLOJA.
       COPY STKLOJA.

       FD MOVIMENTOS.
       01 MOVIMENTO-REG.
           03 MOV-DATA            PIC 9(08).
               03 LCK-HORA                PIC X(08).
               03 LCK-ESTADO              PIC X(01).

      *-----------------------
      * registo das devolucoes na caixa: cada artigo devolvido aponta
      * para o ticket original (loja + numero), para a mesma unidade
      * nao ser devolvida duas vezes; reembolso 'O' pelo metodo
      * original ou 'V' em vale de oferta
      *-----------------------
       FD DEVOLUCOES.
           01 DEVOLUCAO-REG.
               03 DEV-DATA                PIC 9(08).
               03 DEV-COD-LOJA            PIC 9(02).
               03 DEV-NUM-TICKET          PIC 9(06).
               03 DEV-LOJA-ORIG           PIC 9(02).
               03 DEV-TICKET-ORIG         PIC 9(06).
               03 DEV-COD-ARTIGO          PIC 9(05).
               03 DEV-UNIT-ARTIGO         PIC 9(05)V99.
               03 DEV-QUANT               PIC 9(03).
               03 DEV-VALOR               PIC 9(07)V99.
               03 DEV-REEMBOLSO           PIC X(01).
               03 DEV-NUM-VALE            PIC 9(09).
               03 DEV-OPERADOR            PIC X(20).

      *-----------------------
      * grelha tamanho/cor dos artigos de roupa
      *-----------------------
       FD VARIANTES.
       COPY VARIANT.

      *-----------------------
      * referencia cruzada dos codigos de barras EAN-13 da mercadoria
      * para os codigos internos - validada na carga pelo digito de
               03 VAL-VALOR-EMITIDO       PIC 9(05)V99.
               03 VAL-SALDO               PIC 9(05)V99.
               03 VAL-ESTADO              PIC X(01).
               03 VAL-NIF                 PIC 9(09).

       FD VALESTEMP.
           01 VALETEMP-REG                PIC X(41).

       FD VALESMOV.
           01 VALEMOV-REG.
               03 PRO-TIPO                PIC X(01).
               03 PRO-VALOR               PIC 9(05)V99.

      *-----------------------
      * metas mensais de venda por loja: categoria em branco e a
      * meta da loja inteira, que tambem leva o ticket medio e os
      * artigos por ticket pretendidos; uma meta registada de novo
      * para a mesma loja/mes/categoria substitui a anterior
      *-----------------------
       FD METAS.
           01 META-REG.
               03 META-COD-LOJA           PIC 9(02).
               03 META-ANOMES             PIC 9(06).
               03 META-CATEGORIA          PIC X(10).
               03 META-VALOR              PIC 9(07)V99.
               03 META-TICKET-MEDIO       PIC 9(05)V99.
               03 META-ITENS-TICKET       PIC 9(03)V99.

      *-----------------------
      * ficheiro de controlo da data de processamento do negocio:
      * os programas usam esta data em vez do relogio da maquina,
       77 WS-NOME-PROCURA                           PIC X(34).
       77 WS-DATA-ANTERIOR                          PIC 9(08)
                                                      VALUE ZEROS.
       77 WS-SUBTOTAL-DIA                           PIC S9(07)V99
                                                      VALUE ZEROS.
       77 WS-PRIMEIRO-DIA                           PIC X(01) VALUE 'S'.
       77 WS-SINAL-LISTA                            PIC X(01).
       77 OPCAO                                     PIC 99.
       77 WS-PATH-ARTIGOS                           PIC X(100).
       77 WS-FS-ARTIGOS                             PIC XX.
       77 WS-ENDOFFILEARTIGOS                       PIC 99.
       77 WS-LOCK-RESPOSTA                          PIC X(01).
       77 WS-LOCK-RETOMAR                           PIC X(01).
       77 WS-SCAN-VALIDO                            PIC 9.
       77 WS-PATH-DEVOLUCOES                        PIC X(100).
       77 WS-FS-DEVOLUCOES                          PIC XX.
       77 WS-ENDOFFILEDEV                           PIC 99.
       77 WS-DEV-LOJA-ORIG                          PIC 9(02).
       77 WS-DEV-TICKET-ORIG                        PIC 9(06).
       77 WS-DEV-METODO-ORIG                        PIC X(01).
       77 WS-DEV-CARTAO-ORIG                        PIC 9(09).
       77 WS-DEV-FUNC-ORIG                          PIC 9(05).
       77 WS-DEV-VALE-ORIG                          PIC 9(09).
       77 WS-DEV-METODO                             PIC X(01).
       77 WS-DEV-REEMBOLSO                          PIC X(01).
       77 WS-DEV-TROCA                              PIC X(01).
       77 WS-DEV-MAIS                               PIC X(01).
       77 WS-DEV-VALE-NOVO                          PIC 9.
       77 WS-DEV-ART                                PIC 9(05).
       77 WS-DEV-QUANT                              PIC 9(03).
       77 WS-DEV-DISPONIVEL                         PIC 9(04).
       77 WS-DEV-ACHOU                              PIC 9.
       77 WS-DEV-VALOR-LINHA                        PIC 9(07)V99.
       77 WS-DEV-TOTAL                              PIC 9(07)V99
                                                     VALUE ZEROS.
       77 WS-DEV-SALDO-TROCA                        PIC S9(07)V99.
       77 WS-DEV-PONTOS                             PIC 9(05).
       77 WS-DEV-POS                                PIC 9(02).
       77 WS-DEV-IDX                                PIC 9(02).
       77 WS-DEV-NUM-LINHAS                         PIC 9(02)
                                                     VALUE ZEROS.
           01 WS-TAB-DEV.
               03 WS-TAB-DEV-ENTRY OCCURS 50 TIMES.
                   05 WS-DEVL-COD           PIC 9(05).
                   05 WS-DEVL-NOME          PIC X(34).
                   05 WS-DEVL-UNIT          PIC 9(05)V99.
                   05 WS-DEVL-IVA           PIC 9(02).
                   05 WS-DEVL-VENDIDA       PIC 9(04).
                   05 WS-DEVL-DEVOLVIDA     PIC 9(04).
       77 WS-PATH-VARIANTES                         PIC X(100).
       77 WS-FS-VARIANTES                           PIC XX.
       77 WS-ENDOFFILEVAR                           PIC 99.
       77 WS-ART-CATEGORIA                          PIC X(10).
       77 WS-GRL-PAI                                PIC 9(05).
       77 WS-GRL-NOME-PAI                           PIC X(34).
       77 WS-GRL-PRECO                              PIC 9(05)V99.
       77 WS-GRL-IVA                                PIC 9(02).
       77 WS-GRL-CATEGORIA                          PIC X(10).
       77 WS-GRL-CAT-INV                            PIC X(10).
       77 WS-GRL-CUSTO                              PIC 9(05)V99.
       77 WS-GRL-NOME-VAR                           PIC X(34).
       77 WS-GRL-NOME-INV                           PIC X(17).
       77 WS-GRL-TAM-LIDO                           PIC X(04).
       77 WS-GRL-COR-LIDA                           PIC X(10).
       77 WS-GRL-NUM-TAM                            PIC 9(02).
       77 WS-GRL-NUM-COR                            PIC 9(02).
       77 WS-GRL-I                                  PIC 9(02).
       77 WS-GRL-J                                  PIC 9(02).
       77 WS-GRL-PROX-ART                           PIC 9(05).
       77 WS-GRL-PROX-ROUPA                         PIC 9(05).
       77 WS-GRL-CRIADAS                            PIC 9(03).
       77 WS-GRL-EXISTE                             PIC 9.
       77 WS-GRL-TEM-GRELHA                         PIC 9.
       77 WS-GRL-ERRO                               PIC 9.
       77 WS-VAR-ACHOU                              PIC 9.
       77 WS-VAR-FILHO                              PIC 9(05).
           01 WS-GRL-TAMANHOS.
               03 WS-GRL-TAM OCCURS 10 TIMES  PIC X(04).
           01 WS-GRL-CORES.
               03 WS-GRL-COR OCCURS 10 TIMES  PIC X(10).
       77 WS-RANK-VISTA                             PIC X(01).
       77 WS-NUM-VAR                                PIC 9(03)
                                                     VALUE ZEROS.
       77 WS-IDX-VAR                                PIC 9(03).
           01 WS-TAB-VAR.
               03 WS-TAB-VAR-ENTRY OCCURS 500 TIMES.
                   05 WS-TVAR-ARTIGO        PIC 9(05).
                   05 WS-TVAR-NOME-PAI      PIC X(34).
       77 WS-PATH-BARCODES                          PIC X(100).
       77 WS-PATH-EANEXC                            PIC X(100).
       77 WS-FS-BARCODES                            PIC XX.
       77 WS-XREF-EXISTE                            PIC 9.
       77 WS-XREF-COD-ROUPA                         PIC 9(05).
       77 WS-STK-QNT                                PIC S9(04).
       77 WS-PATH-STKLOJA                           PIC X(100).
       77 WS-FS-STKLOJA                             PIC XX.
       77 WS-SL-DELTA                               PIC S9(04).
       77 WS-SL-QNT                                 PIC S9(04).
       77 WS-PATH-VALES                             PIC X(100).
       77 WS-PATH-VALESTEMP                         PIC X(100).
       77 WS-PATH-VALESMOV                          PIC X(100).
       77 WS-VALE-EXISTE                            PIC 9.
       77 WS-VALE-SALDO                             PIC 9(05)V99.
       77 WS-VALE-ESTADO                            PIC X(01).
       77 WS-VALE-NIF                               PIC 9(09).
       77 WS-VALE-RESGATE                           PIC 9(05)V99.
       77 WS-VALE-RESTO                             PIC 9(07)V99.
       77 WS-VALE-ALTERADO                          PIC 9.
                                                     VALUE ZEROS.
       77 WS-CX-RESGATES-DIA                        PIC 9(08)V99
                                                     VALUE ZEROS.
       77 WS-CX-DEVOL-VALES-DIA                     PIC 9(08)V99
                                                     VALUE ZEROS.
       77 WS-CX-VALES-RAZAO                         PIC S9(08)V99
                                                     VALUE ZEROS.
       77 WS-CX-TOTAL-DEVOL                         PIC 9(08)V99
                                                     VALUE ZEROS.
       77 WS-CX-LINHAS-DEVOL                        PIC 9(05)
                                                     VALUE ZEROS.
       77 WS-PATH-CARTOES                           PIC X(100).
       77 WS-PATH-CARTOESTEMP                       PIC X(100).
       77 WS-PATH-CARTOESMOV                        PIC X(100).
       77 WS-CARTAO-TICKET                          PIC 9(09)
                                                     VALUE ZEROS.
       77 WS-CARTAO-EXISTE                          PIC 9.
       77 WS-VENDEDOR-TICKET                        PIC 9(05)
                                                     VALUE ZEROS.
       77 WS-CARTAO-PONTOS                          PIC 9(07).
       77 WS-CARTAO-NOME                            PIC X(30).
       77 WS-TICKET-TOTAL                           PIC 9(07)V99
       77 WS-RESGATE-RESP                           PIC X(01).
       77 WS-CARTAO-DELTA                           PIC S9(07).
       77 WS-CARTAO-ALTERADO                        PIC 9.
       77 WS-RANK-TOTAL-CARTAO                      PIC S9(09)V99
                                                     VALUE ZEROS.
       77 WS-RANK-TOTAL-ANON                        PIC S9(09)V99
                                                     VALUE ZEROS.
       77 WS-HORA-REL-DATA                          PIC 9(08).
       77 WS-HORA-REL-LOJA                          PIC 9(02).
       77 WS-FS-PROMOCOES                           PIC XX.
       77 WS-ENDOFFILEPROMO                         PIC 99.
       77 OPCAO-PROMOCOES                           PIC 9.
       77 WS-PATH-METAS                             PIC X(100).
       77 WS-FS-METAS                               PIC XX.
       77 WS-ENDOFFILEMETAS                         PIC 99.
       77 OPCAO-METAS                               PIC 9.
       77 WS-MTA-ANOMES                             PIC 9(06).
       77 WS-MTA-ANO                                PIC 9(04).
       77 WS-MTA-MES                                PIC 9(02).
       77 WS-MTA-QUOC                               PIC 9(04).
       77 WS-MTA-RESTO                              PIC 9(04).
       77 WS-MTA-DIAS-MES                           PIC 9(02).
       77 WS-MTA-UTEIS-MES                          PIC S9(05).
       77 WS-MTA-UTEIS-DECOR                        PIC S9(05).
       77 WS-MTA-NUM                                PIC 9(03)
                                                     VALUE ZEROS.
       77 WS-MTA-IDX                                PIC 9(03).
       77 WS-MTA-POS                                PIC 9(03).
       77 WS-MTA-NUM-CAT                            PIC 9(03)
                                                     VALUE ZEROS.
       77 WS-MTA-IDX-CAT                            PIC 9(03).
       77 WS-MTA-CATEGORIA                          PIC X(10).
       77 WS-MTA-VALOR-LINHA                        PIC S9(07)V99.
       77 WS-MTA-LOJA-ANT                           PIC 9(02).
       77 WS-MTA-TICKET-ANT                         PIC 9(06).
       77 WS-MTA-META-DATA                          PIC 9(07)V99.
       77 WS-MTA-PROJECAO                           PIC S9(09)V99.
       77 WS-MTA-PERC                               PIC S9(04)V9.
       77 WS-MTA-TICKET-REAL                        PIC S9(05)V99.
       77 WS-MTA-ITENS-REAL                         PIC S9(03)V99.
       77 WS-MTA-VALOR-ED                           PIC -(8)9,99.
       77 WS-MTA-PERC-ED                            PIC -(4)9,9.
       77 WS-MTA-MEDIA-ED                           PIC -(5)9,99.
           01 WS-MTA-TAB-DIAS-X                     PIC X(24)
                                   VALUE '312831303130313130313031'.
           01 WS-MTA-TAB-DIAS REDEFINES WS-MTA-TAB-DIAS-X.
               03 WS-MTA-DIAS OCCURS 12 TIMES       PIC 9(02).
           01 WS-TAB-METAS.
               03 WS-TAB-META-ENTRY OCCURS 200 TIMES.
                   05 WS-TMTA-LOJA          PIC 9(02).
                   05 WS-TMTA-CATEGORIA     PIC X(10).
                   05 WS-TMTA-VALOR         PIC 9(07)V99.
                   05 WS-TMTA-TICKET-MEDIO  PIC 9(05)V99.
                   05 WS-TMTA-ITENS-TICKET  PIC 9(03)V99.
                   05 WS-TMTA-REAL          PIC S9(09)V99.
           01 WS-TAB-MTA-LOJAS.
               03 WS-TAB-MTA-LOJA-ENTRY OCCURS 99 TIMES.
                   05 WS-MTA-LOJA-TICKETS   PIC 9(06).
                   05 WS-MTA-LOJA-ITENS     PIC S9(07).
                   05 WS-MTA-LOJA-VENDAS    PIC S9(09)V99.
           01 WS-TAB-MTA-CATART.
               03 WS-TAB-MTA-CATART-ENTRY OCCURS 999 TIMES.
                   05 WS-MTA-CAT-ARTIGO     PIC 9(05).
                   05 WS-MTA-CAT-CATEGORIA  PIC X(10).
       COPY DIAUTL REPLACING ==:PFX:== BY ==WS-DU==.
       77 WS-PROMO-ATIVA                            PIC 9 VALUE 0.
       77 WS-PROMO-PRECO                            PIC 9(05)V99.
       77 WS-REL-ART                                PIC 9(05).
       77 WS-LOJA-ANTERIOR                          PIC 9(02)
                                                     VALUE ZEROS.
       77 WS-IDX-LOJA                               PIC 9(03).
       77 WS-LOJA-VALOR-LINHA                       PIC S9(07)V99.
       77 WS-TOTAL-GERAL-LOJAS                      PIC S9(09)V99
                                                     VALUE ZEROS.
           01 WS-TAB-LOJAS.
               03 WS-TAB-LOJA-ENTRY OCCURS 99 TIMES.
                   05 WS-LOJA-TOTAL         PIC S9(08)V99.
                   05 WS-LOJA-LINHAS        PIC 9(06).
       77 WS-RANK-ANOMES                            PIC 9(06).
       77 WS-RANK-NUM                               PIC 9(03)
       77 WS-RANK-IDX                               PIC 9(03).
       77 WS-RANK-IDX2                              PIC 9(03).
       77 WS-RANK-ENCONTROU                         PIC 9.
       77 WS-RANK-VALOR-LINHA                       PIC S9(07)V99.
       77 WS-RANK-TOTAL-MES                         PIC S9(09)V99
                                                     VALUE ZEROS.
       77 WS-RANK-ACUMULADO                         PIC S9(09)V99
                                                     VALUE ZEROS.
       77 WS-RANK-PERC-ACUM                         PIC 9(03)V9
                                                     VALUE ZEROS.
       77 WS-RANK-NOME-TROCA                        PIC X(34).
       77 WS-RANK-QUANT-TROCA                       PIC S9(06).
       77 WS-RANK-RECEITA-TROCA                     PIC S9(08)V99.
           01 WS-TAB-RANKING.
               03 WS-TAB-RANK-ENTRY OCCURS 200 TIMES.
                   05 WS-RANK-NOME          PIC X(34).
                   05 WS-RANK-QUANT         PIC S9(06).
                   05 WS-RANK-RECEITA       PIC S9(08)V99.
           01 WS-DADOSVENDAS.
               03 WS-DATA-VENDA          PIC 9(08) VALUE ZEROS.
               03 WS-COD-LOJA            PIC 9(02) VALUE ZEROS.
               03 WS-PROMO-VENDA         PIC X(01) VALUE SPACES.
               03 WS-HORA-VENDA          PIC X(08) VALUE SPACES.
               03 WS-NUM-CARTAO          PIC 9(09) VALUE ZEROS.
               03 WS-FUNC-ID             PIC 9(05) VALUE ZEROS.

       77 WS-AUD-DESCRICAO                          PIC X(40).
       77 WS-NUM-ARTIGOS-STOCK                      PIC 9(03)
               MOVE 'C:/Users/oeira/Downloads/movim.txt'
                   TO WS-PATH-MOVIMENTOS
           END-IF
           ACCEPT WS-PATH-STKLOJA FROM ENVIRONMENT "STKLOJA_PATH"
           IF WS-PATH-STKLOJA EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/stkloja.txt'
                   TO WS-PATH-STKLOJA
           END-IF
           ACCEPT WS-PATH-BARCODES FROM ENVIRONMENT "BARCODES_PATH"
           IF WS-PATH-BARCODES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/BARCODES.txt'
               MOVE 'C:/Users/oeira/Downloads/LOCKS.txt'
                   TO WS-PATH-LOCKS
           END-IF
           ACCEPT WS-PATH-DEVOLUCOES FROM ENVIRONMENT
               "DEVOLUCOES_PATH"
           IF WS-PATH-DEVOLUCOES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/DEVOLUCOES.txt'
                   TO WS-PATH-DEVOLUCOES
           END-IF
           ACCEPT WS-PATH-VARIANTES FROM ENVIRONMENT
               "VARIANTES_PATH"
           IF WS-PATH-VARIANTES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/VARIANTES.txt'
                   TO WS-PATH-VARIANTES
           END-IF
           ACCEPT WS-PATH-METAS FROM ENVIRONMENT "METAS_PATH"
           IF WS-PATH-METAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/METAS.txt'
                   TO WS-PATH-METAS
           END-IF
           PERFORM ASSINAR-OPERADOR
           PERFORM TOMAR-LOCK.

           DISPLAY "12 - CARTOES DE FIDELIZACAO".
           DISPLAY "13 - VALES DE OFERTA".
           DISPLAY "14 - CODIGOS DE BARRAS".
           DISPLAY "15 - DEVOLUCAO / TROCA".
           DISPLAY "16 - METAS DE VENDAS".
           ACCEPT OPCAO.
           DISPLAY '------------------------------- '

               IF OPCAO = 1
               PERFORM INSERIR-DADOS.

               IF OPCAO = 2
               PERFORM PRINCIPAL.


               IF OPCAO = 3
               PERFORM STOP_PROGRAMA.

               IF OPCAO = 4
               PERFORM ELIMINAR-CORRIGIR.

               IF OPCAO = 5
               PERFORM PROCURAR-ARTIGO.

               IF OPCAO = 6
               PERFORM GERIR-ARTIGOS.

               IF OPCAO = 7
               PERFORM FECHO-DE-CAIXA.

               IF OPCAO = 8
               PERFORM RANKING-MENSAL.

               IF OPCAO = 9
               PERFORM RESUMO-POR-LOJA.

               IF OPCAO = 10
               PERFORM MENU-PROMOCOES.

               IF OPCAO = 11
               PERFORM RELATORIO-VENDAS-HORA.

               IF OPCAO = 12
               PERFORM MENU-CARTOES.

               IF OPCAO = 13
               PERFORM MENU-VALES.

               IF OPCAO = 14
               PERFORM MENU-BARCODES.

               IF OPCAO = 15
               PERFORM DEVOLUCAO-TROCA.

               IF OPCAO = 16
               PERFORM MENU-METAS.



       STOP_PROGRAMA.
                           ' - PONTOS: ' WS-CARTAO-PONTOS
               END-IF
           END-IF
      *    o vendedor do ticket fica em todas as linhas: e por ele
      *    que o lote de comissoes reparte as vendas
           DISPLAY 'VENDEDOR (N. DE FUNCIONARIO, 0 SE NENHUM): '
           ACCEPT WS-VENDEDOR-TICKET
           MOVE ZEROS TO WS-TICKET-TOTAL

           MOVE 'S' TO WS-MAIS-ARTIGOS
           PERFORM UNTIL WS-MAIS-ARTIGOS NOT EQUAL 'S'
               PERFORM REGISTAR-LINHA-TICKET
               DISPLAY 'MAIS ARTIGOS NESTE TICKET (S/N)? '
               ACCEPT WS-MAIS-ARTIGOS
           END-PERFORM
       CLOSE VENDAS.
       GO TO INICIO.

      *-----------------------
      * uma linha do ticket em curso (WS-TICKET-ATUAL, com o metodo,
      * o cartao e o vendedor do ticket): leitura do artigo, preco
      * do mestre ou promocional, gravacao em VENDAS e abate no
      * inventario - VENDAS tem de estar aberto em EXTEND
      *-----------------------
       REGISTAR-LINHA-TICKET.
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO DATA-VENDA
           ACCEPT HORA-VENDA FROM TIME
           MOVE WS-LOJA-ATUAL    TO COD-LOJA
           MOVE WS-TICKET-ATUAL  TO NUM-TICKET
           MOVE WS-METODO-TICKET TO METODO-PAGAMENTO
           MOVE WS-CARTAO-TICKET TO NUM-CARTAO
           MOVE WS-VENDEDOR-TICKET TO FUNC-ID
           DISPLAY 'CODIGO DO ARTIGO (OU LEITURA EAN-13): '
           ACCEPT WS-COD-SCAN
      *    uma leitura de mais de cinco digitos e um codigo de
      *    barras: traduz-se pela referencia cruzada
           MOVE 1 TO WS-SCAN-VALIDO
           IF WS-COD-SCAN > 99999
               PERFORM TRADUZIR-EAN
               IF WS-EAN-EXISTE EQUAL 0
                   DISPLAY '*** CODIGO DE BARRAS SEM '
                           'MAPEAMENTO - REGISTADO NAS '
                           'EXCECOES ***'
                   PERFORM ESCREVER-EXCECAO-EAN
                   MOVE 0 TO WS-SCAN-VALIDO
               ELSE
                   MOVE WS-EAN-INTERNO TO WS-ART-PROCURA
               END-IF
           ELSE
               MOVE WS-COD-SCAN TO WS-ART-PROCURA
           END-IF
      *    artigo com grelha: vende-se a variante do tamanho e cor
           IF WS-SCAN-VALIDO EQUAL 1
               PERFORM RESOLVER-VARIANTE
           END-IF
      *    uma leitura invalida nao gera linha: cai direto na
      *    pergunta de mais artigos
           IF WS-SCAN-VALIDO EQUAL 1
           PERFORM 6000-VALIDAR-ARTIGO
           IF WS-ARTIGO-EXISTE EQUAL 0
               DISPLAY '*** ARTIGO ' WS-ART-PROCURA ' NAO EXISTE '
                       'NO FICHEIRO DE ARTIGOS - REGISTE-O '
                       'PRIMEIRO NA OPCAO 6 ***'
           ELSE
               MOVE WS-ART-PROCURA TO COD-ARTIGO
               MOVE WS-ART-NOME    TO NOME-ARTIGO
               MOVE WS-ART-PRECO   TO UNIT-ARTIGO
               MOVE WS-ART-IVA     TO IVA-ARTIGO
      *        promocao em vigor na data de negocio: o preco
      *        promocional entra sozinho e a linha fica marcada
               PERFORM VERIFICAR-PROMOCAO
               IF WS-PROMO-ATIVA EQUAL 1
                   MOVE WS-PROMO-PRECO TO UNIT-ARTIGO
                   MOVE 'S' TO PROMO-VENDA
                   DISPLAY '*** PROMOCAO EM VIGOR - PRECO: '
                           UNIT-ARTIGO ' ***'
               ELSE
                   MOVE 'N' TO PROMO-VENDA
               END-IF
               DISPLAY 'ARTIGO: ' NOME-ARTIGO
               DISPLAY 'QUANTIDADE: '
               ACCEPT QUANT-ARTIGO

               WRITE VENDAS-DADOS
               IF WS-FS NOT EQUAL ZEROS
                   DISPLAY 'NÃO FOI POSSÍVEL REGISTAR DADOS'
                   DISPLAY 'FILE STATUS: ' WS-FS
                   MOVE WS-FS TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   DISPLAY 'LINHA REGISTADA NO TICKET '
                           NUM-TICKET
                   COMPUTE WS-CX-VALOR-LINHA =
                       QUANT-ARTIGO * UNIT-ARTIGO
                   COMPUTE WS-CX-VALOR-LINHA =
                       WS-CX-VALOR-LINHA +
                       (WS-CX-VALOR-LINHA * IVA-ARTIGO / 100)
                   ADD WS-CX-VALOR-LINHA TO WS-TICKET-TOTAL
                   PERFORM ABATER-STOCK-LINHA
                      THRU ABATER-STOCK-LINHA-FIM
                   MOVE NOME-ARTIGO TO WS-AUD-DESCRICAO
                   PERFORM ESCREVER-AUDITORIA
               END-IF
           END-IF
           END-IF.

      *-----------------------
      * devolucao (e troca) na caixa: aponta para o ticket original
      * (loja + numero), so deixa devolver o que foi vendido nesse
      * ticket e ainda nao foi devolvido, grava as linhas 'D' num
      * ticket novo, repoe o inventario, reembolsa pelo metodo
      * original ou em vale de oferta e estorna os pontos do cartao;
      * na troca, os artigos novos entram no mesmo ticket e so a
      * diferenca se cobra ou reembolsa
      *-----------------------
       DEVOLUCAO-TROCA.
           DISPLAY '-------//DEVOLUCAO / TROCA//-------'
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-PER-ANOMES
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO EQUAL 1
               DISPLAY '*** O PERIODO ' WS-PER-ANOMES ' JA FOI FECHADO '
                   '- DEVOLUCAO RECUSADA ***'
               GO TO DEVOLUCAO-TROCA-FIM
           END-IF
           DISPLAY 'LOJA DO TICKET ORIGINAL: '
           ACCEPT WS-DEV-LOJA-ORIG
           DISPLAY 'NUMERO DO TICKET ORIGINAL: '
           ACCEPT WS-DEV-TICKET-ORIG
           PERFORM CARREGAR-TICKET-ORIGINAL
           IF WS-DEV-NUM-LINHAS EQUAL ZEROS
               DISPLAY '*** TICKET ' WS-DEV-TICKET-ORIG ' DA LOJA '
                   WS-DEV-LOJA-ORIG ' SEM VENDAS REGISTADAS ***'
               GO TO DEVOLUCAO-TROCA-FIM
           END-IF
           PERFORM CARREGAR-DEVOLUCOES-ANTERIORES
           DISPLAY 'TICKET ' WS-DEV-TICKET-ORIG ' - METODO: '
               WS-DEV-METODO-ORIG ' - CARTAO: ' WS-DEV-CARTAO-ORIG
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
               UNTIL WS-DEV-IDX > WS-DEV-NUM-LINHAS
               DISPLAY ' ' WS-DEVL-COD (WS-DEV-IDX) ' '
                   WS-DEVL-NOME (WS-DEV-IDX)
                   ' PRECO: ' WS-DEVL-UNIT (WS-DEV-IDX)
                   ' VENDIDAS: ' WS-DEVL-VENDIDA (WS-DEV-IDX)
                   ' JA DEVOLVIDAS: ' WS-DEVL-DEVOLVIDA (WS-DEV-IDX)
           END-PERFORM

           DISPLAY 'TROCA POR OUTROS ARTIGOS (S/N)? '
           ACCEPT WS-DEV-TROCA
           IF WS-DEV-TROCA EQUAL 's'
               MOVE 'S' TO WS-DEV-TROCA
           END-IF
      *    a troca acerta-se no metodo original; so a devolucao
      *    simples pode ir para vale de oferta
           IF WS-DEV-TROCA EQUAL 'S'
               MOVE 'O' TO WS-DEV-REEMBOLSO
           ELSE
               DISPLAY 'REEMBOLSO (O-METODO ORIGINAL/V-VALE DE '
                   'OFERTA): '
               ACCEPT WS-DEV-REEMBOLSO
               PERFORM UNTIL WS-DEV-REEMBOLSO = 'O'
                          OR WS-DEV-REEMBOLSO = 'V'
                   DISPLAY 'REEMBOLSO INVALIDO. VALORES ACEITES: O/V'
                   ACCEPT WS-DEV-REEMBOLSO
               END-PERFORM
           END-IF
           MOVE 0 TO WS-DEV-VALE-NOVO
           MOVE ZEROS TO WS-VALE-TICKET
           MOVE ZEROS TO WS-VALE-NIF
           IF WS-DEV-REEMBOLSO EQUAL 'O'
               MOVE WS-DEV-METODO-ORIG TO WS-DEV-METODO
      *        ticket pago com vale: o metodo original e o proprio
      *        vale, que volta a ter saldo
               IF WS-DEV-METODO-ORIG EQUAL 'V'
                   IF WS-DEV-VALE-ORIG EQUAL ZEROS
                       DISPLAY '*** VALE DO TICKET ORIGINAL NAO '
                           'ENCONTRADO - REEMBOLSO EM VALE NOVO ***'
                       MOVE 'V' TO WS-DEV-REEMBOLSO
                   ELSE
                       MOVE WS-DEV-VALE-ORIG TO WS-VALE-TICKET
                   END-IF
               END-IF
           END-IF
           IF WS-DEV-REEMBOLSO EQUAL 'V'
            AND WS-VALE-TICKET EQUAL ZEROS
               MOVE 'V' TO WS-DEV-METODO
               MOVE 1 TO WS-DEV-VALE-NOVO
               MOVE 1 TO WS-VALE-EXISTE
               PERFORM UNTIL WS-VALE-EXISTE EQUAL 0
                   DISPLAY 'NUMERO DO VALE A EMITIR: '
                   ACCEPT WS-VALE-TICKET
                   PERFORM VALIDAR-VALE
                   IF WS-VALE-EXISTE EQUAL 1
                       DISPLAY '*** VALE JA EXISTE ***'
                   END-IF
               END-PERFORM
               DISPLAY 'NIF DO CLIENTE (0 SE ANONIMO): '
               ACCEPT WS-VALE-NIF
           END-IF

           MOVE "00" TO WS-FS
           OPEN EXTEND VENDAS
           IF WS-FS EQUAL "35"
               OPEN OUTPUT VENDAS
           END-IF
           IF WS-FS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR VENDAS - FILE STATUS: ' WS-FS
               MOVE WS-FS TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO DEVOLUCAO-TROCA-FIM
           END-IF
           PERFORM OBTER-NUMERO-TICKET
           DISPLAY 'TICKET N. ' WS-TICKET-ATUAL
           MOVE ZEROS TO WS-DEV-TOTAL
           MOVE 'S' TO WS-DEV-MAIS
           PERFORM UNTIL WS-DEV-MAIS NOT EQUAL 'S'
               PERFORM REGISTAR-LINHA-DEVOLUCAO
               DISPLAY 'MAIS ARTIGOS A DEVOLVER (S/N)? '
               ACCEPT WS-DEV-MAIS
           END-PERFORM
           IF WS-DEV-TOTAL EQUAL ZEROS
               DISPLAY '*** NENHUM ARTIGO DEVOLVIDO ***'
               CLOSE VENDAS
               GO TO DEVOLUCAO-TROCA-FIM
           END-IF

      *    reembolso: em vale (novo ou o do ticket original) fica no
      *    razao de vales como movimento 'D'; nos outros metodos sai
      *    da gaveta pela linha 'D' do fecho de caixa
           IF WS-DEV-METODO EQUAL 'V'
               IF WS-DEV-VALE-NOVO EQUAL 1
                   PERFORM EMITIR-VALE-DEVOLUCAO
               ELSE
                   MOVE WS-DEV-TOTAL TO WS-VALE-RESGATE
                   PERFORM REPOR-SALDO-VALE
               END-IF
               MOVE 'D' TO VMV-TIPO
               MOVE WS-DEV-TOTAL TO VMV-VALOR
               PERFORM ESCREVER-MOV-VALE
               DISPLAY 'CREDITADO NO VALE ' WS-VALE-TICKET ': '
                   WS-DEV-TOTAL
           END-IF

      *    estorno dos pontos ganhos com o que foi devolvido (um
      *    ponto por euro, como no acumulo)
           IF WS-DEV-CARTAO-ORIG NOT EQUAL ZEROS
               MOVE WS-DEV-CARTAO-ORIG TO WS-CARTAO-TICKET
               MOVE WS-DEV-TOTAL TO WS-DEV-PONTOS
               IF WS-DEV-PONTOS > ZEROS
                   COMPUTE WS-CARTAO-DELTA = ZERO - WS-DEV-PONTOS
                   PERFORM ATUALIZAR-PONTOS-CARTAO
                   MOVE 'D' TO CMV-TIPO
                   MOVE WS-DEV-PONTOS TO CMV-PONTOS
                   PERFORM ESCREVER-MOV-CARTAO
                   DISPLAY 'PONTOS ESTORNADOS: ' WS-DEV-PONTOS
               END-IF
           END-IF

           IF WS-DEV-TROCA EQUAL 'S'
               PERFORM REGISTAR-TROCA
           ELSE
               IF WS-DEV-METODO NOT EQUAL 'V'
                   DISPLAY '*** A REEMBOLSAR (METODO '
                       WS-DEV-METODO '): ' WS-DEV-TOTAL ' ***'
               END-IF
           END-IF
           CLOSE VENDAS
           MOVE ZEROS TO WS-CARTAO-TICKET
           MOVE ZEROS TO WS-VALE-TICKET.

       DEVOLUCAO-TROCA-FIM.
           GO TO INICIO.

      *-----------------------
      * linhas vendidas no ticket original, por artigo e preco; as
      * linhas de resgate, de vales e de devolucoes nao contam
      *-----------------------
       CARREGAR-TICKET-ORIGINAL.
           MOVE ZEROS TO WS-DEV-NUM-LINHAS
           MOVE SPACE TO WS-DEV-METODO-ORIG
           MOVE ZEROS TO WS-DEV-CARTAO-ORIG
           MOVE ZEROS TO WS-DEV-FUNC-ORIG
           MOVE ZEROS TO WS-DEV-VALE-ORIG
           SET WS-ENDOFFILEVENDAS TO 0
           OPEN INPUT VENDAS
           IF WS-FS EQUAL ZEROS
               PERFORM UNTIL WS-ENDOFFILEVENDAS EQUAL 1
                   READ VENDAS INTO WS-DADOSVENDAS
                   AT END
                       MOVE 1 TO WS-ENDOFFILEVENDAS
                   NOT AT END
                       IF WS-COD-LOJA EQUAL WS-DEV-LOJA-ORIG
                        AND WS-NUM-TICKET EQUAL WS-DEV-TICKET-ORIG
                        AND WS-PROMO-VENDA NOT EQUAL 'D'
                        AND WS-PROMO-VENDA NOT EQUAL 'R'
                        AND WS-PROMO-VENDA NOT EQUAL 'G'
                           PERFORM GUARDAR-LINHA-ORIGINAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDAS
           END-IF
           IF WS-DEV-METODO-ORIG EQUAL 'V'
               SET WS-ENDOFFILEVALES TO 0
               OPEN INPUT VALESMOV
               IF WS-FS-VALESMOV EQUAL "00"
                   PERFORM UNTIL WS-ENDOFFILEVALES EQUAL 1
                       READ VALESMOV
                       AT END
                           MOVE 1 TO WS-ENDOFFILEVALES
                       NOT AT END
                           IF VMV-TIPO EQUAL 'R'
                            AND VMV-NUM-TICKET EQUAL WS-DEV-TICKET-ORIG
                               MOVE VMV-NUM-VALE TO WS-DEV-VALE-ORIG
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VALESMOV
               END-IF
           END-IF.

       GUARDAR-LINHA-ORIGINAL.
           MOVE WS-METODO-PAGAMENTO TO WS-DEV-METODO-ORIG
           MOVE WS-NUM-CARTAO TO WS-DEV-CARTAO-ORIG
           MOVE WS-FUNC-ID TO WS-DEV-FUNC-ORIG
           MOVE 0 TO WS-DEV-ACHOU
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
               UNTIL WS-DEV-IDX > WS-DEV-NUM-LINHAS
               IF WS-DEVL-COD (WS-DEV-IDX) EQUAL WS-COD-ARTIGO
                AND WS-DEVL-UNIT (WS-DEV-IDX) EQUAL WS-UNIT-ARTIGO
                   MOVE 1 TO WS-DEV-ACHOU
                   ADD WS-QUANT-ARTIGO TO WS-DEVL-VENDIDA (WS-DEV-IDX)
                   MOVE WS-DEV-NUM-LINHAS TO WS-DEV-IDX
               END-IF
           END-PERFORM
           IF WS-DEV-ACHOU EQUAL 0
            AND WS-DEV-NUM-LINHAS < 50
               ADD 1 TO WS-DEV-NUM-LINHAS
               MOVE WS-COD-ARTIGO TO WS-DEVL-COD (WS-DEV-NUM-LINHAS)
               MOVE WS-NOME-ARTIGO TO WS-DEVL-NOME (WS-DEV-NUM-LINHAS)
               MOVE WS-UNIT-ARTIGO TO WS-DEVL-UNIT (WS-DEV-NUM-LINHAS)
               MOVE WS-IVA-ARTIGO TO WS-DEVL-IVA (WS-DEV-NUM-LINHAS)
               MOVE WS-QUANT-ARTIGO
                   TO WS-DEVL-VENDIDA (WS-DEV-NUM-LINHAS)
               MOVE ZEROS TO WS-DEVL-DEVOLVIDA (WS-DEV-NUM-LINHAS)
           END-IF.

      *-----------------------
      * o que ja foi devolvido deste ticket em devolucoes anteriores
      *-----------------------
       CARREGAR-DEVOLUCOES-ANTERIORES.
           SET WS-ENDOFFILEDEV TO 0
           OPEN INPUT DEVOLUCOES
           IF WS-FS-DEVOLUCOES EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEDEV EQUAL 1
                   READ DEVOLUCOES
                   AT END
                       MOVE 1 TO WS-ENDOFFILEDEV
                   NOT AT END
                       IF DEV-LOJA-ORIG EQUAL WS-DEV-LOJA-ORIG
                        AND DEV-TICKET-ORIG EQUAL WS-DEV-TICKET-ORIG
                           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                               UNTIL WS-DEV-IDX > WS-DEV-NUM-LINHAS
                               IF WS-DEVL-COD (WS-DEV-IDX)
                                   EQUAL DEV-COD-ARTIGO
                                AND WS-DEVL-UNIT (WS-DEV-IDX)
                                   EQUAL DEV-UNIT-ARTIGO
                                   ADD DEV-QUANT
                                     TO WS-DEVL-DEVOLVIDA (WS-DEV-IDX)
                                   MOVE WS-DEV-NUM-LINHAS TO WS-DEV-IDX
                               END-IF
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVOLUCOES
           END-IF.

      *-----------------------
      * um artigo devolvido: confere a quantidade contra o que ainda
      * esta por devolver, grava a linha 'D' (ao preco e IVA da
      * venda original, com o cartao e o vendedor do ticket
      * original), repoe o inventario e regista a devolucao
      *-----------------------
       REGISTAR-LINHA-DEVOLUCAO.
           DISPLAY 'CODIGO DO ARTIGO A DEVOLVER: '
           ACCEPT WS-DEV-ART
           MOVE 0 TO WS-DEV-ACHOU
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
               UNTIL WS-DEV-IDX > WS-DEV-NUM-LINHAS
               IF WS-DEVL-COD (WS-DEV-IDX) EQUAL WS-DEV-ART
                AND WS-DEVL-VENDIDA (WS-DEV-IDX) >
                    WS-DEVL-DEVOLVIDA (WS-DEV-IDX)
                   MOVE 1 TO WS-DEV-ACHOU
                   MOVE WS-DEV-IDX TO WS-DEV-POS
                   MOVE WS-DEV-NUM-LINHAS TO WS-DEV-IDX
               END-IF
           END-PERFORM
           IF WS-DEV-ACHOU EQUAL 0
               DISPLAY '*** ARTIGO ' WS-DEV-ART ' NAO VENDIDO NESTE '
                   'TICKET OU JA TODO DEVOLVIDO ***'
           ELSE
               MOVE WS-DEV-POS TO WS-DEV-IDX
               COMPUTE WS-DEV-DISPONIVEL =
                   WS-DEVL-VENDIDA (WS-DEV-IDX)
                   - WS-DEVL-DEVOLVIDA (WS-DEV-IDX)
               DISPLAY 'QUANTIDADE A DEVOLVER (ATE '
                   WS-DEV-DISPONIVEL '): '
               ACCEPT WS-DEV-QUANT
               IF WS-DEV-QUANT EQUAL ZEROS
                OR WS-DEV-QUANT > WS-DEV-DISPONIVEL
                   DISPLAY '*** QUANTIDADE INVALIDA - SO HA '
                       WS-DEV-DISPONIVEL ' POR DEVOLVER ***'
               ELSE
                   PERFORM ESCREVER-LINHA-DEVOLUCAO
               END-IF
           END-IF.

       ESCREVER-LINHA-DEVOLUCAO.
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO DATA-VENDA
           ACCEPT HORA-VENDA FROM TIME
           MOVE WS-LOJA-ATUAL TO COD-LOJA
           MOVE WS-TICKET-ATUAL TO NUM-TICKET
           MOVE WS-DEV-METODO TO METODO-PAGAMENTO
           MOVE WS-DEVL-COD (WS-DEV-IDX) TO COD-ARTIGO
           MOVE WS-DEVL-NOME (WS-DEV-IDX) TO NOME-ARTIGO
           MOVE WS-DEV-QUANT TO QUANT-ARTIGO
           MOVE WS-DEVL-UNIT (WS-DEV-IDX) TO UNIT-ARTIGO
           MOVE WS-DEVL-IVA (WS-DEV-IDX) TO IVA-ARTIGO
           COMPUTE TOTALSIVA-ARTIGO = QUANT-ARTIGO * UNIT-ARTIGO
           COMPUTE TOTALIVA-ARTIGO =
               TOTALSIVA-ARTIGO * IVA-ARTIGO / 100
           COMPUTE TOTAL-ARTIGO = TOTALSIVA-ARTIGO + TOTALIVA-ARTIGO
           MOVE 'D' TO PROMO-VENDA
           MOVE WS-DEV-CARTAO-ORIG TO NUM-CARTAO
           MOVE WS-DEV-FUNC-ORIG TO FUNC-ID
           WRITE VENDAS-DADOS
           IF WS-FS NOT EQUAL ZEROS
               DISPLAY 'NAO FOI POSSIVEL REGISTAR A DEVOLUCAO'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE WS-FS TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               COMPUTE WS-DEV-VALOR-LINHA =
                   QUANT-ARTIGO * UNIT-ARTIGO
               COMPUTE WS-DEV-VALOR-LINHA =
                   WS-DEV-VALOR-LINHA +
                   (WS-DEV-VALOR-LINHA * IVA-ARTIGO / 100)
               ADD WS-DEV-VALOR-LINHA TO WS-DEV-TOTAL
               ADD WS-DEV-QUANT TO WS-DEVL-DEVOLVIDA (WS-DEV-IDX)
               DISPLAY 'DEVOLUCAO REGISTADA NO TICKET ' NUM-TICKET
                   ': ' WS-DEV-VALOR-LINHA
               PERFORM REPOR-STOCK-LINHA
                   THRU REPOR-STOCK-LINHA-FIM
               PERFORM GRAVAR-DEVOLUCAO
               MOVE SPACES TO WS-AUD-DESCRICAO
               STRING 'DEVOLUCAO DO TICKET ' DELIMITED BY SIZE
                      WS-DEV-TICKET-ORIG DELIMITED BY SIZE
                      ' ART. ' DELIMITED BY SIZE
                      COD-ARTIGO DELIMITED BY SIZE
                   INTO WS-AUD-DESCRICAO
               END-STRING
               PERFORM ESCREVER-AUDITORIA
           END-IF.

       GRAVAR-DEVOLUCAO.
           OPEN EXTEND DEVOLUCOES
           IF WS-FS-DEVOLUCOES EQUAL "35"
               OPEN OUTPUT DEVOLUCOES
           END-IF
           IF WS-FS-DEVOLUCOES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR DEVOLUCOES - FILE STATUS: '
                   WS-FS-DEVOLUCOES
           ELSE
               MOVE DATA-VENDA TO DEV-DATA
               MOVE COD-LOJA TO DEV-COD-LOJA
               MOVE NUM-TICKET TO DEV-NUM-TICKET
               MOVE WS-DEV-LOJA-ORIG TO DEV-LOJA-ORIG
               MOVE WS-DEV-TICKET-ORIG TO DEV-TICKET-ORIG
               MOVE COD-ARTIGO TO DEV-COD-ARTIGO
               MOVE UNIT-ARTIGO TO DEV-UNIT-ARTIGO
               MOVE QUANT-ARTIGO TO DEV-QUANT
               MOVE WS-DEV-VALOR-LINHA TO DEV-VALOR
               MOVE WS-DEV-REEMBOLSO TO DEV-REEMBOLSO
               MOVE WS-VALE-TICKET TO DEV-NUM-VALE
               MOVE WS-OPERADOR TO DEV-OPERADOR
               WRITE DEVOLUCAO-REG
               CLOSE DEVOLUCOES
           END-IF.

      *-----------------------
      * troca: os artigos novos entram no ticket da devolucao, no
      * mesmo metodo; o valor devolvido abate no que se leva e so
      * a diferenca se cobra (ou reembolsa)
      *-----------------------
       REGISTAR-TROCA.
           MOVE WS-DEV-METODO TO WS-METODO-TICKET
           MOVE WS-DEV-CARTAO-ORIG TO WS-CARTAO-TICKET
           DISPLAY 'VENDEDOR DA TROCA (N. DE FUNCIONARIO, 0 SE '
               'NENHUM): '
           ACCEPT WS-VENDEDOR-TICKET
           MOVE ZEROS TO WS-TICKET-TOTAL
           MOVE 'S' TO WS-MAIS-ARTIGOS
           PERFORM UNTIL WS-MAIS-ARTIGOS NOT EQUAL 'S'
               PERFORM REGISTAR-LINHA-TICKET
               DISPLAY 'MAIS ARTIGOS NESTE TICKET (S/N)? '
               ACCEPT WS-MAIS-ARTIGOS
           END-PERFORM
           IF WS-CARTAO-TICKET NOT EQUAL ZEROS
               PERFORM FECHAR-TICKET-CARTAO
           END-IF
           IF WS-METODO-TICKET EQUAL 'V'
      *        o vale ja tem o credito da devolucao: resgata-se dele
               PERFORM VALIDAR-VALE
               PERFORM FECHAR-TICKET-VALE
           ELSE
               COMPUTE WS-DEV-SALDO-TROCA =
                   WS-TICKET-TOTAL - WS-DEV-TOTAL
               IF WS-DEV-SALDO-TROCA < ZEROS
                   COMPUTE WS-DEV-SALDO-TROCA =
                       ZERO - WS-DEV-SALDO-TROCA
                   DISPLAY '*** TROCA - A REEMBOLSAR (METODO '
                       WS-METODO-TICKET '): ' WS-DEV-SALDO-TROCA
                       ' ***'
               ELSE
                   DISPLAY '*** TROCA - A COBRAR (METODO '
                       WS-METODO-TICKET '): ' WS-DEV-SALDO-TROCA
                       ' ***'
               END-IF
           END-IF.

      *-----------------------
      * vale emitido como reembolso de uma devolucao: responsabilidade
      * da loja como o vale vendido, mas sem linha 'G' - o dinheiro
      * nao entra na gaveta, e o valor da linha 'D' que o gera
      *-----------------------
       EMITIR-VALE-DEVOLUCAO.
           OPEN EXTEND VALES
           IF WS-FS-VALES EQUAL "35"
               OPEN OUTPUT VALES
           END-IF
           IF WS-FS-VALES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR VALES - FILE STATUS: '
                       WS-FS-VALES
           ELSE
               MOVE WS-VALE-TICKET TO VAL-NUM
               MOVE WS-DATA-PROCESSAMENTO TO VAL-DATA-EMISSAO
               MOVE WS-DEV-TOTAL TO VAL-VALOR-EMITIDO
               MOVE WS-DEV-TOTAL TO VAL-SALDO
               MOVE 'A' TO VAL-ESTADO
               MOVE WS-VALE-NIF TO VAL-NIF
               WRITE VALE-REG
               CLOSE VALES
           END-IF.

      *-----------------------
      * devolve ao vale em WS-VALE-TICKET o valor em WS-VALE-RESGATE
      * (reembolso pelo metodo original de um ticket pago com vale),
      * reescrevendo o razao pelo temporario
      *-----------------------
       REPOR-SALDO-VALE.
           MOVE 0 TO WS-VALE-ALTERADO.
           SET WS-ENDOFFILEVALES TO 0.
           OPEN INPUT VALES.
           OPEN OUTPUT VALESTEMP.
           IF WS-FS-VALES NOT EQUAL "00"
            OR WS-FS-VALESTEMP NOT EQUAL "00"
               IF WS-FS-VALES EQUAL "00"
                   CLOSE VALES
               END-IF
               IF WS-FS-VALESTEMP EQUAL "00"
                   CLOSE VALESTEMP
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFFILEVALES EQUAL 1
                   READ VALES
                   AT END
                       MOVE 1 TO WS-ENDOFFILEVALES
                   NOT AT END
                       IF VAL-NUM EQUAL WS-VALE-TICKET
                           MOVE 1 TO WS-VALE-ALTERADO
                           ADD WS-VALE-RESGATE TO VAL-SALDO
                           MOVE 'A' TO VAL-ESTADO
                       END-IF
                       WRITE VALETEMP-REG FROM VALE-REG
                   END-READ
               END-PERFORM
               CLOSE VALES
               CLOSE VALESTEMP

               IF WS-VALE-ALTERADO EQUAL 1
                   SET WS-ENDOFFILEVALES TO 0
                   OPEN INPUT VALESTEMP
                   OPEN OUTPUT VALES
                   PERFORM UNTIL WS-ENDOFFILEVALES EQUAL 1
                       READ VALESTEMP
                       AT END
                           MOVE 1 TO WS-ENDOFFILEVALES
                       NOT AT END
                           MOVE VALETEMP-REG TO VALE-REG
                           WRITE VALE-REG
                       END-READ
                   END-PERFORM
                   CLOSE VALESTEMP
                   CLOSE VALES
               END-IF
           END-IF.

      *-----------------------
      * atribui o proximo numero de ticket a partir do ficheiro de
      * controlo e grava logo o numero atualizado
                   REWRITE INVENTARIO-FILE
                   IF WS-FS-INVENTARIO EQUAL "00"
                       PERFORM ESCREVER-MOVIMENTO-VENDA
                       COMPUTE WS-SL-DELTA = ZERO - QUANT-ARTIGO
                       PERFORM ATUALIZAR-STOCK-LOJA
                           THRU ATUALIZAR-STOCK-LOJA-FIM
                   ELSE
                       DISPLAY ' ERRO A REESCREVER INVENTARIO - '
                           'FILE STATUS: ' WS-FS-INVENTARIO
               CLOSE MOVIMENTOS
           END-IF.

      *-----------------------
      * repoe no inventario a quantidade devolvida e escreve o
      * movimento 'D' (devolucao de cliente) no diario
      *-----------------------
       REPOR-STOCK-LINHA.
           MOVE COD-ARTIGO TO WS-ART-PROCURA.
           PERFORM VERIFICAR-XREF-ARTIGO.
           IF WS-XREF-EXISTE EQUAL 0
               DISPLAY ' (ARTIGO SEM LIGACAO AO INVENTARIO - STOCK '
                       'NAO REPOSTO)'
               GO TO REPOR-STOCK-LINHA-FIM
           END-IF.
           OPEN I-O INVENTARIO.
           IF WS-FS-INVENTARIO NOT EQUAL "00"
               DISPLAY ' INVENTARIO NAO DISPONIVEL - FILE STATUS: '
                       WS-FS-INVENTARIO
               GO TO REPOR-STOCK-LINHA-FIM
           END-IF.
           MOVE WS-XREF-COD-ROUPA TO COD-ROUPA.
           READ INVENTARIO
               INVALID KEY
                   DISPLAY ' CODIGO DE ROUPA ' WS-XREF-COD-ROUPA
                       ' NAO ENCONTRADO NO INVENTARIO'
               NOT INVALID KEY
                   MOVE QNT-PRODUTO TO WS-STK-QNT
                   MOVE WS-STK-QNT TO MOV-QNT-ANTERIOR
                   ADD QUANT-ARTIGO TO WS-STK-QNT
                   IF WS-STK-QNT > 999
                       MOVE 999 TO WS-STK-QNT
                   END-IF
                   MOVE WS-STK-QNT TO QNT-PRODUTO
                   REWRITE INVENTARIO-FILE
                   IF WS-FS-INVENTARIO EQUAL "00"
                       MOVE DATA-VENDA TO MOV-DATA
                       ACCEPT MOV-HORA FROM TIME
                       MOVE WS-OPERADOR TO MOV-OPERADOR
                       MOVE WS-XREF-COD-ROUPA TO MOV-COD-ROUPA
                       MOVE QUANT-ARTIGO TO MOV-DELTA
                       MOVE 'D' TO MOV-MOTIVO
                       MOVE CUSTO-PRODUTO TO MOV-CUSTO
                       OPEN EXTEND MOVIMENTOS
                       IF WS-FS-MOVIMENTOS EQUAL "35"
                           OPEN OUTPUT MOVIMENTOS
                       END-IF
                       IF WS-FS-MOVIMENTOS EQUAL "00"
                           WRITE MOVIMENTO-REG
                           CLOSE MOVIMENTOS
                       END-IF
                       MOVE QUANT-ARTIGO TO WS-SL-DELTA
                       PERFORM ATUALIZAR-STOCK-LOJA
                           THRU ATUALIZAR-STOCK-LOJA-FIM
                   ELSE
                       DISPLAY ' ERRO A REESCREVER INVENTARIO - '
                           'FILE STATUS: ' WS-FS-INVENTARIO
                   END-IF
           END-READ.
           CLOSE INVENTARIO.

       REPOR-STOCK-LINHA-FIM.
           EXIT.

      *-----------------------
      * soma WS-SL-DELTA ao stock da loja deste terminal no artigo
      * WS-XREF-COD-ROUPA - a venda de um artigo sem stock na loja
      * segue com aviso e a loja fica a zero
      *-----------------------
       ATUALIZAR-STOCK-LOJA.
           OPEN I-O STKLOJA.
           IF WS-FS-STKLOJA EQUAL "35"
               OPEN OUTPUT STKLOJA
               CLOSE STKLOJA
               OPEN I-O STKLOJA
           END-IF.
           IF WS-FS-STKLOJA NOT EQUAL "00"
               DISPLAY ' STOCK DA LOJA NAO DISPONIVEL - FILE STATUS: '
                       WS-FS-STKLOJA
               GO TO ATUALIZAR-STOCK-LOJA-FIM
           END-IF.
           MOVE WS-LOJA-ATUAL TO SL-COD-LOJA.
           MOVE WS-XREF-COD-ROUPA TO SL-COD-ROUPA.
           READ STKLOJA
               INVALID KEY
                   IF WS-SL-DELTA > 0
                       MOVE WS-SL-DELTA TO SL-QNT
                       WRITE STKLOJA-REG
                           INVALID KEY
                               DISPLAY ' ERRO A GRAVAR STOCK DA LOJA '
                                   '- FILE STATUS: ' WS-FS-STKLOJA
                       END-WRITE
                   ELSE
                       DISPLAY ' *** ARTIGO SEM STOCK REGISTADO NA '
                           'LOJA ' WS-LOJA-ATUAL ' ***'
                   END-IF
               NOT INVALID KEY
                   COMPUTE WS-SL-QNT = SL-QNT + WS-SL-DELTA
                   IF WS-SL-QNT < 0
                       DISPLAY ' *** STOCK INSUFICIENTE NA LOJA '
                           WS-LOJA-ATUAL ' - ABATIDO ATE ZERO ***'
                       MOVE ZEROS TO WS-SL-QNT
                   END-IF
                   IF WS-SL-QNT > 999
                       MOVE 999 TO WS-SL-QNT
                   END-IF
                   MOVE WS-SL-QNT TO SL-QNT
                   REWRITE STKLOJA-REG
                   IF WS-FS-STKLOJA NOT EQUAL "00"
                       DISPLAY ' ERRO A REESCREVER STOCK DA LOJA - '
                           'FILE STATUS: ' WS-FS-STKLOJA
                   END-IF
           END-READ.
           CLOSE STKLOJA.

       ATUALIZAR-STOCK-LOJA-FIM.
           EXIT.

      *-----------------------
      * procura o vale em WS-VALE-TICKET no razao de vales
      *-----------------------
               DISPLAY 'O VALOR TEM DE SER SUPERIOR A ZERO: '
               ACCEPT WS-VALE-RESGATE
           END-PERFORM
           DISPLAY 'NIF DO COMPRADOR (0 SE ANONIMO): '
           ACCEPT WS-VALE-NIF
           PERFORM OBTER-DATA-PROCESSAMENTO

           OPEN EXTEND VALES
           MOVE WS-VALE-RESGATE TO VAL-VALOR-EMITIDO
           MOVE WS-VALE-RESGATE TO VAL-SALDO
           MOVE 'A' TO VAL-ESTADO
           MOVE WS-VALE-NIF TO VAL-NIF
           WRITE VALE-REG
           CLOSE VALES

               MOVE WS-TICKET-ATUAL TO NUM-TICKET
               MOVE 'N' TO METODO-PAGAMENTO
               MOVE ZEROS TO NUM-CARTAO
               MOVE ZEROS TO FUNC-ID
               MOVE 99998 TO COD-ARTIGO
               MOVE 'VENDA DE VALE DE OFERTA' TO NOME-ARTIGO
               MOVE 1 TO QUANT-ARTIGO
                               ' VALOR: ' VAL-VALOR-EMITIDO
                               ' SALDO: ' VAL-SALDO
                               ' ESTADO: ' VAL-ESTADO
                               ' NIF: ' VAL-NIF
                   END-READ
               END-PERFORM
               CLOSE VALES
           MOVE WS-TICKET-ATUAL  TO NUM-TICKET
           MOVE WS-METODO-TICKET TO METODO-PAGAMENTO
           MOVE WS-CARTAO-TICKET TO NUM-CARTAO
           MOVE WS-VENDEDOR-TICKET TO FUNC-ID
           MOVE 99999 TO COD-ARTIGO
           MOVE 'RESGATE DE PONTOS' TO NOME-ARTIGO
           MOVE 1 TO QUANT-ARTIGO
                   MOVE WS-CARTAO-TICKET TO CRT-NUM
                   DISPLAY 'NOME DO TITULAR: '
                   ACCEPT CRT-NOME
                   DISPLAY 'NIF DO TITULAR (0 SE NAO INDICADO): '
                   ACCEPT CRT-NIF
                   MOVE ZEROS TO CRT-PONTOS
                   WRITE CARTAO-REG
                   CLOSE CARTOES
               PERFORM UNTIL WS-ENDOFFILEPROMO EQUAL 1
                   READ PROMOCOES
                   AT END
                       MOVE 1 TO WS-ENDOFFILEPROMO
                   NOT AT END
                       DISPLAY 'ARTIGO: ' PRO-ART-CODIGO
                               ' DE ' PRO-DATA-INICIO
                               ' A ' PRO-DATA-FIM
                               ' TIPO: ' PRO-TIPO
                               ' VALOR: ' PRO-VALOR
                   END-READ
               END-PERFORM
               CLOSE PROMOCOES
           END-IF.

      *-----------------------
      * resultados da campanha: unidades e receita do artigo dentro
      * da janela pedida contra fora dela, para se ver se a
      * promocao vendeu mesmo mais
      *-----------------------
       RESULTADOS-CAMPANHA.
           DISPLAY 'CODIGO DO ARTIGO: '.
           ACCEPT WS-REL-ART.
           DISPLAY 'INICIO DA JANELA (AAAAMMDD): '.
           ACCEPT WS-REL-INICIO.
           DISPLAY 'FIM DA JANELA (AAAAMMDD): '.
           ACCEPT WS-REL-FIM.

           MOVE ZEROS TO WS-REL-UNID-DENTRO WS-REL-UNID-FORA.
           MOVE ZEROS TO WS-REL-VAL-DENTRO WS-REL-VAL-FORA.
           SET WS-ENDOFFILEVENDAS TO 0.

           OPEN INPUT VENDAS.
           IF WS-FS NOT EQUAL ZEROS
               DISPLAY ' ERRO A ABRIR VENDAS - FILE STATUS: ' WS-FS
           ELSE
               PERFORM UNTIL WS-ENDOFFILEVENDAS EQUAL 1
                   READ VENDAS INTO WS-DADOSVENDAS
                   AT END
                       MOVE 1 TO WS-ENDOFFILEVENDAS
                   NOT AT END
                       IF WS-COD-ARTIGO EQUAL WS-REL-ART
                        AND WS-PROMO-VENDA NOT EQUAL 'D'
                           COMPUTE WS-REL-VALOR-LINHA =
                               WS-QUANT-ARTIGO * WS-UNIT-ARTIGO
                           IF WS-DATA-VENDA >= WS-REL-INICIO
                            AND WS-DATA-VENDA <= WS-REL-FIM
                               ADD WS-QUANT-ARTIGO
                                   TO WS-REL-UNID-DENTRO
                               ADD WS-REL-VALOR-LINHA
                                   TO WS-REL-VAL-DENTRO
                           ELSE
                               ADD WS-QUANT-ARTIGO
                                   TO WS-REL-UNID-FORA
                               ADD WS-REL-VALOR-LINHA
                                   TO WS-REL-VAL-FORA
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDAS

               DISPLAY ' '
               DISPLAY 'RESULTADOS DA CAMPANHA DO ARTIGO ' WS-REL-ART
               DISPLAY ' DENTRO DA JANELA - UNIDADES: '
                       WS-REL-UNID-DENTRO
                       '  RECEITA: ' WS-REL-VAL-DENTRO
               DISPLAY ' FORA DA JANELA   - UNIDADES: '
                       WS-REL-UNID-FORA
                       '  RECEITA: ' WS-REL-VAL-FORA
           END-IF.

      *-----------------------
      * metas mensais de venda por loja: registo, listagem e o
      * progresso diario do mes contra a meta proporcional aos dias
      * uteis ja decorridos (calendario FERIADOS via DIA_UTIL)
      *-----------------------
       MENU-METAS.
           DISPLAY '-------//METAS DE VENDAS//-------'.
           DISPLAY ' 1 - REGISTAR META'.
           DISPLAY ' 2 - LISTAR METAS'.
           DISPLAY ' 3 - PROGRESSO DO MES'.
           ACCEPT OPCAO-METAS.

           EVALUATE OPCAO-METAS
               WHEN 1
                   PERFORM REGISTAR-META
               WHEN 2
                   PERFORM LISTAR-METAS
               WHEN 3
                   PERFORM PROGRESSO-METAS THRU PROGRESSO-METAS-FIM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           GO TO INICIO.

       REGISTAR-META.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
           ELSE
               OPEN EXTEND METAS
               IF WS-FS-METAS EQUAL "35"
                   OPEN OUTPUT METAS
               END-IF
               IF WS-FS-METAS NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR METAS - FILE STATUS: '
                           WS-FS-METAS
               ELSE
                   DISPLAY 'LOJA: '
                   ACCEPT META-COD-LOJA
                   PERFORM UNTIL META-COD-LOJA > ZEROS
                       DISPLAY 'LOJA INVALIDA. LOJA: '
                       ACCEPT META-COD-LOJA
                   END-PERFORM
                   DISPLAY 'MES DA META (AAAAMM): '
                   ACCEPT META-ANOMES
                   DISPLAY 'CATEGORIA (EM BRANCO = LOJA INTEIRA): '
                   MOVE SPACES TO META-CATEGORIA
                   ACCEPT META-CATEGORIA
                   DISPLAY 'VALOR DA META (COM IVA): '
                   ACCEPT META-VALOR
                   MOVE ZEROS TO META-TICKET-MEDIO
                   MOVE ZEROS TO META-ITENS-TICKET
                   IF META-CATEGORIA EQUAL SPACES
                       DISPLAY 'TICKET MEDIO PRETENDIDO: '
                       ACCEPT META-TICKET-MEDIO
                       DISPLAY 'ARTIGOS POR TICKET PRETENDIDOS: '
                       ACCEPT META-ITENS-TICKET
                   END-IF
                   WRITE META-REG
                   CLOSE METAS
                   DISPLAY 'META REGISTADA COM SUCESSO'
               END-IF
           END-IF.

       LISTAR-METAS.
           SET WS-ENDOFFILEMETAS TO 0.
           OPEN INPUT METAS.
           IF WS-FS-METAS NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE METAS - FILE STATUS: '
                       WS-FS-METAS
           ELSE
               PERFORM UNTIL WS-ENDOFFILEMETAS EQUAL 1
                   READ METAS
                   AT END
                       MOVE 1 TO WS-ENDOFFILEMETAS
                   NOT AT END
                       MOVE META-VALOR TO WS-MTA-VALOR-ED
                       IF META-CATEGORIA EQUAL SPACES
                           DISPLAY 'LOJA: ' META-COD-LOJA
                                   ' MES: ' META-ANOMES
                                   ' LOJA INTEIRA '
                                   ' META: ' WS-MTA-VALOR-ED
                                   ' TICKET MEDIO: '
                                   META-TICKET-MEDIO
                                   ' ART/TICKET: '
                                   META-ITENS-TICKET
                       ELSE
                           DISPLAY 'LOJA: ' META-COD-LOJA
                                   ' MES: ' META-ANOMES
                                   ' CATEGORIA: ' META-CATEGORIA
                                   ' META: ' WS-MTA-VALOR-ED
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE METAS
           END-IF.

      *-----------------------
      * progresso do mes da data de processamento: real acumulado
      * (com IVA, devolucoes e resgates a abater, vendas de vales
      * fora) contra a meta * dias uteis decorridos / dias uteis do
      * mes, e projecao do fecho ao ritmo atual
      *-----------------------
       PROGRESSO-METAS.
           DISPLAY '-------//PROGRESSO DAS METAS DO MES//-------'.
           PERFORM OBTER-DATA-PROCESSAMENTO.
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-MTA-ANOMES.

           PERFORM CARREGAR-METAS-MES.
           IF WS-MTA-NUM EQUAL ZEROS
               DISPLAY 'SEM METAS REGISTADAS PARA ' WS-MTA-ANOMES
               GO TO PROGRESSO-METAS-FIM
           END-IF.

           PERFORM CONTAR-DIAS-UTEIS-MES.
           IF WS-MTA-UTEIS-MES NOT > ZEROS
               DISPLAY '*** MES ' WS-MTA-ANOMES ' SEM DIAS UTEIS NO '
                       'CALENDARIO ***'
               GO TO PROGRESSO-METAS-FIM
           END-IF.

           PERFORM CARREGAR-CATEGORIAS-ARTIGOS.
           PERFORM VARYING WS-IDX-LOJA FROM 1 BY 1
               UNTIL WS-IDX-LOJA > 99
               MOVE ZEROS TO WS-MTA-LOJA-TICKETS (WS-IDX-LOJA)
               MOVE ZEROS TO WS-MTA-LOJA-ITENS (WS-IDX-LOJA)
               MOVE ZEROS TO WS-MTA-LOJA-VENDAS (WS-IDX-LOJA)
           END-PERFORM.
           MOVE ZEROS TO WS-MTA-LOJA-ANT WS-MTA-TICKET-ANT.

           SET WS-ENDOFFILEVENDAS TO 0.
           OPEN INPUT VENDAS.
           IF WS-FS NOT EQUAL ZEROS
               DISPLAY ' ERRO A ABRIR VENDAS - FILE STATUS: ' WS-FS
               MOVE WS-FS TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO PROGRESSO-METAS-FIM
           END-IF.
           PERFORM UNTIL WS-ENDOFFILEVENDAS EQUAL 1
               READ VENDAS INTO WS-DADOSVENDAS
               AT END
                   MOVE 1 TO WS-ENDOFFILEVENDAS
               NOT AT END
                   IF WS-DATA-VENDA (1:6) EQUAL WS-MTA-ANOMES
                    AND WS-DATA-VENDA NOT > WS-DATA-PROCESSAMENTO
                    AND WS-COD-LOJA > ZEROS
                    AND WS-PROMO-VENDA NOT EQUAL 'G'
                       PERFORM ACUMULAR-LINHA-META
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDAS.

           DISPLAY ' '.
           DISPLAY 'MES: ' WS-MTA-ANOMES '  ATE ' WS-DATA-PROCESSAMENTO
                   '  DIAS UTEIS: ' WS-MTA-UTEIS-DECOR ' DE '
                   WS-MTA-UTEIS-MES.
           PERFORM VARYING WS-MTA-IDX FROM 1 BY 1
               UNTIL WS-MTA-IDX > WS-MTA-NUM
               PERFORM MOSTRAR-PROGRESSO-META
           END-PERFORM.

       PROGRESSO-METAS-FIM.
           EXIT.

      *-----------------------
      * tabela das metas do mes: a ultima registada para a mesma
      * loja e categoria substitui as anteriores
      *-----------------------
       CARREGAR-METAS-MES.
           MOVE ZEROS TO WS-MTA-NUM.
           SET WS-ENDOFFILEMETAS TO 0.
           OPEN INPUT METAS.
           IF WS-FS-METAS EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEMETAS EQUAL 1
                   READ METAS
                   AT END
                       MOVE 1 TO WS-ENDOFFILEMETAS
                   NOT AT END
                       IF META-ANOMES EQUAL WS-MTA-ANOMES
                           PERFORM GUARDAR-META-MES
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE METAS
           END-IF.

       GUARDAR-META-MES.
           MOVE ZEROS TO WS-MTA-POS.
           PERFORM VARYING WS-MTA-IDX FROM 1 BY 1
               UNTIL WS-MTA-IDX > WS-MTA-NUM
               IF WS-TMTA-LOJA (WS-MTA-IDX) EQUAL META-COD-LOJA
                AND WS-TMTA-CATEGORIA (WS-MTA-IDX)
                    EQUAL META-CATEGORIA
                   MOVE WS-MTA-IDX TO WS-MTA-POS
                   MOVE WS-MTA-NUM TO WS-MTA-IDX
               END-IF
           END-PERFORM.
           IF WS-MTA-POS EQUAL ZEROS
               IF WS-MTA-NUM < 200
                   ADD 1 TO WS-MTA-NUM
                   MOVE WS-MTA-NUM TO WS-MTA-POS
               ELSE
                   DISPLAY '*** TABELA DE METAS CHEIA - META DA LOJA '
                           META-COD-LOJA ' IGNORADA ***'
               END-IF
           END-IF.
           IF WS-MTA-POS > ZEROS
               MOVE META-COD-LOJA TO WS-TMTA-LOJA (WS-MTA-POS)
               MOVE META-CATEGORIA TO WS-TMTA-CATEGORIA (WS-MTA-POS)
               MOVE META-VALOR TO WS-TMTA-VALOR (WS-MTA-POS)
               MOVE META-TICKET-MEDIO
                   TO WS-TMTA-TICKET-MEDIO (WS-MTA-POS)
               MOVE META-ITENS-TICKET
                   TO WS-TMTA-ITENS-TICKET (WS-MTA-POS)
               MOVE ZEROS TO WS-TMTA-REAL (WS-MTA-POS)
           END-IF.

      *-----------------------
      * dias uteis do mes inteiro e dos ja decorridos ate a data de
      * processamento, ambos contados pela rotina DIA_UTIL
      *-----------------------
       CONTAR-DIAS-UTEIS-MES.
           MOVE WS-MTA-ANOMES (1:4) TO WS-MTA-ANO.
           MOVE WS-MTA-ANOMES (5:2) TO WS-MTA-MES.
           MOVE WS-MTA-DIAS (WS-MTA-MES) TO WS-MTA-DIAS-MES.
           IF WS-MTA-MES EQUAL 2
               DIVIDE WS-MTA-ANO BY 4 GIVING WS-MTA-QUOC
                   REMAINDER WS-MTA-RESTO
               IF WS-MTA-RESTO EQUAL ZERO
                   MOVE 29 TO WS-MTA-DIAS-MES
                   DIVIDE WS-MTA-ANO BY 100 GIVING WS-MTA-QUOC
                       REMAINDER WS-MTA-RESTO
                   IF WS-MTA-RESTO EQUAL ZERO
                       MOVE 28 TO WS-MTA-DIAS-MES
                       DIVIDE WS-MTA-ANO BY 400 GIVING WS-MTA-QUOC
                           REMAINDER WS-MTA-RESTO
                       IF WS-MTA-RESTO EQUAL ZERO
                           MOVE 29 TO WS-MTA-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE 'C' TO WS-DU-FUNCAO.
           MOVE WS-MTA-ANOMES TO WS-DU-DATA-1 (1:6).
           MOVE '01' TO WS-DU-DATA-1 (7:2).
           MOVE WS-MTA-ANOMES TO WS-DU-DATA-2 (1:6).
           MOVE WS-MTA-DIAS-MES TO WS-DU-DATA-2 (7:2).
           CALL 'DIA_UTIL' USING WS-DU-PEDIDO.
           MOVE WS-DU-RESULTADO TO WS-MTA-UTEIS-MES.

           MOVE 'C' TO WS-DU-FUNCAO.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DU-DATA-2.
           CALL 'DIA_UTIL' USING WS-DU-PEDIDO.
           MOVE WS-DU-RESULTADO TO WS-MTA-UTEIS-DECOR.

       CARREGAR-CATEGORIAS-ARTIGOS.
           MOVE ZEROS TO WS-MTA-NUM-CAT.
           SET WS-ENDOFFILEARTIGOS TO 0.
           OPEN INPUT ARTIGOS.
           IF WS-FS-ARTIGOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEARTIGOS EQUAL 1
                   READ ARTIGOS
                   AT END
                       MOVE 1 TO WS-ENDOFFILEARTIGOS
                   NOT AT END
                       IF WS-MTA-NUM-CAT < 999
                           ADD 1 TO WS-MTA-NUM-CAT
                           MOVE ART-CODIGO
                               TO WS-MTA-CAT-ARTIGO (WS-MTA-NUM-CAT)
                           MOVE ART-CATEGORIA
                               TO WS-MTA-CAT-CATEGORIA (WS-MTA-NUM-CAT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARTIGOS
           END-IF.

      *-----------------------
      * uma linha de venda do mes: valor com IVA (devolucao e
      * resgate de pontos a abater) na loja e nas metas que a
      * cobrem; tickets e artigos contam so as linhas de mercadoria
      *-----------------------
       ACUMULAR-LINHA-META.
           COMPUTE WS-MTA-VALOR-LINHA =
               WS-QUANT-ARTIGO * WS-UNIT-ARTIGO.
           COMPUTE WS-MTA-VALOR-LINHA =
               WS-MTA-VALOR-LINHA +
               (WS-MTA-VALOR-LINHA * WS-IVA-ARTIGO / 100).
           IF WS-PROMO-VENDA EQUAL 'D' OR WS-PROMO-VENDA EQUAL 'R'
               COMPUTE WS-MTA-VALOR-LINHA = ZERO - WS-MTA-VALOR-LINHA
           END-IF.
           ADD WS-MTA-VALOR-LINHA
               TO WS-MTA-LOJA-VENDAS (WS-COD-LOJA).

           IF WS-PROMO-VENDA NOT EQUAL 'D'
            AND WS-PROMO-VENDA NOT EQUAL 'R'
               ADD WS-QUANT-ARTIGO TO WS-MTA-LOJA-ITENS (WS-COD-LOJA)
               IF WS-COD-LOJA NOT EQUAL WS-MTA-LOJA-ANT
                OR WS-NUM-TICKET NOT EQUAL WS-MTA-TICKET-ANT
                   ADD 1 TO WS-MTA-LOJA-TICKETS (WS-COD-LOJA)
                   MOVE WS-COD-LOJA TO WS-MTA-LOJA-ANT
                   MOVE WS-NUM-TICKET TO WS-MTA-TICKET-ANT
               END-IF
           END-IF.

           MOVE SPACES TO WS-MTA-CATEGORIA.
           PERFORM VARYING WS-MTA-IDX-CAT FROM 1 BY 1
               UNTIL WS-MTA-IDX-CAT > WS-MTA-NUM-CAT
               IF WS-MTA-CAT-ARTIGO (WS-MTA-IDX-CAT)
                   EQUAL WS-COD-ARTIGO
                   MOVE WS-MTA-CAT-CATEGORIA (WS-MTA-IDX-CAT)
                       TO WS-MTA-CATEGORIA
                   MOVE WS-MTA-NUM-CAT TO WS-MTA-IDX-CAT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-MTA-IDX FROM 1 BY 1
               UNTIL WS-MTA-IDX > WS-MTA-NUM
               IF WS-TMTA-LOJA (WS-MTA-IDX) EQUAL WS-COD-LOJA
                   IF WS-TMTA-CATEGORIA (WS-MTA-IDX) EQUAL SPACES
                       ADD WS-MTA-VALOR-LINHA
                           TO WS-TMTA-REAL (WS-MTA-IDX)
                   ELSE
                       IF WS-TMTA-CATEGORIA (WS-MTA-IDX)
                           EQUAL WS-MTA-CATEGORIA
                           ADD WS-MTA-VALOR-LINHA
                               TO WS-TMTA-REAL (WS-MTA-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MOSTRAR-PROGRESSO-META.
           COMPUTE WS-MTA-META-DATA ROUNDED =
               WS-TMTA-VALOR (WS-MTA-IDX) * WS-MTA-UTEIS-DECOR
               / WS-MTA-UTEIS-MES.
           IF WS-MTA-UTEIS-DECOR > ZEROS
               COMPUTE WS-MTA-PROJECAO ROUNDED =
                   WS-TMTA-REAL (WS-MTA-IDX) * WS-MTA-UTEIS-MES
                   / WS-MTA-UTEIS-DECOR
           ELSE
               MOVE WS-TMTA-REAL (WS-MTA-IDX) TO WS-MTA-PROJECAO
           END-IF.
           IF WS-MTA-META-DATA > ZEROS
               COMPUTE WS-MTA-PERC ROUNDED =
                   WS-TMTA-REAL (WS-MTA-IDX) * 100 / WS-MTA-META-DATA
           ELSE
               MOVE ZEROS TO WS-MTA-PERC
           END-IF.

           DISPLAY ' '.
           IF WS-TMTA-CATEGORIA (WS-MTA-IDX) EQUAL SPACES
               DISPLAY 'LOJA ' WS-TMTA-LOJA (WS-MTA-IDX)
                       ' - LOJA INTEIRA'
           ELSE
               DISPLAY 'LOJA ' WS-TMTA-LOJA (WS-MTA-IDX)
                       ' - CATEGORIA ' WS-TMTA-CATEGORIA (WS-MTA-IDX)
           END-IF.
           MOVE WS-TMTA-VALOR (WS-MTA-IDX) TO WS-MTA-VALOR-ED.
           DISPLAY '  META DO MES:        ' WS-MTA-VALOR-ED.
           MOVE WS-MTA-META-DATA TO WS-MTA-VALOR-ED.
           DISPLAY '  META ATE A DATA:    ' WS-MTA-VALOR-ED.
           MOVE WS-TMTA-REAL (WS-MTA-IDX) TO WS-MTA-VALOR-ED.
           MOVE WS-MTA-PERC TO WS-MTA-PERC-ED.
           DISPLAY '  REAL ATE A DATA:    ' WS-MTA-VALOR-ED
                   '  (' WS-MTA-PERC-ED '% DA META ATE A DATA)'.
           MOVE WS-MTA-PROJECAO TO WS-MTA-VALOR-ED.
           IF WS-MTA-PROJECAO < WS-TMTA-VALOR (WS-MTA-IDX)
               DISPLAY '  PROJECAO DO FECHO:  ' WS-MTA-VALOR-ED
                       '  *ABAIXO DA META*'
           ELSE
               DISPLAY '  PROJECAO DO FECHO:  ' WS-MTA-VALOR-ED
           END-IF.

           IF WS-TMTA-CATEGORIA (WS-MTA-IDX) EQUAL SPACES
               MOVE WS-TMTA-LOJA (WS-MTA-IDX) TO WS-IDX-LOJA
               MOVE ZEROS TO WS-MTA-TICKET-REAL WS-MTA-ITENS-REAL
               IF WS-MTA-LOJA-TICKETS (WS-IDX-LOJA) > ZEROS
                   COMPUTE WS-MTA-TICKET-REAL ROUNDED =
                       WS-MTA-LOJA-VENDAS (WS-IDX-LOJA)
                       / WS-MTA-LOJA-TICKETS (WS-IDX-LOJA)
                   COMPUTE WS-MTA-ITENS-REAL ROUNDED =
                       WS-MTA-LOJA-ITENS (WS-IDX-LOJA)
                       / WS-MTA-LOJA-TICKETS (WS-IDX-LOJA)
               END-IF
               DISPLAY '  TICKETS:            '
                       WS-MTA-LOJA-TICKETS (WS-IDX-LOJA)
               MOVE WS-MTA-TICKET-REAL TO WS-MTA-MEDIA-ED
               DISPLAY '  TICKET MEDIO:       ' WS-MTA-MEDIA-ED
                       '  META: ' WS-TMTA-TICKET-MEDIO (WS-MTA-IDX)
               MOVE WS-MTA-ITENS-REAL TO WS-MTA-MEDIA-ED
               DISPLAY '  ARTIGOS POR TICKET: ' WS-MTA-MEDIA-ED
                       '  META: ' WS-TMTA-ITENS-TICKET (WS-MTA-IDX)
           END-IF.

      *-----------------------
                        AND (WS-HORA-REL-LOJA EQUAL ZEROS
                         OR WS-COD-LOJA EQUAL WS-HORA-REL-LOJA)
                        AND WS-HORA-VENDA (1:2) NUMERIC
                        AND WS-PROMO-VENDA NOT EQUAL 'D'
                           MOVE WS-HORA-VENDA (1:2)
                               TO WS-HORA-BANDA
                           IF WS-HORA-BANDA < 24
           MOVE ZEROS TO WS-CX-TICKETS-TRANSF WS-CX-TICKET-ANTERIOR.
           MOVE ZEROS TO WS-CX-TOTAL-VALES WS-CX-TICKETS-VALES.
           MOVE ZEROS TO WS-CX-RESGATES-DIA.
           MOVE ZEROS TO WS-CX-DEVOL-VALES-DIA WS-CX-VALES-RAZAO.
           MOVE ZEROS TO WS-CX-TOTAL-DEVOL WS-CX-LINHAS-DEVOL.

           OPEN INPUT VENDAS.
           IF WS-FS NOT EQUAL ZEROS
                               COMPUTE WS-CX-VALOR-LINHA =
                                   ZERO - WS-CX-VALOR-LINHA
                           END-IF
      *                    devolucao: o reembolso sai do metodo
      *                    da linha
                           IF WS-PROMO-VENDA EQUAL 'D'
                               ADD WS-CX-VALOR-LINHA
                                   TO WS-CX-TOTAL-DEVOL
                               ADD 1 TO WS-CX-LINHAS-DEVOL
                               COMPUTE WS-CX-VALOR-LINHA =
                                   ZERO - WS-CX-VALOR-LINHA
                           END-IF
                           EVALUATE WS-METODO-PAGAMENTO
                               WHEN 'N'
                                   ADD WS-CX-VALOR-LINHA
               DISPLAY 'VALES........: ' WS-CX-TOTAL-VALES
                       '  TICKETS: ' WS-CX-TICKETS-VALES
               DISPLAY 'TOTAL DO DIA.: ' WS-CX-TOTAL-DIA
               DISPLAY 'DEVOLUCOES...: ' WS-CX-TOTAL-DEVOL
                       '  LINHAS: ' WS-CX-LINHAS-DEVOL
                       ' (JA ABATIDAS NOS METODOS)'

      *        confere o metodo 'V' contra o razao de vales: a
      *        diferenca e o resto dos tickets que excedeu o saldo
      *        do vale e foi cobrado noutro metodo; os creditos
      *        de devolucoes em vale abatem aos resgates
               SET WS-ENDOFFILEVALES TO 0
               OPEN INPUT VALESMOV
               IF WS-FS-VALESMOV EQUAL "00"
                            AND VMV-DATA EQUAL WS-DATA-CAIXA
                               ADD VMV-VALOR TO WS-CX-RESGATES-DIA
                           END-IF
                           IF VMV-TIPO EQUAL 'D'
                            AND VMV-DATA EQUAL WS-DATA-CAIXA
                               ADD VMV-VALOR
                                   TO WS-CX-DEVOL-VALES-DIA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VALESMOV
               END-IF
               COMPUTE WS-CX-VALES-RAZAO =
                   WS-CX-RESGATES-DIA - WS-CX-DEVOL-VALES-DIA
               DISPLAY 'RESGATES NO RAZAO DE VALES: '
                       WS-CX-RESGATES-DIA
               DISPLAY 'DEVOLUCOES CREDITADAS EM VALE: '
                       WS-CX-DEVOL-VALES-DIA
               IF WS-CX-TOTAL-VALES EQUAL WS-CX-VALES-RAZAO
                   DISPLAY 'VALES RECONCILIADOS COM O RAZAO'
               ELSE
                   DISPLAY '*** DIFERENCA ENTRE O METODO VALE E O '
           MOVE SPACES TO WS-ART-NOME.
           MOVE ZEROS TO WS-ART-PRECO.
           MOVE ZEROS TO WS-ART-IVA.
           MOVE SPACES TO WS-ART-CATEGORIA.

           OPEN INPUT ARTIGOS.
           IF WS-FS-ARTIGOS EQUAL "35"
                           MOVE ART-NOME  TO WS-ART-NOME
                           MOVE ART-PRECO TO WS-ART-PRECO
                           MOVE ART-IVA   TO WS-ART-IVA
                           MOVE ART-CATEGORIA TO WS-ART-CATEGORIA
                       END-IF
                   END-READ
               END-PERFORM
           DISPLAY ' 1 - CRIAR ARTIGO'.
           DISPLAY ' 2 - LISTAR ARTIGOS'.
           DISPLAY ' 3 - LIGAR ARTIGO AO INVENTARIO'.
           DISPLAY ' 4 - GRELHA TAMANHO/COR'.
           DISPLAY ' 5 - LISTAR GRELHA DE UM ARTIGO'.
           ACCEPT OPCAO-ARTIGOS.

           EVALUATE OPCAO-ARTIGOS
                   PERFORM LISTAR-ARTIGOS
               WHEN 3
                   PERFORM LIGAR-ARTIGO-INVENTARIO
               WHEN 4
                   PERFORM CRIAR-GRELHA-VARIANTES
                       THRU CRIAR-GRELHA-VARIANTES-FIM
               WHEN 5
                   PERFORM LISTAR-GRELHA-ARTIGO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
                       DISPLAY 'TAXA DE IVA APLICAVEL: '
                       ACCEPT ART-IVA
                   END-PERFORM
                   DISPLAY 'CATEGORIA DE COMISSAO: '
                   ACCEPT ART-CATEGORIA

                   WRITE ARTIGO-REG
                   IF WS-FS-ARTIGOS NOT EQUAL "00"
                               ' NOME: ' ART-NOME
                               ' PRECO: ' ART-PRECO
                               ' IVA: ' ART-IVA
                               ' CATEGORIA: ' ART-CATEGORIA
                   END-READ
               END-PERFORM
               CLOSE ARTIGOS
           END-IF.

      *-----------------------
      * grelha tamanho/cor de um artigo de roupa: cada combinacao
      * passa a ser um artigo proprio (preco, IVA e categoria do
      * pai), com o seu registo de inventario (estoque a zero, custo
      * do pai), a ligacao ARTROUPA e, se for lido, o seu EAN-13;
      * combinacoes que ja existem na grelha nao se repetem
      *-----------------------
       CRIAR-GRELHA-VARIANTES.
           DISPLAY 'CODIGO DO ARTIGO PAI: '
           ACCEPT WS-GRL-PAI
           MOVE WS-GRL-PAI TO WS-ART-PROCURA
           PERFORM 6000-VALIDAR-ARTIGO
           IF WS-ARTIGO-EXISTE EQUAL 0
               DISPLAY '*** ARTIGO ' WS-GRL-PAI ' NAO EXISTE '
                       'NO FICHEIRO DE ARTIGOS ***'
               GO TO CRIAR-GRELHA-VARIANTES-FIM
           END-IF
           MOVE WS-ART-NOME TO WS-GRL-NOME-PAI
           MOVE WS-ART-PRECO TO WS-GRL-PRECO
           MOVE WS-ART-IVA TO WS-GRL-IVA
           MOVE WS-ART-CATEGORIA TO WS-GRL-CATEGORIA
           PERFORM PROCURAR-VARIANTE-ARTIGO
           IF WS-VAR-ACHOU EQUAL 1
               DISPLAY '*** ARTIGO ' WS-GRL-PAI ' JA E UMA VARIANTE '
                       'DE OUTRA GRELHA ***'
               GO TO CRIAR-GRELHA-VARIANTES-FIM
           END-IF

      *    categoria e custo do inventario vem do registo do pai,
      *    quando o pai esta ligado ao inventario
           MOVE SPACES TO WS-GRL-CAT-INV
           MOVE ZEROS TO WS-GRL-CUSTO
           PERFORM VERIFICAR-XREF-ARTIGO
           IF WS-XREF-EXISTE EQUAL 1
               OPEN INPUT INVENTARIO
               IF WS-FS-INVENTARIO EQUAL "00"
                   MOVE WS-XREF-COD-ROUPA TO COD-ROUPA
                   READ INVENTARIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CAT-PRODUTO TO WS-GRL-CAT-INV
                           MOVE CUSTO-PRODUTO TO WS-GRL-CUSTO
                   END-READ
                   CLOSE INVENTARIO
               END-IF
           END-IF
           IF WS-GRL-CAT-INV EQUAL SPACES
               DISPLAY 'CATEGORIA NO INVENTARIO: '
               ACCEPT WS-GRL-CAT-INV
           END-IF

           MOVE ZEROS TO WS-GRL-NUM-TAM
           DISPLAY 'TAMANHO (VAZIO PARA TERMINAR): '
           ACCEPT WS-GRL-TAM-LIDO
           PERFORM UNTIL WS-GRL-TAM-LIDO EQUAL SPACES
                      OR WS-GRL-NUM-TAM EQUAL 10
               ADD 1 TO WS-GRL-NUM-TAM
               MOVE WS-GRL-TAM-LIDO TO WS-GRL-TAM (WS-GRL-NUM-TAM)
               IF WS-GRL-NUM-TAM < 10
                   DISPLAY 'TAMANHO (VAZIO PARA TERMINAR): '
                   ACCEPT WS-GRL-TAM-LIDO
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-GRL-NUM-COR
           DISPLAY 'COR (VAZIO PARA TERMINAR): '
           ACCEPT WS-GRL-COR-LIDA
           PERFORM UNTIL WS-GRL-COR-LIDA EQUAL SPACES
                      OR WS-GRL-NUM-COR EQUAL 10
               ADD 1 TO WS-GRL-NUM-COR
               MOVE WS-GRL-COR-LIDA TO WS-GRL-COR (WS-GRL-NUM-COR)
               IF WS-GRL-NUM-COR < 10
                   DISPLAY 'COR (VAZIO PARA TERMINAR): '
                   ACCEPT WS-GRL-COR-LIDA
               END-IF
           END-PERFORM
           IF WS-GRL-NUM-TAM EQUAL ZEROS
            OR WS-GRL-NUM-COR EQUAL ZEROS
               DISPLAY '*** A GRELHA PRECISA DE PELO MENOS UM '
                       'TAMANHO E UMA COR ***'
               GO TO CRIAR-GRELHA-VARIANTES-FIM
           END-IF

           PERFORM PROXIMOS-CODIGOS-LIVRES
           MOVE ZEROS TO WS-GRL-CRIADAS
           PERFORM CRIAR-VARIANTE
               VARYING WS-GRL-I FROM 1 BY 1
                 UNTIL WS-GRL-I > WS-GRL-NUM-TAM
               AFTER WS-GRL-J FROM 1 BY 1
                 UNTIL WS-GRL-J > WS-GRL-NUM-COR
           DISPLAY 'VARIANTES CRIADAS: ' WS-GRL-CRIADAS.

       CRIAR-GRELHA-VARIANTES-FIM.
           EXIT.

       CRIAR-VARIANTE.
           MOVE WS-GRL-TAM (WS-GRL-I) TO WS-GRL-TAM-LIDO
           MOVE WS-GRL-COR (WS-GRL-J) TO WS-GRL-COR-LIDA
           PERFORM VERIFICAR-COMBINACAO
           IF WS-GRL-EXISTE EQUAL 1
               DISPLAY ' ' WS-GRL-TAM-LIDO '/' WS-GRL-COR-LIDA
                       ' JA EXISTE NA GRELHA (ARTIGO ' WS-VAR-FILHO
                       ')'
           ELSE
               MOVE SPACES TO WS-GRL-NOME-VAR
               STRING WS-GRL-NOME-PAI DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-GRL-TAM-LIDO DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-GRL-COR-LIDA DELIMITED BY '  '
                   INTO WS-GRL-NOME-VAR
               END-STRING
      *        no inventario o nome e curto: tamanho e cor a frente
               MOVE SPACES TO WS-GRL-NOME-INV
               STRING WS-GRL-TAM-LIDO DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-GRL-COR-LIDA DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-GRL-NOME-PAI DELIMITED BY '  '
                   INTO WS-GRL-NOME-INV
               END-STRING
               MOVE 0 TO WS-GRL-ERRO
               PERFORM GRAVAR-INVENTARIO-VARIANTE
               IF WS-GRL-ERRO EQUAL 0
                   PERFORM GRAVAR-ARTIGO-VARIANTE
               END-IF
               IF WS-GRL-ERRO EQUAL 0
                   ADD 1 TO WS-GRL-CRIADAS
                   DISPLAY ' ' WS-GRL-TAM-LIDO '/' WS-GRL-COR-LIDA
                           ' - ARTIGO ' WS-GRL-PROX-ART
                           ' INVENTARIO ' WS-GRL-PROX-ROUPA
                   PERFORM LER-EAN-VARIANTE
                   MOVE SPACES TO WS-AUD-DESCRICAO
                   STRING 'VARIANTE NOVA: ' DELIMITED BY SIZE
                          WS-GRL-NOME-VAR DELIMITED BY SIZE
                       INTO WS-AUD-DESCRICAO
                   END-STRING
                   PERFORM ESCREVER-AUDITORIA
                   ADD 1 TO WS-GRL-PROX-ART
               END-IF
               ADD 1 TO WS-GRL-PROX-ROUPA
           END-IF.

       GRAVAR-INVENTARIO-VARIANTE.
           OPEN I-O INVENTARIO
           IF WS-FS-INVENTARIO NOT EQUAL "00"
               DISPLAY ' INVENTARIO NAO DISPONIVEL - FILE STATUS: '
                       WS-FS-INVENTARIO
               MOVE 1 TO WS-GRL-ERRO
           ELSE
               MOVE WS-GRL-PROX-ROUPA TO COD-ROUPA
               MOVE WS-GRL-NOME-INV TO NOM-PRODUTO
               MOVE '000' TO QNT-PRODUTO
               MOVE WS-GRL-CAT-INV TO CAT-PRODUTO
               MOVE WS-GRL-CUSTO TO CUSTO-PRODUTO
               MOVE WS-GRL-CUSTO TO CUSTO-ULTIMO
               WRITE INVENTARIO-FILE
                   INVALID KEY
                       DISPLAY ' CODIGO DE ROUPA ' WS-GRL-PROX-ROUPA
                           ' JA EXISTE NO INVENTARIO'
                       MOVE 1 TO WS-GRL-ERRO
               END-WRITE
               CLOSE INVENTARIO
           END-IF.

       GRAVAR-ARTIGO-VARIANTE.
           OPEN EXTEND ARTIGOS
           IF WS-FS-ARTIGOS EQUAL "35"
               OPEN OUTPUT ARTIGOS
           END-IF
           IF WS-FS-ARTIGOS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ARTIGOS - FILE STATUS: '
                       WS-FS-ARTIGOS
               MOVE 1 TO WS-GRL-ERRO
           ELSE
               MOVE WS-GRL-PROX-ART TO ART-CODIGO
               MOVE WS-GRL-NOME-VAR TO ART-NOME
               MOVE WS-GRL-PRECO TO ART-PRECO
               MOVE WS-GRL-IVA TO ART-IVA
               MOVE WS-GRL-CATEGORIA TO ART-CATEGORIA
               WRITE ARTIGO-REG
               CLOSE ARTIGOS
           END-IF
           IF WS-GRL-ERRO EQUAL 0
               OPEN EXTEND ARTROUPA
               IF WS-FS-ARTROUPA EQUAL "35"
                   OPEN OUTPUT ARTROUPA
               END-IF
               IF WS-FS-ARTROUPA EQUAL "00"
                   MOVE WS-GRL-PROX-ART TO AR-ART-CODIGO
                   MOVE WS-GRL-PROX-ROUPA TO AR-COD-ROUPA
                   WRITE ARTROUPA-REG
                   CLOSE ARTROUPA
               END-IF
               OPEN EXTEND VARIANTES
               IF WS-FS-VARIANTES EQUAL "35"
                   OPEN OUTPUT VARIANTES
               END-IF
               IF WS-FS-VARIANTES NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR VARIANTES - FILE STATUS: '
                           WS-FS-VARIANTES
                   MOVE 1 TO WS-GRL-ERRO
               ELSE
                   MOVE WS-GRL-PAI TO VAR-COD-PAI
                   MOVE WS-GRL-NOME-PAI TO VAR-NOME-PAI
                   MOVE WS-GRL-TAM-LIDO TO VAR-TAMANHO
                   MOVE WS-GRL-COR-LIDA TO VAR-COR
                   MOVE WS-GRL-PROX-ART TO VAR-COD-ARTIGO
                   MOVE WS-GRL-PROX-ROUPA TO VAR-COD-ROUPA
                   WRITE VARIANTE-REG
                   CLOSE VARIANTES
               END-IF
           END-IF.

      *-----------------------
      * codigo de barras proprio da variante: lido na hora (0 deixa
      * para o menu de codigos de barras)
      *-----------------------
       LER-EAN-VARIANTE.
           DISPLAY '   EAN-13 DA VARIANTE (0 = SEM CODIGO): '
           ACCEPT WS-COD-SCAN
           IF WS-COD-SCAN NOT EQUAL ZEROS
               PERFORM VALIDAR-EAN13
               IF WS-EAN-VALIDO EQUAL 0
                   DISPLAY '   *** DIGITO DE CONTROLO EAN-13 INVALIDO '
                           '- REGISTE NO MENU DE CODIGOS DE BARRAS ***'
               ELSE
                   PERFORM TRADUZIR-EAN
                   IF WS-EAN-EXISTE EQUAL 1
                       DISPLAY '   *** EAN JA MAPEADO PARA O CODIGO '
                               WS-EAN-INTERNO ' ***'
                   ELSE
                       OPEN EXTEND BARCODES
                       IF WS-FS-BARCODES EQUAL "35"
                           OPEN OUTPUT BARCODES
                       END-IF
                       IF WS-FS-BARCODES EQUAL "00"
                           MOVE WS-COD-SCAN TO EAN-CODIGO
                           MOVE WS-GRL-PROX-ART TO EAN-COD-INTERNO
                           WRITE BARCODE-REG
                           CLOSE BARCODES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------
      * proximos codigos livres: artigo a seguir ao maior do
      * ficheiro de artigos, roupa a seguir a maior chave do
      * inventario
      *-----------------------
       PROXIMOS-CODIGOS-LIVRES.
           MOVE ZEROS TO WS-GRL-PROX-ART
           SET WS-ENDOFFILEARTIGOS TO 0
           OPEN INPUT ARTIGOS
           IF WS-FS-ARTIGOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEARTIGOS EQUAL 1
                   READ ARTIGOS
                   AT END
                       MOVE 1 TO WS-ENDOFFILEARTIGOS
                   NOT AT END
                       IF ART-CODIGO > WS-GRL-PROX-ART
                           MOVE ART-CODIGO TO WS-GRL-PROX-ART
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ARTIGOS
           END-IF
           ADD 1 TO WS-GRL-PROX-ART

           MOVE ZEROS TO WS-GRL-PROX-ROUPA
           OPEN INPUT INVENTARIO
           IF WS-FS-INVENTARIO EQUAL "00"
               MOVE ZEROS TO COD-ROUPA
               MOVE 0 TO WS-ENDOFFILEVAR
               START INVENTARIO KEY IS NOT LESS THAN COD-ROUPA
                   INVALID KEY
                       MOVE 1 TO WS-ENDOFFILEVAR
               END-START
               PERFORM UNTIL WS-ENDOFFILEVAR EQUAL 1
                   READ INVENTARIO NEXT RECORD
                       AT END
                           MOVE 1 TO WS-ENDOFFILEVAR
                       NOT AT END
                           MOVE COD-ROUPA TO WS-GRL-PROX-ROUPA
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO
           END-IF
           ADD 1 TO WS-GRL-PROX-ROUPA.

      *-----------------------
      * pesquisas na grelha: o artigo em WS-ART-PROCURA e variante
      * de alguma grelha? tem grelha propria? que variante e a do
      * tamanho e cor pedidos?
      *-----------------------
       PROCURAR-VARIANTE-ARTIGO.
           MOVE 0 TO WS-VAR-ACHOU
           SET WS-ENDOFFILEVAR TO 0
           OPEN INPUT VARIANTES
           IF WS-FS-VARIANTES EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEVAR EQUAL 1
                   READ VARIANTES
                   AT END
                       MOVE 1 TO WS-ENDOFFILEVAR
                   NOT AT END
                       IF VAR-COD-ARTIGO EQUAL WS-ART-PROCURA
                           MOVE 1 TO WS-VAR-ACHOU
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VARIANTES
           END-IF.

       VERIFICAR-GRELHA-PAI.
           MOVE 0 TO WS-GRL-TEM-GRELHA
           SET WS-ENDOFFILEVAR TO 0
           OPEN INPUT VARIANTES
           IF WS-FS-VARIANTES EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEVAR EQUAL 1
                   READ VARIANTES
                   AT END
                       MOVE 1 TO WS-ENDOFFILEVAR
                   NOT AT END
                       IF VAR-COD-PAI EQUAL WS-ART-PROCURA
                           MOVE 1 TO WS-GRL-TEM-GRELHA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VARIANTES
           END-IF.

       VERIFICAR-COMBINACAO.
           MOVE 0 TO WS-GRL-EXISTE
           MOVE ZEROS TO WS-VAR-FILHO
           SET WS-ENDOFFILEVAR TO 0
           OPEN INPUT VARIANTES
           IF WS-FS-VARIANTES EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEVAR EQUAL 1
                   READ VARIANTES
                   AT END
                       MOVE 1 TO WS-ENDOFFILEVAR
                   NOT AT END
                       IF VAR-COD-PAI EQUAL WS-GRL-PAI
                        AND VAR-TAMANHO EQUAL WS-GRL-TAM-LIDO
                        AND VAR-COR EQUAL WS-GRL-COR-LIDA
                           MOVE 1 TO WS-GRL-EXISTE
                           MOVE VAR-COD-ARTIGO TO WS-VAR-FILHO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VARIANTES
           END-IF.

      *-----------------------
      * na caixa, o artigo pai de uma grelha nao se vende: pede-se
      * tamanho e cor e a linha sai com o codigo da variante (que
      * tem o seu estoque); combinacao inexistente nao gera linha
      *-----------------------
       RESOLVER-VARIANTE.
           PERFORM VERIFICAR-GRELHA-PAI
           IF WS-GRL-TEM-GRELHA EQUAL 1
               MOVE WS-ART-PROCURA TO WS-GRL-PAI
               DISPLAY 'TAMANHO: '
               ACCEPT WS-GRL-TAM-LIDO
               DISPLAY 'COR: '
               ACCEPT WS-GRL-COR-LIDA
               PERFORM VERIFICAR-COMBINACAO
               IF WS-GRL-EXISTE EQUAL 1
                   MOVE WS-VAR-FILHO TO WS-ART-PROCURA
               ELSE
                   DISPLAY '*** ' WS-GRL-TAM-LIDO '/' WS-GRL-COR-LIDA
                           ' NAO EXISTE NA GRELHA DO ARTIGO '
                           WS-GRL-PAI ' ***'
                   MOVE 0 TO WS-SCAN-VALIDO
               END-IF
           END-IF.

      *-----------------------
      * grelha de um artigo: cada tamanho/cor com o codigo de
      * artigo, o codigo de roupa e o estoque atual
      *-----------------------
       LISTAR-GRELHA-ARTIGO.
           DISPLAY 'CODIGO DO ARTIGO PAI: '
           ACCEPT WS-GRL-PAI
           MOVE ZEROS TO WS-GRL-CRIADAS
           SET WS-ENDOFFILEVAR TO 0
           OPEN INPUT VARIANTES
           IF WS-FS-VARIANTES NOT EQUAL "00"
               DISPLAY ' SEM GRELHAS REGISTADAS - FILE STATUS: '
                       WS-FS-VARIANTES
           ELSE
               MOVE 1 TO WS-GRL-ERRO
               OPEN INPUT INVENTARIO
               IF WS-FS-INVENTARIO EQUAL "00"
                   MOVE 0 TO WS-GRL-ERRO
               END-IF
               PERFORM UNTIL WS-ENDOFFILEVAR EQUAL 1
                   READ VARIANTES
                   AT END
                       MOVE 1 TO WS-ENDOFFILEVAR
                   NOT AT END
                       IF VAR-COD-PAI EQUAL WS-GRL-PAI
                           ADD 1 TO WS-GRL-CRIADAS
                           MOVE '---' TO QNT-PRODUTO
                           IF WS-GRL-ERRO EQUAL 0
                               MOVE VAR-COD-ROUPA TO COD-ROUPA
                               READ INVENTARIO
                                   INVALID KEY
                                       MOVE '---' TO QNT-PRODUTO
                               END-READ
                           END-IF
                           DISPLAY VAR-TAMANHO ' ' VAR-COR
                               ' ARTIGO: ' VAR-COD-ARTIGO
                               ' ROUPA: ' VAR-COD-ROUPA
                               ' EM ESTOQUE: ' QNT-PRODUTO
                       END-IF
                   END-READ
               END-PERFORM
               IF WS-GRL-ERRO EQUAL 0
                   CLOSE INVENTARIO
               END-IF
               CLOSE VARIANTES
               IF WS-GRL-CRIADAS EQUAL ZEROS
                   DISPLAY 'ARTIGO ' WS-GRL-PAI ' SEM GRELHA'
               END-IF
           END-IF.

      *-----------------------
                               WS-LOJA-VALOR-LINHA +
                               (WS-LOJA-VALOR-LINHA
                                * WS-IVA-ARTIGO / 100)
                           IF WS-PROMO-VENDA EQUAL 'D'
                               COMPUTE WS-LOJA-VALOR-LINHA =
                                   ZERO - WS-LOJA-VALOR-LINHA
                           END-IF
                           ADD WS-LOJA-VALOR-LINHA
                               TO WS-LOJA-TOTAL (WS-COD-LOJA)
                           ADD 1 TO WS-LOJA-LINHAS (WS-COD-LOJA)
           DISPLAY '-------//RANKING MENSAL DE ARTIGOS//-------'.
           DISPLAY 'MES A ANALISAR (AAAAMM): '.
           ACCEPT WS-RANK-ANOMES.
           DISPLAY 'VISTA (A-ARTIGO PAI/G-GRELHA TAMANHO E COR): '.
           ACCEPT WS-RANK-VISTA.
           IF WS-RANK-VISTA EQUAL 'a'
               MOVE 'A' TO WS-RANK-VISTA
           END-IF.
           IF WS-RANK-VISTA EQUAL 'A'
               PERFORM CARREGAR-TAB-VARIANTES
           END-IF.

           SET WS-ENDOFFILEVENDAS TO 0.
           MOVE ZEROS TO WS-RANK-NUM WS-RANK-TOTAL-MES.
                   NOT AT END
                       IF WS-DATA-VENDA (1:6) EQUAL
                           WS-RANK-ANOMES (1:6)
                           IF WS-RANK-VISTA EQUAL 'A'
                               PERFORM NOME-ARTIGO-PAI
                           END-IF
                           PERFORM ACUMULAR-ARTIGO-RANKING
                           IF WS-NUM-CARTAO NOT EQUAL ZEROS
                               ADD WS-RANK-VALOR-LINHA
           COMPUTE WS-RANK-VALOR-LINHA =
               WS-RANK-VALOR-LINHA +
               (WS-RANK-VALOR-LINHA * WS-IVA-ARTIGO / 100).
      *    devolucao abate a receita e as unidades do artigo
           IF WS-PROMO-VENDA EQUAL 'D'
               COMPUTE WS-RANK-VALOR-LINHA = ZERO - WS-RANK-VALOR-LINHA
           END-IF.
           ADD WS-RANK-VALOR-LINHA TO WS-RANK-TOTAL-MES.

           SET WS-RANK-ENCONTROU TO 0.
               UNTIL WS-RANK-IDX > WS-RANK-NUM
               IF WS-RANK-NOME (WS-RANK-IDX) EQUAL WS-NOME-ARTIGO
                   SET WS-RANK-ENCONTROU TO 1
                   IF WS-PROMO-VENDA EQUAL 'D'
                       SUBTRACT WS-QUANT-ARTIGO
                           FROM WS-RANK-QUANT (WS-RANK-IDX)
                   ELSE
                       ADD WS-QUANT-ARTIGO
                           TO WS-RANK-QUANT (WS-RANK-IDX)
                   END-IF
                   ADD WS-RANK-VALOR-LINHA
                       TO WS-RANK-RECEITA (WS-RANK-IDX)
                   MOVE WS-RANK-NUM TO WS-RANK-IDX

           IF WS-RANK-ENCONTROU EQUAL 0
               AND WS-RANK-NUM < 200
               AND WS-PROMO-VENDA NOT EQUAL 'D'
               ADD 1 TO WS-RANK-NUM
               MOVE WS-NOME-ARTIGO
                   TO WS-RANK-NOME (WS-RANK-NUM)
                   TO WS-RANK-RECEITA (WS-RANK-NUM)
           END-IF.

      *-----------------------
      * vista por artigo pai: as variantes da grelha somam no nome
      * do artigo pai
      *-----------------------
       CARREGAR-TAB-VARIANTES.
           MOVE ZEROS TO WS-NUM-VAR.
           SET WS-ENDOFFILEVAR TO 0.
           OPEN INPUT VARIANTES.
           IF WS-FS-VARIANTES EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEVAR EQUAL 1
                   READ VARIANTES
                   AT END
                       MOVE 1 TO WS-ENDOFFILEVAR
                   NOT AT END
                       IF WS-NUM-VAR < 500
                           ADD 1 TO WS-NUM-VAR
                           MOVE VAR-COD-ARTIGO
                               TO WS-TVAR-ARTIGO (WS-NUM-VAR)
                           MOVE VAR-NOME-PAI
                               TO WS-TVAR-NOME-PAI (WS-NUM-VAR)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VARIANTES
           END-IF.

       NOME-ARTIGO-PAI.
           PERFORM VARYING WS-IDX-VAR FROM 1 BY 1
               UNTIL WS-IDX-VAR > WS-NUM-VAR
               IF WS-TVAR-ARTIGO (WS-IDX-VAR) EQUAL WS-COD-ARTIGO
                   MOVE WS-TVAR-NOME-PAI (WS-IDX-VAR)
                       TO WS-NOME-ARTIGO
                   MOVE WS-NUM-VAR TO WS-IDX-VAR
               END-IF
           END-PERFORM.

      *-----------------------
      * ordena a tabela de ranking por receita descendente (troca
      * direta, a tabela e pequena)
                   EVALUATE WS-OPCAO-ELIM
                       WHEN 1
                           DISPLAY 'ARTIGO ELIMINADO'
                           MOVE SPACES TO WS-AUD-DESCRICAO
                           STRING 'ELIMINADO L' DELIMITED BY SIZE
                                  WS-COD-LOJA DELIMITED BY SIZE
                                  ' T' DELIMITED BY SIZE
                                  WS-NUM-TICKET DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-NOME-ARTIGO DELIMITED BY SIZE
                               INTO WS-AUD-DESCRICAO
                           END-STRING
                           END-PERFORM
                           MOVE WS-DADOSVENDAS TO VENDASCORR-DADOS
                           WRITE VENDASCORR-DADOS
                           MOVE SPACES TO WS-AUD-DESCRICAO
                           STRING 'CORRIGIDO L' DELIMITED BY SIZE
                                  WS-COD-LOJA DELIMITED BY SIZE
                                  ' T' DELIMITED BY SIZE
                                  WS-NUM-TICKET DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-NOME-ARTIGO DELIMITED BY SIZE
                               INTO WS-AUD-DESCRICAO
                           END-STRING
               MOVE WS-COD-LOJA TO WS-LOJA-ANTERIOR
           END-IF

      *    linha de devolucao sai negativa e abate ao subtotal
           MOVE SPACE TO WS-SINAL-LISTA
           IF WS-PROMO-VENDA EQUAL 'D'
               MOVE '-' TO WS-SINAL-LISTA
           END-IF
           DISPLAY 'NOME DO ARTIGO: ' WS-NOME-ARTIGO
                   ' QUANTIDADE: ' WS-SINAL-LISTA WS-QUANT-ARTIGO
                   ' VALOR UNITARIO: ' WS-UNIT-ARTIGO
                   ' TAXA DE IVA APLICAVEL: ' WS-IVA-ARTIGO
                   ' VALOR TOTAL SEM IVA: ' WS-SINAL-LISTA
                   WS-TOTALSIVA-ARTIGO
                   ' VALOR TOTAL DO ARTIGO: ' WS-SINAL-LISTA
                   WS-TOTAL-ARTIGO
           STRING WS-NOME-ARTIGO ' ' WS-SINAL-LISTA WS-QUANT-ARTIGO ' '
                  WS-UNIT-ARTIGO ' ' WS-IVA-ARTIGO ' '
                  WS-SINAL-LISTA WS-TOTALSIVA-ARTIGO ' '
                  WS-SINAL-LISTA WS-TOTAL-ARTIGO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL

           IF WS-PROMO-VENDA EQUAL 'D'
               SUBTRACT WS-TOTAL-ARTIGO FROM WS-SUBTOTAL-DIA
           ELSE
               ADD WS-TOTAL-ARTIGO TO WS-SUBTOTAL-DIA
           END-IF

           PERFORM 7000-ACTUALIZAR-STOCK-ARTIGO

      * mantem, por artigo, uma quantidade em stock que arranca em
      * WS-STOCK-INICIAL e e decrementada pela quantidade de cada
      * venda, e avisa quando essa quantidade desce abaixo do limite
      * de stock configurado; a devolucao volta a somar
      *-----------------------
       7000-ACTUALIZAR-STOCK-ARTIGO.
           SET WS-ENCONTROU-STOCK TO 0.
               MOVE 'N' TO WS-TAB-ALERTADO (WS-IDX-STOCK)
           END-IF.

           IF WS-PROMO-VENDA EQUAL 'D'
            AND (WS-ENCONTROU-STOCK EQUAL 1
             OR WS-NUM-ARTIGOS-STOCK <= 200)
               ADD WS-QUANT-ARTIGO TO WS-TAB-QTD-STOCK (WS-IDX-STOCK)
           ELSE
           IF WS-ENCONTROU-STOCK EQUAL 1 OR WS-NUM-ARTIGOS-STOCK <= 200
               IF WS-TAB-QTD-STOCK (WS-IDX-STOCK) < WS-QUANT-ARTIGO
                   MOVE ZEROS TO WS-TAB-QTD-STOCK (WS-IDX-STOCK)
                           WS-TAB-QTD-STOCK (WS-IDX-STOCK) ' ***'
                   MOVE 'S' TO WS-TAB-ALERTADO (WS-IDX-STOCK)
               END-IF
           END-IF
           END-IF.

      *-----------------------

                       SET WS-PRIMEIRO-DIA TO 'N'
                       MOVE WS-DATA-VENDA TO WS-DATA-ANTERIOR
                       IF WS-PROMO-VENDA EQUAL 'D'
                           SUBTRACT WS-TOTAL-ARTIGO
                               FROM WS-SUBTOTAL-DIA
                       ELSE
                           ADD WS-TOTAL-ARTIGO TO WS-SUBTOTAL-DIA
                       END-IF

                       PERFORM 7000-ACTUALIZAR-STOCK-ARTIGO
               END-READ
