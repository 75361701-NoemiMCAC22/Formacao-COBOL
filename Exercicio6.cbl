      *      lista de orcamentos em aberto e conversao do orcamento
      *      aceite em fatura da serie FT, ficando o orcamento
      *      marcado como convertido
      * Mod: 15/10/2026 - NC - guias de remessa ('GR'): documento de
      *      transporte com a sua serie propria e ATCUD, sem efeito
      *      contabilistico nem de IVA, faturacao agrupada das guias
      *      em aberto de um NIF numa so fatura FT (uma linha de
      *      referencia por guia, guias marcadas como faturadas) e
      *      lista de guias por faturar ha mais de N dias
      * Mod: 15/10/2026 - NC - retencao na fonte de IRS nas faturas
      *      de servicos a empresas: produtos marcados como servico,
      *      taxa por documento com o valor retido no cabecalho e na
      *      pagina impressa, retencao regularizada a parte do
      *      liquido no registo de recebimentos e no extrato, e
      *      listagem anual das retencoes por cliente
      * Mod: 15/10/2026 - NC - vendedor (numero de funcionario) no
      *      cabecalho de cada documento, herdado do orcamento ou
      *      das guias nas conversoes, e categoria de comissao no
      *      catalogo de produtos, para o lote mensal de comissoes
      * Mod: 15/10/2026 - NC - a divida do gas do mesmo NIF (rotina
      *      DIVIDA_GAS) entra na exposicao do limite de credito
      * Mod: 15/10/2026 - NC - adiantamentos de clientes: fatura de
      *      adiantamento ('AD') com serie propria e IVA a taxa
      *      indicada, adiantamento em aberto por NIF, deducao na
      *      fatura final (linha 'DA' impressa no documento), extrato
      *      com os adiantamentos e a sua utilizacao e lista dos
      *      adiantamentos por utilizar
      * Mod: 15/10/2026 - NC - faturacao mensal das vendas a credito
      *      da livraria (VENDASCONTA, gravadas pelo VENDAS_LIBR): uma
      *      fatura FT por NIF com uma linha por titulo ao IVA da
      *      venda, vendas marcadas como faturadas
      * Mod: 15/10/2026 - NC - morada e codigo postal no mestre de
      *      clientes (com o estado da morada devolvida pelo correio)
      *      e indice dos documentos impressos para a expedicao
      * Mod: 15/10/2026 - NC - guias de remessa e vendas a credito
      *      passadas a faturadas ficam registadas na auditoria
      * Mod: 15/10/2026 - NC - faturacao das vendas a credito so
      *      carrega as vendas por faturar e regrava o ficheiro pelo
      *      temporario VENDCONTTEMP (VENDCONTTEMP_PATH)
      ******************************************************************
      *Programa que vai receber os dados para uma fatura e a fará a
      * impressão desses dados ordenado no ecrã!
           WS-PATH-FATURADOC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FATURADOC.
           SELECT FATDOCIDX ASSIGN TO
           WS-PATH-FATDOCIDX
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FATDOCIDX.
           SELECT PRODUTOS ASSIGN TO
           WS-PATH-PRODUTOS
           ORGANIZATION SEQUENTIAL
           WS-PATH-PRECOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PRECOS.
           SELECT ADIANTAMENTOS ASSIGN TO
           WS-PATH-ADIANTAMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ADIANTAMENTOS.
           SELECT ADIANTTEMP ASSIGN TO
           WS-PATH-ADIANTTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ADIANTTEMP.
           SELECT VENDASCONTA ASSIGN TO
           WS-PATH-VENDASCONTA
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VENDASCONTA.
           SELECT VENDCONTTEMP ASSIGN TO
           WS-PATH-VENDCONTTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VENDCONTTEMP.

           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
               03 CAB-TIPO-DOC                       PIC X(02).
               03 CAB-NUM-FATURA-ORIG                PIC 9(06).
               03 CAB-DATA-VENCIMENTO                PIC 9(08).
               03 CAB-RETENCAO-IND                   PIC X(01).
               03 CAB-TAXA-RETENCAO                  PIC 9(02)V9.
               03 CAB-VALOR-RETENCAO                 PIC 9(07)V99.
               03 CAB-FUNC-ID                        PIC 9(05).
               03 FILLER                             PIC X(02).

       SD FATURATEMP.
           01 FATURATEMP-DADOS.
               03 CLI-NOME                          PIC X(17).
               03 CLI-LIMITE-CREDITO                PIC 9(08)V99.
               03 CLI-PRAZO-DIAS                    PIC 9(03).
      *        morada de envio do correio; estado 'D' quando o correio
      *        a devolveu (na data da devolucao), espaco se valida
               03 CLI-MORADA                        PIC X(40).
               03 CLI-COD-POSTAL                    PIC X(08).
               03 CLI-MORADA-ESTADO                 PIC X(01).
               03 CLI-DATA-DEVOLUCAO                PIC 9(08).

       FD CLIFATTEMP.
           01 CLIFATTEMP-REG                        PIC X(96).

      *-----------------------
      * recebimentos registados contra os documentos: um documento
               03 RC-NUM-FATURA                     PIC 9(06).
               03 RC-DATA                           PIC 9(08).
               03 RC-VALOR                          PIC 9(08)V99.
               03 RC-TIPO                           PIC X(01).

      *-----------------------
      * ficheiro de impressao dos documentos, pronto a imprimir e
       FD FATURADOC.
           01 FATDOC-LINHA                          PIC X(80).

      *-----------------------
      * indice do ficheiro de impressao: um registo por documento,
      * pela ordem das paginas, para a expedicao pelo correio
      *-----------------------
       FD FATDOCIDX.
       COPY DOCEXP
           REPLACING ==:REC:== BY ==FATDOCIDX-REG==
                     ==:PFX:== BY ==DX==.

      *-----------------------
      * catalogo de produtos: descricao, preco atual e taxa de IVA
      * oficiais de cada codigo
               03 PRD-DESC                          PIC X(20).
               03 PRD-PRECO                         PIC 9(07)V99.
               03 PRD-IVA                           PIC 9(02).
               03 PRD-SERVICO                       PIC X(01).
               03 PRD-CATEGORIA                     PIC X(10).

      *-----------------------
      * copia de trabalho do ficheiro de documentos, para as
               03 PL-DATA-INICIO                    PIC 9(08).
               03 PL-PRECO                          PIC 9(07)V99.

      *-----------------------
      * adiantamentos recebidos por NIF antes da entrega: valor com
      * IVA, parte ja deduzida em faturas finais e ultima fatura que
      * o usou - 'A' em aberto, 'U' totalmente utilizado
      *-----------------------
       FD ADIANTAMENTOS.
           01 ADIANTAMENTO-REG.
               03 AD-NIF                            PIC 9(09).
               03 AD-NUM-DOC                        PIC 9(06).
               03 AD-DATA                           PIC 9(08).
               03 AD-TAXA-IVA                       PIC 9(02).
               03 AD-VALOR-TOTAL                    PIC 9(07)V99.
               03 AD-VALOR-USADO                    PIC 9(07)V99.
               03 AD-ESTADO                         PIC X(01).
               03 AD-ULT-FATURA                     PIC 9(06).

       FD ADIANTTEMP.
           01 ADIANTTEMP-REG                        PIC X(50).

       FD VENDASCONTA.
       COPY VENCONTA.

       FD VENDCONTTEMP.
           01 VENDCONTTEMP-REG                      PIC X(78).

       FD AUDITORIA.
       COPY AUDIT.

       77 WS-NUM-FATURA-ATUAL                       PIC 9(06)
                                                     VALUE ZEROS.
       77 WS-ENDOFFILEFATURAOUT                     PIC 99.
       77 OPCAO                                     PIC 9(02).
       77 WS-FIM-LINHAS                             PIC X(01).
       77 WS-PATH-SERIECTL                          PIC X(100).
       77 WS-FS-SERIECTL                            PIC XX.
       77 WS-EXT-ANO                                PIC 9(04).
       77 WS-EXT-DOC-MATCH                          PIC 9 VALUE 0.
       77 WS-EXT-DOC-NC                             PIC 9 VALUE 0.
       77 WS-EXT-DOC-AD                             PIC 9 VALUE 0.
       77 WS-EXT-ADT-DATA                           PIC 9(08).
       77 WS-EXT-TOT-ADIANT                         PIC 9(09)V99
                                                     VALUE ZEROS.
       77 WS-EXT-DOC-ANO-OK                         PIC 9 VALUE 0.
       77 WS-EXT-NUM-DOC                            PIC 9(06).
       77 WS-EXT-TOTAL-DOC                          PIC S9(08)V99
       77 WS-NIF-CONTROLO                           PIC 9(02).
       77 WS-PATH-FATURADOC                         PIC X(100).
       77 WS-FS-FATURADOC                           PIC XX.
       77 WS-PATH-FATDOCIDX                         PIC X(100).
       77 WS-FS-FATDOCIDX                           PIC XX.
       77 WS-PATH-PRODUTOS                          PIC X(100).
       77 WS-FS-PRODUTOS                            PIC XX.
       77 WS-ENDOFPROD                              PIC X(01)
       77 WS-PROD-DESC                              PIC X(20).
       77 WS-PROD-PRECO                             PIC 9(07)V99.
       77 WS-PROD-IVA                               PIC 9(02).
       77 WS-PROD-SERVICO                           PIC X(01).
       77 WS-RET-EMPRESA                            PIC 9 VALUE 0.
       77 WS-RET-BASE                               PIC 9(08)V99
                                                     VALUE ZEROS.
       77 WS-RET-TAXA                               PIC 9(02)V9.
       77 WS-RET-VALOR                              PIC 9(07)V99.
       77 WS-RET-LIQUIDO                            PIC S9(08)V99.
       77 WS-DOC-RET-IND                            PIC X(01).
       77 WS-DOC-RET-TAXA                           PIC 9(02)V9.
       77 WS-DOC-RET-VALOR                          PIC 9(07)V99.
       77 WS-DOC-RETENCAO                           PIC 9(07)V99.
       77 WS-REC-RETENCAO-DOC                       PIC 9(08)V99.
       77 WS-REC-TIPO                               PIC X(01).
       77 WS-REC-LIQ-ABERTO                         PIC S9(08)V99.
       77 WS-REC-RET-ABERTO                         PIC S9(08)V99.
       77 WS-EXT-RETENCAO                           PIC 9(07)V99.
       77 WS-NUM-RET-CLI                            PIC 9(03)
                                                     VALUE ZEROS.
       77 WS-IDX-RET-CLI                            PIC 9(03).
       77 WS-RET-CLI-ACHADO                         PIC 9.
       77 WS-RET-POR-REGULAR                        PIC S9(08)V99.
       77 WS-RET-TOT-RETIDO                         PIC 9(09)V99.
       77 WS-RET-TOT-REGULAR                        PIC 9(09)V99.
           01 WS-TAB-RET-CLI.
               03 WS-TAB-RETCLI-ENTRY OCCURS 100 TIMES.
                   05 WS-RETCLI-NIF                 PIC 9(09).
                   05 WS-RETCLI-NOME                PIC X(17).
                   05 WS-RETCLI-DOCS                PIC 9(04).
                   05 WS-RETCLI-RETIDO              PIC 9(08)V99.
                   05 WS-RETCLI-REGULAR             PIC 9(08)V99.
           01 WS-LINHA-RETENCAO.
               03 FILLER                            PIC X(14)
                         VALUE ' RETENCAO IRS '.
               03 RET-TAXA-ED                       PIC Z9,9.
               03 FILLER                            PIC X(12)
                         VALUE ' PCT ...... '.
               03 RET-VALOR-ED                      PIC Z.ZZZ.ZZ9,99.
               03 FILLER                            PIC X(38)
                                                     VALUE SPACES.
           01 WS-LINHA-LIQUIDO.
               03 FILLER                            PIC X(30)
                    VALUE ' VALOR LIQUIDO A RECEBER ... '.
               03 LIQ-VALOR-ED                      PIC Z.ZZZ.ZZ9,99.
               03 FILLER                            PIC X(38)
                                                     VALUE SPACES.
       77 OPCAO-PRODUTOS                            PIC 9.
       77 WS-ALTERA-PRECO                           PIC X(01).
       77 WS-MOTIVO-PRECO                           PIC X(20).
       77 WS-DOC-ABERTO                             PIC 9 VALUE 0.
       77 WS-DOC-E-NC                               PIC 9 VALUE 0.
       77 WS-DOC-E-GR                               PIC 9 VALUE 0.
       77 WS-DOC-TOTAL                              PIC S9(08)V99
                                                     VALUE ZEROS.
       77 WS-DOC-E-AD                               PIC 9 VALUE 0.
       77 WS-DOC-ADIANT                             PIC 9(08)V99
                                                     VALUE ZEROS.
       77 WS-IMP-IDX                                PIC 9(01).
       77 WS-IMP-TAXA                               PIC 9(02).
           01 WS-TAB-IVA-DOC.
               03 WS-IVA-DOC-ENTRY OCCURS 5 TIMES.
                   05 WS-IVADOC-TAXA                PIC 9(02).
                   05 WS-IVADOC-BASE                PIC S9(08)V99.
                   05 WS-IVADOC-IVA                 PIC S9(08)V99.
           01 WS-LINHA-DETALHE.
               03 FILLER                            PIC X(01)
                                                     VALUE SPACE.
               03 RES-TAXA                          PIC Z9.
               03 FILLER                            PIC X(09)
                         VALUE ' PCT     '.
               03 RES-BASE                          PIC Z.ZZZ.ZZ9,99-.
               03 FILLER                            PIC X(04)
                                                     VALUE SPACES.
               03 RES-IVA                           PIC Z.ZZZ.ZZ9,99-.
               03 FILLER                            PIC X(36)
                                                     VALUE SPACES.
           01 WS-LINHA-TOTAL.
               03 FILLER                            PIC X(30)
       77 WS-SER-COD-NOVO                           PIC X(08).
       77 WS-ATCUD                                  PIC X(15).
       77 WS-DOC-ANO-IMP                            PIC 9(04).
       77 WS-QR-IVA-TOTAL                           PIC S9(08)V99.
       77 WS-QR-IVA-DIG                             PIC 9(10).
       77 WS-QR-TOTAL-DIG                           PIC 9(10).
       77 WS-PATH-FATURACORR                        PIC X(100).
       77 WS-ORC-DATA                               PIC X(08).
       77 WS-ORC-NOME                               PIC X(17).
       77 WS-ORC-NIF                                PIC 9(09).
       77 WS-ORC-FUNC-ID                            PIC 9(05).
       77 WS-ORC-NUM-LINHAS                         PIC 9(02)
                                                     VALUE ZEROS.
       77 WS-ORC-IDX                                PIC 9(02).
                   05 WS-ORCL-SIVA                  PIC 9(07)V99.
                   05 WS-ORCL-TIVA                  PIC 9(07)V99.
                   05 WS-ORCL-TOTAL                 PIC 9(07)V99.
       77 OPCAO-GUIAS                               PIC 9.
       77 WS-GR-NIF                                 PIC 9(09).
       77 WS-GR-NOME                                PIC X(17).
       77 WS-GR-FUNC-ID                             PIC 9(05).
       77 WS-GR-DIAS                                PIC 9(03).
       77 WS-GR-DATA-LIMITE                         PIC 9(08).
       77 WS-GR-POR-FATURAR                         PIC 9(04)
                                                     VALUE ZEROS.
       77 WS-GR-NUM-GUIAS                           PIC 9(02)
                                                     VALUE ZEROS.
       77 WS-GR-IDX                                 PIC 9(02).
       77 WS-GR-NUM-LINHAS                          PIC 9(03)
                                                     VALUE ZEROS.
       77 WS-GR-IDX-LIN                             PIC 9(03).
       77 WS-GR-GUIA-SELEC                          PIC 9.
       77 WS-GR-EXCEDIDO                            PIC 9.
       77 WS-GR-GUIA-AUD                            PIC 9(06).
       77 WS-GR-TOTAL                               PIC 9(08)V99
                                                     VALUE ZEROS.
           01 WS-TAB-GUIAS.
               03 WS-TAB-GUIA-ENTRY OCCURS 30 TIMES.
                   05 WS-GUIA-NUM                   PIC 9(06).
           01 WS-TAB-GR-LINHAS.
               03 WS-TAB-GRL-ENTRY OCCURS 200 TIMES.
                   05 WS-GRL-COD                    PIC 9(03).
                   05 WS-GRL-DESC                   PIC X(20).
                   05 WS-GRL-PRECO                  PIC 9(07)V99.
                   05 WS-GRL-QUANT                  PIC 9(05).
                   05 WS-GRL-IVA                    PIC 9(02).
                   05 WS-GRL-SIVA                   PIC 9(07)V99.
                   05 WS-GRL-TIVA                   PIC 9(07)V99.
                   05 WS-GRL-TOTAL                  PIC 9(07)V99.
                   05 WS-GRL-DESC-LIN               PIC 9(02).
       77 WS-PATH-ADIANTAMENTOS                     PIC X(100).
       77 WS-FS-ADIANTAMENTOS                        PIC XX.
       77 WS-PATH-ADIANTTEMP                        PIC X(100).
       77 WS-FS-ADIANTTEMP                           PIC XX.
       77 WS-ENDOFADT                                PIC X(01)
                                                     VALUE SPACES.
       77 OPCAO-ADIANTAMENTOS                       PIC 9.
       77 WS-ADT-NIF                                 PIC 9(09).
       77 WS-ADT-NOME                                PIC X(17).
       77 WS-ADT-DATA                                PIC 9(08).
       77 WS-ADT-TAXA                                PIC 9(02).
       77 WS-ADT-VALOR                               PIC 9(07)V99.
       77 WS-ADT-BASE                                PIC 9(07)V99.
       77 WS-ADT-DOC                                 PIC 9(06).
       77 WS-ADT-MAXIMO                              PIC 9(08)V99.
       77 WS-ADT-DEDUZIDO                            PIC 9(08)V99.
       77 WS-ADT-RESTANTE                            PIC 9(08)V99.
       77 WS-ADT-SALDO                               PIC 9(07)V99.
       77 WS-PATH-VENDASCONTA                       PIC X(100).
       77 WS-FS-VENDASCONTA                          PIC XX.
       77 WS-PATH-VENDCONTTEMP                      PIC X(100).
       77 WS-FS-VENDCONTTEMP                         PIC XX.
       77 WS-ENDOFVC                                 PIC X(01)
                                                     VALUE SPACES.
       77 WS-VCF-ANOMES                              PIC 9(06).
       77 WS-VCF-NUM                                 PIC 9(04)
                                                     VALUE ZEROS.
       77 WS-VCF-IDX                                 PIC 9(04).
       77 WS-VCF-ESCOLHIDO                           PIC 9(04).
       77 WS-VCF-CHEIA                               PIC 9.
       77 WS-VCF-NIF                                 PIC 9(09).
       77 WS-VCF-POR-FATURAR                         PIC 9(04).
       77 WS-VCF-VENDAS                              PIC 9(04).
       77 WS-VCF-FATURAS                             PIC 9(04).
       77 WS-VCF-TOTAL                               PIC 9(08)V99.
       77 WS-VCF-TOTAL-CORRIDA                       PIC 9(09)V99.
       77 WS-VCF-NUM-LINHAS                          PIC 9(03).
       77 WS-VCF-IDX-LIN                             PIC 9(03).
       77 WS-VCF-LINHA-ACHADA                        PIC 9.
           01 WS-TAB-VENDAS-CONTA.
               03 WS-TAB-VCF-ENTRY OCCURS 2000 TIMES.
                   05 WS-VCF-REGISTO                 PIC X(78).
                   05 WS-VCF-MARCA                   PIC 9.
           01 WS-TAB-VCF-LINHAS.
               03 WS-TAB-VCFL-ENTRY OCCURS 200 TIMES.
                   05 WS-VCFL-COD-IDENT              PIC 9(05).
                   05 WS-VCFL-TITULO                 PIC X(20).
                   05 WS-VCFL-PRECO                  PIC 9(07)V99.
                   05 WS-VCFL-QUANT                  PIC 9(05).
                   05 WS-VCFL-IVA                    PIC 9(02).
                   05 WS-VCFL-DESC                   PIC 9(02).
       77 WS-ADT-USADO                               PIC 9(07)V99.
       77 WS-ADT-ULT-FATURA                          PIC 9(06).
       77 WS-ADT-ACHADO                              PIC 9.
       77 WS-ADT-ALTERADO                            PIC 9.
       77 WS-ADT-NUM                                 PIC 9(02)
                                                     VALUE ZEROS.
       77 WS-ADT-IDX                                 PIC 9(02).
       77 WS-ADT-CONT                                PIC 9(04)
                                                     VALUE ZEROS.
       77 WS-ADT-TOT-ABERTO                          PIC 9(09)V99
                                                     VALUE ZEROS.
           01 WS-TAB-ADIANT.
               03 WS-TAB-ADT-ENTRY OCCURS 20 TIMES.
                   05 WS-ADTT-NUM                   PIC 9(06).
                   05 WS-ADTT-DATA                  PIC 9(08).
                   05 WS-ADTT-TAXA                  PIC 9(02).
                   05 WS-ADTT-SALDO                 PIC 9(07)V99.
                   05 WS-ADTT-DEDUZIR               PIC 9(07)V99.
       77 WS-PATH-PRECOS                            PIC X(100).
       77 WS-FS-PRECOS                               PIC XX.
       77 WS-ENDOFPRECOS                             PIC X(01)
       77 WS-SALDO-CLIENTE                           PIC S9(09)V99
                                                     VALUE ZEROS.
       77 WS-EXPOSICAO                               PIC S9(09)V99.
       77 WS-DIVIDA-GAS                              PIC 9(09)V99
                                                     VALUE ZEROS.
       77 WS-LINHA-BLOQUEADA                         PIC 9 VALUE 0.
       77 WS-OVERRIDE-RESP                           PIC X(01).
       77 WS-LIM-NOVO                                PIC 9(08)V99.
       77 WS-LIM-ALTERADO                            PIC 9.
       77 WS-CLI-MORADA-NOVA                         PIC X(40)
                                                     VALUE SPACES.
       77 WS-CLI-CPOSTAL-NOVO                        PIC X(08)
                                                     VALUE SPACES.
       77 WS-SAL-DOC-NIF-OK                          PIC 9 VALUE 0.
       77 WS-SAL-DOC-NC                              PIC 9 VALUE 0.
       77 WS-DESC-LINHA-PCT                         PIC 9(02).
               03 WS-CAB-TIPO-DOC                   PIC X(02).
               03 WS-CAB-NUM-FATURA-ORIG            PIC 9(06).
               03 WS-CAB-DATA-VENC                  PIC 9(08).
               03 WS-CAB-RET-IND                    PIC X(01).
               03 WS-CAB-TAXA-RET                   PIC 9(02)V9.
               03 WS-CAB-VALOR-RET                  PIC 9(07)V99.
               03 WS-CAB-FUNC-ID                    PIC 9(05).

       COPY DIAUTL
           REPLACING ==:PFX:== BY ==WS-DU==.

       COPY DIVGAS
           REPLACING ==:PFX:== BY ==WS-DG==.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\fatdoc.txt'
                   TO WS-PATH-FATURADOC
           END-IF
           ACCEPT WS-PATH-FATDOCIDX FROM ENVIRONMENT "FATDOCIDX_PATH"
           IF WS-PATH-FATDOCIDX EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\fatdocidx.txt'
                   TO WS-PATH-FATDOCIDX
           END-IF
           ACCEPT WS-PATH-PRODUTOS FROM ENVIRONMENT "PRODUTOS_PATH"
           IF WS-PATH-PRODUTOS EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\precos.txt'
                   TO WS-PATH-PRECOS
           END-IF
           ACCEPT WS-PATH-ADIANTAMENTOS FROM ENVIRONMENT
               "ADIANTAMENTOS_PATH"
           IF WS-PATH-ADIANTAMENTOS EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\adiant.txt'
                   TO WS-PATH-ADIANTAMENTOS
           END-IF
           ACCEPT WS-PATH-ADIANTTEMP FROM ENVIRONMENT
               "ADIANTTEMP_PATH"
           IF WS-PATH-ADIANTTEMP EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\adtmp.txt'
                   TO WS-PATH-ADIANTTEMP
           END-IF
           ACCEPT WS-PATH-VENDASCONTA FROM ENVIRONMENT
               "VENDASCONTA_PATH"
           IF WS-PATH-VENDASCONTA EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\vendconta.txt'
                   TO WS-PATH-VENDASCONTA
           END-IF
           ACCEPT WS-PATH-VENDCONTTEMP FROM ENVIRONMENT
               "VENDCONTTEMP_PATH"
           IF WS-PATH-VENDCONTTEMP EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\vctmp.txt'
                   TO WS-PATH-VENDCONTTEMP
           END-IF
           PERFORM ASSINAR-OPERADOR.

       INICIO.
           DISPLAY " 9 - RELATORIO DE DESCONTOS"
           DISPLAY "10 - REGISTAR RECEBIMENTO"
           DISPLAY "11 - CODIGO DE VALIDACAO DE SERIE"
           DISPLAY "12 - GUIAS DE REMESSA"
           DISPLAY "13 - RETENCOES NA FONTE POR CLIENTE"
           DISPLAY "14 - ADIANTAMENTOS DE CLIENTES"
           DISPLAY "15 - FATURAR VENDAS A CREDITO DA LIVRARIA"
           ACCEPT OPCAO
           DISPLAY "---------------------------------"

               IF OPCAO = 11
               PERFORM DEFINIR-COD-VALIDACAO-SERIE.

               IF OPCAO = 12
               PERFORM MENU-GUIAS.

               IF OPCAO = 13
               PERFORM RELATORIO-RETENCOES.

               IF OPCAO = 14
               PERFORM MENU-ADIANTAMENTOS.

               IF OPCAO = 15
               PERFORM FATURAR-VENDAS-CONTA.

       STOP_PROGRAMA.
           STOP RUN.

       DISPLAY'-------DADOS FATURA-------'.

       MOVE ZEROS TO WS-SESSION-TOTAL.
       MOVE ZEROS TO WS-RET-BASE.
       DISPLAY 'TIPO DE DOCUMENTO (FT-FATURA/NC-NOTA DE CREDITO/'
               'OR-ORCAMENTO/GR-GUIA DE REMESSA): '.
       ACCEPT WS-TIPO-DOC.
       PERFORM UNTIL WS-TIPO-DOC = 'FT' OR WS-TIPO-DOC = 'NC'
                  OR WS-TIPO-DOC = 'OR' OR WS-TIPO-DOC = 'GR'
           DISPLAY 'TIPO INVALIDO. VALORES ACEITES: FT/NC/OR/GR'
           DISPLAY 'TIPO DE DOCUMENTO: '
           ACCEPT WS-TIPO-DOC
       END-PERFORM.
               PERFORM 9300-VALIDAR-NIF THRU 9300-VALIDAR-NIF-FIM
           END-PERFORM
           PERFORM PROCURAR-CLIENTE-NIF
      *    NIF de pessoa coletiva (5, 6 ou 9): cliente empresa, que
      *    retem IRS na fonte sobre os servicos faturados
           MOVE 0 TO WS-RET-EMPRESA
           IF WS-NIF-TRABALHO (1:1) EQUAL '5'
            OR WS-NIF-TRABALHO (1:1) EQUAL '6'
            OR WS-NIF-TRABALHO (1:1) EQUAL '9'
               MOVE 1 TO WS-RET-EMPRESA
           END-IF
           MOVE WS-CLI-NIF-PROCURA TO CAB-NIF-CLIENTE
           IF WS-CLI-EXISTE EQUAL 1
               MOVE WS-CLI-NOME-ACHADO TO CAB-NOME-CLIENTE
               ACCEPT CAB-NOME-CLIENTE
               PERFORM GRAVAR-CLIENTE-NOVO
           END-IF
      *    o vendedor do documento e quem recebe a comissao (ou a
      *    ve abatida, numa nota de credito)
           DISPLAY 'VENDEDOR (N. DE FUNCIONARIO, 0 SE NENHUM): '
           ACCEPT CAB-FUNC-ID
           MOVE 'C' TO CAB-TIPO-REG
           MOVE WS-TIPO-DOC TO CAB-TIPO-DOC
           MOVE WS-NUM-FATURA-ORIG TO CAB-NUM-FATURA-ORIG
           MOVE 'N' TO CAB-RETENCAO-IND
           MOVE ZEROS TO CAB-TAXA-RETENCAO
           MOVE ZEROS TO CAB-VALOR-RETENCAO
           PERFORM CALCULAR-DATA-VENCIMENTO
           MOVE WS-DOC-VENC TO CAB-DATA-VENCIMENTO
           IF WS-TIPO-DOC EQUAL 'FT'
           IF WS-TIPO-DOC EQUAL 'FT'
            AND WS-CLI-LIMITE > ZEROS
               PERFORM CALCULAR-SALDO-CLIENTE
                   THRU CALCULAR-SALDO-CLIENTE-FIM
               PERFORM CALCULAR-DIVIDA-GAS
               DISPLAY 'LIMITE DE CREDITO: ' WS-CLI-LIMITE
                       '  SALDO EM ABERTO: ' WS-SALDO-CLIENTE
               IF WS-DIVIDA-GAS > ZEROS
                   DISPLAY 'DIVIDA DO GAS DO MESMO NIF: '
                           WS-DIVIDA-GAS
               END-IF
           END-IF
           WRITE FAT-CABECALHO
       END-IF.
           EVALUATE WS-FS
               WHEN ZEROS
                   ADD TOTAL-PRODUTO TO WS-SESSION-TOTAL
                   IF WS-PROD-SERVICO EQUAL 'S'
                       ADD TOTALSIVA-PRODUTO TO WS-RET-BASE
                   END-IF
                   DISPLAY 'DADOS DE FATURA INSERIDO COM SUCESSO'
                   DISPLAY 'TOTAL DA FATURA ATE AGORA: '
                           WS-SESSION-TOTAL

       END-PERFORM.

      *    fatura final: os adiantamentos em aberto do NIF podem ser
      *    deduzidos, ate ao total do documento
       IF WS-TIPO-DOC EQUAL 'FT'
        AND WS-FS EQUAL ZEROS
           MOVE WS-CLI-NIF-PROCURA TO WS-ADT-NIF
           MOVE WS-NUM-FATURA-ATUAL TO WS-ADT-DOC
           MOVE WS-SESSION-TOTAL TO WS-ADT-MAXIMO
           PERFORM DEDUZIR-ADIANTAMENTOS
           SUBTRACT WS-ADT-DEDUZIDO FROM WS-SESSION-TOTAL
       END-IF.

       CLOSE FATURA.
       CLOSE FATURACSV.
       PERFORM APURAR-RETENCAO-DOC.
       GO TO INICIO.

       0-PRINCIPAL.
                               DISPLAY '   (CONVERTIDO NA FATURA Nº '
                                   WS-CAB-NUM-FATURA-ORIG ')'
                           END-IF
                       WHEN 'AD'
                           DISPLAY 'FATURA DE ADIANTAMENTO Nº '
                                   WS-CAB-NUM-FATURA
                                   '  DATA: ' WS-CAB-DATA
                       WHEN 'GR'
                           DISPLAY 'GUIA DE REMESSA Nº '
                                   WS-CAB-NUM-FATURA
                                   '  DATA: ' WS-CAB-DATA
                           IF WS-CAB-NUM-FATURA-ORIG NOT EQUAL ZEROS
                               DISPLAY '   (FATURADA NA FATURA Nº '
                                   WS-CAB-NUM-FATURA-ORIG ')'
                           END-IF
                       WHEN OTHER
                           DISPLAY 'FATURA Nº ' WS-CAB-NUM-FATURA
                                   '  DATA: ' WS-CAB-DATA
                   IF WS-LINHA-TIPO-DOC EQUAL 'NC'
                       DISPLAY '   (LINHA DE CREDITO)'
                   END-IF
                   IF WS-LINHA-TIPO-DOC EQUAL 'DA'
                       DISPLAY '   (ADIANTAMENTO DEDUZIDO)'
                   END-IF
                   DISPLAY 'CODIGO PRODUTO: ' WS-COD-PRODUTO
                           ' DADOS PRODUTO: ' WS-DESC-PRODUTO
                           ' VALOR PRODUTO: ' WS-PREC-PRODUTO
           MOVE SPACES TO WS-PROD-DESC.
           MOVE ZEROS TO WS-PROD-PRECO.
           MOVE ZEROS TO WS-PROD-IVA.
           MOVE 'N' TO WS-PROD-SERVICO.
           MOVE SPACES TO WS-ENDOFPROD.
           OPEN INPUT PRODUTOS.
           IF WS-FS-PRODUTOS EQUAL "00"
                           MOVE PRD-DESC TO WS-PROD-DESC
                           MOVE PRD-PRECO TO WS-PROD-PRECO
                           MOVE PRD-IVA TO WS-PROD-IVA
                           MOVE PRD-SERVICO TO WS-PROD-SERVICO
                       END-IF
                   END-READ
               END-PERFORM
           MOVE WS-ORC-NIF TO CAB-NIF-CLIENTE.
           MOVE 'FT' TO CAB-TIPO-DOC.
           MOVE WS-ORC-NUM TO CAB-NUM-FATURA-ORIG.
           MOVE WS-ORC-FUNC-ID TO CAB-FUNC-ID.
           MOVE 'N' TO CAB-RETENCAO-IND.
           MOVE ZEROS TO CAB-TAXA-RETENCAO.
           MOVE ZEROS TO CAB-VALOR-RETENCAO.
           MOVE WS-ORC-NIF TO WS-CLI-NIF-PROCURA.
           PERFORM PROCURAR-CLIENTE-NIF.
           PERFORM CALCULAR-DATA-VENCIMENTO.
               WRITE FAT-DADOS
               ADD WS-ORCL-TOTAL (WS-ORC-IDX) TO WS-ORC-TOTAL
           END-PERFORM.
           MOVE WS-ORC-NIF TO WS-ADT-NIF.
           MOVE WS-NUM-FATURA-ATUAL TO WS-ADT-DOC.
           MOVE WS-ORC-TOTAL TO WS-ADT-MAXIMO.
           PERFORM DEDUZIR-ADIANTAMENTOS.
           SUBTRACT WS-ADT-DEDUZIDO FROM WS-ORC-TOTAL.
           CLOSE FATURA.

           PERFORM MARCAR-ORCAMENTO-CONVERTIDO.
                           MOVE CAB-DATA TO WS-ORC-DATA
                           MOVE CAB-NOME-CLIENTE TO WS-ORC-NOME
                           MOVE CAB-NIF-CLIENTE TO WS-ORC-NIF
                           MOVE ZEROS TO WS-ORC-FUNC-ID
                           IF CAB-FUNC-ID NUMERIC
                               MOVE CAB-FUNC-ID TO WS-ORC-FUNC-ID
                           END-IF
                           IF CAB-NUM-FATURA-ORIG NOT EQUAL ZEROS
                               MOVE 1 TO WS-ORC-CONVERTIDO
                           END-IF
           END-IF.

      *-----------------------
      * guias de remessa: a mercadoria sai com a guia (serie GR
      * propria, sem efeito contabilistico nem de IVA) e as guias
      * do mesmo cliente sao faturadas mais tarde numa so fatura da
      * serie FT, ficando cada guia marcada com o numero da fatura
      * no campo de referencia do cabecalho
      *-----------------------
       MENU-GUIAS.
           DISPLAY '-------//GUIAS DE REMESSA//-------'.
           DISPLAY ' 1 - LISTAR GUIAS POR FATURAR HA MAIS DE N DIAS'.
           DISPLAY ' 2 - FATURAR AS GUIAS EM ABERTO DE UM NIF'.
           ACCEPT OPCAO-GUIAS.

           IF OPCAO-GUIAS EQUAL 1
               PERFORM LISTAR-GUIAS-POR-FATURAR
           ELSE
               IF OPCAO-GUIAS EQUAL 2
                   PERFORM FATURAR-GUIAS-NIF THRU FATURAR-GUIAS-NIF-FIM
               ELSE
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
           END-IF.
           GO TO INICIO.

      *-----------------------
      * guias ainda sem fatura cuja data, somados os N dias pedidos,
      * ja ficou para tras da data de negocio (N a zeros lista todas
      * as guias em aberto de dias anteriores)
      *-----------------------
       LISTAR-GUIAS-POR-FATURAR.
           DISPLAY 'GUIAS POR FATURAR HA MAIS DE QUANTOS DIAS '
               '(0-365)? '.
           ACCEPT WS-GR-DIAS.
           PERFORM UNTIL WS-GR-DIAS <= 365
               DISPLAY 'NUMERO DE DIAS INVALIDO (0-365): '
               ACCEPT WS-GR-DIAS
           END-PERFORM.
           PERFORM OBTER-DATA-PROCESSAMENTO.
           MOVE ZEROS TO WS-GR-POR-FATURAR.
           MOVE SPACES TO WS-ENDOFCORR.
           SET WS-FS TO 0.
           OPEN INPUT FATURA.
           IF WS-FS NOT EQUAL ZEROS
               DISPLAY ' ERRO A ABRIR FATURA - FILE STATUS: ' WS-FS
           ELSE
               PERFORM UNTIL WS-ENDOFCORR = 'F'
                   READ FATURA
                   AT END MOVE 'F' TO WS-ENDOFCORR
                   NOT AT END
                       IF CAB-TIPO-REG EQUAL 'C'
                        AND CAB-TIPO-DOC EQUAL 'GR'
                        AND CAB-NUM-FATURA-ORIG EQUAL ZEROS
                           PERFORM CALCULAR-LIMITE-GUIA
                           IF WS-DATA-PROCESSAMENTO > WS-GR-DATA-LIMITE
                               ADD 1 TO WS-GR-POR-FATURAR
                               DISPLAY 'GUIA Nº ' CAB-NUM-FATURA
                                   ' DATA: ' CAB-DATA
                                   ' CLIENTE: ' CAB-NOME-CLIENTE
                                   ' NIF: ' CAB-NIF-CLIENTE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FATURA
               MOVE SPACES TO WS-ENDOFCORR
               DISPLAY 'GUIAS POR FATURAR HA MAIS DE ' WS-GR-DIAS
                   ' DIAS: ' WS-GR-POR-FATURAR
           END-IF.

      *-----------------------
      * data da guia em leitura mais os N dias pedidos, com a mesma
      * viragem simples de mes e de ano do vencimento
      *-----------------------
       CALCULAR-LIMITE-GUIA.
           MOVE CAB-DATA (1:4) TO WS-VENC-ANO.
           MOVE CAB-DATA (5:2) TO WS-VENC-MES.
           MOVE CAB-DATA (7:2) TO WS-VENC-DIA.
           ADD WS-GR-DIAS TO WS-VENC-DIA.
           PERFORM CALCULAR-DIAS-MES-VENC.
           PERFORM UNTIL WS-VENC-DIA <= WS-VENC-DIAS-MES
               SUBTRACT WS-VENC-DIAS-MES FROM WS-VENC-DIA
               ADD 1 TO WS-VENC-MES
               IF WS-VENC-MES > 12
                   MOVE 1 TO WS-VENC-MES
                   ADD 1 TO WS-VENC-ANO
               END-IF
               PERFORM CALCULAR-DIAS-MES-VENC
           END-PERFORM.
           COMPUTE WS-GR-DATA-LIMITE =
               (WS-VENC-ANO * 10000) + (WS-VENC-MES * 100)
               + WS-VENC-DIA.

      *-----------------------
      * faturacao agrupada: todas as guias em aberto do NIF saem
      * numa so fatura da serie FT com a data de negocio - uma
      * linha de referencia (sem valores) por guia, seguida das
      * linhas da guia tal como foram entregues
      *-----------------------
       FATURAR-GUIAS-NIF.
           DISPLAY 'NIF DO CLIENTE A FATURAR: '.
           ACCEPT WS-GR-NIF.

           PERFORM OBTER-DATA-PROCESSAMENTO.
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-PER-ANOMES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF WS-PERIODO-FECHADO EQUAL 1
               DISPLAY '*** O PERIODO ' WS-PER-ANOMES ' JA FOI '
                   'FECHADO - FATURACAO RECUSADA ***'
               GO TO FATURAR-GUIAS-NIF-FIM
           END-IF.

           PERFORM CARREGAR-GUIAS-NIF.
           IF WS-GR-NUM-GUIAS EQUAL ZEROS
               DISPLAY '*** O NIF ' WS-GR-NIF ' NAO TEM GUIAS POR '
                   'FATURAR ***'
               GO TO FATURAR-GUIAS-NIF-FIM
           END-IF.
           IF WS-GR-EXCEDIDO EQUAL 1
               DISPLAY '*** GUIAS/LINHAS EM ABERTO EXCEDEM UMA SO '
                   'FATURA (30 GUIAS, 200 LINHAS) - FATURACAO '
                   'RECUSADA ***'
               GO TO FATURAR-GUIAS-NIF-FIM
           END-IF.
           IF WS-GR-NUM-LINHAS EQUAL ZEROS
               DISPLAY '*** GUIAS SEM LINHAS - FATURACAO '
                   'RECUSADA ***'
               GO TO FATURAR-GUIAS-NIF-FIM
           END-IF.

           MOVE 'FT' TO WS-TIPO-DOC.
           MOVE WS-DATA-PROCESSAMENTO (1:4) TO WS-SERIE-ANO.
           PERFORM ATRIBUIR-NUMERO-SERIE.

           SET WS-FS TO 0.
           OPEN EXTEND FATURA.
           IF WS-FS EQUAL 35
               OPEN OUTPUT FATURA
           END-IF.
           IF WS-FS NOT EQUAL ZEROS
               DISPLAY ' ERRO A ABRIR FATURA - FILE STATUS: ' WS-FS
               GO TO FATURAR-GUIAS-NIF-FIM
           END-IF.

           MOVE 'C' TO CAB-TIPO-REG.
           MOVE WS-NUM-FATURA-ATUAL TO CAB-NUM-FATURA.
           MOVE WS-DATA-PROCESSAMENTO TO CAB-DATA.
           MOVE WS-GR-NOME TO CAB-NOME-CLIENTE.
           MOVE WS-GR-NIF TO CAB-NIF-CLIENTE.
           MOVE 'FT' TO CAB-TIPO-DOC.
           MOVE ZEROS TO CAB-NUM-FATURA-ORIG.
           MOVE WS-GR-FUNC-ID TO CAB-FUNC-ID.
           MOVE 'N' TO CAB-RETENCAO-IND.
           MOVE ZEROS TO CAB-TAXA-RETENCAO.
           MOVE ZEROS TO CAB-VALOR-RETENCAO.
           MOVE WS-GR-NIF TO WS-CLI-NIF-PROCURA.
           PERFORM PROCURAR-CLIENTE-NIF.
           PERFORM CALCULAR-DATA-VENCIMENTO.
           MOVE WS-DOC-VENC TO CAB-DATA-VENCIMENTO.
           WRITE FAT-CABECALHO.

      *    linhas de referencia: codigo zero e sem valores, para a
      *    fatura impressa dizer que guias esta a faturar
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-NUM-GUIAS
               MOVE 'L' TO FAT-TIPO-REG
               MOVE WS-NUM-FATURA-ATUAL TO LINHA-NUM-FATURA
               MOVE ZEROS TO COD-PRODUTO
               MOVE SPACES TO DESC-PRODUTO
               STRING 'GUIA REMESSA ' DELIMITED BY SIZE
                      WS-GUIA-NUM (WS-GR-IDX) DELIMITED BY SIZE
                   INTO DESC-PRODUTO
               END-STRING
               MOVE ZEROS TO PREC-PRODUTO
               MOVE ZEROS TO QUANT-PRODUTO
               MOVE ZEROS TO IVA-PRODUTO
               MOVE ZEROS TO TOTALSIVA-PRODUTO
               MOVE ZEROS TO TOTALIVA-PRODUTO
               MOVE ZEROS TO TOTAL-PRODUTO
               MOVE 'FT' TO LINHA-TIPO-DOC
               MOVE ZEROS TO DESC-LINHA
               WRITE FAT-DADOS
               PERFORM ESCREVER-AUDITORIA
           END-PERFORM.

           MOVE ZEROS TO WS-GR-TOTAL.
           PERFORM VARYING WS-GR-IDX-LIN FROM 1 BY 1
               UNTIL WS-GR-IDX-LIN > WS-GR-NUM-LINHAS
               MOVE 'L' TO FAT-TIPO-REG
               MOVE WS-NUM-FATURA-ATUAL TO LINHA-NUM-FATURA
               MOVE WS-GRL-COD (WS-GR-IDX-LIN)   TO COD-PRODUTO
               MOVE WS-GRL-DESC (WS-GR-IDX-LIN)  TO DESC-PRODUTO
               MOVE WS-GRL-PRECO (WS-GR-IDX-LIN) TO PREC-PRODUTO
               MOVE WS-GRL-QUANT (WS-GR-IDX-LIN) TO QUANT-PRODUTO
               MOVE WS-GRL-IVA (WS-GR-IDX-LIN)   TO IVA-PRODUTO
               MOVE WS-GRL-SIVA (WS-GR-IDX-LIN)
                   TO TOTALSIVA-PRODUTO
               MOVE WS-GRL-TIVA (WS-GR-IDX-LIN)
                   TO TOTALIVA-PRODUTO
               MOVE WS-GRL-TOTAL (WS-GR-IDX-LIN) TO TOTAL-PRODUTO
               MOVE 'FT' TO LINHA-TIPO-DOC
               MOVE WS-GRL-DESC-LIN (WS-GR-IDX-LIN) TO DESC-LINHA
               WRITE FAT-DADOS
               ADD WS-GRL-TOTAL (WS-GR-IDX-LIN) TO WS-GR-TOTAL
           END-PERFORM.
           MOVE WS-GR-NIF TO WS-ADT-NIF.
           MOVE WS-NUM-FATURA-ATUAL TO WS-ADT-DOC.
           MOVE WS-GR-TOTAL TO WS-ADT-MAXIMO.
           PERFORM DEDUZIR-ADIANTAMENTOS.
           SUBTRACT WS-ADT-DEDUZIDO FROM WS-GR-TOTAL.
           CLOSE FATURA.

           PERFORM MARCAR-GUIAS-FATURADAS.

           DISPLAY WS-GR-NUM-GUIAS ' GUIA(S) DO NIF ' WS-GR-NIF
               ' FATURADA(S) NA FATURA ' WS-NUM-FATURA-ATUAL
               ' - TOTAL: ' WS-GR-TOTAL.

       FATURAR-GUIAS-NIF-FIM.
           EXIT.

      *-----------------------
      * carrega para as tabelas de trabalho as guias em aberto do
      * NIF pedido e as respetivas linhas (cada guia foi gravada com
      * as suas linhas logo a seguir ao cabecalho)
      *-----------------------
       CARREGAR-GUIAS-NIF.
           MOVE ZEROS TO WS-GR-NUM-GUIAS.
           MOVE ZEROS TO WS-GR-NUM-LINHAS.
           MOVE 0 TO WS-GR-GUIA-SELEC.
           MOVE 0 TO WS-GR-EXCEDIDO.
           MOVE SPACES TO WS-GR-NOME.
           MOVE ZEROS TO WS-GR-FUNC-ID.
           MOVE SPACES TO WS-ENDOFCORR.
           SET WS-FS TO 0.
           OPEN INPUT FATURA.
           IF WS-FS EQUAL ZEROS
               PERFORM UNTIL WS-ENDOFCORR = 'F'
                   READ FATURA
                   AT END MOVE 'F' TO WS-ENDOFCORR
                   NOT AT END
                       IF CAB-TIPO-REG EQUAL 'C'
                           MOVE 0 TO WS-GR-GUIA-SELEC
                           IF CAB-TIPO-DOC EQUAL 'GR'
                            AND CAB-NIF-CLIENTE EQUAL WS-GR-NIF
                            AND CAB-NUM-FATURA-ORIG EQUAL ZEROS
                               IF WS-GR-NUM-GUIAS < 30
                                   ADD 1 TO WS-GR-NUM-GUIAS
                                   MOVE CAB-NUM-FATURA TO
                                       WS-GUIA-NUM (WS-GR-NUM-GUIAS)
                                   MOVE CAB-NOME-CLIENTE TO WS-GR-NOME
                                   IF CAB-FUNC-ID NUMERIC
                                       MOVE CAB-FUNC-ID
                                           TO WS-GR-FUNC-ID
                                   END-IF
                                   MOVE 1 TO WS-GR-GUIA-SELEC
                               ELSE
                                   MOVE 1 TO WS-GR-EXCEDIDO
                               END-IF
                           END-IF
                       ELSE
                           IF FAT-TIPO-REG EQUAL 'L'
                            AND LINHA-TIPO-DOC EQUAL 'GR'
                            AND WS-GR-GUIA-SELEC EQUAL 1
                            AND LINHA-NUM-FATURA EQUAL
                                WS-GUIA-NUM (WS-GR-NUM-GUIAS)
                               IF WS-GR-NUM-LINHAS < 200
                                   ADD 1 TO WS-GR-NUM-LINHAS
                                   PERFORM GUARDAR-LINHA-GUIA
                               ELSE
                                   MOVE 1 TO WS-GR-EXCEDIDO
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FATURA
           END-IF.
           MOVE SPACES TO WS-ENDOFCORR.

       GUARDAR-LINHA-GUIA.
           MOVE COD-PRODUTO TO WS-GRL-COD (WS-GR-NUM-LINHAS).
           MOVE DESC-PRODUTO TO WS-GRL-DESC (WS-GR-NUM-LINHAS).
           MOVE PREC-PRODUTO TO WS-GRL-PRECO (WS-GR-NUM-LINHAS).
           MOVE QUANT-PRODUTO TO WS-GRL-QUANT (WS-GR-NUM-LINHAS).
           MOVE IVA-PRODUTO TO WS-GRL-IVA (WS-GR-NUM-LINHAS).
           MOVE TOTALSIVA-PRODUTO TO WS-GRL-SIVA (WS-GR-NUM-LINHAS).
           MOVE TOTALIVA-PRODUTO TO WS-GRL-TIVA (WS-GR-NUM-LINHAS).
           MOVE TOTAL-PRODUTO TO WS-GRL-TOTAL (WS-GR-NUM-LINHAS).
           MOVE DESC-LINHA TO WS-GRL-DESC-LIN (WS-GR-NUM-LINHAS).

      *-----------------------
      * reescreve o ficheiro de documentos pelo temporario, com os
      * cabecalhos das guias faturadas marcados com o numero da
      * fatura que as agrupou
      *-----------------------
       MARCAR-GUIAS-FATURADAS.
           MOVE SPACES TO WS-ENDOFCORR.
           SET WS-FS TO 0.
           OPEN INPUT FATURA.
           OPEN OUTPUT FATURACORR.
           IF WS-FS NOT EQUAL ZEROS
            OR WS-FS-FATURACORR NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FATURA/FATURACORR - FILE '
                   'STATUS: ' WS-FS ' / ' WS-FS-FATURACORR
               IF WS-FS EQUAL ZEROS
                   CLOSE FATURA
               END-IF
               IF WS-FS-FATURACORR EQUAL "00"
                   CLOSE FATURACORR
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFCORR = 'F'
                   READ FATURA
                   AT END MOVE 'F' TO WS-ENDOFCORR
                   NOT AT END
                       MOVE ZEROS TO WS-GR-GUIA-AUD
                       IF CAB-TIPO-REG EQUAL 'C'
                        AND CAB-TIPO-DOC EQUAL 'GR'
                        AND CAB-NIF-CLIENTE EQUAL WS-GR-NIF
                        AND CAB-NUM-FATURA-ORIG EQUAL ZEROS
                           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                               UNTIL WS-GR-IDX > WS-GR-NUM-GUIAS
                               IF WS-GUIA-NUM (WS-GR-IDX)
                                   EQUAL CAB-NUM-FATURA
                                   MOVE WS-NUM-FATURA-ATUAL
                                       TO CAB-NUM-FATURA-ORIG
                                   MOVE CAB-NUM-FATURA
                                       TO WS-GR-GUIA-AUD
                                   MOVE WS-GR-NUM-GUIAS TO WS-GR-IDX
                               END-IF
                           END-PERFORM
                       END-IF
                       WRITE FATURACORR-REG FROM FAT-DADOS
      *                a guia passa a faturada: fica na auditoria,
      *                depois de gravada (a descricao usa o registo)
                       IF WS-GR-GUIA-AUD NOT EQUAL ZEROS
                           MOVE SPACES TO DESC-PRODUTO
                           STRING 'GR' WS-GR-GUIA-AUD
                                  ' NA FT' WS-NUM-FATURA-ATUAL
                               DELIMITED BY SIZE INTO DESC-PRODUTO
                           END-STRING
                           PERFORM ESCREVER-AUDITORIA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FATURA
               CLOSE FATURACORR
               MOVE SPACES TO WS-ENDOFCORR

               OPEN INPUT FATURACORR
               OPEN OUTPUT FATURA
               PERFORM UNTIL WS-ENDOFCORR = 'F'
                   READ FATURACORR
                   AT END MOVE 'F' TO WS-ENDOFCORR
                   NOT AT END
                       MOVE FATURACORR-REG TO FAT-DADOS
                       WRITE FAT-DADOS
                   END-READ
               END-PERFORM
               CLOSE FATURACORR
               CLOSE FATURA
               MOVE SPACES TO WS-ENDOFCORR
           END-IF.

      *-----------------------
      * faturacao mensal das vendas a credito da livraria (escolas,
      * bibliotecas): as vendas por faturar ate ao mes pedido saem
      * numa fatura FT por NIF com a data de negocio, uma linha por
      * titulo (mesmo preco, IVA e desconto) com as unidades somadas;
      * cada venda fica marcada com o numero da fatura, para nao
      * voltar a ser faturada nem contada pelos fechos
      *-----------------------
       FATURAR-VENDAS-CONTA.
           DISPLAY '-------//VENDAS A CREDITO DA LIVRARIA//-------'.
           DISPLAY 'FATURAR AS VENDAS ATE AO MES (AAAAMM): '.
           ACCEPT WS-VCF-ANOMES.

           PERFORM OBTER-DATA-PROCESSAMENTO.
           IF WS-VCF-ANOMES > WS-DATA-PROCESSAMENTO (1:6)
               DISPLAY '*** O MES ' WS-VCF-ANOMES ' AINDA NAO '
                   'COMECOU - FATURACAO RECUSADA ***'
               GO TO FATURAR-VENDAS-CONTA-FIM
           END-IF.
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-PER-ANOMES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF WS-PERIODO-FECHADO EQUAL 1
               DISPLAY '*** O PERIODO ' WS-PER-ANOMES ' JA FOI '
                   'FECHADO - FATURACAO RECUSADA ***'
               GO TO FATURAR-VENDAS-CONTA-FIM
           END-IF.

           PERFORM CARREGAR-VENDAS-CONTA.
           IF WS-VCF-CHEIA EQUAL 1
               DISPLAY '*** MAIS DE 2000 VENDAS A CREDITO POR FATURAR '
                   '- FATURACAO RECUSADA ***'
               GO TO FATURAR-VENDAS-CONTA-FIM
           END-IF.
           IF WS-VCF-POR-FATURAR EQUAL ZEROS
               DISPLAY '*** SEM VENDAS A CREDITO POR FATURAR ATE '
                   WS-VCF-ANOMES ' ***'
               GO TO FATURAR-VENDAS-CONTA-FIM
           END-IF.

           MOVE ZEROS TO WS-VCF-FATURAS.
           MOVE ZEROS TO WS-VCF-TOTAL-CORRIDA.
           MOVE 1 TO WS-VCF-ESCOLHIDO.
           PERFORM UNTIL WS-VCF-ESCOLHIDO EQUAL ZEROS
               MOVE ZEROS TO WS-VCF-ESCOLHIDO
               PERFORM VARYING WS-VCF-IDX FROM 1 BY 1
                   UNTIL WS-VCF-IDX > WS-VCF-NUM
                      OR WS-VCF-ESCOLHIDO NOT EQUAL ZEROS
                   MOVE WS-VCF-REGISTO (WS-VCF-IDX) TO VENDACONTA-REG
                   IF WS-VCF-MARCA (WS-VCF-IDX) EQUAL 0
                    AND VC-ESTADO EQUAL 'P'
                    AND VC-DATA (1:6) <= WS-VCF-ANOMES
                       MOVE WS-VCF-IDX TO WS-VCF-ESCOLHIDO
                       MOVE VC-NIF TO WS-VCF-NIF
                   END-IF
               END-PERFORM
               IF WS-VCF-ESCOLHIDO NOT EQUAL ZEROS
                   PERFORM FATURAR-VENDAS-NIF
               END-IF
           END-PERFORM.

           PERFORM GRAVAR-VENDAS-CONTA THRU GRAVAR-VENDAS-CONTA-FIM.
           DISPLAY ' '.
           DISPLAY 'VENDAS A CREDITO ATE ' WS-VCF-ANOMES
               ' - FATURAS EMITIDAS: ' WS-VCF-FATURAS
               ' TOTAL: ' WS-VCF-TOTAL-CORRIDA.

       FATURAR-VENDAS-CONTA-FIM.
           MOVE SPACES TO WS-ENDOFVC.
           GO TO INICIO.

      *-----------------------
      * carrega as vendas por faturar ('P'), pela ordem do ficheiro,
      * e conta as que entram no mes pedido; as ja faturadas ficam
      * no ficheiro e passam tal e qual quando e regravado
      *-----------------------
       CARREGAR-VENDAS-CONTA.
           MOVE ZEROS TO WS-VCF-NUM.
           MOVE ZEROS TO WS-VCF-POR-FATURAR.
           MOVE 0 TO WS-VCF-CHEIA.
           MOVE SPACES TO WS-ENDOFVC.
           OPEN INPUT VENDASCONTA.
           IF WS-FS-VENDASCONTA EQUAL "00"
               PERFORM UNTIL WS-ENDOFVC = 'F'
                   READ VENDASCONTA
                   AT END MOVE 'F' TO WS-ENDOFVC
                   NOT AT END
                       IF VC-ESTADO EQUAL 'P'
                           IF WS-VCF-NUM < 2000
                               ADD 1 TO WS-VCF-NUM
                               MOVE VENDACONTA-REG
                                   TO WS-VCF-REGISTO (WS-VCF-NUM)
                               MOVE 0 TO WS-VCF-MARCA (WS-VCF-NUM)
                               IF VC-DATA (1:6) <= WS-VCF-ANOMES
                                   ADD 1 TO WS-VCF-POR-FATURAR
                               END-IF
                           ELSE
                               MOVE 1 TO WS-VCF-CHEIA
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDASCONTA
           END-IF.
           MOVE SPACES TO WS-ENDOFVC.

      *-----------------------
      * uma fatura para o NIF em WS-VCF-NIF; as vendas que ja nao
      * cabem nas 200 linhas ficam por marcar e saem numa segunda
      * fatura do mesmo NIF
      *-----------------------
       FATURAR-VENDAS-NIF.
           MOVE 'FT' TO WS-TIPO-DOC.
           MOVE WS-DATA-PROCESSAMENTO (1:4) TO WS-SERIE-ANO.
           PERFORM ATRIBUIR-NUMERO-SERIE.

           MOVE ZEROS TO WS-VCF-NUM-LINHAS.
           MOVE ZEROS TO WS-VCF-VENDAS.
           PERFORM VARYING WS-VCF-IDX FROM 1 BY 1
               UNTIL WS-VCF-IDX > WS-VCF-NUM
               MOVE WS-VCF-REGISTO (WS-VCF-IDX) TO VENDACONTA-REG
               IF WS-VCF-MARCA (WS-VCF-IDX) EQUAL 0
                AND VC-ESTADO EQUAL 'P'
                AND VC-DATA (1:6) <= WS-VCF-ANOMES
                AND VC-NIF EQUAL WS-VCF-NIF
                   PERFORM JUNTAR-LINHA-VENDA-CONTA
                   IF WS-VCF-LINHA-ACHADA EQUAL 1
                       MOVE 1 TO WS-VCF-MARCA (WS-VCF-IDX)
                       MOVE 'F' TO VC-ESTADO
                       MOVE WS-NUM-FATURA-ATUAL TO VC-NUM-FATURA
                       MOVE WS-DATA-PROCESSAMENTO TO VC-DATA-FATURA
                       MOVE VENDACONTA-REG
                           TO WS-VCF-REGISTO (WS-VCF-IDX)
                       ADD 1 TO WS-VCF-VENDAS
                   END-IF
               END-IF
           END-PERFORM.

           SET WS-FS TO 0.
           OPEN EXTEND FATURA.
           IF WS-FS EQUAL 35
               OPEN OUTPUT FATURA
           END-IF.
           IF WS-FS NOT EQUAL ZEROS
               DISPLAY ' ERRO A ABRIR FATURA - FILE STATUS: ' WS-FS
               DISPLAY '*** VENDAS A CREDITO DO NIF ' WS-VCF-NIF
                   ' NAO FATURADAS ***'
      *        as vendas voltam a ficar por faturar
               PERFORM VARYING WS-VCF-IDX FROM 1 BY 1
                   UNTIL WS-VCF-IDX > WS-VCF-NUM
                   MOVE WS-VCF-REGISTO (WS-VCF-IDX) TO VENDACONTA-REG
                   IF VC-ESTADO EQUAL 'F'
                    AND VC-NUM-FATURA EQUAL WS-NUM-FATURA-ATUAL
                    AND VC-DATA-FATURA EQUAL WS-DATA-PROCESSAMENTO
                       MOVE 'P' TO VC-ESTADO
                       MOVE ZEROS TO VC-NUM-FATURA
                       MOVE ZEROS TO VC-DATA-FATURA
                       MOVE VENDACONTA-REG
                           TO WS-VCF-REGISTO (WS-VCF-IDX)
                   END-IF
               END-PERFORM
      *        as faturas ja emitidas nesta corrida ficam marcadas
               PERFORM GRAVAR-VENDAS-CONTA
                   THRU GRAVAR-VENDAS-CONTA-FIM
               GO TO FATURAR-VENDAS-CONTA-FIM
           END-IF.

           MOVE WS-VCF-NIF TO WS-CLI-NIF-PROCURA.
           PERFORM PROCURAR-CLIENTE-NIF.
           MOVE 'C' TO CAB-TIPO-REG.
           MOVE WS-NUM-FATURA-ATUAL TO CAB-NUM-FATURA.
           MOVE WS-DATA-PROCESSAMENTO TO CAB-DATA.
           MOVE WS-CLI-NOME-ACHADO TO CAB-NOME-CLIENTE.
           MOVE WS-VCF-NIF TO CAB-NIF-CLIENTE.
           MOVE 'FT' TO CAB-TIPO-DOC.
           MOVE ZEROS TO CAB-NUM-FATURA-ORIG.
           MOVE ZEROS TO CAB-FUNC-ID.
           MOVE 'N' TO CAB-RETENCAO-IND.
           MOVE ZEROS TO CAB-TAXA-RETENCAO.
           MOVE ZEROS TO CAB-VALOR-RETENCAO.
           PERFORM CALCULAR-DATA-VENCIMENTO.
           MOVE WS-DOC-VENC TO CAB-DATA-VENCIMENTO.
           WRITE FAT-CABECALHO.

           MOVE ZEROS TO WS-VCF-TOTAL.
           PERFORM VARYING WS-VCF-IDX-LIN FROM 1 BY 1
               UNTIL WS-VCF-IDX-LIN > WS-VCF-NUM-LINHAS
               MOVE 'L' TO FAT-TIPO-REG
               MOVE WS-NUM-FATURA-ATUAL TO LINHA-NUM-FATURA
               MOVE ZEROS TO COD-PRODUTO
               MOVE WS-VCFL-TITULO (WS-VCF-IDX-LIN) TO DESC-PRODUTO
               MOVE WS-VCFL-PRECO (WS-VCF-IDX-LIN) TO PREC-PRODUTO
               MOVE WS-VCFL-QUANT (WS-VCF-IDX-LIN) TO QUANT-PRODUTO
               MOVE WS-VCFL-IVA (WS-VCF-IDX-LIN) TO IVA-PRODUTO
               MOVE WS-VCFL-DESC (WS-VCF-IDX-LIN) TO DESC-LINHA
               COMPUTE WS-VALOR-BRUTO = PREC-PRODUTO * QUANT-PRODUTO
               COMPUTE TOTALSIVA-PRODUTO =
                   WS-VALOR-BRUTO * (100 - DESC-LINHA) / 100
               COMPUTE TOTALIVA-PRODUTO =
                   (TOTALSIVA-PRODUTO * IVA-PRODUTO) / 100
               COMPUTE TOTAL-PRODUTO =
                   TOTALSIVA-PRODUTO + TOTALIVA-PRODUTO
               MOVE 'FT' TO LINHA-TIPO-DOC
               WRITE FAT-DADOS
               PERFORM ESCREVER-AUDITORIA
               ADD TOTAL-PRODUTO TO WS-VCF-TOTAL
           END-PERFORM.
           MOVE WS-VCF-NIF TO WS-ADT-NIF.
           MOVE WS-NUM-FATURA-ATUAL TO WS-ADT-DOC.
           MOVE WS-VCF-TOTAL TO WS-ADT-MAXIMO.
           PERFORM DEDUZIR-ADIANTAMENTOS.
           SUBTRACT WS-ADT-DEDUZIDO FROM WS-VCF-TOTAL.
      *    cada venda (guia 'CT') passada a faturada fica na auditoria
           PERFORM VARYING WS-VCF-IDX FROM 1 BY 1
               UNTIL WS-VCF-IDX > WS-VCF-NUM
               MOVE WS-VCF-REGISTO (WS-VCF-IDX) TO VENDACONTA-REG
               IF WS-VCF-MARCA (WS-VCF-IDX) EQUAL 1
                AND VC-ESTADO EQUAL 'F'
                AND VC-NUM-FATURA EQUAL WS-NUM-FATURA-ATUAL
                AND VC-NIF EQUAL WS-VCF-NIF
                   MOVE SPACES TO DESC-PRODUTO
                   STRING 'CT' VC-NUMERO ' NA FT' WS-NUM-FATURA-ATUAL
                       DELIMITED BY SIZE INTO DESC-PRODUTO
                   END-STRING
                   PERFORM ESCREVER-AUDITORIA
               END-IF
           END-PERFORM.
           CLOSE FATURA.

           ADD 1 TO WS-VCF-FATURAS.
           ADD WS-VCF-TOTAL TO WS-VCF-TOTAL-CORRIDA.
           DISPLAY 'NIF ' WS-VCF-NIF ' ' WS-CLI-NOME-ACHADO
               ' - ' WS-VCF-VENDAS ' VENDA(S) NA FATURA FT '
               WS-NUM-FATURA-ATUAL ' - TOTAL: ' WS-VCF-TOTAL.

      *-----------------------
      * soma a venda em VENDACONTA-REG a linha do mesmo titulo, preco,
      * IVA e desconto, ou abre linha nova; WS-VCF-LINHA-ACHADA a
      * zero quando ja nao ha linha livre na fatura
      *-----------------------
       JUNTAR-LINHA-VENDA-CONTA.
           MOVE 0 TO WS-VCF-LINHA-ACHADA.
           PERFORM VARYING WS-VCF-IDX-LIN FROM 1 BY 1
               UNTIL WS-VCF-IDX-LIN > WS-VCF-NUM-LINHAS
                  OR WS-VCF-LINHA-ACHADA EQUAL 1
               IF WS-VCFL-COD-IDENT (WS-VCF-IDX-LIN) EQUAL VC-COD-IDENT
                AND WS-VCFL-PRECO (WS-VCF-IDX-LIN) EQUAL VC-PRECO
                AND WS-VCFL-IVA (WS-VCF-IDX-LIN) EQUAL VC-IVA
                AND WS-VCFL-DESC (WS-VCF-IDX-LIN) EQUAL VC-DESC
                   ADD VC-UNID TO WS-VCFL-QUANT (WS-VCF-IDX-LIN)
                   MOVE 1 TO WS-VCF-LINHA-ACHADA
               END-IF
           END-PERFORM.
           IF WS-VCF-LINHA-ACHADA EQUAL 0
            AND WS-VCF-NUM-LINHAS < 200
               ADD 1 TO WS-VCF-NUM-LINHAS
               MOVE VC-COD-IDENT
                   TO WS-VCFL-COD-IDENT (WS-VCF-NUM-LINHAS)
               MOVE VC-TITULO TO WS-VCFL-TITULO (WS-VCF-NUM-LINHAS)
               MOVE VC-PRECO TO WS-VCFL-PRECO (WS-VCF-NUM-LINHAS)
               MOVE VC-UNID TO WS-VCFL-QUANT (WS-VCF-NUM-LINHAS)
               MOVE VC-IVA TO WS-VCFL-IVA (WS-VCF-NUM-LINHAS)
               MOVE VC-DESC TO WS-VCFL-DESC (WS-VCF-NUM-LINHAS)
               MOVE 1 TO WS-VCF-LINHA-ACHADA
           END-IF.

      *-----------------------
      * regrava o ficheiro pelo temporario, como os adiantamentos:
      * as vendas ja faturadas passam tal e qual e cada venda por
      * faturar sai da tabela, pela mesma ordem, com a sua marca
      *-----------------------
       GRAVAR-VENDAS-CONTA.
           MOVE ZEROS TO WS-VCF-IDX.
           MOVE SPACES TO WS-ENDOFVC.
           OPEN INPUT VENDASCONTA.
           OPEN OUTPUT VENDCONTTEMP.
           IF WS-FS-VENDASCONTA NOT EQUAL "00"
            OR WS-FS-VENDCONTTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR VENDASCONTA/VENDCONTTEMP - '
                   'FILE STATUS: ' WS-FS-VENDASCONTA ' / '
                   WS-FS-VENDCONTTEMP
               DISPLAY '*** AS VENDAS FATURADAS NAO FICARAM MARCADAS '
                   '- NAO REPETIR A CORRIDA ANTES DE CORRIGIR ***'
               IF WS-FS-VENDASCONTA EQUAL "00"
                   CLOSE VENDASCONTA
               END-IF
               IF WS-FS-VENDCONTTEMP EQUAL "00"
                   CLOSE VENDCONTTEMP
               END-IF
               GO TO GRAVAR-VENDAS-CONTA-FIM
           END-IF.
           PERFORM UNTIL WS-ENDOFVC = 'F'
               READ VENDASCONTA
               AT END MOVE 'F' TO WS-ENDOFVC
               NOT AT END
                   IF VC-ESTADO EQUAL 'P'
                    AND WS-VCF-IDX < WS-VCF-NUM
                       ADD 1 TO WS-VCF-IDX
                       MOVE WS-VCF-REGISTO (WS-VCF-IDX)
                           TO VENDACONTA-REG
                   END-IF
                   WRITE VENDCONTTEMP-REG FROM VENDACONTA-REG
               END-READ
           END-PERFORM.
           CLOSE VENDASCONTA.
           CLOSE VENDCONTTEMP.
           MOVE SPACES TO WS-ENDOFVC.

           OPEN INPUT VENDCONTTEMP.
           OPEN OUTPUT VENDASCONTA.
           PERFORM UNTIL WS-ENDOFVC = 'F'
               READ VENDCONTTEMP
               AT END MOVE 'F' TO WS-ENDOFVC
               NOT AT END
                   MOVE VENDCONTTEMP-REG TO VENDACONTA-REG
                   WRITE VENDACONTA-REG
               END-READ
           END-PERFORM.
           CLOSE VENDCONTTEMP.
           CLOSE VENDASCONTA.

       GRAVAR-VENDAS-CONTA-FIM.
           MOVE SPACES TO WS-ENDOFVC.

      *-----------------------
      * escolhe nas linhas de preco a que esta em vigor na data em
      * WS-DATA-PRECO (a de maior data de inicio que nao lhe seja
      * posterior) para o produto em WS-PROD-PROCURA
      *-----------------------
       PROCURAR-PRECO-DATA.
           MOVE 0 TO WS-PRECO-ENCONTRADO.
           MOVE ZEROS TO WS-PRECO-EM-VIGOR.
           MOVE ZEROS TO WS-PRECO-DATA-VIGOR.
           MOVE SPACES TO WS-ENDOFPRECOS.
           OPEN INPUT PRECOS.
           IF WS-FS-PRECOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFPRECOS = 'F'
                   READ PRECOS
                   AT END MOVE 'F' TO WS-ENDOFPRECOS
                   NOT AT END
                       IF PL-COD EQUAL WS-PROD-PROCURA
                        AND PL-DATA-INICIO <= WS-DATA-PRECO
                        AND (WS-PRECO-ENCONTRADO EQUAL 0
                         OR PL-DATA-INICIO > WS-PRECO-DATA-VIGOR)
                           MOVE 1 TO WS-PRECO-ENCONTRADO
                           MOVE PL-DATA-INICIO
                               TO WS-PRECO-DATA-VIGOR
                           MOVE PL-PRECO TO WS-PRECO-EM-VIGOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECOS
           END-IF.
           MOVE SPACES TO WS-ENDOFPRECOS.

       CRIAR-LINHA-PRECO.
           DISPLAY 'CODIGO DO PRODUTO: '
           ACCEPT WS-PROD-PROCURA
           PERFORM PROCURAR-PRODUTO
           IF WS-PROD-EXISTE EQUAL 0
               DISPLAY '*** PRODUTO ' WS-PROD-PROCURA ' NAO EXISTE '
                   'NO CATALOGO ***'
           ELSE
               OPEN EXTEND PRECOS
               IF WS-FS-PRECOS EQUAL "35"
                   OPEN OUTPUT PRECOS
               END-IF
               IF WS-FS-PRECOS NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR PRECOS - FILE STATUS: '
                       WS-FS-PRECOS
               ELSE
                   MOVE WS-PROD-PROCURA TO PL-COD
                   DISPLAY 'DATA DE ENTRADA EM VIGOR (AAAAMMDD): '
                   ACCEPT PL-DATA-INICIO
                   DISPLAY 'PRECO: '
                   ACCEPT PL-PRECO
                   PERFORM UNTIL PL-PRECO > ZEROS
                       DISPLAY 'O PRECO TEM DE SER SUPERIOR A '
                           'ZERO: '
                       ACCEPT PL-PRECO
                   END-PERFORM
                   WRITE PRECO-REG
                   CLOSE PRECOS
                   DISPLAY 'LINHA DE PRECO REGISTADA'
               END-IF
           END-IF.

      *-----------------------
      * historico de alteracoes de preco de um produto: o preco
      * unico do catalogo como base e as linhas datadas por cima
      *-----------------------
       HISTORICO-PRECOS.
           DISPLAY 'CODIGO DO PRODUTO: '
           ACCEPT WS-PROD-PROCURA
           PERFORM PROCURAR-PRODUTO
           IF WS-PROD-EXISTE EQUAL 0
               DISPLAY '*** PRODUTO ' WS-PROD-PROCURA ' NAO EXISTE '
                   'NO CATALOGO ***'
           ELSE
               DISPLAY 'PRODUTO: ' WS-PROD-DESC
               DISPLAY 'PRECO DE CATALOGO (BASE): ' WS-PROD-PRECO
               MOVE SPACES TO WS-ENDOFPRECOS
               OPEN INPUT PRECOS
               IF WS-FS-PRECOS NOT EQUAL "00"
                   DISPLAY ' (SEM LINHAS DE PRECO DATADAS)'
               ELSE
                   PERFORM UNTIL WS-ENDOFPRECOS = 'F'
                       READ PRECOS
                       AT END MOVE 'F' TO WS-ENDOFPRECOS
                       NOT AT END
                           IF PL-COD EQUAL WS-PROD-PROCURA
                               DISPLAY 'EM VIGOR DESDE '
                                   PL-DATA-INICIO ': ' PL-PRECO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRECOS
                   MOVE SPACES TO WS-ENDOFPRECOS
               END-IF
           END-IF.

      *-----------------------
      * manutencao do catalogo de produtos: criar e listar
      *-----------------------
       GERIR-PRODUTOS.
           DISPLAY '-------//GESTAO DE PRODUTOS//-------'.
           DISPLAY ' 1 - CRIAR PRODUTO'.
           DISPLAY ' 2 - LISTAR PRODUTOS'.
           DISPLAY ' 3 - CRIAR LINHA DE PRECO'.
           DISPLAY ' 4 - HISTORICO DE PRECOS'.
           ACCEPT OPCAO-PRODUTOS.

           IF OPCAO-PRODUTOS EQUAL 3
               PERFORM CRIAR-LINHA-PRECO
               GO TO INICIO
           END-IF.
           IF OPCAO-PRODUTOS EQUAL 4
               PERFORM HISTORICO-PRECOS
               GO TO INICIO
           END-IF.

           IF OPCAO-PRODUTOS EQUAL 1
               DISPLAY 'CODIGO DO PRODUTO: '
               ACCEPT WS-PROD-PROCURA
               PERFORM PROCURAR-PRODUTO
               IF WS-PROD-EXISTE EQUAL 1
                   DISPLAY '*** PRODUTO JA EXISTE: ' WS-PROD-DESC
                       ' ***'
               ELSE
                   OPEN EXTEND PRODUTOS
                   IF WS-FS-PRODUTOS EQUAL "35"
                       OPEN OUTPUT PRODUTOS
                   END-IF
                   IF WS-FS-PRODUTOS NOT EQUAL "00"
                       DISPLAY ' ERRO A ABRIR PRODUTOS - FILE '
                           'STATUS: ' WS-FS-PRODUTOS
                   ELSE
                       MOVE WS-PROD-PROCURA TO PRD-COD
                       DISPLAY 'DESCRICAO: '
                       ACCEPT PRD-DESC
                       DISPLAY 'PRECO ATUAL: '
                       ACCEPT PRD-PRECO
                       DISPLAY 'TAXA DE IVA APLICAVEL: '
                       ACCEPT PRD-IVA
                       PERFORM UNTIL PRD-IVA = 6 OR PRD-IVA = 13
                                                 OR PRD-IVA = 23
                           DISPLAY 'TAXA DE IVA INVALIDA. VALORES '
                               'ACEITES: 6/13/23'
                           DISPLAY 'TAXA DE IVA APLICAVEL: '
                           ACCEPT PRD-IVA
                       END-PERFORM
                       DISPLAY 'SERVICO (S/N)? '
                       ACCEPT PRD-SERVICO
                       PERFORM UNTIL PRD-SERVICO = 'S'
                                  OR PRD-SERVICO = 'N'
                           DISPLAY 'RESPOSTA INVALIDA. VALORES '
                               'ACEITES: S/N'
                           DISPLAY 'SERVICO (S/N)? '
                           ACCEPT PRD-SERVICO
                       END-PERFORM
                       DISPLAY 'CATEGORIA DE COMISSAO: '
                       ACCEPT PRD-CATEGORIA
                       WRITE PRODUTO-REG
                       CLOSE PRODUTOS
                       DISPLAY 'PRODUTO REGISTADO COM SUCESSO'
                   END-IF
               END-IF
           ELSE
               IF OPCAO-PRODUTOS EQUAL 2
                   MOVE SPACES TO WS-ENDOFPROD
                   OPEN INPUT PRODUTOS
                   IF WS-FS-PRODUTOS NOT EQUAL "00"
                       DISPLAY ' ERRO A ABRIR PRODUTOS - FILE '
                           'STATUS: ' WS-FS-PRODUTOS
                   ELSE
                       PERFORM UNTIL WS-ENDOFPROD = 'F'
                           READ PRODUTOS
                           AT END MOVE 'F' TO WS-ENDOFPROD
                           NOT AT END
                               DISPLAY 'COD: ' PRD-COD
                                   ' DESC: ' PRD-DESC
                                   ' PRECO: ' PRD-PRECO
                                   ' IVA: ' PRD-IVA
                                   ' SERVICO: ' PRD-SERVICO
                                   ' CATEGORIA: ' PRD-CATEGORIA
                           END-READ
                       END-PERFORM
                       CLOSE PRODUTOS
               CLOSE FATURAOUT
               GO TO INICIO
           END-IF.
      *    o indice recomeca com o ficheiro de impressao: um registo
      *    por pagina, para a expedicao envelopar por destinatario
           OPEN OUTPUT FATDOCIDX.
           IF WS-FS-FATDOCIDX NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FATDOCIDX - FILE STATUS: '
                       WS-FS-FATDOCIDX
               CLOSE FATURAOUT
               CLOSE FATURADOC
               GO TO INICIO
           END-IF.

           PERFORM UNTIL WS-ENDOFFILEFATURAOUT EQUAL 1
               READ FATURAOUT INTO WS-DADOSFAT

           CLOSE FATURAOUT.
           CLOSE FATURADOC.
           CLOSE FATDOCIDX.
           DISPLAY 'DOCUMENTOS IMPRESSOS PARA O FICHEIRO DE '
               'IMPRESSAO'.
           GO TO INICIO.
           ELSE
               MOVE 0 TO WS-DOC-E-NC
           END-IF.
           IF WS-CAB-TIPO-DOC EQUAL 'GR'
               MOVE 1 TO WS-DOC-E-GR
           ELSE
               MOVE 0 TO WS-DOC-E-GR
           END-IF.
           IF WS-CAB-TIPO-DOC EQUAL 'AD'
               MOVE 1 TO WS-DOC-E-AD
           ELSE
               MOVE 0 TO WS-DOC-E-AD
           END-IF.
           MOVE ZEROS TO WS-DOC-ADIANT.
      *    a retencao vem do cabecalho, que as linhas vao pisar
           MOVE 'N' TO WS-DOC-RET-IND.
           IF WS-CAB-TIPO-DOC EQUAL 'FT'
            AND WS-CAB-RET-IND EQUAL 'S'
               MOVE 'S' TO WS-DOC-RET-IND
               MOVE WS-CAB-TAXA-RET TO WS-DOC-RET-TAXA
               MOVE WS-CAB-VALOR-RET TO WS-DOC-RET-VALOR
           END-IF.

           MOVE WS-CAB-DATA TO DX-DATA.
           MOVE 'F' TO DX-ORIGEM.
           MOVE WS-CAB-TIPO-DOC TO DX-TIPO-DOC.
           MOVE WS-CAB-NUM-FATURA TO DX-REFERENCIA.
           MOVE ZEROS TO DX-NUM-CLIENTE.
           MOVE WS-CAB-NIF-CLIENTE TO DX-NIF.
           MOVE ZEROS TO DX-NUM-LINHAS.
           WRITE FATDOCIDX-REG.

           MOVE ALL '=' TO FATDOC-LINHA.
           WRITE FATDOC-LINHA.
                   INTO FATDOC-LINHA
               END-STRING
           ELSE
               IF WS-DOC-E-GR EQUAL 1
                   STRING ' GUIA DE REMESSA N. ' DELIMITED BY SIZE
                          WS-CAB-NUM-FATURA DELIMITED BY SIZE
                       INTO FATDOC-LINHA
                   END-STRING
               ELSE
                   IF WS-DOC-E-AD EQUAL 1
                       STRING ' FATURA DE ADIANTAMENTO N. '
                                  DELIMITED BY SIZE
                              WS-CAB-NUM-FATURA DELIMITED BY SIZE
                           INTO FATDOC-LINHA
                       END-STRING
                   ELSE
                       STRING ' FATURA N. ' DELIMITED BY SIZE
                              WS-CAB-NUM-FATURA DELIMITED BY SIZE
                           INTO FATDOC-LINHA
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           WRITE FATDOC-LINHA.
           PERFORM COMPOR-ATCUD.
           MOVE WS-IVA-PRODUTO TO DET-IVA.
           MOVE WS-TOTAL-PRODUTO TO DET-TOTAL.
           MOVE WS-LINHA-DETALHE TO FATDOC-LINHA.
      *    adiantamento deduzido: sai com o sinal menos e abate no
      *    total e no resumo de IVA do documento
           IF WS-LINHA-TIPO-DOC EQUAL 'DA'
               MOVE '-' TO FATDOC-LINHA (65:1)
           END-IF.
           WRITE FATDOC-LINHA.
      *    linha com desconto: mostra o bruto ao preco de catalogo,
      *    o desconto e o liquido que alimenta os totais
               WRITE FATDOC-LINHA
           END-IF.

           IF WS-LINHA-TIPO-DOC EQUAL 'DA'
               SUBTRACT WS-TOTAL-PRODUTO FROM WS-DOC-TOTAL
               ADD WS-TOTAL-PRODUTO TO WS-DOC-ADIANT
           ELSE
               ADD WS-TOTAL-PRODUTO TO WS-DOC-TOTAL
           END-IF.
           MOVE WS-IVA-PRODUTO TO WS-IMP-TAXA.
           EVALUATE WS-IMP-TAXA
               WHEN 0  MOVE 1 TO WS-IMP-IDX
               WHEN 23 MOVE 4 TO WS-IMP-IDX
               WHEN OTHER MOVE 5 TO WS-IMP-IDX
           END-EVALUATE.
           IF WS-LINHA-TIPO-DOC EQUAL 'DA'
               SUBTRACT WS-TOTALSIVA-PRODUTO
                   FROM WS-IVADOC-BASE (WS-IMP-IDX)
               SUBTRACT WS-TOTALIVA-PRODUTO
                   FROM WS-IVADOC-IVA (WS-IMP-IDX)
           ELSE
               ADD WS-TOTALSIVA-PRODUTO
                   TO WS-IVADOC-BASE (WS-IMP-IDX)
               ADD WS-TOTALIVA-PRODUTO
                   TO WS-IVADOC-IVA (WS-IMP-IDX)
           END-IF.

       IMPRIMIR-RODAPE-DOC.
           MOVE ALL '-' TO FATDOC-LINHA.
           END-PERFORM.
           MOVE SPACES TO FATDOC-LINHA.
           WRITE FATDOC-LINHA.
           IF WS-DOC-ADIANT > ZEROS
               MOVE WS-DOC-ADIANT TO TOT-VALOR
               MOVE WS-LINHA-TOTAL TO FATDOC-LINHA
               MOVE ' ADIANTAMENTOS DEDUZIDOS .... '
                   TO FATDOC-LINHA (1:30)
               WRITE FATDOC-LINHA
           END-IF.
           MOVE WS-DOC-TOTAL TO TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO FATDOC-LINHA.
           IF WS-DOC-E-NC EQUAL 1
               MOVE 'CREDITO' TO FATDOC-LINHA (70:7)
           END-IF.
           WRITE FATDOC-LINHA.
      *    fatura com retencao na fonte: valor retido pelo cliente e
      *    liquido que efetivamente vai pagar
           IF WS-DOC-RET-IND EQUAL 'S'
               MOVE WS-DOC-RET-TAXA TO RET-TAXA-ED
               MOVE WS-DOC-RET-VALOR TO RET-VALOR-ED
               MOVE WS-LINHA-RETENCAO TO FATDOC-LINHA
               WRITE FATDOC-LINHA
               COMPUTE WS-RET-LIQUIDO =
                   WS-DOC-TOTAL - WS-DOC-RET-VALOR
               MOVE WS-RET-LIQUIDO TO LIQ-VALOR-ED
               MOVE WS-LINHA-LIQUIDO TO FATDOC-LINHA
               WRITE FATDOC-LINHA
           END-IF.
           MOVE SPACES TO FATDOC-LINHA.
           WRITE FATDOC-LINHA.
           MOVE ' PROCESSADO POR COMPUTADOR - IVA INCLUIDO AS '
           MOVE ' BENS/SERVICOS COLOCADOS A DISPOSICAO NA DATA DO '
               & 'DOCUMENTO' TO FATDOC-LINHA.
           WRITE FATDOC-LINHA.
           IF WS-DOC-E-AD EQUAL 1
               MOVE ' ADIANTAMENTO RECEBIDO - A DEDUZIR NA FATURA '
                   & 'FINAL' TO FATDOC-LINHA
               WRITE FATDOC-LINHA
           END-IF.
      *    a guia acompanha a mercadoria e sera faturada mais tarde
           IF WS-DOC-E-GR EQUAL 1
               MOVE ' DOCUMENTO DE TRANSPORTE - NAO SERVE DE FATURA'
                   TO FATDOC-LINHA
               WRITE FATDOC-LINHA
               IF WS-CAB-NUM-FATURA-ORIG NOT EQUAL ZEROS
                   MOVE SPACES TO FATDOC-LINHA
                   STRING ' FATURADA NA FATURA N. ' DELIMITED BY SIZE
                          WS-CAB-NUM-FATURA-ORIG DELIMITED BY SIZE
                       INTO FATDOC-LINHA
                   END-STRING
                   WRITE FATDOC-LINHA
               END-IF
           END-IF.
      *    bloco do codigo QR exigido pela administracao fiscal:
      *    NIF do emitente e do cliente, tipo/numero do documento,
      *    data, totais de IVA e do documento e ATCUD

      *-----------------------
      * regista no mestre um NIF visto pela primeira vez, com o nome
      * acabado de teclar no documento (e a morada, quando criado
      * pela gestao de clientes)
      *-----------------------
       GRAVAR-CLIENTE-NOVO.
           OPEN EXTEND CLIENTESFAT.
               MOVE CAB-NOME-CLIENTE TO CLI-NOME
               MOVE ZEROS TO CLI-LIMITE-CREDITO
               MOVE WS-PRAZO-DIAS-DEF TO CLI-PRAZO-DIAS
               MOVE WS-CLI-MORADA-NOVA TO CLI-MORADA
               MOVE WS-CLI-CPOSTAL-NOVO TO CLI-COD-POSTAL
               MOVE SPACE TO CLI-MORADA-ESTADO
               MOVE ZEROS TO CLI-DATA-DEVOLUCAO
               WRITE CLIENTEFAT-REG
               CLOSE CLIENTESFAT
               DISPLAY 'CLIENTE REGISTADO NO MESTRE'
           END-IF.
           MOVE SPACES TO WS-CLI-MORADA-NOVA.
           MOVE SPACES TO WS-CLI-CPOSTAL-NOVO.

      *-----------------------
      * saldo em aberto do cliente, a partir dos documentos ja
                      CONTINUE
                  ELSE
                   IF WS-TIPO-REG EQUAL 'C'
      *                a fatura de adiantamento ja vem paga e nao
      *                e saldo em aberto
                       IF WS-CAB-NIF-CLIENTE EQUAL WS-CLI-NIF-PROCURA
                        AND WS-CAB-TIPO-DOC NOT EQUAL 'OR'
                        AND WS-CAB-TIPO-DOC NOT EQUAL 'GR'
                        AND WS-CAB-TIPO-DOC NOT EQUAL 'AD'
                           MOVE 1 TO WS-SAL-DOC-NIF-OK
                           IF WS-NUM-DOCS-CLI < 100
                               ADD 1 TO WS-NUM-DOCS-CLI
                   ELSE
                       IF WS-SAL-DOC-NIF-OK EQUAL 1
                           IF WS-SAL-DOC-NC EQUAL 1
                            OR WS-LINHA-TIPO-DOC EQUAL 'DA'
                               SUBTRACT WS-TOTAL-PRODUTO
                                   FROM WS-SALDO-CLIENTE
                           ELSE
       CALCULAR-SALDO-CLIENTE-FIM.
           SET WS-ENDOFFILEFATURAOUT TO 0.

      *-----------------------
      * divida do gas do mesmo NIF, em todos os contratos - conta
      * para o limite de credito como o saldo da faturacao; sem os
      * ficheiros do gas fica a zeros, com aviso
      *-----------------------
       CALCULAR-DIVIDA-GAS.
           MOVE ZEROS TO WS-DIVIDA-GAS
           MOVE WS-CLI-NIF-PROCURA TO WS-DG-NIF
           CALL 'DIVIDA_GAS' USING WS-DG-PEDIDO
           IF WS-DG-RESULTADO EQUAL 9
               DISPLAY ' AVISO: FICHEIROS DO GAS NAO DISPONIVEIS - '
                   'DIVIDA DO GAS ASSUMIDA A ZEROS'
           ELSE
               MOVE WS-DG-VALOR-DIVIDA TO WS-DIVIDA-GAS
           END-IF.

      *-----------------------
      * bloqueia a linha quando o saldo em aberto mais o documento
      * em curso ultrapassa o limite de credito do cliente - so um
           IF WS-TIPO-DOC EQUAL 'FT'
            AND WS-CLI-LIMITE > ZEROS
               COMPUTE WS-EXPOSICAO =
                   WS-SALDO-CLIENTE + WS-DIVIDA-GAS
                   + WS-SESSION-TOTAL + TOTAL-PRODUTO
               IF WS-EXPOSICAO > WS-CLI-LIMITE
                   DISPLAY '*** LIMITE DE CREDITO ULTRAPASSADO - '
                       'EXPOSICAO: ' WS-EXPOSICAO
      * define o limite de credito de um NIF ja registado,
      * reescrevendo o mestre pelo temporario
      *-----------------------
       DEFINIR-LIMITE-CREDITO.
           DISPLAY 'NIF DO CLIENTE: '
           ACCEPT WS-CLI-NIF-PROCURA
           PERFORM PROCURAR-CLIENTE-NIF
           IF WS-CLI-EXISTE EQUAL 0
               DISPLAY '*** NIF SEM REGISTO NO MESTRE ***'
               GO TO DEFINIR-LIMITE-CREDITO-FIM
           END-IF
           DISPLAY 'CLIENTE: ' WS-CLI-NOME-ACHADO
               '  LIMITE ATUAL: ' WS-CLI-LIMITE
           DISPLAY 'NOVO LIMITE DE CREDITO (0 = SEM LIMITE): '
           ACCEPT WS-LIM-NOVO

           MOVE 0 TO WS-LIM-ALTERADO
           MOVE SPACES TO WS-ENDOFCLI
           OPEN INPUT CLIENTESFAT
           OPEN OUTPUT CLIFATTEMP
           IF WS-FS-CLIENTESFAT NOT EQUAL "00"
            OR WS-FS-CLIFATTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR CLIENTESFAT/CLIFATTEMP - FILE '
                   'STATUS: ' WS-FS-CLIENTESFAT ' / '
                   WS-FS-CLIFATTEMP
               IF WS-FS-CLIENTESFAT EQUAL "00"
                   CLOSE CLIENTESFAT
               END-IF
               IF WS-FS-CLIFATTEMP EQUAL "00"
                   CLOSE CLIFATTEMP
               END-IF
               GO TO DEFINIR-LIMITE-CREDITO-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFCLI = 'F'
               READ CLIENTESFAT
               AT END MOVE 'F' TO WS-ENDOFCLI
               NOT AT END
                   IF CLI-NIF EQUAL WS-CLI-NIF-PROCURA
                       MOVE 1 TO WS-LIM-ALTERADO
                       MOVE WS-LIM-NOVO TO CLI-LIMITE-CREDITO
                   END-IF
                   WRITE CLIFATTEMP-REG FROM CLIENTEFAT-REG
               END-READ
           END-PERFORM
           CLOSE CLIENTESFAT
           CLOSE CLIFATTEMP
           MOVE SPACES TO WS-ENDOFCLI

           IF WS-LIM-ALTERADO EQUAL 1
               OPEN INPUT CLIFATTEMP
               OPEN OUTPUT CLIENTESFAT
               PERFORM UNTIL WS-ENDOFCLI = 'F'
                   READ CLIFATTEMP
                   AT END MOVE 'F' TO WS-ENDOFCLI
                   NOT AT END
                       MOVE CLIFATTEMP-REG TO CLIENTEFAT-REG
                       WRITE CLIENTEFAT-REG
                   END-READ
               END-PERFORM
               CLOSE CLIFATTEMP
               CLOSE CLIENTESFAT
               MOVE SPACES TO WS-ENDOFCLI
               DISPLAY 'LIMITE DE CREDITO ATUALIZADO'
           END-IF.

       DEFINIR-LIMITE-CREDITO-FIM.
           EXIT.

      *-----------------------
      * define o prazo de pagamento (em dias) de um NIF ja
      * registado, reescrevendo o mestre pelo temporario
      *-----------------------
       DEFINIR-PRAZO-PAGAMENTO.
           DISPLAY 'NIF DO CLIENTE: '
           ACCEPT WS-CLI-NIF-PROCURA
           PERFORM PROCURAR-CLIENTE-NIF
           IF WS-CLI-EXISTE EQUAL 0
               DISPLAY '*** NIF SEM REGISTO NO MESTRE ***'
               GO TO DEFINIR-PRAZO-PAGAMENTO-FIM
           END-IF
           DISPLAY 'CLIENTE: ' WS-CLI-NOME-ACHADO
               '  PRAZO ATUAL: ' WS-CLI-PRAZO ' DIAS'
           DISPLAY 'NOVO PRAZO DE PAGAMENTO (DIAS): '
           ACCEPT WS-LIM-NOVO

           MOVE 0 TO WS-LIM-ALTERADO
               IF WS-FS-CLIFATTEMP EQUAL "00"
                   CLOSE CLIFATTEMP
               END-IF
               GO TO DEFINIR-PRAZO-PAGAMENTO-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFCLI = 'F'
               READ CLIENTESFAT
               NOT AT END
                   IF CLI-NIF EQUAL WS-CLI-NIF-PROCURA
                       MOVE 1 TO WS-LIM-ALTERADO
                       MOVE WS-LIM-NOVO TO CLI-PRAZO-DIAS
                   END-IF
                   WRITE CLIFATTEMP-REG FROM CLIENTEFAT-REG
               END-READ
               CLOSE CLIFATTEMP
               CLOSE CLIENTESFAT
               MOVE SPACES TO WS-ENDOFCLI
               DISPLAY 'PRAZO DE PAGAMENTO ATUALIZADO'
           END-IF.

       DEFINIR-PRAZO-PAGAMENTO-FIM.
           EXIT.

      *-----------------------
      * define a morada de envio do correio de um NIF ja registado
      * (ou corrige a que o correio devolveu - a morada volta a ser
      * dada como valida), reescrevendo o mestre pelo temporario
      *-----------------------
       DEFINIR-MORADA-CLIENTE.
           DISPLAY 'NIF DO CLIENTE: '
           ACCEPT WS-CLI-NIF-PROCURA
           PERFORM PROCURAR-CLIENTE-NIF
           IF WS-CLI-EXISTE EQUAL 0
               DISPLAY '*** NIF SEM REGISTO NO MESTRE ***'
               GO TO DEFINIR-MORADA-CLIENTE-FIM
           END-IF
           DISPLAY 'CLIENTE: ' WS-CLI-NOME-ACHADO
           DISPLAY 'MORADA: '
           ACCEPT WS-CLI-MORADA-NOVA
           DISPLAY 'CODIGO POSTAL (NNNN-NNN): '
           ACCEPT WS-CLI-CPOSTAL-NOVO
           IF WS-CLI-MORADA-NOVA EQUAL SPACES
               DISPLAY '*** MORADA EM BRANCO - NADA ALTERADO ***'
               GO TO DEFINIR-MORADA-CLIENTE-FIM
           END-IF

           MOVE 0 TO WS-LIM-ALTERADO
           MOVE SPACES TO WS-ENDOFCLI
               IF WS-FS-CLIFATTEMP EQUAL "00"
                   CLOSE CLIFATTEMP
               END-IF
               GO TO DEFINIR-MORADA-CLIENTE-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFCLI = 'F'
               READ CLIENTESFAT
               NOT AT END
                   IF CLI-NIF EQUAL WS-CLI-NIF-PROCURA
                       MOVE 1 TO WS-LIM-ALTERADO
                       MOVE WS-CLI-MORADA-NOVA TO CLI-MORADA
                       MOVE WS-CLI-CPOSTAL-NOVO TO CLI-COD-POSTAL
                       MOVE SPACE TO CLI-MORADA-ESTADO
                       MOVE ZEROS TO CLI-DATA-DEVOLUCAO
                   END-IF
                   WRITE CLIFATTEMP-REG FROM CLIENTEFAT-REG
               END-READ
               CLOSE CLIFATTEMP
               CLOSE CLIENTESFAT
               MOVE SPACES TO WS-ENDOFCLI
               DISPLAY 'MORADA DO CLIENTE ATUALIZADA'
           END-IF.

       DEFINIR-MORADA-CLIENTE-FIM.
           MOVE SPACES TO WS-CLI-MORADA-NOVA.
           MOVE SPACES TO WS-CLI-CPOSTAL-NOVO.
           EXIT.

      *-----------------------
      *-----------------------
       REGISTAR-RECEBIMENTO.
           DISPLAY '-------//REGISTO DE RECEBIMENTO//-------'.
           DISPLAY 'NUMERO DA FATURA (0 = ADIANTAMENTO, SEM FATURA '
               'AINDA): '.
           ACCEPT WS-REC-NUM-FATURA.
      *    recebimento antes da entrega: e um adiantamento, com
      *    documento proprio, e nao abate em nenhuma fatura
           IF WS-REC-NUM-FATURA EQUAL ZEROS
               PERFORM REGISTAR-ADIANTAMENTO
                   THRU REGISTAR-ADIANTAMENTO-FIM
               GO TO REGISTAR-RECEBIMENTO-FIM
           END-IF.
           PERFORM PROCURAR-TOTAL-DOC.
           IF WS-DOC-ACHADO EQUAL 0
               DISPLAY '*** FATURA NAO ENCONTRADA EM FATURAOUT '
           DISPLAY 'TOTAL DO DOCUMENTO: ' WS-DOC-TOTAL-FT
               '  JA RECEBIDO: ' WS-REC-TOTAL-DOC
               '  SALDO: ' WS-EXT-SALDO-DOC.
      *    com retencao na fonte o saldo divide-se entre o liquido a
      *    receber do cliente e a retencao a regularizar contra o
      *    certificado
           IF WS-DOC-RETENCAO > ZEROS
               COMPUTE WS-REC-RET-ABERTO =
                   WS-DOC-RETENCAO - WS-REC-RETENCAO-DOC
               COMPUTE WS-REC-LIQ-ABERTO =
                   WS-EXT-SALDO-DOC - WS-REC-RET-ABERTO
               DISPLAY 'RETENCAO NA FONTE: ' WS-DOC-RETENCAO
                   '  POR REGULARIZAR: ' WS-REC-RET-ABERTO
               DISPLAY 'LIQUIDO POR RECEBER: ' WS-REC-LIQ-ABERTO
           END-IF.
           IF WS-EXT-SALDO-DOC <= ZEROS
               DISPLAY '*** DOCUMENTO JA LIQUIDADO ***'
               GO TO REGISTAR-RECEBIMENTO-FIM
           END-IF.
           DISPLAY 'DATA DO RECEBIMENTO (AAAAMMDD): '.
           ACCEPT WS-REC-DATA.
           MOVE 'N' TO WS-REC-TIPO.
           IF WS-DOC-RETENCAO > ZEROS
               DISPLAY 'TIPO (N-VALOR LIQUIDO/R-RETENCAO NA FONTE): '
               ACCEPT WS-REC-TIPO
               PERFORM UNTIL WS-REC-TIPO = 'N' OR WS-REC-TIPO = 'R'
                   DISPLAY 'TIPO INVALIDO. VALORES ACEITES: N/R'
                   ACCEPT WS-REC-TIPO
               END-PERFORM
           END-IF.
           IF WS-REC-TIPO EQUAL 'R'
               DISPLAY 'VALOR DA RETENCAO (CERTIFICADO DO CLIENTE): '
           ELSE
               DISPLAY 'VALOR RECEBIDO: '
           END-IF.
           ACCEPT WS-REC-VALOR.
           PERFORM UNTIL WS-REC-VALOR > ZEROS
               DISPLAY 'O VALOR TEM DE SER SUPERIOR A ZERO: '
               ACCEPT WS-REC-VALOR
           END-PERFORM.
           IF WS-REC-TIPO EQUAL 'R'
            AND WS-REC-VALOR > WS-REC-RET-ABERTO
               DISPLAY '*** VALOR SUPERIOR A RETENCAO POR '
                   'REGULARIZAR (' WS-REC-RET-ABERTO ') ***'
               GO TO REGISTAR-RECEBIMENTO-FIM
           END-IF.

           PERFORM OBTER-PROXIMO-NUM-RECEBIMENTO.
           OPEN EXTEND RECEBIMENTOS.
           MOVE WS-REC-NUM-FATURA TO RC-NUM-FATURA.
           MOVE WS-REC-DATA TO RC-DATA.
           MOVE WS-REC-VALOR TO RC-VALOR.
           MOVE WS-REC-TIPO TO RC-TIPO.
           WRITE RECEBIMENTO-REG.
           CLOSE RECEBIMENTOS.
           COMPUTE WS-EXT-SALDO-DOC =

      *-----------------------
      * soma os recebimentos ja registados contra o documento em
      * WS-REC-NUM-FATURA (e, a parte, os que regularizam a
      * retencao na fonte)
      *-----------------------
       SOMAR-RECEBIMENTOS-DOC.
           MOVE ZEROS TO WS-REC-TOTAL-DOC
           MOVE ZEROS TO WS-REC-RETENCAO-DOC
           MOVE SPACES TO WS-ENDOFREC
           OPEN INPUT RECEBIMENTOS
           IF WS-FS-RECEBIMENTOS EQUAL "00"
                   NOT AT END
                       IF RC-NUM-FATURA EQUAL WS-REC-NUM-FATURA
                           ADD RC-VALOR TO WS-REC-TOTAL-DOC
                           IF RC-TIPO EQUAL 'R'
                               ADD RC-VALOR TO WS-REC-RETENCAO-DOC
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
       PROCURAR-TOTAL-DOC.
           MOVE 0 TO WS-DOC-ACHADO
           MOVE ZEROS TO WS-DOC-TOTAL-FT
           MOVE ZEROS TO WS-DOC-RETENCAO
           SET WS-ENDOFFILEFATURAOUT TO 0
           OPEN INPUT FATURAOUT
           IF WS-FS-FATURAOUT NOT EQUAL "00"
                    AND WS-CAB-NUM-FATURA EQUAL WS-REC-NUM-FATURA
                    AND WS-CAB-TIPO-DOC EQUAL 'FT'
                       MOVE 1 TO WS-DOC-ACHADO
                       IF WS-CAB-RET-IND EQUAL 'S'
                           MOVE WS-CAB-VALOR-RET TO WS-DOC-RETENCAO
                       END-IF
                   END-IF
                   IF WS-TIPO-REG EQUAL 'L'
                    AND WS-NUM-FATURA EQUAL WS-REC-NUM-FATURA
                    AND WS-LINHA-TIPO-DOC EQUAL 'FT'
                       ADD WS-TOTAL-PRODUTO TO WS-DOC-TOTAL-FT
                   END-IF
      *            adiantamento deduzido na fatura: ja foi recebido
                   IF WS-TIPO-REG EQUAL 'L'
                    AND WS-NUM-FATURA EQUAL WS-REC-NUM-FATURA
                    AND WS-LINHA-TIPO-DOC EQUAL 'DA'
                       SUBTRACT WS-TOTAL-PRODUTO FROM WS-DOC-TOTAL-FT
                   END-IF
                  END-IF
               END-READ
           END-PERFORM
           DISPLAY ' 2 - LISTAR CLIENTES'.
           DISPLAY ' 3 - DEFINIR LIMITE DE CREDITO'.
           DISPLAY ' 4 - DEFINIR PRAZO DE PAGAMENTO'.
           DISPLAY ' 5 - DEFINIR MORADA'.
           ACCEPT OPCAO-CLIENTES.

           IF OPCAO-CLIENTES EQUAL 5
               PERFORM DEFINIR-MORADA-CLIENTE
                   THRU DEFINIR-MORADA-CLIENTE-FIM
               GO TO INICIO
           END-IF.

           IF OPCAO-CLIENTES EQUAL 4
               PERFORM DEFINIR-PRAZO-PAGAMENTO
                   THRU DEFINIR-PRAZO-PAGAMENTO-FIM
               ELSE
                   DISPLAY 'NOME: '
                   ACCEPT CAB-NOME-CLIENTE
                   DISPLAY 'MORADA: '
                   ACCEPT WS-CLI-MORADA-NOVA
                   DISPLAY 'CODIGO POSTAL (NNNN-NNN): '
                   ACCEPT WS-CLI-CPOSTAL-NOVO
                   PERFORM GRAVAR-CLIENTE-NOVO
               END-IF
           ELSE
                               DISPLAY 'NIF: ' CLI-NIF
                                   ' NOME: ' CLI-NOME
                                   ' LIMITE: ' CLI-LIMITE-CREDITO
                                   ' ' CLI-COD-POSTAL
                               IF CLI-MORADA-ESTADO EQUAL 'D'
                                   DISPLAY '   *** MORADA DEVOLVIDA '
                                       'PELO CORREIO EM '
                                       CLI-DATA-DEVOLUCAO ' ***'
                               END-IF
                           END-READ
                       END-PERFORM
                       CLOSE CLIENTESFAT
           MOVE ZEROS TO WS-EXT-TOTAL-ANO.
           MOVE ZEROS TO WS-EXT-TOT-ABERTO.
           MOVE ZEROS TO WS-EXT-TOT-LIQUID.
           MOVE ZEROS TO WS-EXT-TOT-ADIANT.
           PERFORM OBTER-DATA-PROCESSAMENTO.
           SET WS-ENDOFFILEFATURAOUT TO 0.

                       IF WS-EXT-DOC-MATCH EQUAL 1
                           PERFORM FECHAR-DOC-EXTRATO
                       END-IF
      *                orcamentos e guias de remessa nao sao divida
      *                do cliente e ficam fora do extrato
                       IF WS-CAB-NIF-CLIENTE EQUAL WS-EXT-NIF
                        AND WS-CAB-TIPO-DOC NOT EQUAL 'OR'
                        AND WS-CAB-TIPO-DOC NOT EQUAL 'GR'
                           MOVE 1 TO WS-EXT-DOC-MATCH
                           MOVE WS-CAB-NUM-FATURA TO WS-EXT-NUM-DOC
                           IF WS-CAB-TIPO-DOC EQUAL 'NC'
                           ELSE
                               MOVE 0 TO WS-EXT-DOC-NC
                           END-IF
                           IF WS-CAB-TIPO-DOC EQUAL 'AD'
                               MOVE 1 TO WS-EXT-DOC-AD
                               MOVE WS-CAB-DATA TO WS-EXT-ADT-DATA
                           ELSE
                               MOVE 0 TO WS-EXT-DOC-AD
                           END-IF
                           IF WS-CAB-DATA (1:4) EQUAL
                               WS-EXT-ANO (1:4)
                               MOVE 1 TO WS-EXT-DOC-ANO-OK
                           MOVE ZEROS TO WS-EXT-TOTAL-DOC
                           MOVE WS-CAB-DATA-VENC
                               TO WS-EXT-DATA-VENC
                           MOVE ZEROS TO WS-EXT-RETENCAO
                           IF WS-CAB-TIPO-DOC EQUAL 'FT'
                            AND WS-CAB-RET-IND EQUAL 'S'
                               MOVE WS-CAB-VALOR-RET
                                   TO WS-EXT-RETENCAO
                           END-IF
                           IF WS-EXT-DOC-NC EQUAL 1
                               DISPLAY 'NOTA DE CREDITO Nº '
                                   WS-CAB-NUM-FATURA ' DATA: '
                                   WS-CAB-DATA
                           ELSE
                           IF WS-EXT-DOC-AD EQUAL 1
                               DISPLAY 'FATURA DE ADIANTAMENTO Nº '
                                   WS-CAB-NUM-FATURA ' DATA: '
                                   WS-CAB-DATA
                           ELSE
                               DISPLAY 'FATURA Nº '
                                   WS-CAB-NUM-FATURA ' DATA: '
                                   WS-CAB-DATA
                                   ' VENCIMENTO: ' WS-CAB-DATA-VENC
                           END-IF
                           END-IF
                       ELSE
                           MOVE 0 TO WS-EXT-DOC-MATCH
                       END-IF
                   ELSE
                       IF WS-EXT-DOC-MATCH EQUAL 1
                           IF WS-LINHA-TIPO-DOC EQUAL 'DA'
                               DISPLAY '  DEDUZIDO: ' WS-DESC-PRODUTO
                                   ' ' WS-TOTAL-PRODUTO
                           END-IF
                           IF WS-EXT-DOC-NC EQUAL 1
                            OR WS-LINHA-TIPO-DOC EQUAL 'DA'
                               SUBTRACT WS-TOTAL-PRODUTO
                                   FROM WS-EXT-TOTAL-DOC
                           ELSE
           DISPLAY 'TOTAL DO ANO ' WS-EXT-ANO ': ' WS-EXT-TOTAL-ANO.
           DISPLAY 'TOTAL EM ABERTO...: ' WS-EXT-TOT-ABERTO.
           DISPLAY 'TOTAL LIQUIDADO...: ' WS-EXT-TOT-LIQUID.
           DISPLAY 'ADIANTAMENTOS POR UTILIZAR: ' WS-EXT-TOT-ADIANT.
           GO TO INICIO.

       FECHAR-DOC-EXTRATO.
           DISPLAY '  TOTAL DO DOCUMENTO ' WS-EXT-NUM-DOC ': '
               WS-EXT-TOTAL-DOC.
      *    a fatura de adiantamento ja vem paga: mostra-se o que dele
      *    ja foi deduzido em faturas finais e o que falta usar
           IF WS-EXT-DOC-AD EQUAL 1
               MOVE WS-EXT-NIF TO WS-ADT-NIF
               MOVE WS-EXT-NUM-DOC TO WS-ADT-DOC
               MOVE WS-EXT-ADT-DATA TO WS-ADT-DATA
               PERFORM PROCURAR-ADIANTAMENTO
               IF WS-ADT-ACHADO EQUAL 1
                   DISPLAY '  ADIANTAMENTO - UTILIZADO: ' WS-ADT-USADO
                       '  POR UTILIZAR: ' WS-ADT-SALDO
                   IF WS-ADT-ULT-FATURA NOT EQUAL ZEROS
                       DISPLAY '  ULTIMA DEDUCAO NA FATURA Nº '
                           WS-ADT-ULT-FATURA
                   END-IF
                   ADD WS-ADT-SALDO TO WS-EXT-TOT-ADIANT
               END-IF
           END-IF.
      *    estado de liquidacao do documento: recebimentos contra o
      *    total, com os vencidos em aberto assinalados
           IF WS-EXT-DOC-NC EQUAL 0
            AND WS-EXT-DOC-AD EQUAL 0
               MOVE WS-EXT-NUM-DOC TO WS-REC-NUM-FATURA
               PERFORM SOMAR-RECEBIMENTOS-DOC
      *        a retencao na fonte nao e divida do cliente: o saldo
      *        do documento e o liquido, e a retencao aparece a parte
      *        ate ser regularizada com o certificado
               COMPUTE WS-EXT-SALDO-DOC =
                   WS-EXT-TOTAL-DOC - WS-EXT-RETENCAO
                   - (WS-REC-TOTAL-DOC - WS-REC-RETENCAO-DOC)
               IF WS-EXT-RETENCAO > ZEROS
                   DISPLAY '  RETENCAO NA FONTE: ' WS-EXT-RETENCAO
                       ' (REGULARIZADA: ' WS-REC-RETENCAO-DOC ')'
               END-IF
               IF WS-EXT-SALDO-DOC <= ZEROS
                   DISPLAY '  LIQUIDADO (RECEBIDO: '
                       WS-REC-TOTAL-DOC ')'
           END-IF.
           MOVE 0 TO WS-EXT-DOC-MATCH.

      *-----------------------
      * retencao na fonte de IRS: numa fatura a um NIF de empresa
      * com linhas de servicos, a taxa indicada aplica-se a base
      * sem IVA dos servicos e o valor retido fica no cabecalho do
      * documento (reescrito pelo temporario, como a marcacao dos
      * orcamentos) - o cliente paga o liquido e a retencao e
      * regularizada a parte, contra o certificado que nos envia
      *-----------------------
       APURAR-RETENCAO-DOC.
           MOVE ZEROS TO WS-RET-TAXA.
           MOVE ZEROS TO WS-RET-VALOR.
           IF WS-TIPO-DOC EQUAL 'FT'
            AND WS-RET-EMPRESA EQUAL 1
            AND WS-RET-BASE > ZEROS
               DISPLAY 'CLIENTE EMPRESA - SERVICOS SUJEITOS A '
                   'RETENCAO NA FONTE: ' WS-RET-BASE
               DISPLAY 'TAXA DE RETENCAO (PCT, 0 SE DISPENSADA): '
               ACCEPT WS-RET-TAXA
               IF WS-RET-TAXA > ZEROS
                   COMPUTE WS-RET-VALOR ROUNDED =
                       WS-RET-BASE * WS-RET-TAXA / 100
                   PERFORM MARCAR-RETENCAO-DOC
                   COMPUTE WS-RET-LIQUIDO =
                       WS-SESSION-TOTAL - WS-RET-VALOR
                   DISPLAY 'RETENCAO NA FONTE: ' WS-RET-VALOR
                       '  VALOR LIQUIDO A RECEBER: ' WS-RET-LIQUIDO
               END-IF
           END-IF.

      *-----------------------
      * reescreve o ficheiro de documentos pelo temporario, com a
      * taxa e o valor da retencao no cabecalho da fatura emitida
      *-----------------------
       MARCAR-RETENCAO-DOC.
           MOVE SPACES TO WS-ENDOFCORR.
           SET WS-FS TO 0.
           OPEN INPUT FATURA.
           OPEN OUTPUT FATURACORR.
           IF WS-FS NOT EQUAL ZEROS
            OR WS-FS-FATURACORR NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FATURA/FATURACORR - FILE '
                   'STATUS: ' WS-FS ' / ' WS-FS-FATURACORR
               IF WS-FS EQUAL ZEROS
                   CLOSE FATURA
               END-IF
               IF WS-FS-FATURACORR EQUAL "00"
                   CLOSE FATURACORR
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFCORR = 'F'
                   READ FATURA
                   AT END MOVE 'F' TO WS-ENDOFCORR
                   NOT AT END
                       IF CAB-TIPO-REG EQUAL 'C'
                        AND CAB-TIPO-DOC EQUAL 'FT'
                        AND CAB-NUM-FATURA EQUAL WS-NUM-FATURA-ATUAL
                           MOVE 'S' TO CAB-RETENCAO-IND
                           MOVE WS-RET-TAXA TO CAB-TAXA-RETENCAO
                           MOVE WS-RET-VALOR TO CAB-VALOR-RETENCAO
                       END-IF
                       WRITE FATURACORR-REG FROM FAT-DADOS
                   END-READ
               END-PERFORM
               CLOSE FATURA
               CLOSE FATURACORR
               MOVE SPACES TO WS-ENDOFCORR

               OPEN INPUT FATURACORR
               OPEN OUTPUT FATURA
               PERFORM UNTIL WS-ENDOFCORR = 'F'
                   READ FATURACORR
                   AT END MOVE 'F' TO WS-ENDOFCORR
                   NOT AT END
                       MOVE FATURACORR-REG TO FAT-DADOS
                       WRITE FAT-DADOS
                   END-READ
               END-PERFORM
               CLOSE FATURACORR
               CLOSE FATURA
               MOVE SPACES TO WS-ENDOFCORR
           END-IF.

      *-----------------------
      * listagem anual das retencoes na fonte por cliente, para
      * conferir com os certificados que os clientes enviam: valor
      * retido nas faturas do ano e quanto ja foi regularizado
      *-----------------------
       RELATORIO-RETENCOES.
           DISPLAY 'ANO DAS RETENCOES (AAAA): '.
           ACCEPT WS-EXT-ANO.
           MOVE ZEROS TO WS-NUM-RET-CLI.
           SET WS-ENDOFFILEFATURAOUT TO 0.
           OPEN INPUT FATURAOUT.
           IF WS-FS-FATURAOUT NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FATURAOUT - FILE STATUS: '
                       WS-FS-FATURAOUT
               DISPLAY ' (CORRA PRIMEIRO A LISTAGEM, QUE ORDENA OS '
                   'DOCUMENTOS)'
               GO TO RELATORIO-RETENCOES-FIM
           END-IF.
           PERFORM UNTIL WS-ENDOFFILEFATURAOUT EQUAL 1
               READ FATURAOUT INTO WS-DADOSFAT
               AT END
                   MOVE 1 TO WS-ENDOFFILEFATURAOUT
               NOT AT END
                  IF WS-DADOSFAT (1:9) EQUAL '*TRAILER*'
                   OR WS-DADOSFAT (1:9) EQUAL '*HEADER* '
                      CONTINUE
                  ELSE
                   IF WS-TIPO-REG EQUAL 'C'
                    AND WS-CAB-TIPO-DOC EQUAL 'FT'
                    AND WS-CAB-RET-IND EQUAL 'S'
                    AND WS-CAB-DATA (1:4) EQUAL WS-EXT-ANO (1:4)
                       MOVE WS-CAB-NUM-FATURA TO WS-REC-NUM-FATURA
                       PERFORM SOMAR-RECEBIMENTOS-DOC
                       PERFORM ACUMULAR-RETENCAO-CLIENTE
                   END-IF
                  END-IF
               END-READ
           END-PERFORM.
           CLOSE FATURAOUT.

           MOVE ZEROS TO WS-RET-TOT-RETIDO.
           MOVE ZEROS TO WS-RET-TOT-REGULAR.
           DISPLAY ' '.
           DISPLAY '------//RETENCOES NA FONTE POR CLIENTE - ANO '
               WS-EXT-ANO '//-----'.
           PERFORM VARYING WS-IDX-RET-CLI FROM 1 BY 1
               UNTIL WS-IDX-RET-CLI > WS-NUM-RET-CLI
               COMPUTE WS-RET-POR-REGULAR =
                   WS-RETCLI-RETIDO (WS-IDX-RET-CLI)
                   - WS-RETCLI-REGULAR (WS-IDX-RET-CLI)
               DISPLAY 'NIF: ' WS-RETCLI-NIF (WS-IDX-RET-CLI)
                   ' ' WS-RETCLI-NOME (WS-IDX-RET-CLI)
                   ' FATURAS: ' WS-RETCLI-DOCS (WS-IDX-RET-CLI)
                   ' RETIDO: ' WS-RETCLI-RETIDO (WS-IDX-RET-CLI)
                   ' REGULARIZADO: '
                   WS-RETCLI-REGULAR (WS-IDX-RET-CLI)
                   ' POR REGULARIZAR: ' WS-RET-POR-REGULAR
               ADD WS-RETCLI-RETIDO (WS-IDX-RET-CLI)
                   TO WS-RET-TOT-RETIDO
               ADD WS-RETCLI-REGULAR (WS-IDX-RET-CLI)
                   TO WS-RET-TOT-REGULAR
           END-PERFORM.
           DISPLAY 'TOTAL RETIDO......: ' WS-RET-TOT-RETIDO.
           DISPLAY 'TOTAL REGULARIZADO: ' WS-RET-TOT-REGULAR.

       RELATORIO-RETENCOES-FIM.
           SET WS-ENDOFFILEFATURAOUT TO 0.
           GO TO INICIO.

       ACUMULAR-RETENCAO-CLIENTE.
           MOVE 0 TO WS-RET-CLI-ACHADO
           PERFORM VARYING WS-IDX-RET-CLI FROM 1 BY 1
               UNTIL WS-IDX-RET-CLI > WS-NUM-RET-CLI
               IF WS-RETCLI-NIF (WS-IDX-RET-CLI)
                   EQUAL WS-CAB-NIF-CLIENTE
                   MOVE 1 TO WS-RET-CLI-ACHADO
                   ADD 1 TO WS-RETCLI-DOCS (WS-IDX-RET-CLI)
                   ADD WS-CAB-VALOR-RET
                       TO WS-RETCLI-RETIDO (WS-IDX-RET-CLI)
                   ADD WS-REC-RETENCAO-DOC
                       TO WS-RETCLI-REGULAR (WS-IDX-RET-CLI)
                   MOVE WS-NUM-RET-CLI TO WS-IDX-RET-CLI
               END-IF
           END-PERFORM
           IF WS-RET-CLI-ACHADO EQUAL 0
            AND WS-NUM-RET-CLI < 100
               ADD 1 TO WS-NUM-RET-CLI
               MOVE WS-CAB-NIF-CLIENTE
                   TO WS-RETCLI-NIF (WS-NUM-RET-CLI)
               MOVE WS-CAB-NOME-CLIENTE
                   TO WS-RETCLI-NOME (WS-NUM-RET-CLI)
               MOVE 1 TO WS-RETCLI-DOCS (WS-NUM-RET-CLI)
               MOVE WS-CAB-VALOR-RET
                   TO WS-RETCLI-RETIDO (WS-NUM-RET-CLI)
               MOVE WS-REC-RETENCAO-DOC
                   TO WS-RETCLI-REGULAR (WS-NUM-RET-CLI)
           END-IF.

      *-----------------------
      * adiantamentos de clientes: registo do adiantamento recebido
      * e lista dos que ainda nao foram usados
      *-----------------------
       MENU-ADIANTAMENTOS.
           DISPLAY '-------//ADIANTAMENTOS DE CLIENTES//-------'.
           DISPLAY ' 1 - REGISTAR ADIANTAMENTO RECEBIDO'.
           DISPLAY ' 2 - LISTAR ADIANTAMENTOS POR UTILIZAR'.
           ACCEPT OPCAO-ADIANTAMENTOS.

           IF OPCAO-ADIANTAMENTOS EQUAL 1
               PERFORM REGISTAR-ADIANTAMENTO
                   THRU REGISTAR-ADIANTAMENTO-FIM
           ELSE
               IF OPCAO-ADIANTAMENTOS EQUAL 2
                   PERFORM LISTAR-ADIANTAMENTOS-ABERTOS
               ELSE
                   DISPLAY 'OPCAO INVALIDA'
               END-IF
           END-IF.
           GO TO INICIO.

      *-----------------------
      * adiantamento recebido antes da entrega: sai uma fatura de
      * adiantamento ('AD', serie propria) com uma so linha pelo
      * valor recebido, IVA incluido a taxa indicada - o IVA e
      * devido no recebimento - e o adiantamento fica em aberto no
      * NIF ate ser deduzido na fatura final
      *-----------------------
       REGISTAR-ADIANTAMENTO.
           DISPLAY 'DATA DO RECEBIMENTO (AAAAMMDD): '.
           ACCEPT WS-ADT-DATA.
           MOVE WS-ADT-DATA (1:6) TO WS-PER-ANOMES.
           PERFORM VERIFICAR-PERIODO-FECHADO.
           IF WS-PERIODO-FECHADO EQUAL 1
               DISPLAY '*** O PERIODO ' WS-PER-ANOMES ' JA FOI '
                   'FECHADO - ADIANTAMENTO RECUSADO ***'
               GO TO REGISTAR-ADIANTAMENTO-FIM
           END-IF.
           DISPLAY 'NIF DO CLIENTE: '.
           ACCEPT WS-CLI-NIF-PROCURA.
           PERFORM 9300-VALIDAR-NIF THRU 9300-VALIDAR-NIF-FIM.
           PERFORM UNTIL WS-NIF-VALIDO EQUAL 1
               DISPLAY 'NIF INVALIDO (DIGITO DE CONTROLO OU DIGITO '
                   'INICIAL ERRADO). NIF DO CLIENTE: '
               ACCEPT WS-CLI-NIF-PROCURA
               PERFORM 9300-VALIDAR-NIF THRU 9300-VALIDAR-NIF-FIM
           END-PERFORM.
           PERFORM PROCURAR-CLIENTE-NIF.
           IF WS-CLI-EXISTE EQUAL 1
               MOVE WS-CLI-NOME-ACHADO TO WS-ADT-NOME
               DISPLAY 'CLIENTE: ' WS-ADT-NOME
           ELSE
               DISPLAY 'NIF SEM REGISTO - NOME DO CLIENTE: '
               ACCEPT WS-ADT-NOME
           END-IF.
           DISPLAY 'VALOR RECEBIDO (IVA INCLUIDO): '.
           ACCEPT WS-ADT-VALOR.
           PERFORM UNTIL WS-ADT-VALOR > ZEROS
               DISPLAY 'O VALOR TEM DE SER SUPERIOR A ZERO: '
               ACCEPT WS-ADT-VALOR
           END-PERFORM.
           DISPLAY 'TAXA DE IVA DO FORNECIMENTO (0/6/13/23): '.
           ACCEPT WS-ADT-TAXA.
           PERFORM UNTIL WS-ADT-TAXA = 0 OR WS-ADT-TAXA = 6
                      OR WS-ADT-TAXA = 13 OR WS-ADT-TAXA = 23
               DISPLAY 'TAXA INVALIDA. VALORES ACEITES: 0/6/13/23'
               ACCEPT WS-ADT-TAXA
           END-PERFORM.
           COMPUTE WS-ADT-BASE ROUNDED =
               WS-ADT-VALOR * 100 / (100 + WS-ADT-TAXA).

           MOVE 'AD' TO WS-TIPO-DOC.
           MOVE WS-ADT-DATA (1:4) TO WS-SERIE-ANO.
           PERFORM ATRIBUIR-NUMERO-SERIE.

           SET WS-FS TO 0.
           OPEN EXTEND FATURA.
           IF WS-FS EQUAL 35
               OPEN OUTPUT FATURA
           END-IF.
           IF WS-FS NOT EQUAL ZEROS
               DISPLAY ' ERRO A ABRIR FATURA - FILE STATUS: ' WS-FS
               GO TO REGISTAR-ADIANTAMENTO-FIM
           END-IF.
           MOVE WS-ADT-NOME TO CAB-NOME-CLIENTE.
           IF WS-CLI-EXISTE EQUAL 0
               PERFORM GRAVAR-CLIENTE-NOVO
           END-IF.

           MOVE 'C' TO CAB-TIPO-REG.
           MOVE WS-NUM-FATURA-ATUAL TO CAB-NUM-FATURA.
           MOVE WS-ADT-DATA TO CAB-DATA.
           MOVE WS-ADT-NOME TO CAB-NOME-CLIENTE.
           MOVE WS-CLI-NIF-PROCURA TO CAB-NIF-CLIENTE.
           MOVE 'AD' TO CAB-TIPO-DOC.
           MOVE ZEROS TO CAB-NUM-FATURA-ORIG.
      *    ja recebido: vence na propria data
           MOVE WS-ADT-DATA TO CAB-DATA-VENCIMENTO.
           MOVE 'N' TO CAB-RETENCAO-IND.
           MOVE ZEROS TO CAB-TAXA-RETENCAO.
           MOVE ZEROS TO CAB-VALOR-RETENCAO.
           MOVE ZEROS TO CAB-FUNC-ID.
           WRITE FAT-CABECALHO.

           MOVE 'L' TO FAT-TIPO-REG.
           MOVE WS-NUM-FATURA-ATUAL TO LINHA-NUM-FATURA.
           MOVE ZEROS TO COD-PRODUTO.
           MOVE 'ADIANTAMENTO' TO DESC-PRODUTO.
           MOVE WS-ADT-BASE TO PREC-PRODUTO.
           MOVE 1 TO QUANT-PRODUTO.
           MOVE WS-ADT-TAXA TO IVA-PRODUTO.
           MOVE WS-ADT-BASE TO TOTALSIVA-PRODUTO.
           COMPUTE TOTALIVA-PRODUTO = WS-ADT-VALOR - WS-ADT-BASE.
           MOVE WS-ADT-VALOR TO TOTAL-PRODUTO.
           MOVE 'AD' TO LINHA-TIPO-DOC.
           MOVE ZEROS TO DESC-LINHA.
           WRITE FAT-DADOS.
           PERFORM ESCREVER-AUDITORIA.
           CLOSE FATURA.

           OPEN EXTEND ADIANTAMENTOS.
           IF WS-FS-ADIANTAMENTOS EQUAL "35"
               OPEN OUTPUT ADIANTAMENTOS
           END-IF.
           IF WS-FS-ADIANTAMENTOS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ADIANTAMENTOS - FILE STATUS: '
                   WS-FS-ADIANTAMENTOS
               DISPLAY '*** FATURA DE ADIANTAMENTO '
                   WS-NUM-FATURA-ATUAL ' EMITIDA SEM REGISTO DO '
                   'ADIANTAMENTO EM ABERTO ***'
               GO TO REGISTAR-ADIANTAMENTO-FIM
           END-IF.
           MOVE WS-CLI-NIF-PROCURA TO AD-NIF.
           MOVE WS-NUM-FATURA-ATUAL TO AD-NUM-DOC.
           MOVE WS-ADT-DATA TO AD-DATA.
           MOVE WS-ADT-TAXA TO AD-TAXA-IVA.
           MOVE WS-ADT-VALOR TO AD-VALOR-TOTAL.
           MOVE ZEROS TO AD-VALOR-USADO.
           MOVE 'A' TO AD-ESTADO.
           MOVE ZEROS TO AD-ULT-FATURA.
           WRITE ADIANTAMENTO-REG.
           CLOSE ADIANTAMENTOS.
           DISPLAY 'FATURA DE ADIANTAMENTO ' WS-NUM-FATURA-ATUAL
               ' EMITIDA - VALOR: ' WS-ADT-VALOR
               '  BASE: ' WS-ADT-BASE '  IVA ' WS-ADT-TAXA ' PCT'.

       REGISTAR-ADIANTAMENTO-FIM.
           EXIT.

      *-----------------------
      * adiantamentos ainda com valor por deduzir, de um NIF ou de
      * todos (NIF a zeros)
      *-----------------------
       LISTAR-ADIANTAMENTOS-ABERTOS.
           DISPLAY 'NIF DO CLIENTE (0 = TODOS): '.
           ACCEPT WS-ADT-NIF.
           MOVE ZEROS TO WS-ADT-CONT.
           MOVE ZEROS TO WS-ADT-TOT-ABERTO.
           MOVE SPACES TO WS-ENDOFADT.
           OPEN INPUT ADIANTAMENTOS.
           IF WS-FS-ADIANTAMENTOS NOT EQUAL "00"
               DISPLAY ' SEM ADIANTAMENTOS REGISTADOS - FILE STATUS: '
                   WS-FS-ADIANTAMENTOS
           ELSE
               PERFORM UNTIL WS-ENDOFADT = 'F'
                   READ ADIANTAMENTOS
                   AT END MOVE 'F' TO WS-ENDOFADT
                   NOT AT END
                       IF AD-ESTADO EQUAL 'A'
                        AND (WS-ADT-NIF EQUAL ZEROS
                         OR AD-NIF EQUAL WS-ADT-NIF)
                           COMPUTE WS-ADT-SALDO =
                               AD-VALOR-TOTAL - AD-VALOR-USADO
                           ADD 1 TO WS-ADT-CONT
                           ADD WS-ADT-SALDO TO WS-ADT-TOT-ABERTO
                           DISPLAY 'ADIANTAMENTO Nº ' AD-NUM-DOC
                               ' DATA: ' AD-DATA
                               ' NIF: ' AD-NIF
                               ' VALOR: ' AD-VALOR-TOTAL
                               ' USADO: ' AD-VALOR-USADO
                               ' POR UTILIZAR: ' WS-ADT-SALDO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ADIANTAMENTOS
               DISPLAY 'ADIANTAMENTOS POR UTILIZAR: ' WS-ADT-CONT
                   '  VALOR: ' WS-ADT-TOT-ABERTO
           END-IF.
           MOVE SPACES TO WS-ENDOFADT.

      *-----------------------
      * deducao dos adiantamentos em aberto do NIF em WS-ADT-NIF na
      * fatura final WS-ADT-DOC (FATURA aberta), ate WS-ADT-MAXIMO:
      * por cada valor deduzido sai uma linha 'DA' pelo valor com
      * IVA, dividido a taxa do adiantamento, que abate no total e
      * no IVA da fatura; devolve o total deduzido em WS-ADT-DEDUZIDO
      *-----------------------
       DEDUZIR-ADIANTAMENTOS.
           MOVE ZEROS TO WS-ADT-DEDUZIDO.
           PERFORM CARREGAR-ADIANT-NIF.
           IF WS-ADT-NUM > ZEROS
               DISPLAY 'O NIF TEM ' WS-ADT-NUM ' ADIANTAMENTO(S) POR '
                   'UTILIZAR'
           END-IF.
           PERFORM VARYING WS-ADT-IDX FROM 1 BY 1
               UNTIL WS-ADT-IDX > WS-ADT-NUM
               COMPUTE WS-ADT-RESTANTE =
                   WS-ADT-MAXIMO - WS-ADT-DEDUZIDO
               IF WS-ADT-RESTANTE > ZEROS
                   DISPLAY 'ADIANTAMENTO Nº ' WS-ADTT-NUM (WS-ADT-IDX)
                       ' DE ' WS-ADTT-DATA (WS-ADT-IDX)
                       ' POR UTILIZAR: ' WS-ADTT-SALDO (WS-ADT-IDX)
                   DISPLAY 'VALOR A DEDUZIR NESTA FATURA (0 = NAO '
                       'DEDUZIR): '
                   ACCEPT WS-ADTT-DEDUZIR (WS-ADT-IDX)
                   PERFORM UNTIL WS-ADTT-DEDUZIR (WS-ADT-IDX)
                               <= WS-ADTT-SALDO (WS-ADT-IDX)
                           AND WS-ADTT-DEDUZIR (WS-ADT-IDX)
                               <= WS-ADT-RESTANTE
                       DISPLAY 'VALOR SUPERIOR AO POR UTILIZAR OU AO '
                           'TOTAL DA FATURA (' WS-ADT-RESTANTE '): '
                       ACCEPT WS-ADTT-DEDUZIR (WS-ADT-IDX)
                   END-PERFORM
                   IF WS-ADTT-DEDUZIR (WS-ADT-IDX) > ZEROS
                       PERFORM ESCREVER-LINHA-DEDUCAO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ADT-DEDUZIDO > ZEROS
               PERFORM ATUALIZAR-ADIANTAMENTOS
               DISPLAY 'ADIANTAMENTOS DEDUZIDOS NA FATURA '
                   WS-ADT-DOC ': ' WS-ADT-DEDUZIDO
           END-IF.

       ESCREVER-LINHA-DEDUCAO.
           MOVE WS-ADTT-DEDUZIR (WS-ADT-IDX) TO WS-ADT-VALOR.
           MOVE WS-ADTT-TAXA (WS-ADT-IDX) TO WS-ADT-TAXA.
           COMPUTE WS-ADT-BASE ROUNDED =
               WS-ADT-VALOR * 100 / (100 + WS-ADT-TAXA).
           MOVE 'L' TO FAT-TIPO-REG.
           MOVE WS-ADT-DOC TO LINHA-NUM-FATURA.
           MOVE ZEROS TO COD-PRODUTO.
           MOVE SPACES TO DESC-PRODUTO.
           STRING 'ADIANTAMENTO ' DELIMITED BY SIZE
                  WS-ADTT-NUM (WS-ADT-IDX) DELIMITED BY SIZE
               INTO DESC-PRODUTO
           END-STRING.
           MOVE WS-ADT-BASE TO PREC-PRODUTO.
           MOVE 1 TO QUANT-PRODUTO.
           MOVE WS-ADT-TAXA TO IVA-PRODUTO.
           MOVE WS-ADT-BASE TO TOTALSIVA-PRODUTO.
           COMPUTE TOTALIVA-PRODUTO = WS-ADT-VALOR - WS-ADT-BASE.
           MOVE WS-ADT-VALOR TO TOTAL-PRODUTO.
           MOVE 'DA' TO LINHA-TIPO-DOC.
           MOVE ZEROS TO DESC-LINHA.
           WRITE FAT-DADOS.
           PERFORM ESCREVER-AUDITORIA.
           ADD WS-ADT-VALOR TO WS-ADT-DEDUZIDO.

      *-----------------------
      * carrega os adiantamentos em aberto do NIF em WS-ADT-NIF
      *-----------------------
       CARREGAR-ADIANT-NIF.
           MOVE ZEROS TO WS-ADT-NUM.
           MOVE SPACES TO WS-ENDOFADT.
           OPEN INPUT ADIANTAMENTOS.
           IF WS-FS-ADIANTAMENTOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFADT = 'F'
                   READ ADIANTAMENTOS
                   AT END MOVE 'F' TO WS-ENDOFADT
                   NOT AT END
                       IF AD-NIF EQUAL WS-ADT-NIF
                        AND AD-ESTADO EQUAL 'A'
                        AND WS-ADT-NUM < 20
                           ADD 1 TO WS-ADT-NUM
                           MOVE AD-NUM-DOC TO WS-ADTT-NUM (WS-ADT-NUM)
                           MOVE AD-DATA TO WS-ADTT-DATA (WS-ADT-NUM)
                           MOVE AD-TAXA-IVA
                               TO WS-ADTT-TAXA (WS-ADT-NUM)
                           COMPUTE WS-ADTT-SALDO (WS-ADT-NUM) =
                               AD-VALOR-TOTAL - AD-VALOR-USADO
                           MOVE ZEROS TO WS-ADTT-DEDUZIR (WS-ADT-NUM)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ADIANTAMENTOS
           END-IF.
           MOVE SPACES TO WS-ENDOFADT.

      *-----------------------
      * acrescenta o deduzido ao usado de cada adiantamento, com a
      * fatura que o usou - totalmente usado passa a 'U' - pelo
      * temporario, como o mestre de clientes
      *-----------------------
       ATUALIZAR-ADIANTAMENTOS.
           MOVE 0 TO WS-ADT-ALTERADO.
           MOVE SPACES TO WS-ENDOFADT.
           OPEN INPUT ADIANTAMENTOS.
           OPEN OUTPUT ADIANTTEMP.
           IF WS-FS-ADIANTAMENTOS NOT EQUAL "00"
            OR WS-FS-ADIANTTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ADIANTAMENTOS/ADIANTTEMP - '
                   'FILE STATUS: ' WS-FS-ADIANTAMENTOS ' / '
                   WS-FS-ADIANTTEMP
               IF WS-FS-ADIANTAMENTOS EQUAL "00"
                   CLOSE ADIANTAMENTOS
               END-IF
               IF WS-FS-ADIANTTEMP EQUAL "00"
                   CLOSE ADIANTTEMP
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFADT = 'F'
                   READ ADIANTAMENTOS
                   AT END MOVE 'F' TO WS-ENDOFADT
                   NOT AT END
                       IF AD-NIF EQUAL WS-ADT-NIF
                        AND AD-ESTADO EQUAL 'A'
                           PERFORM VARYING WS-ADT-IDX FROM 1 BY 1
                               UNTIL WS-ADT-IDX > WS-ADT-NUM
                               IF WS-ADTT-NUM (WS-ADT-IDX)
                                   EQUAL AD-NUM-DOC
                                AND WS-ADTT-DATA (WS-ADT-IDX)
                                   EQUAL AD-DATA
                                AND WS-ADTT-DEDUZIR (WS-ADT-IDX)
                                   > ZEROS
                                   MOVE 1 TO WS-ADT-ALTERADO
                                   ADD WS-ADTT-DEDUZIR (WS-ADT-IDX)
                                       TO AD-VALOR-USADO
                                   MOVE WS-ADT-DOC TO AD-ULT-FATURA
                                   IF AD-VALOR-USADO
                                       >= AD-VALOR-TOTAL
                                       MOVE 'U' TO AD-ESTADO
                                   END-IF
                                   MOVE WS-ADT-NUM TO WS-ADT-IDX
                               END-IF
                           END-PERFORM
                       END-IF
                       WRITE ADIANTTEMP-REG FROM ADIANTAMENTO-REG
                   END-READ
               END-PERFORM
               CLOSE ADIANTAMENTOS
               CLOSE ADIANTTEMP
           END-IF.
           MOVE SPACES TO WS-ENDOFADT.

           IF WS-ADT-ALTERADO EQUAL 1
               OPEN INPUT ADIANTTEMP
               OPEN OUTPUT ADIANTAMENTOS
               PERFORM UNTIL WS-ENDOFADT = 'F'
                   READ ADIANTTEMP
                   AT END MOVE 'F' TO WS-ENDOFADT
                   NOT AT END
                       MOVE ADIANTTEMP-REG TO ADIANTAMENTO-REG
                       WRITE ADIANTAMENTO-REG
                   END-READ
               END-PERFORM
               CLOSE ADIANTTEMP
               CLOSE ADIANTAMENTOS
               MOVE SPACES TO WS-ENDOFADT
           END-IF.

      *-----------------------
      * procura o adiantamento WS-ADT-DOC de WS-ADT-DATA do NIF em
      * WS-ADT-NIF e devolve o usado, o por utilizar e a ultima
      * fatura que o deduziu
      *-----------------------
       PROCURAR-ADIANTAMENTO.
           MOVE 0 TO WS-ADT-ACHADO.
           MOVE ZEROS TO WS-ADT-USADO.
           MOVE ZEROS TO WS-ADT-SALDO.
           MOVE ZEROS TO WS-ADT-ULT-FATURA.
           MOVE SPACES TO WS-ENDOFADT.
           OPEN INPUT ADIANTAMENTOS.
           IF WS-FS-ADIANTAMENTOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFADT = 'F'
                   READ ADIANTAMENTOS
                   AT END MOVE 'F' TO WS-ENDOFADT
                   NOT AT END
                       IF AD-NIF EQUAL WS-ADT-NIF
                        AND AD-NUM-DOC EQUAL WS-ADT-DOC
                        AND AD-DATA EQUAL WS-ADT-DATA
                           MOVE 1 TO WS-ADT-ACHADO
                           MOVE AD-VALOR-USADO TO WS-ADT-USADO
                           COMPUTE WS-ADT-SALDO =
                               AD-VALOR-TOTAL - AD-VALOR-USADO
                           MOVE AD-ULT-FATURA TO WS-ADT-ULT-FATURA
                           MOVE 'F' TO WS-ENDOFADT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ADIANTAMENTOS
           END-IF.
           MOVE SPACES TO WS-ENDOFADT.

      *-----------------------
      * fecha o ficheiro ordenado com um trailer de controlo:
      * contagem de registos e hash-total das linhas
      * compoe o ATCUD de cada documento
      *-----------------------
       DEFINIR-COD-VALIDACAO-SERIE.
           DISPLAY 'TIPO DE DOCUMENTO DA SERIE (FT/NC/OR/GR): '
           ACCEPT WS-TIPO-DOC
           DISPLAY 'ANO DA SERIE (AAAA): '
           ACCEPT WS-SERIE-ANO
