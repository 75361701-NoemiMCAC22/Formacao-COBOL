      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Lote mensal de comissoes dos vendedores: junta as
      *          linhas de FATURAOUT (faturas menos notas de credito)
      *          e de VENDASOUT (vendas menos devolucoes) do mes por
      *          vendedor e por categoria de produto, aplica a taxa
      *          de comissao da categoria, grava a comissao de cada
      *          vendedor como item pendente para o processamento de
      *          salarios e emite o extrato de comissoes por vendedor
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSOES_VENDAS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAOUT ASSIGN TO
           WS-PATH-FATURAOUT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAOUT.
           SELECT VENDASOUT ASSIGN TO
           WS-PATH-VENDASOUT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VENDASOUT.
           SELECT PRODUTOS ASSIGN TO
           WS-PATH-PRODUTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PRODUTOS.
           SELECT ARTIGOS ASSIGN TO
           WS-PATH-ARTIGOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ARTIGOS.
           SELECT TAXASCOM ASSIGN TO
           WS-PATH-TAXASCOM
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-TAXASCOM.
           SELECT FUNCIONARIOS ASSIGN TO
           WS-PATH-FUNCIONARIOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT COMISSFEED ASSIGN TO
           WS-PATH-COMISSFEED
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-COMISSFEED.
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
       FD FATURAOUT.
       COPY FATOUT
           REPLACING ==:PFX:== BY ==FCL==
                     ==:TRL:== BY ==FOT==.

           FD VENDASOUT.
       COPY VENOUT
           REPLACING ==:PFX:== BY ==VDL==
                     ==:TRL:== BY ==VOT==.

      *-----------------------
      * catalogo de produtos do FATURA_CLIENTE e mestre de artigos
      * do GESTAO_VENDAS: so interessa a categoria de comissao de
      * cada codigo
      *-----------------------
       FD PRODUTOS.
           01 PRODUTO-REG.
               03 PRD-COD                 PIC 9(03).
               03 PRD-DESC                PIC X(20).
               03 PRD-PRECO               PIC 9(07)V99.
               03 PRD-IVA                 PIC 9(02).
               03 PRD-SERVICO             PIC X(01).
               03 PRD-CATEGORIA           PIC X(10).

       FD ARTIGOS.
           01 ARTIGO-REG.
               03 ART-CODIGO              PIC 9(05).
               03 ART-NOME                PIC X(34).
               03 ART-PRECO               PIC 9(05)V99.
               03 ART-IVA                 PIC 9(02).
               03 ART-CATEGORIA           PIC X(10).

      *-----------------------
      * taxas de comissao por categoria de produto (percentagem
      * sobre a base sem IVA); a categoria GERAL, se existir, vale
      * para as categorias sem taxa propria
      *-----------------------
       FD TAXASCOM.
           01 TAXACOM-REG.
               03 TXC-CATEGORIA           PIC X(10).
               03 TXC-TAXA                PIC 9(02)V99.

      *-----------------------
      * ficheiro de funcionarios do DADOS_FUNCIONARIOS: so o numero
      * e o nome, para o extrato
      *-----------------------
       FD FUNCIONARIOS.
           01 FUNCIONARIOS-REG.
               03 FUNC-ID                 PIC 9(05).
               03 FUNC-NOME               PIC X(20).
               03 FILLER                  PIC X(135).

      *-----------------------
      * alimentacao de comissoes do processamento de salarios: uma
      * linha por vendedor e mes, 'P' pendente ate a folha a pagar
      *-----------------------
       FD COMISSFEED.
           01 COMISSFEED-REG.
               03 CF-FUNC-ID              PIC 9(05).
               03 CF-ANOMES               PIC 9(06).
               03 CF-VALOR                PIC 9(05)V99.
               03 CF-ESTADO               PIC X(01).

      *-----------------------
      * ficheiro de spool do extrato de comissoes, com o mes no nome
      *-----------------------
       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).

       FD DATAPROC.
           01 DATAPROC-REG.
               03 DP-DATA                 PIC 9(08).
               03 DP-ESTADO               PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-PATH-FATURAOUT               PIC X(100).
       77 WS-PATH-VENDASOUT               PIC X(100).
       77 WS-PATH-PRODUTOS                PIC X(100).
       77 WS-PATH-ARTIGOS                 PIC X(100).
       77 WS-PATH-TAXASCOM                PIC X(100).
       77 WS-PATH-FUNCIONARIOS            PIC X(100).
       77 WS-PATH-COMISSFEED              PIC X(100).
       77 WS-PATH-SPOOL                   PIC X(100).
       77 WS-PATH-DATAPROC                PIC X(100).
       77 WS-FS-FATURAOUT                 PIC XX.
       77 WS-FS-VENDASOUT                 PIC XX.
       77 WS-FS-PRODUTOS                  PIC XX.
       77 WS-FS-ARTIGOS                   PIC XX.
       77 WS-FS-TAXASCOM                  PIC XX.
       77 WS-FS-FUNCIONARIOS              PIC XX.
       77 WS-FS-COMISSFEED                PIC XX.
       77 WS-FS-SPOOL                     PIC XX.
       77 WS-FS-DATAPROC                  PIC XX.

       77 WS-ENDOFFILEFATURAOUT           PIC 99 VALUE ZEROS.
       77 WS-ENDOFFILEVENDASOUT           PIC 99 VALUE ZEROS.
       77 WS-ENDOFMESTRE                  PIC X(01) VALUE SPACES.

       77 WS-DATA-NEGOCIO                 PIC 9(08) VALUE ZEROS.
       77 WS-COM-ANOMES                   PIC 9(06).
       77 WS-MES-JA-GERADO                PIC 9 VALUE 0.
       77 WS-DATA-DOC                     PIC 9(08) VALUE ZEROS.
       77 WS-FUNC-DOC                     PIC 9(05) VALUE ZEROS.

       77 WS-HDR-VISTO                    PIC 9 VALUE 0.
       77 WS-HDR-DATA                     PIC 9(08) VALUE ZEROS.
       77 WS-TRL-VISTO                    PIC 9 VALUE 0.
       77 WS-TRL-CONT                     PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TRL-CONT-LIDO                PIC 9(07) VALUE ZEROS.
       77 WS-TRL-HASH-LIDO                PIC 9(09)V99 VALUE ZEROS.
       77 WS-TRL-FICHEIRO                 PIC X(10).

      *-----------------------
      * linha corrente a acumular: vendedor, categoria, base sem
      * IVA e sinal (-1 nas notas de credito e nas devolucoes)
      *-----------------------
       77 WS-LIN-FUNC                     PIC 9(05).
       77 WS-LIN-CAT                      PIC X(10).
       77 WS-LIN-BASE                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-SINAL-LINHA                  PIC S9(01) VALUE +1.

       77 WS-IDX                          PIC 9(03).
       77 WS-IDX-VEND                     PIC 9(03).
       77 WS-IDX-TAXA                     PIC 9(02).
       77 WS-ACHADO                       PIC 9.
       77 WS-TAB-CHEIA                    PIC 9 VALUE 0.
       77 WS-SEM-VENDEDOR                 PIC 9(05) VALUE ZEROS.
       77 WS-TAXA-GERAL                   PIC 9(02)V99 VALUE ZEROS.
       77 WS-TAXA-ACHADA                  PIC 9(02)V99.
       77 WS-BASE-LIQUIDA                 PIC S9(09)V99.
       77 WS-COMISSAO-LINHA               PIC S9(07)V99.
       77 WS-VEND-NOME                    PIC X(20).
       77 WS-FEED-ESCRITOS                PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-COMISSOES              PIC S9(09)V99 VALUE ZEROS.
       77 WS-SPOOL-LINHA                  PIC X(132).
       77 WS-SPOOL-ABERTO                 PIC 9 VALUE 0.

       77 WS-NUM-TAXAS                    PIC 9(02) VALUE ZEROS.
           01 WS-TAB-TAXAS.
               03 WS-TAXA-ENTRY OCCURS 50 TIMES.
                   05 WS-TXC-CAT          PIC X(10).
                   05 WS-TXC-TAXA         PIC 9(02)V99.

      *-----------------------
      * categoria de cada produto do catalogo de faturas, pelo
      * proprio codigo (001 a 999)
      *-----------------------
           01 WS-TAB-PRODUTOS.
               03 WS-PRD-CAT              PIC X(10) OCCURS 999 TIMES.

       77 WS-NUM-ARTIGOS                  PIC 9(03) VALUE ZEROS.
           01 WS-TAB-ARTIGOS.
               03 WS-ART-ENTRY OCCURS 500 TIMES.
                   05 WS-ART-COD          PIC 9(05).
                   05 WS-ART-CAT          PIC X(10).

      *-----------------------
      * acumuladores por vendedor e categoria: vendas do mes e
      * abates (notas de credito e devolucoes) em separado
      *-----------------------
       77 WS-NUM-COM                      PIC 9(03) VALUE ZEROS.
           01 WS-TAB-COMISSOES.
               03 WS-COM-ENTRY OCCURS 300 TIMES.
                   05 WS-COM-FUNC         PIC 9(05).
                   05 WS-COM-CAT          PIC X(10).
                   05 WS-COM-VENDAS       PIC 9(09)V99.
                   05 WS-COM-ABATES       PIC 9(09)V99.

       77 WS-NUM-VEND                     PIC 9(03) VALUE ZEROS.
           01 WS-TAB-VENDEDORES.
               03 WS-VEND-ENTRY OCCURS 100 TIMES.
                   05 WS-VEND-FUNC        PIC 9(05).
                   05 WS-VEND-TOTAL       PIC S9(07)V99.

           01 WS-LINHA-EXTRATO.
               03 FILLER                  PIC X(03) VALUE SPACES.
               03 WS-EXT-CAT              PIC X(10).
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-EXT-VENDAS           PIC Z(08)9,99.
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-EXT-ABATES           PIC Z(08)9,99.
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-EXT-BASE             PIC -(09)9,99.
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-EXT-TAXA             PIC Z9,99.
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-EXT-COMISSAO         PIC -(07)9,99.
       77 WS-EXT-TOTAL                    PIC -(07)9,99.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-PATH-FATURAOUT FROM ENVIRONMENT "FATURAOUT_PATH"
           IF WS-PATH-FATURAOUT EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\faturaout.txt'
                   TO WS-PATH-FATURAOUT
           END-IF
           ACCEPT WS-PATH-VENDASOUT FROM ENVIRONMENT "VENDASOUT_PATH"
           IF WS-PATH-VENDASOUT EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\vendasout.txt'
                   TO WS-PATH-VENDASOUT
           END-IF
           ACCEPT WS-PATH-PRODUTOS FROM ENVIRONMENT "PRODUTOS_PATH"
           IF WS-PATH-PRODUTOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/prodcat.txt'
                   TO WS-PATH-PRODUTOS
           END-IF
           ACCEPT WS-PATH-ARTIGOS FROM ENVIRONMENT "ARTIGOS_PATH"
           IF WS-PATH-ARTIGOS EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\artigos.txt'
                   TO WS-PATH-ARTIGOS
           END-IF
           ACCEPT WS-PATH-TAXASCOM FROM ENVIRONMENT "TAXASCOM_PATH"
           IF WS-PATH-TAXASCOM EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/TAXASCOM.txt'
                   TO WS-PATH-TAXASCOM
           END-IF
           ACCEPT WS-PATH-FUNCIONARIOS FROM ENVIRONMENT
               "FUNCIONARIOS_PATH"
           IF WS-PATH-FUNCIONARIOS EQUAL SPACES
               MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\funcionar.txt'
                   TO WS-PATH-FUNCIONARIOS
           END-IF
           ACCEPT WS-PATH-COMISSFEED FROM ENVIRONMENT
               "COMISSFEED_PATH"
           IF WS-PATH-COMISSFEED EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\comissfeed.txt'
                   TO WS-PATH-COMISSFEED
           END-IF.

       0-PRINCIPAL.
           PERFORM OBTER-DATA-NEGOCIO
           DISPLAY '-------//COMISSOES DE VENDAS//-------'
           DISPLAY 'MES A PROCESSAR (AAAAMM): '
           ACCEPT WS-COM-ANOMES

      *    as comissoes de um mes so se geram uma vez: uma segunda
      *    corrida pagava o mesmo mes duas vezes na folha
           PERFORM 1050-VERIFICAR-MES-GERADO
           IF WS-MES-JA-GERADO EQUAL 1
               DISPLAY '*** AS COMISSOES DE ' WS-COM-ANOMES ' JA '
                   'FORAM GERADAS - CORRIDA RECUSADA ***'
               STOP RUN
           END-IF

           PERFORM 1000-CARREGAR-TAXAS
           PERFORM 1010-CARREGAR-PRODUTOS
           PERFORM 1020-CARREGAR-ARTIGOS
           PERFORM 1100-LER-FATURAOUT
           PERFORM 1200-LER-VENDASOUT
           IF WS-TAB-CHEIA EQUAL 1
               DISPLAY '*** MAIS DE 300 PARES VENDEDOR/CATEGORIA - '
                   'CORRIDA INTERROMPIDA SEM ALIMENTACAO ***'
               STOP RUN
           END-IF
           PERFORM 2000-EMITIR-EXTRATO
           STOP RUN.

      *-----------------------
      * procura na alimentacao de comissoes registos do mes pedido
      *-----------------------
       1050-VERIFICAR-MES-GERADO.
           MOVE 0 TO WS-MES-JA-GERADO
           MOVE SPACES TO WS-ENDOFMESTRE
           OPEN INPUT COMISSFEED
           IF WS-FS-COMISSFEED EQUAL "00"
               PERFORM UNTIL WS-ENDOFMESTRE = 'F'
                   READ COMISSFEED
                   AT END MOVE 'F' TO WS-ENDOFMESTRE
                   NOT AT END
                       IF CF-ANOMES EQUAL WS-COM-ANOMES
                           MOVE 1 TO WS-MES-JA-GERADO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COMISSFEED
           END-IF
           MOVE SPACES TO WS-ENDOFMESTRE.

      *-----------------------
      * tabela de taxas por categoria; sem ficheiro de taxas nao ha
      * comissoes a calcular
      *-----------------------
       1000-CARREGAR-TAXAS.
           MOVE ZEROS TO WS-NUM-TAXAS
           MOVE ZEROS TO WS-TAXA-GERAL
           MOVE SPACES TO WS-ENDOFMESTRE
           OPEN INPUT TAXASCOM
           IF WS-FS-TAXASCOM NOT EQUAL "00"
               DISPLAY ' TAXASCOM NAO DISPONIVEL - FILE STATUS: '
                       WS-FS-TAXASCOM
               DISPLAY '*** SEM TAXAS DE COMISSAO - CORRIDA '
                   'INTERROMPIDA ***'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ENDOFMESTRE = 'F'
               READ TAXASCOM
               AT END MOVE 'F' TO WS-ENDOFMESTRE
               NOT AT END
                   IF TXC-CATEGORIA EQUAL 'GERAL'
                       MOVE TXC-TAXA TO WS-TAXA-GERAL
                   ELSE
                       IF WS-NUM-TAXAS < 50
                           ADD 1 TO WS-NUM-TAXAS
                           MOVE TXC-CATEGORIA
                               TO WS-TXC-CAT (WS-NUM-TAXAS)
                           MOVE TXC-TAXA
                               TO WS-TXC-TAXA (WS-NUM-TAXAS)
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE TAXASCOM
           MOVE SPACES TO WS-ENDOFMESTRE.

       1010-CARREGAR-PRODUTOS.
           MOVE SPACES TO WS-TAB-PRODUTOS
           MOVE SPACES TO WS-ENDOFMESTRE
           OPEN INPUT PRODUTOS
           IF WS-FS-PRODUTOS NOT EQUAL "00"
               DISPLAY ' PRODUTOS NAO DISPONIVEL - FILE STATUS: '
                       WS-FS-PRODUTOS
           ELSE
               PERFORM UNTIL WS-ENDOFMESTRE = 'F'
                   READ PRODUTOS
                   AT END MOVE 'F' TO WS-ENDOFMESTRE
                   NOT AT END
                       IF PRD-COD > ZEROS
                           MOVE PRD-CATEGORIA
                               TO WS-PRD-CAT (PRD-COD)
                       END-IF
               END-PERFORM
               CLOSE PRODUTOS
           END-IF
           MOVE SPACES TO WS-ENDOFMESTRE.

       1020-CARREGAR-ARTIGOS.
           MOVE ZEROS TO WS-NUM-ARTIGOS
           MOVE SPACES TO WS-ENDOFMESTRE
           OPEN INPUT ARTIGOS
           IF WS-FS-ARTIGOS NOT EQUAL "00"
               DISPLAY ' ARTIGOS NAO DISPONIVEL - FILE STATUS: '
                       WS-FS-ARTIGOS
           ELSE
               PERFORM UNTIL WS-ENDOFMESTRE = 'F'
                   READ ARTIGOS
                   AT END MOVE 'F' TO WS-ENDOFMESTRE
                   NOT AT END
                       IF WS-NUM-ARTIGOS < 500
                           ADD 1 TO WS-NUM-ARTIGOS
                           MOVE ART-CODIGO
                               TO WS-ART-COD (WS-NUM-ARTIGOS)
                           MOVE ART-CATEGORIA
                               TO WS-ART-CAT (WS-NUM-ARTIGOS)
                       END-IF
               END-PERFORM
               CLOSE ARTIGOS
           END-IF
           MOVE SPACES TO WS-ENDOFMESTRE.

      *-----------------------
      * FATURA_CLIENTE - a data e o vendedor vem do cabecalho 'C'
      * do documento, que o SORT por numero garante vir antes das
      * linhas; orcamentos ('OR') e guias ('GR') nao sao venda, as
      * notas de credito abatem ao vendedor que as emitiu
      *-----------------------
       1100-LER-FATURAOUT.
           OPEN INPUT FATURAOUT.
           IF WS-FS-FATURAOUT NOT EQUAL "00"
               DISPLAY " FATURAOUT NAO DISPONIVEL - FILE STATUS: "
                       WS-FS-FATURAOUT
           ELSE
               MOVE ZEROS TO WS-DATA-DOC
               MOVE ZEROS TO WS-FUNC-DOC
               PERFORM UNTIL WS-ENDOFFILEFATURAOUT EQUAL 1
                   READ FATURAOUT
                   AT END
                       MOVE 1 TO WS-ENDOFFILEFATURAOUT
                   NOT AT END
                      IF FOT-MARCA EQUAL '*HEADER* '
                          MOVE 1 TO WS-HDR-VISTO
                          MOVE FOT-HDR-DATA
                              TO WS-HDR-DATA
                      ELSE
                      IF FOT-MARCA EQUAL '*TRAILER*'
                          MOVE 1 TO WS-TRL-VISTO
                          MOVE FOT-CONTADOR TO WS-TRL-CONT-LIDO
                          MOVE FOT-HASH TO WS-TRL-HASH-LIDO
                      ELSE
                       ADD 1 TO WS-TRL-CONT
                       IF FCL-TIPO-REG NOT EQUAL 'C'
                           ADD FCL-TOTAL-PRODUTO TO WS-TRL-HASH
                       END-IF
                       IF FCL-TIPO-REG EQUAL 'C'
                           MOVE FCL-CAB-DATA TO WS-DATA-DOC
                           MOVE ZEROS TO WS-FUNC-DOC
                           IF FCL-CAB-FUNC-ID NUMERIC
                               MOVE FCL-CAB-FUNC-ID TO WS-FUNC-DOC
                           END-IF
                       ELSE
                           IF WS-DATA-DOC (1:6) EQUAL WS-COM-ANOMES
                            AND FCL-LINHA-TIPO-DOC NOT EQUAL 'OR'
                            AND FCL-LINHA-TIPO-DOC NOT EQUAL 'GR'
                            AND FCL-COD-PRODUTO > ZEROS
                               IF WS-FUNC-DOC EQUAL ZEROS
                                   ADD 1 TO WS-SEM-VENDEDOR
                               ELSE
                                   MOVE WS-FUNC-DOC TO WS-LIN-FUNC
                                   MOVE WS-PRD-CAT (FCL-COD-PRODUTO)
                                       TO WS-LIN-CAT
                                   MOVE FCL-TOTALSIVA-PRODUTO
                                       TO WS-LIN-BASE
                                   IF FCL-LINHA-TIPO-DOC EQUAL 'NC'
                                       MOVE -1 TO WS-SINAL-LINHA
                                   ELSE
                                       MOVE +1 TO WS-SINAL-LINHA
                                   END-IF
                                   PERFORM 3000-ACUMULAR-LINHA
                               END-IF
                           END-IF
                       END-IF
                      END-IF
                      END-IF
                   END-READ
               END-PERFORM
               CLOSE FATURAOUT
               MOVE 'FATURAOUT ' TO WS-TRL-FICHEIRO
               PERFORM 3900-CONFERIR-TRAILER
           END-IF.

      *-----------------------
      * GESTAO_VENDAS - base da linha pela quantidade e preco
      * unitario, como no apuramento; venda de vales ('G') e
      * resgate de pontos ('R') nao sao venda de mercadoria, as
      * devolucoes ('D') abatem ao vendedor do ticket
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
                       IF VDL-DATA-VENDA (1:6) EQUAL WS-COM-ANOMES
                        AND VDL-PROMO-ARTIGO NOT EQUAL 'R'
                        AND VDL-PROMO-ARTIGO NOT EQUAL 'G'
                           IF VDL-FUNC-ID NOT NUMERIC
                            OR VDL-FUNC-ID EQUAL ZEROS
                               ADD 1 TO WS-SEM-VENDEDOR
                           ELSE
                               MOVE VDL-FUNC-ID TO WS-LIN-FUNC
                               PERFORM 1210-CATEGORIA-ARTIGO
                               COMPUTE WS-LIN-BASE =
                                   VDL-QUANT-ARTIGO * VDL-UNIT-ARTIGO
                               IF VDL-PROMO-ARTIGO EQUAL 'D'
                                   MOVE -1 TO WS-SINAL-LINHA
                               ELSE
                                   MOVE +1 TO WS-SINAL-LINHA
                               END-IF
                               PERFORM 3000-ACUMULAR-LINHA
                           END-IF
                       END-IF
                      END-IF
                      END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDASOUT
               MOVE 'VENDASOUT ' TO WS-TRL-FICHEIRO
               PERFORM 3900-CONFERIR-TRAILER
           END-IF.

       1210-CATEGORIA-ARTIGO.
           MOVE SPACES TO WS-LIN-CAT
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-ARTIGOS
               IF WS-ART-COD (WS-IDX) EQUAL VDL-COD-ARTIGO
                   MOVE WS-ART-CAT (WS-IDX) TO WS-LIN-CAT
                   MOVE WS-NUM-ARTIGOS TO WS-IDX
               END-IF
           END-PERFORM.

      *-----------------------
      * soma a base da linha no par vendedor/categoria, nas vendas
      * ou nos abates conforme o sinal
      *-----------------------
       3000-ACUMULAR-LINHA.
           MOVE 0 TO WS-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-COM
               IF WS-COM-FUNC (WS-IDX) EQUAL WS-LIN-FUNC
                AND WS-COM-CAT (WS-IDX) EQUAL WS-LIN-CAT
                   MOVE 1 TO WS-ACHADO
                   IF WS-SINAL-LINHA < 0
                       ADD WS-LIN-BASE TO WS-COM-ABATES (WS-IDX)
                   ELSE
                       ADD WS-LIN-BASE TO WS-COM-VENDAS (WS-IDX)
                   END-IF
                   MOVE WS-NUM-COM TO WS-IDX
               END-IF
           END-PERFORM
           IF WS-ACHADO EQUAL 0
               IF WS-NUM-COM < 300
                   ADD 1 TO WS-NUM-COM
                   MOVE WS-LIN-FUNC TO WS-COM-FUNC (WS-NUM-COM)
                   MOVE WS-LIN-CAT TO WS-COM-CAT (WS-NUM-COM)
                   MOVE ZEROS TO WS-COM-VENDAS (WS-NUM-COM)
                   MOVE ZEROS TO WS-COM-ABATES (WS-NUM-COM)
                   IF WS-SINAL-LINHA < 0
                       MOVE WS-LIN-BASE TO WS-COM-ABATES (WS-NUM-COM)
                   ELSE
                       MOVE WS-LIN-BASE TO WS-COM-VENDAS (WS-NUM-COM)
                   END-IF
               ELSE
                   MOVE 1 TO WS-TAB-CHEIA
               END-IF
           END-IF.

      *-----------------------
      * confere o trailer de controlo do ficheiro acabado de ler,
      * como no apuramento de IVA: comissoes nao se pagam sobre um
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
      * extrato por vendedor: uma linha por categoria (vendas,
      * abates, base liquida, taxa e comissao) e o total; quem
      * fecha o mes com total positivo entra na alimentacao da
      * folha, quem fecha negativo (mais abates do que vendas) fica
      * sem comissao a pagar
      *-----------------------
       2000-EMITIR-EXTRATO.
           MOVE ZEROS TO WS-NUM-VEND
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-COM
               MOVE 0 TO WS-ACHADO
               PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND > WS-NUM-VEND
                   IF WS-VEND-FUNC (WS-IDX-VEND)
                       EQUAL WS-COM-FUNC (WS-IDX)
                       MOVE 1 TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-ACHADO EQUAL 0 AND WS-NUM-VEND < 100
                   ADD 1 TO WS-NUM-VEND
                   MOVE WS-COM-FUNC (WS-IDX)
                       TO WS-VEND-FUNC (WS-NUM-VEND)
                   MOVE ZEROS TO WS-VEND-TOTAL (WS-NUM-VEND)
               END-IF
           END-PERFORM

           PERFORM ABRIR-SPOOL
           OPEN EXTEND COMISSFEED
           IF WS-FS-COMISSFEED EQUAL "35"
               OPEN OUTPUT COMISSFEED
           END-IF
           IF WS-FS-COMISSFEED NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR COMISSFEED - FILE STATUS: '
                   WS-FS-COMISSFEED
               PERFORM FECHAR-SPOOL
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FEED-ESCRITOS
           MOVE ZEROS TO WS-TOTAL-COMISSOES
           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           STRING ' EXTRATO DE COMISSOES DE VENDAS - MES '
                  WS-COM-ANOMES
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL

           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
               UNTIL WS-IDX-VEND > WS-NUM-VEND
               PERFORM 2100-EXTRATO-VENDEDOR
           END-PERFORM

           CLOSE COMISSFEED
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE WS-TOTAL-COMISSOES TO WS-EXT-TOTAL
           STRING ' TOTAL DE COMISSOES DO MES: ' WS-EXT-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           STRING ' ITENS PENDENTES GRAVADOS PARA A FOLHA: '
                  WS-FEED-ESCRITOS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-SEM-VENDEDOR > ZEROS
               STRING ' LINHAS DO MES SEM VENDEDOR (FORA DAS '
                      'COMISSOES): ' WS-SEM-VENDEDOR
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           PERFORM FECHAR-SPOOL.

       2100-EXTRATO-VENDEDOR.
           PERFORM 2150-NOME-VENDEDOR
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           STRING ' VENDEDOR ' WS-VEND-FUNC (WS-IDX-VEND) ' - '
                  WS-VEND-NOME
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE '   CATEGORIA       VENDAS       ABATES         BASE'
               TO WS-SPOOL-LINHA
           MOVE '  TAXA   COMISSAO' TO WS-SPOOL-LINHA (53:17)
           PERFORM ESCREVER-SPOOL

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-COM
               IF WS-COM-FUNC (WS-IDX) EQUAL
                   WS-VEND-FUNC (WS-IDX-VEND)
                   PERFORM 2200-TAXA-CATEGORIA
                   COMPUTE WS-BASE-LIQUIDA =
                       WS-COM-VENDAS (WS-IDX) - WS-COM-ABATES (WS-IDX)
                   COMPUTE WS-COMISSAO-LINHA ROUNDED =
                       WS-BASE-LIQUIDA * WS-TAXA-ACHADA / 100
                   ADD WS-COMISSAO-LINHA
                       TO WS-VEND-TOTAL (WS-IDX-VEND)
                   MOVE WS-COM-CAT (WS-IDX) TO WS-EXT-CAT
                   IF WS-COM-CAT (WS-IDX) EQUAL SPACES
                       MOVE '(SEM CAT.)' TO WS-EXT-CAT
                   END-IF
                   MOVE WS-COM-VENDAS (WS-IDX) TO WS-EXT-VENDAS
                   MOVE WS-COM-ABATES (WS-IDX) TO WS-EXT-ABATES
                   MOVE WS-BASE-LIQUIDA TO WS-EXT-BASE
                   MOVE WS-TAXA-ACHADA TO WS-EXT-TAXA
                   MOVE WS-COMISSAO-LINHA TO WS-EXT-COMISSAO
                   MOVE WS-LINHA-EXTRATO TO WS-SPOOL-LINHA
                   PERFORM ESCREVER-SPOOL
               END-IF
           END-PERFORM

           MOVE WS-VEND-TOTAL (WS-IDX-VEND) TO WS-EXT-TOTAL
           IF WS-VEND-TOTAL (WS-IDX-VEND) > ZEROS
               MOVE WS-VEND-FUNC (WS-IDX-VEND) TO CF-FUNC-ID
               MOVE WS-COM-ANOMES TO CF-ANOMES
               MOVE WS-VEND-TOTAL (WS-IDX-VEND) TO CF-VALOR
               MOVE 'P' TO CF-ESTADO
               WRITE COMISSFEED-REG
               ADD 1 TO WS-FEED-ESCRITOS
               ADD WS-VEND-TOTAL (WS-IDX-VEND) TO WS-TOTAL-COMISSOES
               STRING '   TOTAL A PAGAR NA FOLHA: ' WS-EXT-TOTAL
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
           ELSE
               STRING '   TOTAL: ' WS-EXT-TOTAL
                      ' - SEM COMISSAO A PAGAR NESTE MES'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
           END-IF
           PERFORM ESCREVER-SPOOL.

      *-----------------------
      * nome do vendedor no ficheiro de funcionarios
      *-----------------------
       2150-NOME-VENDEDOR.
           MOVE '(SEM REGISTO)' TO WS-VEND-NOME
           MOVE SPACES TO WS-ENDOFMESTRE
           OPEN INPUT FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFMESTRE = 'F'
                   READ FUNCIONARIOS
                   AT END MOVE 'F' TO WS-ENDOFMESTRE
                   NOT AT END
                       IF FUNC-ID EQUAL WS-VEND-FUNC (WS-IDX-VEND)
                           MOVE FUNC-NOME TO WS-VEND-NOME
                           MOVE 'F' TO WS-ENDOFMESTRE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF
           MOVE SPACES TO WS-ENDOFMESTRE.

      *-----------------------
      * taxa da categoria da linha corrente; sem taxa propria vale a
      * taxa GERAL (zero se nao houver)
      *-----------------------
       2200-TAXA-CATEGORIA.
           MOVE WS-TAXA-GERAL TO WS-TAXA-ACHADA
           PERFORM VARYING WS-IDX-TAXA FROM 1 BY 1
               UNTIL WS-IDX-TAXA > WS-NUM-TAXAS
               IF WS-TXC-CAT (WS-IDX-TAXA) EQUAL WS-COM-CAT (WS-IDX)
                   MOVE WS-TXC-TAXA (WS-IDX-TAXA) TO WS-TAXA-ACHADA
                   MOVE WS-NUM-TAXAS TO WS-IDX-TAXA
               END-IF
           END-PERFORM.

      *-----------------------
      * spool do extrato, com o mes no nome, como os relatorios do
      * GESTAO_VENDAS; o mesmo conteudo vai ao ecra
      *-----------------------
       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'COMISSOES.' DELIMITED BY SIZE
                  WS-COM-ANOMES DELIMITED BY SIZE
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

       END PROGRAM COMISSOES_VENDAS.
