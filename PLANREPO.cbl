      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Planeamento mensal da reposicao: a partir das vendas
      *          registadas no diario de movimentos do READ_2 (vendas
      *          'V' menos devolucoes 'D') dos doze meses completos
      *          anteriores ao mes a planear, calcula por artigo a
      *          procura media mensal e a sua variabilidade, corrige-a
      *          pelo mesmo mes do ano anterior e, com o prazo de
      *          entrega do fornecedor, propoe novo ponto de
      *          reencomenda e nivel maximo; a proposta fica a
      *          aguardar a decisao de um supervisor no READ_2
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANO_REPOSICAO.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENSFORN ASSIGN TO
           WS-PATH-ITENSFORN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ITENSFORN.
           SELECT MOVIMENTOS ASSIGN TO
           WS-PATH-MOVIMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-MOVIMENTOS.
           SELECT PROPREPO ASSIGN TO
           WS-PATH-PROPREPO
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PROPREPO.
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
      * parametros de compra do READ_2 (artigo, fornecedor, nivel
      * maximo, prazo de entrega, ponto de reencomenda, custo)
      *-----------------------
       FD ITENSFORN.
       01 ITEMFORN-REG.
           03 PRM-COD-ROUPA      PIC 9(05).
           03 PRM-COD-FORNECEDOR PIC 9(03).
           03 PRM-NIVEL-MAXIMO   PIC 9(03).
           03 PRM-PRAZO-DIAS     PIC 9(03).
           03 PRM-PONTO-REENC    PIC 9(03).
           03 PRM-CUSTO-ACORDADO PIC 9(05)V99.

      *-----------------------
      * diario de movimentos de estoque do READ_2: a caixa grava as
      * vendas com motivo 'V' (delta negativo) e as devolucoes de
      * clientes com motivo 'D' (delta positivo)
      *-----------------------
       FD MOVIMENTOS.
       01 MOVIMENTO-REG.
           03 MOV-DATA            PIC 9(08).
           03 MOV-HORA            PIC X(08).
           03 MOV-OPERADOR        PIC X(20).
           03 MOV-COD-ROUPA       PIC 9(05).
           03 MOV-QNT-ANTERIOR    PIC 9(03).
           03 MOV-DELTA           PIC S9(03).
           03 MOV-MOTIVO          PIC X(01).
           03 MOV-CUSTO           PIC 9(05)V99.

       FD PROPREPO.
       COPY PROPREPO.

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
       77 WS-PATH-ITENSFORN        PIC X(100).
       77 WS-PATH-MOVIMENTOS       PIC X(100).
       77 WS-PATH-PROPREPO         PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-FS-ITENSFORN          PIC XX.
       77 WS-FS-MOVIMENTOS         PIC XX.
       77 WS-FS-PROPREPO           PIC XX.
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

       77 WS-ANOMES                PIC 9(06).
       77 WS-MES-REF               PIC 9(06).
       77 WS-MES-MOV               PIC 9(06).
       77 WS-MES-IDX               PIC S9(04).

      *    fator de seguranca para um nivel de servico de 95% e
      *    limites ao fator sazonal, para um mes fora do normal no
      *    ano anterior nao deitar a proposta abaixo de metade nem
      *    acima do dobro da procura media
       77 WS-FATOR-SERVICO         PIC 9V99 VALUE 1,65.
       77 WS-FATOR-MINIMO          PIC 9V99 VALUE 0,50.
       77 WS-FATOR-MAXIMO          PIC 9V99 VALUE 2,00.

       77 WS-PL-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-PL-IDX                PIC 9(03).
       77 WS-PL-CHEIA              PIC 9 VALUE 0.
       77 WS-PL-SOMA               PIC S9(07).
       77 WS-PL-SOMA-QUAD          PIC 9(11)V9999.
       77 WS-PL-MEDIA              PIC 9(05)V99.
       77 WS-PL-VARIANCIA          PIC 9(09)V9999.
       77 WS-PL-DESVIO             PIC 9(05)V99.
       77 WS-PL-HOMOLOGO           PIC 9(05).
       77 WS-PL-FATOR              PIC 9V99.
       77 WS-PL-PREVISTA           PIC 9(05)V99.
       77 WS-PL-RAIZ-PRAZO         PIC 9(03)V9999.
       77 WS-PL-SEGURANCA          PIC 9(05)V99.
       77 WS-PL-CALCULO            PIC 9(06)V99.
       77 WS-PL-INTEIRO            PIC 9(06).
       77 WS-PL-PONTO              PIC 9(03).
       77 WS-PL-MAXIMO             PIC 9(03).

       77 WS-TOT-ITENS             PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PROPOSTAS         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ALTERADAS         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-VENDAS        PIC 9(05) VALUE ZEROS.
       77 WS-MEDIA-EDIT            PIC ZZZZ9,99.
       77 WS-DESVIO-EDIT           PIC ZZZZ9,99.
       77 WS-FATOR-EDIT            PIC 9,99.

           01 WS-MES-PLANO.
               03 WS-MES-PLANO-ANO        PIC 9(04).
               03 WS-MES-PLANO-MES        PIC 9(02).
           01 WS-DATA-MOV.
               03 WS-DATA-MOV-ANO         PIC 9(04).
               03 WS-DATA-MOV-MES         PIC 9(02).
               03 WS-DATA-MOV-DIA         PIC 9(02).

      *-----------------------
      * parametros de compra carregados em memoria, com as vendas
      * liquidas de cada um dos doze meses anteriores ao mes a
      * planear (1 - mes anterior ... 12 - mesmo mes do ano
      * anterior)
      *-----------------------
           01 WS-TAB-PLANO.
               03 WS-PL-ENTRY OCCURS 200 TIMES.
                   05 WS-PL-COD-ROUPA      PIC 9(05).
                   05 WS-PL-FORNECEDOR     PIC 9(03).
                   05 WS-PL-NIVEL-MAXIMO   PIC 9(03).
                   05 WS-PL-PRAZO          PIC 9(03).
                   05 WS-PL-PONTO-REENC    PIC 9(03).
                   05 WS-PL-VENDAS         PIC S9(05)
                                           OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
           ACCEPT WS-PATH-ITENSFORN FROM ENVIRONMENT "ITENSFORN_PATH"
           IF WS-PATH-ITENSFORN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/itforn.txt'
                   TO WS-PATH-ITENSFORN
           END-IF
           ACCEPT WS-PATH-MOVIMENTOS FROM ENVIRONMENT
               "MOVIMENTOS_PATH"
           IF WS-PATH-MOVIMENTOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/movim.txt'
                   TO WS-PATH-MOVIMENTOS
           END-IF
           ACCEPT WS-PATH-PROPREPO FROM ENVIRONMENT "PROPREPO_PATH"
           IF WS-PATH-PROPREPO EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/proprepo.txt'
                   TO WS-PATH-PROPREPO
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           DISPLAY '-------//PLANEAMENTO DA REPOSICAO//-------'
           DISPLAY 'MES A PLANEAR (AAAAMM, 0 = MES CORRENTE): '
           ACCEPT WS-ANOMES
           IF WS-ANOMES EQUAL ZEROS
               MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-ANOMES
           END-IF
           MOVE WS-ANOMES TO WS-MES-PLANO
           IF WS-MES-PLANO-MES < 01 OR WS-MES-PLANO-MES > 12
               DISPLAY '*** MES ' WS-ANOMES ' INVALIDO ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-MES-REF = WS-MES-PLANO-ANO * 12
               + WS-MES-PLANO-MES

           PERFORM CARREGAR-ITENSFORN THRU CARREGAR-ITENSFORN-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           PERFORM SOMAR-VENDAS THRU SOMAR-VENDAS-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF

      *    a proposta nova substitui a anterior: o que ficou por
      *    decidir volta a ser proposto com os valores do mes
           OPEN OUTPUT PROPREPO
           IF WS-FS-PROPREPO NOT EQUAL "00"
               DISPLAY ' ERRO A CRIAR PROPREPO - FILE STATUS: '
                   WS-FS-PROPREPO
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF

           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PROPOSTA DE NIVEIS DE REPOSICAO PARA ' DELIMITED
                  BY SIZE
                  WS-ANOMES DELIMITED BY SIZE
                  ' - VENDAS DOS 12 MESES ANTERIORES - ' DELIMITED
                  BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE 'ARTIGO FRN PRZ    MEDIA   DESVIO HOMOL FATOR |'
               TO WS-SPOOL-LINHA
           MOVE ' ATUAL   | PROPOSTO  (PONTO/MAXIMO)'
               TO WS-SPOOL-LINHA (47:)
           PERFORM ESCREVER-SPOOL

           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-NUM
               PERFORM CALCULAR-PROPOSTA THRU CALCULAR-PROPOSTA-FIM
           END-PERFORM
           CLOSE PROPREPO

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PARAMETROS DE COMPRA: ' DELIMITED BY SIZE
                  WS-TOT-ITENS DELIMITED BY SIZE
                  '  PROPOSTAS: ' DELIMITED BY SIZE
                  WS-TOT-PROPOSTAS DELIMITED BY SIZE
                  '  COM ALTERACAO: ' DELIMITED BY SIZE
                  WS-TOT-ALTERADAS DELIMITED BY SIZE
                  '  SEM VENDAS (MANTIDOS): ' DELIMITED BY SIZE
                  WS-TOT-SEM-VENDAS DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE 'A PROPOSTA FICA A AGUARDAR DECISAO DE UM SUPERVISOR '
               TO WS-SPOOL-LINHA
           MOVE '(READ_2 - OPCAO 15)' TO WS-SPOOL-LINHA (53:)
           PERFORM ESCREVER-SPOOL
           PERFORM FECHAR-SPOOL

           PERFORM ESCREVER-JOBLEDGER
           STOP RUN.

      *-----------------------
      * carrega os parametros de compra; sem parametros nao ha nada
      * a planear
      *-----------------------
       CARREGAR-ITENSFORN.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ITENSFORN
           IF WS-FS-ITENSFORN NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ITENSFORN - FILE STATUS: '
                   WS-FS-ITENSFORN
               MOVE 1 TO WS-ERRO
               GO TO CARREGAR-ITENSFORN-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ ITENSFORN
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-TOT-ITENS
                   IF WS-PL-NUM < 200
                       ADD 1 TO WS-PL-NUM
                       MOVE PRM-COD-ROUPA
                           TO WS-PL-COD-ROUPA (WS-PL-NUM)
                       MOVE PRM-COD-FORNECEDOR
                           TO WS-PL-FORNECEDOR (WS-PL-NUM)
                       MOVE PRM-NIVEL-MAXIMO
                           TO WS-PL-NIVEL-MAXIMO (WS-PL-NUM)
                       MOVE PRM-PRAZO-DIAS TO WS-PL-PRAZO (WS-PL-NUM)
                       MOVE PRM-PONTO-REENC
                           TO WS-PL-PONTO-REENC (WS-PL-NUM)
                       PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                           UNTIL WS-MES-IDX > 12
                           MOVE ZEROS
                               TO WS-PL-VENDAS (WS-PL-NUM, WS-MES-IDX)
                       END-PERFORM
                   ELSE
                       MOVE 1 TO WS-PL-CHEIA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ITENSFORN
           IF WS-PL-CHEIA EQUAL 1
               DISPLAY ' AVISO: MAIS DE 200 PARAMETROS DE COMPRA - '
                   'OS RESTANTES FICAM FORA DA PROPOSTA'
           END-IF.

       CARREGAR-ITENSFORN-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * soma as vendas liquidas de devolucoes de cada artigo em cada
      * um dos doze meses completos anteriores ao mes a planear
      *-----------------------
       SOMAR-VENDAS.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT MOVIMENTOS
           IF WS-FS-MOVIMENTOS EQUAL "35"
               DISPLAY ' AVISO: SEM DIARIO DE MOVIMENTOS - NENHUM '
                   'ARTIGO TEM HISTORICO DE VENDAS'
               GO TO SOMAR-VENDAS-FIM
           END-IF
           IF WS-FS-MOVIMENTOS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR MOVIMENTOS - FILE STATUS: '
                   WS-FS-MOVIMENTOS
               MOVE 1 TO WS-ERRO
               GO TO SOMAR-VENDAS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ MOVIMENTOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-JOB-REGISTOS
                   IF MOV-MOTIVO EQUAL 'V' OR MOV-MOTIVO EQUAL 'D'
                       MOVE MOV-DATA TO WS-DATA-MOV
                       COMPUTE WS-MES-MOV = WS-DATA-MOV-ANO * 12
                           + WS-DATA-MOV-MES
                       COMPUTE WS-MES-IDX = WS-MES-REF - WS-MES-MOV
                       IF WS-MES-IDX > 0 AND WS-MES-IDX < 13
                           PERFORM ACUMULAR-VENDA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MOVIMENTOS.

       SOMAR-VENDAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *    o mesmo artigo pode ter parametros com mais de um
      *    fornecedor: a venda conta para todos
       ACUMULAR-VENDA.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-NUM
               IF WS-PL-COD-ROUPA (WS-PL-IDX) EQUAL MOV-COD-ROUPA
                   SUBTRACT MOV-DELTA
                       FROM WS-PL-VENDAS (WS-PL-IDX, WS-MES-IDX)
               END-IF
           END-PERFORM.

      *-----------------------
      * proposta de um parametro de compra: procura media mensal e
      * desvio padrao dos doze meses, fator sazonal do mesmo mes do
      * ano anterior, stock de seguranca pelo desvio durante o prazo
      * de entrega; o ponto de reencomenda cobre a procura prevista
      * durante o prazo mais a seguranca, e o nivel maximo mais um
      * mes de procura prevista
      *-----------------------
       CALCULAR-PROPOSTA.
           MOVE ZEROS TO WS-PL-SOMA
      *    um mes com mais devolucoes que vendas conta como zero
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               IF WS-PL-VENDAS (WS-PL-IDX, WS-MES-IDX) < 0
                   MOVE ZEROS TO WS-PL-VENDAS (WS-PL-IDX, WS-MES-IDX)
               END-IF
               ADD WS-PL-VENDAS (WS-PL-IDX, WS-MES-IDX) TO WS-PL-SOMA
           END-PERFORM

           IF WS-PL-SOMA EQUAL ZEROS
               ADD 1 TO WS-TOT-SEM-VENDAS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING WS-PL-COD-ROUPA (WS-PL-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-PL-FORNECEDOR (WS-PL-IDX) DELIMITED BY SIZE
                      '  SEM VENDAS NOS 12 MESES - NIVEIS MANTIDOS '
                          DELIMITED BY SIZE
                      WS-PL-PONTO-REENC (WS-PL-IDX) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-PL-NIVEL-MAXIMO (WS-PL-IDX) DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               GO TO CALCULAR-PROPOSTA-FIM
           END-IF

           COMPUTE WS-PL-MEDIA ROUNDED = WS-PL-SOMA / 12
           MOVE ZEROS TO WS-PL-SOMA-QUAD
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               COMPUTE WS-PL-SOMA-QUAD = WS-PL-SOMA-QUAD
                   + (WS-PL-VENDAS (WS-PL-IDX, WS-MES-IDX)
                      - WS-PL-MEDIA) ** 2
           END-PERFORM
           COMPUTE WS-PL-VARIANCIA ROUNDED = WS-PL-SOMA-QUAD / 12
           COMPUTE WS-PL-DESVIO ROUNDED = WS-PL-VARIANCIA ** 0,5

           MOVE WS-PL-VENDAS (WS-PL-IDX, 12) TO WS-PL-HOMOLOGO
           COMPUTE WS-PL-FATOR ROUNDED = WS-PL-HOMOLOGO / WS-PL-MEDIA
               ON SIZE ERROR MOVE WS-FATOR-MAXIMO TO WS-PL-FATOR
           END-COMPUTE
           IF WS-PL-FATOR < WS-FATOR-MINIMO
               MOVE WS-FATOR-MINIMO TO WS-PL-FATOR
           END-IF
           IF WS-PL-FATOR > WS-FATOR-MAXIMO
               MOVE WS-FATOR-MAXIMO TO WS-PL-FATOR
           END-IF
           COMPUTE WS-PL-PREVISTA ROUNDED = WS-PL-MEDIA * WS-PL-FATOR

           COMPUTE WS-PL-RAIZ-PRAZO ROUNDED =
               (WS-PL-PRAZO (WS-PL-IDX) / 30) ** 0,5
           COMPUTE WS-PL-SEGURANCA ROUNDED = WS-FATOR-SERVICO
               * WS-PL-DESVIO * WS-PL-RAIZ-PRAZO
           COMPUTE WS-PL-CALCULO = WS-PL-PREVISTA
               * WS-PL-PRAZO (WS-PL-IDX) / 30 + WS-PL-SEGURANCA
               ON SIZE ERROR MOVE 998 TO WS-PL-CALCULO
           END-COMPUTE
           PERFORM ARREDONDAR-ACIMA
      *    ponto 0 no READ_2 quer dizer limite geral: com vendas o
      *    ponto proposto e pelo menos 1
           IF WS-PL-INTEIRO < 1
               MOVE 1 TO WS-PL-INTEIRO
           END-IF
           IF WS-PL-INTEIRO > 998
               MOVE 998 TO WS-PL-INTEIRO
           END-IF
           MOVE WS-PL-INTEIRO TO WS-PL-PONTO

           COMPUTE WS-PL-CALCULO = WS-PL-PONTO + WS-PL-PREVISTA
           PERFORM ARREDONDAR-ACIMA
           IF WS-PL-INTEIRO NOT > WS-PL-PONTO
               COMPUTE WS-PL-INTEIRO = WS-PL-PONTO + 1
           END-IF
           IF WS-PL-INTEIRO > 999
               MOVE 999 TO WS-PL-INTEIRO
           END-IF
           MOVE WS-PL-INTEIRO TO WS-PL-MAXIMO

           MOVE SPACES TO PROPREPO-REG
           MOVE WS-PL-COD-ROUPA (WS-PL-IDX) TO PRP-COD-ROUPA
           MOVE WS-PL-FORNECEDOR (WS-PL-IDX) TO PRP-FORNECEDOR
           MOVE WS-PL-PRAZO (WS-PL-IDX) TO PRP-PRAZO-DIAS
           MOVE WS-ANOMES TO PRP-ANOMES
           MOVE WS-PL-SOMA TO PRP-VENDAS-12M
           MOVE WS-PL-HOMOLOGO TO PRP-VENDAS-HOMOLOGO
           MOVE WS-PL-MEDIA TO PRP-MEDIA-MES
           MOVE WS-PL-DESVIO TO PRP-DESVIO-MES
           MOVE WS-PL-FATOR TO PRP-FATOR-SAZONAL
           MOVE WS-PL-PONTO-REENC (WS-PL-IDX) TO PRP-PONTO-ATUAL
           MOVE WS-PL-NIVEL-MAXIMO (WS-PL-IDX) TO PRP-MAXIMO-ATUAL
           MOVE WS-PL-PONTO TO PRP-PONTO-PROPOSTO
           MOVE WS-PL-MAXIMO TO PRP-MAXIMO-PROPOSTO
           MOVE 'P' TO PRP-ESTADO
           MOVE ZEROS TO PRP-DATA-DECISAO
           WRITE PROPREPO-REG
           IF WS-FS-PROPREPO NOT EQUAL "00"
               DISPLAY ' ERRO A GRAVAR PROPREPO - FILE STATUS: '
                   WS-FS-PROPREPO
               MOVE 8 TO RETURN-CODE
               GO TO CALCULAR-PROPOSTA-FIM
           END-IF
           ADD 1 TO WS-TOT-PROPOSTAS

           MOVE WS-PL-MEDIA TO WS-MEDIA-EDIT
           MOVE WS-PL-DESVIO TO WS-DESVIO-EDIT
           MOVE WS-PL-FATOR TO WS-FATOR-EDIT
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING WS-PL-COD-ROUPA (WS-PL-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PL-FORNECEDOR (WS-PL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PL-PRAZO (WS-PL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MEDIA-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DESVIO-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PL-HOMOLOGO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-FATOR-EDIT DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-PL-PONTO-REENC (WS-PL-IDX) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-PL-NIVEL-MAXIMO (WS-PL-IDX) DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-PL-PONTO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-PL-MAXIMO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           IF WS-PL-PONTO NOT EQUAL WS-PL-PONTO-REENC (WS-PL-IDX)
            OR WS-PL-MAXIMO NOT EQUAL WS-PL-NIVEL-MAXIMO (WS-PL-IDX)
               ADD 1 TO WS-TOT-ALTERADAS
               MOVE '*' TO WS-SPOOL-LINHA (66:1)
           END-IF
           PERFORM ESCREVER-SPOOL.

       CALCULAR-PROPOSTA-FIM.
           EXIT.

      *    parte inteira de WS-PL-CALCULO, arredondada para cima
       ARREDONDAR-ACIMA.
           MOVE WS-PL-CALCULO TO WS-PL-INTEIRO
           IF WS-PL-INTEIRO < WS-PL-CALCULO
               ADD 1 TO WS-PL-INTEIRO
           END-IF.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'PLANREPO.' DELIMITED BY SIZE
                  WS-ANOMES DELIMITED BY SIZE
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
           MOVE 'PLANO_REPOS ' TO JOB-PROGRAMA
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

       END PROGRAM PLANO_REPOSICAO.
