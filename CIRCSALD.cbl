      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Circularizacao de saldos para a auditoria de fim de
      *          ano: a uma data de referencia junta os saldos em
      *          aberto dos clientes da faturacao (documentos menos
      *          recebimentos), das faturas do gas por cliente e das
      *          faturas de fornecedores por pagar; seleciona todos
      *          os saldos acima de um limiar mais uma amostra
      *          aleatoria dos restantes e imprime uma carta de
      *          confirmacao por saldo com os documentos em aberto;
      *          regista as respostas (concorda / discorda com o
      *          valor indicado) e lista as diferencas a investigar
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCULAR_SALDOS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTESFAT ASSIGN TO
           WS-PATH-CLIENTESFAT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLIENTESFAT.
           SELECT FATURAOUT ASSIGN TO
           WS-PATH-FATURAOUT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAOUT.
           SELECT RECEBIMENTOS ASSIGN TO
           WS-PATH-RECEBIMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RECEBIMENTOS.
           SELECT FICH-CLIENTES ASSIGN TO
           WS-PATH-CLIENTES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT FICH-FATURA-MES ASSIGN TO
           WS-PATH-FATURA-MES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-CHAVE
           FILE STATUS IS WS-FS-FATURAMES.
           SELECT FICH-PAGAMENTOS ASSIGN TO
           WS-PATH-PAGAMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PAGAMENTOS.
           SELECT COMPRAS ASSIGN TO
           WS-PATH-COMPRAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-COMPRAS.
           SELECT FORNECEDORES ASSIGN TO
           WS-PATH-FORNECEDORES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FORNECEDORES.
           SELECT PAGFORN ASSIGN TO
           WS-PATH-PAGFORN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PAGFORN.
           SELECT CIRCULAR ASSIGN TO
           WS-PATH-CIRCULAR
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CIRCULAR.
           SELECT CIRCTEMP ASSIGN TO
           WS-PATH-CIRCTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CIRCTEMP.
           SELECT SPOOL ASSIGN TO
           WS-PATH-SPOOL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-SPOOL.
           DATA DIVISION.
           FILE SECTION.
       FD CLIENTESFAT.
           01 CLIENTEFAT-REG.
               03 CLI-NIF                 PIC 9(09).
               03 CLI-NOME                PIC X(17).
               03 CLI-LIMITE-CREDITO      PIC 9(08)V99.
               03 CLI-PRAZO-DIAS          PIC 9(03).
               03 FILLER                  PIC X(57).

       FD FATURAOUT.
       COPY FATOUT
           REPLACING ==:PFX:== BY ==FCL==
                     ==:TRL:== BY ==FOT==.

       FD RECEBIMENTOS.
           01 RECEBIMENTO-REG.
               03 RC-NUM-RECEBIMENTO      PIC 9(06).
               03 RC-NUM-FATURA           PIC 9(06).
               03 RC-DATA                 PIC 9(08).
               03 RC-VALOR                PIC 9(08)V99.
               03 RC-TIPO                 PIC X(01).

      *-----------------------
      * ficheiro de clientes do gas: so interessam o numero, o nome,
      * a morada e o NIF
      *-----------------------
       FD FICH-CLIENTES.
           01 CLIENTE-GAS-REG.
               03 CG-NUM-CLIENTE          PIC 9(05).
               03 CG-NOME-CLIENTE         PIC X(30).
               03 CG-MORADA               PIC X(40).
               03 CG-NIF                  PIC 9(09).
               03 FILLER                  PIC X(116).

       FD FICH-FATURA-MES.
       COPY FATMES
           REPLACING ==:REC:== BY ==FATURA-MES-REG==
                     ==:PFX:== BY ==FM==.

       FD FICH-PAGAMENTOS.
       COPY PAGTOS.

      *-----------------------
      * registo de compras, mestre de fornecedores e pagamentos a
      * fornecedores de REGISTO_COMPRAS - os desenhos tem de bater
      * certo com os de la
      *-----------------------
       FD COMPRAS.
           01 COMPRA-REG.
               03 CP-FORNECEDOR           PIC 9(03).
               03 CP-DOC                  PIC X(12).
               03 CP-DATA                 PIC 9(08).
               03 CP-TAXA                 PIC 9(02).
               03 CP-BASE                 PIC S9(07)V99.
               03 CP-IVA                  PIC S9(07)V99.
               03 CP-NUM-ENCOMENDA        PIC 9(06).
               03 CP-DATA-VENCIMENTO      PIC 9(08).
               03 CP-CUSTO-IMPORTACAO     PIC X(01).

       FD FORNECEDORES.
       01 FORNECEDOR-REG.
           03 FORN-CODIGO        PIC 9(03).
           03 FORN-NOME          PIC X(30).
           03 FORN-PRAZO-PAG     PIC 9(03).
           03 FORN-IBAN          PIC X(25).

       FD PAGFORN.
           01 PAGFORN-REG.
               03 PF-FORNECEDOR           PIC 9(03).
               03 PF-DOC                  PIC X(12).
               03 PF-DATA                 PIC 9(08).
               03 PF-VALOR                PIC 9(08)V99.

      *-----------------------
      * registo das cartas de confirmacao: uma por saldo circulado,
      * com a origem ('C' cliente da faturacao, 'G' cliente do gas,
      * 'F' fornecedor), o motivo da selecao ('L' acima do limiar,
      * 'A' amostra) e a resposta - 'E' enviada sem resposta, 'C'
      * concorda, 'D' discorda com o saldo indicado pela entidade
      *-----------------------
       FD CIRCULAR.
           01 CIRCULAR-REG.
               03 CR-NUM-CARTA            PIC 9(05).
               03 CR-DATA-REF             PIC 9(08).
               03 CR-ORIGEM               PIC X(01).
               03 CR-ENTIDADE             PIC 9(09).
               03 CR-NOME                 PIC X(30).
               03 CR-SALDO                PIC S9(09)V99.
               03 CR-MOTIVO               PIC X(01).
               03 CR-ESTADO               PIC X(01).
               03 CR-VALOR-RESPOSTA       PIC 9(09)V99.
               03 CR-DATA-RESPOSTA        PIC 9(08).

       FD CIRCTEMP.
           01 CIRCTEMP-REG                PIC X(85).

       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PATH-CLIENTESFAT             PIC X(100).
       77 WS-PATH-FATURAOUT               PIC X(100).
       77 WS-PATH-RECEBIMENTOS            PIC X(100).
       77 WS-PATH-CLIENTES                PIC X(100).
       77 WS-PATH-FATURA-MES              PIC X(100).
       77 WS-PATH-PAGAMENTOS              PIC X(100).
       77 WS-PATH-COMPRAS                 PIC X(100).
       77 WS-PATH-FORNECEDORES            PIC X(100).
       77 WS-PATH-PAGFORN                 PIC X(100).
       77 WS-PATH-CIRCULAR                PIC X(100).
       77 WS-PATH-CIRCTEMP                PIC X(100).
       77 WS-PATH-SPOOL                   PIC X(100).
       77 WS-FS-CLIENTESFAT               PIC XX.
       77 WS-FS-FATURAOUT                 PIC XX.
       77 WS-FS-RECEBIMENTOS              PIC XX.
       77 WS-FS-CLIENTES                  PIC XX.
       77 WS-FS-FATURAMES                 PIC XX.
       77 WS-FS-PAGAMENTOS                PIC XX.
       77 WS-FS-COMPRAS                   PIC XX.
       77 WS-FS-FORNECEDORES              PIC XX.
       77 WS-FS-PAGFORN                   PIC XX.
       77 WS-FS-CIRCULAR                  PIC XX.
       77 WS-FS-CIRCTEMP                  PIC XX.
       77 WS-FS-SPOOL                     PIC XX.
       77 WS-ENDOFF                       PIC X(01) VALUE SPACES.
       77 WS-SPOOL-LINHA                  PIC X(132).
       77 WS-SPOOL-ABERTO                 PIC 9 VALUE 0.
       77 OPCAO                           PIC 9.

       77 WS-DATA-REF                     PIC 9(08).
       77 WS-LIMIAR                       PIC 9(07)V99.
       77 WS-PCT-AMOSTRA                  PIC 9(02).
       77 WS-REF-JA-GERADA                PIC 9 VALUE 0.
       77 WS-ULT-CARTA                    PIC 9(05) VALUE ZEROS.
       77 WS-NUM-CARTA                    PIC 9(05).
       77 WS-CARTAS-LIMIAR                PIC 9(05) VALUE ZEROS.
       77 WS-CARTAS-AMOSTRA               PIC 9(05) VALUE ZEROS.
       77 WS-SALDOS-FORA                  PIC 9(05) VALUE ZEROS.
       77 WS-EXCEDIDOS                    PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO                       PIC X(01).
       77 WS-SALDO-ABS                    PIC 9(09)V99.
       77 WS-SALDO-DOC                    PIC S9(09)V99.
       77 WS-PAGO-DEPOIS                  PIC 9(07)V99.
       77 WS-DOC-OK                       PIC 9 VALUE 0.
       77 WS-ACHOU                        PIC 9 VALUE 0.
       77 WS-IDX                          PIC 9(03).
       77 WS-IDX-ENT                      PIC 9(03).
       77 WS-HORA                         PIC 9(08).

      *-----------------------
      * gerador pseudo-aleatorio da amostra (congruencial, modulo
      * 2**31-1): a semente fica no relatorio para a amostra poder
      * ser refeita pelos auditores
      *-----------------------
       77 WS-RND-SEMENTE                  PIC 9(10).
       77 WS-RND-INICIAL                  PIC 9(10).
       77 WS-RND-PRODUTO                  PIC 9(15).
       77 WS-RND-QUOC                     PIC 9(15).
       77 WS-RND-PCT                      PIC 9(02).

      *-----------------------
      * saldos por entidade (origem + identificador)
      *-----------------------
       77 WS-ORIGEM-PROC                  PIC X(01).
       77 WS-ID-PROC                      PIC 9(09).
       77 WS-VALOR-PROC                   PIC S9(09)V99.
       77 WS-NUM-ENT                      PIC 9(03) VALUE ZEROS.
           01 WS-TAB-ENT.
               03 WS-ENT-ENTRY OCCURS 300 TIMES.
                   05 WS-ENT-ORIGEM       PIC X(01).
                   05 WS-ENT-ID           PIC 9(09).
                   05 WS-ENT-NOME         PIC X(30).
                   05 WS-ENT-SALDO        PIC S9(09)V99.

      *-----------------------
      * documentos da faturacao ate a data de referencia (faturas
      * e notas de credito), com os recebimentos ate a mesma data
      *-----------------------
       77 WS-NUM-DOCS                     PIC 9(03) VALUE ZEROS.
           01 WS-TAB-DOCS.
               03 WS-DOC-ENTRY OCCURS 500 TIMES.
                   05 WS-DOC-NUM          PIC 9(06).
                   05 WS-DOC-TIPO         PIC X(02).
                   05 WS-DOC-NIF          PIC 9(09).
                   05 WS-DOC-DATA         PIC X(08).
                   05 WS-DOC-VENC         PIC 9(08).
                   05 WS-DOC-TOTAL        PIC S9(09)V99.
                   05 WS-DOC-RECEBIDO     PIC 9(09)V99.

      *-----------------------
      * pagamentos do gas recebidos depois da data de referencia:
      * a essa data a fatura ainda estava em divida por eles
      *-----------------------
       77 WS-NUM-PGD                      PIC 9(03) VALUE ZEROS.
           01 WS-TAB-PGD.
               03 WS-PGD-ENTRY OCCURS 500 TIMES.
                   05 WS-PGD-CLIENTE      PIC 9(05).
                   05 WS-PGD-ANO          PIC 9(04).
                   05 WS-PGD-MES          PIC 9(02).
                   05 WS-PGD-VALOR        PIC 9(07)V99.

       77 WS-NUM-GAS                      PIC 9(03) VALUE ZEROS.
           01 WS-TAB-GAS.
               03 WS-GAS-ENTRY OCCURS 500 TIMES.
                   05 WS-GAS-CLIENTE      PIC 9(05).
                   05 WS-GAS-ANO          PIC 9(04).
                   05 WS-GAS-MES          PIC 9(02).
                   05 WS-GAS-VENC         PIC 9(08).
                   05 WS-GAS-SALDO        PIC 9(07)V99.

      *-----------------------
      * faturas de fornecedores ate a data de referencia (base mais
      * IVA de todas as linhas) e o pago ate a mesma data
      *-----------------------
       77 WS-NUM-FDOC                     PIC 9(03) VALUE ZEROS.
           01 WS-TAB-FDOC.
               03 WS-FDOC-ENTRY OCCURS 500 TIMES.
                   05 WS-FDOC-FORN        PIC 9(03).
                   05 WS-FDOC-DOC         PIC X(12).
                   05 WS-FDOC-DATA        PIC 9(08).
                   05 WS-FDOC-TOTAL       PIC S9(08)V99.
                   05 WS-FDOC-PAGO        PIC 9(08)V99.

       77 WS-RESP-CARTA                   PIC 9(05).
       77 WS-RESP-ESTADO                  PIC X(01).
       77 WS-RESP-VALOR                   PIC 9(09)V99.
       77 WS-RESP-DATA                    PIC 9(08).
       77 WS-DIFERENCA                    PIC S9(09)V99.
       77 WS-TOT-DIFERENCAS               PIC S9(10)V99 VALUE ZEROS.
       77 WS-CONT-ENVIADAS                PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CONCORDA                PIC 9(05) VALUE ZEROS.
       77 WS-CONT-DISCORDA                PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-RESP                PIC 9(05) VALUE ZEROS.

       77 WS-EDT-VALOR                    PIC -(08)9,99.
       77 WS-DESC-FDOC                    PIC X(16).
       77 WS-EDT-VALOR-2                  PIC -(08)9,99.
       77 WS-EDT-VALOR-3                  PIC -(08)9,99.
       77 WS-DESC-ORIGEM                  PIC X(16).

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-PATH-CLIENTESFAT FROM ENVIRONMENT
               "CLIENTESFAT_PATH"
           IF WS-PATH-CLIENTESFAT EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\clifat.txt'
                   TO WS-PATH-CLIENTESFAT
           END-IF
           ACCEPT WS-PATH-FATURAOUT FROM ENVIRONMENT "FATURAOUT_PATH"
           IF WS-PATH-FATURAOUT EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\faturaout.txt'
                   TO WS-PATH-FATURAOUT
           END-IF
           ACCEPT WS-PATH-RECEBIMENTOS FROM ENVIRONMENT
               "RECEBIMENTOS_PATH"
           IF WS-PATH-RECEBIMENTOS EQUAL SPACES
               MOVE
         'D:\UFCD\UFCD 0808 - Programacao COBOL\Tarefas\recebim.txt'
                   TO WS-PATH-RECEBIMENTOS
           END-IF
           ACCEPT WS-PATH-CLIENTES FROM ENVIRONMENT "CLIENTESGAS_PATH"
           IF WS-PATH-CLIENTES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CLIENTESGAS.txt'
                   TO WS-PATH-CLIENTES
           END-IF
           ACCEPT WS-PATH-FATURA-MES FROM ENVIRONMENT "FATURAMES_PATH"
           IF WS-PATH-FATURA-MES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/FATURAMES.txt'
                   TO WS-PATH-FATURA-MES
           END-IF
           ACCEPT WS-PATH-PAGAMENTOS FROM ENVIRONMENT
               "PAGAMENTOS_PATH"
           IF WS-PATH-PAGAMENTOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/PAGAMENTOS.txt'
                   TO WS-PATH-PAGAMENTOS
           END-IF
           ACCEPT WS-PATH-COMPRAS FROM ENVIRONMENT "COMPRAS_PATH"
           IF WS-PATH-COMPRAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/COMPRAS.txt'
                   TO WS-PATH-COMPRAS
           END-IF
           ACCEPT WS-PATH-FORNECEDORES FROM ENVIRONMENT
               "FORNECEDORES_PATH"
           IF WS-PATH-FORNECEDORES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/fornec.txt'
                   TO WS-PATH-FORNECEDORES
           END-IF
           ACCEPT WS-PATH-PAGFORN FROM ENVIRONMENT "PAGFORN_PATH"
           IF WS-PATH-PAGFORN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/pagforn.txt'
                   TO WS-PATH-PAGFORN
           END-IF
           ACCEPT WS-PATH-CIRCULAR FROM ENVIRONMENT "CIRCULAR_PATH"
           IF WS-PATH-CIRCULAR EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/circular.txt'
                   TO WS-PATH-CIRCULAR
           END-IF
           ACCEPT WS-PATH-CIRCTEMP FROM ENVIRONMENT "CIRCTEMP_PATH"
           IF WS-PATH-CIRCTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/circtmp.txt'
                   TO WS-PATH-CIRCTEMP
           END-IF.

       INICIO.
           DISPLAY "--------------------------------"
           DISPLAY " 1 - GERAR CARTAS DE CONFIRMACAO DE SALDOS"
           DISPLAY " 2 - REGISTAR RESPOSTA A UMA CARTA"
           DISPLAY " 3 - RELATORIO DE DIFERENCAS"
           DISPLAY " 4 - FINALIZAR"
           ACCEPT OPCAO
           DISPLAY "---------------------------------"

               IF OPCAO = 1
               PERFORM 1000-GERAR-CARTAS THRU 1000-GERAR-CARTAS-FIM.

               IF OPCAO = 2
               PERFORM 6000-REGISTAR-RESPOSTA
                   THRU 6000-REGISTAR-RESPOSTA-FIM.

               IF OPCAO = 3
               PERFORM 7000-RELATORIO-DIFERENCAS
                   THRU 7000-RELATORIO-DIFERENCAS-FIM.

               IF OPCAO = 4
               PERFORM STOP_PROGRAMA.

           GO TO INICIO.

       STOP_PROGRAMA.
           STOP RUN.

      *-----------------------
      * saldos a data de referencia das tres origens, selecao pelo
      * limiar e pela amostra, e uma carta por saldo selecionado no
      * spool CIRCULAR.<data> - uma data de referencia so se gera
      * uma vez, para as respostas baterem com as cartas enviadas
      *-----------------------
       1000-GERAR-CARTAS.
           DISPLAY '-------//CIRCULARIZACAO DE SALDOS//-------'
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD): '
           ACCEPT WS-DATA-REF
           PERFORM 1100-VERIFICAR-REGISTO
           IF WS-REF-JA-GERADA EQUAL 1
               DISPLAY '*** AS CARTAS DE ' WS-DATA-REF ' JA FORAM '
                   'GERADAS - REGISTE AS RESPOSTAS ***'
               GO TO 1000-GERAR-CARTAS-FIM
           END-IF
           DISPLAY 'LIMIAR - SALDOS A PARTIR DE (EUR): '
           ACCEPT WS-LIMIAR
           DISPLAY 'AMOSTRA DOS SALDOS ABAIXO DO LIMIAR (PCT 0-99): '
           ACCEPT WS-PCT-AMOSTRA
           DISPLAY 'SEMENTE DA AMOSTRA (0 = PELA HORA): '
           ACCEPT WS-RND-SEMENTE
           IF WS-RND-SEMENTE EQUAL ZEROS
               ACCEPT WS-HORA FROM TIME
               COMPUTE WS-RND-SEMENTE = WS-HORA + 1
           END-IF
           IF WS-RND-SEMENTE >= 2147483647
               DIVIDE WS-RND-SEMENTE BY 2147483646
                   GIVING WS-RND-QUOC REMAINDER WS-RND-SEMENTE
               ADD 1 TO WS-RND-SEMENTE
           END-IF
           MOVE WS-RND-SEMENTE TO WS-RND-INICIAL

           MOVE ZEROS TO WS-NUM-ENT
           MOVE ZEROS TO WS-EXCEDIDOS
           PERFORM 2000-SALDOS-FATURACAO
           PERFORM 3000-SALDOS-GAS
           PERFORM 4000-SALDOS-FORNECEDORES

           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'CIRCULAR.' DELIMITED BY SIZE
                  WS-DATA-REF DELIMITED BY SIZE
               INTO WS-PATH-SPOOL
           END-STRING
           PERFORM ABRIR-SPOOL
           OPEN EXTEND CIRCULAR
           IF WS-FS-CIRCULAR EQUAL "35"
               OPEN OUTPUT CIRCULAR
           END-IF
           IF WS-FS-CIRCULAR NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR CIRCULAR - FILE STATUS: '
                   WS-FS-CIRCULAR
               PERFORM FECHAR-SPOOL
               GO TO 1000-GERAR-CARTAS-FIM
           END-IF

           MOVE WS-ULT-CARTA TO WS-NUM-CARTA
           MOVE ZEROS TO WS-CARTAS-LIMIAR
           MOVE ZEROS TO WS-CARTAS-AMOSTRA
           MOVE ZEROS TO WS-SALDOS-FORA
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-NUM-ENT
               IF WS-ENT-SALDO (WS-IDX-ENT) NOT EQUAL ZEROS
                   PERFORM 1200-SELECIONAR-SALDO
               END-IF
           END-PERFORM
           CLOSE CIRCULAR
           PERFORM FECHAR-SPOOL

           DISPLAY 'SALDOS A ' WS-DATA-REF ': ' WS-NUM-ENT
           DISPLAY 'CARTAS ACIMA DO LIMIAR: ' WS-CARTAS-LIMIAR
           DISPLAY 'CARTAS DA AMOSTRA....: ' WS-CARTAS-AMOSTRA
               '  (SEMENTE ' WS-RND-INICIAL ')'
           DISPLAY 'SALDOS NAO CIRCULADOS: ' WS-SALDOS-FORA
           IF WS-EXCEDIDOS > ZEROS
               DISPLAY '*** ' WS-EXCEDIDOS ' DOCUMENTO(S)/SALDO(S) '
                   'NAO COUBERAM NAS TABELAS - CONFERIR A MAO ***'
           END-IF.

       1000-GERAR-CARTAS-FIM.
           EXIT.

      *-----------------------
      * a data de referencia ja tem cartas? e qual o ultimo numero
      * de carta atribuido
      *-----------------------
       1100-VERIFICAR-REGISTO.
           MOVE 0 TO WS-REF-JA-GERADA
           MOVE ZEROS TO WS-ULT-CARTA
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CIRCULAR
           IF WS-FS-CIRCULAR EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CIRCULAR
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF CR-DATA-REF EQUAL WS-DATA-REF
                           MOVE 1 TO WS-REF-JA-GERADA
                       END-IF
                       IF CR-NUM-CARTA > WS-ULT-CARTA
                           MOVE CR-NUM-CARTA TO WS-ULT-CARTA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CIRCULAR
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * acima do limiar (em valor absoluto) vai sempre; abaixo, so
      * se o sorteio cair dentro da percentagem da amostra
      *-----------------------
       1200-SELECIONAR-SALDO.
           MOVE SPACES TO WS-MOTIVO
           IF WS-ENT-SALDO (WS-IDX-ENT) < ZEROS
               COMPUTE WS-SALDO-ABS = 0 - WS-ENT-SALDO (WS-IDX-ENT)
           ELSE
               MOVE WS-ENT-SALDO (WS-IDX-ENT) TO WS-SALDO-ABS
           END-IF
           IF WS-SALDO-ABS >= WS-LIMIAR
               MOVE 'L' TO WS-MOTIVO
               ADD 1 TO WS-CARTAS-LIMIAR
           ELSE
               PERFORM 1300-SORTEAR
               IF WS-RND-PCT < WS-PCT-AMOSTRA
                   MOVE 'A' TO WS-MOTIVO
                   ADD 1 TO WS-CARTAS-AMOSTRA
               ELSE
                   ADD 1 TO WS-SALDOS-FORA
               END-IF
           END-IF
           IF WS-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WS-NUM-CARTA
               MOVE WS-NUM-CARTA TO CR-NUM-CARTA
               MOVE WS-DATA-REF TO CR-DATA-REF
               MOVE WS-ENT-ORIGEM (WS-IDX-ENT) TO CR-ORIGEM
               MOVE WS-ENT-ID (WS-IDX-ENT) TO CR-ENTIDADE
               MOVE WS-ENT-NOME (WS-IDX-ENT) TO CR-NOME
               MOVE WS-ENT-SALDO (WS-IDX-ENT) TO CR-SALDO
               MOVE WS-MOTIVO TO CR-MOTIVO
               MOVE 'E' TO CR-ESTADO
               MOVE ZEROS TO CR-VALOR-RESPOSTA
               MOVE ZEROS TO CR-DATA-RESPOSTA
               WRITE CIRCULAR-REG
               PERFORM 5000-IMPRIMIR-CARTA
           END-IF.

       1300-SORTEAR.
           COMPUTE WS-RND-PRODUTO = WS-RND-SEMENTE * 16807
           DIVIDE WS-RND-PRODUTO BY 2147483647
               GIVING WS-RND-QUOC REMAINDER WS-RND-SEMENTE
           DIVIDE WS-RND-SEMENTE BY 100
               GIVING WS-RND-QUOC REMAINDER WS-RND-PCT.

      *-----------------------
      * soma WS-VALOR-PROC ao saldo da entidade WS-ORIGEM-PROC /
      * WS-ID-PROC, criando-a na primeira vez
      *-----------------------
       1900-SOMAR-ENTIDADE.
           MOVE 0 TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-ENT
               IF WS-ENT-ORIGEM (WS-IDX) EQUAL WS-ORIGEM-PROC
                AND WS-ENT-ID (WS-IDX) EQUAL WS-ID-PROC
                   MOVE 1 TO WS-ACHOU
                   ADD WS-VALOR-PROC TO WS-ENT-SALDO (WS-IDX)
                   MOVE WS-NUM-ENT TO WS-IDX
               END-IF
           END-PERFORM
           IF WS-ACHOU EQUAL 0
               IF WS-NUM-ENT < 300
                   ADD 1 TO WS-NUM-ENT
                   MOVE WS-ORIGEM-PROC TO WS-ENT-ORIGEM (WS-NUM-ENT)
                   MOVE WS-ID-PROC TO WS-ENT-ID (WS-NUM-ENT)
                   MOVE SPACES TO WS-ENT-NOME (WS-NUM-ENT)
                   MOVE WS-VALOR-PROC TO WS-ENT-SALDO (WS-NUM-ENT)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF.

      *-----------------------
      * FATURA_CLIENTE: saldo de cada documento como no saldo do
      * limite de credito - linhas menos recebimentos, notas de
      * credito a abater, orcamentos, guias e faturas de
      * adiantamento (ja pagas) fora, adiantamentos deduzidos a
      * abater - mas so com documentos e recebimentos ate a data
      *-----------------------
       2000-SALDOS-FATURACAO.
           MOVE ZEROS TO WS-NUM-DOCS
           MOVE 0 TO WS-DOC-OK
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FATURAOUT
           IF WS-FS-FATURAOUT NOT EQUAL "00"
               DISPLAY ' AVISO: FATURAOUT NAO DISPONIVEL - SALDOS DA '
                   'FATURACAO NAO CIRCULADOS'
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FATURAOUT
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                      IF FOT-MARCA EQUAL '*HEADER* '
                       OR FOT-MARCA EQUAL '*TRAILER*'
                          CONTINUE
                      ELSE
                       IF FCL-TIPO-REG EQUAL 'C'
                           PERFORM 2100-GUARDAR-DOCUMENTO
                       ELSE
                           IF WS-DOC-OK EQUAL 1
                            AND FCL-LINHA-TIPO-DOC EQUAL 'DA'
                               SUBTRACT FCL-TOTAL-PRODUTO
                                   FROM WS-DOC-TOTAL (WS-NUM-DOCS)
                           END-IF
                           IF WS-DOC-OK EQUAL 1
                            AND FCL-LINHA-TIPO-DOC NOT EQUAL 'DA'
                               ADD FCL-TOTAL-PRODUTO
                                   TO WS-DOC-TOTAL (WS-NUM-DOCS)
                           END-IF
                       END-IF
                      END-IF
                   END-READ
               END-PERFORM
               CLOSE FATURAOUT
           END-IF
           MOVE SPACES TO WS-ENDOFF

           OPEN INPUT RECEBIMENTOS
           IF WS-FS-RECEBIMENTOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ RECEBIMENTOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF RC-DATA <= WS-DATA-REF
                           PERFORM 2200-ABATER-RECEBIMENTO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEBIMENTOS
           END-IF
           MOVE SPACES TO WS-ENDOFF

           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-NUM-DOCS
               PERFORM 2300-SALDO-DOCUMENTO
               IF WS-SALDO-DOC NOT EQUAL ZEROS
                   MOVE 'C' TO WS-ORIGEM-PROC
                   MOVE WS-DOC-NIF (WS-IDX-ENT) TO WS-ID-PROC
                   MOVE WS-SALDO-DOC TO WS-VALOR-PROC
                   PERFORM 1900-SOMAR-ENTIDADE
               END-IF
           END-PERFORM

      *    nomes pelo mestre de clientes da faturacao
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CLIENTESFAT
           IF WS-FS-CLIENTESFAT EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CLIENTESFAT
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-ENT
                           IF WS-ENT-ORIGEM (WS-IDX) EQUAL 'C'
                            AND WS-ENT-ID (WS-IDX) EQUAL CLI-NIF
                               MOVE CLI-NOME TO WS-ENT-NOME (WS-IDX)
                               MOVE WS-NUM-ENT TO WS-IDX
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CLIENTESFAT
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       2100-GUARDAR-DOCUMENTO.
           MOVE 0 TO WS-DOC-OK
           IF FCL-CAB-DATA <= WS-DATA-REF
            AND FCL-CAB-TIPO-DOC NOT EQUAL 'OR'
            AND FCL-CAB-TIPO-DOC NOT EQUAL 'GR'
            AND FCL-CAB-TIPO-DOC NOT EQUAL 'AD'
               IF WS-NUM-DOCS < 500
                   MOVE 1 TO WS-DOC-OK
                   ADD 1 TO WS-NUM-DOCS
                   MOVE FCL-CAB-NUM-FATURA TO WS-DOC-NUM (WS-NUM-DOCS)
                   MOVE FCL-CAB-TIPO-DOC TO WS-DOC-TIPO (WS-NUM-DOCS)
                   MOVE FCL-CAB-NIF-CLIENTE
                       TO WS-DOC-NIF (WS-NUM-DOCS)
                   MOVE FCL-CAB-DATA TO WS-DOC-DATA (WS-NUM-DOCS)
                   MOVE FCL-CAB-DATA-VENC
                       TO WS-DOC-VENC (WS-NUM-DOCS)
                   MOVE ZEROS TO WS-DOC-TOTAL (WS-NUM-DOCS)
                   MOVE ZEROS TO WS-DOC-RECEBIDO (WS-NUM-DOCS)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF.

      *    os recebimentos referem o numero da fatura
       2200-ABATER-RECEBIMENTO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-DOCS
               IF WS-DOC-NUM (WS-IDX) EQUAL RC-NUM-FATURA
                AND WS-DOC-TIPO (WS-IDX) EQUAL 'FT'
                   ADD RC-VALOR TO WS-DOC-RECEBIDO (WS-IDX)
                   MOVE WS-NUM-DOCS TO WS-IDX
               END-IF
           END-PERFORM.

      *    saldo do documento WS-IDX-ENT (nota de credito a abater)
       2300-SALDO-DOCUMENTO.
           COMPUTE WS-SALDO-DOC =
               WS-DOC-TOTAL (WS-IDX-ENT) - WS-DOC-RECEBIDO (WS-IDX-ENT)
           IF WS-DOC-TIPO (WS-IDX-ENT) EQUAL 'NC'
               COMPUTE WS-SALDO-DOC = 0 - WS-SALDO-DOC
           END-IF.

      *-----------------------
      * gas: faturas emitidas ate a data de referencia e ainda em
      * divida a essa data - o que falta pagar hoje mais o que foi
      * pago depois dela; as abatidas como incobraveis ate a data
      * ja nao sao divida
      *-----------------------
       3000-SALDOS-GAS.
           MOVE ZEROS TO WS-NUM-PGD
           MOVE ZEROS TO WS-NUM-GAS
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FICH-PAGAMENTOS
           IF WS-FS-PAGAMENTOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-PAGAMENTOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF PG-DATA-PAGAMENTO > WS-DATA-REF
                           IF WS-NUM-PGD < 500
                               ADD 1 TO WS-NUM-PGD
                               MOVE PG-NUM-CLIENTE
                                   TO WS-PGD-CLIENTE (WS-NUM-PGD)
                               MOVE PG-ANO TO WS-PGD-ANO (WS-NUM-PGD)
                               MOVE PG-MES TO WS-PGD-MES (WS-NUM-PGD)
                               MOVE PG-VALOR-PAGO
                                   TO WS-PGD-VALOR (WS-NUM-PGD)
                           ELSE
                               ADD 1 TO WS-EXCEDIDOS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-PAGAMENTOS
           END-IF
           MOVE SPACES TO WS-ENDOFF

           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-FATURAMES NOT EQUAL "00"
               DISPLAY ' AVISO: FATURAMES NAO DISPONIVEL - SALDOS DO '
                   'GAS NAO CIRCULADOS'
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-FATURA-MES NEXT RECORD
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF FM-DATA-EMISSAO NOT EQUAL ZEROS
                        AND FM-DATA-EMISSAO <= WS-DATA-REF
                           PERFORM 3100-SALDO-FATURA-GAS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-FATURA-MES
           END-IF
           MOVE SPACES TO WS-ENDOFF

      *    nomes pelo ficheiro de clientes do gas
           OPEN INPUT FICH-CLIENTES
           IF WS-FS-CLIENTES EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-CLIENTES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-ENT
                           IF WS-ENT-ORIGEM (WS-IDX) EQUAL 'G'
                            AND WS-ENT-ID (WS-IDX) EQUAL CG-NUM-CLIENTE
                               MOVE CG-NOME-CLIENTE
                                   TO WS-ENT-NOME (WS-IDX)
                               MOVE WS-NUM-ENT TO WS-IDX
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTES
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       3100-SALDO-FATURA-GAS.
           MOVE ZEROS TO WS-SALDO-DOC
           IF FM-ESTADO-PAGAMENTO EQUAL 'I'
            AND FM-DATA-INCOBRAVEL <= WS-DATA-REF
               CONTINUE
           ELSE
               IF FM-ESTADO-PAGAMENTO NOT EQUAL 'P'
                   COMPUTE WS-SALDO-DOC =
                       FM-VALOR-A-PAGAR - FM-VALOR-PAGO-ACUM
               END-IF
               MOVE ZEROS TO WS-PAGO-DEPOIS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PGD
                   IF WS-PGD-CLIENTE (WS-IDX) EQUAL FM-NUM-CLIENTE
                    AND WS-PGD-ANO (WS-IDX) EQUAL FM-ANO
                    AND WS-PGD-MES (WS-IDX) EQUAL FM-MES
                       ADD WS-PGD-VALOR (WS-IDX) TO WS-PAGO-DEPOIS
                   END-IF
               END-PERFORM
               ADD WS-PAGO-DEPOIS TO WS-SALDO-DOC
               IF WS-SALDO-DOC > FM-VALOR-A-PAGAR
                   MOVE FM-VALOR-A-PAGAR TO WS-SALDO-DOC
               END-IF
           END-IF
           IF WS-SALDO-DOC > ZEROS
               IF WS-NUM-GAS < 500
                   ADD 1 TO WS-NUM-GAS
                   MOVE FM-NUM-CLIENTE TO WS-GAS-CLIENTE (WS-NUM-GAS)
                   MOVE FM-ANO TO WS-GAS-ANO (WS-NUM-GAS)
                   MOVE FM-MES TO WS-GAS-MES (WS-NUM-GAS)
                   MOVE FM-DATA-VENCIMENTO TO WS-GAS-VENC (WS-NUM-GAS)
                   MOVE WS-SALDO-DOC TO WS-GAS-SALDO (WS-NUM-GAS)
                   MOVE 'G' TO WS-ORIGEM-PROC
                   MOVE FM-NUM-CLIENTE TO WS-ID-PROC
                   MOVE WS-SALDO-DOC TO WS-VALOR-PROC
                   PERFORM 1900-SOMAR-ENTIDADE
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF.

      *-----------------------
      * fornecedores: faturas registadas ate a data de referencia
      * (todas as linhas de taxa do documento) menos os pagamentos
      * feitos ate a mesma data; as notas de credito do fornecedor
      * ficam com saldo negativo e abatem ao saldo da entidade
      *-----------------------
       4000-SALDOS-FORNECEDORES.
           MOVE ZEROS TO WS-NUM-FDOC
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT COMPRAS
           IF WS-FS-COMPRAS NOT EQUAL "00"
               DISPLAY ' AVISO: COMPRAS NAO DISPONIVEL - SALDOS DE '
                   'FORNECEDORES NAO CIRCULADOS'
           ELSE
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ COMPRAS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF CP-DATA <= WS-DATA-REF
                           PERFORM 4100-SOMAR-LINHA-COMPRA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPRAS
           END-IF
           MOVE SPACES TO WS-ENDOFF

           OPEN INPUT PAGFORN
           IF WS-FS-PAGFORN EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ PAGFORN
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF PF-DATA <= WS-DATA-REF
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-NUM-FDOC
                               IF WS-FDOC-FORN (WS-IDX)
                                   EQUAL PF-FORNECEDOR
                                AND WS-FDOC-DOC (WS-IDX) EQUAL PF-DOC
                                   ADD PF-VALOR TO WS-FDOC-PAGO (WS-IDX)
                                   MOVE WS-NUM-FDOC TO WS-IDX
                               END-IF
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGFORN
           END-IF
           MOVE SPACES TO WS-ENDOFF

           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-NUM-FDOC
               COMPUTE WS-SALDO-DOC =
                   WS-FDOC-TOTAL (WS-IDX-ENT)
                   - WS-FDOC-PAGO (WS-IDX-ENT)
               IF WS-SALDO-DOC NOT EQUAL ZEROS
                   MOVE 'F' TO WS-ORIGEM-PROC
                   MOVE WS-FDOC-FORN (WS-IDX-ENT) TO WS-ID-PROC
                   MOVE WS-SALDO-DOC TO WS-VALOR-PROC
                   PERFORM 1900-SOMAR-ENTIDADE
               END-IF
           END-PERFORM

      *    nomes pelo mestre de fornecedores
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORNECEDORES EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FORNECEDORES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-ENT
                           IF WS-ENT-ORIGEM (WS-IDX) EQUAL 'F'
                            AND WS-ENT-ID (WS-IDX) EQUAL FORN-CODIGO
                               MOVE FORN-NOME TO WS-ENT-NOME (WS-IDX)
                               MOVE WS-NUM-ENT TO WS-IDX
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FORNECEDORES
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       4100-SOMAR-LINHA-COMPRA.
           MOVE 0 TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-FDOC
               IF WS-FDOC-FORN (WS-IDX) EQUAL CP-FORNECEDOR
                AND WS-FDOC-DOC (WS-IDX) EQUAL CP-DOC
                   MOVE 1 TO WS-ACHOU
                   ADD CP-BASE TO WS-FDOC-TOTAL (WS-IDX)
                   ADD CP-IVA TO WS-FDOC-TOTAL (WS-IDX)
                   MOVE WS-NUM-FDOC TO WS-IDX
               END-IF
           END-PERFORM
           IF WS-ACHOU EQUAL 0
               IF WS-NUM-FDOC < 500
                   ADD 1 TO WS-NUM-FDOC
                   MOVE CP-FORNECEDOR TO WS-FDOC-FORN (WS-NUM-FDOC)
                   MOVE CP-DOC TO WS-FDOC-DOC (WS-NUM-FDOC)
                   MOVE CP-DATA TO WS-FDOC-DATA (WS-NUM-FDOC)
                   COMPUTE WS-FDOC-TOTAL (WS-NUM-FDOC) =
                       CP-BASE + CP-IVA
                   MOVE ZEROS TO WS-FDOC-PAGO (WS-NUM-FDOC)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF.

      *-----------------------
      * carta de confirmacao do saldo WS-IDX-ENT, com os documentos
      * em aberto que o compoem e o destacavel de resposta
      *-----------------------
       5000-IMPRIMIR-CARTA.
           EVALUATE WS-ENT-ORIGEM (WS-IDX-ENT)
               WHEN 'C' MOVE 'CLIENTE NIF' TO WS-DESC-ORIGEM
               WHEN 'G' MOVE 'CLIENTE GAS N.' TO WS-DESC-ORIGEM
               WHEN OTHER MOVE 'FORNECEDOR N.' TO WS-DESC-ORIGEM
           END-EVALUATE
           MOVE ALL '=' TO WS-SPOOL-LINHA (1:80)
           PERFORM ESCREVER-SPOOL
           MOVE ' COMERCIO GERAL OEIRAS LDA' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ' RUA DO COMERCIO 1, 2780 OEIRAS - NIF 509999999'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           STRING ' PEDIDO DE CONFIRMACAO DE SALDO N. ' WS-NUM-CARTA
                  '   DATA DE REFERENCIA: ' WS-DATA-REF
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           STRING ' A: ' WS-ENT-NOME (WS-IDX-ENT)
                  '  (' WS-DESC-ORIGEM DELIMITED BY SIZE
           ' ' WS-ENT-ID (WS-IDX-ENT) ')'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           MOVE ' NO AMBITO DA AUDITORIA DAS NOSSAS CONTAS, PEDIMOS '
               TO WS-SPOOL-LINHA
           MOVE 'QUE CONFIRMEM DIRETAMENTE AOS NOSSOS'
               TO WS-SPOOL-LINHA (52:36)
           PERFORM ESCREVER-SPOOL
           MOVE ' AUDITORES O SALDO ABAIXO, QUE E O QUE CONSTA DOS '
               TO WS-SPOOL-LINHA
           MOVE 'NOSSOS REGISTOS NA DATA INDICADA.'
               TO WS-SPOOL-LINHA (52:33)
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           MOVE ' DOCUMENTOS EM ABERTO:' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           EVALUATE WS-ENT-ORIGEM (WS-IDX-ENT)
               WHEN 'C' PERFORM 5100-DOCS-FATURACAO
               WHEN 'G' PERFORM 5200-DOCS-GAS
               WHEN OTHER PERFORM 5300-DOCS-FORNECEDOR
           END-EVALUATE
           PERFORM ESCREVER-SPOOL
           MOVE WS-ENT-SALDO (WS-IDX-ENT) TO WS-EDT-VALOR
           IF WS-ENT-ORIGEM (WS-IDX-ENT) EQUAL 'F'
               STRING ' SALDO A VOSSO FAVOR EM ' WS-DATA-REF ': '
                      WS-EDT-VALOR ' EUR'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
           ELSE
               STRING ' SALDO A NOSSO FAVOR EM ' WS-DATA-REF ': '
                      WS-EDT-VALOR ' EUR'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
           END-IF
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           MOVE ALL '- ' TO WS-SPOOL-LINHA (1:80)
           PERFORM ESCREVER-SPOOL
           STRING ' RESPOSTA A CARTA N. ' WS-NUM-CARTA
                  ' - DEVOLVER DIRETAMENTE AOS AUDITORES'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE ' [ ] CONCORDAMOS COM O SALDO INDICADO'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ' [ ] NAO CONCORDAMOS - SALDO NOS NOSSOS REGISTOS: '
               TO WS-SPOOL-LINHA
           MOVE '______________ EUR' TO WS-SPOOL-LINHA (52:18)
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           MOVE ' DATA: __________   ASSINATURA E CARIMBO: '
               TO WS-SPOOL-LINHA
           MOVE '____________________' TO WS-SPOOL-LINHA (44:20)
           PERFORM ESCREVER-SPOOL
           MOVE ALL '=' TO WS-SPOOL-LINHA (1:80)
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL.

       5100-DOCS-FATURACAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-DOCS
               IF WS-DOC-NIF (WS-IDX) EQUAL WS-ENT-ID (WS-IDX-ENT)
                   COMPUTE WS-SALDO-DOC =
                       WS-DOC-TOTAL (WS-IDX) - WS-DOC-RECEBIDO (WS-IDX)
                   IF WS-DOC-TIPO (WS-IDX) EQUAL 'NC'
                       COMPUTE WS-SALDO-DOC = 0 - WS-SALDO-DOC
                   END-IF
                   IF WS-SALDO-DOC NOT EQUAL ZEROS
                       MOVE WS-DOC-TOTAL (WS-IDX) TO WS-EDT-VALOR
                       MOVE WS-SALDO-DOC TO WS-EDT-VALOR-2
                       STRING '   ' WS-DOC-TIPO (WS-IDX) ' '
                              WS-DOC-NUM (WS-IDX)
                              '  DATA: ' WS-DOC-DATA (WS-IDX)
                              '  VENC: ' WS-DOC-VENC (WS-IDX)
                              '  TOTAL: ' WS-EDT-VALOR
                              '  EM ABERTO: ' WS-EDT-VALOR-2
                           DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                       END-STRING
                       PERFORM ESCREVER-SPOOL
                   END-IF
               END-IF
           END-PERFORM.

       5200-DOCS-GAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-GAS
               IF WS-GAS-CLIENTE (WS-IDX) EQUAL WS-ENT-ID (WS-IDX-ENT)
                   MOVE WS-GAS-SALDO (WS-IDX) TO WS-EDT-VALOR
                   STRING '   FATURA DE GAS ' WS-GAS-MES (WS-IDX) '/'
                          WS-GAS-ANO (WS-IDX)
                          '  VENC: ' WS-GAS-VENC (WS-IDX)
                          '  EM ABERTO: ' WS-EDT-VALOR
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   END-STRING
                   PERFORM ESCREVER-SPOOL
               END-IF
           END-PERFORM.

       5300-DOCS-FORNECEDOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-FDOC
               IF WS-FDOC-FORN (WS-IDX) EQUAL WS-ENT-ID (WS-IDX-ENT)
                   COMPUTE WS-SALDO-DOC =
                       WS-FDOC-TOTAL (WS-IDX) - WS-FDOC-PAGO (WS-IDX)
                   IF WS-SALDO-DOC NOT EQUAL ZEROS
                       MOVE WS-FDOC-TOTAL (WS-IDX) TO WS-EDT-VALOR
                       MOVE WS-SALDO-DOC TO WS-EDT-VALOR-2
                       IF WS-FDOC-TOTAL (WS-IDX) < ZEROS
                           MOVE '   NOTA CREDITO ' TO WS-DESC-FDOC
                       ELSE
                           MOVE '   VOSSA FATURA ' TO WS-DESC-FDOC
                       END-IF
                       STRING WS-DESC-FDOC WS-FDOC-DOC (WS-IDX)
                              '  DATA: ' WS-FDOC-DATA (WS-IDX)
                              '  TOTAL: ' WS-EDT-VALOR
                              '  POR PAGAR: ' WS-EDT-VALOR-2
                           DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                       END-STRING
                       PERFORM ESCREVER-SPOOL
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------
      * resposta recebida a uma carta: concorda, ou discorda com o
      * saldo que a entidade tem nos seus registos - o registo e
      * reescrito pelo temporario
      *-----------------------
       6000-REGISTAR-RESPOSTA.
           DISPLAY '-------//RESPOSTA A CARTA DE CONFIRMACAO//-------'
           DISPLAY 'NUMERO DA CARTA: '
           ACCEPT WS-RESP-CARTA
           MOVE 0 TO WS-ACHOU
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CIRCULAR
           IF WS-FS-CIRCULAR EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ CIRCULAR
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF CR-NUM-CARTA EQUAL WS-RESP-CARTA
                           MOVE 1 TO WS-ACHOU
                           MOVE CR-SALDO TO WS-EDT-VALOR
                           DISPLAY 'CARTA ' CR-NUM-CARTA
                               ' REF ' CR-DATA-REF
                               ' ' CR-ORIGEM ' ' CR-ENTIDADE
                               ' ' CR-NOME
                           DISPLAY 'SALDO CIRCULADO: ' WS-EDT-VALOR
                               '  ESTADO: ' CR-ESTADO
                           MOVE 'F' TO WS-ENDOFF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CIRCULAR
           END-IF
           MOVE SPACES TO WS-ENDOFF
           IF WS-ACHOU EQUAL 0
               DISPLAY '*** CARTA ' WS-RESP-CARTA ' NAO ENCONTRADA ***'
               GO TO 6000-REGISTAR-RESPOSTA-FIM
           END-IF

           DISPLAY 'RESPOSTA (C-CONCORDA/D-DISCORDA): '
           ACCEPT WS-RESP-ESTADO
           PERFORM UNTIL WS-RESP-ESTADO = 'C' OR WS-RESP-ESTADO = 'D'
               DISPLAY 'RESPOSTA INVALIDA. VALORES ACEITES: C/D'
               ACCEPT WS-RESP-ESTADO
           END-PERFORM
           MOVE ZEROS TO WS-RESP-VALOR
           IF WS-RESP-ESTADO EQUAL 'D'
               DISPLAY 'SALDO INDICADO PELA ENTIDADE (EUR): '
               ACCEPT WS-RESP-VALOR
           END-IF
           DISPLAY 'DATA DA RESPOSTA (AAAAMMDD): '
           ACCEPT WS-RESP-DATA

           OPEN INPUT CIRCULAR
           OPEN OUTPUT CIRCTEMP
           IF WS-FS-CIRCULAR NOT EQUAL "00"
            OR WS-FS-CIRCTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR CIRCULAR/CIRCTEMP - FILE '
                   'STATUS: ' WS-FS-CIRCULAR ' / ' WS-FS-CIRCTEMP
               IF WS-FS-CIRCULAR EQUAL "00"
                   CLOSE CIRCULAR
               END-IF
               IF WS-FS-CIRCTEMP EQUAL "00"
                   CLOSE CIRCTEMP
               END-IF
               GO TO 6000-REGISTAR-RESPOSTA-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CIRCULAR
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF CR-NUM-CARTA EQUAL WS-RESP-CARTA
                       MOVE WS-RESP-ESTADO TO CR-ESTADO
                       MOVE WS-RESP-VALOR TO CR-VALOR-RESPOSTA
                       MOVE WS-RESP-DATA TO CR-DATA-RESPOSTA
                   END-IF
                   WRITE CIRCTEMP-REG FROM CIRCULAR-REG
               END-READ
           END-PERFORM
           CLOSE CIRCULAR
           CLOSE CIRCTEMP
           MOVE SPACES TO WS-ENDOFF

           OPEN INPUT CIRCTEMP
           OPEN OUTPUT CIRCULAR
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CIRCTEMP
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   MOVE CIRCTEMP-REG TO CIRCULAR-REG
                   WRITE CIRCULAR-REG
               END-READ
           END-PERFORM
           CLOSE CIRCTEMP
           CLOSE CIRCULAR
           MOVE SPACES TO WS-ENDOFF
           DISPLAY 'RESPOSTA A CARTA ' WS-RESP-CARTA ' REGISTADA'.

       6000-REGISTAR-RESPOSTA-FIM.
           EXIT.

      *-----------------------
      * diferencas a investigar de uma data de referencia: as
      * respostas em desacordo, com a diferenca entre o nosso saldo
      * e o da entidade, e as cartas ainda sem resposta (pedem
      * procedimentos alternativos) - spool CIRCDIF.<data>
      *-----------------------
       7000-RELATORIO-DIFERENCAS.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD): '
           ACCEPT WS-DATA-REF
           MOVE ZEROS TO WS-CONT-ENVIADAS
           MOVE ZEROS TO WS-CONT-CONCORDA
           MOVE ZEROS TO WS-CONT-DISCORDA
           MOVE ZEROS TO WS-CONT-SEM-RESP
           MOVE ZEROS TO WS-TOT-DIFERENCAS
           OPEN INPUT CIRCULAR
           IF WS-FS-CIRCULAR NOT EQUAL "00"
               DISPLAY ' SEM CARTAS REGISTADAS - FILE STATUS: '
                   WS-FS-CIRCULAR
               GO TO 7000-RELATORIO-DIFERENCAS-FIM
           END-IF
           CLOSE CIRCULAR

           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'CIRCDIF.' DELIMITED BY SIZE
                  WS-DATA-REF DELIMITED BY SIZE
               INTO WS-PATH-SPOOL
           END-STRING
           PERFORM ABRIR-SPOOL
           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           STRING ' CIRCULARIZACAO DE SALDOS - DIFERENCAS A '
                  'INVESTIGAR - REFERENCIA ' WS-DATA-REF
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE '------------------------------------------------'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE ' RESPOSTAS EM DESACORDO' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'D' TO WS-RESP-ESTADO
           PERFORM 7100-LISTAR-ESTADO
           PERFORM ESCREVER-SPOOL
           MOVE ' CARTAS SEM RESPOSTA' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE 'E' TO WS-RESP-ESTADO
           PERFORM 7100-LISTAR-ESTADO
           PERFORM ESCREVER-SPOOL
           STRING ' CARTAS: ' WS-CONT-ENVIADAS
                  '  CONCORDAM: ' WS-CONT-CONCORDA
                  '  DISCORDAM: ' WS-CONT-DISCORDA
                  '  SEM RESPOSTA: ' WS-CONT-SEM-RESP
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE WS-TOT-DIFERENCAS TO WS-EDT-VALOR
           STRING ' TOTAL DAS DIFERENCAS: ' WS-EDT-VALOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM FECHAR-SPOOL.

       7000-RELATORIO-DIFERENCAS-FIM.
           EXIT.

      *    uma passagem por estado pedido; a contagem faz-se na
      *    passagem das diferencas
       7100-LISTAR-ESTADO.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT CIRCULAR
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CIRCULAR
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF CR-DATA-REF EQUAL WS-DATA-REF
                       IF WS-RESP-ESTADO EQUAL 'D'
                           PERFORM 7200-CONTAR-CARTA
                       END-IF
                       IF CR-ESTADO EQUAL WS-RESP-ESTADO
                           PERFORM 7300-LINHA-CARTA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CIRCULAR
           MOVE SPACES TO WS-ENDOFF.

       7200-CONTAR-CARTA.
           ADD 1 TO WS-CONT-ENVIADAS
           EVALUATE CR-ESTADO
               WHEN 'C' ADD 1 TO WS-CONT-CONCORDA
               WHEN 'D' ADD 1 TO WS-CONT-DISCORDA
               WHEN OTHER ADD 1 TO WS-CONT-SEM-RESP
           END-EVALUATE.

      *    a entidade responde em valor absoluto, no sentido do saldo
      *    que lhe foi circulado
       7300-LINHA-CARTA.
           MOVE CR-SALDO TO WS-EDT-VALOR
           IF CR-ESTADO EQUAL 'D'
               IF CR-SALDO < ZEROS
                   COMPUTE WS-DIFERENCA =
                       (0 - CR-SALDO) - CR-VALOR-RESPOSTA
               ELSE
                   COMPUTE WS-DIFERENCA =
                       CR-SALDO - CR-VALOR-RESPOSTA
               END-IF
               ADD WS-DIFERENCA TO WS-TOT-DIFERENCAS
               MOVE CR-VALOR-RESPOSTA TO WS-EDT-VALOR-2
               MOVE WS-DIFERENCA TO WS-EDT-VALOR-3
               STRING '   CARTA ' CR-NUM-CARTA ' ' CR-ORIGEM ' '
                      CR-ENTIDADE ' ' CR-NOME
                      ' NOSSO: ' WS-EDT-VALOR
                      ' DELES: ' WS-EDT-VALOR-2
                      ' DIF: ' WS-EDT-VALOR-3
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
           ELSE
               STRING '   CARTA ' CR-NUM-CARTA ' ' CR-ORIGEM ' '
                      CR-ENTIDADE ' ' CR-NOME
                      ' SALDO: ' WS-EDT-VALOR
                      ' (' CR-MOTIVO ')'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
           END-IF
           PERFORM ESCREVER-SPOOL.

       ABRIR-SPOOL.
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

       END PROGRAM CIRCULAR_SALDOS.
