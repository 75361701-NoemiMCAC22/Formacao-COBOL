      *      custo da altura gravado em cada movimento do diario e a
      *      valorizacao com custo medio, ultimo custo e variacao
      *      mes a mes
      * Mod: 15/10/2026 - NC - ponto de reencomenda proprio por artigo
      *      nos parametros de compra e inventario por artigo pai
      *      ou em matriz tamanho/cor para os artigos com grelha
      * Mod: 15/10/2026 - NC - stock por loja (STKLOJA) somado na
      *      rececao, guias de transferencia entre lojas com
      *      mercadoria em transito, confirmacao da quantidade
      *      recebida com a diferenca no diario (motivo 'T') e lista
      *      de transferencias por receber
      * Mod: 15/10/2026 - NC - devolucoes a fornecedor contra a
      *      encomenda de origem (DEVFORN), com saida de estoque no
      *      diario (motivo 'F'), nota de devolucao impressa e lista
      *      das devolucoes a aguardar nota de credito
      * Mod: 15/10/2026 - NC - custo acordado com o fornecedor no
      *      parametro de compra, guardado em cada encomenda para a
      *      conferencia das faturas de fornecedor
      * Mod: 15/10/2026 - NC - prazo de pagamento e IBAN no mestre de
      *      fornecedores, com opcao para os alterar
      * Mod: 15/10/2026 - NC - revisao da proposta de niveis de
      *      reposicao do PLANO_REPOSICAO por um supervisor, aceite
      *      no todo ou artigo a artigo e aplicada aos parametros de
      *      compra
      * Mod: 15/10/2026 - NC - data da ultima rececao em cada linha
      *      de encomenda, para a avaliacao dos fornecedores
      ******************************************************************

       IDENTIFICATION DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-ENCOMENDASTEMP.

       SELECT FORNECEDORESTEMP ASSIGN TO
           WS-PATH-FORNECEDORESTEMP
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-FORNECEDORESTEMP.

       SELECT ITENSFORNTEMP ASSIGN TO
           WS-PATH-ITENSFORNTEMP
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-ITENSFORNTEMP.

       SELECT MOVIMENTOS ASSIGN TO
           WS-PATH-MOVIMENTOS
       ORGANIZATION IS SEQUENTIAL
           WS-PATH-OPERADORES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-OPERADORES.
       SELECT VARIANTES ASSIGN TO
           WS-PATH-VARIANTES
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-VARIANTES.
       SELECT STKLOJA ASSIGN TO
           WS-PATH-STKLOJA
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SL-CHAVE
       FILE STATUS IS WS-FS-STKLOJA.
       SELECT TRANSFER ASSIGN TO
           WS-PATH-TRANSFER
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TRF-CHAVE
       FILE STATUS IS WS-FS-TRANSFER.
       SELECT DEVFORN ASSIGN TO
           WS-PATH-DEVFORN
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DVF-CHAVE
       FILE STATUS IS WS-FS-DEVFORN.
       SELECT PROPREPO ASSIGN TO
           WS-PATH-PROPREPO
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-PROPREPO.
       SELECT SPOOL ASSIGN TO
           WS-PATH-SPOOL
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-SPOOL.
       DATA DIVISION.
       FILE SECTION.
       FD INVENTARIO.
           03 ORDC-CONTADOR      PIC X(08).

      *-----------------------
      * mestre de fornecedores a quem se encomenda, com o prazo de
      * pagamento (dias sobre a data da fatura) e o IBAN para as
      * transferencias da corrida de pagamentos
      *-----------------------
       FD FORNECEDORES.
       01 FORNECEDOR-REG.
           03 FORN-CODIGO        PIC 9(03).
           03 FORN-NOME          PIC X(30).
           03 FORN-PRAZO-PAG     PIC 9(03).
           03 FORN-IBAN          PIC X(25).

       FD FORNECEDORESTEMP.
       01 FORNECEDORTEMP-REG     PIC X(61).

      *-----------------------
      * parametros de compra de cada artigo: a que fornecedor se
      * encomenda, ate que nivel maximo se repoe o estoque e o custo
      * unitario acordado com o fornecedor (sem IVA)
      *-----------------------
       FD ITENSFORN.
       01 ITEMFORN-REG.
           03 PRM-COD-FORNECEDOR PIC 9(03).
           03 PRM-NIVEL-MAXIMO   PIC 9(03).
           03 PRM-PRAZO-DIAS     PIC 9(03).
           03 PRM-PONTO-REENC    PIC 9(03).
           03 PRM-CUSTO-ACORDADO PIC 9(05)V99.

       FD ITENSFORNTEMP.
       01 ITEMFORNTEMP-REG       PIC X(24).

      *-----------------------
      * encomendas a fornecedor: estado 'A' em aberto (a aguardar
      * mercadoria), 'F' fechada; a quantidade recebida vai sendo
      * somada pela rececao de mercadoria, que guarda a data da
      * ultima rececao; o custo acordado vem do parametro de compra
      * e serve a conferencia da fatura
      *-----------------------
       FD ENCOMENDAS.
       01 ENCOMENDA-REG.
           03 ENC-DATA           PIC 9(08).
           03 ENC-DATA-PREVISTA  PIC 9(08).
           03 ENC-ESTADO         PIC X(01).
           03 ENC-CUSTO-ACORDADO PIC 9(05)V99.
           03 ENC-DATA-RECECAO   PIC 9(08).

       FD ENCOMENDASTEMP.
       01 ENCOMENDATEMP-REG.
           03 ENCT-DATA           PIC 9(08).
           03 ENCT-DATA-PREVISTA  PIC 9(08).
           03 ENCT-ESTADO         PIC X(01).
           03 ENCT-CUSTO-ACORDADO PIC 9(05)V99.
           03 ENCT-DATA-RECECAO   PIC 9(08).

      *-----------------------
      * diario de movimentos de estoque: cada ajuste fica registado
      * com quem o fez, quando, quantidade antiga, delta e motivo
      * (P-QUEBRA / R-ROUBO / C-CORRECAO / E-RECECAO /
      * T-TRANSFERENCIA / F-DEVOLUCAO A FORNECEDOR)
      *-----------------------
      *-----------------------
      * artigos cuja primeira contagem divergiu do ficheiro: so estes
               03 OP-ID                   PIC X(08).
               03 OP-NOME                 PIC X(20).
               03 OP-NIVEL                PIC 9(01).

      *-----------------------
      * grelha tamanho/cor dos artigos de vestuario: cada variante
      * tem o seu proprio codigo de roupa no inventario
      *-----------------------
       FD VARIANTES.
       COPY VARIANT.

       FD STKLOJA.
       COPY STKLOJA.

      *-----------------------
      * guias de transferencia entre lojas, uma linha por artigo:
      * estado 'T' em transito (ja abatida na loja de origem), 'R'
      * recebida com a quantidade confirmada pela loja de destino
      *-----------------------
       FD TRANSFER.
       01 TRANSF-REG.
           03 TRF-CHAVE.
               05 TRF-NUM        PIC 9(06).
               05 TRF-LINHA      PIC 9(02).
           03 TRF-LOJA-ORIGEM    PIC 9(02).
           03 TRF-LOJA-DESTINO   PIC 9(02).
           03 TRF-COD-ROUPA      PIC 9(05).
           03 TRF-QNT-ENVIADA    PIC 9(03).
           03 TRF-QNT-RECEBIDA   PIC 9(03).
           03 TRF-DATA-ENVIO     PIC 9(08).
           03 TRF-DATA-RECECAO   PIC 9(08).
           03 TRF-ESTADO         PIC X(01).
           03 TRF-OPERADOR       PIC X(20).

       FD DEVFORN.
       COPY DEVFORN.

       FD PROPREPO.
       COPY PROPREPO.

       FD SPOOL.
       01 SPOOL-REG              PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-PATH-OPERADORES       PIC X(100).
       77 WS-FS-OPERADORES         PIC XX.
       77 WS-ENDOFENC              PIC A  VALUE SPACES.
       77 WS-ENDOFREENC            PIC A  VALUE SPACES.
       77 OPCAO-FORN               PIC 9.
       77 WS-PATH-FORNECEDORESTEMP PIC X(100).
       77 WS-FS-FORNECEDORESTEMP   PIC XX.
       77 WS-FORN-ALTERADO         PIC 9.
       77 WS-PATH-ITENSFORNTEMP    PIC X(100).
       77 WS-FS-ITENSFORNTEMP      PIC XX.
       77 OPCAO-ENC                PIC 9.
       77 WS-FORN-PROCURA          PIC 9(03).
       77 WS-FORN-EXISTE           PIC 9.
                   05 WS-PRM-FORNECEDOR     PIC 9(03).
                   05 WS-PRM-NIVEL-MAXIMO   PIC 9(03).
                   05 WS-PRM-PRAZO          PIC 9(03).
                   05 WS-PRM-PONTO-REENC    PIC 9(03).
                   05 WS-PRM-CUSTO          PIC 9(05)V99.
       77 WS-LIMITE-ITEM           PIC 9(03).

       77 WS-NUM-ENC-ABERTAS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ENC-ABERTAS       PIC 9(03).
       77 WS-SUBTOTAL-CAT          PIC 9(05) VALUE ZEROS.
       77 WS-ENDOFORD              PIC A  VALUE SPACES.

       77 WS-PATH-VARIANTES        PIC X(100).
       77 WS-FS-VARIANTES          PIC XX.
       77 WS-ENDOFVAR              PIC A  VALUE SPACES.
       77 WS-GRL-VISTA             PIC X(01).
       77 WS-GRL-PAI               PIC 9(05).
       77 WS-GRL-NOME              PIC X(34).
       77 WS-GRL-QNT               PIC 9(03).
       77 WS-GRL-INV-ABERTO        PIC 9.
       77 WS-GRL-ACHOU             PIC 9.
       77 WS-GRL-NUM-PAIS          PIC 9(03).
       77 WS-GRL-IDX               PIC 9(03).
       77 WS-GRL-NUM-TAM           PIC 9(02).
       77 WS-GRL-NUM-COR           PIC 9(02).
       77 WS-GRL-I                 PIC 9(02).
       77 WS-GRL-J                 PIC 9(02).
       77 WS-GRL-TOTAL-LINHA       PIC 9(05).
       77 WS-GRL-TOTAL-ED          PIC ZZZZ9.
           01 WS-TAB-PAIS.
               03 WS-TAB-PAI-ENTRY OCCURS 200 TIMES.
                   05 WS-PAI-COD            PIC 9(05).
                   05 WS-PAI-NOME           PIC X(34).
                   05 WS-PAI-VARIANTES      PIC 9(03).
                   05 WS-PAI-QNT            PIC 9(06).
                   05 WS-PAI-ESGOTADAS      PIC 9(03).
           01 WS-TAB-GRELHA.
               03 WS-MAT-TAM OCCURS 10 TIMES PIC X(04).
               03 WS-MAT-COR OCCURS 10 TIMES PIC X(10).
               03 WS-MAT-TOT-COL OCCURS 10 TIMES PIC 9(05).
               03 WS-MAT-LINHA-TAB OCCURS 10 TIMES.
                   05 WS-MAT-QNT OCCURS 10 TIMES PIC S9(04).
           01 WS-MAT-LINHA.
               03 WS-MAT-ROTULO             PIC X(10).
               03 WS-MAT-CELULA OCCURS 10 TIMES.
                   05 FILLER                PIC X(02).
                   05 WS-MAT-VALOR          PIC X(05).
               03 FILLER                    PIC X(02).
               03 WS-MAT-TOTAL              PIC X(05).

       77 WS-PATH-STKLOJA          PIC X(100).
       77 WS-FS-STKLOJA            PIC XX.
       77 WS-ENDOFSTK              PIC A  VALUE SPACES.
       77 WS-PATH-TRANSFER         PIC X(100).
       77 WS-FS-TRANSFER           PIC XX.
       77 WS-ENDOFTRF              PIC A  VALUE SPACES.
       77 OPCAO-TRF                PIC 9.
       77 WS-REC-LOJA              PIC 9(02).
       77 WS-SL-LOJA               PIC 9(02).
       77 WS-SL-DELTA              PIC S9(04).
       77 WS-SL-QNT                PIC S9(04).
       77 WS-SL-OK                 PIC 9.
       77 WS-TRF-NUM               PIC 9(06).
       77 WS-TRF-LINHA             PIC 9(02).
       77 WS-TRF-ORIGEM            PIC 9(02).
       77 WS-TRF-DESTINO           PIC 9(02).
       77 WS-TRF-COD               PIC 9(05).
       77 WS-TRF-QNT               PIC 9(03).
       77 WS-TRF-ENVIADA           PIC 9(03).
       77 WS-TRF-DIFERENCA         PIC S9(03).
       77 WS-TRF-ACHOU             PIC 9(03).
       77 WS-STK-LOJAS             PIC 9(06).
       77 WS-STK-TRANSITO          PIC 9(06).
       77 WS-STK-TOTAL             PIC 9(06).
       77 WS-STK-SEM-LOJA          PIC S9(06).

       77 WS-PATH-DEVFORN          PIC X(100).
       77 WS-FS-DEVFORN            PIC XX.
       77 WS-ENDOFDVF              PIC A  VALUE SPACES.
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-FS-SPOOL              PIC XX.
       77 WS-SPOOL-LINHA           PIC X(132).
       77 WS-SPOOL-ABERTO          PIC 9 VALUE 0.
       77 OPCAO-DVF                PIC 9.
       77 WS-DVF-NUM               PIC 9(06).
       77 WS-DVF-LINHA             PIC 9(02).
       77 WS-DVF-ENC               PIC 9(06).
       77 WS-DVF-LOJA              PIC 9(02).
       77 WS-DVF-COD               PIC 9(05).
       77 WS-DVF-QNT               PIC 9(03).
       77 WS-DVF-MOTIVO            PIC X(01).
       77 WS-DVF-CUSTO             PIC 9(05)V99.
       77 WS-DVF-CUSTO-ULTIMO      PIC 9(05)V99.
       77 WS-DVF-RECEBIDA          PIC 9(04).
       77 WS-DVF-JA-DEVOLVIDA      PIC 9(04).
       77 WS-DVF-DISPONIVEL        PIC S9(04).
       77 WS-DVF-ENC-EXISTE        PIC 9.
       77 WS-DVF-TOTAL             PIC 9(08)V99.
       77 WS-DVF-UNIDADES          PIC 9(05).
       77 WS-DVF-ACHOU             PIC 9(04).
       77 WS-DVF-DIAS              PIC 9(07).
       77 WS-DVF-NUM-ANT           PIC 9(06).
       77 WS-DVF-PENDENTE          PIC 9(08)V99.

       77 WS-PATH-PROPREPO         PIC X(100).
       77 WS-FS-PROPREPO           PIC XX.
       77 WS-ENDOFPRP              PIC A  VALUE SPACES.
       77 WS-PRP-NUM               PIC 9(03) VALUE ZEROS.
       77 WS-PRP-IDX               PIC 9(03).
       77 WS-PRP-CHEIA             PIC 9 VALUE 0.
       77 WS-PRP-PENDENTES         PIC 9(03).
       77 WS-PRP-ACEITES           PIC 9(03).
       77 WS-PRP-RECUSADAS         PIC 9(03).
       77 WS-PRP-APLICADAS         PIC 9(03).
       77 WS-PRP-MODO              PIC X(01).
       77 WS-PRP-DECISAO           PIC X(01).
       77 WS-PRP-PONTO-VIGOR       PIC 9(03).
       77 WS-PRP-MAXIMO-VIGOR      PIC 9(03).
       77 WS-PRP-MEDIA-EDIT        PIC ZZZZ9.99.
       77 WS-PRP-DESVIO-EDIT       PIC ZZZZ9.99.
       77 WS-PRP-FATOR-EDIT        PIC 9.99.
      *    proposta carregada em memoria; a marca diz se o artigo foi
      *    aceite nesta sessao (1) e se ja passou aos parametros (2)
           01 WS-TAB-PROPOSTA.
               03 WS-TAB-PRP-ENTRY OCCURS 200 TIMES.
                   05 WS-PRP-REGISTO        PIC X(86).
                   05 WS-PRP-MARCA          PIC 9.
           01 WS-LINHA-NOTA-DVF.
               03 WS-LND-COD-ROUPA          PIC 9(05).
               03 FILLER                    PIC X(02).
               03 WS-LND-NOME               PIC X(17).
               03 FILLER                    PIC X(02).
               03 WS-LND-QNT                PIC ZZ9.
               03 FILLER                    PIC X(02).
               03 WS-LND-MOTIVO             PIC X(16).
               03 FILLER                    PIC X(02).
               03 WS-LND-CUSTO              PIC ZZZZ9.99.
               03 FILLER                    PIC X(02).
               03 WS-LND-VALOR              PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
           0-INICIALIZAR.
               ACCEPT WS-PATH-INVENTARIO FROM ENVIRONMENT
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\enctmp.txt'
                   TO WS-PATH-ENCOMENDASTEMP
               END-IF.
               ACCEPT WS-PATH-FORNECEDORESTEMP FROM ENVIRONMENT
                   "FORNECEDORESTEMP_PATH"
               IF WS-PATH-FORNECEDORESTEMP EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\forntmp.txt'
                   TO WS-PATH-FORNECEDORESTEMP
               END-IF.
               ACCEPT WS-PATH-ITENSFORNTEMP FROM ENVIRONMENT
                   "ITENSFORNTEMP_PATH"
               IF WS-PATH-ITENSFORNTEMP EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\itftmp.txt'
                   TO WS-PATH-ITENSFORNTEMP
               END-IF.
               ACCEPT WS-PATH-RECONTAGEM FROM ENVIRONMENT
                   "RECONTAGEM_PATH"
               IF WS-PATH-RECONTAGEM EQUAL SPACES
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\contctl.txt'
                   TO WS-PATH-CONTAGEMCTL
               END-IF.
               ACCEPT WS-PATH-VARIANTES FROM ENVIRONMENT
                   "VARIANTES_PATH"
               IF WS-PATH-VARIANTES EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\variant.txt'
                   TO WS-PATH-VARIANTES
               END-IF.
               ACCEPT WS-PATH-STKLOJA FROM ENVIRONMENT
                   "STKLOJA_PATH"
               IF WS-PATH-STKLOJA EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\stkloja.txt'
                   TO WS-PATH-STKLOJA
               END-IF.
               ACCEPT WS-PATH-TRANSFER FROM ENVIRONMENT
                   "TRANSFER_PATH"
               IF WS-PATH-TRANSFER EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\transf.txt'
                   TO WS-PATH-TRANSFER
               END-IF.
               ACCEPT WS-PATH-DEVFORN FROM ENVIRONMENT
                   "DEVFORN_PATH"
               IF WS-PATH-DEVFORN EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\devforn.txt'
                   TO WS-PATH-DEVFORN
               END-IF.
               ACCEPT WS-PATH-PROPREPO FROM ENVIRONMENT
                   "PROPREPO_PATH"
               IF WS-PATH-PROPREPO EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\proprepo.txt'
                   TO WS-PATH-PROPREPO
               END-IF.
               PERFORM ASSINAR-OPERADOR.

           INICIO.
               DISPLAY " 9 - HISTORICO DE MOVIMENTOS"
               DISPLAY "10 - VALORIZACAO DO INVENTARIO"
               DISPLAY "11 - IMPORTAR INVENTARIO SEQUENCIAL"
               DISPLAY "12 - INVENTARIO POR ARTIGO / GRELHA"
               DISPLAY "13 - STOCK POR LOJA E TRANSFERENCIAS"
               DISPLAY "14 - DEVOLUCOES A FORNECEDOR"
               DISPLAY "15 - PROPOSTA DE NIVEIS DE REPOSICAO"
               ACCEPT OPCAO
               DISPLAY "---------------------------------"

                   IF OPCAO = 11
                   PERFORM IMPORTAR-INVENTARIO.

                   IF OPCAO = 12
                   PERFORM INVENTARIO-GRELHA.

                   IF OPCAO = 13
                   PERFORM MENU-TRANSFERENCIAS.

                   IF OPCAO = 14
                   PERFORM MENU-DEVOLUCOES-FORN.

                   IF OPCAO = 15
                   PERFORM REVER-PROPOSTA-REPOSICAO.

           STOP_PROGRAMA.
               STOP RUN.

               END-IF

               PERFORM CARREGAR-ENCOMENDAS-ABERTAS.
               PERFORM CARREGAR-ITENSFORN.

               PERFORM EXPORTAR-INVENTARIO.
               SORT INVENTARIOSORT ON ASCENDING KEY SORT-CAT-PRODUTO

                               MOVE ORD-QNT-PRODUTO TO WS-QNT-NUM
                               ADD WS-QNT-NUM TO WS-SUBTOTAL-CAT
                               MOVE ORD-COD-ROUPA TO WS-COD-PROCURA
                               PERFORM OBTER-LIMITE-ITEM
                               IF WS-QNT-NUM < WS-LIMITE-ITEM
                                   MOVE ORD-COD-ROUPA
                                       TO WS-COD-PROCURA
                                   PERFORM VERIFICAR-ITEM-ENCOMENDADO
               DISPLAY '-------//GESTAO DE FORNECEDORES//-------'
               DISPLAY ' 1 - CRIAR FORNECEDOR'
               DISPLAY ' 2 - LISTAR FORNECEDORES'
               DISPLAY ' 3 - ALTERAR PRAZO DE PAGAMENTO E IBAN'
               ACCEPT OPCAO-FORN

               IF OPCAO-FORN EQUAL 1
                   IF OPCAO-FORN EQUAL 2
                       PERFORM LISTAR-FORNECEDORES
                   ELSE
                       IF OPCAO-FORN EQUAL 3
                           PERFORM ALTERAR-FORNECEDOR
                       ELSE
                           DISPLAY 'OPCAO INVALIDA'
                       END-IF
                   END-IF
               END-IF.
           GO TO INICIO.
                       MOVE WS-FORN-PROCURA TO FORN-CODIGO
                       DISPLAY 'NOME DO FORNECEDOR: '
                       ACCEPT FORN-NOME
                       DISPLAY 'PRAZO DE PAGAMENTO (DIAS): '
                       ACCEPT FORN-PRAZO-PAG
                       DISPLAY 'IBAN: '
                       ACCEPT FORN-IBAN
                       WRITE FORNECEDOR-REG
                       CLOSE FORNECEDORES
                       DISPLAY 'FORNECEDOR REGISTADO COM SUCESSO'
                       AT END MOVE 'F' TO WS-ENDOFFORN
                       NOT AT END
                           DISPLAY 'FORNECEDOR: ' FORN-CODIGO ' '
                               FORN-NOME ' PRAZO: ' FORN-PRAZO-PAG
                               ' DIAS IBAN: ' FORN-IBAN
                       END-READ
                   END-PERFORM
                   CLOSE FORNECEDORES
                   MOVE SPACES TO WS-ENDOFFORN
               END-IF.

      *-----------------------
      * altera o prazo de pagamento e o IBAN de um fornecedor,
      * regravando o mestre pelo ficheiro temporario
      *-----------------------
           ALTERAR-FORNECEDOR.
               DISPLAY 'CODIGO DO FORNECEDOR: '
               ACCEPT WS-FORN-PROCURA
               MOVE 0 TO WS-FORN-ALTERADO
               MOVE SPACES TO WS-ENDOFFORN
               OPEN INPUT FORNECEDORES
               OPEN OUTPUT FORNECEDORESTEMP
               IF WS-FS-FORNECEDORES NOT EQUAL "00" OR
                   WS-FS-FORNECEDORESTEMP NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR FORNECEDORES - FILE STATUS: '
                       WS-FS-FORNECEDORES ' / ' WS-FS-FORNECEDORESTEMP
                   IF WS-FS-FORNECEDORES EQUAL "00"
                       CLOSE FORNECEDORES
                   END-IF
                   IF WS-FS-FORNECEDORESTEMP EQUAL "00"
                       CLOSE FORNECEDORESTEMP
                   END-IF
               ELSE
                   PERFORM UNTIL WS-ENDOFFORN = 'F'
                       READ FORNECEDORES
                       AT END MOVE 'F' TO WS-ENDOFFORN
                       NOT AT END
                           IF FORN-CODIGO EQUAL WS-FORN-PROCURA
                               MOVE 1 TO WS-FORN-ALTERADO
                               DISPLAY 'FORNECEDOR: ' FORN-NOME
                               DISPLAY 'PRAZO ATUAL: ' FORN-PRAZO-PAG
                                   ' DIAS  IBAN ATUAL: ' FORN-IBAN
                               DISPLAY 'NOVO PRAZO DE PAGAMENTO '
                                   '(DIAS): '
                               ACCEPT FORN-PRAZO-PAG
                               DISPLAY 'NOVO IBAN: '
                               ACCEPT FORN-IBAN
                           END-IF
                           WRITE FORNECEDORTEMP-REG
                               FROM FORNECEDOR-REG
                       END-READ
                   END-PERFORM
                   CLOSE FORNECEDORES
                   CLOSE FORNECEDORESTEMP
                   MOVE SPACES TO WS-ENDOFFORN

                   IF WS-FORN-ALTERADO EQUAL 0
                       DISPLAY '*** FORNECEDOR ' WS-FORN-PROCURA
                           ' NAO EXISTE ***'
                   ELSE
                       OPEN INPUT FORNECEDORESTEMP
                       OPEN OUTPUT FORNECEDORES
                       PERFORM UNTIL WS-ENDOFFORN = 'F'
                           READ FORNECEDORESTEMP
                           AT END MOVE 'F' TO WS-ENDOFFORN
                           NOT AT END
                               MOVE FORNECEDORTEMP-REG
                                   TO FORNECEDOR-REG
                               WRITE FORNECEDOR-REG
                           END-READ
                       END-PERFORM
                       CLOSE FORNECEDORESTEMP
                       CLOSE FORNECEDORES
                       MOVE SPACES TO WS-ENDOFFORN
                       DISPLAY 'FORNECEDOR ALTERADO COM SUCESSO'
                   END-IF
               END-IF.

      *-----------------------
      * parametros de compra: liga cada artigo ao seu fornecedor e
      * define o nivel maximo ate onde se repoe o estoque
                       ACCEPT PRM-NIVEL-MAXIMO
                       DISPLAY 'PRAZO DE ENTREGA (DIAS): '
                       ACCEPT PRM-PRAZO-DIAS
                       DISPLAY 'PONTO DE REENCOMENDA (0 = LIMITE '
                           'GERAL): '
                       ACCEPT PRM-PONTO-REENC
                       DISPLAY 'CUSTO UNITARIO ACORDADO (SEM IVA): '
                       ACCEPT PRM-CUSTO-ACORDADO
                       WRITE ITEMFORN-REG
                       CLOSE ITENSFORN
                       DISPLAY 'PARAMETRO REGISTADO COM SUCESSO'
                               ' FORNECEDOR: ' PRM-COD-FORNECEDOR
                               ' NIVEL MAXIMO: ' PRM-NIVEL-MAXIMO
                               ' PRAZO: ' PRM-PRAZO-DIAS ' DIAS'
                               ' REENCOMENDA ABAIXO DE: '
                               PRM-PONTO-REENC
                               ' CUSTO ACORDADO: ' PRM-CUSTO-ACORDADO
                       END-READ
                   END-PERFORM
                   CLOSE ITENSFORN
                   MOVE SPACES TO WS-ENDOFITENS
               END-IF.

      *-----------------------
      * proposta de niveis de reposicao do planeamento mensal
      * (PLANO_REPOSICAO): cada artigo a aguardar decisao e mostrado
      * com o ponto de reencomenda e o nivel maximo em vigor ao lado
      * dos propostos; o supervisor aceita todos ou decide artigo a
      * artigo, os aceites passam aos parametros de compra (que a
      * geracao de encomendas ja usa) e a proposta fica com a
      * decisao, quem a tomou e quando
      *-----------------------
           REVER-PROPOSTA-REPOSICAO.
               IF WS-NIVEL-OPERADOR < 2
                   DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
                   GO TO INICIO
               END-IF
               DISPLAY '-------//PROPOSTA DE REPOSICAO//-------'
               PERFORM CARREGAR-PROPOSTA
               IF WS-PRP-CHEIA EQUAL 1
                   DISPLAY '*** PROPOSTA COM MAIS DE 200 ARTIGOS - '
                       'NAO PODE SER REGRAVADA ***'
                   GO TO INICIO
               END-IF
               IF WS-PRP-PENDENTES EQUAL ZEROS
                   DISPLAY 'SEM PROPOSTAS A AGUARDAR DECISAO'
                   GO TO INICIO
               END-IF
               PERFORM CARREGAR-ITENSFORN
               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE ZEROS TO WS-PRP-ACEITES
               MOVE ZEROS TO WS-PRP-RECUSADAS
               MOVE ZEROS TO WS-PRP-APLICADAS

               PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-NUM
                   MOVE WS-PRP-REGISTO (WS-PRP-IDX) TO PROPREPO-REG
                   IF PRP-ESTADO EQUAL 'P'
                       PERFORM MOSTRAR-PROPOSTA
                   END-IF
               END-PERFORM
               DISPLAY ' '
               DISPLAY 'ARTIGOS A AGUARDAR DECISAO: ' WS-PRP-PENDENTES
               DISPLAY ' T - ACEITAR TODAS'
               DISPLAY ' A - DECIDIR ARTIGO A ARTIGO'
               DISPLAY ' S - SAIR SEM DECIDIR'
               ACCEPT WS-PRP-MODO

               MOVE SPACES TO WS-PRP-DECISAO
               EVALUATE WS-PRP-MODO
                   WHEN 'T'
                       PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                           UNTIL WS-PRP-IDX > WS-PRP-NUM
                           MOVE WS-PRP-REGISTO (WS-PRP-IDX)
                               TO PROPREPO-REG
                           IF PRP-ESTADO EQUAL 'P'
                               MOVE 'A' TO WS-PRP-DECISAO
                               PERFORM DECIDIR-PROPOSTA
                           END-IF
                       END-PERFORM
                   WHEN 'A'
                       PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                           UNTIL WS-PRP-IDX > WS-PRP-NUM
                              OR WS-PRP-DECISAO EQUAL 'F'
                           MOVE WS-PRP-REGISTO (WS-PRP-IDX)
                               TO PROPREPO-REG
                           IF PRP-ESTADO EQUAL 'P'
                               PERFORM MOSTRAR-PROPOSTA
                               DISPLAY 'ACEITAR (S/N, F - TERMINAR): '
                               ACCEPT WS-PRP-DECISAO
                               PERFORM UNTIL WS-PRP-DECISAO = 'S'
                                          OR WS-PRP-DECISAO = 'N'
                                          OR WS-PRP-DECISAO = 'F'
                                   DISPLAY 'RESPOSTA INVALIDA. VALORES '
                                       'ACEITES: S/N/F'
                                   ACCEPT WS-PRP-DECISAO
                               END-PERFORM
                               IF WS-PRP-DECISAO EQUAL 'S'
                                   MOVE 'A' TO WS-PRP-DECISAO
                               END-IF
                               IF WS-PRP-DECISAO EQUAL 'N'
                                   MOVE 'R' TO WS-PRP-DECISAO
                               END-IF
                               IF WS-PRP-DECISAO NOT EQUAL 'F'
                                   PERFORM DECIDIR-PROPOSTA
                               END-IF
                           END-IF
                       END-PERFORM
                   WHEN OTHER
                       DISPLAY 'NENHUMA DECISAO TOMADA'
               END-EVALUATE

               IF WS-PRP-ACEITES > ZEROS
                   PERFORM APLICAR-PROPOSTA-ITENSFORN
               END-IF
               IF WS-PRP-ACEITES > ZEROS OR WS-PRP-RECUSADAS > ZEROS
                   PERFORM GRAVAR-PROPOSTA
                   DISPLAY 'ACEITES: ' WS-PRP-ACEITES
                       '  APLICADOS AOS PARAMETROS: ' WS-PRP-APLICADAS
                       '  RECUSADOS: ' WS-PRP-RECUSADAS
               END-IF.
           GO TO INICIO.

      *-----------------------
      * carrega a proposta em memoria e conta os artigos pendentes
      *-----------------------
           CARREGAR-PROPOSTA.
               MOVE ZEROS TO WS-PRP-NUM
               MOVE ZEROS TO WS-PRP-PENDENTES
               MOVE 0 TO WS-PRP-CHEIA
               MOVE SPACES TO WS-ENDOFPRP
               OPEN INPUT PROPREPO
               IF WS-FS-PROPREPO NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR PROPREPO - FILE STATUS: '
                       WS-FS-PROPREPO
                   DISPLAY ' (CORRA PRIMEIRO O PLANO_REPOSICAO)'
               ELSE
                   PERFORM UNTIL WS-ENDOFPRP = 'F'
                       READ PROPREPO
                       AT END MOVE 'F' TO WS-ENDOFPRP
                       NOT AT END
                           IF WS-PRP-NUM < 200
                               ADD 1 TO WS-PRP-NUM
                               MOVE PROPREPO-REG
                                   TO WS-PRP-REGISTO (WS-PRP-NUM)
                               MOVE 0 TO WS-PRP-MARCA (WS-PRP-NUM)
                               IF PRP-ESTADO EQUAL 'P'
                                   ADD 1 TO WS-PRP-PENDENTES
                               END-IF
                           ELSE
                               MOVE 1 TO WS-PRP-CHEIA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROPREPO
               END-IF
               MOVE SPACES TO WS-ENDOFPRP.

      *-----------------------
      * mostra o artigo da proposta em PROPREPO-REG, com os valores
      * em vigor nos parametros de compra ao lado dos propostos
      *-----------------------
           MOSTRAR-PROPOSTA.
               MOVE PRP-PONTO-ATUAL TO WS-PRP-PONTO-VIGOR
               MOVE PRP-MAXIMO-ATUAL TO WS-PRP-MAXIMO-VIGOR
               PERFORM VARYING WS-IDX-ITENSFORN FROM 1 BY 1
                   UNTIL WS-IDX-ITENSFORN > WS-NUM-ITENSFORN
                   IF WS-PRM-COD-ROUPA (WS-IDX-ITENSFORN)
                       EQUAL PRP-COD-ROUPA
                       AND WS-PRM-FORNECEDOR (WS-IDX-ITENSFORN)
                           EQUAL PRP-FORNECEDOR
                       MOVE WS-PRM-PONTO-REENC (WS-IDX-ITENSFORN)
                           TO WS-PRP-PONTO-VIGOR
                       MOVE WS-PRM-NIVEL-MAXIMO (WS-IDX-ITENSFORN)
                           TO WS-PRP-MAXIMO-VIGOR
                   END-IF
               END-PERFORM
               MOVE PRP-MEDIA-MES TO WS-PRP-MEDIA-EDIT
               MOVE PRP-DESVIO-MES TO WS-PRP-DESVIO-EDIT
               MOVE PRP-FATOR-SAZONAL TO WS-PRP-FATOR-EDIT
               DISPLAY ' '
               DISPLAY 'ARTIGO: ' PRP-COD-ROUPA
                   ' FORNECEDOR: ' PRP-FORNECEDOR
                   ' PRAZO: ' PRP-PRAZO-DIAS ' DIAS'
                   ' (PROPOSTA PARA ' PRP-ANOMES ')'
               DISPLAY '  VENDAS 12 MESES: ' PRP-VENDAS-12M
                   ' MEDIA/MES: ' WS-PRP-MEDIA-EDIT
                   ' DESVIO: ' WS-PRP-DESVIO-EDIT
                   ' MESMO MES ANO ANTERIOR: ' PRP-VENDAS-HOMOLOGO
                   ' FATOR: ' WS-PRP-FATOR-EDIT
               DISPLAY '  EM VIGOR - PONTO: ' WS-PRP-PONTO-VIGOR
                   ' MAXIMO: ' WS-PRP-MAXIMO-VIGOR
                   '   PROPOSTO - PONTO: ' PRP-PONTO-PROPOSTO
                   ' MAXIMO: ' PRP-MAXIMO-PROPOSTO.

      *-----------------------
      * regista a decisao WS-PRP-DECISAO ('A'/'R') no artigo
      * WS-PRP-IDX da proposta
      *-----------------------
           DECIDIR-PROPOSTA.
               MOVE WS-PRP-REGISTO (WS-PRP-IDX) TO PROPREPO-REG
               MOVE WS-PRP-DECISAO TO PRP-ESTADO
               MOVE WS-OPERADOR TO PRP-SUPERVISOR
               MOVE WS-DATA-PROCESSAMENTO TO PRP-DATA-DECISAO
               MOVE PROPREPO-REG TO WS-PRP-REGISTO (WS-PRP-IDX)
               IF WS-PRP-DECISAO EQUAL 'A'
                   MOVE 1 TO WS-PRP-MARCA (WS-PRP-IDX)
                   ADD 1 TO WS-PRP-ACEITES
               ELSE
                   ADD 1 TO WS-PRP-RECUSADAS
               END-IF.

      *-----------------------
      * passa o ponto de reencomenda e o nivel maximo aceites aos
      * parametros de compra, regravando-os pelo ficheiro
      * temporario; um artigo aceite que ja nao tenha parametro
      * volta a ficar pendente
      *-----------------------
           APLICAR-PROPOSTA-ITENSFORN.
               MOVE SPACES TO WS-ENDOFITENS
               OPEN INPUT ITENSFORN
               OPEN OUTPUT ITENSFORNTEMP
               IF WS-FS-ITENSFORN NOT EQUAL "00" OR
                   WS-FS-ITENSFORNTEMP NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR ITENSFORN - FILE STATUS: '
                       WS-FS-ITENSFORN ' / ' WS-FS-ITENSFORNTEMP
                   IF WS-FS-ITENSFORN EQUAL "00"
                       CLOSE ITENSFORN
                   END-IF
                   IF WS-FS-ITENSFORNTEMP EQUAL "00"
                       CLOSE ITENSFORNTEMP
                   END-IF
               ELSE
                   PERFORM UNTIL WS-ENDOFITENS = 'F'
                       READ ITENSFORN
                       AT END MOVE 'F' TO WS-ENDOFITENS
                       NOT AT END
                           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                               UNTIL WS-PRP-IDX > WS-PRP-NUM
                               MOVE WS-PRP-REGISTO (WS-PRP-IDX)
                                   TO PROPREPO-REG
                               IF WS-PRP-MARCA (WS-PRP-IDX) EQUAL 1
                                AND PRP-COD-ROUPA EQUAL PRM-COD-ROUPA
                                AND PRP-FORNECEDOR
                                    EQUAL PRM-COD-FORNECEDOR
                                   MOVE PRP-PONTO-PROPOSTO
                                       TO PRM-PONTO-REENC
                                   MOVE PRP-MAXIMO-PROPOSTO
                                       TO PRM-NIVEL-MAXIMO
                                   MOVE 2 TO WS-PRP-MARCA (WS-PRP-IDX)
                                   ADD 1 TO WS-PRP-APLICADAS
                               END-IF
                           END-PERFORM
                           WRITE ITEMFORNTEMP-REG FROM ITEMFORN-REG
                       END-READ
                   END-PERFORM
                   CLOSE ITENSFORN
                   CLOSE ITENSFORNTEMP
                   MOVE SPACES TO WS-ENDOFITENS

                   IF WS-PRP-APLICADAS > ZEROS
                       OPEN INPUT ITENSFORNTEMP
                       OPEN OUTPUT ITENSFORN
                       PERFORM UNTIL WS-ENDOFITENS = 'F'
                           READ ITENSFORNTEMP
                           AT END MOVE 'F' TO WS-ENDOFITENS
                           NOT AT END
                               MOVE ITEMFORNTEMP-REG TO ITEMFORN-REG
                               WRITE ITEMFORN-REG
                           END-READ
                       END-PERFORM
                       CLOSE ITENSFORNTEMP
                       CLOSE ITENSFORN
                       MOVE SPACES TO WS-ENDOFITENS
                   END-IF
               END-IF

      *        o que ficou por aplicar volta a aguardar decisao
               PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-NUM
                   IF WS-PRP-MARCA (WS-PRP-IDX) EQUAL 1
                       MOVE WS-PRP-REGISTO (WS-PRP-IDX) TO PROPREPO-REG
                       DISPLAY '*** ARTIGO ' PRP-COD-ROUPA
                           ' FORNECEDOR ' PRP-FORNECEDOR
                           ' NAO APLICADO - FICA PENDENTE ***'
                       MOVE 'P' TO PRP-ESTADO
                       MOVE SPACES TO PRP-SUPERVISOR
                       MOVE ZEROS TO PRP-DATA-DECISAO
                       MOVE PROPREPO-REG TO WS-PRP-REGISTO (WS-PRP-IDX)
                       MOVE 0 TO WS-PRP-MARCA (WS-PRP-IDX)
                       SUBTRACT 1 FROM WS-PRP-ACEITES
                   END-IF
               END-PERFORM.

      *-----------------------
      * regrava a proposta com as decisoes tomadas
      *-----------------------
           GRAVAR-PROPOSTA.
               OPEN OUTPUT PROPREPO
               IF WS-FS-PROPREPO NOT EQUAL "00"
                   DISPLAY ' ERRO A REGRAVAR PROPREPO - FILE STATUS: '
                       WS-FS-PROPREPO
                   MOVE WS-FS-PROPREPO TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                       UNTIL WS-PRP-IDX > WS-PRP-NUM
                       MOVE WS-PRP-REGISTO (WS-PRP-IDX) TO PROPREPO-REG
                       WRITE PROPREPO-REG
                   END-PERFORM
                   CLOSE PROPREPO
               END-IF.

      *-----------------------
                                     (WS-NUM-ITENSFORN)
                               MOVE PRM-PRAZO-DIAS TO
                                 WS-PRM-PRAZO (WS-NUM-ITENSFORN)
                               MOVE PRM-PONTO-REENC TO
                                 WS-PRM-PONTO-REENC (WS-NUM-ITENSFORN)
                               MOVE PRM-CUSTO-ACORDADO TO
                                 WS-PRM-CUSTO (WS-NUM-ITENSFORN)
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-ENDOFITENS.

      *-----------------------
      * ponto de reencomenda do artigo em WS-COD-PROCURA: o dos
      * parametros de compra quando definido, senao o limite geral
      *-----------------------
           OBTER-LIMITE-ITEM.
               MOVE WS-LIMITE-REENCOMENDA TO WS-LIMITE-ITEM
               PERFORM VARYING WS-IDX-ITENSFORN FROM 1 BY 1
                   UNTIL WS-IDX-ITENSFORN > WS-NUM-ITENSFORN
                   IF WS-PRM-COD-ROUPA (WS-IDX-ITENSFORN)
                       EQUAL WS-COD-PROCURA
                       AND WS-PRM-PONTO-REENC (WS-IDX-ITENSFORN)
                           NOT EQUAL ZEROS
                       MOVE WS-PRM-PONTO-REENC (WS-IDX-ITENSFORN)
                           TO WS-LIMITE-ITEM
                   END-IF
               END-PERFORM.

      *-----------------------
      * carrega os artigos com encomenda em aberto e o maior numero
      * de encomenda ja emitido
                               MOVE WS-DATA-PREVISTA-CALC
                                   TO ENC-DATA-PREVISTA
                               MOVE 'A' TO ENC-ESTADO
                               MOVE WS-PRM-CUSTO (WS-IDX-ITENSFORN)
                                   TO ENC-CUSTO-ACORDADO
                               MOVE ZEROS TO ENC-DATA-RECECAO
                               WRITE ENCOMENDA-REG
                               ADD 1 TO WS-ENC-GERADAS
                               DISPLAY 'ENCOMENDA ' ENC-NUM
                               ' DATA: ' ENC-DATA
                               ' PREVISTA: ' ENC-DATA-PREVISTA
                               ' ESTADO: ' ENC-ESTADO
                               ' CUSTO: ' ENC-CUSTO-ACORDADO
                       END-READ
                   END-PERFORM
                   CLOSE ENCOMENDAS
               ACCEPT WS-REC-QNT
               DISPLAY 'CUSTO UNITARIO FATURADO: '
               ACCEPT WS-REC-CUSTO
               DISPLAY 'LOJA QUE RECEBE: '
               ACCEPT WS-REC-LOJA

      *        o artigo tem de existir no inventario antes de se
      *        tocar na encomenda - uma etiqueta mal teclada nao
                   MOVE 1 TO WS-ATUALIZAR-CUSTO
                   PERFORM APLICAR-DELTA-INVENTARIO
                   MOVE 0 TO WS-ATUALIZAR-CUSTO
                   IF WS-ENCONTROU EQUAL 1
                       MOVE WS-REC-LOJA TO WS-SL-LOJA
                       MOVE WS-REC-QNT TO WS-SL-DELTA
                       PERFORM SOMAR-STOCK-LOJA
                   END-IF
               END-IF.
           GO TO INICIO.

           ATUALIZAR-ENCOMENDA-RECEBIDA.
               MOVE 0 TO WS-REC-ENCONTROU
               MOVE SPACES TO WS-ENDOFENC
               PERFORM OBTER-DATA-PROCESSAMENTO

               OPEN INPUT ENCOMENDAS
               OPEN OUTPUT ENCOMENDASTEMP
                           MOVE ENC-DATA-PREVISTA
                               TO ENCT-DATA-PREVISTA
                           MOVE ENC-ESTADO TO ENCT-ESTADO
                           MOVE ENC-CUSTO-ACORDADO
                               TO ENCT-CUSTO-ACORDADO
                           MOVE ENC-DATA-RECECAO TO ENCT-DATA-RECECAO
                           IF ENC-NUM EQUAL WS-REC-NUM-ENC
                            AND ENC-COD-ROUPA EQUAL WS-REC-COD-ROUPA
                            AND ENC-ESTADO EQUAL 'A'
                                   ENC-QNT-RECEBIDA + WS-REC-QNT
                               MOVE WS-REC-TOTAL-RECEBIDO
                                   TO ENCT-QNT-RECEBIDA
                               MOVE WS-DATA-PROCESSAMENTO
                                   TO ENCT-DATA-RECECAO
                               COMPUTE WS-REC-DESVIO =
                                   WS-REC-TOTAL-RECEBIDO - ENC-QNT
                               IF WS-REC-DESVIO >= 0
                               MOVE ENCT-DATA-PREVISTA
                                   TO ENC-DATA-PREVISTA
                               MOVE ENCT-ESTADO TO ENC-ESTADO
                               MOVE ENCT-CUSTO-ACORDADO
                                   TO ENC-CUSTO-ACORDADO
                               MOVE ENCT-DATA-RECECAO
                                   TO ENC-DATA-RECECAO
                               WRITE ENCOMENDA-REG
                           END-READ
                       END-PERFORM
               END-IF
               MOVE SPACES TO WS-ENDOFOP.

      *-----------------------
      * inventario dos artigos com grelha tamanho/cor: somado por
      * artigo pai ou em matriz (tamanhos em coluna, cores em linha)
      *-----------------------
           INVENTARIO-GRELHA.
               DISPLAY 'A - POR ARTIGO PAI (VARIANTES SOMADAS)'
               DISPLAY 'M - MATRIZ TAMANHO/COR DE UM ARTIGO'
               ACCEPT WS-GRL-VISTA
               IF WS-GRL-VISTA EQUAL 'A' OR 'a'
                   PERFORM INVENTARIO-POR-PAI
               ELSE
                   IF WS-GRL-VISTA EQUAL 'M' OR 'm'
                       PERFORM MATRIZ-GRELHA
                   ELSE
                       DISPLAY 'OPCAO INVALIDA'
                   END-IF
               END-IF.
           GO TO INICIO.

           ABRIR-FICHEIROS-GRELHA.
               MOVE SPACES TO WS-ENDOFVAR
               MOVE 0 TO WS-GRL-INV-ABERTO
               OPEN INPUT VARIANTES
               IF WS-FS-VARIANTES NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR VARIANTES - FILE STATUS: '
                       WS-FS-VARIANTES
                   MOVE WS-FS-VARIANTES TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   MOVE 'F' TO WS-ENDOFVAR
               ELSE
                   OPEN INPUT INVENTARIO
                   IF WS-FS-INVENTARIO EQUAL "00"
                       MOVE 1 TO WS-GRL-INV-ABERTO
                   ELSE
                       DISPLAY ' ERRO A ABRIR INVENTARIO - FILE '
                           'STATUS: ' WS-FS-INVENTARIO
                       MOVE WS-FS-INVENTARIO TO WS-FS-ATUAL
                       PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   END-IF
               END-IF.

           FECHAR-FICHEIROS-GRELHA.
               CLOSE VARIANTES
               IF WS-GRL-INV-ABERTO EQUAL 1
                   CLOSE INVENTARIO
               END-IF
               MOVE SPACES TO WS-ENDOFVAR.

           LER-QNT-VARIANTE.
               MOVE ZEROS TO WS-GRL-QNT
               IF WS-GRL-INV-ABERTO EQUAL 1
                   MOVE VAR-COD-ROUPA TO COD-ROUPA
                   READ INVENTARIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE QNT-PRODUTO TO WS-GRL-QNT
                   END-READ
               END-IF.

           INVENTARIO-POR-PAI.
               MOVE ZEROS TO WS-GRL-NUM-PAIS
               PERFORM ABRIR-FICHEIROS-GRELHA
               IF WS-FS-VARIANTES EQUAL "00"
                   PERFORM UNTIL WS-ENDOFVAR = 'F'
                       READ VARIANTES
                       AT END MOVE 'F' TO WS-ENDOFVAR
                       NOT AT END
                           PERFORM LER-QNT-VARIANTE
                           PERFORM ACUMULAR-PAI
                       END-READ
                   END-PERFORM
                   PERFORM FECHAR-FICHEIROS-GRELHA
                   PERFORM VARYING WS-GRL-IDX FROM 1 BY 1
                       UNTIL WS-GRL-IDX > WS-GRL-NUM-PAIS
                       DISPLAY WS-PAI-COD (WS-GRL-IDX) ' - '
                           WS-PAI-NOME (WS-GRL-IDX)
                       DISPLAY '   VARIANTES: '
                           WS-PAI-VARIANTES (WS-GRL-IDX)
                           ' - EM ESTOQUE: ' WS-PAI-QNT (WS-GRL-IDX)
                           ' - ESGOTADAS: '
                           WS-PAI-ESGOTADAS (WS-GRL-IDX)
                   END-PERFORM
                   IF WS-GRL-NUM-PAIS EQUAL ZEROS
                       DISPLAY 'NAO HA ARTIGOS COM GRELHA'
                   END-IF
               END-IF.

           ACUMULAR-PAI.
               MOVE 0 TO WS-GRL-ACHOU
               PERFORM VARYING WS-GRL-IDX FROM 1 BY 1
                   UNTIL WS-GRL-IDX > WS-GRL-NUM-PAIS
                       OR WS-GRL-ACHOU EQUAL 1
                   IF WS-PAI-COD (WS-GRL-IDX) EQUAL VAR-COD-PAI
                       MOVE 1 TO WS-GRL-ACHOU
                   END-IF
               END-PERFORM
               IF WS-GRL-ACHOU EQUAL 1
                   SUBTRACT 1 FROM WS-GRL-IDX
               ELSE
                   IF WS-GRL-NUM-PAIS < 200
                       ADD 1 TO WS-GRL-NUM-PAIS
                       MOVE WS-GRL-NUM-PAIS TO WS-GRL-IDX
                       MOVE VAR-COD-PAI TO WS-PAI-COD (WS-GRL-IDX)
                       MOVE VAR-NOME-PAI TO WS-PAI-NOME (WS-GRL-IDX)
                       MOVE ZEROS TO WS-PAI-VARIANTES (WS-GRL-IDX)
                                     WS-PAI-QNT (WS-GRL-IDX)
                                     WS-PAI-ESGOTADAS (WS-GRL-IDX)
                       MOVE 1 TO WS-GRL-ACHOU
                   END-IF
               END-IF
               IF WS-GRL-ACHOU EQUAL 1
                   ADD 1 TO WS-PAI-VARIANTES (WS-GRL-IDX)
                   ADD WS-GRL-QNT TO WS-PAI-QNT (WS-GRL-IDX)
                   IF WS-GRL-QNT EQUAL ZEROS
                       ADD 1 TO WS-PAI-ESGOTADAS (WS-GRL-IDX)
                   END-IF
               END-IF.

           MATRIZ-GRELHA.
               DISPLAY 'CODIGO DO ARTIGO PAI: '
               ACCEPT WS-GRL-PAI
               MOVE ZEROS TO WS-GRL-NUM-TAM WS-GRL-NUM-COR
               MOVE SPACES TO WS-GRL-NOME
               PERFORM VARYING WS-GRL-I FROM 1 BY 1
                   UNTIL WS-GRL-I > 10
                   MOVE ZEROS TO WS-MAT-TOT-COL (WS-GRL-I)
                   PERFORM VARYING WS-GRL-J FROM 1 BY 1
                       UNTIL WS-GRL-J > 10
                       MOVE -1 TO WS-MAT-QNT (WS-GRL-J, WS-GRL-I)
                   END-PERFORM
               END-PERFORM
               PERFORM ABRIR-FICHEIROS-GRELHA
               IF WS-FS-VARIANTES EQUAL "00"
                   PERFORM UNTIL WS-ENDOFVAR = 'F'
                       READ VARIANTES
                       AT END MOVE 'F' TO WS-ENDOFVAR
                       NOT AT END
                           IF VAR-COD-PAI EQUAL WS-GRL-PAI
                               MOVE VAR-NOME-PAI TO WS-GRL-NOME
                               PERFORM LER-QNT-VARIANTE
                               PERFORM COLOCAR-NA-MATRIZ
                           END-IF
                       END-READ
                   END-PERFORM
                   PERFORM FECHAR-FICHEIROS-GRELHA
                   IF WS-GRL-NUM-TAM EQUAL ZEROS
                       DISPLAY 'ARTIGO ' WS-GRL-PAI ' SEM GRELHA '
                           'TAMANHO/COR'
                   ELSE
                       PERFORM MOSTRAR-MATRIZ
                   END-IF
               END-IF.

           COLOCAR-NA-MATRIZ.
               MOVE 0 TO WS-GRL-ACHOU
               PERFORM VARYING WS-GRL-I FROM 1 BY 1
                   UNTIL WS-GRL-I > WS-GRL-NUM-TAM
                       OR WS-GRL-ACHOU EQUAL 1
                   IF WS-MAT-TAM (WS-GRL-I) EQUAL VAR-TAMANHO
                       MOVE 1 TO WS-GRL-ACHOU
                   END-IF
               END-PERFORM
               IF WS-GRL-ACHOU EQUAL 1
                   SUBTRACT 1 FROM WS-GRL-I
               ELSE
                   IF WS-GRL-NUM-TAM < 10
                       ADD 1 TO WS-GRL-NUM-TAM
                       MOVE WS-GRL-NUM-TAM TO WS-GRL-I
                       MOVE VAR-TAMANHO TO WS-MAT-TAM (WS-GRL-I)
                       MOVE 1 TO WS-GRL-ACHOU
                   END-IF
               END-IF
               IF WS-GRL-ACHOU EQUAL 1
                   MOVE 0 TO WS-GRL-ACHOU
                   PERFORM VARYING WS-GRL-J FROM 1 BY 1
                       UNTIL WS-GRL-J > WS-GRL-NUM-COR
                           OR WS-GRL-ACHOU EQUAL 1
                       IF WS-MAT-COR (WS-GRL-J) EQUAL VAR-COR
                           MOVE 1 TO WS-GRL-ACHOU
                       END-IF
                   END-PERFORM
                   IF WS-GRL-ACHOU EQUAL 1
                       SUBTRACT 1 FROM WS-GRL-J
                   ELSE
                       IF WS-GRL-NUM-COR < 10
                           ADD 1 TO WS-GRL-NUM-COR
                           MOVE WS-GRL-NUM-COR TO WS-GRL-J
                           MOVE VAR-COR TO WS-MAT-COR (WS-GRL-J)
                           MOVE 1 TO WS-GRL-ACHOU
                       END-IF
                   END-IF
                   IF WS-GRL-ACHOU EQUAL 1
                       MOVE WS-GRL-QNT
                           TO WS-MAT-QNT (WS-GRL-J, WS-GRL-I)
                       ADD WS-GRL-QNT TO WS-MAT-TOT-COL (WS-GRL-I)
                   END-IF
               END-IF.

           MOSTRAR-MATRIZ.
               DISPLAY 'ARTIGO ' WS-GRL-PAI ' - ' WS-GRL-NOME
               MOVE SPACES TO WS-MAT-LINHA
               MOVE 'COR/TAM' TO WS-MAT-ROTULO
               PERFORM VARYING WS-GRL-I FROM 1 BY 1
                   UNTIL WS-GRL-I > WS-GRL-NUM-TAM
                   MOVE WS-MAT-TAM (WS-GRL-I)
                       TO WS-MAT-VALOR (WS-GRL-I)
               END-PERFORM
               MOVE 'TOTAL' TO WS-MAT-TOTAL
               DISPLAY WS-MAT-LINHA
               PERFORM VARYING WS-GRL-J FROM 1 BY 1
                   UNTIL WS-GRL-J > WS-GRL-NUM-COR
                   MOVE SPACES TO WS-MAT-LINHA
                   MOVE WS-MAT-COR (WS-GRL-J) TO WS-MAT-ROTULO
                   MOVE ZEROS TO WS-GRL-TOTAL-LINHA
                   PERFORM VARYING WS-GRL-I FROM 1 BY 1
                       UNTIL WS-GRL-I > WS-GRL-NUM-TAM
                       IF WS-MAT-QNT (WS-GRL-J, WS-GRL-I) < 0
                           MOVE '    -' TO WS-MAT-VALOR (WS-GRL-I)
                       ELSE
                           MOVE WS-MAT-QNT (WS-GRL-J, WS-GRL-I)
                               TO WS-GRL-TOTAL-ED
                           MOVE WS-GRL-TOTAL-ED
                               TO WS-MAT-VALOR (WS-GRL-I)
                           ADD WS-MAT-QNT (WS-GRL-J, WS-GRL-I)
                               TO WS-GRL-TOTAL-LINHA
                       END-IF
                   END-PERFORM
                   MOVE WS-GRL-TOTAL-LINHA TO WS-GRL-TOTAL-ED
                   MOVE WS-GRL-TOTAL-ED TO WS-MAT-TOTAL
                   DISPLAY WS-MAT-LINHA
               END-PERFORM
               MOVE SPACES TO WS-MAT-LINHA
               MOVE 'TOTAL' TO WS-MAT-ROTULO
               MOVE ZEROS TO WS-GRL-TOTAL-LINHA
               PERFORM VARYING WS-GRL-I FROM 1 BY 1
                   UNTIL WS-GRL-I > WS-GRL-NUM-TAM
                   MOVE WS-MAT-TOT-COL (WS-GRL-I) TO WS-GRL-TOTAL-ED
                   MOVE WS-GRL-TOTAL-ED TO WS-MAT-VALOR (WS-GRL-I)
                   ADD WS-MAT-TOT-COL (WS-GRL-I) TO WS-GRL-TOTAL-LINHA
               END-PERFORM
               MOVE WS-GRL-TOTAL-LINHA TO WS-GRL-TOTAL-ED
               MOVE WS-GRL-TOTAL-ED TO WS-MAT-TOTAL
               DISPLAY WS-MAT-LINHA.

      *-----------------------
      * stock por loja e transferencias entre lojas: a guia abate na
      * loja de origem e a mercadoria fica em transito ate a loja de
      * destino confirmar a quantidade que de facto chegou
      *-----------------------
           MENU-TRANSFERENCIAS.
               DISPLAY '-------//STOCK POR LOJA E TRANSFERENCIAS//---'
               DISPLAY ' 1 - EMITIR GUIA DE TRANSFERENCIA'
               DISPLAY ' 2 - CONFIRMAR RECECAO DE TRANSFERENCIA'
               DISPLAY ' 3 - TRANSFERENCIAS POR RECEBER'
               DISPLAY ' 4 - STOCK DE UM ARTIGO POR LOJA'
               ACCEPT OPCAO-TRF

               EVALUATE OPCAO-TRF
                   WHEN 1
                       PERFORM EMITIR-TRANSFERENCIA
                   WHEN 2
                       PERFORM CONFIRMAR-TRANSFERENCIA
                   WHEN 3
                       PERFORM LISTAR-TRANSF-PENDENTES
                   WHEN 4
                       PERFORM STOCK-POR-LOJA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
           GO TO INICIO.

      *-----------------------
      * soma WS-SL-DELTA ao stock da loja WS-SL-LOJA no artigo
      * WS-COD-PROCURA; uma saida maior do que o stock da loja e
      * recusada (WS-SL-OK fica a 0)
      *-----------------------
           SOMAR-STOCK-LOJA.
               MOVE 0 TO WS-SL-OK
               OPEN I-O STKLOJA
               IF WS-FS-STKLOJA EQUAL "35"
                   OPEN OUTPUT STKLOJA
                   CLOSE STKLOJA
                   OPEN I-O STKLOJA
               END-IF
               IF WS-FS-STKLOJA NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR STKLOJA - FILE STATUS: '
                       WS-FS-STKLOJA
                   MOVE WS-FS-STKLOJA TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   MOVE WS-SL-LOJA TO SL-COD-LOJA
                   MOVE WS-COD-PROCURA TO SL-COD-ROUPA
                   READ STKLOJA
                       INVALID KEY
                           IF WS-SL-DELTA > 0
                               MOVE WS-SL-DELTA TO SL-QNT
                               WRITE STKLOJA-REG
                                   INVALID KEY
                                       DISPLAY ' ERRO A GRAVAR '
                                           'STKLOJA - FILE STATUS: '
                                           WS-FS-STKLOJA
                                   NOT INVALID KEY
                                       MOVE 1 TO WS-SL-OK
                               END-WRITE
                           ELSE
                               DISPLAY ' LOJA ' WS-SL-LOJA ' SEM '
                                   'STOCK DO ARTIGO ' WS-COD-PROCURA
                           END-IF
                       NOT INVALID KEY
                           COMPUTE WS-SL-QNT = SL-QNT + WS-SL-DELTA
                           IF WS-SL-QNT < 0
                               DISPLAY ' STOCK INSUFICIENTE NA LOJA '
                                   WS-SL-LOJA ' (' SL-QNT ')'
                           ELSE
                               IF WS-SL-QNT > 999
                                   MOVE 999 TO WS-SL-QNT
                               END-IF
                               MOVE WS-SL-QNT TO SL-QNT
                               REWRITE STKLOJA-REG
                               IF WS-FS-STKLOJA EQUAL "00"
                                   MOVE 1 TO WS-SL-OK
                               ELSE
                                   DISPLAY ' ERRO A REESCREVER '
                                       'STKLOJA - FILE STATUS: '
                                       WS-FS-STKLOJA
                               END-IF
                           END-IF
                   END-READ
                   CLOSE STKLOJA
               END-IF.

      *-----------------------
      * abre TRANSFER para atualizacao (criando-o na primeira guia)
      * e deixa em WS-TRF-NUM o numero da proxima guia
      *-----------------------
           ABRIR-TRANSFER-NOVA-GUIA.
               MOVE ZEROS TO WS-TRF-NUM
               MOVE SPACES TO WS-ENDOFTRF
               OPEN I-O TRANSFER
               IF WS-FS-TRANSFER EQUAL "35"
                   OPEN OUTPUT TRANSFER
                   CLOSE TRANSFER
                   OPEN I-O TRANSFER
               END-IF
               IF WS-FS-TRANSFER EQUAL "00"
                   PERFORM UNTIL WS-ENDOFTRF = 'F'
                       READ TRANSFER NEXT RECORD
                       AT END MOVE 'F' TO WS-ENDOFTRF
                       NOT AT END MOVE TRF-NUM TO WS-TRF-NUM
                       END-READ
                   END-PERFORM
                   MOVE SPACES TO WS-ENDOFTRF
                   ADD 1 TO WS-TRF-NUM
               ELSE
                   DISPLAY ' ERRO A ABRIR TRANSFER - FILE STATUS: '
                       WS-FS-TRANSFER
                   MOVE WS-FS-TRANSFER TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               END-IF.

           EMITIR-TRANSFERENCIA.
               DISPLAY '-------//GUIA DE TRANSFERENCIA//-------'
               DISPLAY 'LOJA DE ORIGEM: '
               ACCEPT WS-TRF-ORIGEM
               DISPLAY 'LOJA DE DESTINO: '
               ACCEPT WS-TRF-DESTINO
               IF WS-TRF-ORIGEM EQUAL ZEROS
                   OR WS-TRF-DESTINO EQUAL ZEROS
                   OR WS-TRF-ORIGEM EQUAL WS-TRF-DESTINO
                   DISPLAY '*** LOJAS DE ORIGEM E DESTINO INVALIDAS '
                       '***'
                   GO TO INICIO
               END-IF
               PERFORM ABRIR-TRANSFER-NOVA-GUIA
               IF WS-FS-TRANSFER NOT EQUAL "00"
                   GO TO INICIO
               END-IF
               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE ZEROS TO WS-TRF-LINHA
               MOVE 1 TO WS-TRF-COD
               PERFORM UNTIL WS-TRF-COD EQUAL ZEROS
                   DISPLAY 'CODIGO DA ROUPA (0 PARA TERMINAR): '
                   ACCEPT WS-TRF-COD
                   IF WS-TRF-COD NOT EQUAL ZEROS
                       PERFORM ADICIONAR-LINHA-TRANSF
                   END-IF
               END-PERFORM
               CLOSE TRANSFER
               IF WS-TRF-LINHA EQUAL ZEROS
                   DISPLAY 'GUIA SEM LINHAS - NADA FOI EMITIDO'
               ELSE
                   DISPLAY 'GUIA ' WS-TRF-NUM ' EMITIDA COM '
                       WS-TRF-LINHA ' LINHAS - MERCADORIA EM '
                       'TRANSITO PARA A LOJA ' WS-TRF-DESTINO
               END-IF.

           ADICIONAR-LINHA-TRANSF.
               DISPLAY 'QUANTIDADE A ENVIAR: '
               ACCEPT WS-TRF-QNT
               MOVE WS-TRF-COD TO WS-COD-PROCURA
               PERFORM VALIDAR-ARTIGO-EXISTE
               IF WS-ENCONTROU EQUAL 0
                   DISPLAY '*** ARTIGO ' WS-TRF-COD ' NAO EXISTE NO '
                       'INVENTARIO ***'
               ELSE
                   IF WS-TRF-QNT EQUAL ZEROS OR WS-TRF-LINHA EQUAL 99
                       DISPLAY '*** LINHA RECUSADA ***'
                   ELSE
                       MOVE WS-TRF-ORIGEM TO WS-SL-LOJA
                       COMPUTE WS-SL-DELTA = ZERO - WS-TRF-QNT
                       PERFORM SOMAR-STOCK-LOJA
                       IF WS-SL-OK EQUAL 1
                           ADD 1 TO WS-TRF-LINHA
                           MOVE WS-TRF-NUM TO TRF-NUM
                           MOVE WS-TRF-LINHA TO TRF-LINHA
                           MOVE WS-TRF-ORIGEM TO TRF-LOJA-ORIGEM
                           MOVE WS-TRF-DESTINO TO TRF-LOJA-DESTINO
                           MOVE WS-TRF-COD TO TRF-COD-ROUPA
                           MOVE WS-TRF-QNT TO TRF-QNT-ENVIADA
                           MOVE ZEROS TO TRF-QNT-RECEBIDA
                           MOVE WS-DATA-PROCESSAMENTO
                               TO TRF-DATA-ENVIO
                           MOVE ZEROS TO TRF-DATA-RECECAO
                           MOVE 'T' TO TRF-ESTADO
                           MOVE WS-OPERADOR TO TRF-OPERADOR
                           WRITE TRANSF-REG
                               INVALID KEY
                                   DISPLAY ' ERRO A GRAVAR TRANSFER '
                                       '- FILE STATUS: '
                                       WS-FS-TRANSFER
                           END-WRITE
                       END-IF
                   END-IF
               END-IF.

      *-----------------------
      * a loja de destino confirma cada linha em transito da guia:
      * o recebido entra no stock da loja e a diferenca para o
      * enviado (quebra ou excesso) ajusta o inventario com o
      * movimento 'T' no diario
      *-----------------------
           CONFIRMAR-TRANSFERENCIA.
               DISPLAY '-------//RECECAO DE TRANSFERENCIA//-------'
               DISPLAY 'NUMERO DA GUIA: '
               ACCEPT WS-TRF-NUM
               MOVE ZEROS TO WS-TRF-ACHOU
               MOVE SPACES TO WS-ENDOFTRF
               OPEN I-O TRANSFER
               IF WS-FS-TRANSFER NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR TRANSFER - FILE STATUS: '
                       WS-FS-TRANSFER
                   MOVE WS-FS-TRANSFER TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   PERFORM OBTER-DATA-PROCESSAMENTO
                   MOVE WS-TRF-NUM TO TRF-NUM
                   MOVE ZEROS TO TRF-LINHA
                   START TRANSFER KEY IS NOT LESS THAN TRF-CHAVE
                       INVALID KEY MOVE 'F' TO WS-ENDOFTRF
                   END-START
                   PERFORM UNTIL WS-ENDOFTRF = 'F'
                       READ TRANSFER NEXT RECORD
                       AT END MOVE 'F' TO WS-ENDOFTRF
                       NOT AT END
                           IF TRF-NUM NOT EQUAL WS-TRF-NUM
                               MOVE 'F' TO WS-ENDOFTRF
                           ELSE
                               IF TRF-ESTADO EQUAL 'T'
                                   PERFORM CONFIRMAR-LINHA-TRANSF
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSFER
                   MOVE SPACES TO WS-ENDOFTRF
                   IF WS-TRF-ACHOU EQUAL ZEROS
                       DISPLAY '*** GUIA ' WS-TRF-NUM ' SEM LINHAS EM '
                           'TRANSITO ***'
                   END-IF
               END-IF.

           CONFIRMAR-LINHA-TRANSF.
               ADD 1 TO WS-TRF-ACHOU
               DISPLAY 'LINHA ' TRF-LINHA ' - ARTIGO ' TRF-COD-ROUPA
                   ' - LOJA ' TRF-LOJA-ORIGEM ' PARA ' TRF-LOJA-DESTINO
                   ' - ENVIADO: ' TRF-QNT-ENVIADA
               DISPLAY 'QUANTIDADE RECEBIDA: '
               ACCEPT WS-TRF-QNT
               MOVE TRF-LOJA-DESTINO TO WS-SL-LOJA
               MOVE TRF-COD-ROUPA TO WS-TRF-COD
               MOVE TRF-QNT-ENVIADA TO WS-TRF-ENVIADA
               MOVE WS-TRF-QNT TO TRF-QNT-RECEBIDA
               MOVE WS-DATA-PROCESSAMENTO TO TRF-DATA-RECECAO
               MOVE 'R' TO TRF-ESTADO
               REWRITE TRANSF-REG
                   INVALID KEY
                       DISPLAY ' ERRO A REESCREVER TRANSFER - FILE '
                           'STATUS: ' WS-FS-TRANSFER
               END-REWRITE
               IF WS-FS-TRANSFER EQUAL "00"
                   MOVE WS-TRF-COD TO WS-COD-PROCURA
                   IF WS-TRF-QNT > ZEROS
                       MOVE WS-TRF-QNT TO WS-SL-DELTA
                       PERFORM SOMAR-STOCK-LOJA
                   END-IF
                   COMPUTE WS-TRF-DIFERENCA =
                       WS-TRF-QNT - WS-TRF-ENVIADA
                   IF WS-TRF-DIFERENCA NOT EQUAL ZEROS
                       DISPLAY '*** DIFERENCA NA RECECAO: '
                           WS-TRF-DIFERENCA ' UNIDADES ***'
                       MOVE WS-TRF-DIFERENCA TO WS-DELTA
                       MOVE 'T' TO WS-MOV-MOTIVO
                       PERFORM APLICAR-DELTA-INVENTARIO
                   END-IF
               END-IF.

           LISTAR-TRANSF-PENDENTES.
               DISPLAY '-------//TRANSFERENCIAS POR RECEBER//-------'
               MOVE ZEROS TO WS-TRF-ACHOU
               MOVE SPACES TO WS-ENDOFTRF
               OPEN INPUT TRANSFER
               IF WS-FS-TRANSFER NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR TRANSFER - FILE STATUS: '
                       WS-FS-TRANSFER
                   MOVE WS-FS-TRANSFER TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   PERFORM UNTIL WS-ENDOFTRF = 'F'
                       READ TRANSFER NEXT RECORD
                       AT END MOVE 'F' TO WS-ENDOFTRF
                       NOT AT END
                           IF TRF-ESTADO EQUAL 'T'
                               ADD 1 TO WS-TRF-ACHOU
                               DISPLAY 'GUIA ' TRF-NUM '/' TRF-LINHA
                                   ' LOJA ' TRF-LOJA-ORIGEM ' PARA '
                                   TRF-LOJA-DESTINO ' ARTIGO '
                                   TRF-COD-ROUPA ' QNT '
                                   TRF-QNT-ENVIADA ' ENVIADA EM '
                                   TRF-DATA-ENVIO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSFER
                   MOVE SPACES TO WS-ENDOFTRF
                   DISPLAY 'LINHAS EM TRANSITO: ' WS-TRF-ACHOU
               END-IF.

      *-----------------------
      * stock de um artigo em cada loja, em transito e ainda sem
      * loja atribuida (total do inventario menos o resto)
      *-----------------------
           STOCK-POR-LOJA.
               DISPLAY 'CODIGO DA ROUPA: '
               ACCEPT WS-COD-PROCURA
               MOVE ZEROS TO WS-STK-LOJAS WS-STK-TRANSITO WS-STK-TOTAL
               MOVE SPACES TO WS-ENDOFSTK
               OPEN INPUT STKLOJA
               IF WS-FS-STKLOJA EQUAL "00"
                   PERFORM UNTIL WS-ENDOFSTK = 'F'
                       READ STKLOJA NEXT RECORD
                       AT END MOVE 'F' TO WS-ENDOFSTK
                       NOT AT END
                           IF SL-COD-ROUPA EQUAL WS-COD-PROCURA
                               DISPLAY 'LOJA ' SL-COD-LOJA ': '
                                   SL-QNT
                               ADD SL-QNT TO WS-STK-LOJAS
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STKLOJA
               END-IF
               MOVE SPACES TO WS-ENDOFSTK
               MOVE SPACES TO WS-ENDOFTRF
               OPEN INPUT TRANSFER
               IF WS-FS-TRANSFER EQUAL "00"
                   PERFORM UNTIL WS-ENDOFTRF = 'F'
                       READ TRANSFER NEXT RECORD
                       AT END MOVE 'F' TO WS-ENDOFTRF
                       NOT AT END
                           IF TRF-ESTADO EQUAL 'T'
                               AND TRF-COD-ROUPA EQUAL WS-COD-PROCURA
                               ADD TRF-QNT-ENVIADA TO WS-STK-TRANSITO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSFER
               END-IF
               MOVE SPACES TO WS-ENDOFTRF
               OPEN INPUT INVENTARIO
               IF WS-FS-INVENTARIO EQUAL "00"
                   MOVE WS-COD-PROCURA TO COD-ROUPA
                   READ INVENTARIO
                       INVALID KEY
                           DISPLAY 'CODIGO DE ROUPA NAO ENCONTRADO'
                       NOT INVALID KEY
                           MOVE QNT-PRODUTO TO WS-QNT-NUM
                           MOVE WS-QNT-NUM TO WS-STK-TOTAL
                   END-READ
                   CLOSE INVENTARIO
               END-IF
               COMPUTE WS-STK-SEM-LOJA =
                   WS-STK-TOTAL - WS-STK-LOJAS - WS-STK-TRANSITO
               DISPLAY 'TOTAL NAS LOJAS:      ' WS-STK-LOJAS
               DISPLAY 'EM TRANSITO:          ' WS-STK-TRANSITO
               DISPLAY 'SEM LOJA ATRIBUIDA:   ' WS-STK-SEM-LOJA
               DISPLAY 'TOTAL DO INVENTARIO:  ' WS-STK-TOTAL.

      *-----------------------
      * devolucoes a fornecedor: mercadoria danificada, errada ou a
      * mais volta ao fornecedor com referencia a encomenda de
      * origem; o credito esperado fica em aberto ate a nota de
      * credito do fornecedor ser registada no REGISTO_COMPRAS
      *-----------------------
           MENU-DEVOLUCOES-FORN.
               DISPLAY '-------//DEVOLUCOES A FORNECEDOR//-------'
               DISPLAY ' 1 - EMITIR DEVOLUCAO A FORNECEDOR'
               DISPLAY ' 2 - DEVOLUCOES A AGUARDAR NOTA DE CREDITO'
               ACCEPT OPCAO-DVF

               EVALUATE OPCAO-DVF
                   WHEN 1
                       PERFORM EMITIR-DEVOLUCAO-FORN
                   WHEN 2
                       PERFORM LISTAR-DEVFORN-PENDENTES
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
           GO TO INICIO.

      *-----------------------
      * abre DEVFORN para atualizacao (criando-o na primeira
      * devolucao) e deixa em WS-DVF-NUM o numero da proxima nota
      *-----------------------
           ABRIR-DEVFORN-NOVA-NOTA.
               MOVE ZEROS TO WS-DVF-NUM
               MOVE SPACES TO WS-ENDOFDVF
               OPEN I-O DEVFORN
               IF WS-FS-DEVFORN EQUAL "35"
                   OPEN OUTPUT DEVFORN
                   CLOSE DEVFORN
                   OPEN I-O DEVFORN
               END-IF
               IF WS-FS-DEVFORN EQUAL "00"
                   PERFORM UNTIL WS-ENDOFDVF = 'F'
                       READ DEVFORN NEXT RECORD
                       AT END MOVE 'F' TO WS-ENDOFDVF
                       NOT AT END MOVE DVF-NUM TO WS-DVF-NUM
                       END-READ
                   END-PERFORM
                   MOVE SPACES TO WS-ENDOFDVF
                   ADD 1 TO WS-DVF-NUM
               ELSE
                   DISPLAY ' ERRO A ABRIR DEVFORN - FILE STATUS: '
                       WS-FS-DEVFORN
                   MOVE WS-FS-DEVFORN TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               END-IF.

           EMITIR-DEVOLUCAO-FORN.
               DISPLAY '-------//DEVOLUCAO A FORNECEDOR//-------'
               DISPLAY 'CODIGO DO FORNECEDOR: '
               ACCEPT WS-FORN-PROCURA
               PERFORM VALIDAR-FORNECEDOR
               IF WS-FORN-EXISTE EQUAL 0
                   DISPLAY '*** FORNECEDOR ' WS-FORN-PROCURA ' NAO '
                       'EXISTE NO MESTRE ***'
                   GO TO INICIO
               END-IF
               DISPLAY 'FORNECEDOR: ' WS-FORN-NOME
               DISPLAY 'NUMERO DA ENCOMENDA DE ORIGEM: '
               ACCEPT WS-DVF-ENC
               PERFORM VALIDAR-ENCOMENDA-DEVOLUCAO
               IF WS-DVF-ENC-EXISTE EQUAL 0
                   DISPLAY '*** ENCOMENDA ' WS-DVF-ENC ' NAO EXISTE '
                       'PARA ESTE FORNECEDOR ***'
                   GO TO INICIO
               END-IF
               DISPLAY 'LOJA QUE DEVOLVE (0 SE SEM LOJA): '
               ACCEPT WS-DVF-LOJA
               PERFORM ABRIR-DEVFORN-NOVA-NOTA
               IF WS-FS-DEVFORN NOT EQUAL "00"
                   GO TO INICIO
               END-IF
               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE ZEROS TO WS-DVF-LINHA
               MOVE ZEROS TO WS-DVF-TOTAL
               MOVE ZEROS TO WS-DVF-UNIDADES
               MOVE 1 TO WS-DVF-COD
               PERFORM UNTIL WS-DVF-COD EQUAL ZEROS
                   DISPLAY 'CODIGO DA ROUPA A DEVOLVER (0 PARA '
                       'TERMINAR): '
                   ACCEPT WS-DVF-COD
                   IF WS-DVF-COD NOT EQUAL ZEROS
                       PERFORM ADICIONAR-LINHA-DEVFORN
                   END-IF
               END-PERFORM
               CLOSE DEVFORN
               IF WS-DVF-LINHA EQUAL ZEROS
                   DISPLAY 'DEVOLUCAO SEM LINHAS - NADA FOI EMITIDO'
               ELSE
                   PERFORM IMPRIMIR-NOTA-DEVFORN
                   DISPLAY 'DEVOLUCAO ' WS-DVF-NUM ' EMITIDA COM '
                       WS-DVF-LINHA ' LINHAS - CREDITO ESPERADO: '
                       WS-DVF-TOTAL
               END-IF.

      *-----------------------
      * a encomenda de origem tem de existir e ser do fornecedor a
      * quem se devolve
      *-----------------------
           VALIDAR-ENCOMENDA-DEVOLUCAO.
               MOVE 0 TO WS-DVF-ENC-EXISTE
               MOVE SPACES TO WS-ENDOFENC
               OPEN INPUT ENCOMENDAS
               IF WS-FS-ENCOMENDAS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFENC = 'F'
                       READ ENCOMENDAS
                       AT END MOVE 'F' TO WS-ENDOFENC
                       NOT AT END
                           IF ENC-NUM EQUAL WS-DVF-ENC
                            AND ENC-COD-FORNECEDOR
                                EQUAL WS-FORN-PROCURA
                               MOVE 1 TO WS-DVF-ENC-EXISTE
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENCOMENDAS
               END-IF
               MOVE SPACES TO WS-ENDOFENC.

      *-----------------------
      * uma linha da devolucao: so se devolve o que a encomenda
      * recebeu deste artigo menos o ja devolvido; a saida abate a
      * loja (quando indicada) e o inventario, com o movimento 'F'
      * no diario, e a linha fica a aguardar a nota de credito
      *-----------------------
           ADICIONAR-LINHA-DEVFORN.
               DISPLAY 'QUANTIDADE A DEVOLVER: '
               ACCEPT WS-DVF-QNT
               DISPLAY 'MOTIVO (D-DANIFICADO/E-ARTIGO ERRADO/'
                   'X-EXCESSO): '
               ACCEPT WS-DVF-MOTIVO
               PERFORM UNTIL WS-DVF-MOTIVO = 'D'
                          OR WS-DVF-MOTIVO = 'E'
                          OR WS-DVF-MOTIVO = 'X'
                   DISPLAY 'MOTIVO INVALIDO. VALORES ACEITES: D/E/X'
                   DISPLAY 'MOTIVO: '
                   ACCEPT WS-DVF-MOTIVO
               END-PERFORM
               PERFORM SOMAR-DEVOLVIVEL
               IF WS-DVF-ENC-EXISTE EQUAL 0
                   DISPLAY '*** ARTIGO ' WS-DVF-COD ' NAO CONSTA DA '
                       'ENCOMENDA ' WS-DVF-ENC ' ***'
               ELSE
                   IF WS-DVF-QNT EQUAL ZEROS
                    OR WS-DVF-QNT > WS-DVF-DISPONIVEL
                    OR WS-DVF-LINHA EQUAL 99
                       DISPLAY '*** LINHA RECUSADA - RECEBIDO: '
                           WS-DVF-RECEBIDA ' JA DEVOLVIDO: '
                           WS-DVF-JA-DEVOLVIDA ' ***'
                   ELSE
                       PERFORM OBTER-CUSTO-DEVOLUCAO
                       IF WS-ENCONTROU EQUAL 0
                           DISPLAY '*** ARTIGO ' WS-DVF-COD ' NAO '
                               'EXISTE NO INVENTARIO ***'
                       ELSE
                           PERFORM APLICAR-SAIDA-DEVOLUCAO
                       END-IF
                   END-IF
               END-IF.

           APLICAR-SAIDA-DEVOLUCAO.
               DISPLAY 'ULTIMO CUSTO FATURADO: ' WS-DVF-CUSTO-ULTIMO
               DISPLAY 'CUSTO UNITARIO A CREDITAR (0 PARA O ULTIMO '
                   'CUSTO): '
               ACCEPT WS-DVF-CUSTO
               IF WS-DVF-CUSTO EQUAL ZEROS
                   MOVE WS-DVF-CUSTO-ULTIMO TO WS-DVF-CUSTO
               END-IF
               MOVE WS-DVF-COD TO WS-COD-PROCURA
               MOVE 1 TO WS-SL-OK
               IF WS-DVF-LOJA NOT EQUAL ZEROS
                   MOVE WS-DVF-LOJA TO WS-SL-LOJA
                   COMPUTE WS-SL-DELTA = ZERO - WS-DVF-QNT
                   PERFORM SOMAR-STOCK-LOJA
               END-IF
               IF WS-SL-OK EQUAL 0
                   DISPLAY '*** LINHA RECUSADA ***'
               ELSE
                   COMPUTE WS-DELTA = ZERO - WS-DVF-QNT
                   MOVE 'F' TO WS-MOV-MOTIVO
                   PERFORM APLICAR-DELTA-INVENTARIO
                   IF WS-ENCONTROU EQUAL 1
                       PERFORM GRAVAR-LINHA-DEVFORN
                   ELSE
      *                o inventario recusou a saida: a loja volta a
      *                ficar com o que tinha
                       IF WS-DVF-LOJA NOT EQUAL ZEROS
                           MOVE WS-DVF-QNT TO WS-SL-DELTA
                           PERFORM SOMAR-STOCK-LOJA
                       END-IF
                       DISPLAY '*** LINHA RECUSADA ***'
                   END-IF
               END-IF.

           GRAVAR-LINHA-DEVFORN.
               ADD 1 TO WS-DVF-LINHA
               MOVE WS-DVF-NUM TO DVF-NUM
               MOVE WS-DVF-LINHA TO DVF-LINHA
               MOVE WS-FORN-PROCURA TO DVF-FORNECEDOR
               MOVE WS-DVF-ENC TO DVF-NUM-ENCOMENDA
               MOVE WS-DVF-COD TO DVF-COD-ROUPA
               MOVE WS-DVF-QNT TO DVF-QNT
               MOVE WS-DVF-CUSTO TO DVF-CUSTO
               COMPUTE DVF-VALOR = WS-DVF-QNT * WS-DVF-CUSTO
               MOVE WS-DVF-MOTIVO TO DVF-MOTIVO
               MOVE WS-DATA-PROCESSAMENTO TO DVF-DATA
               MOVE WS-DVF-LOJA TO DVF-LOJA
               MOVE WS-OPERADOR TO DVF-OPERADOR
               MOVE 'A' TO DVF-ESTADO
               MOVE SPACES TO DVF-DOC-CREDITO
               MOVE ZEROS TO DVF-DATA-CREDITO
               WRITE DEVFORN-REG
                   INVALID KEY
                       DISPLAY ' ERRO A GRAVAR DEVFORN - FILE STATUS: '
                           WS-FS-DEVFORN
                   NOT INVALID KEY
                       ADD DVF-VALOR TO WS-DVF-TOTAL
                       ADD DVF-QNT TO WS-DVF-UNIDADES
               END-WRITE.

      *-----------------------
      * quanto a encomenda WS-DVF-ENC recebeu do artigo WS-DVF-COD
      * e quanto ja foi devolvido dele (DEVFORN ja esta aberto)
      *-----------------------
           SOMAR-DEVOLVIVEL.
               MOVE 0 TO WS-DVF-ENC-EXISTE
               MOVE ZEROS TO WS-DVF-RECEBIDA
               MOVE ZEROS TO WS-DVF-JA-DEVOLVIDA
               MOVE SPACES TO WS-ENDOFENC
               OPEN INPUT ENCOMENDAS
               IF WS-FS-ENCOMENDAS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFENC = 'F'
                       READ ENCOMENDAS
                       AT END MOVE 'F' TO WS-ENDOFENC
                       NOT AT END
                           IF ENC-NUM EQUAL WS-DVF-ENC
                            AND ENC-COD-FORNECEDOR
                                EQUAL WS-FORN-PROCURA
                            AND ENC-COD-ROUPA EQUAL WS-DVF-COD
                               MOVE 1 TO WS-DVF-ENC-EXISTE
                               ADD ENC-QNT-RECEBIDA TO WS-DVF-RECEBIDA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENCOMENDAS
               END-IF
               MOVE SPACES TO WS-ENDOFENC

               MOVE SPACES TO WS-ENDOFDVF
               MOVE ZEROS TO DVF-CHAVE
               START DEVFORN KEY IS NOT LESS THAN DVF-CHAVE
                   INVALID KEY MOVE 'F' TO WS-ENDOFDVF
               END-START
               PERFORM UNTIL WS-ENDOFDVF = 'F'
                   READ DEVFORN NEXT RECORD
                   AT END MOVE 'F' TO WS-ENDOFDVF
                   NOT AT END
                       IF DVF-NUM-ENCOMENDA EQUAL WS-DVF-ENC
                        AND DVF-FORNECEDOR EQUAL WS-FORN-PROCURA
                        AND DVF-COD-ROUPA EQUAL WS-DVF-COD
                           ADD DVF-QNT TO WS-DVF-JA-DEVOLVIDA
                       END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO WS-ENDOFDVF
               COMPUTE WS-DVF-DISPONIVEL =
                   WS-DVF-RECEBIDA - WS-DVF-JA-DEVOLVIDA.

      *-----------------------
      * ultimo custo faturado do artigo, proposto como custo a
      * creditar pelo fornecedor
      *-----------------------
           OBTER-CUSTO-DEVOLUCAO.
               MOVE 0 TO WS-ENCONTROU
               MOVE ZEROS TO WS-DVF-CUSTO-ULTIMO
               OPEN INPUT INVENTARIO
               IF WS-FS-INVENTARIO NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR INVENTARIO - FILE STATUS: '
                           WS-FS-INVENTARIO
                   MOVE WS-FS-INVENTARIO TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   MOVE WS-DVF-COD TO COD-ROUPA
                   READ INVENTARIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-ENCONTROU
                           MOVE CUSTO-ULTIMO TO WS-DVF-CUSTO-ULTIMO
                   END-READ
                   CLOSE INVENTARIO
               END-IF.

      *-----------------------
      * nota de devolucao que acompanha a mercadoria, no spool
      * DEVFORNnnnnnn.AAAAMMDD
      *-----------------------
           IMPRIMIR-NOTA-DEVFORN.
               MOVE SPACES TO WS-PATH-SPOOL
               STRING 'DEVFORN' WS-DVF-NUM '.' WS-DATA-PROCESSAMENTO
                   DELIMITED BY SIZE INTO WS-PATH-SPOOL
               END-STRING
               PERFORM ABRIR-SPOOL
               STRING 'NOTA DE DEVOLUCAO A FORNECEDOR N. ' WS-DVF-NUM
                      '   DATA: ' WS-DATA-PROCESSAMENTO
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               STRING 'FORNECEDOR: ' WS-FORN-PROCURA ' ' WS-FORN-NOME
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               STRING 'V/ ENCOMENDA N. ' WS-DVF-ENC
                      '   LOJA: ' WS-DVF-LOJA
                      '   OPERADOR: ' WS-OPERADOR
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               PERFORM ESCREVER-SPOOL
               MOVE 'ARTIGO' TO WS-SPOOL-LINHA (1:6)
               MOVE 'DESCRICAO' TO WS-SPOOL-LINHA (8:9)
               MOVE 'QNT' TO WS-SPOOL-LINHA (27:3)
               MOVE 'MOTIVO' TO WS-SPOOL-LINHA (32:6)
               MOVE 'CUSTO' TO WS-SPOOL-LINHA (53:5)
               MOVE 'VALOR' TO WS-SPOOL-LINHA (63:5)
               PERFORM ESCREVER-SPOOL

               MOVE SPACES TO WS-ENDOFDVF
               OPEN INPUT INVENTARIO
               OPEN INPUT DEVFORN
               IF WS-FS-DEVFORN EQUAL "00"
                   MOVE WS-DVF-NUM TO DVF-NUM
                   MOVE ZEROS TO DVF-LINHA
                   START DEVFORN KEY IS NOT LESS THAN DVF-CHAVE
                       INVALID KEY MOVE 'F' TO WS-ENDOFDVF
                   END-START
                   PERFORM UNTIL WS-ENDOFDVF = 'F'
                       READ DEVFORN NEXT RECORD
                       AT END MOVE 'F' TO WS-ENDOFDVF
                       NOT AT END
                           IF DVF-NUM NOT EQUAL WS-DVF-NUM
                               MOVE 'F' TO WS-ENDOFDVF
                           ELSE
                               PERFORM LINHA-NOTA-DEVFORN
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEVFORN
               END-IF
               CLOSE INVENTARIO
               MOVE SPACES TO WS-ENDOFDVF

               PERFORM ESCREVER-SPOOL
               STRING 'TOTAL DE UNIDADES: ' WS-DVF-UNIDADES
                      '   CREDITO ESPERADO (SEM IVA): ' WS-DVF-TOTAL
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               MOVE 'AGUARDAMOS A V/ NOTA DE CREDITO COM REFERENCIA A '
                   TO WS-SPOOL-LINHA
               MOVE 'ESTA DEVOLUCAO' TO WS-SPOOL-LINHA (50:14)
               PERFORM ESCREVER-SPOOL
               PERFORM ESCREVER-SPOOL
               MOVE 'RECEBIDO POR: ______________________  DATA: '
                   TO WS-SPOOL-LINHA
               MOVE '__________' TO WS-SPOOL-LINHA (45:10)
               PERFORM ESCREVER-SPOOL
               PERFORM FECHAR-SPOOL.

           LINHA-NOTA-DEVFORN.
               MOVE SPACES TO WS-LINHA-NOTA-DVF
               MOVE DVF-COD-ROUPA TO WS-LND-COD-ROUPA
               MOVE DVF-COD-ROUPA TO COD-ROUPA
               READ INVENTARIO
                   INVALID KEY
                       MOVE SPACES TO WS-LND-NOME
                   NOT INVALID KEY
                       MOVE NOM-PRODUTO TO WS-LND-NOME
               END-READ
               MOVE DVF-QNT TO WS-LND-QNT
               EVALUATE DVF-MOTIVO
                   WHEN 'D' MOVE 'DANIFICADO' TO WS-LND-MOTIVO
                   WHEN 'E' MOVE 'ARTIGO ERRADO' TO WS-LND-MOTIVO
                   WHEN 'X' MOVE 'EXCESSO' TO WS-LND-MOTIVO
                   WHEN OTHER MOVE DVF-MOTIVO TO WS-LND-MOTIVO
               END-EVALUATE
               MOVE DVF-CUSTO TO WS-LND-CUSTO
               MOVE DVF-VALOR TO WS-LND-VALOR
               MOVE WS-LINHA-NOTA-DVF TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL.

      *-----------------------
      * lista de perseguicao das notas de credito: devolucoes ainda
      * em 'A', por nota, com os dias passados desde a devolucao e
      * o credito em falta
      *-----------------------
           LISTAR-DEVFORN-PENDENTES.
               DISPLAY '----//DEVOLUCOES A AGUARDAR NOTA DE CREDITO//--'
               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE WS-DATA-PROCESSAMENTO TO WS-CONV-DATA
               PERFORM CONVERTER-DATA-EM-DIAS
               MOVE WS-CONV-DIAS TO WS-ATR-DIAS-HOJE
               MOVE ZEROS TO WS-DVF-ACHOU
               MOVE ZEROS TO WS-DVF-NUM-ANT
               MOVE ZEROS TO WS-DVF-PENDENTE
               MOVE SPACES TO WS-ENDOFDVF
               OPEN INPUT DEVFORN
               IF WS-FS-DEVFORN NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR DEVFORN - FILE STATUS: '
                       WS-FS-DEVFORN
                   MOVE WS-FS-DEVFORN TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   PERFORM UNTIL WS-ENDOFDVF = 'F'
                       READ DEVFORN NEXT RECORD
                       AT END MOVE 'F' TO WS-ENDOFDVF
                       NOT AT END
                           IF DVF-ESTADO EQUAL 'A'
                               IF DVF-NUM NOT EQUAL WS-DVF-NUM-ANT
                                   MOVE DVF-DATA TO WS-CONV-DATA
                                   PERFORM CONVERTER-DATA-EM-DIAS
                                   COMPUTE WS-DVF-DIAS =
                                       WS-ATR-DIAS-HOJE - WS-CONV-DIAS
                                   ADD 1 TO WS-DVF-ACHOU
                                   MOVE DVF-NUM TO WS-DVF-NUM-ANT
                                   DISPLAY ' '
                                   DISPLAY 'DEVOLUCAO ' DVF-NUM
                                       ' FORNECEDOR ' DVF-FORNECEDOR
                                       ' ENCOMENDA ' DVF-NUM-ENCOMENDA
                                       ' DE ' DVF-DATA ' - '
                                       WS-DVF-DIAS ' DIAS EM ABERTO'
                               END-IF
                               ADD DVF-VALOR TO WS-DVF-PENDENTE
                               DISPLAY '  ARTIGO ' DVF-COD-ROUPA
                                   ' QNT ' DVF-QNT
                                   ' MOTIVO ' DVF-MOTIVO
                                   ' CREDITO ESPERADO ' DVF-VALOR
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEVFORN
                   MOVE SPACES TO WS-ENDOFDVF
                   DISPLAY ' '
                   DISPLAY 'DEVOLUCOES POR CREDITAR: ' WS-DVF-ACHOU
                       '  CREDITO EM FALTA: ' WS-DVF-PENDENTE
               END-IF.

           ABRIR-SPOOL.
               OPEN OUTPUT SPOOL
               IF WS-FS-SPOOL EQUAL "00"
                   MOVE 1 TO WS-SPOOL-ABERTO
               ELSE
                   MOVE 0 TO WS-SPOOL-ABERTO
                   DISPLAY ' AVISO: SPOOL NAO ABERTO - FILE STATUS: '
                       WS-FS-SPOOL
               END-IF
               MOVE SPACES TO WS-SPOOL-LINHA.

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

           MOSTRAR-SIGNIFICADO-FILE-STATUS.
               EVALUATE WS-FS-ATUAL
                   WHEN "35"
