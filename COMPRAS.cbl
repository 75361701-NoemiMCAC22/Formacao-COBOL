      *          dedutivel por taxa, opcionalmente ligadas a uma
      *          encomenda - e esta a outra metade que faltava a
      *          declaracao periodica, que so tinha o IVA liquidado
      *          das vendas; as faturas ligadas a uma encomenda sao
      *          conferidas com o encomendado, o recebido e o custo
      *          acordado antes de poderem ser pagas; cada fatura
      *          tem data de vencimento pelo prazo do fornecedor, com
      *          antiguidade de saldos e corrida de pagamentos por
      *          transferencia SEPA; as faturas de custos de
      *          importacao (frete, alfandega, manuseamento) sao
      *          imputadas as linhas recebidas das encomendas e
      *          somadas ao custo medio dos artigos em stock
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
           WS-PATH-ENCOMENDAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ENCOMENDAS.
           SELECT PAGFORN ASSIGN TO
           WS-PATH-PAGFORN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PAGFORN.
           SELECT DEVFORN ASSIGN TO
           WS-PATH-DEVFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DVF-CHAVE
           FILE STATUS IS WS-FS-DEVFORN.
           SELECT FATFORNLIN ASSIGN TO
           WS-PATH-FATFORNLIN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FATFORNLIN.
           SELECT APROVFORN ASSIGN TO
           WS-PATH-APROVFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-CHAVE
           FILE STATUS IS WS-FS-APROVFORN.
           SELECT OPERADORES ASSIGN TO
           WS-PATH-OPERADORES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-OPERADORES.
           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DATAPROC.
           SELECT TRFFORN ASSIGN TO
           WS-PATH-TRFFORN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-TRFFORN.
           SELECT AVISOPAG ASSIGN TO
           WS-PATH-AVISOPAG
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-AVISOPAG.
           SELECT INVENTARIO ASSIGN TO
           WS-PATH-INVENTARIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-ROUPA
           FILE STATUS IS WS-FS-INVENTARIO.
           SELECT MOVIMENTOS ASSIGN TO
           WS-PATH-MOVIMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-MOVIMENTOS.
           SELECT CUSTOIMP ASSIGN TO
           WS-PATH-CUSTOIMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CUSTOIMP.
           SELECT IMPUTCST ASSIGN TO
           WS-PATH-IMPUTCST
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-IMPUTCST.
           DATA DIVISION.
           FILE SECTION.
      *-----------------------
      * registo de compras: uma linha por taxa de IVA de cada fatura
      * de fornecedor, com a ligacao opcional a encomenda recebida e
      * a data de vencimento; as notas de credito do fornecedor
      * entram com base e IVA negativos; as faturas de custos de
      * importacao levam o tipo de custo ('F' frete, 'A' direitos
      * alfandegarios, 'M' manuseamento), em branco nas restantes
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

      *-----------------------
      * mestre de fornecedores e encomendas de READ_2 - os desenhos
       01 FORNECEDOR-REG.
           03 FORN-CODIGO        PIC 9(03).
           03 FORN-NOME          PIC X(30).
           03 FORN-PRAZO-PAG     PIC 9(03).
           03 FORN-IBAN          PIC X(25).

       FD ENCOMENDAS.
       01 ENCOMENDA-REG.
           03 ENC-DATA           PIC 9(08).
           03 ENC-DATA-PREVISTA  PIC 9(08).
           03 ENC-ESTADO         PIC X(01).
           03 ENC-CUSTO-ACORDADO PIC 9(05)V99.
           03 ENC-DATA-RECECAO   PIC 9(08).

      *-----------------------
      * pagamentos a fornecedores contra as faturas registadas: uma
      * fatura fica paga quando os pagamentos cobrem base mais IVA
      * de todas as suas linhas
      *-----------------------
       FD PAGFORN.
           01 PAGFORN-REG.
               03 PF-FORNECEDOR           PIC 9(03).
               03 PF-DOC                  PIC X(12).
               03 PF-DATA                 PIC 9(08).
               03 PF-VALOR                PIC 9(08)V99.

      *-----------------------
      * devolucoes a fornecedor emitidas em READ_2, a aguardar a
      * nota de credito que aqui se regista
      *-----------------------
       FD DEVFORN.
       COPY DEVFORN.

      *-----------------------
      * linhas faturadas por artigo das faturas ligadas a uma
      * encomenda, para a conferencia com o encomendado e o recebido
      *-----------------------
       FD FATFORNLIN.
           01 FATFORNLIN-REG.
               03 FL-FORNECEDOR           PIC 9(03).
               03 FL-DOC                  PIC X(12).
               03 FL-NUM-ENCOMENDA        PIC 9(06).
               03 FL-COD-ROUPA            PIC 9(05).
               03 FL-QNT                  PIC 9(03).
               03 FL-PRECO                PIC 9(05)V99.

      *-----------------------
      * resultado da conferencia de cada fatura ligada a encomenda:
      * estado 'A' aprovada para pagamento, 'B' retida, 'L' libertada
      * pelo supervisor; motivo da retencao 'Q' quantidade faturada a
      * mais, 'P' diferenca de preco, 'R' mercadoria ainda nao
      * recebida; faturas sem registo aqui (sem encomenda) pagam-se
      * como ate agora
      *-----------------------
       FD APROVFORN.
           01 APROVFORN-REG.
               03 APR-CHAVE.
                   05 APR-FORNECEDOR      PIC 9(03).
                   05 APR-DOC             PIC X(12).
               03 APR-NUM-ENCOMENDA       PIC 9(06).
               03 APR-DATA-CONFERENCIA    PIC 9(08).
               03 APR-ESTADO              PIC X(01).
               03 APR-MOTIVO              PIC X(01).
               03 APR-DIFERENCA           PIC S9(08)V99.
               03 APR-VALOR-LINHAS        PIC 9(08)V99.
               03 APR-SUPERVISOR          PIC X(08).
               03 APR-DATA-LIBERTACAO     PIC 9(08).

      *-----------------------
      * operadores, para o visto de supervisor na libertacao de
      * faturas retidas
      *-----------------------
       FD OPERADORES.
           01 OPERADOR-REG.
               03 OP-ID                   PIC X(08).
               03 OP-NOME                 PIC X(20).
               03 OP-NIVEL                PIC 9(01).

       FD DATAPROC.
           01 DATAPROC-REG.
               03 DP-DATA                 PIC 9(08).
               03 DP-ESTADO               PIC X(01).

      *-----------------------
      * ficheiro de transferencias SEPA da corrida de pagamentos a
      * entregar ao banco: cabecalho de lote, um detalhe por
      * fornecedor e trailer com os totais de controlo, como as
      * transferencias de salarios
      *-----------------------
       FD TRFFORN.
           01 TRFFORN-REG.
               03 TF-TIPO-REG             PIC X(01).
               03 TF-DADOS                PIC X(79).
           01 TRFFORN-HEADER REDEFINES TRFFORN-REG.
               03 TFH-TIPO-REG            PIC X(01).
               03 TFH-DATA-GERACAO        PIC 9(08).
               03 TFH-DATA-LIMITE         PIC 9(08).
               03 FILLER                  PIC X(63).
           01 TRFFORN-DETALHE REDEFINES TRFFORN-REG.
               03 TFD-TIPO-REG            PIC X(01).
               03 TFD-FORNECEDOR          PIC 9(03).
               03 TFD-NOME                PIC X(30).
               03 TFD-IBAN                PIC X(25).
               03 TFD-VALOR               PIC 9(07)V99.
               03 TFD-NUM-DOCS            PIC 9(03).
               03 FILLER                  PIC X(09).
           01 TRFFORN-TRAILER REDEFINES TRFFORN-REG.
               03 TFT-TIPO-REG            PIC X(01).
               03 TFT-CONTADOR            PIC 9(05).
               03 TFT-TOTAL               PIC 9(09)V99.
               03 FILLER                  PIC X(63).

      *-----------------------
      * avisos de pagamento: um bloco por fornecedor com as faturas
      * pagas pela transferencia
      *-----------------------
       FD AVISOPAG.
           01 AVISOPAG-REG                PIC X(132).

      *-----------------------
      * o inventario indexado e o diario de movimentos do READ_2 -
      * os desenhos tem de bater certo com os de la; os custos de
      * importacao entram no custo medio com um movimento 'L' sem
      * alteracao de quantidade
      *-----------------------
       FD INVENTARIO.
       01 INVENTARIO-FILE.
           03 COD-ROUPA     PIC 9(05).
           03 NOM-PRODUTO   PIC A(17).
           03 QNT-PRODUTO   PIC X(03).
           03 CAT-PRODUTO   PIC X(10).
           03 CUSTO-PRODUTO PIC 9(05)V99.
           03 CUSTO-ULTIMO  PIC 9(05)V99.

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

      *-----------------------
      * imputacao das faturas de custos de importacao: uma linha por
      * linha recebida de encomenda, com a parte imputada, a que
      * entrou no custo medio das unidades ainda em stock e a que
      * foi para o custo das vendas, e o custo medio antes e depois
      *-----------------------
       FD CUSTOIMP.
           01 CUSTOIMP-REG.
               03 CI-FORNECEDOR           PIC 9(03).
               03 CI-DOC                  PIC X(12).
               03 CI-DATA                 PIC 9(08).
               03 CI-TIPO                 PIC X(01).
               03 CI-CRITERIO             PIC X(01).
               03 CI-NUM-ENCOMENDA        PIC 9(06).
               03 CI-COD-ROUPA            PIC 9(05).
               03 CI-QNT-RECEBIDA         PIC 9(05).
               03 CI-VALOR-RECEBIDO       PIC 9(08)V99.
               03 CI-VALOR-IMPUTADO       PIC 9(08)V99.
               03 CI-QNT-STOCK            PIC 9(05).
               03 CI-VALOR-STOCK          PIC 9(08)V99.
               03 CI-VALOR-VENDIDO        PIC 9(08)V99.
               03 CI-CUSTO-ANTERIOR       PIC 9(05)V99.
               03 CI-CUSTO-NOVO           PIC 9(05)V99.

      *-----------------------
      * relatorio de imputacao de custos de importacao do mes, para
      * a contabilidade
      *-----------------------
       FD IMPUTCST.
           01 IMPUTCST-REG                PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-PATH-COMPRAS          PIC X(100).
       77 WS-PATH-FORNECEDORES     PIC X(100).
       77 WS-FS-COMPRAS            PIC XX.
       77 WS-FS-FORNECEDORES       PIC XX.
       77 WS-FS-ENCOMENDAS         PIC XX.
       77 WS-PATH-PAGFORN          PIC X(100).
       77 WS-FS-PAGFORN            PIC XX.
       77 WS-DOC-ACHADO            PIC 9.
       77 WS-DOC-TOTAL             PIC S9(08)V99.
       77 WS-DOC-PAGO              PIC 9(08)V99.
       77 WS-DOC-SALDO             PIC S9(08)V99.
       77 WS-PAG-DATA              PIC 9(08).
       77 WS-PAG-VALOR             PIC 9(08)V99.
       77 OPCAO                    PIC 99.
       77 WS-ENDOFF                PIC X(01) VALUE SPACES.
       77 WS-FORN-PROCURA          PIC 9(03).
       77 WS-FORN-EXISTE           PIC 9.
       77 WS-DOC                   PIC X(12).
       77 WS-DATA-DOC              PIC 9(08).
       77 WS-MAIS-TAXAS            PIC X(01).
       77 WS-PATH-DEVFORN          PIC X(100).
       77 WS-FS-DEVFORN            PIC XX.
       77 WS-ENDOFDVF              PIC X(01) VALUE SPACES.
       77 WS-DVF-PROCURA           PIC 9(06).
       77 WS-DVF-ACHADAS           PIC 9(03).
       77 WS-DVF-ENC               PIC 9(06).
       77 WS-DVF-ESPERADO          PIC 9(08)V99.
       77 WS-DVF-DIFERENCA         PIC S9(08)V99.
       77 WS-NC-BASE-LINHA         PIC 9(07)V99.
       77 WS-NC-BASE               PIC 9(08)V99.
       77 WS-NC-LINHAS             PIC 9(03).
       77 WS-PATH-FATFORNLIN       PIC X(100).
       77 WS-FS-FATFORNLIN         PIC XX.
       77 WS-PATH-APROVFORN        PIC X(100).
       77 WS-FS-APROVFORN          PIC XX.
       77 WS-PATH-OPERADORES       PIC X(100).
       77 WS-FS-OPERADORES         PIC XX.
       77 WS-ENDOFOP               PIC X(01) VALUE SPACES.
       77 WS-OP-PROCURA            PIC X(08).
       77 WS-OP-NIVEL              PIC 9(01).
       77 WS-VISTO-OK              PIC 9.
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-FS-DATAPROC           PIC XX.
       77 WS-DATA-PROCESSAMENTO    PIC 9(08).
       77 WS-TOLERANCIA-ENV        PIC X(03).
       77 WS-TOLERANCIA            PIC 9(03) VALUE 2.
       77 WS-DOC-BASE              PIC S9(08)V99.
       77 WS-FL-COD                PIC 9(05).
       77 WS-FL-FATURADO           PIC 9(05).
       77 WS-FL-EXCESSO            PIC 9(05).
       77 WS-FL-VALOR              PIC 9(08)V99.
       77 WS-FL-DESVIO             PIC S9(08)V99.
       77 WS-FL-ABS                PIC 9(08)V99.
       77 WS-FL-LIMITE             PIC 9(08)V99.
       77 WS-FL-MOTIVO             PIC X(01).
       77 WS-FL-DIFERENCA          PIC S9(08)V99.
       77 WS-ENC-ACHOU             PIC 9.
       77 WS-ENC-QNT               PIC 9(05).
       77 WS-ENC-RECEBIDA          PIC 9(05).
       77 WS-ENC-CUSTO             PIC 9(05)V99.
       77 WS-APR-EXISTE            PIC 9.
       77 WS-APR-ESTADO            PIC X(01).
       77 WS-APR-MOTIVO            PIC X(01).
       77 WS-APR-DIFERENCA         PIC S9(08)V99.
       77 WS-ENDOFAPR              PIC X(01) VALUE SPACES.
       77 WS-APR-LISTADAS          PIC 9(03).
       77 WS-APR-APROVADAS         PIC 9(03).
       77 WS-DESC-MOTIVO           PIC X(30).
       77 WS-NUM-FL                PIC 9(03).
       77 WS-IDX-FL                PIC 9(03).
           01 WS-TAB-FL.
               03 WS-TFL-ENTRY OCCURS 50 TIMES.
                   05 WS-TFL-COD          PIC 9(05).
                   05 WS-TFL-QNT          PIC 9(03).
                   05 WS-TFL-PRECO        PIC 9(05)V99.
       77 WS-NUM-BLOQ              PIC 9(03).
       77 WS-IDX-BLOQ              PIC 9(03).
           01 WS-TAB-BLOQ.
               03 WS-TBQ-ENTRY OCCURS 200 TIMES.
                   05 WS-TBQ-FORNECEDOR   PIC 9(03).
                   05 WS-TBQ-DOC          PIC X(12).
                   05 WS-TBQ-ENCOMENDA    PIC 9(06).
       77 WS-FORN-PRAZO            PIC 9(03).
       77 WS-FORN-IBAN             PIC X(25).
       77 WS-DATA-VENC             PIC 9(08).
       77 WS-VENC-ANO              PIC 9(04).
       77 WS-VENC-MES              PIC 9(02).
       77 WS-VENC-DIA              PIC 9(05).
       77 WS-VENC-DIAS-MES         PIC 9(02).
       77 WS-PATH-TRFFORN          PIC X(100).
       77 WS-FS-TRFFORN            PIC XX.
       77 WS-PATH-AVISOPAG         PIC X(100).
       77 WS-FS-AVISOPAG           PIC XX.
       77 WS-PAG-LIMITE            PIC 9(08).
       77 WS-CONFIRMA              PIC X(01).
       77 WS-PRP-CONTADOR          PIC 9(05).
       77 WS-PRP-TOTAL             PIC 9(09)V99.
       77 WS-PRP-RETIDAS           PIC 9(03).
       77 WS-PRP-SEM-IBAN          PIC 9(03).
       77 WS-NUM-FAB               PIC 9(03).
       77 WS-IDX-FAB               PIC 9(03).
       77 WS-IDX-FAB2              PIC 9(03).
       77 WS-FAB-POS               PIC 9(03).
           01 WS-TAB-FAB.
               03 WS-FAB-ENTRY OCCURS 500 TIMES.
                   05 WS-FAB-FORNECEDOR   PIC 9(03).
                   05 WS-FAB-DOC          PIC X(12).
                   05 WS-FAB-DATA         PIC 9(08).
                   05 WS-FAB-VENC         PIC 9(08).
                   05 WS-FAB-TOTAL        PIC S9(08)V99.
                   05 WS-FAB-PAGO         PIC 9(08)V99.
                   05 WS-FAB-SALDO        PIC S9(08)V99.
                   05 WS-FAB-MARCA        PIC X(01).
       77 WS-NUM-FPR               PIC 9(03).
       77 WS-IDX-FPR               PIC 9(03).
       77 WS-FPR-POS               PIC 9(03).
           01 WS-TAB-FPR.
               03 WS-FPR-ENTRY OCCURS 100 TIMES.
                   05 WS-FPR-FORNECEDOR   PIC 9(03).
                   05 WS-FPR-NOME         PIC X(30).
                   05 WS-FPR-IBAN         PIC X(25).
                   05 WS-FPR-TOTAL        PIC 9(09)V99.
                   05 WS-FPR-NUM-DOCS     PIC 9(03).
       77 WS-DIAS-HOJE             PIC 9(07).
       77 WS-DIAS-ATRASO           PIC S9(07).
       77 WS-FORN-CORRENTE         PIC S9(09)V99.
       77 WS-FORN-ATE-30           PIC S9(09)V99.
       77 WS-FORN-ATE-60           PIC S9(09)V99.
       77 WS-FORN-ATE-90           PIC S9(09)V99.
       77 WS-FORN-MAIS-90          PIC S9(09)V99.
       77 WS-TOT-CORRENTE          PIC S9(09)V99.
       77 WS-TOT-ATE-30            PIC S9(09)V99.
       77 WS-TOT-ATE-60            PIC S9(09)V99.
       77 WS-TOT-ATE-90            PIC S9(09)V99.
       77 WS-TOT-MAIS-90           PIC S9(09)V99.
       77 WS-TOT-EM-ABERTO         PIC S9(09)V99.
           01 WS-CONV-DATA.
               03 WS-CONV-ANO           PIC 9(04).
               03 WS-CONV-MES           PIC 9(02).
               03 WS-CONV-DIA           PIC 9(02).
       77 WS-CONV-DIAS              PIC 9(07).
       77 WS-CONV-ANOS-COMPLETOS    PIC 9(04).
       77 WS-CONV-QUOC-4            PIC 9(04).
       77 WS-CONV-QUOC-100          PIC 9(04).
       77 WS-CONV-QUOC-400          PIC 9(04).
       77 WS-CONV-BISSEXTO          PIC 9(04).
       77 WS-CONV-QUOC-BISSEXTO     PIC 9(04).
           01 WS-AVP-CAB.
               03 FILLER                  PIC X(20)
                   VALUE 'AVISO DE PAGAMENTO  '.
               03 FILLER                  PIC X(06) VALUE 'DATA: '.
               03 WS-AVP-DATA             PIC 9(08).
           01 WS-AVP-FORN.
               03 FILLER                  PIC X(12)
                   VALUE 'FORNECEDOR: '.
               03 WS-AVP-FORNECEDOR       PIC 9(03).
               03 FILLER                  PIC X(01) VALUE SPACE.
               03 WS-AVP-NOME             PIC X(30).
               03 FILLER                  PIC X(08) VALUE '  IBAN: '.
               03 WS-AVP-IBAN             PIC X(25).
           01 WS-AVP-DET.
               03 FILLER                  PIC X(14)
                   VALUE '   DOCUMENTO '.
               03 WS-AVP-DOC              PIC X(12).
               03 FILLER                  PIC X(07) VALUE '  DATA '.
               03 WS-AVP-DATA-DOC         PIC 9(08).
               03 FILLER                  PIC X(13)
                   VALUE '  VENCIMENTO '.
               03 WS-AVP-VENC             PIC 9(08).
               03 FILLER                  PIC X(08) VALUE '  VALOR '.
               03 WS-AVP-VALOR            PIC Z.ZZZ.ZZ9,99.
           01 WS-AVP-TOT.
               03 FILLER                  PIC X(22)
                   VALUE '   TOTAL TRANSFERIDO: '.
               03 WS-AVP-TOTAL            PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                  PIC X(14)
                   VALUE '  DOCUMENTOS: '.
               03 WS-AVP-NUM-DOCS         PIC ZZ9.
       77 WS-PATH-INVENTARIO       PIC X(100).
       77 WS-FS-INVENTARIO         PIC XX.
       77 WS-PATH-MOVIMENTOS       PIC X(100).
       77 WS-FS-MOVIMENTOS         PIC XX.
       77 WS-PATH-CUSTOIMP         PIC X(100).
       77 WS-FS-CUSTOIMP           PIC XX.
       77 WS-PATH-IMPUTCST         PIC X(100).
       77 WS-FS-IMPUTCST           PIC XX.
       77 WS-CI-TIPO               PIC X(01).
       77 WS-CI-CRITERIO           PIC X(01).
       77 WS-CI-ENC                PIC 9(06).
       77 WS-CI-ACHADAS            PIC 9(03).
       77 WS-CI-BASE               PIC 9(08)V99.
       77 WS-CI-PESO-TOTAL         PIC 9(10)V99.
       77 WS-CI-ACUMULADO          PIC 9(08)V99.
       77 WS-CI-QNT-INV            PIC 9(03).
       77 WS-CI-STOCK              PIC 9(05).
       77 WS-CI-CUSTO-NOVO         PIC 9(07)V99.
       77 WS-CI-ANOMES             PIC 9(06).
       77 WS-CI-DOCS               PIC 9(03).
       77 WS-CI-DOC-IMPUTADO       PIC 9(08)V99.
       77 WS-CI-DOC-STOCK          PIC 9(08)V99.
       77 WS-CI-DOC-VENDIDO        PIC 9(08)V99.
       77 WS-CI-TOT-IMPUTADO       PIC 9(09)V99.
       77 WS-CI-TOT-STOCK          PIC 9(09)V99.
       77 WS-CI-TOT-VENDIDO        PIC 9(09)V99.
       77 WS-CI-CHAVE-ANT          PIC X(15).
           01 WS-CI-CHAVE.
               03 WS-CI-CHAVE-FORN        PIC 9(03).
               03 WS-CI-CHAVE-DOC         PIC X(12).
       77 WS-NUM-CI                PIC 9(03).
       77 WS-IDX-CI                PIC 9(03).
           01 WS-TAB-CI.
               03 WS-TCI-ENTRY OCCURS 100 TIMES.
                   05 WS-TCI-ENCOMENDA    PIC 9(06).
                   05 WS-TCI-COD          PIC 9(05).
                   05 WS-TCI-QNT          PIC 9(05).
                   05 WS-TCI-VALOR        PIC 9(08)V99.
                   05 WS-TCI-IMPUTADO     PIC 9(08)V99.
           01 WS-ICT-CAB.
               03 FILLER                  PIC X(40)
                   VALUE 'IMPUTACAO DE CUSTOS DE IMPORTACAO - MES '.
               03 WS-ICT-ANOMES           PIC 9(06).
               03 FILLER                  PIC X(13)
                   VALUE '  EMITIDO EM '.
               03 WS-ICT-EMISSAO          PIC 9(08).
           01 WS-ICT-DOC-CAB.
               03 FILLER                  PIC X(07) VALUE 'FATURA '.
               03 WS-ICT-FORNECEDOR       PIC 9(03).
               03 FILLER                  PIC X(01) VALUE SPACE.
               03 WS-ICT-NOME             PIC X(30).
               03 FILLER                  PIC X(06) VALUE '  DOC '.
               03 WS-ICT-DOC              PIC X(12).
               03 FILLER                  PIC X(07) VALUE '  DATA '.
               03 WS-ICT-DATA             PIC 9(08).
               03 FILLER                  PIC X(08) VALUE '  CUSTO '.
               03 WS-ICT-TIPO             PIC X(16).
               03 FILLER                  PIC X(16)
                   VALUE '  IMPUTACAO POR '.
               03 WS-ICT-CRITERIO         PIC X(10).
           01 WS-ICT-COLUNAS.
               03 FILLER                  PIC X(40)
                   VALUE '  ENCOM.  ARTIG  RECEB.   VALOR RECEB.  '.
               03 FILLER                  PIC X(40)
                   VALUE '     IMPUTADO   STOCK       NO STOCK    '.
               03 FILLER                  PIC X(33)
                   VALUE ' NAS VENDAS  CUSTO ANT    C. NOVO'.
           01 WS-ICT-DET.
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-ENCOMENDA        PIC 9(06).
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-ARTIGO           PIC 9(05).
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-QNT-REC          PIC ZZ.ZZ9.
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-VALOR-REC        PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-IMPUTADO         PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-QNT-STK          PIC ZZ.ZZ9.
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-STOCK            PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-VENDIDO          PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-CUSTO-ANT        PIC ZZ.ZZ9,99.
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-CUSTO-NOVO       PIC ZZ.ZZ9,99.
           01 WS-ICT-DOC-TOT.
               03 FILLER                  PIC X(40)
                   VALUE '  TOTAL DA FATURA'.
               03 WS-ICT-DOC-IMP          PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                  PIC X(10) VALUE SPACES.
               03 WS-ICT-DOC-STK          PIC ZZ.ZZZ.ZZ9,99.
               03 FILLER                  PIC X(02) VALUE SPACES.
               03 WS-ICT-DOC-VND          PIC ZZ.ZZZ.ZZ9,99.
           01 WS-ICT-TOT.
               03 FILLER                  PIC X(11) VALUE '  FATURAS: '.
               03 WS-ICT-NUM-DOCS         PIC ZZ9.
               03 FILLER                  PIC X(25)
                   VALUE '  TOTAL DO MES'.
               03 WS-ICT-TOTAL-IMP        PIC ZZZ.ZZZ.ZZ9,99.
               03 FILLER                  PIC X(09) VALUE SPACES.
               03 WS-ICT-TOTAL-STK        PIC ZZZ.ZZZ.ZZ9,99.
               03 FILLER                  PIC X(01) VALUE SPACES.
               03 WS-ICT-TOTAL-VND        PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           IF WS-PATH-ENCOMENDAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/encom.txt'
                   TO WS-PATH-ENCOMENDAS
           END-IF
           ACCEPT WS-PATH-PAGFORN FROM ENVIRONMENT "PAGFORN_PATH"
           IF WS-PATH-PAGFORN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/pagforn.txt'
                   TO WS-PATH-PAGFORN
           END-IF
           ACCEPT WS-PATH-DEVFORN FROM ENVIRONMENT "DEVFORN_PATH"
           IF WS-PATH-DEVFORN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/devforn.txt'
                   TO WS-PATH-DEVFORN
           END-IF
           ACCEPT WS-PATH-FATFORNLIN FROM ENVIRONMENT
               "FATFORNLIN_PATH"
           IF WS-PATH-FATFORNLIN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/fatfornlin.txt'
                   TO WS-PATH-FATFORNLIN
           END-IF
           ACCEPT WS-PATH-APROVFORN FROM ENVIRONMENT
               "APROVFORN_PATH"
           IF WS-PATH-APROVFORN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/aprovforn.txt'
                   TO WS-PATH-APROVFORN
           END-IF
           ACCEPT WS-PATH-OPERADORES FROM ENVIRONMENT
               "OPERADORES_PATH"
           IF WS-PATH-OPERADORES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/OPERADORES.txt'
                   TO WS-PATH-OPERADORES
           END-IF
      *    tolerancia da conferencia de faturas, em percentagem do
      *    custo acordado e do valor das linhas
           ACCEPT WS-TOLERANCIA-ENV
               FROM ENVIRONMENT "COMPRAS_TOLERANCIA_CONFERENCIA"
           IF WS-TOLERANCIA-ENV NOT EQUAL SPACES
               MOVE WS-TOLERANCIA-ENV TO WS-TOLERANCIA
           END-IF
           ACCEPT WS-PATH-TRFFORN FROM ENVIRONMENT "TRFFORN_PATH"
           IF WS-PATH-TRFFORN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/trfforn.txt'
                   TO WS-PATH-TRFFORN
           END-IF
           ACCEPT WS-PATH-AVISOPAG FROM ENVIRONMENT "AVISOPAG_PATH"
           IF WS-PATH-AVISOPAG EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/avisopag.txt'
                   TO WS-PATH-AVISOPAG
           END-IF
           ACCEPT WS-PATH-INVENTARIO FROM ENVIRONMENT
               "INVENTARIO_PATH"
           IF WS-PATH-INVENTARIO EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/inventario.txt'
                   TO WS-PATH-INVENTARIO
           END-IF
           ACCEPT WS-PATH-MOVIMENTOS FROM ENVIRONMENT
               "MOVIMENTOS_PATH"
           IF WS-PATH-MOVIMENTOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/movim.txt'
                   TO WS-PATH-MOVIMENTOS
           END-IF
           ACCEPT WS-PATH-CUSTOIMP FROM ENVIRONMENT "CUSTOIMP_PATH"
           IF WS-PATH-CUSTOIMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/custoimp.txt'
                   TO WS-PATH-CUSTOIMP
           END-IF
           ACCEPT WS-PATH-IMPUTCST FROM ENVIRONMENT "IMPUTCST_PATH"
           IF WS-PATH-IMPUTCST EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/imputcst.txt'
                   TO WS-PATH-IMPUTCST
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       INICIO.
           DISPLAY "--------------------------------"
           DISPLAY " 1 - REGISTAR FATURA DE FORNECEDOR"
           DISPLAY " 2 - LISTAR COMPRAS"
           DISPLAY " 3 - FINALIZAR"
           DISPLAY " 4 - REGISTAR PAGAMENTO A FORNECEDOR"
           DISPLAY " 5 - REGISTAR NOTA DE CREDITO DE FORNECEDOR"
           DISPLAY " 6 - RECONFERIR FATURAS RETIDAS"
           DISPLAY " 7 - LISTAR FATURAS RETIDAS"
           DISPLAY " 8 - LIBERTAR FATURA RETIDA (SUPERVISOR)"
           DISPLAY " 9 - ANTIGUIDADE DE SALDOS A FORNECEDORES"
           DISPLAY " 0 - CORRIDA DE PAGAMENTOS (SUPERVISOR)"
           DISPLAY "10 - FATURA DE CUSTOS DE IMPORTACAO"
           DISPLAY "11 - RELATORIO DE IMPUTACAO DE CUSTOS"
           ACCEPT OPCAO
           DISPLAY "---------------------------------"

               IF OPCAO = 3
               PERFORM STOP_PROGRAMA.

               IF OPCAO = 4
               PERFORM REGISTAR-PAGAMENTO-FORNECEDOR
                   THRU REGISTAR-PAGAMENTO-FORNECEDOR-FIM.

               IF OPCAO = 5
               PERFORM REGISTAR-NOTA-CREDITO
                   THRU REGISTAR-NOTA-CREDITO-FIM.

               IF OPCAO = 6
               PERFORM RECONFERIR-RETIDAS.

               IF OPCAO = 7
               PERFORM LISTAR-RETIDAS.

               IF OPCAO = 8
               PERFORM LIBERTAR-FATURA
                   THRU LIBERTAR-FATURA-FIM.

               IF OPCAO = 9
               PERFORM RELATORIO-ANTIGUIDADE-FORN.

               IF OPCAO = 0
               PERFORM CORRIDA-PAGAMENTOS
                   THRU CORRIDA-PAGAMENTOS-FIM.

               IF OPCAO = 10
               PERFORM REGISTAR-CUSTO-IMPORTACAO
                   THRU REGISTAR-CUSTO-IMPORTACAO-FIM.

               IF OPCAO = 11
               PERFORM RELATORIO-CUSTOS-IMPORTACAO.

           GO TO INICIO.

       STOP_PROGRAMA.

      *-----------------------
      * regista uma fatura de fornecedor: fornecedor validado no
      * mestre, vencimento pelo prazo de pagamento do fornecedor,
      * ligacao opcional a encomenda, e uma linha por taxa
      * de IVA com a base e o IVA dedutivel; ligada a encomenda,
      * pedem-se as linhas faturadas por artigo e a fatura e
      * conferida
      *-----------------------
       REGISTAR-FATURA-FORNECEDOR.
           DISPLAY '-------//FATURA DE FORNECEDOR//-------'
           ACCEPT WS-DOC
           DISPLAY 'DATA DO DOCUMENTO (AAAAMMDD): '
           ACCEPT WS-DATA-DOC
           PERFORM CALCULAR-VENCIMENTO
           DISPLAY 'VENCIMENTO A ' WS-FORN-PRAZO ' DIAS: ' WS-DATA-VENC
           DISPLAY 'NUMERO DE ENCOMENDA (0 SE NENHUMA): '
           ACCEPT WS-ENC-PROCURA
           IF WS-ENC-PROCURA NOT EQUAL ZEROS
               MOVE WS-DOC TO CP-DOC
               MOVE WS-DATA-DOC TO CP-DATA
               MOVE WS-ENC-PROCURA TO CP-NUM-ENCOMENDA
               MOVE WS-DATA-VENC TO CP-DATA-VENCIMENTO
               MOVE SPACES TO CP-CUSTO-IMPORTACAO
               DISPLAY 'TAXA DE IVA (0/6/13/23): '
               ACCEPT CP-TAXA
               PERFORM UNTIL CP-TAXA = 0 OR CP-TAXA = 6
               DISPLAY 'MAIS TAXAS NESTE DOCUMENTO (S/N)? '
               ACCEPT WS-MAIS-TAXAS
           END-PERFORM
           CLOSE COMPRAS

           IF WS-ENC-PROCURA NOT EQUAL ZEROS
               PERFORM REGISTAR-LINHAS-FATURADAS
               PERFORM CONFERIR-FATURA
           END-IF.

       REGISTAR-FATURA-FORNECEDOR-FIM.
           EXIT.
       VALIDAR-FORNECEDOR.
           MOVE 0 TO WS-FORN-EXISTE
           MOVE SPACES TO WS-FORN-NOME
           MOVE ZEROS TO WS-FORN-PRAZO
           MOVE SPACES TO WS-FORN-IBAN
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORNECEDORES EQUAL "00"
                       IF FORN-CODIGO EQUAL WS-FORN-PROCURA
                           MOVE 1 TO WS-FORN-EXISTE
                           MOVE FORN-NOME TO WS-FORN-NOME
                           IF FORN-PRAZO-PAG IS NUMERIC
                               MOVE FORN-PRAZO-PAG TO WS-FORN-PRAZO
                           END-IF
                           MOVE FORN-IBAN TO WS-FORN-IBAN
                       END-IF
                   END-READ
               END-PERFORM
                           ' BASE: ' CP-BASE
                           ' IVA: ' CP-IVA
                           ' ENCOMENDA: ' CP-NUM-ENCOMENDA
                           ' VENCIMENTO: ' CP-DATA-VENCIMENTO
                           ' CUSTO IMPORT.: ' CP-CUSTO-IMPORTACAO
                   END-READ
               END-PERFORM
               CLOSE COMPRAS
               MOVE SPACES TO WS-ENDOFF
           END-IF.

      *-----------------------
      * pagamento (total ou parcial) de uma fatura de fornecedor ja
      * registada: o valor nao pode passar o que falta pagar
      *-----------------------
       REGISTAR-PAGAMENTO-FORNECEDOR.
           DISPLAY '-------//PAGAMENTO A FORNECEDOR//-------'
           DISPLAY 'CODIGO DO FORNECEDOR: '
           ACCEPT WS-FORN-PROCURA
           PERFORM VALIDAR-FORNECEDOR
           IF WS-FORN-EXISTE EQUAL 0
               DISPLAY '*** FORNECEDOR ' WS-FORN-PROCURA ' NAO '
                   'EXISTE NO MESTRE ***'
               GO TO REGISTAR-PAGAMENTO-FORNECEDOR-FIM
           END-IF
           DISPLAY 'FORNECEDOR: ' WS-FORN-NOME
           DISPLAY 'NUMERO DO DOCUMENTO: '
           ACCEPT WS-DOC
           PERFORM SOMAR-DOC-FORNECEDOR
           IF WS-DOC-ACHADO EQUAL 0
               DISPLAY '*** DOCUMENTO ' WS-DOC ' NAO REGISTADO PARA '
                   'ESTE FORNECEDOR ***'
               GO TO REGISTAR-PAGAMENTO-FORNECEDOR-FIM
           END-IF
           PERFORM LER-APROVACAO
           IF WS-APR-EXISTE EQUAL 1
            AND WS-APR-ESTADO EQUAL 'B'
               PERFORM DESCREVER-MOTIVO
               DISPLAY '*** FATURA RETIDA NA CONFERENCIA: '
                   WS-DESC-MOTIVO ' ***'
               DISPLAY '*** SO PODE SER PAGA DEPOIS DE LIBERTADA PELO '
                   'SUPERVISOR ***'
               GO TO REGISTAR-PAGAMENTO-FORNECEDOR-FIM
           END-IF
           PERFORM SOMAR-PAGAMENTOS-DOC
           COMPUTE WS-DOC-SALDO = WS-DOC-TOTAL - WS-DOC-PAGO
           DISPLAY 'TOTAL DO DOCUMENTO: ' WS-DOC-TOTAL
               '  JA PAGO: ' WS-DOC-PAGO '  POR PAGAR: ' WS-DOC-SALDO
           IF WS-DOC-SALDO <= ZEROS
               DISPLAY '*** DOCUMENTO JA PAGO ***'
               GO TO REGISTAR-PAGAMENTO-FORNECEDOR-FIM
           END-IF
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD): '
           ACCEPT WS-PAG-DATA
           DISPLAY 'VALOR PAGO: '
           ACCEPT WS-PAG-VALOR
           PERFORM UNTIL WS-PAG-VALOR > ZEROS
                     AND WS-PAG-VALOR <= WS-DOC-SALDO
               DISPLAY 'VALOR INVALIDO (MAIOR QUE ZERO E ATE '
                   WS-DOC-SALDO '): '
               ACCEPT WS-PAG-VALOR
           END-PERFORM

           OPEN EXTEND PAGFORN
           IF WS-FS-PAGFORN EQUAL "35"
               OPEN OUTPUT PAGFORN
           END-IF
           IF WS-FS-PAGFORN NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR PAGFORN - FILE STATUS: '
                   WS-FS-PAGFORN
               GO TO REGISTAR-PAGAMENTO-FORNECEDOR-FIM
           END-IF
           MOVE WS-FORN-PROCURA TO PF-FORNECEDOR
           MOVE WS-DOC TO PF-DOC
           MOVE WS-PAG-DATA TO PF-DATA
           MOVE WS-PAG-VALOR TO PF-VALOR
           WRITE PAGFORN-REG
           CLOSE PAGFORN
           COMPUTE WS-DOC-SALDO = WS-DOC-SALDO - WS-PAG-VALOR
           IF WS-DOC-SALDO <= ZEROS
               DISPLAY 'PAGAMENTO REGISTADO - DOCUMENTO PAGO'
           ELSE
               DISPLAY 'PAGAMENTO REGISTADO - POR PAGAR: '
                   WS-DOC-SALDO
           END-IF.

       REGISTAR-PAGAMENTO-FORNECEDOR-FIM.
           EXIT.

      *-----------------------
      * total (base mais IVA) e base das linhas do documento WS-DOC
      * do fornecedor WS-FORN-PROCURA
      *-----------------------
       SOMAR-DOC-FORNECEDOR.
           MOVE 0 TO WS-DOC-ACHADO
           MOVE ZEROS TO WS-DOC-TOTAL
           MOVE ZEROS TO WS-DOC-BASE
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT COMPRAS
           IF WS-FS-COMPRAS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ COMPRAS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF CP-FORNECEDOR EQUAL WS-FORN-PROCURA
                        AND CP-DOC EQUAL WS-DOC
                           MOVE 1 TO WS-DOC-ACHADO
                           ADD CP-BASE TO WS-DOC-TOTAL
                           ADD CP-IVA TO WS-DOC-TOTAL
                           ADD CP-BASE TO WS-DOC-BASE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPRAS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       SOMAR-PAGAMENTOS-DOC.
           MOVE ZEROS TO WS-DOC-PAGO
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT PAGFORN
           IF WS-FS-PAGFORN EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ PAGFORN
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF PF-FORNECEDOR EQUAL WS-FORN-PROCURA
                        AND PF-DOC EQUAL WS-DOC
                           ADD PF-VALOR TO WS-DOC-PAGO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGFORN
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * nota de credito de um fornecedor: entra em COMPRAS com base
      * e IVA negativos (abate ao IVA dedutivel e ao que se deve ao
      * fornecedor) e, quando responde a uma devolucao emitida em
      * READ_2, fecha o credito esperado dessa devolucao
      *-----------------------
       REGISTAR-NOTA-CREDITO.
           DISPLAY '-------//NOTA DE CREDITO DE FORNECEDOR//-------'
           DISPLAY 'CODIGO DO FORNECEDOR: '
           ACCEPT WS-FORN-PROCURA
           PERFORM VALIDAR-FORNECEDOR
           IF WS-FORN-EXISTE EQUAL 0
               DISPLAY '*** FORNECEDOR ' WS-FORN-PROCURA ' NAO '
                   'EXISTE NO MESTRE ***'
               GO TO REGISTAR-NOTA-CREDITO-FIM
           END-IF
           DISPLAY 'FORNECEDOR: ' WS-FORN-NOME
           DISPLAY 'NUMERO DA NOTA DE CREDITO: '
           ACCEPT WS-DOC
           PERFORM SOMAR-DOC-FORNECEDOR
           IF WS-DOC-ACHADO EQUAL 1
               DISPLAY '*** DOCUMENTO ' WS-DOC ' JA REGISTADO PARA '
                   'ESTE FORNECEDOR ***'
               GO TO REGISTAR-NOTA-CREDITO-FIM
           END-IF
           DISPLAY 'DATA DO DOCUMENTO (AAAAMMDD): '
           ACCEPT WS-DATA-DOC

           PERFORM LISTAR-DEVOLUCOES-ABERTAS
           DISPLAY 'DEVOLUCAO A QUE RESPONDE (0 SE NENHUMA): '
           ACCEPT WS-DVF-PROCURA
           MOVE ZEROS TO WS-DVF-ENC
           MOVE ZEROS TO WS-DVF-ESPERADO
           IF WS-DVF-PROCURA NOT EQUAL ZEROS
               PERFORM SOMAR-DEVOLUCAO
               IF WS-DVF-ACHADAS EQUAL ZEROS
                   DISPLAY '*** DEVOLUCAO ' WS-DVF-PROCURA ' SEM '
                       'LINHAS A AGUARDAR CREDITO DESTE FORNECEDOR '
                       '***'
                   GO TO REGISTAR-NOTA-CREDITO-FIM
               END-IF
               DISPLAY 'CREDITO ESPERADO (SEM IVA): ' WS-DVF-ESPERADO
           END-IF

           OPEN EXTEND COMPRAS
           IF WS-FS-COMPRAS EQUAL "35"
               OPEN OUTPUT COMPRAS
           END-IF
           IF WS-FS-COMPRAS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR COMPRAS - FILE STATUS: '
                   WS-FS-COMPRAS
               GO TO REGISTAR-NOTA-CREDITO-FIM
           END-IF

           MOVE ZEROS TO WS-NC-BASE
           MOVE ZEROS TO WS-NC-LINHAS
           MOVE 'S' TO WS-MAIS-TAXAS
           PERFORM UNTIL WS-MAIS-TAXAS NOT EQUAL 'S'
               MOVE WS-FORN-PROCURA TO CP-FORNECEDOR
               MOVE WS-DOC TO CP-DOC
               MOVE WS-DATA-DOC TO CP-DATA
               MOVE WS-DVF-ENC TO CP-NUM-ENCOMENDA
               MOVE WS-DATA-DOC TO CP-DATA-VENCIMENTO
               MOVE SPACES TO CP-CUSTO-IMPORTACAO
               DISPLAY 'TAXA DE IVA (0/6/13/23): '
               ACCEPT CP-TAXA
               PERFORM UNTIL CP-TAXA = 0 OR CP-TAXA = 6
                          OR CP-TAXA = 13 OR CP-TAXA = 23
                   DISPLAY 'TAXA INVALIDA. VALORES ACEITES: '
                       '0/6/13/23'
                   DISPLAY 'TAXA DE IVA: '
                   ACCEPT CP-TAXA
               END-PERFORM
               DISPLAY 'BASE CREDITADA A ESTA TAXA: '
               ACCEPT WS-NC-BASE-LINHA
               COMPUTE CP-BASE = ZERO - WS-NC-BASE-LINHA
               COMPUTE CP-IVA = ZERO -
                   ((WS-NC-BASE-LINHA * CP-TAXA) / 100)
               DISPLAY 'IVA A REGULARIZAR: ' CP-IVA
               WRITE COMPRA-REG
               IF WS-FS-COMPRAS NOT EQUAL "00"
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR A LINHA'
                   DISPLAY 'FILE STATUS: ' WS-FS-COMPRAS
               ELSE
                   DISPLAY 'LINHA DA NOTA DE CREDITO REGISTADA'
                   ADD WS-NC-BASE-LINHA TO WS-NC-BASE
                   ADD 1 TO WS-NC-LINHAS
               END-IF
               DISPLAY 'MAIS TAXAS NESTE DOCUMENTO (S/N)? '
               ACCEPT WS-MAIS-TAXAS
           END-PERFORM
           CLOSE COMPRAS

           IF WS-DVF-PROCURA NOT EQUAL ZEROS
            AND WS-NC-LINHAS > ZEROS
               COMPUTE WS-DVF-DIFERENCA =
                   WS-NC-BASE - WS-DVF-ESPERADO
               IF WS-DVF-DIFERENCA NOT EQUAL ZEROS
                   DISPLAY '*** ATENCAO: CREDITADO ' WS-NC-BASE
                       ' PARA ' WS-DVF-ESPERADO ' ESPERADOS - '
                       'DIFERENCA ' WS-DVF-DIFERENCA ' ***'
               END-IF
               PERFORM MARCAR-DEVOLUCAO-CREDITADA
           END-IF.

       REGISTAR-NOTA-CREDITO-FIM.
           EXIT.

      *-----------------------
      * devolucoes do fornecedor WS-FORN-PROCURA ainda a aguardar
      * a nota de credito, para o operador escolher a que responde
      *-----------------------
       LISTAR-DEVOLUCOES-ABERTAS.
           MOVE SPACES TO WS-ENDOFDVF
           OPEN INPUT DEVFORN
           IF WS-FS-DEVFORN EQUAL "00"
               DISPLAY 'DEVOLUCOES A AGUARDAR CREDITO:'
               PERFORM UNTIL WS-ENDOFDVF = 'F'
                   READ DEVFORN NEXT RECORD
                   AT END MOVE 'F' TO WS-ENDOFDVF
                   NOT AT END
                       IF DVF-FORNECEDOR EQUAL WS-FORN-PROCURA
                        AND DVF-ESTADO EQUAL 'A'
                           DISPLAY '  DEVOLUCAO ' DVF-NUM '/'
                               DVF-LINHA ' DE ' DVF-DATA
                               ' ENCOMENDA ' DVF-NUM-ENCOMENDA
                               ' ARTIGO ' DVF-COD-ROUPA
                               ' QNT ' DVF-QNT
                               ' CREDITO ESPERADO ' DVF-VALOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVFORN
           END-IF
           MOVE SPACES TO WS-ENDOFDVF.

      *-----------------------
      * credito esperado das linhas em aberto da devolucao
      * WS-DVF-PROCURA do fornecedor WS-FORN-PROCURA
      *-----------------------
       SOMAR-DEVOLUCAO.
           MOVE ZEROS TO WS-DVF-ACHADAS
           MOVE ZEROS TO WS-DVF-ESPERADO
           MOVE SPACES TO WS-ENDOFDVF
           OPEN INPUT DEVFORN
           IF WS-FS-DEVFORN EQUAL "00"
               MOVE WS-DVF-PROCURA TO DVF-NUM
               MOVE ZEROS TO DVF-LINHA
               START DEVFORN KEY IS NOT LESS THAN DVF-CHAVE
                   INVALID KEY MOVE 'F' TO WS-ENDOFDVF
               END-START
               PERFORM UNTIL WS-ENDOFDVF = 'F'
                   READ DEVFORN NEXT RECORD
                   AT END MOVE 'F' TO WS-ENDOFDVF
                   NOT AT END
                       IF DVF-NUM NOT EQUAL WS-DVF-PROCURA
                           MOVE 'F' TO WS-ENDOFDVF
                       ELSE
                           IF DVF-FORNECEDOR EQUAL WS-FORN-PROCURA
                            AND DVF-ESTADO EQUAL 'A'
                               ADD 1 TO WS-DVF-ACHADAS
                               ADD DVF-VALOR TO WS-DVF-ESPERADO
                               MOVE DVF-NUM-ENCOMENDA TO WS-DVF-ENC
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVFORN
           END-IF
           MOVE SPACES TO WS-ENDOFDVF.

      *-----------------------
      * fecha as linhas em aberto da devolucao com a nota de
      * credito registada
      *-----------------------
       MARCAR-DEVOLUCAO-CREDITADA.
           MOVE SPACES TO WS-ENDOFDVF
           OPEN I-O DEVFORN
           IF WS-FS-DEVFORN NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR DEVFORN - FILE STATUS: '
                   WS-FS-DEVFORN
               DISPLAY ' *** DEVOLUCAO ' WS-DVF-PROCURA ' CONTINUA '
                   'EM ABERTO ***'
           ELSE
               MOVE WS-DVF-PROCURA TO DVF-NUM
               MOVE ZEROS TO DVF-LINHA
               START DEVFORN KEY IS NOT LESS THAN DVF-CHAVE
                   INVALID KEY MOVE 'F' TO WS-ENDOFDVF
               END-START
               PERFORM UNTIL WS-ENDOFDVF = 'F'
                   READ DEVFORN NEXT RECORD
                   AT END MOVE 'F' TO WS-ENDOFDVF
                   NOT AT END
                       IF DVF-NUM NOT EQUAL WS-DVF-PROCURA
                           MOVE 'F' TO WS-ENDOFDVF
                       ELSE
                           IF DVF-FORNECEDOR EQUAL WS-FORN-PROCURA
                            AND DVF-ESTADO EQUAL 'A'
                               MOVE 'C' TO DVF-ESTADO
                               MOVE WS-DOC TO DVF-DOC-CREDITO
                               MOVE WS-DATA-DOC TO DVF-DATA-CREDITO
                               REWRITE DEVFORN-REG
                                   INVALID KEY
                                       DISPLAY ' ERRO A REESCREVER '
                                           'DEVFORN - FILE STATUS: '
                                           WS-FS-DEVFORN
                               END-REWRITE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVFORN
               DISPLAY 'DEVOLUCAO ' WS-DVF-PROCURA ' CREDITADA PELA '
                   'NOTA ' WS-DOC
           END-IF
           MOVE SPACES TO WS-ENDOFDVF.

      *-----------------------
      * linhas da fatura por artigo (quantidade e preco unitario sem
      * IVA), ligadas a encomenda WS-ENC-PROCURA
      *-----------------------
       REGISTAR-LINHAS-FATURADAS.
           OPEN EXTEND FATFORNLIN
           IF WS-FS-FATFORNLIN EQUAL "35"
               OPEN OUTPUT FATFORNLIN
           END-IF
           IF WS-FS-FATFORNLIN NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FATFORNLIN - FILE STATUS: '
                   WS-FS-FATFORNLIN
           ELSE
               DISPLAY 'LINHAS FATURADAS DA ENCOMENDA ' WS-ENC-PROCURA
               DISPLAY 'CODIGO DA ROUPA FATURADO (0 PARA TERMINAR): '
               ACCEPT WS-FL-COD
               PERFORM UNTIL WS-FL-COD EQUAL ZEROS
                   MOVE WS-FORN-PROCURA TO FL-FORNECEDOR
                   MOVE WS-DOC TO FL-DOC
                   MOVE WS-ENC-PROCURA TO FL-NUM-ENCOMENDA
                   MOVE WS-FL-COD TO FL-COD-ROUPA
                   DISPLAY 'QUANTIDADE FATURADA: '
                   ACCEPT FL-QNT
                   DISPLAY 'PRECO UNITARIO FATURADO (SEM IVA): '
                   ACCEPT FL-PRECO
                   WRITE FATFORNLIN-REG
                   IF WS-FS-FATFORNLIN NOT EQUAL "00"
                       DISPLAY 'NAO FOI POSSIVEL GRAVAR A LINHA'
                       DISPLAY 'FILE STATUS: ' WS-FS-FATFORNLIN
                   END-IF
                   DISPLAY 'CODIGO DA ROUPA FATURADO (0 PARA '
                       'TERMINAR): '
                   ACCEPT WS-FL-COD
               END-PERFORM
               CLOSE FATFORNLIN
           END-IF.

      *-----------------------
      * conferencia da fatura WS-DOC do fornecedor WS-FORN-PROCURA
      * com a encomenda WS-ENC-PROCURA: cada linha contra o
      * encomendado, o recebido e o custo acordado, e a soma das
      * linhas contra a base faturada; dentro da tolerancia fica
      * aprovada para pagamento, senao fica retida com o primeiro
      * motivo encontrado
      *-----------------------
       CONFERIR-FATURA.
           MOVE SPACES TO WS-APR-MOTIVO
           MOVE ZEROS TO WS-APR-DIFERENCA
           PERFORM SOMAR-DOC-FORNECEDOR
           PERFORM CARREGAR-LINHAS-FATURA
           PERFORM VARYING WS-IDX-FL FROM 1 BY 1
               UNTIL WS-IDX-FL > WS-NUM-FL
               PERFORM CONFERIR-LINHA-FATURA
           END-PERFORM

           COMPUTE WS-FL-DESVIO = WS-DOC-BASE - WS-FL-VALOR
           MOVE WS-FL-DESVIO TO WS-FL-ABS
           COMPUTE WS-FL-LIMITE = (WS-FL-VALOR * WS-TOLERANCIA) / 100
           IF WS-FL-ABS > WS-FL-LIMITE
               DISPLAY '*** BASE FATURADA ' WS-DOC-BASE ' PARA '
                   WS-FL-VALOR ' NAS LINHAS ***'
               MOVE 'P' TO WS-FL-MOTIVO
               MOVE WS-FL-DESVIO TO WS-FL-DIFERENCA
               PERFORM ANOTAR-MOTIVO
           END-IF

           PERFORM GRAVAR-APROVACAO.

      *-----------------------
      * linhas faturadas do documento para a tabela, com o valor
      * total das linhas (quantidade x preco)
      *-----------------------
       CARREGAR-LINHAS-FATURA.
           MOVE ZEROS TO WS-NUM-FL
           MOVE ZEROS TO WS-FL-VALOR
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FATFORNLIN
           IF WS-FS-FATFORNLIN EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FATFORNLIN
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF FL-FORNECEDOR EQUAL WS-FORN-PROCURA
                        AND FL-DOC EQUAL WS-DOC
                        AND WS-NUM-FL < 50
                           ADD 1 TO WS-NUM-FL
                           MOVE FL-COD-ROUPA TO WS-TFL-COD (WS-NUM-FL)
                           MOVE FL-QNT TO WS-TFL-QNT (WS-NUM-FL)
                           MOVE FL-PRECO TO WS-TFL-PRECO (WS-NUM-FL)
                           COMPUTE WS-FL-VALOR = WS-FL-VALOR +
                               (FL-QNT * FL-PRECO)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FATFORNLIN
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * uma linha faturada contra a linha da encomenda do mesmo
      * artigo: a quantidade ja faturada noutras faturas mais esta
      * nao pode passar o recebido (nem o encomendado), e o preco
      * tem de estar dentro da tolerancia do custo acordado
      *-----------------------
       CONFERIR-LINHA-FATURA.
           MOVE WS-TFL-COD (WS-IDX-FL) TO WS-FL-COD
           PERFORM LER-LINHA-ENCOMENDA
           IF WS-ENC-ACHOU EQUAL 0
               DISPLAY '*** ARTIGO ' WS-FL-COD ' NAO CONSTA DA '
                   'ENCOMENDA ' WS-ENC-PROCURA ' ***'
               MOVE 'Q' TO WS-FL-MOTIVO
               COMPUTE WS-FL-DIFERENCA = WS-TFL-QNT (WS-IDX-FL) *
                   WS-TFL-PRECO (WS-IDX-FL)
               PERFORM ANOTAR-MOTIVO
           ELSE
               PERFORM SOMAR-JA-FATURADO
               ADD WS-TFL-QNT (WS-IDX-FL) TO WS-FL-FATURADO
               IF WS-FL-FATURADO > WS-ENC-RECEBIDA
                   IF WS-FL-FATURADO > WS-ENC-QNT
                       COMPUTE WS-FL-EXCESSO =
                           WS-FL-FATURADO - WS-ENC-QNT
                       DISPLAY '*** ARTIGO ' WS-FL-COD ' FATURADO '
                           WS-FL-FATURADO ' PARA ' WS-ENC-QNT
                           ' ENCOMENDADOS ***'
                       MOVE 'Q' TO WS-FL-MOTIVO
                   ELSE
                       COMPUTE WS-FL-EXCESSO =
                           WS-FL-FATURADO - WS-ENC-RECEBIDA
                       DISPLAY '*** ARTIGO ' WS-FL-COD ' FATURADO '
                           WS-FL-FATURADO ' PARA ' WS-ENC-RECEBIDA
                           ' RECEBIDOS ***'
                       MOVE 'R' TO WS-FL-MOTIVO
                   END-IF
                   COMPUTE WS-FL-DIFERENCA = WS-FL-EXCESSO *
                       WS-TFL-PRECO (WS-IDX-FL)
                   PERFORM ANOTAR-MOTIVO
               END-IF
               IF WS-ENC-CUSTO > ZEROS
                   COMPUTE WS-FL-DESVIO =
                       WS-TFL-PRECO (WS-IDX-FL) - WS-ENC-CUSTO
                   MOVE WS-FL-DESVIO TO WS-FL-ABS
                   COMPUTE WS-FL-LIMITE =
                       (WS-ENC-CUSTO * WS-TOLERANCIA) / 100
                   IF WS-FL-ABS > WS-FL-LIMITE
                       DISPLAY '*** ARTIGO ' WS-FL-COD ' A '
                           WS-TFL-PRECO (WS-IDX-FL) ' PARA '
                           WS-ENC-CUSTO ' ACORDADOS ***'
                       MOVE 'P' TO WS-FL-MOTIVO
                       COMPUTE WS-FL-DIFERENCA = WS-FL-DESVIO *
                           WS-TFL-QNT (WS-IDX-FL)
                       PERFORM ANOTAR-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *-----------------------
      * guarda o motivo WS-FL-MOTIVO se for o primeiro da fatura
      *-----------------------
       ANOTAR-MOTIVO.
           IF WS-APR-MOTIVO EQUAL SPACES
               MOVE WS-FL-MOTIVO TO WS-APR-MOTIVO
               MOVE WS-FL-DIFERENCA TO WS-APR-DIFERENCA
           END-IF.

      *-----------------------
      * linha da encomenda WS-ENC-PROCURA do artigo WS-FL-COD:
      * quantidade encomendada, recebida e custo acordado
      *-----------------------
       LER-LINHA-ENCOMENDA.
           MOVE 0 TO WS-ENC-ACHOU
           MOVE ZEROS TO WS-ENC-QNT
           MOVE ZEROS TO WS-ENC-RECEBIDA
           MOVE ZEROS TO WS-ENC-CUSTO
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT ENCOMENDAS
           IF WS-FS-ENCOMENDAS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ ENCOMENDAS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF ENC-NUM EQUAL WS-ENC-PROCURA
                        AND ENC-COD-FORNECEDOR
                            EQUAL WS-FORN-PROCURA
                        AND ENC-COD-ROUPA EQUAL WS-FL-COD
                           MOVE 1 TO WS-ENC-ACHOU
                           ADD ENC-QNT TO WS-ENC-QNT
                           ADD ENC-QNT-RECEBIDA TO WS-ENC-RECEBIDA
                           MOVE ENC-CUSTO-ACORDADO TO WS-ENC-CUSTO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCOMENDAS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * quantidade do artigo WS-FL-COD da encomenda ja faturada
      * pelo fornecedor noutros documentos
      *-----------------------
       SOMAR-JA-FATURADO.
           MOVE ZEROS TO WS-FL-FATURADO
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT FATFORNLIN
           IF WS-FS-FATFORNLIN EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FATFORNLIN
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF FL-FORNECEDOR EQUAL WS-FORN-PROCURA
                        AND FL-NUM-ENCOMENDA EQUAL WS-ENC-PROCURA
                        AND FL-COD-ROUPA EQUAL WS-FL-COD
                        AND FL-DOC NOT EQUAL WS-DOC
                           ADD FL-QNT TO WS-FL-FATURADO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FATFORNLIN
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * grava (ou regrava, ao reconferir) o resultado da
      * conferencia da fatura
      *-----------------------
       GRAVAR-APROVACAO.
           OPEN I-O APROVFORN
           IF WS-FS-APROVFORN EQUAL "35"
               OPEN OUTPUT APROVFORN
               CLOSE APROVFORN
               OPEN I-O APROVFORN
           END-IF
           IF WS-FS-APROVFORN NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR APROVFORN - FILE STATUS: '
                   WS-FS-APROVFORN
               DISPLAY '*** FATURA ' WS-DOC ' SEM RESULTADO DE '
                   'CONFERENCIA ***'
           ELSE
               MOVE WS-FORN-PROCURA TO APR-FORNECEDOR
               MOVE WS-DOC TO APR-DOC
               MOVE 1 TO WS-APR-EXISTE
               READ APROVFORN
                   INVALID KEY MOVE 0 TO WS-APR-EXISTE
               END-READ
               MOVE WS-FORN-PROCURA TO APR-FORNECEDOR
               MOVE WS-DOC TO APR-DOC
               MOVE WS-ENC-PROCURA TO APR-NUM-ENCOMENDA
               MOVE WS-DATA-PROCESSAMENTO TO APR-DATA-CONFERENCIA
               MOVE WS-APR-MOTIVO TO APR-MOTIVO
               MOVE WS-APR-DIFERENCA TO APR-DIFERENCA
               MOVE WS-FL-VALOR TO APR-VALOR-LINHAS
               MOVE SPACES TO APR-SUPERVISOR
               MOVE ZEROS TO APR-DATA-LIBERTACAO
               IF WS-APR-MOTIVO EQUAL SPACES
                   MOVE 'A' TO APR-ESTADO
               ELSE
                   MOVE 'B' TO APR-ESTADO
               END-IF
               IF WS-APR-EXISTE EQUAL 1
                   REWRITE APROVFORN-REG
                       INVALID KEY
                           DISPLAY ' ERRO A REESCREVER APROVFORN - '
                               'FILE STATUS: ' WS-FS-APROVFORN
                   END-REWRITE
               ELSE
                   WRITE APROVFORN-REG
                       INVALID KEY
                           DISPLAY ' ERRO A GRAVAR APROVFORN - '
                               'FILE STATUS: ' WS-FS-APROVFORN
                   END-WRITE
               END-IF
               CLOSE APROVFORN
               IF WS-APR-MOTIVO EQUAL SPACES
                   DISPLAY 'FATURA ' WS-DOC ' CONFERIDA - APROVADA '
                       'PARA PAGAMENTO'
               ELSE
                   PERFORM DESCREVER-MOTIVO
                   DISPLAY '*** FATURA ' WS-DOC ' RETIDA: '
                       WS-DESC-MOTIVO ' - DIFERENCA '
                       WS-APR-DIFERENCA ' ***'
               END-IF
           END-IF.

      *-----------------------
      * resultado da conferencia do documento WS-DOC do fornecedor
      * WS-FORN-PROCURA (WS-APR-EXISTE a 0 quando nao foi conferido)
      *-----------------------
       LER-APROVACAO.
           MOVE 0 TO WS-APR-EXISTE
           MOVE SPACES TO WS-APR-ESTADO
           MOVE SPACES TO WS-APR-MOTIVO
           OPEN INPUT APROVFORN
           IF WS-FS-APROVFORN EQUAL "00"
               MOVE WS-FORN-PROCURA TO APR-FORNECEDOR
               MOVE WS-DOC TO APR-DOC
               READ APROVFORN
                   INVALID KEY MOVE 0 TO WS-APR-EXISTE
                   NOT INVALID KEY
                       MOVE 1 TO WS-APR-EXISTE
                       MOVE APR-ESTADO TO WS-APR-ESTADO
                       MOVE APR-MOTIVO TO WS-APR-MOTIVO
                       MOVE APR-DIFERENCA TO WS-APR-DIFERENCA
                       MOVE APR-NUM-ENCOMENDA TO WS-ENC-PROCURA
               END-READ
               CLOSE APROVFORN
           END-IF.

       DESCREVER-MOTIVO.
           EVALUATE WS-APR-MOTIVO
               WHEN 'Q'
                   MOVE 'QUANTIDADE FATURADA A MAIS' TO WS-DESC-MOTIVO
               WHEN 'P'
                   MOVE 'DIFERENCA DE PRECO' TO WS-DESC-MOTIVO
               WHEN 'R'
                   MOVE 'MERCADORIA AINDA NAO RECEBIDA'
                       TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-DESC-MOTIVO
           END-EVALUATE.

      *-----------------------
      * volta a conferir as faturas retidas - a mercadoria entretanto
      * recebida liberta as que esperavam pela rececao
      *-----------------------
       RECONFERIR-RETIDAS.
           MOVE ZEROS TO WS-NUM-BLOQ
           MOVE ZEROS TO WS-APR-APROVADAS
           MOVE SPACES TO WS-ENDOFAPR
           OPEN INPUT APROVFORN
           IF WS-FS-APROVFORN NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE APROVACOES - FILE STATUS: '
                   WS-FS-APROVFORN
           ELSE
               PERFORM UNTIL WS-ENDOFAPR = 'F'
                   READ APROVFORN NEXT RECORD
                   AT END MOVE 'F' TO WS-ENDOFAPR
                   NOT AT END
                       IF APR-ESTADO EQUAL 'B'
                        AND WS-NUM-BLOQ < 200
                           ADD 1 TO WS-NUM-BLOQ
                           MOVE APR-FORNECEDOR
                               TO WS-TBQ-FORNECEDOR (WS-NUM-BLOQ)
                           MOVE APR-DOC TO WS-TBQ-DOC (WS-NUM-BLOQ)
                           MOVE APR-NUM-ENCOMENDA
                               TO WS-TBQ-ENCOMENDA (WS-NUM-BLOQ)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE APROVFORN
               MOVE SPACES TO WS-ENDOFAPR
               PERFORM VARYING WS-IDX-BLOQ FROM 1 BY 1
                   UNTIL WS-IDX-BLOQ > WS-NUM-BLOQ
                   MOVE WS-TBQ-FORNECEDOR (WS-IDX-BLOQ)
                       TO WS-FORN-PROCURA
                   MOVE WS-TBQ-DOC (WS-IDX-BLOQ) TO WS-DOC
                   MOVE WS-TBQ-ENCOMENDA (WS-IDX-BLOQ)
                       TO WS-ENC-PROCURA
                   DISPLAY 'FORNECEDOR ' WS-FORN-PROCURA
                       ' FATURA ' WS-DOC
                   PERFORM CONFERIR-FATURA
                   IF WS-APR-MOTIVO EQUAL SPACES
                       ADD 1 TO WS-APR-APROVADAS
                   END-IF
               END-PERFORM
               DISPLAY 'FATURAS RECONFERIDAS: ' WS-NUM-BLOQ
                   '  APROVADAS AGORA: ' WS-APR-APROVADAS
           END-IF.

      *-----------------------
      * lista de trabalho do supervisor: faturas retidas com o
      * motivo e a diferenca encontrada
      *-----------------------
       LISTAR-RETIDAS.
           MOVE ZEROS TO WS-APR-LISTADAS
           MOVE SPACES TO WS-ENDOFAPR
           OPEN INPUT APROVFORN
           IF WS-FS-APROVFORN NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE APROVACOES - FILE STATUS: '
                   WS-FS-APROVFORN
           ELSE
               DISPLAY '-------//FATURAS RETIDAS//-------'
               PERFORM UNTIL WS-ENDOFAPR = 'F'
                   READ APROVFORN NEXT RECORD
                   AT END MOVE 'F' TO WS-ENDOFAPR
                   NOT AT END
                       IF APR-ESTADO EQUAL 'B'
                           ADD 1 TO WS-APR-LISTADAS
                           MOVE APR-MOTIVO TO WS-APR-MOTIVO
                           PERFORM DESCREVER-MOTIVO
                           DISPLAY '  FORNECEDOR ' APR-FORNECEDOR
                               ' FATURA ' APR-DOC
                               ' ENCOMENDA ' APR-NUM-ENCOMENDA
                               ' CONFERIDA ' APR-DATA-CONFERENCIA
                           DISPLAY '      ' WS-DESC-MOTIVO
                               ' DIFERENCA ' APR-DIFERENCA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE APROVFORN
               MOVE SPACES TO WS-ENDOFAPR
               DISPLAY 'FATURAS RETIDAS: ' WS-APR-LISTADAS
           END-IF.

      *-----------------------
      * o supervisor liberta uma fatura retida para pagamento,
      * ficando registado quem a libertou e quando
      *-----------------------
       LIBERTAR-FATURA.
           DISPLAY '-------//LIBERTAR FATURA RETIDA//-------'
           DISPLAY 'CODIGO DO FORNECEDOR: '
           ACCEPT WS-FORN-PROCURA
           DISPLAY 'NUMERO DO DOCUMENTO: '
           ACCEPT WS-DOC
           PERFORM LER-APROVACAO
           IF WS-APR-EXISTE EQUAL 0
            OR WS-APR-ESTADO NOT EQUAL 'B'
               DISPLAY '*** FATURA ' WS-DOC ' NAO ESTA RETIDA ***'
               GO TO LIBERTAR-FATURA-FIM
           END-IF
           PERFORM DESCREVER-MOTIVO
           DISPLAY 'RETIDA POR ' WS-DESC-MOTIVO ' - DIFERENCA '
               WS-APR-DIFERENCA
           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-OP-PROCURA
           PERFORM VALIDAR-SUPERVISOR
           IF WS-VISTO-OK EQUAL 0
               DISPLAY '*** SO UM SUPERVISOR PODE LIBERTAR A FATURA ***'
               GO TO LIBERTAR-FATURA-FIM
           END-IF

           OPEN I-O APROVFORN
           IF WS-FS-APROVFORN NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR APROVFORN - FILE STATUS: '
                   WS-FS-APROVFORN
               GO TO LIBERTAR-FATURA-FIM
           END-IF
           MOVE WS-FORN-PROCURA TO APR-FORNECEDOR
           MOVE WS-DOC TO APR-DOC
           READ APROVFORN
               INVALID KEY
                   DISPLAY ' ERRO A LER APROVFORN - FILE STATUS: '
                       WS-FS-APROVFORN
               NOT INVALID KEY
                   MOVE 'L' TO APR-ESTADO
                   MOVE WS-OP-PROCURA TO APR-SUPERVISOR
                   MOVE WS-DATA-PROCESSAMENTO TO APR-DATA-LIBERTACAO
                   REWRITE APROVFORN-REG
                       INVALID KEY
                           DISPLAY ' ERRO A REESCREVER APROVFORN - '
                               'FILE STATUS: ' WS-FS-APROVFORN
                       NOT INVALID KEY
                           DISPLAY 'FATURA ' WS-DOC ' LIBERTADA PARA '
                               'PAGAMENTO POR ' WS-OP-PROCURA
                   END-REWRITE
           END-READ
           CLOSE APROVFORN.

       LIBERTAR-FATURA-FIM.
           EXIT.

      *-----------------------
      * o operador tem de existir com nivel de supervisor; sem
      * ficheiro de operadores (instalacao) o visto e aceite, como
      * nos programas de menu
      *-----------------------
       VALIDAR-SUPERVISOR.
           MOVE 0 TO WS-VISTO-OK
           MOVE 0 TO WS-OP-NIVEL
           MOVE SPACES TO WS-ENDOFOP
           OPEN INPUT OPERADORES
           IF WS-FS-OPERADORES NOT EQUAL "00"
               DISPLAY '*** SEM FICHEIRO DE OPERADORES - VISTO ACEITE '
                   'SEM VALIDACAO ***'
               MOVE 1 TO WS-VISTO-OK
           ELSE
               PERFORM UNTIL WS-ENDOFOP = 'F'
                   READ OPERADORES
                   AT END MOVE 'F' TO WS-ENDOFOP
                   NOT AT END
                       IF OP-ID EQUAL WS-OP-PROCURA
                           MOVE OP-NIVEL TO WS-OP-NIVEL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
               IF WS-OP-NIVEL NOT < 2
                   MOVE 1 TO WS-VISTO-OK
               END-IF
           END-IF
           MOVE SPACES TO WS-ENDOFOP.

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
      * data de vencimento WS-DATA-VENC: a data do documento mais o
      * prazo de pagamento do fornecedor em dias
      *-----------------------
       CALCULAR-VENCIMENTO.
           MOVE WS-DATA-DOC (1:4) TO WS-VENC-ANO
           MOVE WS-DATA-DOC (5:2) TO WS-VENC-MES
           MOVE WS-DATA-DOC (7:2) TO WS-VENC-DIA
           ADD WS-FORN-PRAZO TO WS-VENC-DIA
           PERFORM CALCULAR-DIAS-MES-VENC
           PERFORM UNTIL WS-VENC-DIA <= WS-VENC-DIAS-MES
               SUBTRACT WS-VENC-DIAS-MES FROM WS-VENC-DIA
               ADD 1 TO WS-VENC-MES
               IF WS-VENC-MES > 12
                   MOVE 1 TO WS-VENC-MES
                   ADD 1 TO WS-VENC-ANO
               END-IF
               PERFORM CALCULAR-DIAS-MES-VENC
           END-PERFORM
           COMPUTE WS-DATA-VENC =
               (WS-VENC-ANO * 10000) + (WS-VENC-MES * 100)
               + WS-VENC-DIA.

       CALCULAR-DIAS-MES-VENC.
           EVALUATE WS-VENC-MES
               WHEN 01 MOVE 31 TO WS-VENC-DIAS-MES
               WHEN 02 MOVE 28 TO WS-VENC-DIAS-MES
               WHEN 03 MOVE 31 TO WS-VENC-DIAS-MES
               WHEN 04 MOVE 30 TO WS-VENC-DIAS-MES
               WHEN 05 MOVE 31 TO WS-VENC-DIAS-MES
               WHEN 06 MOVE 30 TO WS-VENC-DIAS-MES
               WHEN 07 MOVE 31 TO WS-VENC-DIAS-MES
               WHEN 08 MOVE 31 TO WS-VENC-DIAS-MES
               WHEN 09 MOVE 30 TO WS-VENC-DIAS-MES
               WHEN 10 MOVE 31 TO WS-VENC-DIAS-MES
               WHEN 11 MOVE 30 TO WS-VENC-DIAS-MES
               WHEN 12 MOVE 31 TO WS-VENC-DIAS-MES
               WHEN OTHER MOVE 30 TO WS-VENC-DIAS-MES
           END-EVALUATE.

      *-----------------------
      * tabela dos documentos de fornecedor com o total (base mais
      * IVA), o ja pago e o saldo; os registos anteriores a data de
      * vencimento vencem na data do documento
      *-----------------------
       CARREGAR-FATURAS-ABERTAS.
           MOVE ZEROS TO WS-NUM-FAB
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT COMPRAS
           IF WS-FS-COMPRAS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ COMPRAS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       MOVE CP-FORNECEDOR TO WS-FORN-PROCURA
                       MOVE CP-DOC TO WS-DOC
                       PERFORM PROCURAR-FATURA-TABELA
                       IF WS-FAB-POS EQUAL ZEROS
                        AND WS-NUM-FAB < 500
                           ADD 1 TO WS-NUM-FAB
                           MOVE WS-NUM-FAB TO WS-FAB-POS
                           MOVE CP-FORNECEDOR
                               TO WS-FAB-FORNECEDOR (WS-FAB-POS)
                           MOVE CP-DOC TO WS-FAB-DOC (WS-FAB-POS)
                           MOVE CP-DATA TO WS-FAB-DATA (WS-FAB-POS)
                           IF CP-DATA-VENCIMENTO IS NUMERIC
                            AND CP-DATA-VENCIMENTO NOT EQUAL ZEROS
                               MOVE CP-DATA-VENCIMENTO
                                   TO WS-FAB-VENC (WS-FAB-POS)
                           ELSE
                               MOVE CP-DATA TO WS-FAB-VENC (WS-FAB-POS)
                           END-IF
                           MOVE ZEROS TO WS-FAB-TOTAL (WS-FAB-POS)
                           MOVE ZEROS TO WS-FAB-PAGO (WS-FAB-POS)
                           MOVE SPACES TO WS-FAB-MARCA (WS-FAB-POS)
                       END-IF
                       IF WS-FAB-POS NOT EQUAL ZEROS
                           ADD CP-BASE TO WS-FAB-TOTAL (WS-FAB-POS)
                           ADD CP-IVA TO WS-FAB-TOTAL (WS-FAB-POS)
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
                       MOVE PF-FORNECEDOR TO WS-FORN-PROCURA
                       MOVE PF-DOC TO WS-DOC
                       PERFORM PROCURAR-FATURA-TABELA
                       IF WS-FAB-POS NOT EQUAL ZEROS
                           ADD PF-VALOR TO WS-FAB-PAGO (WS-FAB-POS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGFORN
           END-IF
           MOVE SPACES TO WS-ENDOFF

           PERFORM VARYING WS-IDX-FAB FROM 1 BY 1
               UNTIL WS-IDX-FAB > WS-NUM-FAB
               COMPUTE WS-FAB-SALDO (WS-IDX-FAB) =
                   WS-FAB-TOTAL (WS-IDX-FAB) - WS-FAB-PAGO (WS-IDX-FAB)
           END-PERFORM.

       PROCURAR-FATURA-TABELA.
           MOVE ZEROS TO WS-FAB-POS
           PERFORM VARYING WS-IDX-FAB FROM 1 BY 1
               UNTIL WS-IDX-FAB > WS-NUM-FAB
               IF WS-FAB-FORNECEDOR (WS-IDX-FAB) EQUAL WS-FORN-PROCURA
                AND WS-FAB-DOC (WS-IDX-FAB) EQUAL WS-DOC
                   MOVE WS-IDX-FAB TO WS-FAB-POS
                   MOVE WS-NUM-FAB TO WS-IDX-FAB
               END-IF
           END-PERFORM.

      *-----------------------
      * antiguidade de saldos a fornecedores: o saldo de cada
      * documento em aberto pelos dias passados do vencimento
      * (corrente / 1-30 / 31-60 / 61-90 / mais de 90), com totais
      * por fornecedor e gerais, como a antiguidade dos clientes
      *-----------------------
       RELATORIO-ANTIGUIDADE-FORN.
           DISPLAY '------//ANTIGUIDADE DE SALDOS A FORNECEDORES//----'
           DISPLAY 'DATA DE REFERENCIA: ' WS-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO WS-CONV-DATA
           PERFORM CONVERTER-DATA-EM-DIAS
           MOVE WS-CONV-DIAS TO WS-DIAS-HOJE
           MOVE ZEROS TO WS-TOT-CORRENTE WS-TOT-ATE-30 WS-TOT-ATE-60
           MOVE ZEROS TO WS-TOT-ATE-90 WS-TOT-MAIS-90

           PERFORM CARREGAR-FATURAS-ABERTAS
           PERFORM VARYING WS-IDX-FAB2 FROM 1 BY 1
               UNTIL WS-IDX-FAB2 > WS-NUM-FAB
               IF WS-FAB-SALDO (WS-IDX-FAB2) NOT EQUAL ZEROS
                AND WS-FAB-MARCA (WS-IDX-FAB2) EQUAL SPACES
                   PERFORM ANTIGUIDADE-UM-FORNECEDOR
               END-IF
           END-PERFORM

           COMPUTE WS-TOT-EM-ABERTO =
               WS-TOT-CORRENTE + WS-TOT-ATE-30 + WS-TOT-ATE-60
               + WS-TOT-ATE-90 + WS-TOT-MAIS-90
           DISPLAY ' '
           DISPLAY '------//TOTAIS GERAIS//------'
           DISPLAY 'CORRENTE......: ' WS-TOT-CORRENTE
           DISPLAY 'ATE 30 DIAS...: ' WS-TOT-ATE-30
           DISPLAY 'DE 31 A 60....: ' WS-TOT-ATE-60
           DISPLAY 'DE 61 A 90....: ' WS-TOT-ATE-90
           DISPLAY 'MAIS DE 90....: ' WS-TOT-MAIS-90
           DISPLAY 'TOTAL EM DIVIDA: ' WS-TOT-EM-ABERTO.

      *-----------------------
      * documentos em aberto do fornecedor da entrada WS-IDX-FAB2,
      * que ficam marcados como tratados
      *-----------------------
       ANTIGUIDADE-UM-FORNECEDOR.
           MOVE WS-FAB-FORNECEDOR (WS-IDX-FAB2) TO WS-FORN-PROCURA
           PERFORM VALIDAR-FORNECEDOR
           MOVE ZEROS TO WS-FORN-CORRENTE WS-FORN-ATE-30
           MOVE ZEROS TO WS-FORN-ATE-60 WS-FORN-ATE-90 WS-FORN-MAIS-90
           DISPLAY ' '
           DISPLAY 'FORNECEDOR: ' WS-FORN-PROCURA ' ' WS-FORN-NOME
           PERFORM VARYING WS-IDX-FAB FROM WS-IDX-FAB2 BY 1
               UNTIL WS-IDX-FAB > WS-NUM-FAB
               IF WS-FAB-FORNECEDOR (WS-IDX-FAB) EQUAL WS-FORN-PROCURA
                AND WS-FAB-SALDO (WS-IDX-FAB) NOT EQUAL ZEROS
                   MOVE 'T' TO WS-FAB-MARCA (WS-IDX-FAB)
                   PERFORM CLASSIFICAR-FATURA-FORN
               END-IF
           END-PERFORM
           DISPLAY '  CORRENTE....: ' WS-FORN-CORRENTE
           DISPLAY '  ATE 30 DIAS.: ' WS-FORN-ATE-30
           DISPLAY '  DE 31 A 60..: ' WS-FORN-ATE-60
           DISPLAY '  DE 61 A 90..: ' WS-FORN-ATE-90
           DISPLAY '  MAIS DE 90..: ' WS-FORN-MAIS-90.

       CLASSIFICAR-FATURA-FORN.
           MOVE WS-FAB-VENC (WS-IDX-FAB) TO WS-CONV-DATA
           PERFORM CONVERTER-DATA-EM-DIAS
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-CONV-DIAS
           DISPLAY '    DOC ' WS-FAB-DOC (WS-IDX-FAB)
               ' VENCE ' WS-FAB-VENC (WS-IDX-FAB)
               ' SALDO ' WS-FAB-SALDO (WS-IDX-FAB)
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 0
                   ADD WS-FAB-SALDO (WS-IDX-FAB) TO WS-FORN-CORRENTE
                   ADD WS-FAB-SALDO (WS-IDX-FAB) TO WS-TOT-CORRENTE
               WHEN WS-DIAS-ATRASO <= 30
                   ADD WS-FAB-SALDO (WS-IDX-FAB) TO WS-FORN-ATE-30
                   ADD WS-FAB-SALDO (WS-IDX-FAB) TO WS-TOT-ATE-30
               WHEN WS-DIAS-ATRASO <= 60
                   ADD WS-FAB-SALDO (WS-IDX-FAB) TO WS-FORN-ATE-60
                   ADD WS-FAB-SALDO (WS-IDX-FAB) TO WS-TOT-ATE-60
               WHEN WS-DIAS-ATRASO <= 90
                   ADD WS-FAB-SALDO (WS-IDX-FAB) TO WS-FORN-ATE-90
                   ADD WS-FAB-SALDO (WS-IDX-FAB) TO WS-TOT-ATE-90
               WHEN OTHER
                   ADD WS-FAB-SALDO (WS-IDX-FAB) TO WS-FORN-MAIS-90
                   ADD WS-FAB-SALDO (WS-IDX-FAB) TO WS-TOT-MAIS-90
           END-EVALUATE.

      *-----------------------
      * corrida de pagamentos: propoe as faturas com saldo vencidas
      * ate a data pedida e nao retidas na conferencia, agrupadas
      * por fornecedor; depois do visto do supervisor grava o
      * ficheiro de transferencias SEPA, os pagamentos (que dao as
      * faturas por pagas) e os avisos de pagamento
      *-----------------------
       CORRIDA-PAGAMENTOS.
           DISPLAY '-------//CORRIDA DE PAGAMENTOS//-------'
           DISPLAY 'PAGAR FATURAS VENCIDAS ATE (AAAAMMDD): '
           ACCEPT WS-PAG-LIMITE
           MOVE ZEROS TO WS-NUM-FPR
           MOVE ZEROS TO WS-PRP-CONTADOR
           MOVE ZEROS TO WS-PRP-TOTAL
           MOVE ZEROS TO WS-PRP-RETIDAS
           MOVE ZEROS TO WS-PRP-SEM-IBAN

           PERFORM CARREGAR-FATURAS-ABERTAS
           PERFORM VARYING WS-IDX-FAB2 FROM 1 BY 1
               UNTIL WS-IDX-FAB2 > WS-NUM-FAB
               IF WS-FAB-SALDO (WS-IDX-FAB2) > ZEROS
                AND WS-FAB-VENC (WS-IDX-FAB2) <= WS-PAG-LIMITE
                   PERFORM AVALIAR-FATURA-PROPOSTA
               END-IF
           END-PERFORM

           IF WS-PRP-CONTADOR EQUAL ZEROS
               DISPLAY 'NENHUMA FATURA A PAGAR ATE ' WS-PAG-LIMITE
               GO TO CORRIDA-PAGAMENTOS-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'PROPOSTA DE PAGAMENTOS'
           PERFORM VARYING WS-IDX-FPR FROM 1 BY 1
               UNTIL WS-IDX-FPR > WS-NUM-FPR
               IF WS-FPR-NUM-DOCS (WS-IDX-FPR) > ZEROS
                   DISPLAY 'FORNECEDOR ' WS-FPR-FORNECEDOR (WS-IDX-FPR)
                       ' ' WS-FPR-NOME (WS-IDX-FPR)
                       ' IBAN ' WS-FPR-IBAN (WS-IDX-FPR)
                   PERFORM VARYING WS-IDX-FAB FROM 1 BY 1
                       UNTIL WS-IDX-FAB > WS-NUM-FAB
                       IF WS-FAB-MARCA (WS-IDX-FAB) EQUAL 'S'
                        AND WS-FAB-FORNECEDOR (WS-IDX-FAB) EQUAL
                            WS-FPR-FORNECEDOR (WS-IDX-FPR)
                           DISPLAY '    DOC ' WS-FAB-DOC (WS-IDX-FAB)
                               ' VENCE ' WS-FAB-VENC (WS-IDX-FAB)
                               ' A PAGAR ' WS-FAB-SALDO (WS-IDX-FAB)
                       END-IF
                   END-PERFORM
                   DISPLAY '  TOTAL DO FORNECEDOR: '
                       WS-FPR-TOTAL (WS-IDX-FPR)
               END-IF
           END-PERFORM
           DISPLAY ' '
           DISPLAY ' FATURAS PROPOSTAS: ' WS-PRP-CONTADOR
           DISPLAY ' TOTAL A PAGAR....: ' WS-PRP-TOTAL
           DISPLAY ' RETIDAS..........: ' WS-PRP-RETIDAS
           DISPLAY ' SEM IBAN.........: ' WS-PRP-SEM-IBAN

           DISPLAY 'IDENTIFICACAO DO SUPERVISOR: '
           ACCEPT WS-OP-PROCURA
           PERFORM VALIDAR-SUPERVISOR
           IF WS-VISTO-OK EQUAL 0
               DISPLAY '*** SO UM SUPERVISOR PODE CONFIRMAR A CORRIDA '
                   '***'
               GO TO CORRIDA-PAGAMENTOS-FIM
           END-IF
           DISPLAY 'CONFIRMA A CORRIDA DE PAGAMENTOS (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY 'CORRIDA CANCELADA - NADA FOI PAGO'
               GO TO CORRIDA-PAGAMENTOS-FIM
           END-IF

           OPEN OUTPUT TRFFORN
           IF WS-FS-TRFFORN NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR TRFFORN - FILE STATUS: '
                   WS-FS-TRFFORN
               GO TO CORRIDA-PAGAMENTOS-FIM
           END-IF
           OPEN EXTEND PAGFORN
           IF WS-FS-PAGFORN EQUAL "35"
               OPEN OUTPUT PAGFORN
           END-IF
           IF WS-FS-PAGFORN NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR PAGFORN - FILE STATUS: '
                   WS-FS-PAGFORN
               CLOSE TRFFORN
               GO TO CORRIDA-PAGAMENTOS-FIM
           END-IF
           OPEN OUTPUT AVISOPAG

           MOVE SPACES TO TRFFORN-REG
           MOVE 'H' TO TFH-TIPO-REG
           MOVE WS-DATA-PROCESSAMENTO TO TFH-DATA-GERACAO
           MOVE WS-PAG-LIMITE TO TFH-DATA-LIMITE
           WRITE TRFFORN-REG

           PERFORM VARYING WS-IDX-FPR FROM 1 BY 1
               UNTIL WS-IDX-FPR > WS-NUM-FPR
               IF WS-FPR-NUM-DOCS (WS-IDX-FPR) > ZEROS
                   PERFORM PAGAR-FORNECEDOR
               END-IF
           END-PERFORM

           MOVE SPACES TO TRFFORN-REG
           MOVE 'T' TO TFT-TIPO-REG
           MOVE WS-PRP-CONTADOR TO TFT-CONTADOR
           MOVE WS-PRP-TOTAL TO TFT-TOTAL
           WRITE TRFFORN-REG

           CLOSE TRFFORN
           CLOSE PAGFORN
           IF WS-FS-AVISOPAG EQUAL "00"
               CLOSE AVISOPAG
           END-IF

           DISPLAY ' '
           DISPLAY 'LISTAGEM DE CONFERENCIA DO LOTE'
           DISPLAY ' TRANSFERENCIAS.: ' WS-PRP-CONTADOR
           DISPLAY ' TOTAL DO LOTE..: ' WS-PRP-TOTAL
           DISPLAY 'CONFERIR E ASSINAR ANTES DE ENVIAR AO BANCO'.

       CORRIDA-PAGAMENTOS-FIM.
           EXIT.

      *-----------------------
      * a fatura da entrada WS-IDX-FAB2 entra na proposta se nao
      * estiver retida e o fornecedor tiver IBAN
      *-----------------------
       AVALIAR-FATURA-PROPOSTA.
           MOVE WS-FAB-FORNECEDOR (WS-IDX-FAB2) TO WS-FORN-PROCURA
           MOVE WS-FAB-DOC (WS-IDX-FAB2) TO WS-DOC
           PERFORM LER-APROVACAO
           IF WS-APR-EXISTE EQUAL 1
            AND WS-APR-ESTADO EQUAL 'B'
               ADD 1 TO WS-PRP-RETIDAS
               DISPLAY '*** FORNECEDOR ' WS-FORN-PROCURA ' FATURA '
                   WS-DOC ' RETIDA NA CONFERENCIA - FICA DE FORA ***'
           ELSE
               PERFORM PROCURAR-FORN-PROPOSTA
               IF WS-FPR-IBAN (WS-FPR-POS) EQUAL SPACES
                   ADD 1 TO WS-PRP-SEM-IBAN
                   DISPLAY '*** FORNECEDOR ' WS-FORN-PROCURA ' SEM '
                       'IBAN - FATURA ' WS-DOC ' FICA DE FORA ***'
               ELSE
                   MOVE 'S' TO WS-FAB-MARCA (WS-IDX-FAB2)
                   ADD WS-FAB-SALDO (WS-IDX-FAB2)
                       TO WS-FPR-TOTAL (WS-FPR-POS)
                   ADD 1 TO WS-FPR-NUM-DOCS (WS-FPR-POS)
                   ADD 1 TO WS-PRP-CONTADOR
                   ADD WS-FAB-SALDO (WS-IDX-FAB2) TO WS-PRP-TOTAL
               END-IF
           END-IF.

      *-----------------------
      * entrada do fornecedor WS-FORN-PROCURA na tabela da
      * proposta, acrescentada com o nome e o IBAN do mestre
      *-----------------------
       PROCURAR-FORN-PROPOSTA.
           MOVE ZEROS TO WS-FPR-POS
           PERFORM VARYING WS-IDX-FPR FROM 1 BY 1
               UNTIL WS-IDX-FPR > WS-NUM-FPR
               IF WS-FPR-FORNECEDOR (WS-IDX-FPR) EQUAL WS-FORN-PROCURA
                   MOVE WS-IDX-FPR TO WS-FPR-POS
                   MOVE WS-NUM-FPR TO WS-IDX-FPR
               END-IF
           END-PERFORM
           IF WS-FPR-POS EQUAL ZEROS
               PERFORM VALIDAR-FORNECEDOR
               IF WS-NUM-FPR < 100
                   ADD 1 TO WS-NUM-FPR
               END-IF
               MOVE WS-NUM-FPR TO WS-FPR-POS
               MOVE WS-FORN-PROCURA TO WS-FPR-FORNECEDOR (WS-FPR-POS)
               MOVE WS-FORN-NOME TO WS-FPR-NOME (WS-FPR-POS)
               MOVE WS-FORN-IBAN TO WS-FPR-IBAN (WS-FPR-POS)
               MOVE ZEROS TO WS-FPR-TOTAL (WS-FPR-POS)
               MOVE ZEROS TO WS-FPR-NUM-DOCS (WS-FPR-POS)
           END-IF.

      *-----------------------
      * uma transferencia para o fornecedor WS-IDX-FPR, o pagamento
      * de cada fatura proposta e o aviso de pagamento
      *-----------------------
       PAGAR-FORNECEDOR.
           MOVE SPACES TO TRFFORN-REG
           MOVE 'D' TO TFD-TIPO-REG
           MOVE WS-FPR-FORNECEDOR (WS-IDX-FPR) TO TFD-FORNECEDOR
           MOVE WS-FPR-NOME (WS-IDX-FPR) TO TFD-NOME
           MOVE WS-FPR-IBAN (WS-IDX-FPR) TO TFD-IBAN
           MOVE WS-FPR-TOTAL (WS-IDX-FPR) TO TFD-VALOR
           MOVE WS-FPR-NUM-DOCS (WS-IDX-FPR) TO TFD-NUM-DOCS
           WRITE TRFFORN-REG
           DISPLAY ' ' WS-FPR-FORNECEDOR (WS-IDX-FPR) ' '
               WS-FPR-NOME (WS-IDX-FPR) ' ' WS-FPR-IBAN (WS-IDX-FPR)
               ' ' WS-FPR-TOTAL (WS-IDX-FPR)

           MOVE WS-DATA-PROCESSAMENTO TO WS-AVP-DATA
           MOVE WS-FPR-FORNECEDOR (WS-IDX-FPR) TO WS-AVP-FORNECEDOR
           MOVE WS-FPR-NOME (WS-IDX-FPR) TO WS-AVP-NOME
           MOVE WS-FPR-IBAN (WS-IDX-FPR) TO WS-AVP-IBAN
           IF WS-FS-AVISOPAG EQUAL "00"
               WRITE AVISOPAG-REG FROM WS-AVP-CAB
               WRITE AVISOPAG-REG FROM WS-AVP-FORN
           END-IF

           PERFORM VARYING WS-IDX-FAB FROM 1 BY 1
               UNTIL WS-IDX-FAB > WS-NUM-FAB
               IF WS-FAB-MARCA (WS-IDX-FAB) EQUAL 'S'
                AND WS-FAB-FORNECEDOR (WS-IDX-FAB) EQUAL
                    WS-FPR-FORNECEDOR (WS-IDX-FPR)
                   MOVE WS-FAB-FORNECEDOR (WS-IDX-FAB) TO PF-FORNECEDOR
                   MOVE WS-FAB-DOC (WS-IDX-FAB) TO PF-DOC
                   MOVE WS-DATA-PROCESSAMENTO TO PF-DATA
                   MOVE WS-FAB-SALDO (WS-IDX-FAB) TO PF-VALOR
                   WRITE PAGFORN-REG
                   MOVE WS-FAB-DOC (WS-IDX-FAB) TO WS-AVP-DOC
                   MOVE WS-FAB-DATA (WS-IDX-FAB) TO WS-AVP-DATA-DOC
                   MOVE WS-FAB-VENC (WS-IDX-FAB) TO WS-AVP-VENC
                   MOVE WS-FAB-SALDO (WS-IDX-FAB) TO WS-AVP-VALOR
                   IF WS-FS-AVISOPAG EQUAL "00"
                       WRITE AVISOPAG-REG FROM WS-AVP-DET
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-FPR-TOTAL (WS-IDX-FPR) TO WS-AVP-TOTAL
           MOVE WS-FPR-NUM-DOCS (WS-IDX-FPR) TO WS-AVP-NUM-DOCS
           IF WS-FS-AVISOPAG EQUAL "00"
               WRITE AVISOPAG-REG FROM WS-AVP-TOT
               MOVE SPACES TO AVISOPAG-REG
               WRITE AVISOPAG-REG
           END-IF.

      *-----------------------
      * fatura de custos de importacao (frete, direitos alfandegarios
      * ou manuseamento) de um transitario ou despachante: fica no
      * registo de compras marcada com o tipo de custo, ligada a uma
      * ou mais encomendas ja recebidas, e o valor sem IVA e imputado
      * as linhas recebidas por valor ou por quantidade; a parte das
      * unidades ainda em stock entra no custo medio do artigo, a
      * parte das ja vendidas vai para o custo das vendas
      *-----------------------
       REGISTAR-CUSTO-IMPORTACAO.
           DISPLAY '-------//FATURA DE CUSTOS DE IMPORTACAO//-------'
           DISPLAY 'CODIGO DO FORNECEDOR (TRANSITARIO/DESPACHANTE): '
           ACCEPT WS-FORN-PROCURA
           PERFORM VALIDAR-FORNECEDOR
           IF WS-FORN-EXISTE EQUAL 0
               DISPLAY '*** FORNECEDOR ' WS-FORN-PROCURA ' NAO '
                   'EXISTE NO MESTRE ***'
               GO TO REGISTAR-CUSTO-IMPORTACAO-FIM
           END-IF
           DISPLAY 'FORNECEDOR: ' WS-FORN-NOME
           DISPLAY 'NUMERO DO DOCUMENTO: '
           ACCEPT WS-DOC
           PERFORM SOMAR-DOC-FORNECEDOR
           IF WS-DOC-ACHADO EQUAL 1
               DISPLAY '*** DOCUMENTO ' WS-DOC ' JA REGISTADO PARA '
                   'ESTE FORNECEDOR ***'
               GO TO REGISTAR-CUSTO-IMPORTACAO-FIM
           END-IF
           DISPLAY 'DATA DO DOCUMENTO (AAAAMMDD): '
           ACCEPT WS-DATA-DOC
           PERFORM CALCULAR-VENCIMENTO
           DISPLAY 'VENCIMENTO A ' WS-FORN-PRAZO ' DIAS: ' WS-DATA-VENC
           DISPLAY 'TIPO DE CUSTO (F-FRETE/A-DIREITOS ALFANDEGARIOS/'
               'M-MANUSEAMENTO): '
           ACCEPT WS-CI-TIPO
           PERFORM UNTIL WS-CI-TIPO = 'F' OR WS-CI-TIPO = 'A'
                      OR WS-CI-TIPO = 'M'
               DISPLAY 'TIPO INVALIDO. VALORES ACEITES: F/A/M'
               DISPLAY 'TIPO DE CUSTO: '
               ACCEPT WS-CI-TIPO
           END-PERFORM

           MOVE ZEROS TO WS-NUM-CI
           MOVE 1 TO WS-CI-ENC
           PERFORM UNTIL WS-CI-ENC EQUAL ZEROS
               DISPLAY 'ENCOMENDA RECEBIDA A QUE SE REFERE '
                   '(0 PARA TERMINAR): '
               ACCEPT WS-CI-ENC
               IF WS-CI-ENC NOT EQUAL ZEROS
                   PERFORM CARREGAR-LINHAS-RECEBIDAS
               END-IF
           END-PERFORM
           IF WS-NUM-CI EQUAL ZEROS
               DISPLAY '*** NENHUMA LINHA RECEBIDA PARA IMPUTAR - '
                   'FATURA NAO REGISTADA ***'
               GO TO REGISTAR-CUSTO-IMPORTACAO-FIM
           END-IF

           DISPLAY 'CRITERIO DE IMPUTACAO (V-VALOR/Q-QUANTIDADE): '
           ACCEPT WS-CI-CRITERIO
           PERFORM UNTIL WS-CI-CRITERIO = 'V' OR WS-CI-CRITERIO = 'Q'
               DISPLAY 'CRITERIO INVALIDO. VALORES ACEITES: V/Q'
               DISPLAY 'CRITERIO DE IMPUTACAO: '
               ACCEPT WS-CI-CRITERIO
           END-PERFORM
           PERFORM SOMAR-PESO-IMPUTACAO
           IF WS-CI-CRITERIO EQUAL 'V' AND WS-CI-PESO-TOTAL EQUAL 0
               DISPLAY '*** ENCOMENDAS SEM CUSTO ACORDADO - IMPUTADO '
                   'POR QUANTIDADE ***'
               MOVE 'Q' TO WS-CI-CRITERIO
               PERFORM SOMAR-PESO-IMPUTACAO
           END-IF

      *    o inventario tem de estar disponivel antes de a fatura
      *    entrar no registo de compras
           OPEN I-O INVENTARIO
           IF WS-FS-INVENTARIO NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR INVENTARIO - FILE STATUS: '
                   WS-FS-INVENTARIO
               GO TO REGISTAR-CUSTO-IMPORTACAO-FIM
           END-IF
           CLOSE INVENTARIO

           OPEN EXTEND COMPRAS
           IF WS-FS-COMPRAS EQUAL "35"
               OPEN OUTPUT COMPRAS
           END-IF
           IF WS-FS-COMPRAS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR COMPRAS - FILE STATUS: '
                   WS-FS-COMPRAS
               GO TO REGISTAR-CUSTO-IMPORTACAO-FIM
           END-IF

           MOVE ZEROS TO WS-CI-BASE
           MOVE 'S' TO WS-MAIS-TAXAS
           PERFORM UNTIL WS-MAIS-TAXAS NOT EQUAL 'S'
               MOVE WS-FORN-PROCURA TO CP-FORNECEDOR
               MOVE WS-DOC TO CP-DOC
               MOVE WS-DATA-DOC TO CP-DATA
               MOVE ZEROS TO CP-NUM-ENCOMENDA
               MOVE WS-DATA-VENC TO CP-DATA-VENCIMENTO
               MOVE WS-CI-TIPO TO CP-CUSTO-IMPORTACAO
               DISPLAY 'TAXA DE IVA (0/6/13/23): '
               ACCEPT CP-TAXA
               PERFORM UNTIL CP-TAXA = 0 OR CP-TAXA = 6
                          OR CP-TAXA = 13 OR CP-TAXA = 23
                   DISPLAY 'TAXA INVALIDA. VALORES ACEITES: '
                       '0/6/13/23'
                   DISPLAY 'TAXA DE IVA: '
                   ACCEPT CP-TAXA
               END-PERFORM
               DISPLAY 'BASE TRIBUTAVEL A ESTA TAXA: '
               ACCEPT WS-NC-BASE-LINHA
               MOVE WS-NC-BASE-LINHA TO CP-BASE
               COMPUTE CP-IVA = (CP-BASE * CP-TAXA) / 100
               DISPLAY 'IVA DEDUTIVEL: ' CP-IVA
               WRITE COMPRA-REG
               IF WS-FS-COMPRAS NOT EQUAL "00"
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR A LINHA'
                   DISPLAY 'FILE STATUS: ' WS-FS-COMPRAS
               ELSE
                   DISPLAY 'LINHA DE COMPRA REGISTADA'
                   ADD WS-NC-BASE-LINHA TO WS-CI-BASE
               END-IF
               DISPLAY 'MAIS TAXAS NESTE DOCUMENTO (S/N)? '
               ACCEPT WS-MAIS-TAXAS
           END-PERFORM
           CLOSE COMPRAS

           IF WS-CI-BASE EQUAL ZEROS
               DISPLAY '*** FATURA SEM VALOR - NADA A IMPUTAR ***'
               GO TO REGISTAR-CUSTO-IMPORTACAO-FIM
           END-IF
           PERFORM IMPUTAR-CUSTOS-IMPORTACAO.

       REGISTAR-CUSTO-IMPORTACAO-FIM.
           EXIT.

      *-----------------------
      * junta a tabela de imputacao as linhas da encomendas WS-CI-ENC
      * com mercadoria recebida; o valor de cada linha e o recebido ao
      * custo acordado
      *-----------------------
       CARREGAR-LINHAS-RECEBIDAS.
           MOVE ZEROS TO WS-CI-ACHADAS
           PERFORM VARYING WS-IDX-CI FROM 1 BY 1
               UNTIL WS-IDX-CI > WS-NUM-CI
               IF WS-TCI-ENCOMENDA (WS-IDX-CI) EQUAL WS-CI-ENC
                   MOVE 1 TO WS-CI-ACHADAS
               END-IF
           END-PERFORM
           IF WS-CI-ACHADAS NOT EQUAL ZEROS
               DISPLAY '*** ENCOMENDA ' WS-CI-ENC ' JA INDICADA ***'
           ELSE
               MOVE SPACES TO WS-ENDOFF
               OPEN INPUT ENCOMENDAS
               IF WS-FS-ENCOMENDAS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFF = 'F'
                       READ ENCOMENDAS
                       AT END MOVE 'F' TO WS-ENDOFF
                       NOT AT END
                           IF ENC-NUM EQUAL WS-CI-ENC
                            AND ENC-QNT-RECEBIDA IS NUMERIC
                            AND ENC-QNT-RECEBIDA > 0
                               PERFORM JUNTAR-LINHA-RECEBIDA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENCOMENDAS
               END-IF
               MOVE SPACES TO WS-ENDOFF
               IF WS-CI-ACHADAS EQUAL ZEROS
                   DISPLAY '*** ENCOMENDA ' WS-CI-ENC ' NAO '
                       'ENCONTRADA OU SEM MERCADORIA RECEBIDA ***'
               END-IF
           END-IF.

       JUNTAR-LINHA-RECEBIDA.
           IF WS-NUM-CI < 100
               ADD 1 TO WS-NUM-CI
               ADD 1 TO WS-CI-ACHADAS
               MOVE ENC-NUM TO WS-TCI-ENCOMENDA (WS-NUM-CI)
               MOVE ENC-COD-ROUPA TO WS-TCI-COD (WS-NUM-CI)
               MOVE ENC-QNT-RECEBIDA TO WS-TCI-QNT (WS-NUM-CI)
               MOVE ZEROS TO WS-TCI-VALOR (WS-NUM-CI)
               IF ENC-CUSTO-ACORDADO IS NUMERIC
                   COMPUTE WS-TCI-VALOR (WS-NUM-CI) =
                       ENC-QNT-RECEBIDA * ENC-CUSTO-ACORDADO
               END-IF
               MOVE ZEROS TO WS-TCI-IMPUTADO (WS-NUM-CI)
               DISPLAY ' ENCOMENDA ' ENC-NUM ' ARTIGO ' ENC-COD-ROUPA
                   ' RECEBIDO ' ENC-QNT-RECEBIDA
                   ' VALOR ' WS-TCI-VALOR (WS-NUM-CI)
           ELSE
               DISPLAY '*** LIMITE DE 100 LINHAS - ARTIGO '
                   ENC-COD-ROUPA ' DA ENCOMENDA ' ENC-NUM
                   ' FICA DE FORA ***'
           END-IF.

       SOMAR-PESO-IMPUTACAO.
           MOVE ZEROS TO WS-CI-PESO-TOTAL
           PERFORM VARYING WS-IDX-CI FROM 1 BY 1
               UNTIL WS-IDX-CI > WS-NUM-CI
               IF WS-CI-CRITERIO EQUAL 'V'
                   ADD WS-TCI-VALOR (WS-IDX-CI) TO WS-CI-PESO-TOTAL
               ELSE
                   ADD WS-TCI-QNT (WS-IDX-CI) TO WS-CI-PESO-TOTAL
               END-IF
           END-PERFORM.

      *-----------------------
      * reparte WS-CI-BASE pelas linhas na proporcao do valor ou da
      * quantidade recebida - a ultima linha leva o acerto dos
      * arredondamentos - e soma a parte de cada uma ao custo medio
      * do artigo, com registo da imputacao e do movimento de custo
      *-----------------------
       IMPUTAR-CUSTOS-IMPORTACAO.
           MOVE ZEROS TO WS-CI-ACUMULADO
           PERFORM VARYING WS-IDX-CI FROM 1 BY 1
               UNTIL WS-IDX-CI > WS-NUM-CI
               IF WS-IDX-CI EQUAL WS-NUM-CI
                   COMPUTE WS-TCI-IMPUTADO (WS-IDX-CI) =
                       WS-CI-BASE - WS-CI-ACUMULADO
               ELSE
                   IF WS-CI-CRITERIO EQUAL 'V'
                       COMPUTE WS-TCI-IMPUTADO (WS-IDX-CI) ROUNDED =
                           WS-CI-BASE * WS-TCI-VALOR (WS-IDX-CI)
                           / WS-CI-PESO-TOTAL
                   ELSE
                       COMPUTE WS-TCI-IMPUTADO (WS-IDX-CI) ROUNDED =
                           WS-CI-BASE * WS-TCI-QNT (WS-IDX-CI)
                           / WS-CI-PESO-TOTAL
                   END-IF
                   IF WS-CI-ACUMULADO + WS-TCI-IMPUTADO (WS-IDX-CI)
                      > WS-CI-BASE
                       COMPUTE WS-TCI-IMPUTADO (WS-IDX-CI) =
                           WS-CI-BASE - WS-CI-ACUMULADO
                   END-IF
                   ADD WS-TCI-IMPUTADO (WS-IDX-CI) TO WS-CI-ACUMULADO
               END-IF
           END-PERFORM

           OPEN I-O INVENTARIO
           IF WS-FS-INVENTARIO NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR INVENTARIO - FILE STATUS: '
                   WS-FS-INVENTARIO
               DISPLAY '*** FATURA REGISTADA MAS CUSTOS NAO '
                   'IMPUTADOS ***'
           ELSE
               OPEN EXTEND MOVIMENTOS
               IF WS-FS-MOVIMENTOS EQUAL "35"
                   OPEN OUTPUT MOVIMENTOS
               END-IF
               OPEN EXTEND CUSTOIMP
               IF WS-FS-CUSTOIMP EQUAL "35"
                   OPEN OUTPUT CUSTOIMP
               END-IF
               MOVE ZEROS TO WS-CI-TOT-STOCK
               MOVE ZEROS TO WS-CI-TOT-VENDIDO
               PERFORM VARYING WS-IDX-CI FROM 1 BY 1
                   UNTIL WS-IDX-CI > WS-NUM-CI
                   PERFORM IMPUTAR-LINHA-CUSTO
               END-PERFORM
               CLOSE INVENTARIO
               IF WS-FS-MOVIMENTOS EQUAL "00"
                   CLOSE MOVIMENTOS
               END-IF
               IF WS-FS-CUSTOIMP EQUAL "00"
                   CLOSE CUSTOIMP
               END-IF
               DISPLAY 'TOTAL IMPUTADO: ' WS-CI-BASE
                   ' EM STOCK: ' WS-CI-TOT-STOCK
                   ' CUSTO DAS VENDAS: ' WS-CI-TOT-VENDIDO
           END-IF.

      *-----------------------
      * uma linha recebida: das unidades recebidas, as que ainda
      * estao em stock (no maximo a existencia atual) levam a sua
      * parte para o custo medio; o resto ja saiu com as vendas
      *-----------------------
       IMPUTAR-LINHA-CUSTO.
           MOVE WS-FORN-PROCURA TO CI-FORNECEDOR
           MOVE WS-DOC TO CI-DOC
           MOVE WS-DATA-DOC TO CI-DATA
           MOVE WS-CI-TIPO TO CI-TIPO
           MOVE WS-CI-CRITERIO TO CI-CRITERIO
           MOVE WS-TCI-ENCOMENDA (WS-IDX-CI) TO CI-NUM-ENCOMENDA
           MOVE WS-TCI-COD (WS-IDX-CI) TO CI-COD-ROUPA
           MOVE WS-TCI-QNT (WS-IDX-CI) TO CI-QNT-RECEBIDA
           MOVE WS-TCI-VALOR (WS-IDX-CI) TO CI-VALOR-RECEBIDO
           MOVE WS-TCI-IMPUTADO (WS-IDX-CI) TO CI-VALOR-IMPUTADO
           MOVE ZEROS TO CI-VALOR-STOCK
           MOVE ZEROS TO CI-CUSTO-ANTERIOR
           MOVE ZEROS TO CI-CUSTO-NOVO
           MOVE ZEROS TO WS-CI-STOCK
           MOVE WS-TCI-COD (WS-IDX-CI) TO COD-ROUPA
           READ INVENTARIO
               INVALID KEY
                   DISPLAY '*** ARTIGO ' WS-TCI-COD (WS-IDX-CI)
                       ' NAO EXISTE NO INVENTARIO - CUSTO VAI PARA '
                       'AS VENDAS ***'
               NOT INVALID KEY
                   MOVE ZEROS TO WS-CI-QNT-INV
                   IF QNT-PRODUTO IS NUMERIC
                       MOVE QNT-PRODUTO TO WS-CI-QNT-INV
                   END-IF
                   MOVE CUSTO-PRODUTO TO CI-CUSTO-ANTERIOR
                   MOVE CUSTO-PRODUTO TO CI-CUSTO-NOVO
                   IF WS-CI-QNT-INV < WS-TCI-QNT (WS-IDX-CI)
                       MOVE WS-CI-QNT-INV TO WS-CI-STOCK
                   ELSE
                       MOVE WS-TCI-QNT (WS-IDX-CI) TO WS-CI-STOCK
                   END-IF
                   IF WS-CI-STOCK > 0
                       PERFORM CAPITALIZAR-CUSTO-LINHA
                   END-IF
           END-READ
           MOVE WS-CI-STOCK TO CI-QNT-STOCK
           COMPUTE CI-VALOR-VENDIDO =
               CI-VALOR-IMPUTADO - CI-VALOR-STOCK
           ADD CI-VALOR-STOCK TO WS-CI-TOT-STOCK
           ADD CI-VALOR-VENDIDO TO WS-CI-TOT-VENDIDO
           IF WS-FS-CUSTOIMP EQUAL "00"
               WRITE CUSTOIMP-REG
           END-IF
           DISPLAY ' ENC ' CI-NUM-ENCOMENDA ' ARTIGO ' CI-COD-ROUPA
               ' IMPUTADO ' CI-VALOR-IMPUTADO
               ' EM STOCK ' CI-VALOR-STOCK
               ' VENDIDO ' CI-VALOR-VENDIDO
               ' CUSTO ' CI-CUSTO-ANTERIOR ' -> ' CI-CUSTO-NOVO.

       CAPITALIZAR-CUSTO-LINHA.
           COMPUTE CI-VALOR-STOCK ROUNDED =
               CI-VALOR-IMPUTADO * WS-CI-STOCK
               / WS-TCI-QNT (WS-IDX-CI)
           COMPUTE WS-CI-CUSTO-NOVO ROUNDED =
               ((WS-CI-QNT-INV * CUSTO-PRODUTO) + CI-VALOR-STOCK)
               / WS-CI-QNT-INV
           IF WS-CI-CUSTO-NOVO > 99999,99
               MOVE 99999,99 TO WS-CI-CUSTO-NOVO
           END-IF
           MOVE WS-CI-CUSTO-NOVO TO CUSTO-PRODUTO
           REWRITE INVENTARIO-FILE
           IF WS-FS-INVENTARIO NOT EQUAL "00"
               DISPLAY '*** NAO FOI POSSIVEL ATUALIZAR O CUSTO DO '
                   'ARTIGO ' COD-ROUPA ' - FILE STATUS: '
                   WS-FS-INVENTARIO ' ***'
               MOVE ZEROS TO CI-VALOR-STOCK
               MOVE ZEROS TO WS-CI-STOCK
           ELSE
               MOVE CUSTO-PRODUTO TO CI-CUSTO-NOVO
               IF WS-FS-MOVIMENTOS EQUAL "00"
                   MOVE WS-DATA-PROCESSAMENTO TO MOV-DATA
                   ACCEPT MOV-HORA FROM TIME
                   MOVE 'REGISTO_COMPRAS' TO MOV-OPERADOR
                   MOVE COD-ROUPA TO MOV-COD-ROUPA
                   MOVE WS-CI-QNT-INV TO MOV-QNT-ANTERIOR
                   MOVE ZEROS TO MOV-DELTA
                   MOVE 'L' TO MOV-MOTIVO
                   MOVE CUSTO-PRODUTO TO MOV-CUSTO
                   WRITE MOVIMENTO-REG
               END-IF
           END-IF.

      *-----------------------
      * relatorio de imputacao de custos de importacao de um mes,
      * para a contabilidade: por fatura de custos, as linhas
      * recebidas com a parte imputada, a que ficou no stock e a que
      * foi para o custo das vendas, e o custo medio antes e depois
      *-----------------------
       RELATORIO-CUSTOS-IMPORTACAO.
           DISPLAY 'MES DO RELATORIO (AAAAMM, 0 PARA O MES CORRENTE): '
           ACCEPT WS-CI-ANOMES
           IF WS-CI-ANOMES EQUAL ZEROS
               MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-CI-ANOMES
           END-IF
           OPEN INPUT CUSTOIMP
           IF WS-FS-CUSTOIMP NOT EQUAL "00"
               DISPLAY ' SEM CUSTOS DE IMPORTACAO IMPUTADOS - FILE '
                   'STATUS: ' WS-FS-CUSTOIMP
           ELSE
               OPEN OUTPUT IMPUTCST
               IF WS-FS-IMPUTCST NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR IMPUTCST - FILE STATUS: '
                       WS-FS-IMPUTCST
               ELSE
                   MOVE WS-CI-ANOMES TO WS-ICT-ANOMES
                   MOVE WS-DATA-PROCESSAMENTO TO WS-ICT-EMISSAO
                   WRITE IMPUTCST-REG FROM WS-ICT-CAB
                   MOVE SPACES TO IMPUTCST-REG
                   WRITE IMPUTCST-REG
                   MOVE SPACES TO WS-CI-CHAVE-ANT
                   MOVE ZEROS TO WS-CI-DOCS
                   MOVE ZEROS TO WS-CI-TOT-IMPUTADO
                   MOVE ZEROS TO WS-CI-TOT-STOCK
                   MOVE ZEROS TO WS-CI-TOT-VENDIDO
                   MOVE SPACES TO WS-ENDOFF
                   PERFORM UNTIL WS-ENDOFF = 'F'
                       READ CUSTOIMP
                       AT END MOVE 'F' TO WS-ENDOFF
                       NOT AT END
                           IF CI-DATA (1:6) EQUAL WS-CI-ANOMES
                               PERFORM RELATAR-LINHA-CUSTO
                           END-IF
                       END-READ
                   END-PERFORM
                   MOVE SPACES TO WS-ENDOFF
                   IF WS-CI-CHAVE-ANT NOT EQUAL SPACES
                       PERFORM FECHAR-DOC-CUSTO
                   END-IF
                   MOVE WS-CI-DOCS TO WS-ICT-NUM-DOCS
                   MOVE WS-CI-TOT-IMPUTADO TO WS-ICT-TOTAL-IMP
                   MOVE WS-CI-TOT-STOCK TO WS-ICT-TOTAL-STK
                   MOVE WS-CI-TOT-VENDIDO TO WS-ICT-TOTAL-VND
                   WRITE IMPUTCST-REG FROM WS-ICT-TOT
                   CLOSE IMPUTCST
                   DISPLAY 'RELATORIO GRAVADO EM ' WS-PATH-IMPUTCST
                   DISPLAY 'FATURAS: ' WS-CI-DOCS
                       ' IMPUTADO: ' WS-CI-TOT-IMPUTADO
                       ' EM STOCK: ' WS-CI-TOT-STOCK
                       ' CUSTO DAS VENDAS: ' WS-CI-TOT-VENDIDO
               END-IF
               CLOSE CUSTOIMP
           END-IF.

       RELATAR-LINHA-CUSTO.
           MOVE CI-FORNECEDOR TO WS-CI-CHAVE-FORN
           MOVE CI-DOC TO WS-CI-CHAVE-DOC
           IF WS-CI-CHAVE NOT EQUAL WS-CI-CHAVE-ANT
               IF WS-CI-CHAVE-ANT NOT EQUAL SPACES
                   PERFORM FECHAR-DOC-CUSTO
               END-IF
               MOVE WS-CI-CHAVE TO WS-CI-CHAVE-ANT
               ADD 1 TO WS-CI-DOCS
               MOVE ZEROS TO WS-CI-DOC-IMPUTADO
               MOVE ZEROS TO WS-CI-DOC-STOCK
               MOVE ZEROS TO WS-CI-DOC-VENDIDO
               MOVE CI-FORNECEDOR TO WS-FORN-PROCURA
               PERFORM VALIDAR-FORNECEDOR
               MOVE SPACES TO WS-ENDOFF
               MOVE CI-FORNECEDOR TO WS-ICT-FORNECEDOR
               MOVE WS-FORN-NOME TO WS-ICT-NOME
               MOVE CI-DOC TO WS-ICT-DOC
               MOVE CI-DATA TO WS-ICT-DATA
               EVALUATE CI-TIPO
                   WHEN 'F' MOVE 'FRETE' TO WS-ICT-TIPO
                   WHEN 'A' MOVE 'DIREITOS ALFAND.' TO WS-ICT-TIPO
                   WHEN 'M' MOVE 'MANUSEAMENTO' TO WS-ICT-TIPO
                   WHEN OTHER MOVE CI-TIPO TO WS-ICT-TIPO
               END-EVALUATE
               IF CI-CRITERIO EQUAL 'V'
                   MOVE 'VALOR' TO WS-ICT-CRITERIO
               ELSE
                   MOVE 'QUANTIDADE' TO WS-ICT-CRITERIO
               END-IF
               WRITE IMPUTCST-REG FROM WS-ICT-DOC-CAB
               WRITE IMPUTCST-REG FROM WS-ICT-COLUNAS
           END-IF
           MOVE CI-NUM-ENCOMENDA TO WS-ICT-ENCOMENDA
           MOVE CI-COD-ROUPA TO WS-ICT-ARTIGO
           MOVE CI-QNT-RECEBIDA TO WS-ICT-QNT-REC
           MOVE CI-VALOR-RECEBIDO TO WS-ICT-VALOR-REC
           MOVE CI-VALOR-IMPUTADO TO WS-ICT-IMPUTADO
           MOVE CI-QNT-STOCK TO WS-ICT-QNT-STK
           MOVE CI-VALOR-STOCK TO WS-ICT-STOCK
           MOVE CI-VALOR-VENDIDO TO WS-ICT-VENDIDO
           MOVE CI-CUSTO-ANTERIOR TO WS-ICT-CUSTO-ANT
           MOVE CI-CUSTO-NOVO TO WS-ICT-CUSTO-NOVO
           WRITE IMPUTCST-REG FROM WS-ICT-DET
           ADD CI-VALOR-IMPUTADO TO WS-CI-DOC-IMPUTADO
           ADD CI-VALOR-STOCK TO WS-CI-DOC-STOCK
           ADD CI-VALOR-VENDIDO TO WS-CI-DOC-VENDIDO.

       FECHAR-DOC-CUSTO.
           MOVE WS-CI-DOC-IMPUTADO TO WS-ICT-DOC-IMP
           MOVE WS-CI-DOC-STOCK TO WS-ICT-DOC-STK
           MOVE WS-CI-DOC-VENDIDO TO WS-ICT-DOC-VND
           WRITE IMPUTCST-REG FROM WS-ICT-DOC-TOT
           MOVE SPACES TO IMPUTCST-REG
           WRITE IMPUTCST-REG
           ADD WS-CI-DOC-IMPUTADO TO WS-CI-TOT-IMPUTADO
           ADD WS-CI-DOC-STOCK TO WS-CI-TOT-STOCK
           ADD WS-CI-DOC-VENDIDO TO WS-CI-TOT-VENDIDO.

      *-----------------------
      * converte uma data AAAAMMDD em dias corridos, para subtrair
      * datas - como na antiguidade de saldos dos clientes
      *-----------------------
       CONVERTER-DATA-EM-DIAS.
           COMPUTE WS-CONV-ANOS-COMPLETOS = WS-CONV-ANO - 1
           COMPUTE WS-CONV-QUOC-4   = WS-CONV-ANOS-COMPLETOS / 4
           COMPUTE WS-CONV-QUOC-100 = WS-CONV-ANOS-COMPLETOS / 100
           COMPUTE WS-CONV-QUOC-400 = WS-CONV-ANOS-COMPLETOS / 400
           COMPUTE WS-CONV-DIAS =
               (WS-CONV-ANOS-COMPLETOS * 365)
               + WS-CONV-QUOC-4
               - WS-CONV-QUOC-100
               + WS-CONV-QUOC-400

           EVALUATE WS-CONV-MES
               WHEN 01 ADD 0   TO WS-CONV-DIAS
               WHEN 02 ADD 31  TO WS-CONV-DIAS
               WHEN 03 ADD 59  TO WS-CONV-DIAS
               WHEN 04 ADD 90  TO WS-CONV-DIAS
               WHEN 05 ADD 120 TO WS-CONV-DIAS
               WHEN 06 ADD 151 TO WS-CONV-DIAS
               WHEN 07 ADD 181 TO WS-CONV-DIAS
               WHEN 08 ADD 212 TO WS-CONV-DIAS
               WHEN 09 ADD 243 TO WS-CONV-DIAS
               WHEN 10 ADD 273 TO WS-CONV-DIAS
               WHEN 11 ADD 304 TO WS-CONV-DIAS
               WHEN 12 ADD 334 TO WS-CONV-DIAS
           END-EVALUATE

           IF WS-CONV-MES > 2
               DIVIDE WS-CONV-ANO BY 4
                   GIVING WS-CONV-QUOC-BISSEXTO
                   REMAINDER WS-CONV-BISSEXTO
               IF WS-CONV-BISSEXTO EQUAL 0
                   DIVIDE WS-CONV-ANO BY 100
                       GIVING WS-CONV-QUOC-BISSEXTO
                       REMAINDER WS-CONV-BISSEXTO
                   IF WS-CONV-BISSEXTO NOT EQUAL 0
                       ADD 1 TO WS-CONV-DIAS
                   ELSE
                       DIVIDE WS-CONV-ANO BY 400
                           GIVING WS-CONV-QUOC-BISSEXTO
                           REMAINDER WS-CONV-BISSEXTO
                       IF WS-CONV-BISSEXTO EQUAL 0
                           ADD 1 TO WS-CONV-DIAS
                       END-IF
                   END-IF
               END-IF
           END-IF

           ADD WS-CONV-DIA TO WS-CONV-DIAS.

       END PROGRAM REGISTO_COMPRAS.
