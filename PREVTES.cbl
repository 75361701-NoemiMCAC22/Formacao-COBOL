      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Previsao de tesouraria a treze semanas (de segunda a
      *          domingo, a partir da semana da data de negocio):
      *          entradas das faturas em aberto do FATURA_CLIENTE
      *          pela data de vencimento, das faturas do gas em
      *          aberto pela data de vencimento pesadas pelo
      *          historico de pagamento de cada cliente, das
      *          prestacoes dos acordos de pagamento ativos e dos
      *          debitos diretos dos clientes com mandato; saidas
      *          das faturas de fornecedores pela data de
      *          vencimento, das proximas folhas de salarios e dos
      *          meses de subsidio, das retencoes e contribuicoes ao
      *          Estado e do pagamento do IVA do ultimo apuramento;
      *          parte do saldo do banco (contabilistico, ou o do
      *          extrato indicado), mostra o fluxo liquido e o saldo
      *          de cada semana e assinala as semanas a negativo
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAO_TESOURARIA.
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
           SELECT RECEBIMENTOS ASSIGN TO
           WS-PATH-RECEBIMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RECEBIMENTOS.
           SELECT FICH-FATURA-MES ASSIGN TO
           WS-PATH-FATURA-MES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-CHAVE
           FILE STATUS IS WS-FS-FATURAMES.
           SELECT FICH-CLIENTES ASSIGN TO
           WS-PATH-CLIENTES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT FICH-MANDATOS ASSIGN TO
           WS-PATH-MANDATOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-MANDATOS.
           SELECT FICH-ACORDOS ASSIGN TO
           WS-PATH-ACORDOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-ACORDOS.
           SELECT FICH-RECLAMACOES ASSIGN TO
           WS-PATH-RECLAMACOES
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RECLAMACOES.
           SELECT COMPRAS ASSIGN TO
           WS-PATH-COMPRAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-COMPRAS.
           SELECT PAGFORN ASSIGN TO
           WS-PATH-PAGFORN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PAGFORN.
           SELECT RECIBOS ASSIGN TO
           WS-PATH-RECIBOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-RECIBOS.
           SELECT FUNCIONARIOS ASSIGN TO
           WS-PATH-FUNCIONARIOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FUNCIONARIOS.
           SELECT APURAMENTOS ASSIGN TO
           WS-PATH-APURAMENTOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-APURAMENTOS.
           SELECT REGRASLANC ASSIGN TO
           WS-PATH-REGRASLANC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-REGRASLANC.
           SELECT DIARIOCONT ASSIGN TO
           WS-PATH-DIARIOCONT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIOCONT.
           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DATAPROC.
           SELECT SPOOL ASSIGN TO
           WS-PATH-SPOOL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-SPOOL.
           DATA DIVISION.
           FILE SECTION.
       FD FATURAOUT.
       COPY FATOUT
           REPLACING ==:PFX:== BY ==FCL==
                     ==:TRL:== BY ==FOT==.

       FD RECEBIMENTOS.
           01 RECEBIMENTO-REG.
               03 RB-NUM-RECEBIMENTO      PIC 9(06).
               03 RB-NUM-FATURA           PIC 9(06).
               03 RB-DATA                 PIC 9(08).
               03 RB-VALOR                PIC 9(08)V99.
               03 RB-TIPO                 PIC X(01).

       FD FICH-FATURA-MES.
       COPY FATMES
           REPLACING ==:REC:== BY ==FATURA-MES-REG==
                     ==:PFX:== BY ==FM==.

      *-----------------------
      * ficheiro de clientes do gas: so interessam o numero e o IBAN
      *-----------------------
       FD FICH-CLIENTES.
           01 CLIENTE-GAS-REG.
               03 CG-NUM-CLIENTE          PIC 9(05).
               03 CG-NOME-CLIENTE         PIC X(30).
               03 CG-MORADA               PIC X(40).
               03 CG-NIF                  PIC 9(09).
               03 CG-DATA-INICIO-CONTR    PIC 9(08).
               03 CG-IBAN                 PIC X(25).
               03 FILLER                  PIC X(83).

       FD FICH-MANDATOS.
           01 MANDATO-REG.
               03 MD-NUM-CLIENTE          PIC 9(05).
               03 MD-REFERENCIA           PIC X(16).
               03 MD-DATA-ASSINATURA      PIC 9(08).
               03 MD-ESTADO               PIC X(01).
               03 MD-RECUSAS              PIC 9(02).

       FD FICH-ACORDOS.
           01 ACORDO-REG.
               03 AC-NUM-ACORDO           PIC 9(05).
               03 AC-NUM-CLIENTE          PIC 9(05).
               03 AC-ANO                  PIC 9(04).
               03 AC-MES                  PIC 9(02).
               03 AC-NUM-PRESTACOES       PIC 9(02).
               03 AC-VALOR-PRESTACAO      PIC 9(07)V99.
               03 AC-DATA-ACORDO          PIC 9(08).
               03 AC-ESTADO               PIC X(01).

       FD FICH-RECLAMACOES.
       COPY RECLAM.

      *-----------------------
      * registo de compras e pagamentos a fornecedores de
      * REGISTO_COMPRAS - os desenhos tem de bater certo com os de la
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

       FD PAGFORN.
           01 PAGFORN-REG.
               03 PF-FORNECEDOR           PIC 9(03).
               03 PF-DOC                  PIC X(12).
               03 PF-DATA                 PIC 9(08).
               03 PF-VALOR                PIC 9(08)V99.

      *-----------------------
      * recibos de vencimento e ficheiro de funcionarios de
      * DADOS_FUNCIONARIOS - os desenhos tem de bater certo com os de
      * la
      *-----------------------
       FD RECIBOS.
       01 RECIBO-REG.
           03 RS-ANOMES              PIC 9(06).
           03 RS-FUNC-ID             PIC 9(05).
           03 RS-NOME                PIC X(20).
           03 RS-SECCAO              PIC X(20).
           03 RS-HORAS-NORMAIS       PIC 9(03)V99.
           03 RS-HORAS-EXTRA         PIC 9(03)V99.
           03 RS-VALOR-NORMAL        PIC 9(06)V99.
           03 RS-VALOR-EXTRA         PIC 9(06)V99.
           03 RS-VALOR-TOTAL         PIC 9(07)V99.
           03 RS-IRS                 PIC 9(06)V99.
           03 RS-SS                  PIC 9(06)V99.
           03 RS-LIQUIDO             PIC 9(07)V99.
           03 RS-DIAS-ALIM           PIC 9(02).
           03 RS-SUBSIDIO-ALIM       PIC 9(05)V99.
           03 RS-TIPO                PIC X(01).
           03 RS-HORAS-NOITE         PIC 9(03)V99.
           03 RS-VALOR-NOITE         PIC 9(06)V99.
           03 RS-HORAS-FDS           PIC 9(03)V99.
           03 RS-VALOR-FDS           PIC 9(06)V99.
           03 RS-DIAS-F              PIC 9(03).
           03 RS-VALOR-F             PIC 9(06)V99.
           03 RS-DIAS-D              PIC 9(03).
           03 RS-VALOR-D             PIC 9(06)V99.
           03 RS-DIAS-N              PIC 9(03).
           03 RS-BONUS               PIC 9(05).
           03 RS-COMISSAO            PIC 9(05)V99.
           03 RS-DESP-ISENTA         PIC 9(05)V99.
           03 RS-DESP-TRIBUTADA      PIC 9(05)V99.
           03 RS-ADIANTAMENTO        PIC 9(06)V99.
           03 RS-SALDO-DIVIDA        PIC 9(06)V99.
           03 RS-DATA-SAIDA          PIC 9(08).
           03 RS-DIAS-FERIAS-PAGAS   PIC 9(03).
           03 RS-VALOR-FERIAS-PAGAS  PIC 9(06)V99.
           03 RS-SUB-FERIAS          PIC 9(06)V99.
           03 RS-SUB-NATAL           PIC 9(06)V99.
           03 RS-COMPENSACAO         PIC 9(07)V99.

       FD FUNCIONARIOS.
       01 FUNCIONARIOS-REG.
           03 FUNC-ID                PIC 9(05).
           03 FUNC-NOME              PIC X(20).
           03 FUNC-DATA-NASC         PIC X(10).
           03 FUNC-CATEGORIA         PIC X(18).
           03 FUNC-SECCAO            PIC X(20).
           03 FUNC-HORA-ENTRADA      PIC 9(04).
           03 FUNC-HORA-SAIDA        PIC 9(04).
           03 FUNC-HORA-ALMOCO-INI   PIC 9(04).
           03 FUNC-HORA-ALMOCO-FIM   PIC 9(04).
           03 FUNC-HORAS-SEMANAIS    PIC 9(02).
           03 FUNC-TAXA-HORARIA      PIC 9(03)V99.
           03 FUNC-DIAS-FERIAS-ANO   PIC 9(02).
           03 FUNC-DATA-ADMISSAO     PIC 9(08).
           03 FUNC-ESTADO            PIC X(01).
           03 FUNC-DATA-SAIDA        PIC 9(08).
           03 FUNC-IBAN              PIC X(25).
           03 FUNC-NIF               PIC 9(09).
           03 FUNC-NISS              PIC 9(11).

       FD APURAMENTOS.
       COPY APURIVA.

       FD REGRASLANC.
           01 REGRASLANC-REG.
               03 RL-TIPO                 PIC X(06).
               03 RL-COMPONENTE           PIC X(08).
               03 RL-CONTA                PIC X(10).

       FD DIARIOCONT.
           COPY DIARCONT.

       FD DATAPROC.
           01 DATAPROC-REG.
               03 DP-DATA                 PIC 9(08).
               03 DP-ESTADO               PIC X(01).

       FD SPOOL.
           01 SPOOL-REG                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PATH-FATURAOUT               PIC X(100).
       77 WS-PATH-RECEBIMENTOS            PIC X(100).
       77 WS-PATH-FATURA-MES              PIC X(100).
       77 WS-PATH-CLIENTES                PIC X(100).
       77 WS-PATH-MANDATOS                PIC X(100).
       77 WS-PATH-ACORDOS                 PIC X(100).
       77 WS-PATH-RECLAMACOES             PIC X(100).
       77 WS-PATH-COMPRAS                 PIC X(100).
       77 WS-PATH-PAGFORN                 PIC X(100).
       77 WS-PATH-RECIBOS                 PIC X(100).
       77 WS-PATH-FUNCIONARIOS            PIC X(100).
       77 WS-PATH-APURAMENTOS             PIC X(100).
       77 WS-PATH-REGRASLANC              PIC X(100).
       77 WS-PATH-DIARIOCONT              PIC X(100).
       77 WS-PATH-DATAPROC                PIC X(100).
       77 WS-PATH-SPOOL                   PIC X(100).
       77 WS-FS-FATURAOUT                 PIC XX.
       77 WS-FS-RECEBIMENTOS              PIC XX.
       77 WS-FS-FATURAMES                 PIC XX.
       77 WS-FS-CLIENTES                  PIC XX.
       77 WS-FS-MANDATOS                  PIC XX.
       77 WS-FS-ACORDOS                   PIC XX.
       77 WS-FS-RECLAMACOES               PIC XX.
       77 WS-FS-COMPRAS                   PIC XX.
       77 WS-FS-PAGFORN                   PIC XX.
       77 WS-FS-RECIBOS                   PIC XX.
       77 WS-FS-FUNCIONARIOS              PIC XX.
       77 WS-FS-APURAMENTOS               PIC XX.
       77 WS-FS-REGRASLANC                PIC XX.
       77 WS-FS-DIARIOCONT                PIC XX.
       77 WS-FS-DATAPROC                  PIC XX.
       77 WS-FS-SPOOL                     PIC XX.
       77 WS-ENDOFF                       PIC X(01) VALUE SPACES.
       77 WS-SPOOL-LINHA                  PIC X(132).
       77 WS-SPOOL-ABERTO                 PIC 9 VALUE 0.

       77 WS-DATA-PROCESSAMENTO           PIC 9(08).
       77 WS-DN-HOJE                      PIC 9(07).
       77 WS-DN-INICIO                    PIC 9(07).
       77 WS-DN-FIM                       PIC 9(07).
       77 WS-DATA-FIM                     PIC 9(08).
       77 WS-DIA-SEMANA                   PIC 9(01).
       77 WS-QUOC                         PIC 9(07).
       77 WS-RESTO                        PIC 9(03).
       77 WS-EXCEDIDOS                    PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU                        PIC 9 VALUE 0.
       77 WS-IDX                          PIC 9(03).
       77 WS-IDX-ENT                      PIC 9(03).
       77 WS-IDX-COL                      PIC 9(01).
       77 WS-IDX-SEM                      PIC 9(02).
       77 WS-CONT-DIAS                    PIC 9(02).

      *-----------------------
      * data em numero de dias (calendario gregoriano), para contar
      * dias entre datas e arrumar cada valor na sua semana
      *-----------------------
           01 WS-ND-DATA                  PIC 9(08).
           01 WS-ND-DATA-R REDEFINES WS-ND-DATA.
               03 WS-ND-DATA-ANO          PIC 9(04).
               03 WS-ND-DATA-MES          PIC 9(02).
               03 WS-ND-DATA-DIA          PIC 9(02).
       77 WS-ND-ANO                       PIC 9(04).
       77 WS-ND-MES                       PIC 9(02).
       77 WS-ND-NUM                       PIC 9(07).
       77 WS-ND-AUX                       PIC 9(07).

      *-----------------------
      * data de trabalho para andar dia a dia e mes a mes
      *-----------------------
           01 WS-PD-DATA                  PIC 9(08).
           01 WS-PD-DATA-R REDEFINES WS-PD-DATA.
               03 WS-PD-ANO               PIC 9(04).
               03 WS-PD-MES               PIC 9(02).
               03 WS-PD-DIA               PIC 9(02).
       77 WS-PD-DIAS-MES                  PIC 9(02).
       77 WS-PD-DIA-ALVO                  PIC 9(02).
       77 WS-PD-R4                        PIC 9(03).
       77 WS-PD-R100                      PIC 9(03).
       77 WS-PD-R400                      PIC 9(03).

      *-----------------------
      * um valor previsto: coluna, data (ou dia ja calculado) e
      * valor; o que cai antes da primeira semana (vencido) entra na
      * primeira, o que cai depois da decima terceira fica a parte
      *-----------------------
       77 WS-PRV-COLUNA                   PIC 9(01).
       77 WS-PRV-DATA                     PIC 9(08).
       77 WS-PRV-DN                       PIC 9(07).
       77 WS-PRV-VALOR                    PIC S9(09)V99.
       77 WS-PRV-SEMANA                   PIC 9(02).

      *-----------------------
      * treze semanas com oito colunas: 1 faturas de clientes, 2
      * faturas do gas, 3 acordos, 4 debitos diretos (entradas); 5
      * fornecedores, 6 salarios, 7 Estado (IRS e seguranca social),
      * 8 IVA (saidas)
      *-----------------------
           01 WS-TAB-SEMANAS.
               03 WS-SEM-ENTRY OCCURS 13 TIMES.
                   05 WS-SEM-INICIO       PIC 9(08).
                   05 WS-SEM-VALOR        PIC S9(09)V99
                                          OCCURS 8 TIMES.
                   05 WS-SEM-FLUXO        PIC S9(10)V99.
                   05 WS-SEM-SALDO        PIC S9(11)V99.
           01 WS-TAB-TOTAIS.
               03 WS-TOT-COLUNA           PIC S9(10)V99
                                          OCCURS 8 TIMES.
               03 WS-ALEM-COLUNA          PIC S9(10)V99
                                          OCCURS 8 TIMES.
           01 WS-NOME-COLUNA-TAB.
               03 FILLER                  PIC X(10) VALUE 'FAT.CLIENT'.
               03 FILLER                  PIC X(10) VALUE ' FATUR.GAS'.
               03 FILLER                  PIC X(10) VALUE '   ACORDOS'.
               03 FILLER                  PIC X(10) VALUE ' DEB.DIRET'.
               03 FILLER                  PIC X(10) VALUE 'FORNECEDOR'.
               03 FILLER                  PIC X(10) VALUE '  SALARIOS'.
               03 FILLER                  PIC X(10) VALUE ' IRS E SS '.
               03 FILLER                  PIC X(10) VALUE '       IVA'.
           01 WS-NOME-COLUNA-RED REDEFINES WS-NOME-COLUNA-TAB.
               03 WS-NOME-COLUNA          PIC X(10) OCCURS 8 TIMES.
       77 WS-TOT-FLUXO                    PIC S9(11)V99 VALUE ZEROS.
       77 WS-SEMANAS-NEGATIVAS            PIC 9(02) VALUE ZEROS.
       77 WS-SALDO-MINIMO                 PIC S9(11)V99.
       77 WS-SEMANA-MINIMO                PIC 9(02).

      *-----------------------
      * saldo de abertura: o da conta do banco no diario de
      * lancamentos, ou o do extrato se o operador o indicar
      *-----------------------
       77 WS-CONTA-BANCO                  PIC X(10) VALUE SPACES.
       77 WS-SALDO-CONTAB                 PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-EXTRATO                PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-ABERTURA               PIC S9(11)V99 VALUE ZEROS.
       77 WS-ORIGEM-SALDO                 PIC X(20) VALUE SPACES.
       77 WS-LINHAS-BANCO                 PIC 9(07) VALUE ZEROS.

      *-----------------------
      * documentos do FATURA_CLIENTE em aberto
      *-----------------------
       77 WS-NUM-DOCS                     PIC 9(03) VALUE ZEROS.
       77 WS-DOC-OK                       PIC 9 VALUE 0.
       77 WS-SALDO-DOC                    PIC S9(09)V99.
       77 WS-FAT-VENCIDO                  PIC S9(09)V99 VALUE ZEROS.
           01 WS-TAB-DOCS.
               03 WS-DOC-ENTRY OCCURS 500 TIMES.
                   05 WS-DOC-NUM          PIC 9(06).
                   05 WS-DOC-TIPO         PIC X(02).
                   05 WS-DOC-VENC         PIC 9(08).
                   05 WS-DOC-TOTAL        PIC S9(09)V99.
                   05 WS-DOC-RECEBIDO     PIC 9(09)V99.

      *-----------------------
      * gas: mandatos ativos (com IBAN no mestre), acordos ativos,
      * reclamacoes abertas, historico de pagamento por cliente e
      * faturas em aberto
      *-----------------------
       77 WS-NUM-MAND                     PIC 9(03) VALUE ZEROS.
           01 WS-TAB-MAND.
               03 WS-MAND-ENTRY OCCURS 500 TIMES.
                   05 WS-MAND-CLIENTE     PIC 9(05).
                   05 WS-MAND-IBAN        PIC 9(01).
       77 WS-NUM-ACO                      PIC 9(03) VALUE ZEROS.
           01 WS-TAB-ACO.
               03 WS-ACO-ENTRY OCCURS 200 TIMES.
                   05 WS-ACO-CLIENTE      PIC 9(05).
                   05 WS-ACO-ANO          PIC 9(04).
                   05 WS-ACO-MES          PIC 9(02).
                   05 WS-ACO-PRESTACAO    PIC 9(07)V99.
                   05 WS-ACO-DATA         PIC 9(08).
       77 WS-NUM-RECL                     PIC 9(03) VALUE ZEROS.
           01 WS-TAB-RECL.
               03 WS-RECL-ENTRY OCCURS 200 TIMES.
                   05 WS-RECL-CLIENTE     PIC 9(05).
                   05 WS-RECL-ANO         PIC 9(04).
                   05 WS-RECL-MES         PIC 9(02).
       77 WS-NUM-HIST                     PIC 9(03) VALUE ZEROS.
           01 WS-TAB-HIST.
               03 WS-HIST-ENTRY OCCURS 500 TIMES.
                   05 WS-HIST-CLIENTE     PIC 9(05).
                   05 WS-HIST-VENCIDAS    PIC 9(04).
                   05 WS-HIST-PAGAS       PIC 9(04).
                   05 WS-HIST-ATRASO      PIC 9(07).
       77 WS-NUM-GAS                      PIC 9(03) VALUE ZEROS.
           01 WS-TAB-GAS.
               03 WS-GAS-ENTRY OCCURS 500 TIMES.
                   05 WS-GAS-CLIENTE      PIC 9(05).
                   05 WS-GAS-ANO          PIC 9(04).
                   05 WS-GAS-MES          PIC 9(02).
                   05 WS-GAS-VENC         PIC 9(08).
                   05 WS-GAS-SALDO        PIC 9(07)V99.
                   05 WS-GAS-EXTERNA      PIC X(01).
       77 WS-DN-VENC                      PIC 9(07).
       77 WS-DN-PAGO                      PIC 9(07).
       77 WS-PCT-COBRANCA                 PIC 9(03).
       77 WS-ATRASO-MEDIO                 PIC 9(05).
       77 WS-GAS-RECLAMADO                PIC 9(09)V99 VALUE ZEROS.
       77 WS-GAS-AGENCIA                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-GAS-DESCONTADO               PIC 9(09)V99 VALUE ZEROS.
       77 WS-RESTANTE                     PIC 9(07)V99.
       77 WS-PRESTACAO                    PIC 9(07)V99.

           COPY DIAUTL
               REPLACING ==:PFX:== BY ==WS-DU==.

      *-----------------------
      * faturas de fornecedores (base mais IVA de todas as linhas do
      * documento, vencimento da primeira) e o ja pago
      *-----------------------
       77 WS-NUM-FDOC                     PIC 9(03) VALUE ZEROS.
           01 WS-TAB-FDOC.
               03 WS-FDOC-ENTRY OCCURS 500 TIMES.
                   05 WS-FDOC-FORN        PIC 9(03).
                   05 WS-FDOC-DOC         PIC X(12).
                   05 WS-FDOC-VENC        PIC 9(08).
                   05 WS-FDOC-TOTAL       PIC S9(08)V99.
                   05 WS-FDOC-PAGO        PIC 9(08)V99.
       77 WS-FORN-VENCIDO                 PIC S9(09)V99 VALUE ZEROS.

      *-----------------------
      * salarios: totais dos recibos por mes (vencimento, contas
      * finais e retroativos, que seguem na transferencia do mes) e
      * dos subsidios de ferias ('F', em julho) e de natal ('N', em
      * dezembro); os meses ainda sem folha estimam-se pela ultima
      * folha processada; o liquido paga-se no ultimo dia do mes, as
      * retencoes de IRS e as contribuicoes (do trabalhador e da
      * empresa) a 20 do mes seguinte
      *-----------------------
       77 WS-TAXA-SS-EMPRESA              PIC 9(02)V99 VALUE 23,75.
       77 WS-SEMANAS-POR-MES              PIC 9 VALUE 4.
       77 WS-NUM-FOLHAS                   PIC 9(02) VALUE ZEROS.
           01 WS-TAB-FOLHAS.
               03 WS-FL-ENTRY OCCURS 24 TIMES.
                   05 WS-FL-ANOMES        PIC 9(06).
                   05 WS-FL-TEM-VENC      PIC 9(01).
                   05 WS-FL-LIQUIDO       PIC 9(09)V99.
                   05 WS-FL-IRS           PIC 9(09)V99.
                   05 WS-FL-SS            PIC 9(09)V99.
                   05 WS-FL-BRUTO         PIC 9(09)V99.
       77 WS-NUM-SUBS                     PIC 9(02) VALUE ZEROS.
           01 WS-TAB-SUBS.
               03 WS-SB-ENTRY OCCURS 10 TIMES.
                   05 WS-SB-TIPO          PIC X(01).
                   05 WS-SB-ANO           PIC 9(04).
                   05 WS-SB-LIQUIDO       PIC 9(09)V99.
                   05 WS-SB-IRS           PIC 9(09)V99.
                   05 WS-SB-SS            PIC 9(09)V99.
                   05 WS-SB-BRUTO         PIC 9(09)V99.
       77 WS-FOLHA-BASE                   PIC 9(06) VALUE ZEROS.
       77 WS-IDX-BASE                     PIC 9(02) VALUE ZEROS.
       77 WS-AM-LIMITE                    PIC 9(06).
           01 WS-MES-AM                   PIC 9(06).
           01 WS-MES-AM-R REDEFINES WS-MES-AM.
               03 WS-MES-AM-ANO           PIC 9(04).
               03 WS-MES-AM-MES           PIC 9(02).
       77 WS-AM-FIM                       PIC 9(06).
       77 WS-AM-HOJE                      PIC 9(06).
       77 WS-MES-LIQUIDO                  PIC 9(09)V99.
       77 WS-MES-ESTADO                   PIC 9(09)V99.
       77 WS-MES-ESTIMADO                 PIC 9 VALUE 0.
       77 WS-FOLHAS-ESTIMADAS             PIC 9(02) VALUE ZEROS.
       77 WS-SUB-TIPO                     PIC X(01).
       77 WS-SUB-ANO                      PIC 9(04).
       77 WS-SUB-MESES                    PIC 9(02).
       77 WS-SUB-MES-ADMISSAO             PIC 9(02).
       77 WS-SUB-BRUTO                    PIC 9(09)V99.
       77 WS-SUB-BASE-MENSAL              PIC 9(07)V99.
       77 WS-SUB-DESCONTOS                PIC 9(09)V99.
       77 WS-SUB-ESTIMADO                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-TAXA-DESCONTOS               PIC 9V9(06).
       77 WS-DN-PAGAMENTO                 PIC 9(07).
       77 WS-DN-ESTADO                    PIC 9(07).

      *-----------------------
      * IVA: ultimo apuramento registado
      *-----------------------
       77 WS-IVA-EXISTE                   PIC 9 VALUE 0.
       77 WS-IVA-INICIO                   PIC 9(08).
       77 WS-IVA-FIM                      PIC 9(08).
       77 WS-IVA-POSICAO                  PIC S9(09)V99.
       77 WS-IVA-DATA-PAG                 PIC 9(08) VALUE ZEROS.
       77 WS-IVA-SITUACAO                 PIC X(01) VALUE SPACES.

       77 WS-EDT-DATA                     PIC X(10).
       77 WS-EDT-COLUNA                   PIC --.---.--9.
       77 WS-EDT-SALDO                    PIC ---.---.--9.
       77 WS-EDT-VALOR                    PIC ----.---.--9,99.
       77 WS-EDT-VALOR-2                  PIC ----.---.--9,99.
       77 WS-EDT-SEMANA                   PIC Z9.
       77 WS-EDT-CONT                     PIC ZZZ9.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
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
           ACCEPT WS-PATH-FATURA-MES FROM ENVIRONMENT "FATURAMES_PATH"
           IF WS-PATH-FATURA-MES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/FATURAMES.txt'
                   TO WS-PATH-FATURA-MES
           END-IF
           ACCEPT WS-PATH-CLIENTES FROM ENVIRONMENT "CLIENTESGAS_PATH"
           IF WS-PATH-CLIENTES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CLIENTESGAS.txt'
                   TO WS-PATH-CLIENTES
           END-IF
           ACCEPT WS-PATH-MANDATOS FROM ENVIRONMENT "MANDATOS_PATH"
           IF WS-PATH-MANDATOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/MANDATOS.txt'
                   TO WS-PATH-MANDATOS
           END-IF
           ACCEPT WS-PATH-ACORDOS FROM ENVIRONMENT "ACORDOS_PATH"
           IF WS-PATH-ACORDOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ACORDOS.txt'
                   TO WS-PATH-ACORDOS
           END-IF
           ACCEPT WS-PATH-RECLAMACOES FROM ENVIRONMENT
               "RECLAMACOES_PATH"
           IF WS-PATH-RECLAMACOES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/RECLAMACOES.txt'
                   TO WS-PATH-RECLAMACOES
           END-IF
           ACCEPT WS-PATH-COMPRAS FROM ENVIRONMENT "COMPRAS_PATH"
           IF WS-PATH-COMPRAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/COMPRAS.txt'
                   TO WS-PATH-COMPRAS
           END-IF
           ACCEPT WS-PATH-PAGFORN FROM ENVIRONMENT "PAGFORN_PATH"
           IF WS-PATH-PAGFORN EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/pagforn.txt'
                   TO WS-PATH-PAGFORN
           END-IF
           ACCEPT WS-PATH-RECIBOS FROM ENVIRONMENT "RECIBOS_PATH"
           IF WS-PATH-RECIBOS EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\recibos.txt'
                   TO WS-PATH-RECIBOS
           END-IF
           ACCEPT WS-PATH-FUNCIONARIOS FROM ENVIRONMENT
               "FUNCIONARIOS_PATH"
           IF WS-PATH-FUNCIONARIOS EQUAL SPACES
               MOVE
       'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\funcionar.txt'
                   TO WS-PATH-FUNCIONARIOS
           END-IF
           ACCEPT WS-PATH-APURAMENTOS FROM ENVIRONMENT
               "APURAMENTOS_PATH"
           IF WS-PATH-APURAMENTOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/APURAMENTOS.txt'
                   TO WS-PATH-APURAMENTOS
           END-IF
           ACCEPT WS-PATH-REGRASLANC FROM ENVIRONMENT
               "REGRASLANC_PATH"
           IF WS-PATH-REGRASLANC EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/REGRASLANC.txt'
                   TO WS-PATH-REGRASLANC
           END-IF
           ACCEPT WS-PATH-DIARIOCONT FROM ENVIRONMENT
               "DIARIOCONT_PATH"
           IF WS-PATH-DIARIOCONT EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/DIARIOCONT.txt'
                   TO WS-PATH-DIARIOCONT
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           DISPLAY '-------//PREVISAO DE TESOURARIA//-------'
           INITIALIZE WS-TAB-SEMANAS
           INITIALIZE WS-TAB-TOTAIS
           PERFORM 1000-CALENDARIO
           PERFORM 2000-SALDO-ABERTURA THRU 2000-SALDO-ABERTURA-FIM
           PERFORM 3000-PREVER-FATURACAO THRU 3000-PREVER-FATURACAO-FIM
           PERFORM 4000-PREVER-GAS THRU 4000-PREVER-GAS-FIM
           PERFORM 5000-PREVER-FORNECEDORES
               THRU 5000-PREVER-FORNECEDORES-FIM
           PERFORM 6000-PREVER-SALARIOS THRU 6000-PREVER-SALARIOS-FIM
           PERFORM 7000-PREVER-IVA THRU 7000-PREVER-IVA-FIM
           PERFORM 8000-CALCULAR-SALDOS
           PERFORM 9000-IMPRIMIR-PREVISAO
           STOP RUN.

      *-----------------------
      * semana 1 comeca na segunda-feira da semana da data de
      * negocio; as treze semanas acabam no domingo WS-DATA-FIM
      *-----------------------
       1000-CALENDARIO.
           MOVE WS-DATA-PROCESSAMENTO TO WS-ND-DATA
           PERFORM CALCULAR-NUM-DIA
           MOVE WS-ND-NUM TO WS-DN-HOJE
      *    o dia 1 de marco de 2000 (quarta-feira) da resto 1
           COMPUTE WS-ND-AUX = WS-DN-HOJE + 1
           DIVIDE WS-ND-AUX BY 7 GIVING WS-QUOC
               REMAINDER WS-DIA-SEMANA
           COMPUTE WS-DN-INICIO = WS-DN-HOJE - WS-DIA-SEMANA
           COMPUTE WS-DN-FIM = WS-DN-INICIO + 90

           MOVE WS-DATA-PROCESSAMENTO TO WS-PD-DATA
           PERFORM WS-DIA-SEMANA TIMES
               PERFORM RECUAR-UM-DIA
           END-PERFORM
           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
               UNTIL WS-IDX-SEM > 13
               MOVE WS-PD-DATA TO WS-SEM-INICIO (WS-IDX-SEM)
               PERFORM 7 TIMES
                   PERFORM AVANCAR-UM-DIA
               END-PERFORM
           END-PERFORM
           PERFORM RECUAR-UM-DIA
           MOVE WS-PD-DATA TO WS-DATA-FIM
           DISPLAY 'DATA DE NEGOCIO: ' WS-DATA-PROCESSAMENTO
               '  SEMANAS DE ' WS-SEM-INICIO (1) ' A ' WS-DATA-FIM.

      *-----------------------
      * saldo da conta do banco (regra BANCO dos lancamentos) no
      * diario ate a data de negocio; o operador pode indicar o saldo
      * do extrato em vez dele
      *-----------------------
       2000-SALDO-ABERTURA.
           MOVE SPACES TO WS-ENDOFF
           OPEN INPUT REGRASLANC
           IF WS-FS-REGRASLANC EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ REGRASLANC
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF RL-COMPONENTE EQUAL 'BANCO'
                           IF RL-TIPO EQUAL 'BANCO '
                               MOVE RL-CONTA TO WS-CONTA-BANCO
                           END-IF
                           IF RL-TIPO EQUAL 'GERAL '
                            AND WS-CONTA-BANCO EQUAL SPACES
                               MOVE RL-CONTA TO WS-CONTA-BANCO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REGRASLANC
           END-IF
           MOVE SPACES TO WS-ENDOFF

           IF WS-CONTA-BANCO EQUAL SPACES
               DISPLAY ' AVISO: SEM REGRA DA CONTA DO BANCO - SALDO '
                   'CONTABILISTICO NAO APURADO'
           ELSE
               OPEN INPUT DIARIOCONT
               IF WS-FS-DIARIOCONT NOT EQUAL "00"
                   DISPLAY ' AVISO: DIARIO DE LANCAMENTOS NAO '
                       'DISPONIVEL - FILE STATUS: ' WS-FS-DIARIOCONT
               ELSE
                   PERFORM UNTIL WS-ENDOFF = 'F'
                       READ DIARIOCONT
                       AT END MOVE 'F' TO WS-ENDOFF
                       NOT AT END
                           IF LC-CONTA EQUAL WS-CONTA-BANCO
                            AND LC-DATA <= WS-DATA-PROCESSAMENTO
                               ADD 1 TO WS-LINHAS-BANCO
                               IF LC-NATUREZA EQUAL 'D'
                                   ADD LC-VALOR TO WS-SALDO-CONTAB
                               ELSE
                                   SUBTRACT LC-VALOR
                                       FROM WS-SALDO-CONTAB
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DIARIOCONT
               END-IF
               MOVE SPACES TO WS-ENDOFF
           END-IF

           MOVE WS-SALDO-CONTAB TO WS-EDT-VALOR
           DISPLAY 'SALDO CONTABILISTICO DO BANCO (CONTA '
               WS-CONTA-BANCO '): ' WS-EDT-VALOR
           DISPLAY 'SALDO DO EXTRATO PARA A ABERTURA (0 = USAR O '
               'CONTABILISTICO): '
           ACCEPT WS-SALDO-EXTRATO
           IF WS-SALDO-EXTRATO NOT NUMERIC
            OR WS-SALDO-EXTRATO EQUAL ZEROS
               MOVE WS-SALDO-CONTAB TO WS-SALDO-ABERTURA
               MOVE 'CONTABILISTICO' TO WS-ORIGEM-SALDO
               GO TO 2000-SALDO-ABERTURA-FIM
           END-IF
           MOVE WS-SALDO-EXTRATO TO WS-SALDO-ABERTURA
           MOVE 'EXTRATO BANCARIO' TO WS-ORIGEM-SALDO.

       2000-SALDO-ABERTURA-FIM.
           EXIT.

      *-----------------------
      * FATURA_CLIENTE: saldo de cada documento como na
      * circularizacao - linhas menos recebimentos, notas de credito
      * a abater, orcamentos, guias e faturas de adiantamento fora,
      * adiantamentos deduzidos a abater - recebido na data de
      * vencimento (o ja vencido na primeira semana)
      *-----------------------
       3000-PREVER-FATURACAO.
           MOVE ZEROS TO WS-NUM-DOCS
           MOVE 0 TO WS-DOC-OK
           OPEN INPUT FATURAOUT
           IF WS-FS-FATURAOUT NOT EQUAL "00"
               DISPLAY ' AVISO: FATURAOUT NAO DISPONIVEL - FATURAS DE '
                   'CLIENTES FORA DA PREVISAO'
               GO TO 3000-PREVER-FATURACAO-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FATURAOUT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                  IF FOT-MARCA EQUAL '*HEADER* '
                   OR FOT-MARCA EQUAL '*TRAILER*'
                      CONTINUE
                  ELSE
                   IF FCL-TIPO-REG EQUAL 'C'
                       PERFORM 3100-GUARDAR-DOCUMENTO
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
           MOVE SPACES TO WS-ENDOFF

           OPEN INPUT RECEBIMENTOS
           IF WS-FS-RECEBIMENTOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ RECEBIMENTOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-DOCS
                           IF WS-DOC-NUM (WS-IDX) EQUAL RB-NUM-FATURA
                            AND WS-DOC-TIPO (WS-IDX) EQUAL 'FT'
                               ADD RB-VALOR TO WS-DOC-RECEBIDO (WS-IDX)
                               MOVE WS-NUM-DOCS TO WS-IDX
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RECEBIMENTOS
           END-IF
           MOVE SPACES TO WS-ENDOFF

           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-NUM-DOCS
               COMPUTE WS-SALDO-DOC =
                   WS-DOC-TOTAL (WS-IDX-ENT)
                   - WS-DOC-RECEBIDO (WS-IDX-ENT)
               IF WS-DOC-TIPO (WS-IDX-ENT) EQUAL 'NC'
                   COMPUTE WS-SALDO-DOC = 0 - WS-SALDO-DOC
               END-IF
               IF WS-SALDO-DOC NOT EQUAL ZEROS
                   MOVE 1 TO WS-PRV-COLUNA
                   MOVE WS-DOC-VENC (WS-IDX-ENT) TO WS-PRV-DATA
                   MOVE WS-SALDO-DOC TO WS-PRV-VALOR
                   PERFORM PREVER-NA-DATA
                   IF WS-PRV-DN < WS-DN-HOJE
                       ADD WS-SALDO-DOC TO WS-FAT-VENCIDO
                   END-IF
               END-IF
           END-PERFORM.

       3000-PREVER-FATURACAO-FIM.
           MOVE SPACES TO WS-ENDOFF.

       3100-GUARDAR-DOCUMENTO.
           MOVE 0 TO WS-DOC-OK
           IF FCL-CAB-TIPO-DOC NOT EQUAL 'OR'
            AND FCL-CAB-TIPO-DOC NOT EQUAL 'GR'
            AND FCL-CAB-TIPO-DOC NOT EQUAL 'AD'
               IF WS-NUM-DOCS < 500
                   MOVE 1 TO WS-DOC-OK
                   ADD 1 TO WS-NUM-DOCS
                   MOVE FCL-CAB-NUM-FATURA TO WS-DOC-NUM (WS-NUM-DOCS)
                   MOVE FCL-CAB-TIPO-DOC TO WS-DOC-TIPO (WS-NUM-DOCS)
                   IF FCL-CAB-DATA-VENC IS NUMERIC
                    AND FCL-CAB-DATA-VENC NOT EQUAL ZEROS
                       MOVE FCL-CAB-DATA-VENC
                           TO WS-DOC-VENC (WS-NUM-DOCS)
                   ELSE
                       MOVE FCL-CAB-DATA TO WS-DOC-VENC (WS-NUM-DOCS)
                   END-IF
                   MOVE ZEROS TO WS-DOC-TOTAL (WS-NUM-DOCS)
                   MOVE ZEROS TO WS-DOC-RECEBIDO (WS-NUM-DOCS)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF.

      *-----------------------
      * gas: cada fatura em aberto entra por um so caminho - em
      * reclamacao ou na agencia de cobranca fica fora; num acordo
      * ativo entra pelas prestacoes; com mandato ativo e IBAN e
      * ainda por vencer entra no debito direto do dia de
      * vencimento (rolado para dia util, como no lote); as
      * restantes entram pelo saldo pesado pela percentagem de
      * faturas vencidas que o cliente pagou, no vencimento mais o
      * atraso medio com que paga
      *-----------------------
       4000-PREVER-GAS.
           PERFORM 4100-CARREGAR-MANDATOS
           PERFORM 4200-CARREGAR-ACORDOS
           PERFORM 4300-CARREGAR-RECLAMACOES
           MOVE ZEROS TO WS-NUM-HIST
           MOVE ZEROS TO WS-NUM-GAS
           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-FATURAMES NOT EQUAL "00"
               DISPLAY ' AVISO: FATURAMES NAO DISPONIVEL - FATURAS DO '
                   'GAS FORA DA PREVISAO'
               GO TO 4000-PREVER-GAS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FICH-FATURA-MES NEXT RECORD
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF FM-DATA-EMISSAO NOT EQUAL ZEROS
                    AND FM-DATA-VENCIMENTO IS NUMERIC
                    AND FM-DATA-VENCIMENTO NOT EQUAL ZEROS
                       PERFORM 4400-LER-FATURA-GAS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICH-FATURA-MES
           MOVE SPACES TO WS-ENDOFF

           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-NUM-GAS
               PERFORM 4500-PREVER-FATURA-GAS
                   THRU 4500-PREVER-FATURA-GAS-FIM
           END-PERFORM.

       4000-PREVER-GAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

       4100-CARREGAR-MANDATOS.
           MOVE ZEROS TO WS-NUM-MAND
           OPEN INPUT FICH-MANDATOS
           IF WS-FS-MANDATOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-MANDATOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF MD-ESTADO EQUAL 'A'
                           IF WS-NUM-MAND < 500
                               ADD 1 TO WS-NUM-MAND
                               MOVE MD-NUM-CLIENTE
                                   TO WS-MAND-CLIENTE (WS-NUM-MAND)
                               MOVE 0 TO WS-MAND-IBAN (WS-NUM-MAND)
                           ELSE
                               ADD 1 TO WS-EXCEDIDOS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-MANDATOS
           END-IF
           MOVE SPACES TO WS-ENDOFF

      *    sem IBAN no mestre a fatura fica fora do lote de cobranca
           IF WS-NUM-MAND > ZEROS
               OPEN INPUT FICH-CLIENTES
               IF WS-FS-CLIENTES EQUAL "00"
                   PERFORM UNTIL WS-ENDOFF = 'F'
                       READ FICH-CLIENTES
                       AT END MOVE 'F' TO WS-ENDOFF
                       NOT AT END
                           IF CG-IBAN NOT EQUAL SPACES
                               PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-NUM-MAND
                                   IF WS-MAND-CLIENTE (WS-IDX)
                                       EQUAL CG-NUM-CLIENTE
                                       MOVE 1 TO WS-MAND-IBAN (WS-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICH-CLIENTES
               END-IF
               MOVE SPACES TO WS-ENDOFF
           END-IF.

       4200-CARREGAR-ACORDOS.
           MOVE ZEROS TO WS-NUM-ACO
           OPEN INPUT FICH-ACORDOS
           IF WS-FS-ACORDOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-ACORDOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF AC-ESTADO EQUAL 'A'
                           IF WS-NUM-ACO < 200
                               ADD 1 TO WS-NUM-ACO
                               MOVE AC-NUM-CLIENTE
                                   TO WS-ACO-CLIENTE (WS-NUM-ACO)
                               MOVE AC-ANO TO WS-ACO-ANO (WS-NUM-ACO)
                               MOVE AC-MES TO WS-ACO-MES (WS-NUM-ACO)
                               MOVE AC-VALOR-PRESTACAO
                                   TO WS-ACO-PRESTACAO (WS-NUM-ACO)
                               MOVE AC-DATA-ACORDO
                                   TO WS-ACO-DATA (WS-NUM-ACO)
                           ELSE
                               ADD 1 TO WS-EXCEDIDOS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-ACORDOS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       4300-CARREGAR-RECLAMACOES.
           MOVE ZEROS TO WS-NUM-RECL
           OPEN INPUT FICH-RECLAMACOES
           IF WS-FS-RECLAMACOES EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FICH-RECLAMACOES
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       IF RC-ESTADO EQUAL 'A'
                           IF WS-NUM-RECL < 200
                               ADD 1 TO WS-NUM-RECL
                               MOVE RC-NUM-CLIENTE
                                   TO WS-RECL-CLIENTE (WS-NUM-RECL)
                               MOVE RC-ANO TO WS-RECL-ANO (WS-NUM-RECL)
                               MOVE RC-MES TO WS-RECL-MES (WS-NUM-RECL)
                           ELSE
                               ADD 1 TO WS-EXCEDIDOS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-RECLAMACOES
           END-IF
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * historico: as faturas ja vencidas do cliente, quantas pagou
      * e com quantos dias de atraso; as em aberto vao para a tabela
      * das faturas a prever
      *-----------------------
       4400-LER-FATURA-GAS.
           MOVE FM-DATA-VENCIMENTO TO WS-ND-DATA
           PERFORM CALCULAR-NUM-DIA
           MOVE WS-ND-NUM TO WS-DN-VENC
           IF WS-DN-VENC < WS-DN-HOJE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-HIST
                      OR WS-HIST-CLIENTE (WS-IDX) EQUAL FM-NUM-CLIENTE
                   CONTINUE
               END-PERFORM
               IF WS-IDX > WS-NUM-HIST
                   IF WS-NUM-HIST < 500
                       ADD 1 TO WS-NUM-HIST
                       MOVE FM-NUM-CLIENTE
                           TO WS-HIST-CLIENTE (WS-NUM-HIST)
                       MOVE ZEROS TO WS-HIST-VENCIDAS (WS-NUM-HIST)
                       MOVE ZEROS TO WS-HIST-PAGAS (WS-NUM-HIST)
                       MOVE ZEROS TO WS-HIST-ATRASO (WS-NUM-HIST)
                   ELSE
                       ADD 1 TO WS-EXCEDIDOS
                   END-IF
               END-IF
               IF WS-IDX <= WS-NUM-HIST
                   ADD 1 TO WS-HIST-VENCIDAS (WS-IDX)
                   IF FM-ESTADO-PAGAMENTO EQUAL 'P'
                       ADD 1 TO WS-HIST-PAGAS (WS-IDX)
                       IF FM-DATA-PAGAMENTO IS NUMERIC
                        AND FM-DATA-PAGAMENTO > FM-DATA-VENCIMENTO
                           MOVE FM-DATA-PAGAMENTO TO WS-ND-DATA
                           PERFORM CALCULAR-NUM-DIA
                           COMPUTE WS-HIST-ATRASO (WS-IDX) =
                               WS-HIST-ATRASO (WS-IDX)
                               + WS-ND-NUM - WS-DN-VENC
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF FM-ESTADO-PAGAMENTO EQUAL 'A'
            AND FM-VALOR-A-PAGAR > FM-VALOR-PAGO-ACUM
               IF WS-NUM-GAS < 500
                   ADD 1 TO WS-NUM-GAS
                   MOVE FM-NUM-CLIENTE TO WS-GAS-CLIENTE (WS-NUM-GAS)
                   MOVE FM-ANO TO WS-GAS-ANO (WS-NUM-GAS)
                   MOVE FM-MES TO WS-GAS-MES (WS-NUM-GAS)
                   MOVE FM-DATA-VENCIMENTO TO WS-GAS-VENC (WS-NUM-GAS)
                   COMPUTE WS-GAS-SALDO (WS-NUM-GAS) =
                       FM-VALOR-A-PAGAR - FM-VALOR-PAGO-ACUM
                   MOVE FM-COBRANCA-EXTERNA
                       TO WS-GAS-EXTERNA (WS-NUM-GAS)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF.

       4500-PREVER-FATURA-GAS.
           IF WS-GAS-EXTERNA (WS-IDX-ENT) NOT EQUAL SPACE
               ADD WS-GAS-SALDO (WS-IDX-ENT) TO WS-GAS-AGENCIA
               GO TO 4500-PREVER-FATURA-GAS-FIM
           END-IF
           MOVE 0 TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-RECL
               IF WS-RECL-CLIENTE (WS-IDX)
                   EQUAL WS-GAS-CLIENTE (WS-IDX-ENT)
                AND WS-RECL-ANO (WS-IDX) EQUAL WS-GAS-ANO (WS-IDX-ENT)
                AND WS-RECL-MES (WS-IDX) EQUAL WS-GAS-MES (WS-IDX-ENT)
                   MOVE 1 TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU EQUAL 1
               ADD WS-GAS-SALDO (WS-IDX-ENT) TO WS-GAS-RECLAMADO
               GO TO 4500-PREVER-FATURA-GAS-FIM
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-ACO
                  OR (WS-ACO-CLIENTE (WS-IDX)
                      EQUAL WS-GAS-CLIENTE (WS-IDX-ENT)
                  AND WS-ACO-ANO (WS-IDX) EQUAL WS-GAS-ANO (WS-IDX-ENT)
                  AND WS-ACO-MES (WS-IDX) EQUAL WS-GAS-MES (WS-IDX-ENT))
               CONTINUE
           END-PERFORM
           IF WS-IDX <= WS-NUM-ACO
               PERFORM 4600-PREVER-PRESTACOES
               GO TO 4500-PREVER-FATURA-GAS-FIM
           END-IF

           MOVE WS-GAS-VENC (WS-IDX-ENT) TO WS-ND-DATA
           PERFORM CALCULAR-NUM-DIA
           MOVE WS-ND-NUM TO WS-DN-VENC
           MOVE 0 TO WS-ACHOU
           IF WS-DN-VENC >= WS-DN-HOJE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-MAND
                   IF WS-MAND-CLIENTE (WS-IDX)
                       EQUAL WS-GAS-CLIENTE (WS-IDX-ENT)
                    AND WS-MAND-IBAN (WS-IDX) EQUAL 1
                       MOVE 1 TO WS-ACHOU
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ACHOU EQUAL 1
               MOVE 'R' TO WS-DU-FUNCAO
               MOVE WS-GAS-VENC (WS-IDX-ENT) TO WS-DU-DATA-1
               CALL 'DIA_UTIL' USING WS-DU-PEDIDO
               MOVE 4 TO WS-PRV-COLUNA
               MOVE WS-DU-DATA-2 TO WS-PRV-DATA
               MOVE WS-GAS-SALDO (WS-IDX-ENT) TO WS-PRV-VALOR
               PERFORM PREVER-NA-DATA
               GO TO 4500-PREVER-FATURA-GAS-FIM
           END-IF

           MOVE 100 TO WS-PCT-COBRANCA
           MOVE ZEROS TO WS-ATRASO-MEDIO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-HIST
               IF WS-HIST-CLIENTE (WS-IDX)
                   EQUAL WS-GAS-CLIENTE (WS-IDX-ENT)
                AND WS-HIST-VENCIDAS (WS-IDX) > ZEROS
                   COMPUTE WS-PCT-COBRANCA =
                       (WS-HIST-PAGAS (WS-IDX) * 100)
                       / WS-HIST-VENCIDAS (WS-IDX)
                   IF WS-HIST-PAGAS (WS-IDX) > ZEROS
                       COMPUTE WS-ATRASO-MEDIO =
                           WS-HIST-ATRASO (WS-IDX)
                           / WS-HIST-PAGAS (WS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 2 TO WS-PRV-COLUNA
           COMPUTE WS-PRV-DN = WS-DN-VENC + WS-ATRASO-MEDIO
           IF WS-PRV-DN < WS-DN-HOJE
               MOVE WS-DN-HOJE TO WS-PRV-DN
           END-IF
           COMPUTE WS-PRV-VALOR ROUNDED =
               WS-GAS-SALDO (WS-IDX-ENT) * WS-PCT-COBRANCA / 100
           COMPUTE WS-GAS-DESCONTADO = WS-GAS-DESCONTADO
               + WS-GAS-SALDO (WS-IDX-ENT) - WS-PRV-VALOR
           PERFORM PREVER-NO-DIA.

       4500-PREVER-FATURA-GAS-FIM.
           EXIT.

      *-----------------------
      * acordo WS-IDX: uma prestacao por mes no dia do acordo, a
      * partir do mes seguinte, ate o saldo da fatura se esgotar; as
      * ja passadas e por pagar nao se preveem (o saldo cobre-as no
      * fim do plano)
      *-----------------------
       4600-PREVER-PRESTACOES.
           MOVE WS-GAS-SALDO (WS-IDX-ENT) TO WS-RESTANTE
           MOVE WS-ACO-PRESTACAO (WS-IDX) TO WS-PRESTACAO
           IF WS-PRESTACAO EQUAL ZEROS
               MOVE WS-RESTANTE TO WS-PRESTACAO
           END-IF
           MOVE WS-ACO-DATA (WS-IDX) TO WS-PD-DATA
           IF WS-PD-DATA EQUAL ZEROS
               MOVE WS-GAS-VENC (WS-IDX-ENT) TO WS-PD-DATA
           END-IF
           MOVE WS-PD-DIA TO WS-PD-DIA-ALVO
           MOVE 3 TO WS-PRV-COLUNA
           MOVE ZEROS TO WS-PRV-DN
           PERFORM UNTIL WS-RESTANTE EQUAL ZEROS
                      OR WS-PRV-DN > WS-DN-FIM
               PERFORM AVANCAR-UM-MES
               MOVE WS-PD-DATA TO WS-ND-DATA
               PERFORM CALCULAR-NUM-DIA
               MOVE WS-ND-NUM TO WS-PRV-DN
               IF WS-PRV-DN > WS-DN-FIM
                   MOVE WS-RESTANTE TO WS-PRV-VALOR
                   MOVE ZEROS TO WS-RESTANTE
                   PERFORM PREVER-NO-DIA
               END-IF
               IF WS-PRV-DN >= WS-DN-HOJE AND WS-RESTANTE > ZEROS
                   IF WS-PRESTACAO < WS-RESTANTE
                       MOVE WS-PRESTACAO TO WS-PRV-VALOR
                   ELSE
                       MOVE WS-RESTANTE TO WS-PRV-VALOR
                   END-IF
                   SUBTRACT WS-PRV-VALOR FROM WS-RESTANTE
                   PERFORM PREVER-NO-DIA
               END-IF
           END-PERFORM.

      *-----------------------
      * fornecedores: documentos do registo de compras menos os
      * pagamentos feitos, pagos na data de vencimento do documento
      * (o ja vencido na primeira semana); as notas de credito em
      * aberto abatem no seu vencimento
      *-----------------------
       5000-PREVER-FORNECEDORES.
           MOVE ZEROS TO WS-NUM-FDOC
           OPEN INPUT COMPRAS
           IF WS-FS-COMPRAS NOT EQUAL "00"
               DISPLAY ' AVISO: COMPRAS NAO DISPONIVEL - FATURAS DE '
                   'FORNECEDORES FORA DA PREVISAO'
               GO TO 5000-PREVER-FORNECEDORES-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ COMPRAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   PERFORM 5100-SOMAR-LINHA-COMPRA
               END-READ
           END-PERFORM
           CLOSE COMPRAS
           MOVE SPACES TO WS-ENDOFF

           OPEN INPUT PAGFORN
           IF WS-FS-PAGFORN EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ PAGFORN
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-FDOC
                           IF WS-FDOC-FORN (WS-IDX) EQUAL PF-FORNECEDOR
                            AND WS-FDOC-DOC (WS-IDX) EQUAL PF-DOC
                               ADD PF-VALOR TO WS-FDOC-PAGO (WS-IDX)
                               MOVE WS-NUM-FDOC TO WS-IDX
                           END-IF
                       END-PERFORM
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
                   MOVE 5 TO WS-PRV-COLUNA
                   MOVE WS-FDOC-VENC (WS-IDX-ENT) TO WS-PRV-DATA
                   MOVE WS-SALDO-DOC TO WS-PRV-VALOR
                   PERFORM PREVER-NA-DATA
                   IF WS-PRV-DN < WS-DN-HOJE
                       ADD WS-SALDO-DOC TO WS-FORN-VENCIDO
                   END-IF
               END-IF
           END-PERFORM.

       5000-PREVER-FORNECEDORES-FIM.
           MOVE SPACES TO WS-ENDOFF.

       5100-SOMAR-LINHA-COMPRA.
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
                   IF CP-DATA-VENCIMENTO IS NUMERIC
                    AND CP-DATA-VENCIMENTO NOT EQUAL ZEROS
                       MOVE CP-DATA-VENCIMENTO
                           TO WS-FDOC-VENC (WS-NUM-FDOC)
                   ELSE
                       MOVE CP-DATA TO WS-FDOC-VENC (WS-NUM-FDOC)
                   END-IF
                   COMPUTE WS-FDOC-TOTAL (WS-NUM-FDOC) =
                       CP-BASE + CP-IVA
                   MOVE ZEROS TO WS-FDOC-PAGO (WS-NUM-FDOC)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF.

      *-----------------------
      * salarios: do mes anterior ao da data de negocio ate ao mes
      * da ultima semana, o liquido de cada folha no ultimo dia do
      * mes e o IRS retido mais a seguranca social (trabalhador e
      * empresa) a 20 do mes seguinte, so o que cai da data de
      * negocio em diante; em julho e dezembro mais o subsidio
      *-----------------------
       6000-PREVER-SALARIOS.
           PERFORM 6100-CARREGAR-RECIBOS THRU 6100-CARREGAR-RECIBOS-FIM
           IF WS-NUM-FOLHAS EQUAL ZEROS AND WS-NUM-SUBS EQUAL ZEROS
               DISPLAY ' AVISO: SEM RECIBOS - SALARIOS FORA DA '
                   'PREVISAO'
               GO TO 6000-PREVER-SALARIOS-FIM
           END-IF
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-MES-AM
           SUBTRACT 1 FROM WS-MES-AM-MES
           IF WS-MES-AM-MES EQUAL ZEROS
               MOVE 12 TO WS-MES-AM-MES
               SUBTRACT 1 FROM WS-MES-AM-ANO
           END-IF
           MOVE WS-DATA-FIM (1:6) TO WS-AM-FIM
           PERFORM UNTIL WS-MES-AM > WS-AM-FIM
               PERFORM 6200-PREVER-MES
               ADD 1 TO WS-MES-AM-MES
               IF WS-MES-AM-MES > 12
                   MOVE 1 TO WS-MES-AM-MES
                   ADD 1 TO WS-MES-AM-ANO
               END-IF
           END-PERFORM.

       6000-PREVER-SALARIOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *    so interessam os recibos do ultimo ano em diante
       6100-CARREGAR-RECIBOS.
           MOVE ZEROS TO WS-NUM-FOLHAS
           MOVE ZEROS TO WS-NUM-SUBS
           COMPUTE WS-AM-HOJE = WS-DATA-PROCESSAMENTO / 100
           COMPUTE WS-AM-LIMITE = WS-AM-HOJE - 100
           OPEN INPUT RECIBOS
           IF WS-FS-RECIBOS NOT EQUAL "00"
               GO TO 6100-CARREGAR-RECIBOS-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ RECIBOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF RS-ANOMES >= WS-AM-LIMITE
                       IF RS-TIPO EQUAL 'F' OR RS-TIPO EQUAL 'N'
                           PERFORM 6110-SOMAR-SUBSIDIO
                       ELSE
                           PERFORM 6120-SOMAR-FOLHA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RECIBOS

      *    folha base: a ultima com recibos de vencimento
           MOVE ZEROS TO WS-FOLHA-BASE
           MOVE ZEROS TO WS-IDX-BASE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-FOLHAS
               IF WS-FL-TEM-VENC (WS-IDX) EQUAL 1
                AND WS-FL-ANOMES (WS-IDX) > WS-FOLHA-BASE
                   MOVE WS-FL-ANOMES (WS-IDX) TO WS-FOLHA-BASE
                   MOVE WS-IDX TO WS-IDX-BASE
               END-IF
           END-PERFORM.

       6100-CARREGAR-RECIBOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

       6110-SOMAR-SUBSIDIO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-SUBS
                  OR (WS-SB-TIPO (WS-IDX) EQUAL RS-TIPO
                  AND WS-SB-ANO (WS-IDX) EQUAL RS-ANOMES (1:4))
               CONTINUE
           END-PERFORM
           IF WS-IDX > WS-NUM-SUBS
               IF WS-NUM-SUBS < 10
                   ADD 1 TO WS-NUM-SUBS
                   MOVE RS-TIPO TO WS-SB-TIPO (WS-NUM-SUBS)
                   MOVE RS-ANOMES (1:4) TO WS-SB-ANO (WS-NUM-SUBS)
                   MOVE ZEROS TO WS-SB-LIQUIDO (WS-NUM-SUBS)
                   MOVE ZEROS TO WS-SB-IRS (WS-NUM-SUBS)
                   MOVE ZEROS TO WS-SB-SS (WS-NUM-SUBS)
                   MOVE ZEROS TO WS-SB-BRUTO (WS-NUM-SUBS)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF
           IF WS-IDX <= WS-NUM-SUBS
               ADD RS-LIQUIDO TO WS-SB-LIQUIDO (WS-IDX)
               ADD RS-IRS TO WS-SB-IRS (WS-IDX)
               ADD RS-SS TO WS-SB-SS (WS-IDX)
               ADD RS-VALOR-TOTAL TO WS-SB-BRUTO (WS-IDX)
           END-IF.

       6120-SOMAR-FOLHA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-FOLHAS
                  OR WS-FL-ANOMES (WS-IDX) EQUAL RS-ANOMES
               CONTINUE
           END-PERFORM
           IF WS-IDX > WS-NUM-FOLHAS
               IF WS-NUM-FOLHAS < 24
                   ADD 1 TO WS-NUM-FOLHAS
                   MOVE RS-ANOMES TO WS-FL-ANOMES (WS-NUM-FOLHAS)
                   MOVE 0 TO WS-FL-TEM-VENC (WS-NUM-FOLHAS)
                   MOVE ZEROS TO WS-FL-LIQUIDO (WS-NUM-FOLHAS)
                   MOVE ZEROS TO WS-FL-IRS (WS-NUM-FOLHAS)
                   MOVE ZEROS TO WS-FL-SS (WS-NUM-FOLHAS)
                   MOVE ZEROS TO WS-FL-BRUTO (WS-NUM-FOLHAS)
               ELSE
                   ADD 1 TO WS-EXCEDIDOS
               END-IF
           END-IF
           IF WS-IDX <= WS-NUM-FOLHAS
               IF RS-TIPO EQUAL 'S'
                   MOVE 1 TO WS-FL-TEM-VENC (WS-IDX)
               END-IF
               ADD RS-LIQUIDO TO WS-FL-LIQUIDO (WS-IDX)
               ADD RS-IRS TO WS-FL-IRS (WS-IDX)
               ADD RS-SS TO WS-FL-SS (WS-IDX)
               ADD RS-VALOR-TOTAL TO WS-FL-BRUTO (WS-IDX)
           END-IF.

      *-----------------------
      * mes WS-MES-AM: a folha processada desse mes, ou a folha base
      * como estimativa se o mes ainda nao foi processado
      *-----------------------
       6200-PREVER-MES.
           MOVE ZEROS TO WS-MES-LIQUIDO
           MOVE ZEROS TO WS-MES-ESTADO
           MOVE 0 TO WS-MES-ESTIMADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-FOLHAS
                  OR WS-FL-ANOMES (WS-IDX) EQUAL WS-MES-AM
               CONTINUE
           END-PERFORM
           IF WS-IDX > WS-NUM-FOLHAS AND WS-IDX-BASE > ZEROS
               MOVE WS-IDX-BASE TO WS-IDX
               MOVE 1 TO WS-MES-ESTIMADO
           END-IF
           IF WS-IDX <= WS-NUM-FOLHAS
               MOVE WS-FL-LIQUIDO (WS-IDX) TO WS-MES-LIQUIDO
               COMPUTE WS-MES-ESTADO ROUNDED =
                   WS-FL-IRS (WS-IDX) + WS-FL-SS (WS-IDX)
                   + WS-FL-BRUTO (WS-IDX) * WS-TAXA-SS-EMPRESA / 100
           END-IF

      *    liquido no ultimo dia do mes, Estado a 20 do seguinte
           MOVE WS-MES-AM TO WS-PD-DATA (1:6)
           MOVE 1 TO WS-PD-DIA
           PERFORM CALCULAR-DIAS-MES
           MOVE WS-PD-DIAS-MES TO WS-PD-DIA
           MOVE WS-PD-DATA TO WS-ND-DATA
           PERFORM CALCULAR-NUM-DIA
           MOVE WS-ND-NUM TO WS-DN-PAGAMENTO
           MOVE 20 TO WS-PD-DIA-ALVO
           PERFORM AVANCAR-UM-MES
           MOVE WS-PD-DATA TO WS-ND-DATA
           PERFORM CALCULAR-NUM-DIA
           MOVE WS-ND-NUM TO WS-DN-ESTADO

           IF WS-MES-ESTIMADO EQUAL 1
            AND WS-DN-PAGAMENTO >= WS-DN-HOJE
            AND WS-DN-PAGAMENTO <= WS-DN-FIM
               ADD 1 TO WS-FOLHAS-ESTIMADAS
           END-IF
           MOVE 6 TO WS-PRV-COLUNA
           MOVE WS-DN-PAGAMENTO TO WS-PRV-DN
           MOVE WS-MES-LIQUIDO TO WS-PRV-VALOR
           PERFORM 6400-PREVER-SE-POR-PAGAR
           MOVE 7 TO WS-PRV-COLUNA
           MOVE WS-DN-ESTADO TO WS-PRV-DN
           MOVE WS-MES-ESTADO TO WS-PRV-VALOR
           PERFORM 6400-PREVER-SE-POR-PAGAR

           IF WS-MES-AM-MES EQUAL 7 OR WS-MES-AM-MES EQUAL 12
               PERFORM 6300-PREVER-SUBSIDIO
                   THRU 6300-PREVER-SUBSIDIO-FIM
           END-IF.

      *-----------------------
      * subsidio de ferias (julho) ou de natal (dezembro): os
      * recibos ja emitidos, ou uma estimativa pelo calculo da folha
      * (um mes de vencimento pro-rateado aos meses de casa no ano)
      * com os descontos na proporcao dos da folha base
      *-----------------------
       6300-PREVER-SUBSIDIO.
           IF WS-MES-AM-MES EQUAL 7
               MOVE 'F' TO WS-SUB-TIPO
           ELSE
               MOVE 'N' TO WS-SUB-TIPO
           END-IF
           MOVE WS-MES-AM-ANO TO WS-SUB-ANO
           IF WS-DN-PAGAMENTO < WS-DN-HOJE
            OR WS-DN-PAGAMENTO > WS-DN-FIM
               GO TO 6300-PREVER-SUBSIDIO-FIM
           END-IF
           MOVE ZEROS TO WS-MES-LIQUIDO
           MOVE ZEROS TO WS-MES-ESTADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-SUBS
                  OR (WS-SB-TIPO (WS-IDX) EQUAL WS-SUB-TIPO
                  AND WS-SB-ANO (WS-IDX) EQUAL WS-SUB-ANO)
               CONTINUE
           END-PERFORM
           IF WS-IDX <= WS-NUM-SUBS
               MOVE WS-SB-LIQUIDO (WS-IDX) TO WS-MES-LIQUIDO
               COMPUTE WS-MES-ESTADO ROUNDED =
                   WS-SB-IRS (WS-IDX) + WS-SB-SS (WS-IDX)
                   + WS-SB-BRUTO (WS-IDX) * WS-TAXA-SS-EMPRESA / 100
           ELSE
               PERFORM 6310-ESTIMAR-SUBSIDIO
               IF WS-IDX-BASE > ZEROS
                AND WS-FL-BRUTO (WS-IDX-BASE) > ZEROS
                   COMPUTE WS-TAXA-DESCONTOS ROUNDED =
                       (WS-FL-IRS (WS-IDX-BASE)
                       + WS-FL-SS (WS-IDX-BASE))
                       / WS-FL-BRUTO (WS-IDX-BASE)
               ELSE
                   MOVE ZEROS TO WS-TAXA-DESCONTOS
               END-IF
               COMPUTE WS-SUB-DESCONTOS ROUNDED =
                   WS-SUB-BRUTO * WS-TAXA-DESCONTOS
               COMPUTE WS-MES-LIQUIDO =
                   WS-SUB-BRUTO - WS-SUB-DESCONTOS
               COMPUTE WS-MES-ESTADO ROUNDED = WS-SUB-DESCONTOS
                   + WS-SUB-BRUTO * WS-TAXA-SS-EMPRESA / 100
               ADD WS-SUB-BRUTO TO WS-SUB-ESTIMADO
           END-IF
           MOVE 6 TO WS-PRV-COLUNA
           MOVE WS-DN-PAGAMENTO TO WS-PRV-DN
           MOVE WS-MES-LIQUIDO TO WS-PRV-VALOR
           PERFORM 6400-PREVER-SE-POR-PAGAR
           MOVE 7 TO WS-PRV-COLUNA
           MOVE WS-DN-ESTADO TO WS-PRV-DN
           MOVE WS-MES-ESTADO TO WS-PRV-VALOR
           PERFORM 6400-PREVER-SE-POR-PAGAR.

       6300-PREVER-SUBSIDIO-FIM.
           EXIT.

      *    os mesmos criterios do processamento do subsidio
       6310-ESTIMAR-SUBSIDIO.
           MOVE ZEROS TO WS-SUB-BRUTO
           OPEN INPUT FUNCIONARIOS
           IF WS-FS-FUNCIONARIOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ FUNCIONARIOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       PERFORM 6320-SUBSIDIO-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF
           MOVE SPACES TO WS-ENDOFF.

       6320-SUBSIDIO-FUNCIONARIO.
           MOVE 12 TO WS-SUB-MESES
           IF FUNC-ESTADO EQUAL 'I'
               IF FUNC-DATA-SAIDA (1:4) NOT EQUAL WS-SUB-ANO
                   MOVE ZEROS TO WS-SUB-MESES
               ELSE
                   MOVE FUNC-DATA-SAIDA (5:2) TO WS-SUB-MESES
               END-IF
           END-IF
           IF WS-SUB-MESES > ZEROS
            AND FUNC-DATA-ADMISSAO NOT EQUAL ZEROS
               IF FUNC-DATA-ADMISSAO (1:4) > WS-SUB-ANO
                   MOVE ZEROS TO WS-SUB-MESES
               END-IF
               IF FUNC-DATA-ADMISSAO (1:4) EQUAL WS-SUB-ANO
                   MOVE FUNC-DATA-ADMISSAO (5:2) TO WS-SUB-MES-ADMISSAO
                   IF WS-SUB-MES-ADMISSAO > WS-SUB-MESES
                       MOVE ZEROS TO WS-SUB-MESES
                   ELSE
                       COMPUTE WS-SUB-MESES =
                           WS-SUB-MESES - WS-SUB-MES-ADMISSAO + 1
                   END-IF
               END-IF
           END-IF
           IF WS-SUB-MESES > ZEROS
               COMPUTE WS-SUB-BASE-MENSAL =
                   FUNC-HORAS-SEMANAIS * WS-SEMANAS-POR-MES
                   * FUNC-TAXA-HORARIA
               COMPUTE WS-SUB-BRUTO ROUNDED = WS-SUB-BRUTO
                   + (WS-SUB-BASE-MENSAL * WS-SUB-MESES) / 12
           END-IF.

      *    o que ja devia ter sido pago antes da data de negocio
      *    da-se como pago
       6400-PREVER-SE-POR-PAGAR.
           IF WS-PRV-DN >= WS-DN-HOJE
            AND WS-PRV-VALOR NOT EQUAL ZEROS
               PERFORM PREVER-NO-DIA
           END-IF.

      *-----------------------
      * IVA: o ultimo apuramento registado, se for a entregar, paga-
      * se ate ao dia 20 do segundo mes seguinte ao fim do periodo
      *-----------------------
       7000-PREVER-IVA.
           MOVE 0 TO WS-IVA-EXISTE
           OPEN INPUT APURAMENTOS
           IF WS-FS-APURAMENTOS NOT EQUAL "00"
               GO TO 7000-PREVER-IVA-FIM
           END-IF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ APURAMENTOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   MOVE 1 TO WS-IVA-EXISTE
                   MOVE AP-DATA-INICIO TO WS-IVA-INICIO
                   MOVE AP-DATA-FIM TO WS-IVA-FIM
                   MOVE AP-POSICAO TO WS-IVA-POSICAO
               END-READ
           END-PERFORM
           CLOSE APURAMENTOS
           IF WS-IVA-EXISTE EQUAL 0
               GO TO 7000-PREVER-IVA-FIM
           END-IF
           IF WS-IVA-POSICAO NOT > ZEROS
               MOVE 'R' TO WS-IVA-SITUACAO
               GO TO 7000-PREVER-IVA-FIM
           END-IF
           MOVE WS-IVA-FIM TO WS-PD-DATA
           MOVE 20 TO WS-PD-DIA-ALVO
           PERFORM AVANCAR-UM-MES
           PERFORM AVANCAR-UM-MES
           MOVE WS-PD-DATA TO WS-IVA-DATA-PAG
           MOVE WS-PD-DATA TO WS-ND-DATA
           PERFORM CALCULAR-NUM-DIA
           IF WS-ND-NUM < WS-DN-HOJE
               MOVE 'P' TO WS-IVA-SITUACAO
               GO TO 7000-PREVER-IVA-FIM
           END-IF
           MOVE 'A' TO WS-IVA-SITUACAO
           MOVE 8 TO WS-PRV-COLUNA
           MOVE WS-ND-NUM TO WS-PRV-DN
           MOVE WS-IVA-POSICAO TO WS-PRV-VALOR
           PERFORM PREVER-NO-DIA.

       7000-PREVER-IVA-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * fluxo liquido de cada semana (entradas 1-4 menos saidas
      * 5-8) e saldo acumulado a partir do de abertura
      *-----------------------
       8000-CALCULAR-SALDOS.
           MOVE WS-SALDO-ABERTURA TO WS-SALDO-MINIMO
           MOVE ZEROS TO WS-SEMANA-MINIMO
           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
               UNTIL WS-IDX-SEM > 13
               MOVE ZEROS TO WS-SEM-FLUXO (WS-IDX-SEM)
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > 8
                   ADD WS-SEM-VALOR (WS-IDX-SEM WS-IDX-COL)
                       TO WS-TOT-COLUNA (WS-IDX-COL)
                   IF WS-IDX-COL <= 4
                       ADD WS-SEM-VALOR (WS-IDX-SEM WS-IDX-COL)
                           TO WS-SEM-FLUXO (WS-IDX-SEM)
                   ELSE
                       SUBTRACT WS-SEM-VALOR (WS-IDX-SEM WS-IDX-COL)
                           FROM WS-SEM-FLUXO (WS-IDX-SEM)
                   END-IF
               END-PERFORM
               ADD WS-SEM-FLUXO (WS-IDX-SEM) TO WS-TOT-FLUXO
               IF WS-IDX-SEM EQUAL 1
                   COMPUTE WS-SEM-SALDO (WS-IDX-SEM) =
                       WS-SALDO-ABERTURA + WS-SEM-FLUXO (WS-IDX-SEM)
               ELSE
                   COMPUTE WS-SEM-SALDO (WS-IDX-SEM) =
                       WS-SEM-SALDO (WS-IDX-SEM - 1)
                       + WS-SEM-FLUXO (WS-IDX-SEM)
               END-IF
               IF WS-SEM-SALDO (WS-IDX-SEM) < ZEROS
                   ADD 1 TO WS-SEMANAS-NEGATIVAS
               END-IF
               IF WS-SEM-SALDO (WS-IDX-SEM) < WS-SALDO-MINIMO
                   MOVE WS-SEM-SALDO (WS-IDX-SEM) TO WS-SALDO-MINIMO
                   MOVE WS-IDX-SEM TO WS-SEMANA-MINIMO
               END-IF
           END-PERFORM.

      *-----------------------
      * relatorio PREVTES.<data>: uma linha por semana com as oito
      * colunas (euros, sem centimos), o fluxo liquido e o saldo, as
      * semanas a negativo assinaladas; depois as notas da previsao
      *-----------------------
       9000-IMPRIMIR-PREVISAO.
           PERFORM ABRIR-SPOOL
           MOVE WS-DATA-PROCESSAMENTO TO WS-ND-DATA
           PERFORM EDITAR-DATA
           STRING 'PREVISAO DE TESOURARIA A 13 SEMANAS - DATA DE '
                      DELIMITED BY SIZE
                  'NEGOCIO ' DELIMITED BY SIZE
                  WS-EDT-DATA DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE WS-SALDO-ABERTURA TO WS-EDT-VALOR
           STRING 'SALDO DE ABERTURA: ' DELIMITED BY SIZE
                  WS-EDT-VALOR DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  WS-ORIGEM-SALDO DELIMITED BY '  '
                  ')' DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           MOVE 'VALORES EM EUROS' TO WS-SPOOL-LINHA
           MOVE '<------------- ENTRADAS ------------->'
               TO WS-SPOOL-LINHA (17:)
           MOVE '<-------------- SAIDAS -------------->'
               TO WS-SPOOL-LINHA (61:)
           PERFORM ESCREVER-SPOOL
           MOVE 'SEM INICIO' TO WS-SPOOL-LINHA
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > 8
               COMPUTE WS-IDX = 16 + (WS-IDX-COL - 1) * 11
               MOVE WS-NOME-COLUNA (WS-IDX-COL)
                   TO WS-SPOOL-LINHA (WS-IDX:10)
           END-PERFORM
           MOVE '     FLUXO' TO WS-SPOOL-LINHA (104:10)
           MOVE '      SALDO' TO WS-SPOOL-LINHA (115:11)
           PERFORM ESCREVER-SPOOL

           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
               UNTIL WS-IDX-SEM > 13
               MOVE WS-IDX-SEM TO WS-EDT-SEMANA
               MOVE WS-EDT-SEMANA TO WS-SPOOL-LINHA (1:2)
               MOVE WS-SEM-INICIO (WS-IDX-SEM) TO WS-ND-DATA
               PERFORM EDITAR-DATA
               MOVE WS-EDT-DATA TO WS-SPOOL-LINHA (5:10)
               PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > 8
                   COMPUTE WS-IDX = 16 + (WS-IDX-COL - 1) * 11
                   MOVE WS-SEM-VALOR (WS-IDX-SEM WS-IDX-COL)
                       TO WS-EDT-COLUNA
                   MOVE WS-EDT-COLUNA TO WS-SPOOL-LINHA (WS-IDX:10)
               END-PERFORM
               MOVE WS-SEM-FLUXO (WS-IDX-SEM) TO WS-EDT-COLUNA
               MOVE WS-EDT-COLUNA TO WS-SPOOL-LINHA (104:10)
               MOVE WS-SEM-SALDO (WS-IDX-SEM) TO WS-EDT-SALDO
               MOVE WS-EDT-SALDO TO WS-SPOOL-LINHA (115:11)
               IF WS-SEM-SALDO (WS-IDX-SEM) < ZEROS
                   MOVE '<<<' TO WS-SPOOL-LINHA (127:3)
               END-IF
               PERFORM ESCREVER-SPOOL
           END-PERFORM

           MOVE 'TOTAL' TO WS-SPOOL-LINHA
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > 8
               COMPUTE WS-IDX = 16 + (WS-IDX-COL - 1) * 11
               MOVE WS-TOT-COLUNA (WS-IDX-COL) TO WS-EDT-COLUNA
               MOVE WS-EDT-COLUNA TO WS-SPOOL-LINHA (WS-IDX:10)
           END-PERFORM
           MOVE WS-TOT-FLUXO TO WS-EDT-COLUNA
           MOVE WS-EDT-COLUNA TO WS-SPOOL-LINHA (104:10)
           MOVE WS-SEM-SALDO (13) TO WS-EDT-SALDO
           MOVE WS-EDT-SALDO TO WS-SPOOL-LINHA (115:11)
           PERFORM ESCREVER-SPOOL
           MOVE 'DEPOIS' TO WS-SPOOL-LINHA
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
               UNTIL WS-IDX-COL > 8
               COMPUTE WS-IDX = 16 + (WS-IDX-COL - 1) * 11
               MOVE WS-ALEM-COLUNA (WS-IDX-COL) TO WS-EDT-COLUNA
               MOVE WS-EDT-COLUNA TO WS-SPOOL-LINHA (WS-IDX:10)
           END-PERFORM
           PERFORM ESCREVER-SPOOL
           PERFORM ESCREVER-SPOOL
           PERFORM 9100-IMPRIMIR-NOTAS
           PERFORM 9200-IMPRIMIR-NEGATIVAS
           PERFORM FECHAR-SPOOL.

       9100-IMPRIMIR-NOTAS.
           MOVE 'NOTAS' TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           MOVE WS-FAT-VENCIDO TO WS-EDT-VALOR
           MOVE WS-FORN-VENCIDO TO WS-EDT-VALOR-2
           STRING ' JA VENCIDO, NA SEMANA 1 - CLIENTES: '
                      DELIMITED BY SIZE
                  WS-EDT-VALOR DELIMITED BY SIZE
                  '   FORNECEDORES: ' DELIMITED BY SIZE
                  WS-EDT-VALOR-2 DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE WS-GAS-RECLAMADO TO WS-EDT-VALOR
           MOVE WS-GAS-AGENCIA TO WS-EDT-VALOR-2
           STRING ' GAS FORA DA PREVISAO - EM RECLAMACAO: '
                      DELIMITED BY SIZE
                  WS-EDT-VALOR DELIMITED BY SIZE
                  '   NA AGENCIA DE COBRANCA: ' DELIMITED BY SIZE
                  WS-EDT-VALOR-2 DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           MOVE WS-GAS-DESCONTADO TO WS-EDT-VALOR
           STRING ' GAS DESCONTADO PELO HISTORICO DE PAGAMENTO DOS '
                      DELIMITED BY SIZE
                  'CLIENTES: ' DELIMITED BY SIZE
                  WS-EDT-VALOR DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-FOLHA-BASE EQUAL ZEROS
               MOVE ' SALARIOS: SEM FOLHA DE VENCIMENTO NO ULTIMO ANO'
                   TO WS-SPOOL-LINHA
               MOVE ' - MESES POR PROCESSAR NAO PREVISTOS'
                   TO WS-SPOOL-LINHA (49:)
           ELSE
               MOVE WS-FOLHAS-ESTIMADAS TO WS-EDT-CONT
               STRING ' SALARIOS: FOLHA BASE ' DELIMITED BY SIZE
                      WS-FOLHA-BASE DELIMITED BY SIZE
                      ' - FOLHAS ESTIMADAS POR ELA: ' DELIMITED BY SIZE
                      WS-EDT-CONT DELIMITED BY SIZE
                      ' (SS DA EMPRESA A 23,75%)' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
           END-IF
           PERFORM ESCREVER-SPOOL
           IF WS-SUB-ESTIMADO > ZEROS
               MOVE WS-SUB-ESTIMADO TO WS-EDT-VALOR
               STRING ' SUBSIDIO AINDA NAO PROCESSADO, ESTIMADO EM '
                          DELIMITED BY SIZE
                      WS-EDT-VALOR DELIMITED BY SIZE
                      ' DE BRUTO' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           MOVE WS-IVA-DATA-PAG TO WS-ND-DATA
           PERFORM EDITAR-DATA
           EVALUATE TRUE
               WHEN WS-IVA-EXISTE EQUAL 0
                   MOVE ' IVA: SEM APURAMENTOS REGISTADOS - PAGAMENTO '
                       TO WS-SPOOL-LINHA
                   MOVE 'NAO PREVISTO' TO WS-SPOOL-LINHA (47:)
               WHEN WS-IVA-SITUACAO EQUAL 'R'
                   MOVE WS-IVA-POSICAO TO WS-EDT-VALOR
                   STRING ' IVA: APURAMENTO DE ' DELIMITED BY SIZE
                          WS-IVA-INICIO DELIMITED BY SIZE
                          ' A ' DELIMITED BY SIZE
                          WS-IVA-FIM DELIMITED BY SIZE
                          ' A RECUPERAR (' DELIMITED BY SIZE
                          WS-EDT-VALOR DELIMITED BY SIZE
                          ') - SEM PAGAMENTO' DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
               WHEN WS-IVA-SITUACAO EQUAL 'P'
                   MOVE WS-IVA-POSICAO TO WS-EDT-VALOR
                   STRING ' IVA: APURAMENTO DE ' DELIMITED BY SIZE
                          WS-IVA-INICIO DELIMITED BY SIZE
                          ' A ' DELIMITED BY SIZE
                          WS-IVA-FIM DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WS-EDT-VALOR DELIMITED BY SIZE
                          ' VENCEU A ' DELIMITED BY SIZE
                          WS-EDT-DATA DELIMITED BY SIZE
                          ' - DADO COMO PAGO' DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
               WHEN OTHER
                   MOVE WS-IVA-POSICAO TO WS-EDT-VALOR
                   STRING ' IVA: APURAMENTO DE ' DELIMITED BY SIZE
                          WS-IVA-INICIO DELIMITED BY SIZE
                          ' A ' DELIMITED BY SIZE
                          WS-IVA-FIM DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WS-EDT-VALOR DELIMITED BY SIZE
                          ' A PAGAR ATE ' DELIMITED BY SIZE
                          WS-EDT-DATA DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
           END-EVALUATE
           PERFORM ESCREVER-SPOOL
           IF WS-EXCEDIDOS > ZEROS
               MOVE WS-EXCEDIDOS TO WS-EDT-CONT
               STRING ' *** ' DELIMITED BY SIZE
                      WS-EDT-CONT DELIMITED BY SIZE
                      ' REGISTO(S) NAO COUBERAM NAS TABELAS - '
                          DELIMITED BY SIZE
                      'PREVISAO INCOMPLETA ***' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           PERFORM ESCREVER-SPOOL.

       9200-IMPRIMIR-NEGATIVAS.
           IF WS-SEMANAS-NEGATIVAS EQUAL ZEROS
               MOVE 'SEM SEMANAS COM SALDO NEGATIVO' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           ELSE
               MOVE WS-SEMANAS-NEGATIVAS TO WS-EDT-CONT
               STRING '*** ' DELIMITED BY SIZE
                      WS-EDT-CONT DELIMITED BY SIZE
                      ' SEMANA(S) COM SALDO NEGATIVO ***'
                          DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                   UNTIL WS-IDX-SEM > 13
                   IF WS-SEM-SALDO (WS-IDX-SEM) < ZEROS
                       MOVE WS-IDX-SEM TO WS-EDT-SEMANA
                       MOVE WS-SEM-INICIO (WS-IDX-SEM) TO WS-ND-DATA
                       PERFORM EDITAR-DATA
                       MOVE WS-SEM-SALDO (WS-IDX-SEM) TO WS-EDT-VALOR
                       STRING '    SEMANA ' DELIMITED BY SIZE
                              WS-EDT-SEMANA DELIMITED BY SIZE
                              ' DE ' DELIMITED BY SIZE
                              WS-EDT-DATA DELIMITED BY SIZE
                              ' - SALDO ' DELIMITED BY SIZE
                              WS-EDT-VALOR DELIMITED BY SIZE
                           INTO WS-SPOOL-LINHA
                       END-STRING
                       PERFORM ESCREVER-SPOOL
                   END-IF
               END-PERFORM
               MOVE WS-SEMANA-MINIMO TO WS-EDT-SEMANA
               MOVE WS-SALDO-MINIMO TO WS-EDT-VALOR
               STRING 'SALDO MAIS BAIXO: ' DELIMITED BY SIZE
                      WS-EDT-VALOR DELIMITED BY SIZE
                      ' NA SEMANA ' DELIMITED BY SIZE
                      WS-EDT-SEMANA DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               MOVE 4 TO RETURN-CODE
           END-IF.

      *-----------------------
      * arruma WS-PRV-VALOR na coluna WS-PRV-COLUNA da semana de
      * WS-PRV-DATA (PREVER-NA-DATA) ou do dia WS-PRV-DN
      * (PREVER-NO-DIA); sem data, conta como hoje
      *-----------------------
       PREVER-NA-DATA.
           IF WS-PRV-DATA IS NUMERIC AND WS-PRV-DATA NOT EQUAL ZEROS
               MOVE WS-PRV-DATA TO WS-ND-DATA
               PERFORM CALCULAR-NUM-DIA
               MOVE WS-ND-NUM TO WS-PRV-DN
           ELSE
               MOVE WS-DN-HOJE TO WS-PRV-DN
           END-IF
           PERFORM PREVER-NO-DIA.

       PREVER-NO-DIA.
           IF WS-PRV-DN > WS-DN-FIM
               ADD WS-PRV-VALOR TO WS-ALEM-COLUNA (WS-PRV-COLUNA)
           ELSE
               IF WS-PRV-DN < WS-DN-INICIO
                   MOVE 1 TO WS-PRV-SEMANA
               ELSE
                   COMPUTE WS-PRV-SEMANA =
                       (WS-PRV-DN - WS-DN-INICIO) / 7 + 1
               END-IF
               ADD WS-PRV-VALOR
                   TO WS-SEM-VALOR (WS-PRV-SEMANA WS-PRV-COLUNA)
           END-IF.

      *-----------------------
      * numero de dias de WS-ND-DATA (contado com o ano a comecar em
      * marco, para o dia 29 de fevereiro ficar no fim)
      *-----------------------
       CALCULAR-NUM-DIA.
           MOVE WS-ND-DATA-ANO TO WS-ND-ANO
           MOVE WS-ND-DATA-MES TO WS-ND-MES
           IF WS-ND-MES <= 2
               SUBTRACT 1 FROM WS-ND-ANO
               ADD 12 TO WS-ND-MES
           END-IF
           COMPUTE WS-ND-NUM = WS-ND-ANO * 365 + WS-ND-DATA-DIA
           COMPUTE WS-ND-AUX = WS-ND-ANO / 4
           ADD WS-ND-AUX TO WS-ND-NUM
           COMPUTE WS-ND-AUX = WS-ND-ANO / 100
           SUBTRACT WS-ND-AUX FROM WS-ND-NUM
           COMPUTE WS-ND-AUX = WS-ND-ANO / 400
           ADD WS-ND-AUX TO WS-ND-NUM
           COMPUTE WS-ND-AUX = (153 * (WS-ND-MES - 3) + 2) / 5
           ADD WS-ND-AUX TO WS-ND-NUM.

       CALCULAR-DIAS-MES.
           EVALUATE WS-PD-MES
               WHEN 01 MOVE 31 TO WS-PD-DIAS-MES
               WHEN 02 MOVE 28 TO WS-PD-DIAS-MES
               WHEN 03 MOVE 31 TO WS-PD-DIAS-MES
               WHEN 04 MOVE 30 TO WS-PD-DIAS-MES
               WHEN 05 MOVE 31 TO WS-PD-DIAS-MES
               WHEN 06 MOVE 30 TO WS-PD-DIAS-MES
               WHEN 07 MOVE 31 TO WS-PD-DIAS-MES
               WHEN 08 MOVE 31 TO WS-PD-DIAS-MES
               WHEN 09 MOVE 30 TO WS-PD-DIAS-MES
               WHEN 10 MOVE 31 TO WS-PD-DIAS-MES
               WHEN 11 MOVE 30 TO WS-PD-DIAS-MES
               WHEN 12 MOVE 31 TO WS-PD-DIAS-MES
               WHEN OTHER MOVE 30 TO WS-PD-DIAS-MES
           END-EVALUATE
           IF WS-PD-MES EQUAL 02
               DIVIDE WS-PD-ANO BY 4 GIVING WS-QUOC
                   REMAINDER WS-PD-R4
               DIVIDE WS-PD-ANO BY 100 GIVING WS-QUOC
                   REMAINDER WS-PD-R100
               DIVIDE WS-PD-ANO BY 400 GIVING WS-QUOC
                   REMAINDER WS-PD-R400
               IF WS-PD-R4 EQUAL ZEROS
                AND (WS-PD-R100 NOT EQUAL ZEROS
                 OR WS-PD-R400 EQUAL ZEROS)
                   MOVE 29 TO WS-PD-DIAS-MES
               END-IF
           END-IF.

       AVANCAR-UM-DIA.
           ADD 1 TO WS-PD-DIA
           PERFORM CALCULAR-DIAS-MES
           IF WS-PD-DIA > WS-PD-DIAS-MES
               MOVE 1 TO WS-PD-DIA
               ADD 1 TO WS-PD-MES
               IF WS-PD-MES > 12
                   MOVE 1 TO WS-PD-MES
                   ADD 1 TO WS-PD-ANO
               END-IF
           END-IF.

       RECUAR-UM-DIA.
           IF WS-PD-DIA > 1
               SUBTRACT 1 FROM WS-PD-DIA
           ELSE
               SUBTRACT 1 FROM WS-PD-MES
               IF WS-PD-MES EQUAL ZEROS
                   MOVE 12 TO WS-PD-MES
                   SUBTRACT 1 FROM WS-PD-ANO
               END-IF
               PERFORM CALCULAR-DIAS-MES
               MOVE WS-PD-DIAS-MES TO WS-PD-DIA
           END-IF.

      *    mes seguinte, no dia WS-PD-DIA-ALVO (ou no ultimo do mes)
       AVANCAR-UM-MES.
           ADD 1 TO WS-PD-MES
           IF WS-PD-MES > 12
               MOVE 1 TO WS-PD-MES
               ADD 1 TO WS-PD-ANO
           END-IF
           PERFORM CALCULAR-DIAS-MES
           IF WS-PD-DIA-ALVO > WS-PD-DIAS-MES
               MOVE WS-PD-DIAS-MES TO WS-PD-DIA
           ELSE
               MOVE WS-PD-DIA-ALVO TO WS-PD-DIA
           END-IF.

       EDITAR-DATA.
           MOVE SPACES TO WS-EDT-DATA
           STRING WS-ND-DATA-DIA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-ND-DATA-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-ND-DATA-ANO DELIMITED BY SIZE
               INTO WS-EDT-DATA
           END-STRING.

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

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'PREVTES.' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-PATH-SPOOL
           END-STRING
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

       END PROGRAM PREVISAO_TESOURARIA.
