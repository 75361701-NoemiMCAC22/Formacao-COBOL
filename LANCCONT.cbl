      ******************************************************************
      * Author:Noemi Correa
      * Date:15/10/2026
      * Purpose: Lancamentos contabilisticos do dia para o pacote de
      *          contabilidade: transforma a atividade da data de
      *          negocio (caixa, livraria, faturas a clientes, faturas
      *          e pagamentos do gas, depositos, reconciliacao
      *          bancaria, compras e pagamentos a fornecedores,
      *          recibos de vencimento e movimentos do imobilizado) em
      *          lancamentos equilibrados
      *          (debito igual a credito em cada lancamento) no
      *          diario DIARIOCONT, pelas regras de lancamento por
      *          tipo de transacao (REGRASLANC) e o plano de contas
      *          (PLANOCONTAS); o que nao tiver regra ou conta no
      *          plano vai para a conta de suspenso e sai no relatorio
      *          do dia
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. LANC_CONTAB.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOCONTAS ASSIGN TO
           WS-PATH-PLANOCONTAS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-PLANOCONTAS.
           SELECT REGRASLANC ASSIGN TO
           WS-PATH-REGRASLANC
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-REGRASLANC.
           SELECT DIARIOCONT ASSIGN TO
           WS-PATH-DIARIOCONT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIOCONT.
           SELECT DIARIOCONTTEMP ASSIGN TO
           WS-PATH-DIARIOCONTTEMP
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIOCONTTEMP.
           SELECT LANCCTL ASSIGN TO
           WS-PATH-LANCCTL
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-LANCCTL.
           SELECT FATURASOUT ASSIGN TO
           WS-PATH-FATURASOUT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FATURASOUT.
           SELECT FATURAOUT ASSIGN TO
           WS-PATH-FATURAOUT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-FATURAOUT.
           SELECT VENDASOUT ASSIGN TO
           WS-PATH-VENDASOUT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-VENDASOUT.
           SELECT LIVROSOUT ASSIGN TO
           WS-PATH-LIVROSOUT
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-LIVROSOUT.
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
           SELECT DEPOSITOS ASSIGN TO
           WS-PATH-DEPOSITOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-DEPOSITOS.
           SELECT CONCILIADOS ASSIGN TO
           WS-PATH-CONCILIADOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-CONCILIADOS.
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
           SELECT MOVATIVOS ASSIGN TO
           WS-PATH-MOVATIVOS
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS WS-FS-MOVATIVOS.
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
       FD PLANOCONTAS.
           COPY PLANOCTA.

      *-----------------------
      * regras de lancamento: para cada tipo de transacao e
      * componente do valor, a conta a movimentar - o lado (debito
      * ou credito) e fixo por componente no programa; o tipo GERAL
      * vale para todos os tipos sem regra propria e a regra
      * GERAL/SUSPENSO indica a conta de suspenso
      *-----------------------
       FD REGRASLANC.
           01 REGRASLANC-REG.
               03 RL-TIPO                 PIC X(06).
               03 RL-COMPONENTE           PIC X(08).
               03 RL-CONTA                PIC X(10).

       FD DIARIOCONT.
           COPY DIARCONT.

       FD DIARIOCONTTEMP.
           01 DIARIOCONTTEMP-REG          PIC X(105).

      *-----------------------
      * controlo dos lancamentos: ultima data de negocio lancada e,
      * para os ficheiros que so crescem (recibos, compras,
      * pagamentos a fornecedores, reconciliados), quantos registos
      * ja estavam lancados antes e depois dessa corrida - um rerun
      * do mesmo dia parte das marcas de inicio e volta a numerar os
      * lancamentos a partir do primeiro desse dia
      *-----------------------
       FD LANCCTL.
           01 LANCCTL-REG.
               03 LCT-DATA                PIC 9(08).
               03 LCT-RECIBOS-INI         PIC 9(07).
               03 LCT-RECIBOS-FIM         PIC 9(07).
               03 LCT-COMPRAS-INI         PIC 9(07).
               03 LCT-COMPRAS-FIM         PIC 9(07).
               03 LCT-PAGFORN-INI         PIC 9(07).
               03 LCT-PAGFORN-FIM         PIC 9(07).
               03 LCT-CONCIL-INI          PIC 9(07).
               03 LCT-CONCIL-FIM          PIC 9(07).
               03 LCT-LANC-INI            PIC 9(07).
               03 LCT-LANC-FIM            PIC 9(07).
               03 LCT-MOVATIV-INI         PIC 9(07).
               03 LCT-MOVATIV-FIM         PIC 9(07).

      *-----------------------
      * ficheiros do dia dos outros passos - os desenhos sao os
      * mesmos copybooks do fecho de dia
      *-----------------------
       FD FATURASOUT.
           COPY FATSOUT
               REPLACING ==:PFX:== BY ==FDL==
                         ==:TRL:== BY ==FST==.

       FD FATURAOUT.
           COPY FATOUT
               REPLACING ==:PFX:== BY ==FCL==
                         ==:TRL:== BY ==FOT==.

       FD VENDASOUT.
           COPY VENOUT
               REPLACING ==:PFX:== BY ==VDL==
                         ==:TRL:== BY ==VOT==.

       FD LIVROSOUT.
           COPY LIVOUT
               REPLACING ==:REC:== BY ==LIVROSOUT-DADOS==
                         ==:PFX:== BY ==LVL==
                         ==:TRL:== BY ==LOT==.

       FD FICH-FATURA-MES.
       COPY FATMES
           REPLACING ==:REC:== BY ==FATURA-MES-REG==
                     ==:PFX:== BY ==FM==.

       FD FICH-PAGAMENTOS.
       COPY PAGTOS.

      *-----------------------
      * depositos da tesouraria, linhas do extrato casadas na
      * reconciliacao bancaria, compras e pagamentos a fornecedores
      * do REGISTO_COMPRAS e recibos do DADOS_FUNCIONARIOS - os
      * desenhos tem de bater certo com os de la
      *-----------------------
       FD DEPOSITOS.
           01 DEPOSITO-REG.
               03 DEP-NUMERO              PIC 9(06).
               03 DEP-DATA                PIC 9(08).
               03 DEP-VALOR               PIC 9(09)V99.

       FD CONCILIADOS.
           01 CONCILIADO-REG.
               03 CN-DATA                 PIC 9(08).
               03 CN-VALOR                PIC 9(07)V99.
               03 CN-REFERENCIA           PIC X(12).
               03 CN-ORIGEM               PIC X(01).

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

      *-----------------------
      * movimentos do imobilizado do ATIVOS_FIXOS
      *-----------------------
       FD MOVATIVOS.
           COPY MOVATIV.

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
       77 WS-PATH-PLANOCONTAS      PIC X(100).
       77 WS-PATH-REGRASLANC       PIC X(100).
       77 WS-PATH-DIARIOCONT       PIC X(100).
       77 WS-PATH-DIARIOCONTTEMP   PIC X(100).
       77 WS-PATH-LANCCTL          PIC X(100).
       77 WS-PATH-FATURASOUT       PIC X(100).
       77 WS-PATH-FATURAOUT        PIC X(100).
       77 WS-PATH-VENDASOUT        PIC X(100).
       77 WS-PATH-LIVROSOUT        PIC X(100).
       77 WS-PATH-FATURA-MES       PIC X(100).
       77 WS-PATH-PAGAMENTOS       PIC X(100).
       77 WS-PATH-DEPOSITOS        PIC X(100).
       77 WS-PATH-CONCILIADOS      PIC X(100).
       77 WS-PATH-COMPRAS          PIC X(100).
       77 WS-PATH-PAGFORN          PIC X(100).
       77 WS-PATH-RECIBOS          PIC X(100).
       77 WS-PATH-MOVATIVOS        PIC X(100).
       77 WS-PATH-SPOOL            PIC X(100).
       77 WS-PATH-DATAPROC         PIC X(100).
       77 WS-PATH-JOBLEDGER        PIC X(100).
       77 WS-FS-PLANOCONTAS        PIC XX.
       77 WS-FS-REGRASLANC         PIC XX.
       77 WS-FS-DIARIOCONT         PIC XX.
       77 WS-FS-DIARIOCONTTEMP     PIC XX.
       77 WS-FS-LANCCTL            PIC XX.
       77 WS-FS-FATURASOUT         PIC XX.
       77 WS-FS-FATURAOUT          PIC XX.
       77 WS-FS-VENDASOUT          PIC XX.
       77 WS-FS-LIVROSOUT          PIC XX.
       77 WS-FS-FATURAMES          PIC XX.
       77 WS-FS-PAGAMENTOS         PIC XX.
       77 WS-FS-DEPOSITOS          PIC XX.
       77 WS-FS-CONCILIADOS        PIC XX.
       77 WS-FS-COMPRAS            PIC XX.
       77 WS-FS-PAGFORN            PIC XX.
       77 WS-FS-RECIBOS            PIC XX.
       77 WS-FS-MOVATIVOS          PIC XX.
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
       77 WS-AVISOS                PIC 9(03) VALUE ZEROS.

      *    marcas dos ficheiros que so crescem: ate onde ja estavam
      *    lancados (inicio) e quantos registos tem agora (fim)
       77 WS-RERUN                 PIC 9 VALUE 0.
       77 WS-ULT-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-RECIBOS-INI           PIC 9(07) VALUE ZEROS.
       77 WS-RECIBOS-FIM           PIC 9(07) VALUE ZEROS.
       77 WS-COMPRAS-INI           PIC 9(07) VALUE ZEROS.
       77 WS-COMPRAS-FIM           PIC 9(07) VALUE ZEROS.
       77 WS-PAGFORN-INI           PIC 9(07) VALUE ZEROS.
       77 WS-PAGFORN-FIM           PIC 9(07) VALUE ZEROS.
       77 WS-CONCIL-INI            PIC 9(07) VALUE ZEROS.
       77 WS-CONCIL-FIM            PIC 9(07) VALUE ZEROS.
       77 WS-MOVATIV-INI           PIC 9(07) VALUE ZEROS.
       77 WS-MOVATIV-FIM           PIC 9(07) VALUE ZEROS.
       77 WS-LANC-INI              PIC 9(07) VALUE ZEROS.
       77 WS-LANC-ATUAL            PIC 9(07) VALUE ZEROS.
       77 WS-SEQ-REGISTO           PIC 9(07) VALUE ZEROS.
       77 WS-REMOVIDAS             PIC 9(07) VALUE ZEROS.

       77 WS-PC-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-PC-IDX                PIC 9(03).
       77 WS-RL-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-RL-IDX                PIC 9(03).
       77 WS-CONTA-SUSPENSO        PIC X(10) VALUE '2789'.
       77 WS-CONTA-ATUAL           PIC X(10).
       77 WS-MOTIVO-SUSPENSO       PIC X(20).
       77 WS-CONTA-ACHADA          PIC 9.

      *    lancamento em construcao: tipo, documento, periodo e
      *    descricao, e as linhas por componente
       77 WS-LC-TIPO-ATUAL         PIC X(06).
       77 WS-LC-DOC-ATUAL          PIC X(12).
       77 WS-LC-PERIODO-ATUAL      PIC 9(06).
       77 WS-LC-DESC-ATUAL         PIC X(40).
       77 WS-LN-NUM                PIC 9(02) VALUE ZEROS.
       77 WS-LN-IDX                PIC 9(02).
       77 WS-CMP-NOME              PIC X(08).
       77 WS-CMP-LADO              PIC X(01).
       77 WS-CMP-VALOR             PIC S9(09)V99.
       77 WS-LINHA-NUM             PIC 9(03).
       77 WS-LINHA-VALOR           PIC S9(09)V99.
       77 WS-LINHA-LADO            PIC X(01).
       77 WS-LANC-DEBITO           PIC 9(10)V99.
       77 WS-LANC-CREDITO          PIC 9(10)V99.
       77 WS-LANC-DIFERENCA        PIC S9(10)V99.

       77 WS-TOT-LANCAMENTOS       PIC 9(07) VALUE ZEROS.
       77 WS-TOT-LINHAS            PIC 9(07) VALUE ZEROS.
       77 WS-TOT-DEBITO            PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CREDITO           PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-SUSPENSO          PIC 9(11)V99 VALUE ZEROS.

      *    valores de trabalho das linhas das fontes
       77 WS-BASE-LINHA            PIC S9(09)V99.
       77 WS-IVA-LINHA             PIC S9(09)V99.
       77 WS-TOTAL-LINHA           PIC S9(09)V99.
       77 WS-RETENCAO              PIC S9(09)V99.
       77 WS-HDR-DATA              PIC 9(08).
       77 WS-FONTE                 PIC X(10).
       77 WS-FONTE-IGNORADA        PIC 9 VALUE 0.
       77 WS-FAT-ABERTA            PIC 9 VALUE 0.
       77 WS-FAT-IGNORAR           PIC 9 VALUE 0.
       77 WS-FAT-TIPO-DOC          PIC X(02).
       77 WS-FAT-NUM               PIC 9(06).
       77 WS-FAT-NOME              PIC X(17).
       77 WS-FAT-RETENCAO          PIC 9(07)V99.

       77 WS-VALOR-EDIT            PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR-EDIT2           PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-CONT-EDIT             PIC ZZZZZZ9.

      *-----------------------
      * plano de contas e regras de lancamento carregados
      *-----------------------
           01 WS-TAB-PLANO.
               03 WS-PC-CONTA OCCURS 500 TIMES PIC X(10).

           01 WS-TAB-REGRAS.
               03 WS-RL-ENTRY OCCURS 300 TIMES.
                   05 WS-RL-TIPO           PIC X(06).
                   05 WS-RL-COMPONENTE     PIC X(08).
                   05 WS-RL-CONTA          PIC X(10).

      *-----------------------
      * linhas do lancamento em construcao, uma por componente, com
      * o lado fixo do componente e o valor com sinal (negativo
      * troca o lado na gravacao)
      *-----------------------
           01 WS-TAB-LINHAS.
               03 WS-LN-ENTRY OCCURS 20 TIMES.
                   05 WS-LN-COMPONENTE     PIC X(08).
                   05 WS-LN-LADO           PIC X(01).
                   05 WS-LN-VALOR          PIC S9(09)V99.

      *-----------------------
      * linhas que foram para suspenso, para o relatorio do dia
      *-----------------------
       77 WS-SP-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-SP-IDX                PIC 9(03).
           01 WS-TAB-SUSPENSO.
               03 WS-SP-ENTRY OCCURS 200 TIMES.
                   05 WS-SP-TIPO           PIC X(06).
                   05 WS-SP-COMPONENTE     PIC X(08).
                   05 WS-SP-DOCUMENTO      PIC X(12).
                   05 WS-SP-MOTIVO         PIC X(20).
                   05 WS-SP-NATUREZA       PIC X(01).
                   05 WS-SP-VALOR          PIC 9(09)V99.

      *-----------------------
      * resumo por tipo de transacao
      *-----------------------
           01 WS-TIPOS-TRANSACAO.
               03 FILLER                  PIC X(36)
                   VALUE 'CAIXA LIVROSFATCLIFATORDGASFATGASREC'.
               03 FILLER                  PIC X(30)
                   VALUE 'DEPOS BANCO COMPRAPAGFORSALARI'.
               03 FILLER                  PIC X(12)
                   VALUE 'ATIVO AMORT '.
           01 WS-TIPOS-TRANSACAO-R REDEFINES WS-TIPOS-TRANSACAO.
               03 WS-TIPO-NOME OCCURS 13 TIMES PIC X(06).
       77 WS-TP-IDX                PIC 9(02).
           01 WS-TAB-RESUMO.
               03 WS-RS-ENTRY OCCURS 13 TIMES.
                   05 WS-RS-LANCAMENTOS    PIC 9(07).
                   05 WS-RS-DEBITO         PIC 9(11)V99.

      *-----------------------
      * componentes de um recibo de vencimento pela ordem da tabela
      * de valores de cada recibo: bruto, subsidio de alimentacao,
      * despesas isentas e compensacao a debito; IRS, seguranca
      * social, adiantamento descontado e liquido a credito
      *-----------------------
           01 WS-COMPONENTES-RECIBO.
               03 FILLER                  PIC X(32)
                   VALUE 'GASTO   ALIMENT DESPESA COMPENS '.
               03 FILLER                  PIC X(32)
                   VALUE 'IRS     SS      ADIANT  LIQUIDO '.
           01 WS-COMPONENTES-RECIBO-R REDEFINES WS-COMPONENTES-RECIBO.
               03 WS-CMP-RECIBO OCCURS 8 TIMES PIC X(08).
           01 WS-LADOS-RECIBO.
               03 FILLER                  PIC X(08) VALUE 'DDDDCCCC'.
           01 WS-LADOS-RECIBO-R REDEFINES WS-LADOS-RECIBO.
               03 WS-LADO-RECIBO OCCURS 8 TIMES PIC X(01).
       77 WS-CR-IDX                PIC 9(01).

      *-----------------------
      * recibos novos desde a ultima corrida, um por mes, tipo e
      * funcionario (o ultimo gravado e o que vale), com os valores
      * do recibo anterior ja lancado que ele substitui, a estornar
      *-----------------------
       77 WS-RN-NUM                PIC 9(03) VALUE ZEROS.
       77 WS-RN-IDX                PIC 9(03).
           01 WS-TAB-RECIBOS-NOVOS.
               03 WS-RN-ENTRY OCCURS 300 TIMES.
                   05 WS-RN-ANOMES         PIC 9(06).
                   05 WS-RN-TIPO           PIC X(01).
                   05 WS-RN-FUNC-ID        PIC 9(05).
                   05 WS-RN-NOME           PIC X(20).
                   05 WS-RN-VALOR OCCURS 8 TIMES
                                           PIC 9(07)V99.
                   05 WS-RN-ANT-VISTO      PIC 9(01).
                   05 WS-RN-ANT-VALOR OCCURS 8 TIMES
                                           PIC 9(07)V99.

       PROCEDURE DIVISION.
       0-INICIALIZAR.
           ACCEPT WS-JOB-HORA-INICIO FROM TIME
           ACCEPT WS-PATH-PLANOCONTAS FROM ENVIRONMENT
               "PLANOCONTAS_PATH"
           IF WS-PATH-PLANOCONTAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/PLANOCONTAS.txt'
                   TO WS-PATH-PLANOCONTAS
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
           ACCEPT WS-PATH-DIARIOCONTTEMP FROM ENVIRONMENT
               "DIARIOCONTTEMP_PATH"
           IF WS-PATH-DIARIOCONTTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/DIARIOCONTTEMP.txt'
                   TO WS-PATH-DIARIOCONTTEMP
           END-IF
           ACCEPT WS-PATH-LANCCTL FROM ENVIRONMENT "LANCCTL_PATH"
           IF WS-PATH-LANCCTL EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/LANCCTL.txt'
                   TO WS-PATH-LANCCTL
           END-IF
           ACCEPT WS-PATH-FATURASOUT FROM ENVIRONMENT "FATURASOUT_PATH"
           IF WS-PATH-FATURASOUT EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/FATURASOUT.txt'
                   TO WS-PATH-FATURASOUT
           END-IF
           ACCEPT WS-PATH-FATURAOUT FROM ENVIRONMENT "FATURAOUT_PATH"
           IF WS-PATH-FATURAOUT EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\faturaout.txt'
                   TO WS-PATH-FATURAOUT
           END-IF
           ACCEPT WS-PATH-VENDASOUT FROM ENVIRONMENT "VENDASOUT_PATH"
           IF WS-PATH-VENDASOUT EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\vendasout.txt'
                   TO WS-PATH-VENDASOUT
           END-IF
           ACCEPT WS-PATH-LIVROSOUT FROM ENVIRONMENT "LIVROSOUT_PATH"
           IF WS-PATH-LIVROSOUT EQUAL SPACES
               MOVE
        'D:\UFCD\UFCD 0808 - Programação COBOL\Tarefas\livros.txt'
                   TO WS-PATH-LIVROSOUT
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
           ACCEPT WS-PATH-DEPOSITOS FROM ENVIRONMENT "DEPOSITOS_PATH"
           IF WS-PATH-DEPOSITOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/DEPOSITOS.txt'
                   TO WS-PATH-DEPOSITOS
           END-IF
           ACCEPT WS-PATH-CONCILIADOS FROM ENVIRONMENT
               "CONCILIADOS_PATH"
           IF WS-PATH-CONCILIADOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CONCILIADOS.txt'
                   TO WS-PATH-CONCILIADOS
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
           ACCEPT WS-PATH-MOVATIVOS FROM ENVIRONMENT "MOVATIVOS_PATH"
           IF WS-PATH-MOVATIVOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/MOVATIVOS.txt'
                   TO WS-PATH-MOVATIVOS
           END-IF
           INITIALIZE WS-TAB-RESUMO
           PERFORM OBTER-DATA-PROCESSAMENTO.

       0-PRINCIPAL.
           DISPLAY '-------//LANCAMENTOS CONTABILISTICOS//-------'
           PERFORM LER-LANCCTL THRU LER-LANCCTL-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           PERFORM CARREGAR-PLANO THRU CARREGAR-PLANO-FIM
           PERFORM CARREGAR-REGRAS THRU CARREGAR-REGRAS-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
           PERFORM PREPARAR-DIARIO THRU PREPARAR-DIARIO-FIM
           IF WS-ERRO EQUAL 1
               MOVE 8 TO RETURN-CODE
               PERFORM ESCREVER-JOBLEDGER
               STOP RUN
           END-IF
      *    o dia fica marcado como iniciado antes de se lancar: se o
      *    passo cair a meio, a repeticao limpa o que ficou gravado
           MOVE WS-RECIBOS-INI TO WS-RECIBOS-FIM
           MOVE WS-COMPRAS-INI TO WS-COMPRAS-FIM
           MOVE WS-PAGFORN-INI TO WS-PAGFORN-FIM
           MOVE WS-CONCIL-INI TO WS-CONCIL-FIM
           MOVE WS-MOVATIV-INI TO WS-MOVATIV-FIM
           PERFORM GRAVAR-LANCCTL

           PERFORM ABRIR-SPOOL
           STRING 'LANCAMENTOS CONTABILISTICOS DO DIA '
                      DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-RERUN EQUAL 1
               MOVE WS-REMOVIDAS TO WS-CONT-EDIT
               STRING 'REPETICAO DO DIA - ' DELIMITED BY SIZE
                      WS-CONT-EDIT DELIMITED BY SIZE
                      ' LINHAS DA CORRIDA ANTERIOR RETIRADAS DO '
                          DELIMITED BY SIZE
                      'DIARIO E RELANCADAS' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           PERFORM ESCREVER-SPOOL

           PERFORM LANCAR-VENDASOUT THRU LANCAR-VENDASOUT-FIM
           PERFORM LANCAR-LIVROSOUT THRU LANCAR-LIVROSOUT-FIM
           PERFORM LANCAR-FATURAOUT THRU LANCAR-FATURAOUT-FIM
           PERFORM LANCAR-FATURASOUT THRU LANCAR-FATURASOUT-FIM
           PERFORM LANCAR-FATURAS-GAS THRU LANCAR-FATURAS-GAS-FIM
           PERFORM LANCAR-PAGAMENTOS-GAS
               THRU LANCAR-PAGAMENTOS-GAS-FIM
           PERFORM LANCAR-DEPOSITOS THRU LANCAR-DEPOSITOS-FIM
           PERFORM LANCAR-CONCILIADOS THRU LANCAR-CONCILIADOS-FIM
           PERFORM LANCAR-COMPRAS THRU LANCAR-COMPRAS-FIM
           PERFORM LANCAR-PAGFORN THRU LANCAR-PAGFORN-FIM
           PERFORM LANCAR-RECIBOS THRU LANCAR-RECIBOS-FIM
           PERFORM LANCAR-MOVATIVOS THRU LANCAR-MOVATIVOS-FIM
           CLOSE DIARIOCONT

           PERFORM ESCREVER-RESUMO
           PERFORM GRAVAR-LANCCTL
      *    o suspenso e os ficheiros de outro dia ficam no relatorio
      *    para o contabilista - nao param a janela da noite
           IF WS-SP-NUM > ZEROS OR WS-AVISOS > ZEROS
               DISPLAY ' AVISO: VER SUSPENSO E AVISOS NO RELATORIO '
                   'LANCCONT.' WS-DATA-PROCESSAMENTO
           END-IF
           PERFORM FECHAR-SPOOL
           MOVE WS-TOT-LANCAMENTOS TO WS-JOB-REGISTOS
           PERFORM ESCREVER-JOBLEDGER
           STOP RUN.

      *-----------------------
      * controlo da ultima corrida: um dia novo parte das marcas de
      * fim da corrida anterior; o mesmo dia outra vez (rerun) parte
      * das marcas de inicio; um dia anterior ao ultimo lancado e
      * recusado
      *-----------------------
       LER-LANCCTL.
           OPEN INPUT LANCCTL
           IF WS-FS-LANCCTL NOT EQUAL "00"
               DISPLAY ' SEM CONTROLO DE LANCAMENTOS - PRIMEIRA '
                   'CORRIDA'
               MOVE 1 TO WS-LANC-INI
               GO TO LER-LANCCTL-FIM
           END-IF
           READ LANCCTL
           IF WS-FS-LANCCTL NOT EQUAL "00"
               CLOSE LANCCTL
               MOVE 1 TO WS-LANC-INI
               GO TO LER-LANCCTL-FIM
           END-IF
           CLOSE LANCCTL
      *    controlo gravado antes de haver movimentos do imobilizado
           IF LCT-MOVATIV-INI NOT NUMERIC
            OR LCT-MOVATIV-FIM NOT NUMERIC
               MOVE ZEROS TO LCT-MOVATIV-INI
               MOVE ZEROS TO LCT-MOVATIV-FIM
           END-IF
           MOVE LCT-DATA TO WS-ULT-DATA
           IF WS-DATA-PROCESSAMENTO < LCT-DATA
               DISPLAY '*** DATA DE NEGOCIO ' WS-DATA-PROCESSAMENTO
                   ' ANTERIOR AO ULTIMO DIA LANCADO ' LCT-DATA
                   ' - LANCAMENTOS RECUSADOS ***'
               MOVE 1 TO WS-ERRO
               GO TO LER-LANCCTL-FIM
           END-IF
           IF WS-DATA-PROCESSAMENTO EQUAL LCT-DATA
               MOVE 1 TO WS-RERUN
               MOVE LCT-RECIBOS-INI TO WS-RECIBOS-INI
               MOVE LCT-COMPRAS-INI TO WS-COMPRAS-INI
               MOVE LCT-PAGFORN-INI TO WS-PAGFORN-INI
               MOVE LCT-CONCIL-INI TO WS-CONCIL-INI
               MOVE LCT-MOVATIV-INI TO WS-MOVATIV-INI
               MOVE LCT-LANC-INI TO WS-LANC-INI
           ELSE
               MOVE LCT-RECIBOS-FIM TO WS-RECIBOS-INI
               MOVE LCT-COMPRAS-FIM TO WS-COMPRAS-INI
               MOVE LCT-PAGFORN-FIM TO WS-PAGFORN-INI
               MOVE LCT-CONCIL-FIM TO WS-CONCIL-INI
               MOVE LCT-MOVATIV-FIM TO WS-MOVATIV-INI
               COMPUTE WS-LANC-INI = LCT-LANC-FIM + 1
           END-IF.

       LER-LANCCTL-FIM.
           COMPUTE WS-LANC-ATUAL = WS-LANC-INI - 1.

       GRAVAR-LANCCTL.
           OPEN OUTPUT LANCCTL
           IF WS-FS-LANCCTL NOT EQUAL "00"
               DISPLAY '*** ERRO A GRAVAR O CONTROLO DE LANCAMENTOS - '
                   'FILE STATUS: ' WS-FS-LANCCTL ' ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-DATA-PROCESSAMENTO TO LCT-DATA
               MOVE WS-RECIBOS-INI TO LCT-RECIBOS-INI
               MOVE WS-RECIBOS-FIM TO LCT-RECIBOS-FIM
               MOVE WS-COMPRAS-INI TO LCT-COMPRAS-INI
               MOVE WS-COMPRAS-FIM TO LCT-COMPRAS-FIM
               MOVE WS-PAGFORN-INI TO LCT-PAGFORN-INI
               MOVE WS-PAGFORN-FIM TO LCT-PAGFORN-FIM
               MOVE WS-CONCIL-INI TO LCT-CONCIL-INI
               MOVE WS-CONCIL-FIM TO LCT-CONCIL-FIM
               MOVE WS-LANC-INI TO LCT-LANC-INI
               MOVE WS-LANC-ATUAL TO LCT-LANC-FIM
               MOVE WS-MOVATIV-INI TO LCT-MOVATIV-INI
               MOVE WS-MOVATIV-FIM TO LCT-MOVATIV-FIM
               WRITE LANCCTL-REG
               CLOSE LANCCTL
           END-IF.

       CARREGAR-PLANO.
           MOVE ZEROS TO WS-PC-NUM
           OPEN INPUT PLANOCONTAS
           IF WS-FS-PLANOCONTAS NOT EQUAL "00"
               DISPLAY '*** PLANO DE CONTAS NAO DISPONIVEL - FILE '
                   'STATUS: ' WS-FS-PLANOCONTAS ' - TUDO VAI PARA '
                   'SUSPENSO ***'
               ADD 1 TO WS-AVISOS
               GO TO CARREGAR-PLANO-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ PLANOCONTAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF WS-PC-NUM < 500
                       ADD 1 TO WS-PC-NUM
                       MOVE PC-CONTA TO WS-PC-CONTA (WS-PC-NUM)
                   ELSE
                       DISPLAY '*** PLANO DE CONTAS CHEIO (500) - '
                           'CONTA ' PC-CONTA ' IGNORADA ***'
                       ADD 1 TO WS-AVISOS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PLANOCONTAS.

       CARREGAR-PLANO-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * sem regras nao ha lancamentos que valham a pena: tudo iria
      * para suspenso - o passo para com erro
      *-----------------------
       CARREGAR-REGRAS.
           MOVE ZEROS TO WS-RL-NUM
           OPEN INPUT REGRASLANC
           IF WS-FS-REGRASLANC NOT EQUAL "00"
               DISPLAY '*** REGRAS DE LANCAMENTO NAO DISPONIVEIS - '
                   'FILE STATUS: ' WS-FS-REGRASLANC ' ***'
               MOVE 1 TO WS-ERRO
               GO TO CARREGAR-REGRAS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ REGRASLANC
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF RL-TIPO EQUAL 'GERAL '
                    AND RL-COMPONENTE EQUAL 'SUSPENSO'
                       MOVE RL-CONTA TO WS-CONTA-SUSPENSO
                   ELSE
                   IF WS-RL-NUM < 300
                       ADD 1 TO WS-RL-NUM
                       MOVE RL-TIPO TO WS-RL-TIPO (WS-RL-NUM)
                       MOVE RL-COMPONENTE
                           TO WS-RL-COMPONENTE (WS-RL-NUM)
                       MOVE RL-CONTA TO WS-RL-CONTA (WS-RL-NUM)
                   ELSE
                       DISPLAY '*** TABELA DE REGRAS CHEIA (300) - '
                           'REGRA ' RL-TIPO '/' RL-COMPONENTE
                           ' IGNORADA ***'
                       ADD 1 TO WS-AVISOS
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REGRASLANC.

       CARREGAR-REGRAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * num rerun do mesmo dia as linhas ja gravadas com esta data
      * saem do diario (copia pelo ficheiro temporario) antes de se
      * voltar a lancar; depois o diario fica aberto para
      * acrescentar
      *-----------------------
       PREPARAR-DIARIO.
           MOVE ZEROS TO WS-REMOVIDAS
           IF WS-RERUN EQUAL 0
               GO TO PREPARAR-DIARIO-ABRIR
           END-IF
           OPEN INPUT DIARIOCONT
           IF WS-FS-DIARIOCONT NOT EQUAL "00"
               GO TO PREPARAR-DIARIO-ABRIR
           END-IF
           OPEN OUTPUT DIARIOCONTTEMP
           IF WS-FS-DIARIOCONTTEMP NOT EQUAL "00"
               DISPLAY '*** ERRO A ABRIR O DIARIO TEMPORARIO - FILE '
                   'STATUS: ' WS-FS-DIARIOCONTTEMP ' ***'
               CLOSE DIARIOCONT
               MOVE 1 TO WS-ERRO
               GO TO PREPARAR-DIARIO-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ DIARIOCONT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF LC-DATA EQUAL WS-DATA-PROCESSAMENTO
                       ADD 1 TO WS-REMOVIDAS
                   ELSE
                       WRITE DIARIOCONTTEMP-REG FROM DIARIOCONT-REG
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DIARIOCONT
           CLOSE DIARIOCONTTEMP

           OPEN INPUT DIARIOCONTTEMP
           OPEN OUTPUT DIARIOCONT
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ DIARIOCONTTEMP
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   WRITE DIARIOCONT-REG FROM DIARIOCONTTEMP-REG
               END-READ
           END-PERFORM
           CLOSE DIARIOCONTTEMP
           CLOSE DIARIOCONT
           DISPLAY ' REPETICAO DO DIA ' WS-DATA-PROCESSAMENTO ' - '
               WS-REMOVIDAS ' LINHAS RETIRADAS DO DIARIO'.

       PREPARAR-DIARIO-ABRIR.
           OPEN EXTEND DIARIOCONT
           IF WS-FS-DIARIOCONT EQUAL "35"
               OPEN OUTPUT DIARIOCONT
           END-IF
           IF WS-FS-DIARIOCONT NOT EQUAL "00"
               DISPLAY '*** ERRO A ABRIR O DIARIO DE LANCAMENTOS - '
                   'FILE STATUS: ' WS-FS-DIARIOCONT ' ***'
               MOVE 1 TO WS-ERRO
           END-IF.

       PREPARAR-DIARIO-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * um ficheiro do dia com cabecalho de outra data nao e
      * lancado (ficaria lancado duas vezes ou no dia errado)
      *-----------------------
       CONFERIR-DATA-FONTE.
           IF WS-HDR-DATA NOT EQUAL WS-DATA-PROCESSAMENTO
               MOVE 1 TO WS-FONTE-IGNORADA
               ADD 1 TO WS-AVISOS
               STRING '*** ' DELIMITED BY SIZE
                      WS-FONTE DELIMITED BY SPACE
                      ' E DO DIA ' DELIMITED BY SIZE
                      WS-HDR-DATA DELIMITED BY SIZE
                      ' E NAO DE ' DELIMITED BY SIZE
                      WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
                      ' - NAO LANCADO ***' DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF.

      *-----------------------
      * GESTAO_VENDAS - vendas da caixa do dia num so lancamento:
      * recebido por meio de pagamento (PAG-N numerario, PAG-C
      * cartao) a debito, receita e IVA a credito; resgates de
      * pontos ('R') e devolucoes ('D') abatem; venda de vales
      * ('G') e responsabilidade (VALES), nao receita
      *-----------------------
       LANCAR-VENDASOUT.
           MOVE 'CAIXA ' TO WS-LC-TIPO-ATUAL
           PERFORM INICIAR-LANCAMENTO
           MOVE 0 TO WS-FONTE-IGNORADA
           OPEN INPUT VENDASOUT
           IF WS-FS-VENDASOUT NOT EQUAL "00"
               DISPLAY ' VENDASOUT NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-VENDASOUT
               GO TO LANCAR-VENDASOUT-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ VENDASOUT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF VOT-MARCA EQUAL '*HEADER* '
                       MOVE VOT-HDR-DATA TO WS-HDR-DATA
                       MOVE 'VENDASOUT' TO WS-FONTE
                       PERFORM CONFERIR-DATA-FONTE
                   ELSE
                   IF VOT-MARCA NOT EQUAL '*TRAILER*'
                    AND WS-FONTE-IGNORADA EQUAL 0
                       PERFORM LANCAR-LINHA-VENDA
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VENDASOUT
           MOVE SPACES TO WS-LC-DOC-ATUAL
           STRING 'CX' WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-LC-DOC-ATUAL
           END-STRING
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-LC-PERIODO-ATUAL
           MOVE 'VENDAS DA CAIXA DO DIA' TO WS-LC-DESC-ATUAL
           PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM.

       LANCAR-VENDASOUT-FIM.
           MOVE SPACES TO WS-ENDOFF.

       LANCAR-LINHA-VENDA.
           COMPUTE WS-BASE-LINHA =
               VDL-QUANT-ARTIGO * VDL-UNIT-ARTIGO
           COMPUTE WS-IVA-LINHA ROUNDED =
               WS-BASE-LINHA * VDL-IVA-ARTIGO / 100
           COMPUTE WS-TOTAL-LINHA = WS-BASE-LINHA + WS-IVA-LINHA
           IF VDL-PROMO-ARTIGO EQUAL 'R'
            OR VDL-PROMO-ARTIGO EQUAL 'D'
               COMPUTE WS-BASE-LINHA = 0 - WS-BASE-LINHA
               COMPUTE WS-IVA-LINHA = 0 - WS-IVA-LINHA
               COMPUTE WS-TOTAL-LINHA = 0 - WS-TOTAL-LINHA
           END-IF
           MOVE SPACES TO WS-CMP-NOME
           STRING 'PAG-' VDL-METODO-PAGAMENTO DELIMITED BY SIZE
               INTO WS-CMP-NOME
           END-STRING
           MOVE 'D' TO WS-CMP-LADO
           MOVE WS-TOTAL-LINHA TO WS-CMP-VALOR
           PERFORM ACUMULAR-COMPONENTE
           IF VDL-PROMO-ARTIGO EQUAL 'G'
               MOVE 'VALES' TO WS-CMP-NOME
               MOVE 'C' TO WS-CMP-LADO
               MOVE WS-TOTAL-LINHA TO WS-CMP-VALOR
               PERFORM ACUMULAR-COMPONENTE
           ELSE
               MOVE 'RECEITA' TO WS-CMP-NOME
               MOVE 'C' TO WS-CMP-LADO
               MOVE WS-BASE-LINHA TO WS-CMP-VALOR
               PERFORM ACUMULAR-COMPONENTE
               MOVE 'IVA' TO WS-CMP-NOME
               MOVE WS-IVA-LINHA TO WS-CMP-VALOR
               PERFORM ACUMULAR-COMPONENTE
           END-IF.

      *-----------------------
      * VENDAS_LIBR - vendas ao balcao da livraria do dia num so
      * lancamento (RECEBIDO a debito, receita e IVA a credito);
      * entradas ('E') e devolucoes a editora ('R') nao sao vendas e
      * as vendas a credito ('CT' na guia) sao lancadas pela fatura
      * FT do FATURA_CLIENTE
      *-----------------------
       LANCAR-LIVROSOUT.
           MOVE 'LIVROS' TO WS-LC-TIPO-ATUAL
           PERFORM INICIAR-LANCAMENTO
           MOVE 0 TO WS-FONTE-IGNORADA
           OPEN INPUT LIVROSOUT
           IF WS-FS-LIVROSOUT NOT EQUAL "00"
               DISPLAY ' LIVROSOUT NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-LIVROSOUT
               GO TO LANCAR-LIVROSOUT-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ LIVROSOUT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF LOT-MARCA EQUAL '*HEADER* '
                       MOVE LOT-HDR-DATA TO WS-HDR-DATA
                       MOVE 'LIVROSOUT' TO WS-FONTE
                       PERFORM CONFERIR-DATA-FONTE
                   ELSE
                   IF LOT-MARCA NOT EQUAL '*TRAILER*'
                    AND WS-FONTE-IGNORADA EQUAL 0
                    AND LVL-LIVRO-TIPO NOT EQUAL 'E'
                    AND LVL-LIVRO-TIPO NOT EQUAL 'R'
                    AND LVL-LIVROS-GUIA (1:2) NOT EQUAL 'CT'
                       PERFORM LANCAR-LINHA-LIVRO
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LIVROSOUT
           MOVE SPACES TO WS-LC-DOC-ATUAL
           STRING 'LV' WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-LC-DOC-ATUAL
           END-STRING
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-LC-PERIODO-ATUAL
           MOVE 'VENDAS DA LIVRARIA DO DIA' TO WS-LC-DESC-ATUAL
           PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM.

       LANCAR-LIVROSOUT-FIM.
           MOVE SPACES TO WS-ENDOFF.

       LANCAR-LINHA-LIVRO.
           COMPUTE WS-BASE-LINHA ROUNDED =
               LVL-LIVRO-VALOR -
               (LVL-LIVRO-VALOR * LVL-LIVRO-DESC / 100)
           COMPUTE WS-IVA-LINHA ROUNDED =
               WS-BASE-LINHA * LVL-LIVRO-IVA / 100
           COMPUTE WS-TOTAL-LINHA = WS-BASE-LINHA + WS-IVA-LINHA
           IF LVL-LIVRO-TIPO EQUAL 'D'
               COMPUTE WS-BASE-LINHA = 0 - WS-BASE-LINHA
               COMPUTE WS-IVA-LINHA = 0 - WS-IVA-LINHA
               COMPUTE WS-TOTAL-LINHA = 0 - WS-TOTAL-LINHA
           END-IF
           MOVE 'RECEBIDO' TO WS-CMP-NOME
           MOVE 'D' TO WS-CMP-LADO
           MOVE WS-TOTAL-LINHA TO WS-CMP-VALOR
           PERFORM ACUMULAR-COMPONENTE
           MOVE 'RECEITA' TO WS-CMP-NOME
           MOVE 'C' TO WS-CMP-LADO
           MOVE WS-BASE-LINHA TO WS-CMP-VALOR
           PERFORM ACUMULAR-COMPONENTE
           MOVE 'IVA' TO WS-CMP-NOME
           MOVE WS-IVA-LINHA TO WS-CMP-VALOR
           PERFORM ACUMULAR-COMPONENTE.

      *-----------------------
      * FATURA_CLIENTE - um lancamento por documento: cliente a
      * debito pelo total menos a retencao na fonte, retencao a
      * debito, receita (ou adiantamento nas faturas de
      * adiantamento 'AD' e nas deducoes 'DA') e IVA a credito;
      * notas de credito ao contrario; orcamentos e guias de remessa
      * nao tem efeito contabilistico
      *-----------------------
       LANCAR-FATURAOUT.
           MOVE 'FATCLI' TO WS-LC-TIPO-ATUAL
           MOVE 0 TO WS-FONTE-IGNORADA
           MOVE 0 TO WS-FAT-ABERTA
           OPEN INPUT FATURAOUT
           IF WS-FS-FATURAOUT NOT EQUAL "00"
               DISPLAY ' FATURAOUT NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-FATURAOUT
               GO TO LANCAR-FATURAOUT-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FATURAOUT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF FOT-MARCA EQUAL '*HEADER* '
                       MOVE FOT-HDR-DATA TO WS-HDR-DATA
                       MOVE 'FATURAOUT' TO WS-FONTE
                       PERFORM CONFERIR-DATA-FONTE
                   ELSE
                   IF FOT-MARCA NOT EQUAL '*TRAILER*'
                    AND WS-FONTE-IGNORADA EQUAL 0
                       IF FCL-TIPO-REG EQUAL 'C'
                           PERFORM FECHAR-DOCUMENTO-FATURA
                           PERFORM ABRIR-DOCUMENTO-FATURA
                       ELSE
                           IF WS-FAT-ABERTA EQUAL 1
                            AND WS-FAT-IGNORAR EQUAL 0
                               PERFORM LANCAR-LINHA-FATURA
                                  THRU LANCAR-LINHA-FATURA-FIM
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FATURAOUT
           PERFORM FECHAR-DOCUMENTO-FATURA.

       LANCAR-FATURAOUT-FIM.
           MOVE SPACES TO WS-ENDOFF.

       ABRIR-DOCUMENTO-FATURA.
           PERFORM INICIAR-LANCAMENTO
           MOVE 1 TO WS-FAT-ABERTA
           MOVE FCL-CAB-TIPO-DOC TO WS-FAT-TIPO-DOC
           MOVE FCL-CAB-NUM-FATURA TO WS-FAT-NUM
           MOVE FCL-CAB-NOME-CLIENTE TO WS-FAT-NOME
           MOVE FCL-CAB-VALOR-RET TO WS-FAT-RETENCAO
           IF WS-FAT-TIPO-DOC EQUAL 'OR'
            OR WS-FAT-TIPO-DOC EQUAL 'GR'
               MOVE 1 TO WS-FAT-IGNORAR
           ELSE
               MOVE 0 TO WS-FAT-IGNORAR
           END-IF.

       LANCAR-LINHA-FATURA.
           IF FCL-LINHA-TIPO-DOC EQUAL 'OR'
            OR FCL-LINHA-TIPO-DOC EQUAL 'GR'
               GO TO LANCAR-LINHA-FATURA-FIM
           END-IF
           MOVE FCL-TOTALSIVA-PRODUTO TO WS-BASE-LINHA
           MOVE FCL-TOTALIVA-PRODUTO TO WS-IVA-LINHA
           MOVE FCL-TOTAL-PRODUTO TO WS-TOTAL-LINHA
           IF FCL-LINHA-TIPO-DOC EQUAL 'NC'
            OR FCL-LINHA-TIPO-DOC EQUAL 'DA'
               COMPUTE WS-BASE-LINHA = 0 - WS-BASE-LINHA
               COMPUTE WS-IVA-LINHA = 0 - WS-IVA-LINHA
               COMPUTE WS-TOTAL-LINHA = 0 - WS-TOTAL-LINHA
           END-IF
           MOVE 'CLIENTE' TO WS-CMP-NOME
           MOVE 'D' TO WS-CMP-LADO
           MOVE WS-TOTAL-LINHA TO WS-CMP-VALOR
           PERFORM ACUMULAR-COMPONENTE
           IF FCL-LINHA-TIPO-DOC EQUAL 'AD'
            OR FCL-LINHA-TIPO-DOC EQUAL 'DA'
               MOVE 'ADIANT' TO WS-CMP-NOME
           ELSE
               MOVE 'RECEITA' TO WS-CMP-NOME
           END-IF
           MOVE 'C' TO WS-CMP-LADO
           MOVE WS-BASE-LINHA TO WS-CMP-VALOR
           PERFORM ACUMULAR-COMPONENTE
           MOVE 'IVA' TO WS-CMP-NOME
           MOVE WS-IVA-LINHA TO WS-CMP-VALOR
           PERFORM ACUMULAR-COMPONENTE.

       LANCAR-LINHA-FATURA-FIM.
           EXIT.

      *    a retencao na fonte sai do valor a receber do cliente e
      *    fica como imposto a recuperar
       FECHAR-DOCUMENTO-FATURA.
           IF WS-FAT-ABERTA EQUAL 1 AND WS-FAT-IGNORAR EQUAL 0
               MOVE WS-FAT-RETENCAO TO WS-RETENCAO
               IF WS-FAT-TIPO-DOC EQUAL 'NC'
                   COMPUTE WS-RETENCAO = 0 - WS-RETENCAO
               END-IF
               MOVE 'CLIENTE' TO WS-CMP-NOME
               MOVE 'D' TO WS-CMP-LADO
               COMPUTE WS-CMP-VALOR = 0 - WS-RETENCAO
               PERFORM ACUMULAR-COMPONENTE
               MOVE 'RETENCAO' TO WS-CMP-NOME
               MOVE WS-RETENCAO TO WS-CMP-VALOR
               PERFORM ACUMULAR-COMPONENTE
               MOVE SPACES TO WS-LC-DOC-ATUAL
               STRING WS-FAT-TIPO-DOC WS-FAT-NUM DELIMITED BY SIZE
                   INTO WS-LC-DOC-ATUAL
               END-STRING
               MOVE WS-DATA-PROCESSAMENTO (1:6)
                   TO WS-LC-PERIODO-ATUAL
               MOVE SPACES TO WS-LC-DESC-ATUAL
               STRING 'DOCUMENTO ' WS-FAT-TIPO-DOC ' '
                      WS-FAT-NOME DELIMITED BY SIZE
                   INTO WS-LC-DESC-ATUAL
               END-STRING
               PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM
           END-IF
           MOVE 0 TO WS-FAT-ABERTA.

      *-----------------------
      * LER_ORDENAR - faturas simples do dia (sem IVA discriminado)
      * num so lancamento: cliente a debito, receita a credito
      *-----------------------
       LANCAR-FATURASOUT.
           MOVE 'FATORD' TO WS-LC-TIPO-ATUAL
           PERFORM INICIAR-LANCAMENTO
           MOVE 0 TO WS-FONTE-IGNORADA
           OPEN INPUT FATURASOUT
           IF WS-FS-FATURASOUT NOT EQUAL "00"
               DISPLAY ' FATURASOUT NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-FATURASOUT
               GO TO LANCAR-FATURASOUT-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FATURASOUT
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF FST-MARCA EQUAL '*HEADER* '
                       MOVE FST-HDR-DATA TO WS-HDR-DATA
                       MOVE 'FATURASOUT' TO WS-FONTE
                       PERFORM CONFERIR-DATA-FONTE
                   ELSE
                   IF FST-MARCA NOT EQUAL '*TRAILER*'
                    AND WS-FONTE-IGNORADA EQUAL 0
                       COMPUTE WS-CMP-VALOR =
                           FDL-PRECO-PRODUTO * FDL-QUANT-PRODUTO
                       MOVE 'CLIENTE' TO WS-CMP-NOME
                       MOVE 'D' TO WS-CMP-LADO
                       PERFORM ACUMULAR-COMPONENTE
                       COMPUTE WS-CMP-VALOR =
                           FDL-PRECO-PRODUTO * FDL-QUANT-PRODUTO
                       MOVE 'RECEITA' TO WS-CMP-NOME
                       MOVE 'C' TO WS-CMP-LADO
                       PERFORM ACUMULAR-COMPONENTE
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FATURASOUT
           MOVE SPACES TO WS-LC-DOC-ATUAL
           STRING 'FO' WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-LC-DOC-ATUAL
           END-STRING
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-LC-PERIODO-ATUAL
           MOVE 'FATURAS DO DIA (LER_ORDENAR)' TO WS-LC-DESC-ATUAL
           PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM.

       LANCAR-FATURASOUT-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * CONSUMO-GAS - faturas de gas emitidas na data de negocio num
      * so lancamento: cliente a debito pelo valor a pagar, IVA e
      * receita (o resto) a credito
      *-----------------------
       LANCAR-FATURAS-GAS.
           MOVE 'GASFAT' TO WS-LC-TIPO-ATUAL
           PERFORM INICIAR-LANCAMENTO
           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-FATURAMES NOT EQUAL "00"
               DISPLAY ' FATURAMES NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-FATURAMES
               GO TO LANCAR-FATURAS-GAS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FICH-FATURA-MES NEXT RECORD
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF FM-DATA-EMISSAO EQUAL WS-DATA-PROCESSAMENTO
                       MOVE 'CLIENTE' TO WS-CMP-NOME
                       MOVE 'D' TO WS-CMP-LADO
                       MOVE FM-VALOR-A-PAGAR TO WS-CMP-VALOR
                       PERFORM ACUMULAR-COMPONENTE
                       MOVE 'IVA' TO WS-CMP-NOME
                       MOVE 'C' TO WS-CMP-LADO
                       MOVE FM-VALOR-IVA TO WS-CMP-VALOR
                       PERFORM ACUMULAR-COMPONENTE
                       MOVE 'RECEITA' TO WS-CMP-NOME
                       COMPUTE WS-CMP-VALOR =
                           FM-VALOR-A-PAGAR - FM-VALOR-IVA
                       PERFORM ACUMULAR-COMPONENTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICH-FATURA-MES
           MOVE SPACES TO WS-LC-DOC-ATUAL
           STRING 'GF' WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-LC-DOC-ATUAL
           END-STRING
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-LC-PERIODO-ATUAL
           MOVE 'FATURAS DE GAS EMITIDAS NO DIA' TO WS-LC-DESC-ATUAL
           PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM.

       LANCAR-FATURAS-GAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * CONSUMO-GAS - recibos do gas do dia num so lancamento: o
      * recebido por meio de pagamento (PAG-N numerario, PAG-C
      * cartao, PAG-T debito direto, PAG-M multibanco, PAG-G agencia
      * de cobranca) a debito e o cliente a credito
      *-----------------------
       LANCAR-PAGAMENTOS-GAS.
           MOVE 'GASREC' TO WS-LC-TIPO-ATUAL
           PERFORM INICIAR-LANCAMENTO
           OPEN INPUT FICH-PAGAMENTOS
           IF WS-FS-PAGAMENTOS NOT EQUAL "00"
               DISPLAY ' PAGAMENTOS DO GAS NAO DISPONIVEIS - FILE '
                   'STATUS: ' WS-FS-PAGAMENTOS
               GO TO LANCAR-PAGAMENTOS-GAS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ FICH-PAGAMENTOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF PG-DATA-PAGAMENTO EQUAL WS-DATA-PROCESSAMENTO
                       MOVE SPACES TO WS-CMP-NOME
                       STRING 'PAG-' PG-METODO-PAGAMENTO
                           DELIMITED BY SIZE
                           INTO WS-CMP-NOME
                       END-STRING
                       MOVE 'D' TO WS-CMP-LADO
                       MOVE PG-VALOR-PAGO TO WS-CMP-VALOR
                       PERFORM ACUMULAR-COMPONENTE
                       MOVE 'CLIENTE' TO WS-CMP-NOME
                       MOVE 'C' TO WS-CMP-LADO
                       PERFORM ACUMULAR-COMPONENTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICH-PAGAMENTOS
           MOVE SPACES TO WS-LC-DOC-ATUAL
           STRING 'GR' WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-LC-DOC-ATUAL
           END-STRING
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-LC-PERIODO-ATUAL
           MOVE 'RECIBOS DO GAS DO DIA' TO WS-LC-DESC-ATUAL
           PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM.

       LANCAR-PAGAMENTOS-GAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * TESOURARIA - cada deposito do dia: banco a debito, caixa a
      * credito
      *-----------------------
       LANCAR-DEPOSITOS.
           MOVE 'DEPOS ' TO WS-LC-TIPO-ATUAL
           OPEN INPUT DEPOSITOS
           IF WS-FS-DEPOSITOS NOT EQUAL "00"
               DISPLAY ' DEPOSITOS NAO DISPONIVEIS - FILE STATUS: '
                   WS-FS-DEPOSITOS
               GO TO LANCAR-DEPOSITOS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ DEPOSITOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   IF DEP-DATA EQUAL WS-DATA-PROCESSAMENTO
                       PERFORM INICIAR-LANCAMENTO
                       MOVE 'BANCO' TO WS-CMP-NOME
                       MOVE 'D' TO WS-CMP-LADO
                       MOVE DEP-VALOR TO WS-CMP-VALOR
                       PERFORM ACUMULAR-COMPONENTE
                       MOVE 'CAIXA' TO WS-CMP-NOME
                       MOVE 'C' TO WS-CMP-LADO
                       PERFORM ACUMULAR-COMPONENTE
                       MOVE SPACES TO WS-LC-DOC-ATUAL
                       STRING 'DEP' DEP-NUMERO DELIMITED BY SIZE
                           INTO WS-LC-DOC-ATUAL
                       END-STRING
                       MOVE WS-DATA-PROCESSAMENTO (1:6)
                           TO WS-LC-PERIODO-ATUAL
                       MOVE 'DEPOSITO DA CAIXA NO BANCO'
                           TO WS-LC-DESC-ATUAL
                       PERFORM FECHAR-LANCAMENTO
                           THRU FECHAR-LANCAMENTO-FIM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSITOS.

       LANCAR-DEPOSITOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * RECONCILIA_BANCO - linhas do extrato casadas desde a ultima
      * corrida num so lancamento: o dinheiro em transito (cartao,
      * multibanco, debito direto) passa para o banco
      *-----------------------
       LANCAR-CONCILIADOS.
           MOVE 'BANCO ' TO WS-LC-TIPO-ATUAL
           PERFORM INICIAR-LANCAMENTO
           MOVE ZEROS TO WS-SEQ-REGISTO
           OPEN INPUT CONCILIADOS
           IF WS-FS-CONCILIADOS NOT EQUAL "00"
               DISPLAY ' CONCILIADOS NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-CONCILIADOS
               MOVE WS-CONCIL-INI TO WS-CONCIL-FIM
               GO TO LANCAR-CONCILIADOS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ CONCILIADOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-SEQ-REGISTO
                   IF WS-SEQ-REGISTO > WS-CONCIL-INI
                       MOVE 'BANCO' TO WS-CMP-NOME
                       MOVE 'D' TO WS-CMP-LADO
                       MOVE CN-VALOR TO WS-CMP-VALOR
                       PERFORM ACUMULAR-COMPONENTE
                       MOVE 'TRANSITO' TO WS-CMP-NOME
                       MOVE 'C' TO WS-CMP-LADO
                       PERFORM ACUMULAR-COMPONENTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CONCILIADOS
           MOVE WS-SEQ-REGISTO TO WS-CONCIL-FIM
           MOVE SPACES TO WS-LC-DOC-ATUAL
           STRING 'BC' WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-LC-DOC-ATUAL
           END-STRING
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-LC-PERIODO-ATUAL
           MOVE 'RECEBIMENTOS CONFIRMADOS NO EXTRATO'
               TO WS-LC-DESC-ATUAL
           PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM.

       LANCAR-CONCILIADOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * REGISTO_COMPRAS - cada documento de compra registado desde a
      * ultima corrida: gasto (ou custo de importacao) e IVA
      * dedutivel a debito, fornecedor a credito; as notas de
      * credito vem com valores negativos e trocam os lados
      *-----------------------
       LANCAR-COMPRAS.
           MOVE 'COMPRA' TO WS-LC-TIPO-ATUAL
           MOVE ZEROS TO WS-SEQ-REGISTO
           OPEN INPUT COMPRAS
           IF WS-FS-COMPRAS NOT EQUAL "00"
               DISPLAY ' COMPRAS NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-COMPRAS
               MOVE WS-COMPRAS-INI TO WS-COMPRAS-FIM
               GO TO LANCAR-COMPRAS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ COMPRAS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-SEQ-REGISTO
                   IF WS-SEQ-REGISTO > WS-COMPRAS-INI
                       PERFORM LANCAR-COMPRA
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COMPRAS
           MOVE WS-SEQ-REGISTO TO WS-COMPRAS-FIM.

       LANCAR-COMPRAS-FIM.
           MOVE SPACES TO WS-ENDOFF.

       LANCAR-COMPRA.
           PERFORM INICIAR-LANCAMENTO
           IF CP-CUSTO-IMPORTACAO EQUAL SPACE
               MOVE 'GASTO' TO WS-CMP-NOME
           ELSE
               MOVE 'IMPORT' TO WS-CMP-NOME
           END-IF
           MOVE 'D' TO WS-CMP-LADO
           MOVE CP-BASE TO WS-CMP-VALOR
           PERFORM ACUMULAR-COMPONENTE
           MOVE 'IVA' TO WS-CMP-NOME
           MOVE CP-IVA TO WS-CMP-VALOR
           PERFORM ACUMULAR-COMPONENTE
           MOVE 'FORNEC' TO WS-CMP-NOME
           MOVE 'C' TO WS-CMP-LADO
           COMPUTE WS-CMP-VALOR = CP-BASE + CP-IVA
           PERFORM ACUMULAR-COMPONENTE
           MOVE CP-DOC TO WS-LC-DOC-ATUAL
           MOVE WS-DATA-PROCESSAMENTO (1:6) TO WS-LC-PERIODO-ATUAL
           MOVE SPACES TO WS-LC-DESC-ATUAL
           STRING 'COMPRA AO FORNECEDOR ' CP-FORNECEDOR
               DELIMITED BY SIZE
               INTO WS-LC-DESC-ATUAL
           END-STRING
           PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM.

      *-----------------------
      * REGISTO_COMPRAS - cada pagamento a fornecedor registado
      * desde a ultima corrida: fornecedor a debito, banco a credito
      *-----------------------
       LANCAR-PAGFORN.
           MOVE 'PAGFOR' TO WS-LC-TIPO-ATUAL
           MOVE ZEROS TO WS-SEQ-REGISTO
           OPEN INPUT PAGFORN
           IF WS-FS-PAGFORN NOT EQUAL "00"
               DISPLAY ' PAGFORN NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-PAGFORN
               MOVE WS-PAGFORN-INI TO WS-PAGFORN-FIM
               GO TO LANCAR-PAGFORN-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ PAGFORN
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-SEQ-REGISTO
                   IF WS-SEQ-REGISTO > WS-PAGFORN-INI
                       PERFORM INICIAR-LANCAMENTO
                       MOVE 'FORNEC' TO WS-CMP-NOME
                       MOVE 'D' TO WS-CMP-LADO
                       MOVE PF-VALOR TO WS-CMP-VALOR
                       PERFORM ACUMULAR-COMPONENTE
                       MOVE 'BANCO' TO WS-CMP-NOME
                       MOVE 'C' TO WS-CMP-LADO
                       PERFORM ACUMULAR-COMPONENTE
                       MOVE PF-DOC TO WS-LC-DOC-ATUAL
                       MOVE WS-DATA-PROCESSAMENTO (1:6)
                           TO WS-LC-PERIODO-ATUAL
                       MOVE SPACES TO WS-LC-DESC-ATUAL
                       STRING 'PAGAMENTO AO FORNECEDOR '
                              PF-FORNECEDOR DELIMITED BY SIZE
                           INTO WS-LC-DESC-ATUAL
                       END-STRING
                       PERFORM FECHAR-LANCAMENTO
                           THRU FECHAR-LANCAMENTO-FIM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PAGFORN
           MOVE WS-SEQ-REGISTO TO WS-PAGFORN-FIM.

       LANCAR-PAGFORN-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * DADOS_FUNCIONARIOS - recibos gravados desde a ultima
      * corrida, no periodo do mes do recibo; um recibo que
      * substitui outro ja lancado (mesmo mes, tipo e funcionario)
      * estorna primeiro o anterior
      *-----------------------
       LANCAR-RECIBOS.
           MOVE 'SALARI' TO WS-LC-TIPO-ATUAL
           MOVE ZEROS TO WS-RN-NUM
           MOVE ZEROS TO WS-SEQ-REGISTO
           OPEN INPUT RECIBOS
           IF WS-FS-RECIBOS NOT EQUAL "00"
               DISPLAY ' RECIBOS NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-RECIBOS
               MOVE WS-RECIBOS-INI TO WS-RECIBOS-FIM
               GO TO LANCAR-RECIBOS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ RECIBOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-SEQ-REGISTO
                   IF WS-SEQ-REGISTO > WS-RECIBOS-INI
                       PERFORM GUARDAR-RECIBO-NOVO
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RECIBOS
           MOVE WS-SEQ-REGISTO TO WS-RECIBOS-FIM
           IF WS-RN-NUM EQUAL ZEROS
               GO TO LANCAR-RECIBOS-FIM
           END-IF

      *    segunda passagem: o ultimo recibo ja lancado de cada mes,
      *    tipo e funcionario com recibo novo e o que se estorna
           IF WS-RECIBOS-INI > ZEROS
               MOVE ZEROS TO WS-SEQ-REGISTO
               OPEN INPUT RECIBOS
               MOVE SPACES TO WS-ENDOFF
               PERFORM UNTIL WS-ENDOFF = 'F'
                   READ RECIBOS
                   AT END MOVE 'F' TO WS-ENDOFF
                   NOT AT END
                       ADD 1 TO WS-SEQ-REGISTO
                       IF WS-SEQ-REGISTO > WS-RECIBOS-INI
                           MOVE 'F' TO WS-ENDOFF
                       ELSE
                           PERFORM GUARDAR-RECIBO-ANTERIOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF

           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RN-NUM
               IF WS-RN-ANT-VISTO (WS-RN-IDX) EQUAL 1
                   PERFORM INICIAR-LANCAMENTO
                   PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                       UNTIL WS-CR-IDX > 8
                       MOVE WS-CMP-RECIBO (WS-CR-IDX) TO WS-CMP-NOME
                       MOVE WS-LADO-RECIBO (WS-CR-IDX) TO WS-CMP-LADO
                       COMPUTE WS-CMP-VALOR =
                           0 - WS-RN-ANT-VALOR (WS-RN-IDX, WS-CR-IDX)
                       PERFORM ACUMULAR-COMPONENTE
                   END-PERFORM
                   PERFORM MONTAR-DOC-RECIBO
                   MOVE SPACES TO WS-LC-DESC-ATUAL
                   STRING 'ESTORNO RECIBO ' WS-RN-NOME (WS-RN-IDX)
                       DELIMITED BY SIZE
                       INTO WS-LC-DESC-ATUAL
                   END-STRING
                   PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM
               END-IF
               PERFORM INICIAR-LANCAMENTO
               PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > 8
                   MOVE WS-CMP-RECIBO (WS-CR-IDX) TO WS-CMP-NOME
                   MOVE WS-LADO-RECIBO (WS-CR-IDX) TO WS-CMP-LADO
                   MOVE WS-RN-VALOR (WS-RN-IDX, WS-CR-IDX)
                       TO WS-CMP-VALOR
                   PERFORM ACUMULAR-COMPONENTE
               END-PERFORM
               PERFORM MONTAR-DOC-RECIBO
               MOVE SPACES TO WS-LC-DESC-ATUAL
               STRING 'RECIBO ' WS-RN-NOME (WS-RN-IDX)
                   DELIMITED BY SIZE
                   INTO WS-LC-DESC-ATUAL
               END-STRING
               PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM
           END-PERFORM.

       LANCAR-RECIBOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

      *-----------------------
      * ATIVOS_FIXOS - cada movimento do imobilizado gravado desde a
      * ultima corrida: a entrada passa o custo do gasto da compra
      * (ou das existencias, no contador instalado) para o ativo da
      * classe; a amortizacao vai ao gasto do periodo amortizado e
      * as amortizacoes acumuladas da classe; o abate tira o custo e
      * as acumuladas, leva o valor de venda a devedores e a
      * diferenca a ganho ou perda
      *-----------------------
       LANCAR-MOVATIVOS.
           MOVE ZEROS TO WS-SEQ-REGISTO
           OPEN INPUT MOVATIVOS
           IF WS-FS-MOVATIVOS NOT EQUAL "00"
               DISPLAY ' MOVATIVOS NAO DISPONIVEL - FILE STATUS: '
                   WS-FS-MOVATIVOS
               MOVE WS-MOVATIV-INI TO WS-MOVATIV-FIM
               GO TO LANCAR-MOVATIVOS-FIM
           END-IF
           MOVE SPACES TO WS-ENDOFF
           PERFORM UNTIL WS-ENDOFF = 'F'
               READ MOVATIVOS
               AT END MOVE 'F' TO WS-ENDOFF
               NOT AT END
                   ADD 1 TO WS-SEQ-REGISTO
                   IF WS-SEQ-REGISTO > WS-MOVATIV-INI
                       PERFORM LANCAR-MOVATIVO
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MOVATIVOS
           MOVE WS-SEQ-REGISTO TO WS-MOVATIV-FIM.

       LANCAR-MOVATIVOS-FIM.
           MOVE SPACES TO WS-ENDOFF.

       LANCAR-MOVATIVO.
           PERFORM INICIAR-LANCAMENTO
           MOVE SPACES TO WS-LC-DESC-ATUAL
           EVALUATE MA-TIPO
               WHEN 'A'
                   MOVE 'ATIVO' TO WS-LC-TIPO-ATUAL
                   MOVE SPACES TO WS-CMP-NOME
                   STRING 'ATIVO' MA-CLASSE DELIMITED BY SIZE
                       INTO WS-CMP-NOME
                   END-STRING
                   MOVE 'D' TO WS-CMP-LADO
                   MOVE MA-VALOR-AQUISICAO TO WS-CMP-VALOR
                   PERFORM ACUMULAR-COMPONENTE
                   IF MA-ORIGEM EQUAL 'G'
                       MOVE 'EXISTENC' TO WS-CMP-NOME
                   ELSE
                       MOVE 'GASTO' TO WS-CMP-NOME
                   END-IF
                   MOVE 'C' TO WS-CMP-LADO
                   PERFORM ACUMULAR-COMPONENTE
                   MOVE WS-DATA-PROCESSAMENTO (1:6)
                       TO WS-LC-PERIODO-ATUAL
                   STRING 'ENTRADA DO ATIVO ' MA-NUM-ATIVO
                       DELIMITED BY SIZE
                       INTO WS-LC-DESC-ATUAL
                   END-STRING
               WHEN 'D'
                   MOVE 'AMORT' TO WS-LC-TIPO-ATUAL
                   MOVE 'AMORTIZ' TO WS-CMP-NOME
                   MOVE 'D' TO WS-CMP-LADO
                   MOVE MA-AMORTIZACAO TO WS-CMP-VALOR
                   PERFORM ACUMULAR-COMPONENTE
                   MOVE SPACES TO WS-CMP-NOME
                   STRING 'AMACU' MA-CLASSE DELIMITED BY SIZE
                       INTO WS-CMP-NOME
                   END-STRING
                   MOVE 'C' TO WS-CMP-LADO
                   PERFORM ACUMULAR-COMPONENTE
                   MOVE MA-PERIODO TO WS-LC-PERIODO-ATUAL
                   STRING 'AMORTIZACAO DO ATIVO ' MA-NUM-ATIVO
                       DELIMITED BY SIZE
                       INTO WS-LC-DESC-ATUAL
                   END-STRING
               WHEN OTHER
                   MOVE 'ATIVO' TO WS-LC-TIPO-ATUAL
                   MOVE SPACES TO WS-CMP-NOME
                   STRING 'AMACU' MA-CLASSE DELIMITED BY SIZE
                       INTO WS-CMP-NOME
                   END-STRING
                   MOVE 'D' TO WS-CMP-LADO
                   MOVE MA-AMORTIZACAO TO WS-CMP-VALOR
                   PERFORM ACUMULAR-COMPONENTE
                   MOVE 'DEVEDOR' TO WS-CMP-NOME
                   MOVE MA-VALOR-VENDA TO WS-CMP-VALOR
                   PERFORM ACUMULAR-COMPONENTE
                   MOVE SPACES TO WS-CMP-NOME
                   STRING 'ATIVO' MA-CLASSE DELIMITED BY SIZE
                       INTO WS-CMP-NOME
                   END-STRING
                   MOVE 'C' TO WS-CMP-LADO
                   MOVE MA-VALOR-AQUISICAO TO WS-CMP-VALOR
                   PERFORM ACUMULAR-COMPONENTE
                   IF MA-MAIS-MENOS-VALIA < ZEROS
                       MOVE 'PERDA' TO WS-CMP-NOME
                       MOVE 'D' TO WS-CMP-LADO
                       COMPUTE WS-CMP-VALOR = 0 - MA-MAIS-MENOS-VALIA
                   ELSE
                       MOVE 'GANHO' TO WS-CMP-NOME
                       MOVE MA-MAIS-MENOS-VALIA TO WS-CMP-VALOR
                   END-IF
                   PERFORM ACUMULAR-COMPONENTE
                   MOVE WS-DATA-PROCESSAMENTO (1:6)
                       TO WS-LC-PERIODO-ATUAL
                   STRING 'ABATE DO ATIVO ' MA-NUM-ATIVO
                       DELIMITED BY SIZE
                       INTO WS-LC-DESC-ATUAL
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO WS-LC-DOC-ATUAL
           STRING 'AT' MA-NUM-ATIVO DELIMITED BY SIZE
               INTO WS-LC-DOC-ATUAL
           END-STRING
           PERFORM FECHAR-LANCAMENTO THRU FECHAR-LANCAMENTO-FIM.

       GUARDAR-RECIBO-NOVO.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RN-NUM
                  OR (WS-RN-ANOMES (WS-RN-IDX) EQUAL RS-ANOMES
                  AND WS-RN-TIPO (WS-RN-IDX) EQUAL RS-TIPO
                  AND WS-RN-FUNC-ID (WS-RN-IDX) EQUAL RS-FUNC-ID)
               CONTINUE
           END-PERFORM
           IF WS-RN-IDX > WS-RN-NUM
               IF WS-RN-NUM < 300
                   ADD 1 TO WS-RN-NUM
                   MOVE 0 TO WS-RN-ANT-VISTO (WS-RN-IDX)
               ELSE
                   DISPLAY '*** TABELA DE RECIBOS NOVOS CHEIA (300) - '
                       'RECIBO ' RS-ANOMES ' ' RS-TIPO ' '
                       RS-FUNC-ID ' NAO LANCADO ***'
                   ADD 1 TO WS-AVISOS
               END-IF
           END-IF
           IF WS-RN-IDX <= WS-RN-NUM
               MOVE RS-ANOMES TO WS-RN-ANOMES (WS-RN-IDX)
               MOVE RS-TIPO TO WS-RN-TIPO (WS-RN-IDX)
               MOVE RS-FUNC-ID TO WS-RN-FUNC-ID (WS-RN-IDX)
               MOVE RS-NOME TO WS-RN-NOME (WS-RN-IDX)
               MOVE RS-VALOR-TOTAL TO WS-RN-VALOR (WS-RN-IDX, 1)
               MOVE RS-SUBSIDIO-ALIM TO WS-RN-VALOR (WS-RN-IDX, 2)
               MOVE RS-DESP-ISENTA TO WS-RN-VALOR (WS-RN-IDX, 3)
               MOVE RS-COMPENSACAO TO WS-RN-VALOR (WS-RN-IDX, 4)
               MOVE RS-IRS TO WS-RN-VALOR (WS-RN-IDX, 5)
               MOVE RS-SS TO WS-RN-VALOR (WS-RN-IDX, 6)
               MOVE RS-ADIANTAMENTO TO WS-RN-VALOR (WS-RN-IDX, 7)
               MOVE RS-LIQUIDO TO WS-RN-VALOR (WS-RN-IDX, 8)
           END-IF.

       GUARDAR-RECIBO-ANTERIOR.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RN-NUM
               IF WS-RN-ANOMES (WS-RN-IDX) EQUAL RS-ANOMES
                AND WS-RN-TIPO (WS-RN-IDX) EQUAL RS-TIPO
                AND WS-RN-FUNC-ID (WS-RN-IDX) EQUAL RS-FUNC-ID
                   MOVE 1 TO WS-RN-ANT-VISTO (WS-RN-IDX)
                   MOVE RS-VALOR-TOTAL
                       TO WS-RN-ANT-VALOR (WS-RN-IDX, 1)
                   MOVE RS-SUBSIDIO-ALIM
                       TO WS-RN-ANT-VALOR (WS-RN-IDX, 2)
                   MOVE RS-DESP-ISENTA
                       TO WS-RN-ANT-VALOR (WS-RN-IDX, 3)
                   MOVE RS-COMPENSACAO
                       TO WS-RN-ANT-VALOR (WS-RN-IDX, 4)
                   MOVE RS-IRS TO WS-RN-ANT-VALOR (WS-RN-IDX, 5)
                   MOVE RS-SS TO WS-RN-ANT-VALOR (WS-RN-IDX, 6)
                   MOVE RS-ADIANTAMENTO
                       TO WS-RN-ANT-VALOR (WS-RN-IDX, 7)
                   MOVE RS-LIQUIDO TO WS-RN-ANT-VALOR (WS-RN-IDX, 8)
                   MOVE WS-RN-NUM TO WS-RN-IDX
               END-IF
           END-PERFORM.

       MONTAR-DOC-RECIBO.
           MOVE SPACES TO WS-LC-DOC-ATUAL
           STRING WS-RN-ANOMES (WS-RN-IDX)
                  WS-RN-TIPO (WS-RN-IDX)
                  WS-RN-FUNC-ID (WS-RN-IDX) DELIMITED BY SIZE
               INTO WS-LC-DOC-ATUAL
           END-STRING
           MOVE WS-RN-ANOMES (WS-RN-IDX) TO WS-LC-PERIODO-ATUAL.

      *-----------------------
      * montagem de um lancamento: as linhas acumulam-se por
      * componente e so no fecho se resolvem as contas
      *-----------------------
       INICIAR-LANCAMENTO.
           MOVE ZEROS TO WS-LN-NUM.

       ACUMULAR-COMPONENTE.
           IF WS-CMP-VALOR NOT EQUAL ZEROS
               PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-NUM
                      OR (WS-LN-COMPONENTE (WS-LN-IDX)
                          EQUAL WS-CMP-NOME
                      AND WS-LN-LADO (WS-LN-IDX) EQUAL WS-CMP-LADO)
                   CONTINUE
               END-PERFORM
               IF WS-LN-IDX > WS-LN-NUM
                   IF WS-LN-NUM < 20
                       ADD 1 TO WS-LN-NUM
                       MOVE WS-CMP-NOME
                           TO WS-LN-COMPONENTE (WS-LN-IDX)
                       MOVE WS-CMP-LADO TO WS-LN-LADO (WS-LN-IDX)
                       MOVE ZEROS TO WS-LN-VALOR (WS-LN-IDX)
                   END-IF
               END-IF
               IF WS-LN-IDX <= WS-LN-NUM
                   ADD WS-CMP-VALOR TO WS-LN-VALOR (WS-LN-IDX)
               END-IF
           END-IF.

      *-----------------------
      * grava o lancamento: cada componente com valor vai para a
      * conta da regra (valor negativo troca o lado); sem regra, ou
      * com conta fora do plano, vai para suspenso; se os lados nao
      * baterem a diferenca tambem vai para suspenso, para o
      * lancamento sair sempre equilibrado
      *-----------------------
       FECHAR-LANCAMENTO.
           MOVE ZEROS TO WS-LANC-DEBITO
           MOVE ZEROS TO WS-LANC-CREDITO
           MOVE ZEROS TO WS-LINHA-NUM
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-NUM
               IF WS-LN-VALOR (WS-LN-IDX) NOT EQUAL ZEROS
                   ADD 1 TO WS-LINHA-NUM
               END-IF
           END-PERFORM
           IF WS-LINHA-NUM EQUAL ZEROS
               GO TO FECHAR-LANCAMENTO-FIM
           END-IF

           ADD 1 TO WS-LANC-ATUAL
           ADD 1 TO WS-TOT-LANCAMENTOS
           MOVE ZEROS TO WS-LINHA-NUM
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-NUM
               IF WS-LN-VALOR (WS-LN-IDX) NOT EQUAL ZEROS
                   MOVE WS-LN-VALOR (WS-LN-IDX) TO WS-LINHA-VALOR
                   MOVE WS-LN-LADO (WS-LN-IDX) TO WS-LINHA-LADO
                   IF WS-LINHA-VALOR < ZEROS
                       COMPUTE WS-LINHA-VALOR = 0 - WS-LINHA-VALOR
                       IF WS-LINHA-LADO EQUAL 'D'
                           MOVE 'C' TO WS-LINHA-LADO
                       ELSE
                           MOVE 'D' TO WS-LINHA-LADO
                       END-IF
                   END-IF
                   MOVE WS-LN-COMPONENTE (WS-LN-IDX) TO WS-CMP-NOME
                   PERFORM PROCURAR-CONTA
                   PERFORM GRAVAR-LINHA-DIARIO
               END-IF
           END-PERFORM

           COMPUTE WS-LANC-DIFERENCA =
               WS-LANC-DEBITO - WS-LANC-CREDITO
           IF WS-LANC-DIFERENCA NOT EQUAL ZEROS
               IF WS-LANC-DIFERENCA > ZEROS
                   MOVE 'C' TO WS-LINHA-LADO
                   MOVE WS-LANC-DIFERENCA TO WS-LINHA-VALOR
               ELSE
                   MOVE 'D' TO WS-LINHA-LADO
                   COMPUTE WS-LINHA-VALOR = 0 - WS-LANC-DIFERENCA
               END-IF
               MOVE 'DIFERENC' TO WS-CMP-NOME
               MOVE WS-CONTA-SUSPENSO TO WS-CONTA-ATUAL
               MOVE 'LANCAMENTO DESIGUAL' TO WS-MOTIVO-SUSPENSO
               PERFORM GRAVAR-LINHA-DIARIO
           END-IF

           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > 13
               IF WS-TIPO-NOME (WS-TP-IDX) EQUAL WS-LC-TIPO-ATUAL
                   ADD 1 TO WS-RS-LANCAMENTOS (WS-TP-IDX)
                   ADD WS-LANC-DEBITO TO WS-RS-DEBITO (WS-TP-IDX)
               END-IF
           END-PERFORM.

       FECHAR-LANCAMENTO-FIM.
           MOVE ZEROS TO WS-LN-NUM.

       PROCURAR-CONTA.
           MOVE SPACES TO WS-MOTIVO-SUSPENSO
           MOVE 0 TO WS-CONTA-ACHADA
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-NUM
                  OR WS-CONTA-ACHADA EQUAL 1
               IF WS-RL-TIPO (WS-RL-IDX) EQUAL WS-LC-TIPO-ATUAL
                AND WS-RL-COMPONENTE (WS-RL-IDX) EQUAL WS-CMP-NOME
                   MOVE WS-RL-CONTA (WS-RL-IDX) TO WS-CONTA-ATUAL
                   MOVE 1 TO WS-CONTA-ACHADA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-NUM
                  OR WS-CONTA-ACHADA EQUAL 1
               IF WS-RL-TIPO (WS-RL-IDX) EQUAL 'GERAL '
                AND WS-RL-COMPONENTE (WS-RL-IDX) EQUAL WS-CMP-NOME
                   MOVE WS-RL-CONTA (WS-RL-IDX) TO WS-CONTA-ATUAL
                   MOVE 1 TO WS-CONTA-ACHADA
               END-IF
           END-PERFORM
           IF WS-CONTA-ACHADA EQUAL 0
               MOVE 'SEM REGRA' TO WS-MOTIVO-SUSPENSO
               MOVE WS-CONTA-SUSPENSO TO WS-CONTA-ATUAL
           ELSE
               MOVE 0 TO WS-CONTA-ACHADA
               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-NUM
                      OR WS-CONTA-ACHADA EQUAL 1
                   IF WS-PC-CONTA (WS-PC-IDX) EQUAL WS-CONTA-ATUAL
                       MOVE 1 TO WS-CONTA-ACHADA
                   END-IF
               END-PERFORM
               IF WS-CONTA-ACHADA EQUAL 0
                   MOVE 'CONTA FORA DO PLANO' TO WS-MOTIVO-SUSPENSO
                   MOVE WS-CONTA-SUSPENSO TO WS-CONTA-ATUAL
               END-IF
           END-IF.

       GRAVAR-LINHA-DIARIO.
           ADD 1 TO WS-LINHA-NUM
           MOVE WS-DATA-PROCESSAMENTO TO LC-DATA
           MOVE WS-LC-PERIODO-ATUAL TO LC-PERIODO
           MOVE WS-LANC-ATUAL TO LC-LANCAMENTO
           MOVE WS-LINHA-NUM TO LC-LINHA
           MOVE WS-LC-TIPO-ATUAL TO LC-TIPO
           MOVE WS-LC-DOC-ATUAL TO LC-DOCUMENTO
           MOVE WS-CONTA-ATUAL TO LC-CONTA
           MOVE WS-LINHA-LADO TO LC-NATUREZA
           MOVE WS-LINHA-VALOR TO LC-VALOR
           MOVE WS-LC-DESC-ATUAL TO LC-DESCRICAO
           IF WS-MOTIVO-SUSPENSO EQUAL SPACES
               MOVE 'N' TO LC-SUSPENSO
           ELSE
               MOVE 'S' TO LC-SUSPENSO
               ADD WS-LINHA-VALOR TO WS-TOT-SUSPENSO
               IF WS-SP-NUM < 200
                   ADD 1 TO WS-SP-NUM
                   MOVE WS-LC-TIPO-ATUAL TO WS-SP-TIPO (WS-SP-NUM)
                   MOVE WS-CMP-NOME TO WS-SP-COMPONENTE (WS-SP-NUM)
                   MOVE WS-LC-DOC-ATUAL TO WS-SP-DOCUMENTO (WS-SP-NUM)
                   MOVE WS-MOTIVO-SUSPENSO
                       TO WS-SP-MOTIVO (WS-SP-NUM)
                   MOVE WS-LINHA-LADO TO WS-SP-NATUREZA (WS-SP-NUM)
                   MOVE WS-LINHA-VALOR TO WS-SP-VALOR (WS-SP-NUM)
               END-IF
           END-IF
           WRITE DIARIOCONT-REG
           ADD 1 TO WS-TOT-LINHAS
           IF WS-LINHA-LADO EQUAL 'D'
               ADD WS-LINHA-VALOR TO WS-LANC-DEBITO
               ADD WS-LINHA-VALOR TO WS-TOT-DEBITO
           ELSE
               ADD WS-LINHA-VALOR TO WS-LANC-CREDITO
               ADD WS-LINHA-VALOR TO WS-TOT-CREDITO
           END-IF.

      *-----------------------
      * resumo do dia por tipo de transacao e relatorio de suspenso
      *-----------------------
       ESCREVER-RESUMO.
           MOVE 'TIPO    LANCAMENTOS           DEBITO = CREDITO'
               TO WS-SPOOL-LINHA
           PERFORM ESCREVER-SPOOL
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > 13
               MOVE WS-RS-LANCAMENTOS (WS-TP-IDX) TO WS-CONT-EDIT
               MOVE WS-RS-DEBITO (WS-TP-IDX) TO WS-VALOR-EDIT
               STRING WS-TIPO-NOME (WS-TP-IDX) DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-CONT-EDIT DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-PERFORM
           MOVE WS-TOT-LANCAMENTOS TO WS-CONT-EDIT
           MOVE WS-TOT-DEBITO TO WS-VALOR-EDIT
           MOVE WS-TOT-CREDITO TO WS-VALOR-EDIT2
           STRING 'TOTAL   ' DELIMITED BY SIZE
                  WS-CONT-EDIT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  '   CREDITO ' DELIMITED BY SIZE
                  WS-VALOR-EDIT2 DELIMITED BY SIZE
               INTO WS-SPOOL-LINHA
           END-STRING
           PERFORM ESCREVER-SPOOL
           IF WS-LANC-ATUAL >= WS-LANC-INI
               STRING 'LANCAMENTOS NUMERADOS DE ' DELIMITED BY SIZE
                      WS-LANC-INI DELIMITED BY SIZE
                      ' A ' DELIMITED BY SIZE
                      WS-LANC-ATUAL DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
           END-IF
           IF WS-TOT-DEBITO NOT EQUAL WS-TOT-CREDITO
               MOVE '*** DIARIO DO DIA DESEQUILIBRADO ***'
                   TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM ESCREVER-SPOOL

           IF WS-SP-NUM EQUAL ZEROS
               MOVE 'SEM MOVIMENTOS EM SUSPENSO' TO WS-SPOOL-LINHA
               PERFORM ESCREVER-SPOOL
           ELSE
               MOVE WS-TOT-SUSPENSO TO WS-VALOR-EDIT
               STRING 'MOVIMENTOS EM SUSPENSO (CONTA ' DELIMITED BY SIZE
                      WS-CONTA-SUSPENSO DELIMITED BY SPACE
                      ') - TOTAL ' DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                   INTO WS-SPOOL-LINHA
               END-STRING
               PERFORM ESCREVER-SPOOL
               MOVE 'TIPO   COMPONENTE DOCUMENTO    MOTIVO'
                   TO WS-SPOOL-LINHA
               MOVE 'D/C           VALOR' TO WS-SPOOL-LINHA (62:)
               PERFORM ESCREVER-SPOOL
               PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-NUM
                   MOVE WS-SP-VALOR (WS-SP-IDX) TO WS-VALOR-EDIT
                   STRING WS-SP-TIPO (WS-SP-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-SP-COMPONENTE (WS-SP-IDX)
                              DELIMITED BY SIZE
                          '   ' DELIMITED BY SIZE
                          WS-SP-DOCUMENTO (WS-SP-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-SP-MOTIVO (WS-SP-IDX) DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WS-SP-NATUREZA (WS-SP-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-VALOR-EDIT DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA
                   END-STRING
                   PERFORM ESCREVER-SPOOL
               END-PERFORM
               IF WS-SP-NUM EQUAL 200
                   MOVE '(LISTA LIMITADA A 200 LINHAS - VER O DIARIO)'
                       TO WS-SPOOL-LINHA
                   PERFORM ESCREVER-SPOOL
               END-IF
           END-IF.

       ABRIR-SPOOL.
           MOVE SPACES TO WS-PATH-SPOOL
           STRING 'LANCCONT.' DELIMITED BY SIZE
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
           MOVE 'LANC_CONTAB ' TO JOB-PROGRAMA
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

       END PROGRAM LANC_CONTAB.
