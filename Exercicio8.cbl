      * Date:29/09/2022
      * Purpose:Exercicio - Strings
      * Tectonics: cobc
      * Mod: 15/10/2026 - NC - ficheiros de adiantamentos e de
      *      contratos dos trabalhadores com variaveis de ambiente
      *      e nomes proprios (ADIANTSAL_PATH, CONTRATOSTRAB_PATH),
      *      distintos dos da faturacao e das avencas
      * Mod: 15/10/2026 - NC - contas finais de quem sai: vencimento
      *      ate a data de saida, ferias nao gozadas, proporcionais
      *      dos subsidios de ferias e de natal, compensacao pelo tipo
      *      de contrato e motivo e desconto da divida de
      *      adiantamentos, num recibo proprio ('C') que segue na
      *      transferencia do mes, com declaracao para assinar
      * Mod: 15/10/2026 - NC - registo de contratos a termo com
      *      renovacoes e periodo experimental, alertas mensais dos
      *      contratos a terminar, no limite de renovacoes e dos
      *      periodos experimentais, e cartas de nao renovacao pelo
      *      modelo de cartas
      * Mod: 15/10/2026 - NC - historico das taxas horarias com data
      *      de efeito: uma alteracao retroativa e recalculada na
      *      folha seguinte sobre os recibos dos meses fechados e as
      *      diferencas pagam-se num recibo de retroativos ('R'),
      *      com retencao propria; relatorio de retroativos
      * Mod: 15/10/2026 - NC - adiantamentos de salario e emprestimos
      *      ao pessoal pagos em prestacoes: a folha desconta a
      *      prestacao do mes sem deixar o liquido abaixo do minimo
      *      dos parametros, o recibo mostra o desconto e o saldo em
      *      divida e a desativacao avisa quem sai a dever
      * Mod: 15/10/2026 - NC - despesas de deslocacao (quilometros,
      *      ajudas de custo diarias e outras) registadas por
      *      funcionario, aprovadas por supervisor e pagas na folha:
      *      isentas ate ao limite legal dos parametros, o excesso
      *      entra no bruto; relatorio mensal por seccao
      * Mod: 15/10/2026 - NC - escala semanal por loja e seccao:
      *      entrada e saida planeadas por funcionario e dia, com os
      *      dias de ausencia fora do turno e as horas da semana
      *      confrontadas com as horas do contrato
      * Mod: 15/10/2026 - NC - NIF e numero de seguranca social
      *      (NISS) no ficheiro de funcionarios, pedidos na criacao e
      *      alteraveis, para as declaracoes mensais de remuneracoes
      * Mod: 15/10/2026 - NC - comissoes de vendas calculadas pelo
      *      lote mensal de comissoes entram na folha como item
      *      proprio do recibo, consumidas como os bonus - so para
      *      quem teve recibo nesta folha
      * Mod: 20/10/2026 - NC - os bonus da alimentacao so sao
      *      marcados consumidos quando o funcionario teve mesmo
      *      recibo nesta folha - marcar tudo do mes deixava por
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-BONUSTEMP.

       SELECT COMISSFEED ASSIGN TO
           WS-PATH-COMISSFEED
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-COMISSFEED.

       SELECT COMISSTEMP ASSIGN TO
           WS-PATH-COMISSTEMP
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-COMISSTEMP.

       SELECT FUNCTEMP ASSIGN TO
           WS-PATH-FUNCTEMP
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-FUNCTEMP.

       SELECT ESCALAS ASSIGN TO
           WS-PATH-ESCALAS
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-ESCALAS.

       SELECT DESPESAS ASSIGN TO
           WS-PATH-DESPESAS
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-DESPESAS.

       SELECT DESPTEMP ASSIGN TO
           WS-PATH-DESPTEMP
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-DESPTEMP.

       SELECT ADIANTAMENTOS ASSIGN TO
           WS-PATH-ADIANTAMENTOS
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-ADIANTAMENTOS.

       SELECT ADTTEMP ASSIGN TO
           WS-PATH-ADTTEMP
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-ADTTEMP.

       SELECT HISTTAXA ASSIGN TO
           WS-PATH-HISTTAXA
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-HISTTAXA.

       SELECT HTXTEMP ASSIGN TO
           WS-PATH-HTXTEMP
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-HTXTEMP.

       SELECT RETROATIVOS ASSIGN TO
           WS-PATH-RETROATIVOS
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-RETROATIVOS.

       SELECT CONTRATOS ASSIGN TO
           WS-PATH-CONTRATOS
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-CONTRATOS.

       SELECT CTRTEMP ASSIGN TO
           WS-PATH-CTRTEMP
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-CTRTEMP.

       SELECT CARTAMODELO ASSIGN TO
           WS-PATH-CARTAMODELO
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-CARTAMODELO.

       SELECT CARTAS ASSIGN TO
           WS-PATH-CARTAS
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-FS-CARTAS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*
           SELECT SPOOL ASSIGN TO
           WS-PATH-SPOOL
           03 FUNC-ESTADO            PIC X(01).
           03 FUNC-DATA-SAIDA        PIC 9(08).
           03 FUNC-IBAN              PIC X(25).
           03 FUNC-NIF               PIC 9(09).
           03 FUNC-NISS              PIC 9(11).

       SD FUNCSORT.
       01 FUNCSORT-REG.
           03 SORT-ESTADO            PIC X(01).
           03 SORT-DATA-SAIDA        PIC 9(08).
           03 SORT-IBAN              PIC X(25).
           03 SORT-NIF               PIC 9(09).
           03 SORT-NISS              PIC 9(11).

      *-----------------------
      * marcacoes diarias do relogio de ponto: quatro horas por dia
           03 RS-VALOR-D             PIC 9(06)V99.
           03 RS-DIAS-N              PIC 9(03).
           03 RS-BONUS               PIC 9(05).
           03 RS-COMISSAO            PIC 9(05)V99.
           03 RS-DESP-ISENTA         PIC 9(05)V99.
           03 RS-DESP-TRIBUTADA      PIC 9(05)V99.
           03 RS-ADIANTAMENTO        PIC 9(06)V99.
           03 RS-SALDO-DIVIDA        PIC 9(06)V99.
      *    contas finais ('C'): data de saida, ferias nao gozadas,
      *    proporcionais dos subsidios e compensacao pela cessacao
      *    (isenta, fora do bruto)
           03 RS-DATA-SAIDA          PIC 9(08).
           03 RS-DIAS-FERIAS-PAGAS   PIC 9(03).
           03 RS-VALOR-FERIAS-PAGAS  PIC 9(06)V99.
           03 RS-SUB-FERIAS          PIC 9(06)V99.
           03 RS-SUB-NATAL           PIC 9(06)V99.
           03 RS-COMPENSACAO         PIC 9(07)V99.

      *-----------------------
      * tabela de retencao de IRS por escaloes de rendimento mensal:

      *-----------------------
      * parametros do processamento de salarios: a diaria do
      * subsidio de alimentacao vive aqui, nao no codigo, tal como
      * o valor ao quilometro e a diaria das ajudas de custo e os
      * limites legais de isencao de cada um, e o liquido minimo
      * que os descontos de adiantamentos tem de respeitar
      *-----------------------
       FD PARAMSAL.
       01 PARAMSAL-REG.
           03 PSL-HORA-NOITE-FIM     PIC 9(04).
           03 PSL-PCT-DOENCA         PIC 9(03).
           03 PSL-CARENCIA-DIAS      PIC 9(02).
           03 PSL-VALOR-KM           PIC 9(01)V99.
           03 PSL-AJUDA-DIA          PIC 9(03)V99.
           03 PSL-LIMITE-KM          PIC 9(01)V99.
           03 PSL-LIMITE-DIA         PIC 9(03)V99.
           03 PSL-LIQUIDO-MINIMO     PIC 9(05)V99.

      *-----------------------
      * ausencias: intervalo de datas e tipo ('F' ferias, 'D' doenca,
           03 AUS-DIAS               PIC 9(03).

       FD FUNCTEMP.
       01 FUNCTEMP-REG               PIC X(160).

       FD ESCALAS.
       COPY ESCALA.

      *-----------------------
      * despesas de deslocacao apresentadas pelos funcionarios: 'K'
      * quilometros em viatura propria, 'D' dias de ajudas de custo,
      * 'O' outras com documento; estado 'P' por aprovar, 'A'
      * aprovada, 'R' rejeitada, 'C' paga na folha do mes guardado
      *-----------------------
       FD DESPESAS.
       01 DESPESA-REG.
           03 DSP-FUNC-ID            PIC 9(05).
           03 DSP-DATA               PIC 9(08).
           03 DSP-TIPO               PIC X(01).
           03 DSP-QUANTIDADE         PIC 9(04).
           03 DSP-VALOR              PIC 9(05)V99.
           03 DSP-DESCRICAO          PIC X(30).
           03 DSP-ESTADO             PIC X(01).
           03 DSP-ANOMES-PAGO        PIC 9(06).

       FD DESPTEMP.
       01 DESPTEMP-REG               PIC X(62).

      *-----------------------
      * adiantamentos de salario ('A') e emprestimos ao pessoal
      * ('E'): valor, mes da primeira prestacao, numero de
      * prestacoes, prestacoes ja descontadas e saldo em divida; o
      * ultimo mes descontado evita descontar duas vezes no mesmo
      * mes
      *-----------------------
       FD ADIANTAMENTOS.
       01 ADIANTAMENTO-REG.
           03 ADT-FUNC-ID            PIC 9(05).
           03 ADT-TIPO               PIC X(01).
           03 ADT-DATA               PIC 9(08).
           03 ADT-VALOR              PIC 9(06)V99.
           03 ADT-ANOMES-INICIO      PIC 9(06).
           03 ADT-PRESTACOES         PIC 9(03).
           03 ADT-PRESTACOES-PAGAS   PIC 9(03).
           03 ADT-SALDO              PIC 9(06)V99.
           03 ADT-ULTIMO-ANOMES      PIC 9(06).

       FD ADTTEMP.
       01 ADTTEMP-REG                PIC X(48).

      *-----------------------
      * historico das taxas horarias: taxa anterior e nova, data de
      * efeito e quem alterou; 'P' enquanto os retroativos estao
      * por calcular, 'C' depois da folha que os tratou
      *-----------------------
       FD HISTTAXA.
       01 HISTTAXA-REG.
           03 HTX-FUNC-ID            PIC 9(05).
           03 HTX-DATA-EFEITO        PIC 9(08).
           03 HTX-TAXA-ANTERIOR      PIC 9(03)V99.
           03 HTX-TAXA-NOVA          PIC 9(03)V99.
           03 HTX-DATA-REGISTO       PIC 9(08).
           03 HTX-OPERADOR           PIC X(20).
           03 HTX-ESTADO             PIC X(01).
           03 HTX-ANOMES-PAGO        PIC 9(06).

       FD HTXTEMP.
       01 HTXTEMP-REG                PIC X(58).

      *-----------------------
      * retroativos pagos: um registo por funcionario, mes fechado
      * recalculado e alteracao de taxa, com o mes da folha que os
      * pagou
      *-----------------------
       FD RETROATIVOS.
       01 RETROATIVO-REG.
           03 RTR-ANOMES-PAGO        PIC 9(06).
           03 RTR-FUNC-ID            PIC 9(05).
           03 RTR-NOME               PIC X(20).
           03 RTR-ANOMES-REF         PIC 9(06).
           03 RTR-TAXA-ANTERIOR      PIC 9(03)V99.
           03 RTR-TAXA-NOVA          PIC 9(03)V99.
           03 RTR-VALOR              PIC 9(06)V99.

      *-----------------------
      * contratos de trabalho: tipo ('C' termo certo, 'I' termo
      * incerto, 'S' sem termo), inicio, fim, renovacoes feitas e
      * fim do periodo experimental; a decisao sobre o fim do termo
      * ('R' renovar, 'N' nao renovar, espaco por decidir) e a data
      * da carta de nao renovacao - um contrato novo fecha ('F') o
      * anterior do funcionario, que fica como historico
      *-----------------------
       FD CONTRATOS.
       01 CONTRATO-REG.
           03 CTR-FUNC-ID            PIC 9(05).
           03 CTR-TIPO               PIC X(01).
           03 CTR-DATA-INICIO        PIC 9(08).
           03 CTR-DATA-FIM           PIC 9(08).
           03 CTR-RENOVACOES         PIC 9(02).
           03 CTR-FIM-EXPERIENCIA    PIC 9(08).
           03 CTR-DECISAO            PIC X(01).
           03 CTR-DATA-CARTA         PIC 9(08).
           03 CTR-ESTADO             PIC X(01).

       FD CTRTEMP.
       01 CTRTEMP-REG                PIC X(42).

      *-----------------------
      * modelo de cartas partilhado com a faturacao do gas: uma
      * linha por registo com o nivel da carta; o nivel 5 e a carta
      * de nao renovacao do contrato a termo, com &NOME, &PRAZO (fim
      * do contrato) e &DATA (data da carta)
      *-----------------------
       FD CARTAMODELO.
       01 MODELO-REG.
           03 MOD-NIVEL              PIC 9(01).
           03 MOD-LINHA              PIC X(80).

       FD CARTAS.
       01 CARTA-LINHA                PIC X(80).

       FD FUNCORD.
       01 FUNCORD-REG.
           03 ORD-ESTADO             PIC X(01).
           03 ORD-DATA-SAIDA         PIC 9(08).
           03 ORD-IBAN               PIC X(25).
           03 ORD-NIF                PIC 9(09).
           03 ORD-NISS               PIC 9(11).


      *-----------------------
       FD BONUSTEMP.
       01 BONUSTEMP-REG            PIC X(17).

      *-----------------------
      * alimentacao de comissoes vinda do lote mensal de comissoes:
      * 'P' pendente, 'C' consumida pela folha
      *-----------------------
       FD COMISSFEED.
       01 COMISSFEED-REG.
           03 CF-FUNC-ID           PIC 9(05).
           03 CF-ANOMES            PIC 9(06).
           03 CF-VALOR             PIC 9(05)V99.
           03 CF-ESTADO            PIC X(01).

       FD COMISSTEMP.
       01 COMISSTEMP-REG           PIC X(19).

      *-----------------------
      * operadores autorizados e o seu nivel de permissao (1 -
      * operador, 2 - supervisor): as opcoes destrutivas exigem
       77 WS-MULT-HORA-EXTRA          PIC 9V99 VALUE 1.50.
       77 WS-SEMANAS-POR-MES          PIC 9 VALUE 4.
       77 WS-SAL-ANOMES               PIC 9(06).
      *    ultimo dia de ponto e de ausencias que conta para o mes
      *    (so as contas finais o limitam a data de saida)
       77 WS-SAL-DATA-LIMITE          PIC 9(08) VALUE 99999999.
       77 WS-NUM-SAL                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-SAL                  PIC 9(03).
       77 WS-MIN-DIA                  PIC S9(05).
                   05 WS-SAL-DIAS-D          PIC 9(03).
                   05 WS-SAL-DIAS-N          PIC 9(03).
                   05 WS-SAL-BONUS           PIC 9(05).
                   05 WS-SAL-COMISSAO        PIC 9(05)V99.
                   05 WS-SAL-DESP-ISENTA     PIC 9(05)V99.
                   05 WS-SAL-DESP-TRIBUTADA  PIC 9(05)V99.
                   05 WS-SAL-ADT-PRESTACAO   PIC 9(06)V99.
                   05 WS-SAL-ADT-SALDO       PIC 9(07)V99.
                   05 WS-SAL-ADT-DESCONTO    PIC 9(06)V99.
                   05 WS-SAL-RTR-NORMAL      PIC 9(06)V99.
                   05 WS-SAL-RTR-EXTRA       PIC 9(06)V99.
                   05 WS-SAL-RTR-NOITE       PIC 9(06)V99.
                   05 WS-SAL-RTR-FDS         PIC 9(06)V99.
                   05 WS-SAL-RTR-MESES       PIC 9(02).
                   05 WS-SAL-RTR-EMITIDO     PIC 9(01).
                   05 WS-SAL-RECIBO-EMITIDO  PIC 9(01).
       77 WS-PATH-TRANSFSAL           PIC X(100).
       77 WS-FS-TRANSFSAL             PIC XX.
       77 WS-ENDOFBONUS               PIC A  VALUE SPACES.
       77 WS-BONUS-CONSUMIDOS         PIC 9(03) VALUE ZEROS.
       77 WS-BONUS-PAGO               PIC 9(01).
       77 WS-PATH-COMISSFEED          PIC X(100).
       77 WS-FS-COMISSFEED            PIC XX.
       77 WS-PATH-COMISSTEMP          PIC X(100).
       77 WS-FS-COMISSTEMP            PIC XX.
       77 WS-ENDOFCOMISS              PIC A  VALUE SPACES.
       77 WS-COMISS-CONSUMIDAS        PIC 9(03) VALUE ZEROS.
       77 WS-COMISS-PAGA              PIC 9(01).
       77 WS-PCT-DOENCA               PIC 9(03) VALUE 55.
       77 WS-CARENCIA-DIAS            PIC 9(02) VALUE 3.
       77 WS-DIARIA-FUNC              PIC 9(05)V99.
                   05 WS-SEC-TOTAL           PIC 9(08)V99.
                   05 WS-SEC-FUNC            PIC 9(03).

      *-----------------------
      * planeamento da escala semanal
      *-----------------------
       77 WS-PATH-ESCALAS             PIC X(100).
       77 WS-FS-ESCALAS               PIC XX.
       77 WS-ESC-LOJA                 PIC 9(02).
       77 WS-ESC-SECCAO               PIC X(20).
       77 WS-ESC-SEMANA               PIC 9(08).
       77 WS-ESC-DIAS-SEGUNDA         PIC 9(07).
       77 WS-ESC-DIAS-DIA             PIC 9(07).
       77 WS-ESC-AUS-INI              PIC 9(07).
       77 WS-ESC-AUS-FIM              PIC 9(07).
       77 WS-ESC-DIA                  PIC 9(01).
       77 WS-ESC-DIAS-TRABALHO        PIC 9(01).
       77 WS-ESC-DIAS-AUSENTE         PIC 9(01).
       77 WS-ESC-MIN-TURNO            PIC S9(04).
       77 WS-ESC-MIN-ENTRADA          PIC 9(04).
       77 WS-ESC-MIN-SEMANA           PIC 9(05).
       77 WS-ESC-MIN-CONTRATO         PIC S9(05).
       77 WS-ESC-HORAS                PIC ZZ9.99.
       77 WS-ESC-HORAS-CONTRATO       PIC ZZ9.99.
       77 WS-ESC-FUNCIONARIOS         PIC 9(03) VALUE ZEROS.
       77 WS-ESC-AVISOS               PIC 9(03) VALUE ZEROS.
      *    mais de seis horas seguidas obrigam a pausa; a duracao e
      *    a do almoco do contrato, ou uma hora se o contrato nao
      *    tiver almoco
       77 WS-ESC-MAX-SEM-PAUSA        PIC 9(04) VALUE 360.
       77 WS-ESC-PAUSA-DEFEITO        PIC 9(03) VALUE 60.
           01 WS-ESC-NOMES-DIAS.
               03 FILLER                 PIC X(21)
                   VALUE 'SEGTERQUAQUISEXSABDOM'.
           01 WS-ESC-NOMES-DIAS-R REDEFINES WS-ESC-NOMES-DIAS.
               03 WS-ESC-NOME-DIA OCCURS 7 TIMES PIC X(03).
           01 WS-ESC-AUSENCIAS.
               03 WS-ESC-AUSENCIA OCCURS 7 TIMES PIC X(01).

      *-----------------------
      * despesas de deslocacao: o que a empresa paga ao quilometro e
      * por dia de ajudas de custo, e os limites legais ate aos quais
      * o pagamento e isento - o excesso e tributado no bruto
      *-----------------------
       77 WS-PATH-DESPESAS            PIC X(100).
       77 WS-FS-DESPESAS              PIC XX.
       77 WS-PATH-DESPTEMP            PIC X(100).
       77 WS-FS-DESPTEMP              PIC XX.
       77 WS-ENDOFDESP                PIC A  VALUE SPACES.
       77 WS-VALOR-KM                 PIC 9V99 VALUE 0.40.
       77 WS-AJUDA-DIA                PIC 9(03)V99 VALUE 50.20.
       77 WS-LIMITE-KM                PIC 9V99 VALUE 0.40.
       77 WS-LIMITE-DIA               PIC 9(03)V99 VALUE 50.20.
       77 WS-DESP-LIMITE              PIC 9(06)V99.
       77 WS-DESP-ISENTA              PIC 9(05)V99.
       77 WS-DESP-TRIBUTADA           PIC 9(05)V99.
       77 WS-DESP-PAGA                PIC 9(01).
       77 WS-DESP-CONSUMIDAS          PIC 9(03) VALUE ZEROS.
       77 WS-DESP-DECISAO             PIC X(01).
       77 WS-DESP-DECIDIDAS           PIC 9(03) VALUE ZEROS.
       77 WS-DESP-ANOMES              PIC 9(06).
       77 WS-DESP-SECCAO              PIC X(20).
       77 WS-DSEC-NUM                 PIC 9(02) VALUE ZEROS.
       77 WS-IDX-DSEC                 PIC 9(02).
       77 WS-DESP-TOT-NUM             PIC 9(04) VALUE ZEROS.
       77 WS-DESP-TOT-APRESENTADO     PIC 9(08)V99 VALUE ZEROS.
       77 WS-DESP-TOT-PAGO            PIC 9(08)V99 VALUE ZEROS.
      *-----------------------
      * adiantamentos e emprestimos: o liquido minimo vem dos
      * parametros (sem valor, o desconto nunca deixa o liquido
      * negativo)
      *-----------------------
       77 WS-PATH-ADIANTAMENTOS       PIC X(100).
       77 WS-FS-ADIANTAMENTOS         PIC XX.
       77 WS-PATH-ADTTEMP             PIC X(100).
       77 WS-FS-ADTTEMP               PIC XX.
       77 WS-ENDOFADT                 PIC A  VALUE SPACES.
       77 WS-LIQUIDO-MINIMO           PIC 9(05)V99 VALUE ZEROS.
       77 WS-ADT-PRESTACAO            PIC 9(06)V99.
       77 WS-ADT-EM-FALTA             PIC 9(03).
       77 WS-ADT-DISPONIVEL           PIC S9(07)V99.
       77 WS-ADT-RESTO                PIC 9(06)V99.
       77 WS-ADT-DESCONTADOS          PIC 9(03) VALUE ZEROS.
       77 WS-ADT-DIVIDA               PIC 9(07)V99.
       77 WS-ADT-NUM-DIVIDAS          PIC 9(03).

      *-----------------------
      * retroativos de alteracoes de taxa: um registo por mes
      * fechado e alteracao, com as diferencas de cada tipo de hora
      * (o recibo reprocessado de um mes substitui o anterior)
      *-----------------------
       77 WS-PATH-HISTTAXA            PIC X(100).
       77 WS-FS-HISTTAXA              PIC XX.
       77 WS-PATH-HTXTEMP             PIC X(100).
       77 WS-FS-HTXTEMP               PIC XX.
       77 WS-PATH-RETROATIVOS         PIC X(100).
       77 WS-FS-RETROATIVOS           PIC XX.
       77 WS-ENDOFHTX                 PIC A  VALUE SPACES.
       77 WS-ENDOFRTR                 PIC A  VALUE SPACES.
       77 WS-HTX-DATA-EFEITO          PIC 9(08).
       77 WS-HTX-TAXA-ANTERIOR        PIC 9(03)V99.
       77 WS-HTX-TAXA-NOVA            PIC 9(03)V99.
       77 WS-HTX-SEQ                  PIC 9(04).
       77 WS-HTX-ATUALIZADOS          PIC 9(03) VALUE ZEROS.
       77 WS-RTR-NUM                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-RTR                  PIC 9(03).
       77 WS-RTR-ACHADO               PIC 9(03).
       77 WS-RTR-MES-VISTO            PIC 9(01).
       77 WS-RTR-SAL                  PIC 9(03).
       77 WS-RTR-DIFERENCA            PIC 9(03)V99.
       77 WS-RTR-VALOR                PIC 9(07)V99.
       77 WS-RTR-ANOMES-REL           PIC 9(06).
       77 WS-RTR-FUNC-ANT             PIC 9(05).
       77 WS-RTR-ANOMES-ANT           PIC 9(06).
       77 WS-RTR-TOT-FUNC             PIC 9(07)V99.
       77 WS-RTR-TOT-REL              PIC 9(08)V99.
       77 WS-RTR-LINHAS               PIC 9(04).
      *-----------------------
      * contratos a termo: limite legal de renovacoes, antecedencia
      * do aviso de nao renovacao e horizontes dos alertas, em dias
      *-----------------------
       77 WS-PATH-CONTRATOS           PIC X(100).
       77 WS-FS-CONTRATOS             PIC XX.
       77 WS-PATH-CTRTEMP             PIC X(100).
       77 WS-FS-CTRTEMP               PIC XX.
       77 WS-ENDOFCTR                 PIC A  VALUE SPACES.
       77 WS-CTR-LIMITE-RENOV         PIC 9(02) VALUE 3.
       77 WS-CTR-DIAS-AVISO           PIC 9(03) VALUE 15.
       77 WS-CTR-DIAS-ALERTA          PIC 9(03) VALUE 60.
       77 WS-CTR-DIAS-EXPERIENCIA     PIC 9(03) VALUE 30.
       77 WS-CTR-ACAO                 PIC X(01).
       77 WS-CTR-ALTERADOS            PIC 9(03).
       77 WS-CTR-EXISTE               PIC 9(01).
       77 WS-CTR-NOVO-FIM             PIC 9(08).
       77 WS-CTR-LISTA                PIC 9(01).
       77 WS-CTR-LINHAS               PIC 9(03).
       77 WS-CTR-NOME                 PIC X(20).
       77 WS-CTR-DIAS-HOJE            PIC 9(07).
       77 WS-CTR-DIAS-FALTA           PIC S9(07).
       77 WS-CTR-DIAS-PARA-AVISO      PIC S9(07).
           01 WS-CTR-NOVO.
               03 WS-CTR-NOVO-TIPO        PIC X(01).
               03 WS-CTR-NOVO-INICIO      PIC 9(08).
               03 WS-CTR-NOVO-FIM-TERMO   PIC 9(08).
               03 WS-CTR-NOVO-EXPERIENCIA PIC 9(08).
       77 WS-PATH-CARTAMODELO         PIC X(100).
       77 WS-FS-CARTAMODELO           PIC XX.
       77 WS-PATH-CARTAS              PIC X(100).
       77 WS-FS-CARTAS                PIC XX.
       77 WS-ENDOFMODELO              PIC A  VALUE SPACES.
       77 WS-CARTAS-INICIADAS         PIC 9(01).
       77 WS-CARTAS-GERADAS           PIC 9(04).
       77 WS-CARTA-LINHA              PIC X(80).
       77 WS-CARTA-LINHA-NOVA         PIC X(80).
       77 WS-PLH-BUSCA                PIC X(06).
       77 WS-PLH-SUBST                PIC X(30).
       77 WS-PLH-LEN-BUSCA            PIC 9(02).
       77 WS-PLH-LEN-SUBST            PIC 9(02).
       77 WS-PLH-POS                  PIC 9(03).
       77 WS-PLH-POS-FIM              PIC 9(03).
       77 WS-PLH-OUT-POS              PIC 9(03).
       77 WS-PLH-ESPACOS              PIC 9(03).
      *-----------------------
      * contas finais: dias de compensacao por ano de antiguidade na
      * caducidade do contrato a termo por iniciativa da empresa e
      * no despedimento por causa objetiva (coletivo, extincao do
      * posto, inadaptacao)
      *-----------------------
       77 WS-CF-DIAS-TERMO            PIC 9(02) VALUE 24.
       77 WS-CF-DIAS-DESPEDIMENTO     PIC 9(02) VALUE 14.
       77 WS-CF-FUNCIONARIO           PIC X(160).
       77 WS-CF-ACHADO                PIC 9(01).
       77 WS-CF-MOTIVO                PIC X(01).
       77 WS-CF-MOTIVO-DESC           PIC X(45).
       77 WS-CF-CTR-TIPO              PIC X(01).
       77 WS-CF-CTR-DECISAO           PIC X(01).
       77 WS-CF-JA-PROCESSADO         PIC 9(06).
       77 WS-CF-VENC-PAGO             PIC 9(01).
       77 WS-CF-SUBF-PAGO             PIC 9(06)V99.
       77 WS-CF-SUBN-PAGO             PIC 9(06)V99.
       77 WS-CF-ANOMES-SAIDA          PIC 9(06).
       77 WS-CF-ANOMES-RECIBO         PIC 9(06).
       77 WS-CF-VENCIMENTO            PIC 9(07)V99.
       77 WS-CF-DIAS-FERIAS           PIC S9(03).
       77 WS-CF-VALOR-FERIAS          PIC 9(06)V99.
       77 WS-CF-SUB-DEVIDO            PIC 9(07)V99.
       77 WS-CF-SUB-FERIAS            PIC 9(06)V99.
       77 WS-CF-SUB-NATAL             PIC 9(06)V99.
       77 WS-CF-MESES-SUB             PIC 9(02).
       77 WS-CF-BASE-MENSAL           PIC 9(06)V99.
       77 WS-CF-DIAS-ANO-COMP         PIC 9(02).
       77 WS-CF-DIAS-ADMISSAO         PIC 9(07).
       77 WS-CF-DIAS-SERVICO          PIC 9(06).
       77 WS-CF-COMP-ACORDO           PIC 9(07)V99.
       77 WS-CF-COMPENSACAO           PIC 9(07)V99.
       77 WS-CF-BRUTO                 PIC 9(07)V99.
       77 WS-CF-IRS                   PIC 9(07)V99.
       77 WS-CF-SS                    PIC 9(07)V99.
       77 WS-CF-SUB-ALIM              PIC 9(05)V99.
       77 WS-CF-DESP-ISENTA           PIC 9(05)V99.
       77 WS-CF-LIQUIDO               PIC 9(07)V99.
       77 WS-CF-ADT-DESCONTO          PIC 9(07)V99.
       77 WS-CF-ADT-EM-DIVIDA         PIC 9(07)V99.
       77 WS-CF-ADT-POR-ABATER        PIC 9(07)V99.
       77 WS-CF-ADT-ABATE             PIC 9(07)V99.
       77 WS-CF-DESCRICAO             PIC X(50).
       77 WS-CF-VALOR-LINHA           PIC 9(07)V99.
       77 WS-CF-VALOR-ED              PIC Z(06)9.99.
       77 WS-CF-SINAL                 PIC X(01).
       77 WS-CF-DATA-AUX              PIC 9(08).
       77 WS-CF-DATA-ED               PIC X(10).
       77 WS-CF-NUM-ED                PIC ZZ9.
       77 WS-CF-SERVICO-ED            PIC Z(05)9.
           01 WS-TAB-RETRO.
               03 WS-RTR-ENTRY OCCURS 200 TIMES.
                   05 WS-RTR-IDX-SAL         PIC 9(03).
                   05 WS-RTR-HTX-SEQ         PIC 9(04).
                   05 WS-RTR-ANOMES          PIC 9(06).
                   05 WS-RTR-TAXA-ANT        PIC 9(03)V99.
                   05 WS-RTR-TAXA-NOVA       PIC 9(03)V99.
                   05 WS-RTR-NORMAL          PIC 9(06)V99.
                   05 WS-RTR-EXTRA           PIC 9(06)V99.
                   05 WS-RTR-NOITE           PIC 9(06)V99.
                   05 WS-RTR-FDS             PIC 9(06)V99.
           01 WS-TAB-DESP-SECCOES.
               03 WS-DSEC-ENTRY OCCURS 50 TIMES.
                   05 WS-DSEC-NOME           PIC X(20).
                   05 WS-DSEC-QTD            PIC 9(03).
                   05 WS-DSEC-APRESENTADO    PIC 9(07)V99.
                   05 WS-DSEC-PENDENTE       PIC 9(07)V99.
                   05 WS-DSEC-REJEITADO      PIC 9(07)V99.
                   05 WS-DSEC-APROVADO       PIC 9(07)V99.
                   05 WS-DSEC-PAGO           PIC 9(07)V99.
                   05 WS-DSEC-ISENTO         PIC 9(07)V99.
                   05 WS-DSEC-TRIBUTADO      PIC 9(07)V99.

       PROCEDURE DIVISION.
           0-INICIALIZAR.
               ACCEPT WS-PATH-FUNCIONARIOS FROM ENVIRONMENT
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\bonustmp.txt'
                   TO WS-PATH-BONUSTEMP
               END-IF.
               ACCEPT WS-PATH-COMISSFEED FROM ENVIRONMENT
                   "COMISSFEED_PATH"
               IF WS-PATH-COMISSFEED EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\comissfeed.txt'
                   TO WS-PATH-COMISSFEED
               END-IF.
               ACCEPT WS-PATH-COMISSTEMP FROM ENVIRONMENT
                   "COMISSTEMP_PATH"
               IF WS-PATH-COMISSTEMP EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\comisstmp.txt'
                   TO WS-PATH-COMISSTEMP
               END-IF.
               PERFORM ASSINAR-OPERADOR.
               ACCEPT WS-PATH-FUNCTEMP FROM ENVIRONMENT
                   "FUNCTEMP_PATH"
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\functmp.txt'
                   TO WS-PATH-FUNCTEMP
               END-IF.
               ACCEPT WS-PATH-ESCALAS FROM ENVIRONMENT
                   "ESCALAS_PATH"
               IF WS-PATH-ESCALAS EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\escalas.txt'
                   TO WS-PATH-ESCALAS
               END-IF.
               ACCEPT WS-PATH-DESPESAS FROM ENVIRONMENT
                   "DESPESAS_PATH"
               IF WS-PATH-DESPESAS EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\despesas.txt'
                   TO WS-PATH-DESPESAS
               END-IF.
               ACCEPT WS-PATH-DESPTEMP FROM ENVIRONMENT
                   "DESPTEMP_PATH"
               IF WS-PATH-DESPTEMP EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\desptmp.txt'
                   TO WS-PATH-DESPTEMP
               END-IF.
               ACCEPT WS-PATH-ADIANTAMENTOS FROM ENVIRONMENT
                   "ADIANTSAL_PATH"
               IF WS-PATH-ADIANTAMENTOS EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\adiantsal.txt'
                   TO WS-PATH-ADIANTAMENTOS
               END-IF.
               ACCEPT WS-PATH-ADTTEMP FROM ENVIRONMENT
                   "ADTTEMP_PATH"
               IF WS-PATH-ADTTEMP EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\adianttmp.txt'
                   TO WS-PATH-ADTTEMP
               END-IF.
               ACCEPT WS-PATH-HISTTAXA FROM ENVIRONMENT
                   "HISTTAXA_PATH"
               IF WS-PATH-HISTTAXA EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\histtaxa.txt'
                   TO WS-PATH-HISTTAXA
               END-IF.
               ACCEPT WS-PATH-HTXTEMP FROM ENVIRONMENT
                   "HTXTEMP_PATH"
               IF WS-PATH-HTXTEMP EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\histtmp.txt'
                   TO WS-PATH-HTXTEMP
               END-IF.
               ACCEPT WS-PATH-RETROATIVOS FROM ENVIRONMENT
                   "RETROATIVOS_PATH"
               IF WS-PATH-RETROATIVOS EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\retroat.txt'
                   TO WS-PATH-RETROATIVOS
               END-IF.
               ACCEPT WS-PATH-CONTRATOS FROM ENVIRONMENT
                   "CONTRATOSTRAB_PATH"
               IF WS-PATH-CONTRATOS EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\contrtrab.txt'
                   TO WS-PATH-CONTRATOS
               END-IF.
               ACCEPT WS-PATH-CTRTEMP FROM ENVIRONMENT
                   "CTRTEMP_PATH"
               IF WS-PATH-CTRTEMP EQUAL SPACES
                   MOVE
        'D:\UFCD\UFCD 0808 - Programacao COBOL\Programas\contrtmp.txt'
                   TO WS-PATH-CTRTEMP
               END-IF.
               ACCEPT WS-PATH-CARTAMODELO FROM ENVIRONMENT
                   "CARTAMODELO_PATH"
               IF WS-PATH-CARTAMODELO EQUAL SPACES
                   MOVE 'C:/Users/oeira/Downloads/CARTAMODELO.txt'
                       TO WS-PATH-CARTAMODELO
               END-IF.

           INICIO.
               DISPLAY "--------------------------------"
               DISPLAY "16 - PROCESSAR SUBSIDIO DE FERIAS"
               DISPLAY "17 - PROCESSAR SUBSIDIO DE NATAL"
               DISPLAY "18 - FICHEIRO DE TRANSFERENCIAS DE SALARIOS"
               DISPLAY "19 - PLANEAR ESCALA SEMANAL"
               DISPLAY "20 - REGISTAR DESPESA DE DESLOCACAO"
               DISPLAY "21 - APROVAR DESPESAS"
               DISPLAY "22 - RELATORIO MENSAL DE DESPESAS"
               DISPLAY "23 - REGISTAR ADIANTAMENTO OU EMPRESTIMO"
               DISPLAY "24 - RELATORIO DE RETROATIVOS"
               DISPLAY "25 - REGISTAR CONTRATO DE TRABALHO"
               DISPLAY "26 - RENOVAR OU NAO RENOVAR CONTRATO A TERMO"
               DISPLAY "27 - ALERTAS MENSAIS DE CONTRATOS"
               DISPLAY "28 - CONTAS FINAIS DE FUNCIONARIO QUE SAI"
               ACCEPT OPCAO
               DISPLAY "---------------------------------"

                   IF OPCAO = 18
                   PERFORM EXTRAIR-TRANSFERENCIAS.

                   IF OPCAO = 19
                   PERFORM PLANEAR-ESCALA.

                   IF OPCAO = 20
                   PERFORM REGISTAR-DESPESA.

                   IF OPCAO = 21
                   PERFORM APROVAR-DESPESAS.

                   IF OPCAO = 22
                   PERFORM RELATORIO-DESPESAS.

                   IF OPCAO = 23
                   PERFORM REGISTAR-ADIANTAMENTO.

                   IF OPCAO = 24
                   PERFORM RELATORIO-RETROATIVOS.

                   IF OPCAO = 25
                   PERFORM REGISTAR-CONTRATO.

                   IF OPCAO = 26
                   PERFORM DECIDIR-CONTRATO.

                   IF OPCAO = 27
                   PERFORM ALERTAS-CONTRATOS.

                   IF OPCAO = 28
                   PERFORM CONTAS-FINAIS.

           STOP_PROGRAMA.
               STOP RUN.

               PERFORM ACUMULAR-MINUTOS-PONTO
               PERFORM ACUMULAR-AUSENCIAS-MES
               PERFORM CARREGAR-BONUS-MES
               PERFORM CARREGAR-COMISSOES-MES
               PERFORM CARREGAR-DESPESAS-MES
               PERFORM CARREGAR-ADIANTAMENTOS-MES
               PERFORM CARREGAR-RETROATIVOS-MES
               MOVE ZEROS TO WS-EXC-AUSENCIAS

               MOVE ZEROS TO WS-TOTAL-FOLHA
                    OR WS-SAL-DIAS-N (WS-IDX-SAL) > ZEROS
                       PERFORM EMITIR-RECIBO-VENCIMENTO
                   END-IF
                   IF WS-SAL-RTR-NORMAL (WS-IDX-SAL)
                      + WS-SAL-RTR-EXTRA (WS-IDX-SAL)
                      + WS-SAL-RTR-NOITE (WS-IDX-SAL)
                      + WS-SAL-RTR-FDS (WS-IDX-SAL) > ZEROS
                       PERFORM EMITIR-RECIBO-RETROATIVO
                   END-IF
               END-PERFORM

               CLOSE RECIBOS
               PERFORM CONSUMIR-BONUS-MES
               PERFORM CONSUMIR-COMISSOES-MES
               PERFORM CONSUMIR-DESPESAS-MES
               PERFORM DESCONTAR-ADIANTAMENTOS-MES
               PERFORM FECHAR-RETROATIVOS-MES

               DISPLAY ' '
               DISPLAY 'MAPA DA FOLHA POR SECCAO - ' WS-SAL-ANOMES
                                   WS-SAL-DIAS-N (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-BONUS (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-COMISSAO (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-DESP-ISENTA (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-DESP-TRIBUTADA (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-ADT-PRESTACAO (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-ADT-SALDO (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-ADT-DESCONTO (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-RTR-NORMAL (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-RTR-EXTRA (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-RTR-NOITE (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-RTR-FDS (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-RTR-MESES (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-RTR-EMITIDO (WS-NUM-SAL)
                               MOVE ZEROS TO
                                   WS-SAL-RECIBO-EMITIDO (WS-NUM-SAL)
                           END-IF
                       NOT AT END
                           IF PON-DATA (1:6) EQUAL
                               WS-SAL-ANOMES (1:6)
                            AND PON-DATA NOT > WS-SAL-DATA-LIMITE
                               PERFORM SOMAR-MINUTOS-DIA
                           END-IF
                       END-READ
                           MOVE PSL-CARENCIA-DIAS
                               TO WS-CARENCIA-DIAS
                       END-IF
                       IF PSL-VALOR-KM NUMERIC
                        AND PSL-VALOR-KM > ZEROS
                           MOVE PSL-VALOR-KM TO WS-VALOR-KM
                       END-IF
                       IF PSL-AJUDA-DIA NUMERIC
                        AND PSL-AJUDA-DIA > ZEROS
                           MOVE PSL-AJUDA-DIA TO WS-AJUDA-DIA
                       END-IF
                       IF PSL-LIMITE-KM NUMERIC
                        AND PSL-LIMITE-KM > ZEROS
                           MOVE PSL-LIMITE-KM TO WS-LIMITE-KM
                       END-IF
                       IF PSL-LIMITE-DIA NUMERIC
                        AND PSL-LIMITE-DIA > ZEROS
                           MOVE PSL-LIMITE-DIA TO WS-LIMITE-DIA
                       END-IF
                       IF PSL-LIQUIDO-MINIMO NUMERIC
                           MOVE PSL-LIQUIDO-MINIMO
                               TO WS-LIQUIDO-MINIMO
                       END-IF
                   END-IF
                   CLOSE PARAMSAL
               END-IF
               END-IF.

      *-----------------------
      * carrega as comissoes pendentes do mes para a tabela de
      * salarios, como os bonus
      *-----------------------
           CARREGAR-COMISSOES-MES.
               MOVE SPACES TO WS-ENDOFCOMISS
               OPEN INPUT COMISSFEED
               IF WS-FS-COMISSFEED EQUAL "00"
                   PERFORM UNTIL WS-ENDOFCOMISS = 'F'
                       READ COMISSFEED
                       AT END MOVE 'F' TO WS-ENDOFCOMISS
                       NOT AT END
                           IF CF-ANOMES EQUAL WS-SAL-ANOMES
                            AND CF-ESTADO EQUAL 'P'
                               PERFORM VARYING WS-IDX-SAL
                                   FROM 1 BY 1
                                   UNTIL WS-IDX-SAL > WS-NUM-SAL
                                   IF WS-SAL-ID (WS-IDX-SAL)
                                       EQUAL CF-FUNC-ID
                                       ADD CF-VALOR TO
                                         WS-SAL-COMISSAO (WS-IDX-SAL)
                                       MOVE WS-NUM-SAL
                                           TO WS-IDX-SAL
                                   END-IF
                               END-PERFORM
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMISSFEED
               END-IF
               MOVE SPACES TO WS-ENDOFCOMISS.

      *-----------------------
      * diz se a comissao do registo corrente do COMISSFEED foi
      * mesmo paga nesta folha: o funcionario tem de estar na
      * tabela de salarios e ter tido recibo emitido
      *-----------------------
           VERIFICAR-COMISSAO-PAGA.
               MOVE 0 TO WS-COMISS-PAGA
               PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-NUM-SAL
                   IF WS-SAL-ID (WS-IDX-SAL) EQUAL CF-FUNC-ID
                    AND WS-SAL-RECIBO-EMITIDO (WS-IDX-SAL) EQUAL 1
                       MOVE 1 TO WS-COMISS-PAGA
                       MOVE WS-NUM-SAL TO WS-IDX-SAL
                   END-IF
               END-PERFORM.

      *-----------------------
      * marca como consumidas ('C') as comissoes do mes que entraram
      * na folha, reescrevendo a alimentacao pelo temporario - as
      * de quem nao teve recibo ficam 'P' para uma folha futura
      *-----------------------
           CONSUMIR-COMISSOES-MES.
               MOVE ZEROS TO WS-COMISS-CONSUMIDAS
               MOVE SPACES TO WS-ENDOFCOMISS
               OPEN INPUT COMISSFEED
               OPEN OUTPUT COMISSTEMP
               IF WS-FS-COMISSFEED NOT EQUAL "00"
                OR WS-FS-COMISSTEMP NOT EQUAL "00"
                   IF WS-FS-COMISSFEED EQUAL "00"
                       CLOSE COMISSFEED
                   END-IF
                   IF WS-FS-COMISSTEMP EQUAL "00"
                       CLOSE COMISSTEMP
                   END-IF
               ELSE
                   PERFORM UNTIL WS-ENDOFCOMISS = 'F'
                       READ COMISSFEED
                       AT END MOVE 'F' TO WS-ENDOFCOMISS
                       NOT AT END
                           IF CF-ANOMES EQUAL WS-SAL-ANOMES
                            AND CF-ESTADO EQUAL 'P'
                               PERFORM VERIFICAR-COMISSAO-PAGA
                               IF WS-COMISS-PAGA EQUAL 1
                                   MOVE 'C' TO CF-ESTADO
                                   ADD 1 TO WS-COMISS-CONSUMIDAS
                               END-IF
                           END-IF
                           WRITE COMISSTEMP-REG FROM COMISSFEED-REG
                       END-READ
                   END-PERFORM
                   CLOSE COMISSFEED
                   CLOSE COMISSTEMP
                   MOVE SPACES TO WS-ENDOFCOMISS

                   IF WS-COMISS-CONSUMIDAS > ZEROS
                       OPEN INPUT COMISSTEMP
                       OPEN OUTPUT COMISSFEED
                       PERFORM UNTIL WS-ENDOFCOMISS = 'F'
                           READ COMISSTEMP
                           AT END MOVE 'F' TO WS-ENDOFCOMISS
                           NOT AT END
                               MOVE COMISSTEMP-REG
                                   TO COMISSFEED-REG
                               WRITE COMISSFEED-REG
                           END-READ
                       END-PERFORM
                       CLOSE COMISSTEMP
                       CLOSE COMISSFEED
                       MOVE SPACES TO WS-ENDOFCOMISS
                       DISPLAY 'COMISSOES CONSUMIDAS NESTA FOLHA: '
                           WS-COMISS-CONSUMIDAS
                   END-IF
               END-IF.

      *-----------------------
      * carrega para a tabela de salarios as despesas aprovadas ate
      * ao fim do mes processado e ainda por pagar, ja separadas na
      * parte isenta e na parte tributada
      *-----------------------
           CARREGAR-DESPESAS-MES.
               MOVE SPACES TO WS-ENDOFDESP
               OPEN INPUT DESPESAS
               IF WS-FS-DESPESAS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFDESP = 'F'
                       READ DESPESAS
                       AT END MOVE 'F' TO WS-ENDOFDESP
                       NOT AT END
                           IF DSP-ESTADO EQUAL 'A'
                            AND DSP-DATA (1:6) NOT > WS-SAL-ANOMES
                               PERFORM CALCULAR-ISENCAO-DESPESA
                               PERFORM SOMAR-DESPESA-TABELA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DESPESAS
               END-IF
               MOVE SPACES TO WS-ENDOFDESP.

           SOMAR-DESPESA-TABELA.
               PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-NUM-SAL
                   IF WS-SAL-ID (WS-IDX-SAL) EQUAL DSP-FUNC-ID
                       ADD WS-DESP-ISENTA TO
                           WS-SAL-DESP-ISENTA (WS-IDX-SAL)
                       ADD WS-DESP-TRIBUTADA TO
                           WS-SAL-DESP-TRIBUTADA (WS-IDX-SAL)
                       MOVE WS-NUM-SAL TO WS-IDX-SAL
                   END-IF
               END-PERFORM.

      *-----------------------
      * separa a despesa corrente do DESPESAS na parte isenta e na
      * parte tributada: quilometros e dias de ajudas de custo sao
      * isentos ate ao limite legal por unidade, as outras despesas
      * (com documento) sao reembolso e isentas por inteiro
      *-----------------------
           CALCULAR-ISENCAO-DESPESA.
               EVALUATE DSP-TIPO
                   WHEN 'K'
                       COMPUTE WS-DESP-LIMITE =
                           DSP-QUANTIDADE * WS-LIMITE-KM
                   WHEN 'D'
                       COMPUTE WS-DESP-LIMITE =
                           DSP-QUANTIDADE * WS-LIMITE-DIA
                   WHEN OTHER
                       MOVE DSP-VALOR TO WS-DESP-LIMITE
               END-EVALUATE
               IF DSP-VALOR > WS-DESP-LIMITE
                   MOVE WS-DESP-LIMITE TO WS-DESP-ISENTA
                   COMPUTE WS-DESP-TRIBUTADA =
                       DSP-VALOR - WS-DESP-LIMITE
               ELSE
                   MOVE DSP-VALOR TO WS-DESP-ISENTA
                   MOVE ZEROS TO WS-DESP-TRIBUTADA
               END-IF.

      *-----------------------
      * diz se a despesa corrente do DESPESAS foi mesmo paga nesta
      * folha: o funcionario tem de ter tido recibo emitido
      *-----------------------
           VERIFICAR-DESPESA-PAGA.
               MOVE 0 TO WS-DESP-PAGA
               PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-NUM-SAL
                   IF WS-SAL-ID (WS-IDX-SAL) EQUAL DSP-FUNC-ID
                    AND WS-SAL-RECIBO-EMITIDO (WS-IDX-SAL) EQUAL 1
                       MOVE 1 TO WS-DESP-PAGA
                       MOVE WS-NUM-SAL TO WS-IDX-SAL
                   END-IF
               END-PERFORM.

      *-----------------------
      * marca como pagas ('C', com o mes da folha) as despesas que
      * entraram nos recibos, reescrevendo o ficheiro pelo
      * temporario - as de quem nao teve recibo ficam aprovadas
      * para uma folha futura
      *-----------------------
           CONSUMIR-DESPESAS-MES.
               MOVE ZEROS TO WS-DESP-CONSUMIDAS
               MOVE SPACES TO WS-ENDOFDESP
               OPEN INPUT DESPESAS
               OPEN OUTPUT DESPTEMP
               IF WS-FS-DESPESAS NOT EQUAL "00"
                OR WS-FS-DESPTEMP NOT EQUAL "00"
                   IF WS-FS-DESPESAS EQUAL "00"
                       CLOSE DESPESAS
                   END-IF
                   IF WS-FS-DESPTEMP EQUAL "00"
                       CLOSE DESPTEMP
                   END-IF
               ELSE
                   PERFORM UNTIL WS-ENDOFDESP = 'F'
                       READ DESPESAS
                       AT END MOVE 'F' TO WS-ENDOFDESP
                       NOT AT END
                           IF DSP-ESTADO EQUAL 'A'
                            AND DSP-DATA (1:6) NOT > WS-SAL-ANOMES
                               PERFORM VERIFICAR-DESPESA-PAGA
                               IF WS-DESP-PAGA EQUAL 1
                                   MOVE 'C' TO DSP-ESTADO
                                   MOVE WS-SAL-ANOMES
                                       TO DSP-ANOMES-PAGO
                                   ADD 1 TO WS-DESP-CONSUMIDAS
                               END-IF
                           END-IF
                           WRITE DESPTEMP-REG FROM DESPESA-REG
                       END-READ
                   END-PERFORM
                   CLOSE DESPESAS
                   CLOSE DESPTEMP
                   MOVE SPACES TO WS-ENDOFDESP

                   IF WS-DESP-CONSUMIDAS > ZEROS
                       PERFORM REESCREVER-DESPESAS
                       DISPLAY 'DESPESAS PAGAS NESTA FOLHA: '
                           WS-DESP-CONSUMIDAS
                   END-IF
               END-IF.

      *-----------------------
      * repoe o ficheiro de despesas a partir do temporario
      *-----------------------
           REESCREVER-DESPESAS.
               MOVE SPACES TO WS-ENDOFDESP
               OPEN INPUT DESPTEMP
               OPEN OUTPUT DESPESAS
               PERFORM UNTIL WS-ENDOFDESP = 'F'
                   READ DESPTEMP
                   AT END MOVE 'F' TO WS-ENDOFDESP
                   NOT AT END
                       MOVE DESPTEMP-REG TO DESPESA-REG
                       WRITE DESPESA-REG
                   END-READ
               END-PERFORM
               CLOSE DESPTEMP
               CLOSE DESPESAS
               MOVE SPACES TO WS-ENDOFDESP.

      *-----------------------
      * prestacao do adiantamento corrente do ADIANTAMENTOS: o saldo
      * dividido pelas prestacoes que faltam - a ultima (ou qualquer
      * uma depois do prazo, se o liquido minimo travou descontos)
      * leva o saldo todo
      *-----------------------
           CALCULAR-PRESTACAO-ADT.
               MOVE ZEROS TO WS-ADT-PRESTACAO
               IF ADT-SALDO > ZEROS
                AND ADT-ANOMES-INICIO NOT > WS-SAL-ANOMES
                AND ADT-ULTIMO-ANOMES < WS-SAL-ANOMES
                   IF ADT-PRESTACOES > ADT-PRESTACOES-PAGAS + 1
                       COMPUTE WS-ADT-EM-FALTA =
                           ADT-PRESTACOES - ADT-PRESTACOES-PAGAS
                       COMPUTE WS-ADT-PRESTACAO ROUNDED =
                           ADT-SALDO / WS-ADT-EM-FALTA
                   ELSE
                       MOVE ADT-SALDO TO WS-ADT-PRESTACAO
                   END-IF
               END-IF.

      *-----------------------
      * soma as prestacoes do mes e o saldo em divida de cada
      * funcionario da tabela de salarios
      *-----------------------
           CARREGAR-ADIANTAMENTOS-MES.
               MOVE SPACES TO WS-ENDOFADT
               OPEN INPUT ADIANTAMENTOS
               IF WS-FS-ADIANTAMENTOS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFADT = 'F'
                       READ ADIANTAMENTOS
                       AT END MOVE 'F' TO WS-ENDOFADT
                       NOT AT END
                           IF ADT-SALDO > ZEROS
                               PERFORM CALCULAR-PRESTACAO-ADT
                               PERFORM SOMAR-ADIANTAMENTO-TABELA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADIANTAMENTOS
               END-IF
               MOVE SPACES TO WS-ENDOFADT.

           SOMAR-ADIANTAMENTO-TABELA.
               PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-NUM-SAL
                   IF WS-SAL-ID (WS-IDX-SAL) EQUAL ADT-FUNC-ID
                       ADD WS-ADT-PRESTACAO TO
                           WS-SAL-ADT-PRESTACAO (WS-IDX-SAL)
                       ADD ADT-SALDO TO
                           WS-SAL-ADT-SALDO (WS-IDX-SAL)
                       MOVE WS-NUM-SAL TO WS-IDX-SAL
                   END-IF
               END-PERFORM.

      *-----------------------
      * abate nos adiantamentos o que cada recibo descontou, pela
      * ordem do ficheiro, reescrevendo-o pelo temporario; quem nao
      * teve recibo fica com o saldo como estava
      *-----------------------
           DESCONTAR-ADIANTAMENTOS-MES.
               MOVE ZEROS TO WS-ADT-DESCONTADOS
               MOVE SPACES TO WS-ENDOFADT
               OPEN INPUT ADIANTAMENTOS
               OPEN OUTPUT ADTTEMP
               IF WS-FS-ADIANTAMENTOS NOT EQUAL "00"
                OR WS-FS-ADTTEMP NOT EQUAL "00"
                   IF WS-FS-ADIANTAMENTOS EQUAL "00"
                       CLOSE ADIANTAMENTOS
                   END-IF
                   IF WS-FS-ADTTEMP EQUAL "00"
                       CLOSE ADTTEMP
                   END-IF
               ELSE
                   PERFORM UNTIL WS-ENDOFADT = 'F'
                       READ ADIANTAMENTOS
                       AT END MOVE 'F' TO WS-ENDOFADT
                       NOT AT END
                           PERFORM CALCULAR-PRESTACAO-ADT
                           IF WS-ADT-PRESTACAO > ZEROS
                               PERFORM ABATER-ADIANTAMENTO
                           END-IF
                           WRITE ADTTEMP-REG FROM ADIANTAMENTO-REG
                       END-READ
                   END-PERFORM
                   CLOSE ADIANTAMENTOS
                   CLOSE ADTTEMP
                   MOVE SPACES TO WS-ENDOFADT

                   IF WS-ADT-DESCONTADOS > ZEROS
                       OPEN INPUT ADTTEMP
                       OPEN OUTPUT ADIANTAMENTOS
                       PERFORM UNTIL WS-ENDOFADT = 'F'
                           READ ADTTEMP
                           AT END MOVE 'F' TO WS-ENDOFADT
                           NOT AT END
                               MOVE ADTTEMP-REG
                                   TO ADIANTAMENTO-REG
                               WRITE ADIANTAMENTO-REG
                           END-READ
                       END-PERFORM
                       CLOSE ADTTEMP
                       CLOSE ADIANTAMENTOS
                       MOVE SPACES TO WS-ENDOFADT
                       DISPLAY 'ADIANTAMENTOS DESCONTADOS NESTA FOLHA: '
                           WS-ADT-DESCONTADOS
                   END-IF
               END-IF.

      *    o desconto do funcionario ainda por repartir vai para o
      *    adiantamento corrente, ate a prestacao deste
           ABATER-ADIANTAMENTO.
               PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-NUM-SAL
                   IF WS-SAL-ID (WS-IDX-SAL) EQUAL ADT-FUNC-ID
                    AND WS-SAL-RECIBO-EMITIDO (WS-IDX-SAL) EQUAL 1
                    AND WS-SAL-ADT-DESCONTO (WS-IDX-SAL) > ZEROS
                       IF WS-SAL-ADT-DESCONTO (WS-IDX-SAL) <
                          WS-ADT-PRESTACAO
                           MOVE WS-SAL-ADT-DESCONTO (WS-IDX-SAL)
                               TO WS-ADT-RESTO
                       ELSE
                           MOVE WS-ADT-PRESTACAO TO WS-ADT-RESTO
                       END-IF
                       SUBTRACT WS-ADT-RESTO FROM ADT-SALDO
                       SUBTRACT WS-ADT-RESTO
                           FROM WS-SAL-ADT-DESCONTO (WS-IDX-SAL)
                       ADD 1 TO ADT-PRESTACOES-PAGAS
                       MOVE WS-SAL-ANOMES TO ADT-ULTIMO-ANOMES
                       ADD 1 TO WS-ADT-DESCONTADOS
                       MOVE WS-NUM-SAL TO WS-IDX-SAL
                   END-IF
               END-PERFORM.

      *-----------------------
      * saldo em divida de adiantamentos e emprestimos do
      * funcionario WS-ID-PROCURA
      *-----------------------
           SOMAR-DIVIDA-FUNCIONARIO.
               MOVE ZEROS TO WS-ADT-DIVIDA
               MOVE ZEROS TO WS-ADT-NUM-DIVIDAS
               MOVE SPACES TO WS-ENDOFADT
               OPEN INPUT ADIANTAMENTOS
               IF WS-FS-ADIANTAMENTOS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFADT = 'F'
                       READ ADIANTAMENTOS
                       AT END MOVE 'F' TO WS-ENDOFADT
                       NOT AT END
                           IF ADT-FUNC-ID EQUAL WS-ID-PROCURA
                            AND ADT-SALDO > ZEROS
                               ADD ADT-SALDO TO WS-ADT-DIVIDA
                               ADD 1 TO WS-ADT-NUM-DIVIDAS
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADIANTAMENTOS
               END-IF
               MOVE SPACES TO WS-ENDOFADT.

      *-----------------------
      * retroativos das alteracoes de taxa por tratar: para cada uma
      * de um funcionario ativo, os recibos de vencimento dos meses
      * fechados desde a data de efeito sao recalculados com a
      * diferenca de taxa (horas normais, extra, noturnas e de fim
      * de semana, aos multiplicadores dos parametros); uma descida
      * de taxa nao gera retroativos
      *-----------------------
           CARREGAR-RETROATIVOS-MES.
               MOVE ZEROS TO WS-RTR-NUM
               MOVE ZEROS TO WS-HTX-SEQ
               MOVE SPACES TO WS-ENDOFHTX
               OPEN INPUT HISTTAXA
               IF WS-FS-HISTTAXA EQUAL "00"
                   PERFORM UNTIL WS-ENDOFHTX = 'F'
                       READ HISTTAXA
                       AT END MOVE 'F' TO WS-ENDOFHTX
                       NOT AT END
                           ADD 1 TO WS-HTX-SEQ
                           IF HTX-ESTADO EQUAL 'P'
                            AND HTX-TAXA-NOVA > HTX-TAXA-ANTERIOR
                               PERFORM PROCURAR-SAL-FUNC-HTX
                               IF WS-RTR-SAL > ZEROS
                                   COMPUTE WS-RTR-DIFERENCA =
                                       HTX-TAXA-NOVA
                                       - HTX-TAXA-ANTERIOR
                                   PERFORM RECALCULAR-MESES-FECHADOS
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTTAXA
               END-IF
               MOVE SPACES TO WS-ENDOFHTX

               PERFORM VARYING WS-IDX-RTR FROM 1 BY 1
                   UNTIL WS-IDX-RTR > WS-RTR-NUM
                   MOVE WS-RTR-IDX-SAL (WS-IDX-RTR) TO WS-RTR-SAL
                   ADD WS-RTR-NORMAL (WS-IDX-RTR)
                       TO WS-SAL-RTR-NORMAL (WS-RTR-SAL)
                   ADD WS-RTR-EXTRA (WS-IDX-RTR)
                       TO WS-SAL-RTR-EXTRA (WS-RTR-SAL)
                   ADD WS-RTR-NOITE (WS-IDX-RTR)
                       TO WS-SAL-RTR-NOITE (WS-RTR-SAL)
                   ADD WS-RTR-FDS (WS-IDX-RTR)
                       TO WS-SAL-RTR-FDS (WS-RTR-SAL)
               END-PERFORM.

      *    posicao na tabela de salarios do funcionario da alteracao
      *    de taxa corrente (zeros se nao esta ativo)
           PROCURAR-SAL-FUNC-HTX.
               MOVE ZEROS TO WS-RTR-SAL
               PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-NUM-SAL
                   IF WS-SAL-ID (WS-IDX-SAL) EQUAL HTX-FUNC-ID
                       MOVE WS-IDX-SAL TO WS-RTR-SAL
                       MOVE WS-NUM-SAL TO WS-IDX-SAL
                   END-IF
               END-PERFORM.

           RECALCULAR-MESES-FECHADOS.
               MOVE SPACES TO WS-ENDOFREC
               OPEN INPUT RECIBOS
               IF WS-FS-RECIBOS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFREC = 'F'
                       READ RECIBOS
                       AT END MOVE 'F' TO WS-ENDOFREC
                       NOT AT END
                           IF RS-FUNC-ID EQUAL HTX-FUNC-ID
                            AND RS-TIPO EQUAL 'S'
                            AND RS-ANOMES NOT < HTX-DATA-EFEITO (1:6)
                            AND RS-ANOMES < WS-SAL-ANOMES
                               PERFORM GUARDAR-RETROATIVO-MES
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RECIBOS
               END-IF
               MOVE SPACES TO WS-ENDOFREC.

      *    diferencas do recibo lido para a alteracao corrente; um
      *    mes reprocessado tem mais de um recibo e vale o ultimo
           GUARDAR-RETROATIVO-MES.
               MOVE ZEROS TO WS-RTR-ACHADO
               MOVE 0 TO WS-RTR-MES-VISTO
               PERFORM VARYING WS-IDX-RTR FROM 1 BY 1
                   UNTIL WS-IDX-RTR > WS-RTR-NUM
                   IF WS-RTR-IDX-SAL (WS-IDX-RTR) EQUAL WS-RTR-SAL
                    AND WS-RTR-ANOMES (WS-IDX-RTR) EQUAL RS-ANOMES
                       MOVE 1 TO WS-RTR-MES-VISTO
                       IF WS-RTR-HTX-SEQ (WS-IDX-RTR) EQUAL WS-HTX-SEQ
                           MOVE WS-IDX-RTR TO WS-RTR-ACHADO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RTR-ACHADO EQUAL ZEROS
                   IF WS-RTR-NUM < 200
                       ADD 1 TO WS-RTR-NUM
                       MOVE WS-RTR-NUM TO WS-RTR-ACHADO
                       MOVE WS-RTR-SAL TO WS-RTR-IDX-SAL (WS-RTR-NUM)
                       MOVE WS-HTX-SEQ TO WS-RTR-HTX-SEQ (WS-RTR-NUM)
                       MOVE RS-ANOMES TO WS-RTR-ANOMES (WS-RTR-NUM)
                       MOVE HTX-TAXA-ANTERIOR
                           TO WS-RTR-TAXA-ANT (WS-RTR-NUM)
                       MOVE HTX-TAXA-NOVA
                           TO WS-RTR-TAXA-NOVA (WS-RTR-NUM)
                       IF WS-RTR-MES-VISTO EQUAL 0
                           ADD 1 TO WS-SAL-RTR-MESES (WS-RTR-SAL)
                       END-IF
                   ELSE
                       DISPLAY '*** TABELA DE RETROATIVOS CHEIA (200)'
                           ' - FUNC ' RS-FUNC-ID ' MES ' RS-ANOMES
                           ' FICA DE FORA ***'
                   END-IF
               END-IF
               IF WS-RTR-ACHADO > ZEROS
                   COMPUTE WS-RTR-NORMAL (WS-RTR-ACHADO) ROUNDED =
                       RS-HORAS-NORMAIS * WS-RTR-DIFERENCA
                   COMPUTE WS-RTR-EXTRA (WS-RTR-ACHADO) ROUNDED =
                       RS-HORAS-EXTRA * WS-RTR-DIFERENCA
                       * WS-MULT-HORA-EXTRA
                   COMPUTE WS-RTR-NOITE (WS-RTR-ACHADO) ROUNDED =
                       RS-HORAS-NOITE * WS-RTR-DIFERENCA
                       * WS-UPLIFT-NOITE / 100
                   COMPUTE WS-RTR-FDS (WS-RTR-ACHADO) ROUNDED =
                       RS-HORAS-FDS * WS-RTR-DIFERENCA
                       * WS-UPLIFT-FDS / 100
               END-IF.

      *-----------------------
      * depois da folha: grava o detalhe dos retroativos pagos, por
      * funcionario, e fecha ('C') as alteracoes de taxa dos
      * funcionarios ativos - as de quem ja saiu ficam por tratar
      *-----------------------
           FECHAR-RETROATIVOS-MES.
               IF WS-RTR-NUM > ZEROS
                   OPEN EXTEND RETROATIVOS
                   IF WS-FS-RETROATIVOS EQUAL "35"
                       OPEN OUTPUT RETROATIVOS
                   END-IF
                   IF WS-FS-RETROATIVOS NOT EQUAL "00"
                       DISPLAY ' ERRO A ABRIR RETROATIVOS - FILE '
                           'STATUS: ' WS-FS-RETROATIVOS
                       MOVE WS-FS-RETROATIVOS TO WS-FS-ATUAL
                       PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   ELSE
                       PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                           UNTIL WS-IDX-SAL > WS-NUM-SAL
                           IF WS-SAL-RTR-EMITIDO (WS-IDX-SAL) EQUAL 1
                               PERFORM GRAVAR-RETROATIVOS-FUNC
                           END-IF
                       END-PERFORM
                       CLOSE RETROATIVOS
                   END-IF
               END-IF

               MOVE ZEROS TO WS-HTX-ATUALIZADOS
               MOVE SPACES TO WS-ENDOFHTX
               OPEN INPUT HISTTAXA
               OPEN OUTPUT HTXTEMP
               IF WS-FS-HISTTAXA NOT EQUAL "00"
                OR WS-FS-HTXTEMP NOT EQUAL "00"
                   IF WS-FS-HISTTAXA EQUAL "00"
                       CLOSE HISTTAXA
                   END-IF
                   IF WS-FS-HTXTEMP EQUAL "00"
                       CLOSE HTXTEMP
                   END-IF
               ELSE
                   PERFORM UNTIL WS-ENDOFHTX = 'F'
                       READ HISTTAXA
                       AT END MOVE 'F' TO WS-ENDOFHTX
                       NOT AT END
                           IF HTX-ESTADO EQUAL 'P'
                               PERFORM PROCURAR-SAL-FUNC-HTX
                               IF WS-RTR-SAL > ZEROS
                                   MOVE 'C' TO HTX-ESTADO
                                   MOVE WS-SAL-ANOMES
                                       TO HTX-ANOMES-PAGO
                                   ADD 1 TO WS-HTX-ATUALIZADOS
                               END-IF
                           END-IF
                           WRITE HTXTEMP-REG FROM HISTTAXA-REG
                       END-READ
                   END-PERFORM
                   CLOSE HISTTAXA
                   CLOSE HTXTEMP
                   MOVE SPACES TO WS-ENDOFHTX

                   IF WS-HTX-ATUALIZADOS > ZEROS
                       OPEN INPUT HTXTEMP
                       OPEN OUTPUT HISTTAXA
                       PERFORM UNTIL WS-ENDOFHTX = 'F'
                           READ HTXTEMP
                           AT END MOVE 'F' TO WS-ENDOFHTX
                           NOT AT END
                               MOVE HTXTEMP-REG TO HISTTAXA-REG
                               WRITE HISTTAXA-REG
                           END-READ
                       END-PERFORM
                       CLOSE HTXTEMP
                       CLOSE HISTTAXA
                       MOVE SPACES TO WS-ENDOFHTX
                       DISPLAY 'ALTERACOES DE TAXA TRATADAS NESTA '
                           'FOLHA: ' WS-HTX-ATUALIZADOS
                   END-IF
               END-IF.

           GRAVAR-RETROATIVOS-FUNC.
               PERFORM VARYING WS-IDX-RTR FROM 1 BY 1
                   UNTIL WS-IDX-RTR > WS-RTR-NUM
                   IF WS-RTR-IDX-SAL (WS-IDX-RTR) EQUAL WS-IDX-SAL
                       MOVE WS-SAL-ANOMES TO RTR-ANOMES-PAGO
                       MOVE WS-SAL-ID (WS-IDX-SAL) TO RTR-FUNC-ID
                       MOVE WS-SAL-NOME (WS-IDX-SAL) TO RTR-NOME
                       MOVE WS-RTR-ANOMES (WS-IDX-RTR)
                           TO RTR-ANOMES-REF
                       MOVE WS-RTR-TAXA-ANT (WS-IDX-RTR)
                           TO RTR-TAXA-ANTERIOR
                       MOVE WS-RTR-TAXA-NOVA (WS-IDX-RTR)
                           TO RTR-TAXA-NOVA
                       COMPUTE RTR-VALOR =
                           WS-RTR-NORMAL (WS-IDX-RTR)
                           + WS-RTR-EXTRA (WS-IDX-RTR)
                           + WS-RTR-NOITE (WS-IDX-RTR)
                           + WS-RTR-FDS (WS-IDX-RTR)
                       WRITE RETROATIVO-REG
                   END-IF
               END-PERFORM.

      *-----------------------
      * carrega os dias de ausencia do mes processado para a tabela
      * de salarios, por tipo ('F' ferias, 'D' doenca, 'N' nao
      * remunerada)
      *-----------------------
           ACUMULAR-AUSENCIAS-MES.
               MOVE SPACES TO WS-ENDOFAUS
               OPEN INPUT AUSENCIAS
               IF WS-FS-AUSENCIAS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFAUS = 'F'
                       READ AUSENCIAS
                       AT END MOVE 'F' TO WS-ENDOFAUS
                       NOT AT END
                           IF AUS-DATA-INICIO (1:6) EQUAL
                               WS-SAL-ANOMES (1:6)
                            AND AUS-DATA-INICIO NOT >
                                WS-SAL-DATA-LIMITE
                               PERFORM SOMAR-AUSENCIA-TABELA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUSENCIAS
               END-IF
               MOVE SPACES TO WS-ENDOFAUS.

           SOMAR-AUSENCIA-TABELA.
               PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-NUM-SAL
                   IF WS-SAL-ID (WS-IDX-SAL) EQUAL AUS-FUNC-ID
                       EVALUATE AUS-TIPO
                           WHEN 'F'
                               ADD AUS-DIAS TO
                                   WS-SAL-DIAS-F (WS-IDX-SAL)
                           WHEN 'D'
                               ADD AUS-DIAS TO
                                   WS-SAL-DIAS-D (WS-IDX-SAL)
                           WHEN 'N'
                               ADD AUS-DIAS TO
                                   WS-SAL-DIAS-N (WS-IDX-SAL)
                       END-EVALUATE
                       MOVE WS-NUM-SAL TO WS-IDX-SAL
                   END-IF
               END-PERFORM.

           SOMAR-MINUTOS-DIA.
               MOVE PON-ENTRADA TO WS-HHMM-TRABALHO
               PERFORM CONVERTER-HHMM
               MOVE WS-MIN-REAL TO WS-MIN-PREV
               MOVE PON-SAIDA TO WS-HHMM-TRABALHO
               PERFORM CONVERTER-HHMM
               COMPUTE WS-MIN-DIA = WS-MIN-REAL - WS-MIN-PREV

               MOVE PON-ALMOCO-INI TO WS-HHMM-TRABALHO
               PERFORM CONVERTER-HHMM
               MOVE WS-MIN-REAL TO WS-MIN-ALM-PREV
               MOVE PON-ALMOCO-FIM TO WS-HHMM-TRABALHO
               PERFORM CONVERTER-HHMM
               COMPUTE WS-MIN-DIA = WS-MIN-DIA
                   - (WS-MIN-REAL - WS-MIN-ALM-PREV)

               IF WS-MIN-DIA > ZEROS
                   PERFORM VERIFICAR-DIA-AUSENTE
                   PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                       UNTIL WS-IDX-SAL > WS-NUM-SAL
                       IF WS-SAL-ID (WS-IDX-SAL) EQUAL PON-FUNC-ID
                           ADD WS-MIN-DIA TO
                               WS-SAL-MINUTOS (WS-IDX-SAL)
                           PERFORM CLASSIFICAR-MINUTOS-DIA
      *                    dia de ponto completo fora de ausencias
      *                    conta para o subsidio de alimentacao
                           IF WS-DIA-AUSENTE EQUAL 0
                            AND PON-ENTRADA > ZEROS
                            AND PON-SAIDA > ZEROS
                            AND PON-ALMOCO-INI > ZEROS
                            AND PON-ALMOCO-FIM > ZEROS
                               ADD 1 TO
                                   WS-SAL-DIAS-ALIM (WS-IDX-SAL)
                           END-IF
                           MOVE WS-NUM-SAL TO WS-IDX-SAL
                       END-IF
                   END-PERFORM
               END-IF.

           EMITIR-RECIBO-VENCIMENTO.
      *        o bonus deste funcionario entrou na folha: e este
      *        sinal que autoriza o consumo do registo do BONUSFEED
               MOVE 1 TO WS-SAL-RECIBO-EMITIDO (WS-IDX-SAL)
               PERFORM CALCULAR-VENCIMENTO-FUNC

               MOVE WS-SAL-ANOMES TO RS-ANOMES
               MOVE 'S' TO RS-TIPO
               MOVE WS-VALOR-AUS-D TO RS-VALOR-D
               MOVE WS-SAL-DIAS-N (WS-IDX-SAL) TO RS-DIAS-N
               MOVE WS-SAL-BONUS (WS-IDX-SAL) TO RS-BONUS
               MOVE WS-SAL-COMISSAO (WS-IDX-SAL) TO RS-COMISSAO
               MOVE WS-SAL-DESP-ISENTA (WS-IDX-SAL) TO RS-DESP-ISENTA
               MOVE WS-SAL-DESP-TRIBUTADA (WS-IDX-SAL)
                   TO RS-DESP-TRIBUTADA
               MOVE WS-SAL-DIAS-ALIM (WS-IDX-SAL) TO RS-DIAS-ALIM
               COMPUTE WS-VALOR-SUBSIDIO =
                   WS-SAL-DIAS-ALIM (WS-IDX-SAL) * WS-SUBSIDIO-DIA
               MOVE WS-VALOR-SUBSIDIO TO RS-SUBSIDIO-ALIM
      *        a parte isenta das despesas de deslocacao tambem entra
      *        no liquido sem retencao; o excesso ja esta no bruto
               COMPUTE RS-LIQUIDO =
                   WS-VALOR-LIQUIDO + WS-VALOR-SUBSIDIO
                   + WS-SAL-DESP-ISENTA (WS-IDX-SAL)
      *        a prestacao dos adiantamentos e emprestimos sai do
      *        liquido, ate onde o liquido minimo deixar
               MOVE ZEROS TO WS-SAL-ADT-DESCONTO (WS-IDX-SAL)
               IF WS-SAL-ADT-PRESTACAO (WS-IDX-SAL) > ZEROS
                   COMPUTE WS-ADT-DISPONIVEL =
                       RS-LIQUIDO - WS-LIQUIDO-MINIMO
                   IF WS-ADT-DISPONIVEL > ZEROS
                       IF WS-ADT-DISPONIVEL <
                          WS-SAL-ADT-PRESTACAO (WS-IDX-SAL)
                           MOVE WS-ADT-DISPONIVEL
                               TO WS-SAL-ADT-DESCONTO (WS-IDX-SAL)
                       ELSE
                           MOVE WS-SAL-ADT-PRESTACAO (WS-IDX-SAL)
                               TO WS-SAL-ADT-DESCONTO (WS-IDX-SAL)
                       END-IF
                   END-IF
                   SUBTRACT WS-SAL-ADT-DESCONTO (WS-IDX-SAL)
                       FROM RS-LIQUIDO
               END-IF
               MOVE WS-SAL-ADT-DESCONTO (WS-IDX-SAL) TO RS-ADIANTAMENTO
               COMPUTE RS-SALDO-DIVIDA =
                   WS-SAL-ADT-SALDO (WS-IDX-SAL)
                   - WS-SAL-ADT-DESCONTO (WS-IDX-SAL)
               MOVE ZEROS TO RS-DATA-SAIDA
               MOVE ZEROS TO RS-DIAS-FERIAS-PAGAS
               MOVE ZEROS TO RS-VALOR-FERIAS-PAGAS
               MOVE ZEROS TO RS-SUB-FERIAS
               MOVE ZEROS TO RS-SUB-NATAL
               MOVE ZEROS TO RS-COMPENSACAO
               WRITE RECIBO-REG
               ADD WS-VALOR-TOTAL-SAL TO WS-TOTAL-RECIBOS

               IF RS-BONUS > ZEROS
                   DISPLAY '  BONUS DO LOTE: ' RS-BONUS
               END-IF
               IF RS-COMISSAO > ZEROS
                   DISPLAY '  COMISSOES DE VENDAS: ' RS-COMISSAO
               END-IF
               IF RS-DESP-ISENTA > ZEROS OR RS-DESP-TRIBUTADA > ZEROS
                   DISPLAY '  DESPESAS DE DESLOCACAO - ISENTAS: '
                       RS-DESP-ISENTA ' TRIBUTADAS: '
                       RS-DESP-TRIBUTADA
               END-IF
               IF RS-DIAS-F > ZEROS
                   DISPLAY '  FERIAS (' RS-DIAS-F ' DIAS): '
                       RS-VALOR-F
                   ' DIAS): ' RS-SUBSIDIO-ALIM
               DISPLAY '  IRS: ' RS-IRS ' SS: ' RS-SS
                   ' LIQUIDO: ' RS-LIQUIDO
               IF WS-SAL-ADT-PRESTACAO (WS-IDX-SAL) > ZEROS
                   DISPLAY '  ADIANTAMENTOS/EMPRESTIMOS - DESCONTO: '
                       RS-ADIANTAMENTO ' SALDO EM DIVIDA: '
                       RS-SALDO-DIVIDA
                   IF RS-ADIANTAMENTO <
                      WS-SAL-ADT-PRESTACAO (WS-IDX-SAL)
                       DISPLAY '  (PRESTACAO DE '
                           WS-SAL-ADT-PRESTACAO (WS-IDX-SAL)
                           ' LIMITADA PELO LIQUIDO MINIMO)'
                   END-IF
               END-IF

               PERFORM SOMAR-SECCAO-FOLHA.

      *-----------------------
      * vencimento do funcionario WS-IDX-SAL da tabela de salarios:
      * horas normais e extra, acrescimos, ausencias pagas, bonus,
      * comissoes e despesas tributadas, com o bruto em
      * WS-VALOR-TOTAL-SAL
      *-----------------------
           CALCULAR-VENCIMENTO-FUNC.
               COMPUTE WS-HORAS-TRAB =
                   WS-SAL-MINUTOS (WS-IDX-SAL) / 60
               COMPUTE WS-HORAS-PREVISTAS =
                   WS-SAL-HORAS-SEM (WS-IDX-SAL)
                   * WS-SEMANAS-POR-MES

               IF WS-HORAS-TRAB > WS-HORAS-PREVISTAS
                   MOVE WS-HORAS-PREVISTAS TO WS-HORAS-NORMAIS
                   COMPUTE WS-HORAS-EXTRA =
                       WS-HORAS-TRAB - WS-HORAS-PREVISTAS
               ELSE
                   MOVE WS-HORAS-TRAB TO WS-HORAS-NORMAIS
                   MOVE ZEROS TO WS-HORAS-EXTRA
               END-IF

               COMPUTE WS-VALOR-NORMAL =
                   WS-HORAS-NORMAIS * WS-SAL-TAXA (WS-IDX-SAL)
               COMPUTE WS-VALOR-EXTRA =
                   WS-HORAS-EXTRA * WS-SAL-TAXA (WS-IDX-SAL)
                   * WS-MULT-HORA-EXTRA
      *        os acrescimos noturno e de fim de semana pagam-se por
      *        cima do normal, as percentagens dos parametros
               COMPUTE WS-HORAS-NOITE =
                   WS-SAL-MIN-NOITE (WS-IDX-SAL) / 60
               COMPUTE WS-HORAS-FDS =
                   WS-SAL-MIN-FDS (WS-IDX-SAL) / 60
               COMPUTE WS-VALOR-NOITE =
                   WS-HORAS-NOITE * WS-SAL-TAXA (WS-IDX-SAL)
                   * WS-UPLIFT-NOITE / 100
               COMPUTE WS-VALOR-FDS =
                   WS-HORAS-FDS * WS-SAL-TAXA (WS-IDX-SAL)
                   * WS-UPLIFT-FDS / 100
      *        o vencimento sai das horas do ponto, por isso os
      *        dias de ferias e de doenca pagam-se por cima: ferias
      *        a diaria inteira, doenca a percentagem configurada
      *        depois do periodo de carencia; os dias nao
      *        remunerados ficam por pagar e saem em linha propria
               COMPUTE WS-DIARIA-FUNC =
                   (WS-SAL-HORAS-SEM (WS-IDX-SAL) / 5)
                   * WS-SAL-TAXA (WS-IDX-SAL)
               COMPUTE WS-VALOR-AUS-F =
                   WS-SAL-DIAS-F (WS-IDX-SAL) * WS-DIARIA-FUNC
               IF WS-SAL-DIAS-D (WS-IDX-SAL) > WS-CARENCIA-DIAS
                   COMPUTE WS-AUS-DIAS-PAGOS =
                       WS-SAL-DIAS-D (WS-IDX-SAL)
                       - WS-CARENCIA-DIAS
                   COMPUTE WS-VALOR-AUS-D =
                       WS-AUS-DIAS-PAGOS * WS-DIARIA-FUNC
                       * WS-PCT-DOENCA / 100
               ELSE
                   MOVE ZEROS TO WS-VALOR-AUS-D
               END-IF
               COMPUTE WS-VALOR-TOTAL-SAL =
                   WS-VALOR-NORMAL + WS-VALOR-EXTRA
                   + WS-VALOR-NOITE + WS-VALOR-FDS
                   + WS-VALOR-AUS-F + WS-VALOR-AUS-D
                   + WS-SAL-BONUS (WS-IDX-SAL)
                   + WS-SAL-COMISSAO (WS-IDX-SAL)
                   + WS-SAL-DESP-TRIBUTADA (WS-IDX-SAL).

      *-----------------------
      * recibo de retroativos ('R') do mes processado: as diferencas
      * dos meses fechados, com a taxa de IRS do escalao da media
      * mensal dos retroativos aplicada ao total (nao se juntam ao
      * vencimento do mes para nao subir o escalao) e a seguranca
      * social a taxa do trabalhador
      *-----------------------
           EMITIR-RECIBO-RETROATIVO.
               MOVE 1 TO WS-SAL-RTR-EMITIDO (WS-IDX-SAL)
               COMPUTE WS-RTR-VALOR =
                   WS-SAL-RTR-NORMAL (WS-IDX-SAL)
                   + WS-SAL-RTR-EXTRA (WS-IDX-SAL)
                   + WS-SAL-RTR-NOITE (WS-IDX-SAL)
                   + WS-SAL-RTR-FDS (WS-IDX-SAL)
               COMPUTE WS-VALOR-TOTAL-SAL ROUNDED =
                   WS-RTR-VALOR / WS-SAL-RTR-MESES (WS-IDX-SAL)
               PERFORM PROCURAR-TAXA-IRS
               MOVE WS-RTR-VALOR TO WS-VALOR-TOTAL-SAL
               COMPUTE WS-VALOR-IRS =
                   (WS-VALOR-TOTAL-SAL * WS-TAXA-IRS) / 100
               COMPUTE WS-VALOR-SS =
                   (WS-VALOR-TOTAL-SAL * WS-TAXA-SS-TRAB) / 100
               COMPUTE WS-VALOR-LIQUIDO =
                   WS-VALOR-TOTAL-SAL - WS-VALOR-IRS - WS-VALOR-SS

               MOVE WS-SAL-ANOMES TO RS-ANOMES
               MOVE 'R' TO RS-TIPO
               MOVE WS-SAL-ID (WS-IDX-SAL) TO RS-FUNC-ID
               MOVE WS-SAL-NOME (WS-IDX-SAL) TO RS-NOME
               MOVE WS-SAL-SECCAO (WS-IDX-SAL) TO RS-SECCAO
               MOVE ZEROS TO RS-HORAS-NORMAIS
               MOVE ZEROS TO RS-HORAS-EXTRA
               MOVE WS-SAL-RTR-NORMAL (WS-IDX-SAL) TO RS-VALOR-NORMAL
               MOVE WS-SAL-RTR-EXTRA (WS-IDX-SAL) TO RS-VALOR-EXTRA
               MOVE WS-VALOR-TOTAL-SAL TO RS-VALOR-TOTAL
               MOVE WS-VALOR-IRS TO RS-IRS
               MOVE WS-VALOR-SS TO RS-SS
               MOVE WS-VALOR-LIQUIDO TO RS-LIQUIDO
               MOVE ZEROS TO RS-DIAS-ALIM
               MOVE ZEROS TO RS-SUBSIDIO-ALIM
               MOVE ZEROS TO RS-HORAS-NOITE
               MOVE WS-SAL-RTR-NOITE (WS-IDX-SAL) TO RS-VALOR-NOITE
               MOVE ZEROS TO RS-HORAS-FDS
               MOVE WS-SAL-RTR-FDS (WS-IDX-SAL) TO RS-VALOR-FDS
               MOVE ZEROS TO RS-DIAS-F
               MOVE ZEROS TO RS-VALOR-F
               MOVE ZEROS TO RS-DIAS-D
               MOVE ZEROS TO RS-VALOR-D
               MOVE ZEROS TO RS-DIAS-N
               MOVE ZEROS TO RS-BONUS
               MOVE ZEROS TO RS-COMISSAO
               MOVE ZEROS TO RS-DESP-ISENTA
               MOVE ZEROS TO RS-DESP-TRIBUTADA
               MOVE ZEROS TO RS-ADIANTAMENTO
               MOVE ZEROS TO RS-SALDO-DIVIDA
               MOVE ZEROS TO RS-DATA-SAIDA
               MOVE ZEROS TO RS-DIAS-FERIAS-PAGAS
               MOVE ZEROS TO RS-VALOR-FERIAS-PAGAS
               MOVE ZEROS TO RS-SUB-FERIAS
               MOVE ZEROS TO RS-SUB-NATAL
               MOVE ZEROS TO RS-COMPENSACAO
               WRITE RECIBO-REG
               ADD WS-VALOR-TOTAL-SAL TO WS-TOTAL-RECIBOS

               DISPLAY 'RETROATIVOS ' RS-ANOMES ' FUNC ' RS-FUNC-ID
                   ' ' RS-NOME ' MESES: '
                   WS-SAL-RTR-MESES (WS-IDX-SAL)
               DISPLAY '  DIFERENCAS - NORMAL: ' RS-VALOR-NORMAL
                   ' EXTRA: ' RS-VALOR-EXTRA
               DISPLAY '  NOTURNO: ' RS-VALOR-NOITE
                   ' FIM DE SEMANA: ' RS-VALOR-FDS
                   ' TOTAL: ' RS-VALOR-TOTAL
               DISPLAY '  IRS (TAXA ' WS-TAXA-IRS
                   ' DA MEDIA MENSAL): ' RS-IRS ' SS: ' RS-SS
                   ' LIQUIDO: ' RS-LIQUIDO

               PERFORM SOMAR-SECCAO-FOLHA.

      *-----------------------
      * descontos do recibo: retencao de IRS ao escalao da tabela e
      * contribuicao de 11 por cento do trabalhador para a seguranca
      * social, sobre o bruto em WS-VALOR-TOTAL-SAL
      *-----------------------
           CALCULAR-DESCONTOS-RECIBO.
                       MOVE 1 TO WS-SEC-ACHADA
                       ADD WS-VALOR-TOTAL-SAL
                           TO WS-SEC-TOTAL (WS-IDX-SEC)
                       IF RS-TIPO NOT EQUAL 'R'
                           ADD 1 TO WS-SEC-FUNC (WS-IDX-SEC)
                       END-IF
                       MOVE WS-NUM-SEC TO WS-IDX-SEC
                   END-IF
               END-PERFORM
                   MOVE WS-VALOR-TOTAL-SAL
                       TO WS-SEC-TOTAL (WS-NUM-SEC)
                   MOVE 1 TO WS-SEC-FUNC (WS-NUM-SEC)
                   IF RS-TIPO EQUAL 'R'
                       MOVE ZEROS TO WS-SEC-FUNC (WS-NUM-SEC)
                   END-IF
               END-IF.

      *-----------------------
      * ao mes de saida)
      *-----------------------
           EMITIR-RECIBO-SUBSIDIO.
               PERFORM CALCULAR-SUBSIDIO-FUNC

               IF WS-SUB-ELEGIVEL EQUAL 1
                   PERFORM CALCULAR-DESCONTOS-RECIBO

                   COMPUTE RS-ANOMES =
                       (WS-SUB-ANO * 100) + WS-SUB-MES-REF
                   MOVE WS-SUB-TIPO TO RS-TIPO
                   MOVE FUNC-ID TO RS-FUNC-ID
                   MOVE FUNC-NOME TO RS-NOME
                   MOVE FUNC-SECCAO TO RS-SECCAO
                   MOVE ZEROS TO RS-HORAS-NORMAIS
                   MOVE ZEROS TO RS-HORAS-EXTRA
                   MOVE WS-VALOR-TOTAL-SAL TO RS-VALOR-NORMAL
                   MOVE ZEROS TO RS-VALOR-EXTRA
                   MOVE WS-VALOR-TOTAL-SAL TO RS-VALOR-TOTAL
                   MOVE WS-VALOR-IRS TO RS-IRS
                   MOVE WS-VALOR-SS TO RS-SS
                   MOVE WS-VALOR-LIQUIDO TO RS-LIQUIDO
                   MOVE ZEROS TO RS-DIAS-ALIM
                   MOVE ZEROS TO RS-SUBSIDIO-ALIM
                   MOVE ZEROS TO RS-HORAS-NOITE
                   MOVE ZEROS TO RS-VALOR-NOITE
                   MOVE ZEROS TO RS-HORAS-FDS
                   MOVE ZEROS TO RS-VALOR-FDS
                   MOVE ZEROS TO RS-DIAS-F
                   MOVE ZEROS TO RS-VALOR-F
                   MOVE ZEROS TO RS-DIAS-D
                   MOVE ZEROS TO RS-VALOR-D
                   MOVE ZEROS TO RS-DIAS-N
                   MOVE ZEROS TO RS-BONUS
                   MOVE ZEROS TO RS-COMISSAO
                   MOVE ZEROS TO RS-DESP-ISENTA
                   MOVE ZEROS TO RS-DESP-TRIBUTADA
                   MOVE ZEROS TO RS-ADIANTAMENTO
                   MOVE ZEROS TO RS-SALDO-DIVIDA
                   MOVE ZEROS TO RS-DATA-SAIDA
                   MOVE ZEROS TO RS-DIAS-FERIAS-PAGAS
                   MOVE ZEROS TO RS-VALOR-FERIAS-PAGAS
                   MOVE ZEROS TO RS-SUB-FERIAS
                   MOVE ZEROS TO RS-SUB-NATAL
                   MOVE ZEROS TO RS-COMPENSACAO
                   WRITE RECIBO-REG
                   ADD 1 TO WS-SUB-EMITIDOS
                   DISPLAY 'SUBSIDIO ' WS-SUB-TIPO ' FUNC ' FUNC-ID
                       ' ' FUNC-NOME ' MESES: ' WS-SUB-MESES
                       ' BRUTO: ' RS-VALOR-TOTAL
                       ' LIQUIDO: ' RS-LIQUIDO
               END-IF.

      *-----------------------
      * subsidio do ano WS-SUB-ANO devido ao funcionario lido, em
      * WS-VALOR-TOTAL-SAL, com WS-SUB-ELEGIVEL e WS-SUB-MESES
      *-----------------------
           CALCULAR-SUBSIDIO-FUNC.
               MOVE 1 TO WS-SUB-ELEGIVEL
               MOVE 12 TO WS-SUB-MESES

                   END-IF
               END-IF

               MOVE ZEROS TO WS-VALOR-TOTAL-SAL
               IF WS-SUB-ELEGIVEL EQUAL 1
      *            base: um mes de vencimento (horas semanais x 4
      *            semanas x taxa horaria), pro-rateado aos meses
                               FROM WS-VALOR-TOTAL-SAL
                       END-IF
                   END-IF
               END-IF.

      *-----------------------
                   MOVE ZEROS TO FUNC-DATA-SAIDA
                   DISPLAY 'IBAN: '
                   ACCEPT FUNC-IBAN
                   DISPLAY 'NIF: '
                   ACCEPT FUNC-NIF
                   DISPLAY 'NUMERO DE SEGURANCA SOCIAL (NISS): '
                   ACCEPT FUNC-NISS
                   WRITE FUNCIONARIOS-REG
                   IF WS-FS-FUNCIONARIOS NOT EQUAL "00"
                       DISPLAY 'NAO FOI POSSIVEL CRIAR O FUNCIONARIO'
           GO TO INICIO.

      *-----------------------
      * altera a categoria, a seccao, a taxa horaria, o IBAN, o NIF
      * ou o NISS de um funcionario ativo, reescrevendo o ficheiro
      * pelo temporario
      *-----------------------
           ALTERAR-FUNCIONARIO.
               DISPLAY '-------//ALTERAR FUNCIONARIO//-------'
               DISPLAY ' 2 - SECCAO'
               DISPLAY ' 3 - TAXA HORARIA'
               DISPLAY ' 4 - IBAN'
               DISPLAY ' 5 - NIF'
               DISPLAY ' 6 - NISS'
               ACCEPT OPCAO-ALTERACAO
               IF OPCAO-ALTERACAO < 1 OR OPCAO-ALTERACAO > 6
                   DISPLAY 'OPCAO INVALIDA'
                   GO TO INICIO
               END-IF
               IF OPCAO-ALTERACAO EQUAL 3
                   PERFORM OBTER-DATA-PROCESSAMENTO
                   DISPLAY 'DATA DE EFEITO (AAAAMMDD, 0 = HOJE): '
                   ACCEPT WS-HTX-DATA-EFEITO
                   IF WS-HTX-DATA-EFEITO EQUAL ZEROS
                       MOVE WS-DATA-PROCESSAMENTO TO WS-HTX-DATA-EFEITO
                   END-IF
                   IF WS-HTX-DATA-EFEITO > WS-DATA-PROCESSAMENTO
                       DISPLAY 'A DATA DE EFEITO NAO PODE SER FUTURA'
                       GO TO INICIO
                   END-IF
               END-IF
               PERFORM REESCREVER-FUNCIONARIOS
               IF OPCAO-ALTERACAO EQUAL 3
                AND WS-FUNC-ALTERADO EQUAL 1
                   PERFORM REGISTAR-HISTORICO-TAXA
               END-IF.
           GO TO INICIO.

      *-----------------------
      * guarda a alteracao de taxa no historico; com efeito num mes
      * ja fechado, a folha seguinte paga as diferencas
      *-----------------------
           REGISTAR-HISTORICO-TAXA.
               IF WS-HTX-TAXA-NOVA NOT EQUAL WS-HTX-TAXA-ANTERIOR
                   OPEN EXTEND HISTTAXA
                   IF WS-FS-HISTTAXA EQUAL "35"
                       OPEN OUTPUT HISTTAXA
                   END-IF
                   IF WS-FS-HISTTAXA NOT EQUAL "00"
                       DISPLAY ' ERRO A ABRIR HISTTAXA - FILE STATUS: '
                           WS-FS-HISTTAXA
                       MOVE WS-FS-HISTTAXA TO WS-FS-ATUAL
                       PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   ELSE
                       MOVE WS-ID-PROCURA TO HTX-FUNC-ID
                       MOVE WS-HTX-DATA-EFEITO TO HTX-DATA-EFEITO
                       MOVE WS-HTX-TAXA-ANTERIOR TO HTX-TAXA-ANTERIOR
                       MOVE WS-HTX-TAXA-NOVA TO HTX-TAXA-NOVA
                       MOVE WS-DATA-PROCESSAMENTO TO HTX-DATA-REGISTO
                       MOVE WS-OPERADOR TO HTX-OPERADOR
                       MOVE 'P' TO HTX-ESTADO
                       MOVE ZEROS TO HTX-ANOMES-PAGO
                       WRITE HISTTAXA-REG
                       CLOSE HISTTAXA
                       IF WS-HTX-DATA-EFEITO (1:6) <
                          WS-DATA-PROCESSAMENTO (1:6)
                           DISPLAY 'TAXA COM EFEITO RETROATIVO A '
                               WS-HTX-DATA-EFEITO ' - DIFERENCAS '
                               'DOS MESES FECHADOS NA PROXIMA FOLHA'
                       END-IF
                   END-IF
               END-IF.

      *-----------------------
      * desativa um funcionario: fica com estado 'I' e data de
      * saida, continua no ficheiro para efeitos de historico
               DISPLAY '-------//DESATIVAR FUNCIONARIO//-------'
               DISPLAY 'ID DO FUNCIONARIO: '
               ACCEPT WS-ID-PROCURA
               PERFORM SOMAR-DIVIDA-FUNCIONARIO
               IF WS-ADT-DIVIDA > ZEROS
                   DISPLAY '*** AVISO: O FUNCIONARIO SAI A DEVER '
                       WS-ADT-DIVIDA ' EM ' WS-ADT-NUM-DIVIDAS
                       ' ADIANTAMENTO(S)/EMPRESTIMO(S) - ACERTAR '
                       'NAS CONTAS FINAIS ***'
               END-IF
               MOVE 9 TO OPCAO-ALTERACAO
               PERFORM REESCREVER-FUNCIONARIOS
               IF WS-FUNC-ALTERADO EQUAL 1
                   DISPLAY 'CONTAS FINAIS A PROCESSAR NA OPCAO 28'
               END-IF.
           GO TO INICIO.

           REESCREVER-FUNCIONARIOS.
                       DISPLAY 'NOVA SECCAO: '
                       ACCEPT FUNC-SECCAO
                   WHEN 3
                       MOVE FUNC-TAXA-HORARIA TO WS-HTX-TAXA-ANTERIOR
                       DISPLAY 'NOVA TAXA HORARIA: '
                       ACCEPT FUNC-TAXA-HORARIA
                       MOVE FUNC-TAXA-HORARIA TO WS-HTX-TAXA-NOVA
                   WHEN 4
                       DISPLAY 'NOVO IBAN: '
                       ACCEPT FUNC-IBAN
                   WHEN 5
                       DISPLAY 'NOVO NIF: '
                       ACCEPT FUNC-NIF
                   WHEN 6
                       DISPLAY 'NOVO NISS: '
                       ACCEPT FUNC-NISS
                   WHEN 9
                       DISPLAY 'DATA DE SAIDA (AAAAMMDD): '
                       ACCEPT FUNC-DATA-SAIDA
                       MOVE 'I' TO FUNC-ESTADO
               END-IF
               MOVE SPACES TO WS-ENDOFFUNC.

      *-----------------------
      * escala semanal de uma loja e seccao: para cada funcionario
      * ativo da seccao pede a entrada e a saida de cada dia (entrada
      * a zeros e folga); os dias com ausencia registada ficam fora
      * do turno, e o total da semana e confrontado com as horas do
      * contrato, descontados os dias uteis de ausencia
      *-----------------------
           PLANEAR-ESCALA.
               DISPLAY '-------//ESCALA SEMANAL//-------'
               DISPLAY 'LOJA: '
               ACCEPT WS-ESC-LOJA
               DISPLAY 'SECCAO: '
               ACCEPT WS-ESC-SECCAO
               DISPLAY 'SEMANA - DATA DA SEGUNDA-FEIRA (AAAAMMDD): '
               ACCEPT WS-ESC-SEMANA

               MOVE WS-ESC-SEMANA (1:4) TO WS-CONV-ANO
               MOVE WS-ESC-SEMANA (5:2) TO WS-CONV-MES
               MOVE WS-ESC-SEMANA (7:2) TO WS-CONV-DIA
               PERFORM CONVERTER-DATA-EM-DIAS
               DIVIDE WS-CONV-DIAS BY 7
                   GIVING WS-QUOC-SEMANA
                   REMAINDER WS-DIA-SEMANA
      *        dia 1 do calendario foi uma segunda-feira: resto 1 e
      *        segunda-feira
               IF WS-DIA-SEMANA NOT EQUAL 1
                   DISPLAY '*** ' WS-ESC-SEMANA ' NAO E UMA '
                       'SEGUNDA-FEIRA ***'
                   GO TO INICIO
               END-IF
               MOVE WS-CONV-DIAS TO WS-ESC-DIAS-SEGUNDA
               MOVE ZEROS TO WS-ESC-FUNCIONARIOS
               MOVE ZEROS TO WS-ESC-AVISOS

               OPEN EXTEND ESCALAS
               IF WS-FS-ESCALAS EQUAL "35"
                   OPEN OUTPUT ESCALAS
               END-IF
               IF WS-FS-ESCALAS NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR ESCALAS - FILE STATUS: '
                       WS-FS-ESCALAS
                   MOVE WS-FS-ESCALAS TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   GO TO INICIO
               END-IF
               MOVE SPACES TO WS-ENDOFFUNC
               OPEN INPUT FUNCIONARIOS
               IF WS-FS-FUNCIONARIOS NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR FUNCIONARIOS - FILE '
                       'STATUS: ' WS-FS-FUNCIONARIOS
                   MOVE WS-FS-FUNCIONARIOS TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   CLOSE ESCALAS
                   GO TO INICIO
               END-IF
               PERFORM UNTIL WS-ENDOFFUNC = 'F'
                   READ FUNCIONARIOS
                   AT END MOVE 'F' TO WS-ENDOFFUNC
                   NOT AT END
                       IF FUNC-ESTADO NOT EQUAL 'I'
                        AND FUNC-SECCAO EQUAL WS-ESC-SECCAO
                           PERFORM PLANEAR-ESCALA-FUNC
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
               CLOSE ESCALAS
               MOVE SPACES TO WS-ENDOFFUNC

               DISPLAY ' '
               IF WS-ESC-FUNCIONARIOS EQUAL ZEROS
                   DISPLAY 'SEM FUNCIONARIOS ATIVOS NA SECCAO '
                       WS-ESC-SECCAO
               ELSE
                   DISPLAY 'ESCALA DA SEMANA ' WS-ESC-SEMANA
                       ' GRAVADA - LOJA ' WS-ESC-LOJA
                   DISPLAY ' FUNCIONARIOS PLANEADOS: '
                       WS-ESC-FUNCIONARIOS
                   DISPLAY ' AVISOS................: ' WS-ESC-AVISOS
               END-IF.
           GO TO INICIO.

           PLANEAR-ESCALA-FUNC.
               ADD 1 TO WS-ESC-FUNCIONARIOS
               DISPLAY ' '
               DISPLAY 'FUNCIONARIO: ' FUNC-ID ' ' FUNC-NOME
               DISPLAY '  CONTRATO: ' FUNC-HORAS-SEMANAIS
                   ' HORAS POR SEMANA, DAS ' FUNC-HORA-ENTRADA
                   ' AS ' FUNC-HORA-SAIDA
               PERFORM CARREGAR-AUSENCIAS-SEMANA
               MOVE ZEROS TO WS-ESC-MIN-SEMANA
               MOVE ZEROS TO WS-ESC-DIAS-TRABALHO
               MOVE ZEROS TO WS-ESC-DIAS-AUSENTE
               PERFORM VARYING WS-ESC-DIA FROM 1 BY 1
                   UNTIL WS-ESC-DIA > 7
                   PERFORM PLANEAR-DIA-ESCALA
               END-PERFORM

      *        cada dia util de ausencia tira um quinto das horas
      *        semanais do contrato (60 / 5 = 12 minutos por hora)
               COMPUTE WS-ESC-MIN-CONTRATO =
                   FUNC-HORAS-SEMANAIS * 60
                   - FUNC-HORAS-SEMANAIS * 12 * WS-ESC-DIAS-AUSENTE
               IF WS-ESC-MIN-CONTRATO < 0
                   MOVE 0 TO WS-ESC-MIN-CONTRATO
               END-IF
               COMPUTE WS-ESC-HORAS = WS-ESC-MIN-SEMANA / 60
               COMPUTE WS-ESC-HORAS-CONTRATO = WS-ESC-MIN-CONTRATO / 60
               DISPLAY '  HORAS PLANEADAS: ' WS-ESC-HORAS
                   '  HORAS DO CONTRATO NA SEMANA: '
                   WS-ESC-HORAS-CONTRATO
               IF WS-ESC-MIN-SEMANA > WS-ESC-MIN-CONTRATO
                   ADD 1 TO WS-ESC-AVISOS
                   DISPLAY '  *** AVISO: ACIMA DO CONTRATO - AS HORAS '
                       'A MAIS SAO TRABALHO SUPLEMENTAR ***'
               END-IF
               IF WS-ESC-MIN-SEMANA < WS-ESC-MIN-CONTRATO
                   ADD 1 TO WS-ESC-AVISOS
                   DISPLAY '  *** AVISO: ABAIXO DAS HORAS DO '
                       'CONTRATO ***'
               END-IF
               IF WS-ESC-DIAS-TRABALHO EQUAL 7
                   ADD 1 TO WS-ESC-AVISOS
                   DISPLAY '  *** AVISO: SEM DIA DE DESCANSO NA '
                       'SEMANA ***'
               END-IF.

      *-----------------------
      * um dia da escala do funcionario lido: com ausencia nao ha
      * turno; sem ausencia, entrada a zeros e folga
      *-----------------------
           PLANEAR-DIA-ESCALA.
               MOVE SPACES TO ESCALA-REG
               MOVE WS-ESC-SEMANA TO ESC-SEMANA
               MOVE WS-ESC-LOJA TO ESC-LOJA
               MOVE WS-ESC-SECCAO TO ESC-SECCAO
               MOVE FUNC-ID TO ESC-FUNC-ID
               MOVE WS-ESC-DIA TO ESC-DIA
               MOVE ZEROS TO ESC-ENTRADA
               MOVE ZEROS TO ESC-SAIDA
               MOVE ZEROS TO ESC-PAUSA
               MOVE WS-ESC-AUSENCIA (WS-ESC-DIA) TO ESC-MOTIVO
               IF ESC-MOTIVO NOT EQUAL SPACE
                   DISPLAY '  ' WS-ESC-NOME-DIA (WS-ESC-DIA)
                       ': AUSENCIA REGISTADA (' ESC-MOTIVO
                       ') - SEM TURNO'
                   IF WS-ESC-DIA < 6
                       ADD 1 TO WS-ESC-DIAS-AUSENTE
                   END-IF
               ELSE
                   DISPLAY '  ' WS-ESC-NOME-DIA (WS-ESC-DIA)
                       ' - ENTRADA (HHMM, 0 = FOLGA): '
                   ACCEPT ESC-ENTRADA
                   IF ESC-ENTRADA > ZEROS
                       DISPLAY '  ' WS-ESC-NOME-DIA (WS-ESC-DIA)
                           ' - SAIDA (HHMM): '
                       ACCEPT ESC-SAIDA
                       PERFORM UNTIL ESC-SAIDA > ESC-ENTRADA
                                 AND ESC-SAIDA NOT > 2400
                           DISPLAY 'A SAIDA TEM DE SER DEPOIS DA '
                               'ENTRADA, NO MESMO DIA'
                           DISPLAY '  SAIDA (HHMM): '
                           ACCEPT ESC-SAIDA
                       END-PERFORM
                       MOVE ESC-ENTRADA TO WS-HHMM-TRABALHO
                       PERFORM CONVERTER-HHMM
                       MOVE WS-MIN-REAL TO WS-ESC-MIN-ENTRADA
                       MOVE ESC-SAIDA TO WS-HHMM-TRABALHO
                       PERFORM CONVERTER-HHMM
                       COMPUTE WS-ESC-MIN-TURNO =
                           WS-MIN-REAL - WS-ESC-MIN-ENTRADA
                       IF WS-ESC-MIN-TURNO > WS-ESC-MAX-SEM-PAUSA
                           MOVE FUNC-HORA-ALMOCO-INI
                               TO WS-HHMM-TRABALHO
                           PERFORM CONVERTER-HHMM
                           MOVE WS-MIN-REAL TO WS-MIN-ALM-PREV
                           MOVE FUNC-HORA-ALMOCO-FIM
                               TO WS-HHMM-TRABALHO
                           PERFORM CONVERTER-HHMM
                           IF WS-MIN-REAL > WS-MIN-ALM-PREV
                               COMPUTE ESC-PAUSA =
                                   WS-MIN-REAL - WS-MIN-ALM-PREV
                           ELSE
                               MOVE WS-ESC-PAUSA-DEFEITO TO ESC-PAUSA
                           END-IF
                           SUBTRACT ESC-PAUSA FROM WS-ESC-MIN-TURNO
                           DISPLAY '    PAUSA DE ' ESC-PAUSA
                               ' MINUTOS'
                       END-IF
                       ADD WS-ESC-MIN-TURNO TO WS-ESC-MIN-SEMANA
                       ADD 1 TO WS-ESC-DIAS-TRABALHO
                   END-IF
               END-IF
               WRITE ESCALA-REG
               IF WS-FS-ESCALAS NOT EQUAL "00"
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR A ESCALA - FILE '
                       'STATUS: ' WS-FS-ESCALAS
               END-IF.

      *-----------------------
      * marca os dias da semana planeada cobertos por ausencias do
      * funcionario lido, com o tipo da ausencia
      *-----------------------
           CARREGAR-AUSENCIAS-SEMANA.
               MOVE SPACES TO WS-ESC-AUSENCIAS
               MOVE SPACES TO WS-ENDOFAUS
               OPEN INPUT AUSENCIAS
               IF WS-FS-AUSENCIAS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFAUS = 'F'
                       READ AUSENCIAS
                       AT END MOVE 'F' TO WS-ENDOFAUS
                       NOT AT END
                           IF AUS-FUNC-ID EQUAL FUNC-ID
                               PERFORM MARCAR-AUSENCIA-SEMANA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUSENCIAS
               END-IF
               MOVE SPACES TO WS-ENDOFAUS.

           MARCAR-AUSENCIA-SEMANA.
               MOVE AUS-DATA-INICIO (1:4) TO WS-CONV-ANO
               MOVE AUS-DATA-INICIO (5:2) TO WS-CONV-MES
               MOVE AUS-DATA-INICIO (7:2) TO WS-CONV-DIA
               PERFORM CONVERTER-DATA-EM-DIAS
               MOVE WS-CONV-DIAS TO WS-ESC-AUS-INI
               MOVE AUS-DATA-FIM (1:4) TO WS-CONV-ANO
               MOVE AUS-DATA-FIM (5:2) TO WS-CONV-MES
               MOVE AUS-DATA-FIM (7:2) TO WS-CONV-DIA
               PERFORM CONVERTER-DATA-EM-DIAS
               MOVE WS-CONV-DIAS TO WS-ESC-AUS-FIM
               PERFORM VARYING WS-ESC-DIA FROM 1 BY 1
                   UNTIL WS-ESC-DIA > 7
                   COMPUTE WS-ESC-DIAS-DIA =
                       WS-ESC-DIAS-SEGUNDA + WS-ESC-DIA - 1
                   IF WS-ESC-DIAS-DIA NOT < WS-ESC-AUS-INI
                    AND WS-ESC-DIAS-DIA NOT > WS-ESC-AUS-FIM
                       MOVE AUS-TIPO TO WS-ESC-AUSENCIA (WS-ESC-DIA)
                   END-IF
               END-PERFORM.

      *-----------------------
      * registo de uma despesa de deslocacao: quilometros e dias de
      * ajudas de custo sao valorizados as tabelas dos parametros,
      * as outras despesas pelo valor do documento; fica por aprovar
      *-----------------------
           REGISTAR-DESPESA.
               DISPLAY '-------//REGISTO DE DESPESA//-------'
               DISPLAY 'ID DO FUNCIONARIO: '
               ACCEPT WS-ID-PROCURA
               PERFORM VALIDAR-FUNCIONARIO-ID
               IF WS-ENCONTROU-FUNC EQUAL 0
                   DISPLAY '*** FUNCIONARIO ' WS-ID-PROCURA ' NAO '
                       'EXISTE ***'
                   GO TO INICIO
               END-IF
               PERFORM LER-PARAMSAL

               OPEN EXTEND DESPESAS
               IF WS-FS-DESPESAS EQUAL "35"
                   OPEN OUTPUT DESPESAS
               END-IF
               IF WS-FS-DESPESAS NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR DESPESAS - FILE STATUS: '
                       WS-FS-DESPESAS
                   MOVE WS-FS-DESPESAS TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   MOVE WS-ID-PROCURA TO DSP-FUNC-ID
                   DISPLAY 'DATA DA DESPESA (AAAAMMDD): '
                   ACCEPT DSP-DATA
                   DISPLAY 'TIPO (K-QUILOMETROS/D-AJUDAS DE CUSTO '
                       'DIARIAS/O-OUTRAS): '
                   ACCEPT DSP-TIPO
                   PERFORM UNTIL DSP-TIPO = 'K' OR DSP-TIPO = 'D'
                              OR DSP-TIPO = 'O'
                       DISPLAY 'TIPO INVALIDO. VALORES ACEITES: '
                           'K/D/O'
                       DISPLAY 'TIPO: '
                       ACCEPT DSP-TIPO
                   END-PERFORM
                   MOVE ZEROS TO DSP-QUANTIDADE
                   EVALUATE DSP-TIPO
                       WHEN 'K'
                           DISPLAY 'QUILOMETROS PERCORRIDOS: '
                           ACCEPT DSP-QUANTIDADE
                           COMPUTE DSP-VALOR ROUNDED =
                               DSP-QUANTIDADE * WS-VALOR-KM
                       WHEN 'D'
                           DISPLAY 'DIAS DE AJUDAS DE CUSTO: '
                           ACCEPT DSP-QUANTIDADE
                           COMPUTE DSP-VALOR ROUNDED =
                               DSP-QUANTIDADE * WS-AJUDA-DIA
                       WHEN OTHER
                           DISPLAY 'VALOR DO DOCUMENTO: '
                           ACCEPT DSP-VALOR
                   END-EVALUATE
                   DISPLAY 'DESTINO / MOTIVO: '
                   ACCEPT DSP-DESCRICAO
                   MOVE 'P' TO DSP-ESTADO
                   MOVE ZEROS TO DSP-ANOMES-PAGO
                   WRITE DESPESA-REG
                   IF WS-FS-DESPESAS NOT EQUAL "00"
                       DISPLAY 'NAO FOI POSSIVEL REGISTAR A DESPESA'
                   ELSE
                       DISPLAY 'DESPESA REGISTADA - VALOR: ' DSP-VALOR
                           ' (POR APROVAR)'
                   END-IF
                   CLOSE DESPESAS
               END-IF.
           GO TO INICIO.

      *-----------------------
      * aprovacao das despesas pendentes, uma a uma - reservada a
      * supervisores; so as aprovadas entram na folha
      *-----------------------
           APROVAR-DESPESAS.
               IF WS-NIVEL-OPERADOR < 2
                   DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
                   GO TO INICIO
               END-IF
               DISPLAY '-------//APROVACAO DE DESPESAS//-------'
               MOVE ZEROS TO WS-DESP-DECIDIDAS
               MOVE SPACES TO WS-ENDOFDESP
               OPEN INPUT DESPESAS
               IF WS-FS-DESPESAS NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR DESPESAS - FILE STATUS: '
                       WS-FS-DESPESAS
                   MOVE WS-FS-DESPESAS TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   GO TO INICIO
               END-IF
               OPEN OUTPUT DESPTEMP
               IF WS-FS-DESPTEMP NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR DESPTEMP - FILE STATUS: '
                       WS-FS-DESPTEMP
                   CLOSE DESPESAS
                   GO TO INICIO
               END-IF
               PERFORM UNTIL WS-ENDOFDESP = 'F'
                   READ DESPESAS
                   AT END MOVE 'F' TO WS-ENDOFDESP
                   NOT AT END
                       IF DSP-ESTADO EQUAL 'P'
                           DISPLAY 'FUNC: ' DSP-FUNC-ID
                               ' DATA: ' DSP-DATA
                               ' TIPO: ' DSP-TIPO
                               ' QUANT: ' DSP-QUANTIDADE
                               ' VALOR: ' DSP-VALOR
                           DISPLAY '  ' DSP-DESCRICAO
                           DISPLAY '  A-APROVAR / R-REJEITAR / '
                               'OUTRA-DEIXAR PENDENTE: '
                           ACCEPT WS-DESP-DECISAO
                           IF WS-DESP-DECISAO EQUAL 'A'
                            OR WS-DESP-DECISAO EQUAL 'R'
                               MOVE WS-DESP-DECISAO TO DSP-ESTADO
                               ADD 1 TO WS-DESP-DECIDIDAS
                           END-IF
                       END-IF
                       WRITE DESPTEMP-REG FROM DESPESA-REG
                   END-READ
               END-PERFORM
               CLOSE DESPESAS
               CLOSE DESPTEMP
               MOVE SPACES TO WS-ENDOFDESP
               IF WS-DESP-DECIDIDAS > ZEROS
                   PERFORM REESCREVER-DESPESAS
               END-IF
               DISPLAY 'DESPESAS DECIDIDAS: ' WS-DESP-DECIDIDAS.
           GO TO INICIO.

      *-----------------------
      * relatorio mensal das despesas apresentadas no mes, por
      * seccao do funcionario: valor apresentado, por aprovar,
      * rejeitado, aprovado por pagar e pago, e a divisao entre
      * isento e tributado do que foi aprovado
      *-----------------------
           RELATORIO-DESPESAS.
               DISPLAY '-------//DESPESAS DE DESLOCACAO DO MES//----'
               DISPLAY 'MES (AAAAMM): '
               ACCEPT WS-DESP-ANOMES
               PERFORM LER-PARAMSAL
               MOVE ZEROS TO WS-DSEC-NUM
               MOVE ZEROS TO WS-DESP-TOT-NUM
               MOVE ZEROS TO WS-DESP-TOT-APRESENTADO
               MOVE ZEROS TO WS-DESP-TOT-PAGO
               MOVE SPACES TO WS-ENDOFDESP
               OPEN INPUT DESPESAS
               IF WS-FS-DESPESAS NOT EQUAL "00"
                   DISPLAY ' SEM FICHEIRO DE DESPESAS - FILE STATUS: '
                       WS-FS-DESPESAS
                   GO TO INICIO
               END-IF
               PERFORM UNTIL WS-ENDOFDESP = 'F'
                   READ DESPESAS
                   AT END MOVE 'F' TO WS-ENDOFDESP
                   NOT AT END
                       IF DSP-DATA (1:6) EQUAL WS-DESP-ANOMES
                           PERFORM SOMAR-DESPESA-SECCAO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DESPESAS
               MOVE SPACES TO WS-ENDOFDESP

               PERFORM VARYING WS-IDX-DSEC FROM 1 BY 1
                   UNTIL WS-IDX-DSEC > WS-DSEC-NUM
                   DISPLAY 'SECCAO: ' WS-DSEC-NOME (WS-IDX-DSEC)
                       ' DESPESAS: ' WS-DSEC-QTD (WS-IDX-DSEC)
                   DISPLAY '  APRESENTADO......: '
                       WS-DSEC-APRESENTADO (WS-IDX-DSEC)
                   DISPLAY '  POR APROVAR......: '
                       WS-DSEC-PENDENTE (WS-IDX-DSEC)
                   DISPLAY '  REJEITADO........: '
                       WS-DSEC-REJEITADO (WS-IDX-DSEC)
                   DISPLAY '  APROVADO A PAGAR.: '
                       WS-DSEC-APROVADO (WS-IDX-DSEC)
                   DISPLAY '  PAGO NA FOLHA....: '
                       WS-DSEC-PAGO (WS-IDX-DSEC)
                   DISPLAY '  ISENTO...........: '
                       WS-DSEC-ISENTO (WS-IDX-DSEC)
                       ' TRIBUTADO: ' WS-DSEC-TRIBUTADO (WS-IDX-DSEC)
               END-PERFORM
               DISPLAY 'TOTAL DE DESPESAS DO MES: ' WS-DESP-TOT-NUM
               DISPLAY 'TOTAL APRESENTADO.......: '
                   WS-DESP-TOT-APRESENTADO
               DISPLAY 'TOTAL PAGO NA FOLHA.....: ' WS-DESP-TOT-PAGO.
           GO TO INICIO.

      *-----------------------
      * acumula a despesa corrente na seccao do funcionario (a que
      * tem hoje na ficha, ativo ou nao)
      *-----------------------
           SOMAR-DESPESA-SECCAO.
               MOVE 'SEM FICHA' TO WS-DESP-SECCAO
               MOVE SPACES TO WS-ENDOFFUNC
               OPEN INPUT FUNCIONARIOS
               IF WS-FS-FUNCIONARIOS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFFUNC = 'F'
                       READ FUNCIONARIOS
                       AT END MOVE 'F' TO WS-ENDOFFUNC
                       NOT AT END
                           IF FUNC-ID EQUAL DSP-FUNC-ID
                               MOVE FUNC-SECCAO TO WS-DESP-SECCAO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FUNCIONARIOS
               END-IF
               MOVE SPACES TO WS-ENDOFFUNC

               PERFORM VARYING WS-IDX-DSEC FROM 1 BY 1
                   UNTIL WS-IDX-DSEC > WS-DSEC-NUM
                      OR WS-DSEC-NOME (WS-IDX-DSEC) EQUAL WS-DESP-SECCAO
                   CONTINUE
               END-PERFORM
               IF WS-IDX-DSEC > WS-DSEC-NUM
                   IF WS-DSEC-NUM < 50
                       ADD 1 TO WS-DSEC-NUM
                       MOVE WS-DSEC-NUM TO WS-IDX-DSEC
                       MOVE WS-DESP-SECCAO TO WS-DSEC-NOME (WS-IDX-DSEC)
                       MOVE ZEROS TO WS-DSEC-QTD (WS-IDX-DSEC)
                       MOVE ZEROS TO WS-DSEC-APRESENTADO (WS-IDX-DSEC)
                       MOVE ZEROS TO WS-DSEC-PENDENTE (WS-IDX-DSEC)
                       MOVE ZEROS TO WS-DSEC-REJEITADO (WS-IDX-DSEC)
                       MOVE ZEROS TO WS-DSEC-APROVADO (WS-IDX-DSEC)
                       MOVE ZEROS TO WS-DSEC-PAGO (WS-IDX-DSEC)
                       MOVE ZEROS TO WS-DSEC-ISENTO (WS-IDX-DSEC)
                       MOVE ZEROS TO WS-DSEC-TRIBUTADO (WS-IDX-DSEC)
                   ELSE
                       MOVE 50 TO WS-IDX-DSEC
                   END-IF
               END-IF

               ADD 1 TO WS-DSEC-QTD (WS-IDX-DSEC)
               ADD 1 TO WS-DESP-TOT-NUM
               ADD DSP-VALOR TO WS-DSEC-APRESENTADO (WS-IDX-DSEC)
               ADD DSP-VALOR TO WS-DESP-TOT-APRESENTADO
               EVALUATE DSP-ESTADO
                   WHEN 'P'
                       ADD DSP-VALOR TO WS-DSEC-PENDENTE (WS-IDX-DSEC)
                   WHEN 'R'
                       ADD DSP-VALOR TO WS-DSEC-REJEITADO (WS-IDX-DSEC)
                   WHEN 'A'
                       ADD DSP-VALOR TO WS-DSEC-APROVADO (WS-IDX-DSEC)
                   WHEN 'C'
                       ADD DSP-VALOR TO WS-DSEC-PAGO (WS-IDX-DSEC)
                       ADD DSP-VALOR TO WS-DESP-TOT-PAGO
               END-EVALUATE
               IF DSP-ESTADO EQUAL 'A' OR DSP-ESTADO EQUAL 'C'
                   PERFORM CALCULAR-ISENCAO-DESPESA
                   ADD WS-DESP-ISENTA TO WS-DSEC-ISENTO (WS-IDX-DSEC)
                   ADD WS-DESP-TRIBUTADA
                       TO WS-DSEC-TRIBUTADO (WS-IDX-DSEC)
               END-IF.

      *-----------------------
      * registo de um adiantamento de salario ou emprestimo -
      * reservado a supervisores; o saldo comeca no valor entregue
      * e a folha desconta uma prestacao por mes a partir do mes de
      * inicio
      *-----------------------
           REGISTAR-ADIANTAMENTO.
               IF WS-NIVEL-OPERADOR < 2
                   DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
                   GO TO INICIO
               END-IF
               DISPLAY '-------//ADIANTAMENTO OU EMPRESTIMO//-------'
               DISPLAY 'ID DO FUNCIONARIO: '
               ACCEPT WS-ID-PROCURA
               PERFORM VALIDAR-FUNCIONARIO-ID
               IF WS-ENCONTROU-FUNC EQUAL 0
                   DISPLAY '*** FUNCIONARIO ' WS-ID-PROCURA ' NAO '
                       'EXISTE ***'
                   GO TO INICIO
               END-IF
               PERFORM SOMAR-DIVIDA-FUNCIONARIO
               IF WS-ADT-DIVIDA > ZEROS
                   DISPLAY 'JA EM DIVIDA: ' WS-ADT-DIVIDA ' EM '
                       WS-ADT-NUM-DIVIDAS
                       ' ADIANTAMENTO(S)/EMPRESTIMO(S)'
               END-IF

               OPEN EXTEND ADIANTAMENTOS
               IF WS-FS-ADIANTAMENTOS EQUAL "35"
                   OPEN OUTPUT ADIANTAMENTOS
               END-IF
               IF WS-FS-ADIANTAMENTOS NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR ADIANTAMENTOS - FILE '
                       'STATUS: ' WS-FS-ADIANTAMENTOS
                   MOVE WS-FS-ADIANTAMENTOS TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   PERFORM OBTER-DATA-PROCESSAMENTO
                   MOVE WS-ID-PROCURA TO ADT-FUNC-ID
                   MOVE WS-DATA-PROCESSAMENTO TO ADT-DATA
                   DISPLAY 'TIPO (A-ADIANTAMENTO/E-EMPRESTIMO): '
                   ACCEPT ADT-TIPO
                   PERFORM UNTIL ADT-TIPO = 'A' OR ADT-TIPO = 'E'
                       DISPLAY 'TIPO INVALIDO. VALORES ACEITES: A/E'
                       DISPLAY 'TIPO: '
                       ACCEPT ADT-TIPO
                   END-PERFORM
                   DISPLAY 'VALOR ENTREGUE: '
                   ACCEPT ADT-VALOR
                   DISPLAY 'MES DA PRIMEIRA PRESTACAO (AAAAMM): '
                   ACCEPT ADT-ANOMES-INICIO
                   DISPLAY 'NUMERO DE PRESTACOES: '
                   ACCEPT ADT-PRESTACOES
                   IF ADT-PRESTACOES EQUAL ZEROS
                       MOVE 1 TO ADT-PRESTACOES
                   END-IF
                   MOVE ZEROS TO ADT-PRESTACOES-PAGAS
                   MOVE ADT-VALOR TO ADT-SALDO
                   MOVE ZEROS TO ADT-ULTIMO-ANOMES
                   WRITE ADIANTAMENTO-REG
                   IF WS-FS-ADIANTAMENTOS NOT EQUAL "00"
                       DISPLAY 'NAO FOI POSSIVEL REGISTAR O '
                           'ADIANTAMENTO'
                   ELSE
                       DISPLAY 'REGISTADO: ' ADT-VALOR ' EM '
                           ADT-PRESTACOES ' PRESTACOES A PARTIR DE '
                           ADT-ANOMES-INICIO
                   END-IF
                   CLOSE ADIANTAMENTOS
               END-IF.
           GO TO INICIO.

      *-----------------------
      * relatorio de retroativos por funcionario e mes: o que cada
      * folha pagou de diferencas de taxa (mes 0 = todas as
      * folhas), seguido das alteracoes de taxa ainda por tratar
      *-----------------------
           RELATORIO-RETROATIVOS.
               DISPLAY '-------//RETROATIVOS DE TAXA HORARIA//-------'
               DISPLAY 'MES DA FOLHA (AAAAMM, 0 = TODOS): '
               ACCEPT WS-RTR-ANOMES-REL
               MOVE ZEROS TO WS-RTR-FUNC-ANT
               MOVE ZEROS TO WS-RTR-ANOMES-ANT
               MOVE ZEROS TO WS-RTR-TOT-FUNC
               MOVE ZEROS TO WS-RTR-TOT-REL
               MOVE ZEROS TO WS-RTR-LINHAS
               MOVE SPACES TO WS-ENDOFRTR
               OPEN INPUT RETROATIVOS
               IF WS-FS-RETROATIVOS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFRTR = 'F'
                       READ RETROATIVOS
                       AT END MOVE 'F' TO WS-ENDOFRTR
                       NOT AT END
                           IF WS-RTR-ANOMES-REL EQUAL ZEROS
                            OR RTR-ANOMES-PAGO EQUAL WS-RTR-ANOMES-REL
                               PERFORM MOSTRAR-RETROATIVO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RETROATIVOS
               END-IF
               MOVE SPACES TO WS-ENDOFRTR
               IF WS-RTR-LINHAS > ZEROS
                   DISPLAY '  TOTAL DO FUNCIONARIO: ' WS-RTR-TOT-FUNC
               END-IF
               DISPLAY 'LINHAS DE RETROATIVOS: ' WS-RTR-LINHAS
               DISPLAY 'TOTAL DE RETROATIVOS.: ' WS-RTR-TOT-REL

               DISPLAY ' '
               DISPLAY 'ALTERACOES DE TAXA POR TRATAR:'
               MOVE SPACES TO WS-ENDOFHTX
               OPEN INPUT HISTTAXA
               IF WS-FS-HISTTAXA EQUAL "00"
                   PERFORM UNTIL WS-ENDOFHTX = 'F'
                       READ HISTTAXA
                       AT END MOVE 'F' TO WS-ENDOFHTX
                       NOT AT END
                           IF HTX-ESTADO EQUAL 'P'
                               DISPLAY '  FUNC ' HTX-FUNC-ID
                                   ' EFEITO ' HTX-DATA-EFEITO
                                   ' TAXA ' HTX-TAXA-ANTERIOR
                                   ' -> ' HTX-TAXA-NOVA
                                   ' REGISTO ' HTX-DATA-REGISTO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTTAXA
               END-IF
               MOVE SPACES TO WS-ENDOFHTX.
           GO TO INICIO.

      *    uma linha de retroativos, com o total do funcionario
      *    anterior quando muda o funcionario ou a folha
           MOSTRAR-RETROATIVO.
               IF RTR-FUNC-ID NOT EQUAL WS-RTR-FUNC-ANT
                OR RTR-ANOMES-PAGO NOT EQUAL WS-RTR-ANOMES-ANT
                   IF WS-RTR-LINHAS > ZEROS
                       DISPLAY '  TOTAL DO FUNCIONARIO: '
                           WS-RTR-TOT-FUNC
                   END-IF
                   DISPLAY 'FOLHA ' RTR-ANOMES-PAGO ' FUNC '
                       RTR-FUNC-ID ' ' RTR-NOME
                   MOVE RTR-FUNC-ID TO WS-RTR-FUNC-ANT
                   MOVE RTR-ANOMES-PAGO TO WS-RTR-ANOMES-ANT
                   MOVE ZEROS TO WS-RTR-TOT-FUNC
               END-IF
               DISPLAY '  MES ' RTR-ANOMES-REF ' TAXA '
                   RTR-TAXA-ANTERIOR ' -> ' RTR-TAXA-NOVA
                   ' DIFERENCA: ' RTR-VALOR
               ADD RTR-VALOR TO WS-RTR-TOT-FUNC
               ADD RTR-VALOR TO WS-RTR-TOT-REL
               ADD 1 TO WS-RTR-LINHAS.

      *-----------------------
      * registo de um contrato de trabalho - reservado a
      * supervisores; o contrato ativo anterior do funcionario
      * fecha e fica no ficheiro como historico
      *-----------------------
           REGISTAR-CONTRATO.
               IF WS-NIVEL-OPERADOR < 2
                   DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
                   GO TO INICIO
               END-IF
               DISPLAY '-------//CONTRATO DE TRABALHO//-------'
               DISPLAY 'ID DO FUNCIONARIO: '
               ACCEPT WS-ID-PROCURA
               PERFORM VALIDAR-FUNCIONARIO-ID
               IF WS-ENCONTROU-FUNC EQUAL 0
                   DISPLAY '*** FUNCIONARIO ' WS-ID-PROCURA ' NAO '
                       'EXISTE ***'
                   GO TO INICIO
               END-IF
               DISPLAY 'TIPO (C-TERMO CERTO/I-TERMO INCERTO/'
                   'S-SEM TERMO): '
               ACCEPT WS-CTR-NOVO-TIPO
               PERFORM UNTIL WS-CTR-NOVO-TIPO = 'C'
                          OR WS-CTR-NOVO-TIPO = 'I'
                          OR WS-CTR-NOVO-TIPO = 'S'
                   DISPLAY 'TIPO INVALIDO. VALORES ACEITES: C/I/S'
                   DISPLAY 'TIPO: '
                   ACCEPT WS-CTR-NOVO-TIPO
               END-PERFORM
               DISPLAY 'DATA DE INICIO (AAAAMMDD): '
               ACCEPT WS-CTR-NOVO-INICIO
               MOVE ZEROS TO WS-CTR-NOVO-FIM-TERMO
               IF WS-CTR-NOVO-TIPO NOT EQUAL 'S'
                   DISPLAY 'DATA DE FIM (AAAAMMDD, 0 SE INCERTA): '
                   ACCEPT WS-CTR-NOVO-FIM-TERMO
                   IF WS-CTR-NOVO-TIPO EQUAL 'C'
                    AND WS-CTR-NOVO-FIM-TERMO NOT >
                        WS-CTR-NOVO-INICIO
                       DISPLAY '*** O TERMO CERTO PRECISA DE UMA DATA '
                           'DE FIM DEPOIS DO INICIO ***'
                       GO TO INICIO
                   END-IF
               END-IF
               DISPLAY 'FIM DO PERIODO EXPERIMENTAL (AAAAMMDD, 0 SE '
                   'NAO HA): '
               ACCEPT WS-CTR-NOVO-EXPERIENCIA

               MOVE 'F' TO WS-CTR-ACAO
               PERFORM REESCREVER-CONTRATOS

               OPEN EXTEND CONTRATOS
               IF WS-FS-CONTRATOS EQUAL "35"
                   OPEN OUTPUT CONTRATOS
               END-IF
               IF WS-FS-CONTRATOS NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR CONTRATOS - FILE STATUS: '
                       WS-FS-CONTRATOS
                   MOVE WS-FS-CONTRATOS TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   MOVE WS-ID-PROCURA TO CTR-FUNC-ID
                   MOVE WS-CTR-NOVO-TIPO TO CTR-TIPO
                   MOVE WS-CTR-NOVO-INICIO TO CTR-DATA-INICIO
                   MOVE WS-CTR-NOVO-FIM-TERMO TO CTR-DATA-FIM
                   MOVE ZEROS TO CTR-RENOVACOES
                   MOVE WS-CTR-NOVO-EXPERIENCIA
                       TO CTR-FIM-EXPERIENCIA
                   MOVE SPACE TO CTR-DECISAO
                   MOVE ZEROS TO CTR-DATA-CARTA
                   MOVE 'A' TO CTR-ESTADO
                   WRITE CONTRATO-REG
                   CLOSE CONTRATOS
                   IF WS-CTR-ALTERADOS > ZEROS
                       DISPLAY 'CONTRATO REGISTADO (O ANTERIOR FICA '
                           'FECHADO NO HISTORICO)'
                   ELSE
                       DISPLAY 'CONTRATO REGISTADO'
                   END-IF
               END-IF.
           GO TO INICIO.

      *-----------------------
      * decisao sobre o fim de um contrato a termo - reservada a
      * supervisores: renovar (ate ao limite legal de renovacoes),
      * nao renovar (a carta sai nos alertas mensais) ou passar a
      * sem termo
      *-----------------------
           DECIDIR-CONTRATO.
               IF WS-NIVEL-OPERADOR < 2
                   DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
                   GO TO INICIO
               END-IF
               DISPLAY '-------//FIM DO CONTRATO A TERMO//-------'
               DISPLAY 'ID DO FUNCIONARIO: '
               ACCEPT WS-ID-PROCURA
               MOVE 0 TO WS-CTR-EXISTE
               MOVE SPACES TO WS-ENDOFCTR
               OPEN INPUT CONTRATOS
               IF WS-FS-CONTRATOS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFCTR = 'F'
                       READ CONTRATOS
                       AT END MOVE 'F' TO WS-ENDOFCTR
                       NOT AT END
                           IF CTR-FUNC-ID EQUAL WS-ID-PROCURA
                            AND CTR-ESTADO EQUAL 'A'
                               MOVE 1 TO WS-CTR-EXISTE
                               MOVE 'F' TO WS-ENDOFCTR
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTRATOS
               END-IF
               MOVE SPACES TO WS-ENDOFCTR
               IF WS-CTR-EXISTE EQUAL 0
                   DISPLAY '*** SEM CONTRATO ATIVO PARA O FUNCIONARIO '
                       WS-ID-PROCURA ' ***'
                   GO TO INICIO
               END-IF
               IF CTR-TIPO EQUAL 'S'
                   DISPLAY 'CONTRATO SEM TERMO DESDE ' CTR-DATA-INICIO
                       ' - NADA A DECIDIR'
                   GO TO INICIO
               END-IF
               DISPLAY 'CONTRATO ' CTR-TIPO ' DE ' CTR-DATA-INICIO
                   ' A ' CTR-DATA-FIM ' - RENOVACOES: '
                   CTR-RENOVACOES ' DE ' WS-CTR-LIMITE-RENOV
               DISPLAY 'R-RENOVAR / N-NAO RENOVAR / S-PASSAR A SEM '
                   'TERMO: '
               ACCEPT WS-CTR-ACAO
               EVALUATE WS-CTR-ACAO
                   WHEN 'R'
                       IF CTR-RENOVACOES NOT < WS-CTR-LIMITE-RENOV
                           DISPLAY '*** LIMITE DE RENOVACOES ATINGIDO '
                               '- SE CONTINUAR, O CONTRATO PASSA A '
                               'SEM TERMO (OPCAO S) ***'
                           GO TO INICIO
                       END-IF
                       DISPLAY 'NOVA DATA DE FIM (AAAAMMDD): '
                       ACCEPT WS-CTR-NOVO-FIM
                       IF WS-CTR-NOVO-FIM NOT > CTR-DATA-FIM
                           DISPLAY '*** A NOVA DATA DE FIM TEM DE SER '
                               'DEPOIS DA ATUAL ***'
                           GO TO INICIO
                       END-IF
                   WHEN 'N'
                       IF CTR-DATA-FIM EQUAL ZEROS
                           DISPLAY '*** CONTRATO SEM DATA DE FIM - '
                               'REGISTAR PRIMEIRO A DATA PREVISTA ***'
                           GO TO INICIO
                       END-IF
                   WHEN 'S'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
                       GO TO INICIO
               END-EVALUATE
               PERFORM REESCREVER-CONTRATOS
               IF WS-CTR-ALTERADOS > ZEROS
                   EVALUATE WS-CTR-ACAO
                       WHEN 'R'
                           DISPLAY 'CONTRATO RENOVADO ATE '
                               WS-CTR-NOVO-FIM
                       WHEN 'N'
                           DISPLAY 'NAO RENOVACAO REGISTADA - A CARTA '
                               'SAI NOS ALERTAS MENSAIS'
                       WHEN 'S'
                           DISPLAY 'CONTRATO PASSOU A SEM TERMO'
                   END-EVALUATE
               END-IF.
           GO TO INICIO.

      *-----------------------
      * aplica WS-CTR-ACAO ao contrato ativo de WS-ID-PROCURA,
      * reescrevendo o ficheiro pelo temporario
      *-----------------------
           REESCREVER-CONTRATOS.
               MOVE ZEROS TO WS-CTR-ALTERADOS
               MOVE SPACES TO WS-ENDOFCTR
               OPEN INPUT CONTRATOS
               OPEN OUTPUT CTRTEMP
               IF WS-FS-CONTRATOS NOT EQUAL "00"
                OR WS-FS-CTRTEMP NOT EQUAL "00"
                   IF WS-FS-CONTRATOS EQUAL "00"
                       CLOSE CONTRATOS
                   END-IF
                   IF WS-FS-CTRTEMP EQUAL "00"
                       CLOSE CTRTEMP
                   END-IF
               ELSE
                   PERFORM UNTIL WS-ENDOFCTR = 'F'
                       READ CONTRATOS
                       AT END MOVE 'F' TO WS-ENDOFCTR
                       NOT AT END
                           IF CTR-FUNC-ID EQUAL WS-ID-PROCURA
                            AND CTR-ESTADO EQUAL 'A'
                               PERFORM APLICAR-ACAO-CONTRATO
                               ADD 1 TO WS-CTR-ALTERADOS
                           END-IF
                           WRITE CTRTEMP-REG FROM CONTRATO-REG
                       END-READ
                   END-PERFORM
                   CLOSE CONTRATOS
                   CLOSE CTRTEMP
                   MOVE SPACES TO WS-ENDOFCTR
                   IF WS-CTR-ALTERADOS > ZEROS
                       PERFORM REPOR-CONTRATOS
                   END-IF
               END-IF.

           APLICAR-ACAO-CONTRATO.
               EVALUATE WS-CTR-ACAO
                   WHEN 'F'
                       MOVE 'F' TO CTR-ESTADO
                   WHEN 'R'
                       MOVE WS-CTR-NOVO-FIM TO CTR-DATA-FIM
                       ADD 1 TO CTR-RENOVACOES
                       MOVE SPACE TO CTR-DECISAO
                       MOVE ZEROS TO CTR-DATA-CARTA
                   WHEN 'N'
                       MOVE 'N' TO CTR-DECISAO
                   WHEN 'S'
                       MOVE 'S' TO CTR-TIPO
                       MOVE ZEROS TO CTR-DATA-FIM
                       MOVE SPACE TO CTR-DECISAO
               END-EVALUATE.

      *    repoe o ficheiro de contratos a partir do temporario
           REPOR-CONTRATOS.
               MOVE SPACES TO WS-ENDOFCTR
               OPEN INPUT CTRTEMP
               OPEN OUTPUT CONTRATOS
               PERFORM UNTIL WS-ENDOFCTR = 'F'
                   READ CTRTEMP
                   AT END MOVE 'F' TO WS-ENDOFCTR
                   NOT AT END
                       MOVE CTRTEMP-REG TO CONTRATO-REG
                       WRITE CONTRATO-REG
                   END-READ
               END-PERFORM
               CLOSE CTRTEMP
               CLOSE CONTRATOS
               MOVE SPACES TO WS-ENDOFCTR.

      *-----------------------
      * alertas mensais dos contratos dos funcionarios ativos: os
      * que terminam nos proximos dias do alerta (com o prazo do
      * aviso de nao renovacao), os que ja estao no limite de
      * renovacoes e passam a sem termo se continuarem, e os
      * periodos experimentais a acabar; a seguir, as cartas de nao
      * renovacao ainda por enviar saem para CARTASCTR.<data>
      *-----------------------
           ALERTAS-CONTRATOS.
               DISPLAY '-------//ALERTAS DE CONTRATOS//-------'
               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE WS-DATA-PROCESSAMENTO TO WS-CONV-DATA
               PERFORM CONVERTER-DATA-EM-DIAS
               MOVE WS-CONV-DIAS TO WS-CTR-DIAS-HOJE
               PERFORM CARREGAR-SALARIOS-TABELA

               DISPLAY 'CONTRATOS A TERMINAR NOS PROXIMOS '
                   WS-CTR-DIAS-ALERTA ' DIAS:'
               MOVE 1 TO WS-CTR-LISTA
               PERFORM LISTAR-ALERTAS-CONTRATOS
               DISPLAY ' '
               DISPLAY 'CONTRATOS NO LIMITE DE ' WS-CTR-LIMITE-RENOV
                   ' RENOVACOES (PASSAM A SEM TERMO SE CONTINUAREM):'
               MOVE 2 TO WS-CTR-LISTA
               PERFORM LISTAR-ALERTAS-CONTRATOS
               DISPLAY ' '
               DISPLAY 'PERIODOS EXPERIMENTAIS A TERMINAR NOS '
                   'PROXIMOS ' WS-CTR-DIAS-EXPERIENCIA ' DIAS:'
               MOVE 3 TO WS-CTR-LISTA
               PERFORM LISTAR-ALERTAS-CONTRATOS

               DISPLAY ' '
               PERFORM EMITIR-CARTAS-NAO-RENOVACAO.
           GO TO INICIO.

      *    uma das tres listas dos alertas (WS-CTR-LISTA)
           LISTAR-ALERTAS-CONTRATOS.
               MOVE ZEROS TO WS-CTR-LINHAS
               MOVE SPACES TO WS-ENDOFCTR
               OPEN INPUT CONTRATOS
               IF WS-FS-CONTRATOS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFCTR = 'F'
                       READ CONTRATOS
                       AT END MOVE 'F' TO WS-ENDOFCTR
                       NOT AT END
                           IF CTR-ESTADO EQUAL 'A'
                               PERFORM PROCURAR-NOME-CONTRATO
                               IF WS-CTR-NOME NOT EQUAL SPACES
                                   EVALUATE WS-CTR-LISTA
                                       WHEN 1
                                         PERFORM ALERTA-FIM-CONTRATO
                                       WHEN 2
                                         PERFORM ALERTA-LIMITE-RENOV
                                       WHEN 3
                                         PERFORM ALERTA-EXPERIENCIA
                                   END-EVALUATE
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTRATOS
               END-IF
               MOVE SPACES TO WS-ENDOFCTR
               IF WS-CTR-LINHAS EQUAL ZEROS
                   DISPLAY '  (NENHUM)'
               END-IF.

      *    nome do funcionario do contrato lido, so se estiver ativo
           PROCURAR-NOME-CONTRATO.
               MOVE SPACES TO WS-CTR-NOME
               PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > WS-NUM-SAL
                   IF WS-SAL-ID (WS-IDX-SAL) EQUAL CTR-FUNC-ID
                       MOVE WS-SAL-NOME (WS-IDX-SAL) TO WS-CTR-NOME
                       MOVE WS-NUM-SAL TO WS-IDX-SAL
                   END-IF
               END-PERFORM.

      *    dias que faltam ate ao fim do contrato lido (negativo se
      *    ja terminou)
           CALCULAR-DIAS-CONTRATO.
               MOVE CTR-DATA-FIM TO WS-CONV-DATA
               PERFORM CONVERTER-DATA-EM-DIAS
               COMPUTE WS-CTR-DIAS-FALTA =
                   WS-CONV-DIAS - WS-CTR-DIAS-HOJE
               COMPUTE WS-CTR-DIAS-PARA-AVISO =
                   WS-CTR-DIAS-FALTA - WS-CTR-DIAS-AVISO.

           ALERTA-FIM-CONTRATO.
               IF CTR-TIPO NOT EQUAL 'S'
                AND CTR-DATA-FIM > ZEROS
                   PERFORM CALCULAR-DIAS-CONTRATO
                   IF WS-CTR-DIAS-FALTA NOT > WS-CTR-DIAS-ALERTA
                       ADD 1 TO WS-CTR-LINHAS
                       DISPLAY '  FUNC ' CTR-FUNC-ID ' ' WS-CTR-NOME
                           ' TIPO ' CTR-TIPO ' FIM ' CTR-DATA-FIM
                           ' RENOV ' CTR-RENOVACOES
                       EVALUATE TRUE
                           WHEN WS-CTR-DIAS-FALTA < ZEROS
                               DISPLAY '    *** JA TERMINOU SEM '
                                   'DECISAO REGISTADA ***'
                           WHEN CTR-DECISAO EQUAL 'N'
                            AND CTR-DATA-CARTA EQUAL ZEROS
                               DISPLAY '    NAO RENOVAR - CARTA A '
                                   'EMITIR NESTA CORRIDA'
                           WHEN CTR-DECISAO EQUAL 'N'
                               DISPLAY '    NAO RENOVAR - CARTA '
                                   'ENVIADA EM ' CTR-DATA-CARTA
                           WHEN CTR-DECISAO EQUAL 'R'
                               DISPLAY '    A RENOVAR'
                           WHEN WS-CTR-DIAS-PARA-AVISO < ZEROS
                               DISPLAY '    POR DECIDIR - *** PRAZO '
                                   'DO AVISO DE NAO RENOVACAO JA '
                                   'PASSOU ***'
                           WHEN OTHER
                               DISPLAY '    POR DECIDIR - FALTAM '
                                   WS-CTR-DIAS-FALTA ' DIAS, AVISO '
                                   'DE NAO RENOVACAO ATE '
                                   WS-CTR-DIAS-PARA-AVISO ' DIAS'
                       END-EVALUATE
                   END-IF
               END-IF.

           ALERTA-LIMITE-RENOV.
               IF CTR-TIPO EQUAL 'C'
                AND CTR-RENOVACOES NOT < WS-CTR-LIMITE-RENOV
                   ADD 1 TO WS-CTR-LINHAS
                   DISPLAY '  FUNC ' CTR-FUNC-ID ' ' WS-CTR-NOME
                       ' INICIO ' CTR-DATA-INICIO ' FIM '
                       CTR-DATA-FIM ' RENOV ' CTR-RENOVACOES
               END-IF.

           ALERTA-EXPERIENCIA.
               IF CTR-FIM-EXPERIENCIA > ZEROS
                   MOVE CTR-FIM-EXPERIENCIA TO WS-CONV-DATA
                   PERFORM CONVERTER-DATA-EM-DIAS
                   COMPUTE WS-CTR-DIAS-FALTA =
                       WS-CONV-DIAS - WS-CTR-DIAS-HOJE
                   IF WS-CTR-DIAS-FALTA NOT < ZEROS
                    AND WS-CTR-DIAS-FALTA NOT >
                        WS-CTR-DIAS-EXPERIENCIA
                       ADD 1 TO WS-CTR-LINHAS
                       DISPLAY '  FUNC ' CTR-FUNC-ID ' ' WS-CTR-NOME
                           ' TIPO ' CTR-TIPO ' FIM DA EXPERIENCIA '
                           CTR-FIM-EXPERIENCIA ' (' WS-CTR-DIAS-FALTA
                           ' DIAS)'
                   END-IF
               END-IF.

      *-----------------------
      * cartas de nao renovacao ainda por enviar dos contratos que
      * terminam dentro do horizonte dos alertas: uma carta por
      * contrato, fundida do modelo de nivel 5, e o contrato fica
      * com a data da carta
      *-----------------------
           EMITIR-CARTAS-NAO-RENOVACAO.
               MOVE SPACES TO WS-PATH-CARTAS
               STRING 'CARTASCTR.' DELIMITED BY SIZE
                      WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
                   INTO WS-PATH-CARTAS
               END-STRING
               MOVE 0 TO WS-CARTAS-INICIADAS
               MOVE ZEROS TO WS-CARTAS-GERADAS
               MOVE ZEROS TO WS-CTR-ALTERADOS
               MOVE SPACES TO WS-ENDOFCTR
               OPEN INPUT CONTRATOS
               OPEN OUTPUT CTRTEMP
               IF WS-FS-CONTRATOS NOT EQUAL "00"
                OR WS-FS-CTRTEMP NOT EQUAL "00"
                   IF WS-FS-CONTRATOS EQUAL "00"
                       CLOSE CONTRATOS
                   END-IF
                   IF WS-FS-CTRTEMP EQUAL "00"
                       CLOSE CTRTEMP
                   END-IF
               ELSE
                   PERFORM UNTIL WS-ENDOFCTR = 'F'
                       READ CONTRATOS
                       AT END MOVE 'F' TO WS-ENDOFCTR
                       NOT AT END
                           IF CTR-ESTADO EQUAL 'A'
                            AND CTR-DECISAO EQUAL 'N'
                            AND CTR-DATA-CARTA EQUAL ZEROS
                               PERFORM PROCURAR-NOME-CONTRATO
                               PERFORM CALCULAR-DIAS-CONTRATO
                               IF WS-CTR-NOME NOT EQUAL SPACES
                                AND WS-CTR-DIAS-FALTA NOT < ZEROS
                                AND WS-CTR-DIAS-FALTA NOT >
                                    WS-CTR-DIAS-ALERTA
                                   PERFORM GERAR-CARTA-NAO-RENOVACAO
                               END-IF
                           END-IF
                           WRITE CTRTEMP-REG FROM CONTRATO-REG
                       END-READ
                   END-PERFORM
                   CLOSE CONTRATOS
                   CLOSE CTRTEMP
                   MOVE SPACES TO WS-ENDOFCTR
                   IF WS-CTR-ALTERADOS > ZEROS
                       PERFORM REPOR-CONTRATOS
                   END-IF
               END-IF
               DISPLAY 'CARTAS DE NAO RENOVACAO GERADAS: '
                   WS-CARTAS-GERADAS.

      *-----------------------
      * funde a carta de nao renovacao do contrato lido: linhas do
      * modelo de nivel 5 com &NOME, &PRAZO e &DATA substituidos
      *-----------------------
           GERAR-CARTA-NAO-RENOVACAO.
               MOVE SPACES TO WS-ENDOFMODELO
               OPEN INPUT CARTAMODELO
               IF WS-FS-CARTAMODELO NOT EQUAL "00"
                   DISPLAY ' MODELO DE CARTA NAO DISPONIVEL - FILE '
                       'STATUS: ' WS-FS-CARTAMODELO
               ELSE
                   IF WS-CARTAS-INICIADAS EQUAL 0
                       OPEN OUTPUT CARTAS
                       MOVE 1 TO WS-CARTAS-INICIADAS
                   ELSE
                       OPEN EXTEND CARTAS
                   END-IF
                   IF WS-FS-CARTAS NOT EQUAL "00"
                       DISPLAY ' ERRO A ABRIR CARTAS - FILE STATUS: '
                           WS-FS-CARTAS
                       CLOSE CARTAMODELO
                   ELSE
                       PERFORM UNTIL WS-ENDOFMODELO = 'F'
                           READ CARTAMODELO
                           AT END MOVE 'F' TO WS-ENDOFMODELO
                           NOT AT END
                               IF MOD-NIVEL EQUAL 5
                                   PERFORM FUNDIR-LINHA-CONTRATO
                               END-IF
                           END-READ
                       END-PERFORM
                       MOVE ALL '-' TO CARTA-LINHA
                       WRITE CARTA-LINHA
                       CLOSE CARTAMODELO
                       CLOSE CARTAS
                       ADD 1 TO WS-CARTAS-GERADAS
                       MOVE WS-DATA-PROCESSAMENTO TO CTR-DATA-CARTA
                       ADD 1 TO WS-CTR-ALTERADOS
                       IF WS-CTR-DIAS-PARA-AVISO < ZEROS
                           DISPLAY '*** CARTA DO FUNC ' CTR-FUNC-ID
                               ' FORA DO PRAZO DE AVISO DE '
                               WS-CTR-DIAS-AVISO ' DIAS ***'
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO WS-ENDOFMODELO.

           FUNDIR-LINHA-CONTRATO.
               MOVE MOD-LINHA TO WS-CARTA-LINHA
               MOVE '&NOME ' TO WS-PLH-BUSCA
               MOVE 5 TO WS-PLH-LEN-BUSCA
               MOVE WS-CTR-NOME TO WS-PLH-SUBST
               PERFORM MEDIR-SUBSTITUTO
               PERFORM SUBSTITUIR-UM-MARCADOR
               MOVE '&PRAZO' TO WS-PLH-BUSCA
               MOVE 6 TO WS-PLH-LEN-BUSCA
               MOVE CTR-DATA-FIM TO WS-PLH-SUBST
               MOVE 8 TO WS-PLH-LEN-SUBST
               PERFORM SUBSTITUIR-UM-MARCADOR
               MOVE '&DATA ' TO WS-PLH-BUSCA
               MOVE 5 TO WS-PLH-LEN-BUSCA
               MOVE WS-DATA-PROCESSAMENTO TO WS-PLH-SUBST
               MOVE 8 TO WS-PLH-LEN-SUBST
               PERFORM SUBSTITUIR-UM-MARCADOR
               MOVE WS-CARTA-LINHA TO CARTA-LINHA
               WRITE CARTA-LINHA.

           MEDIR-SUBSTITUTO.
               MOVE ZEROS TO WS-PLH-ESPACOS
               INSPECT WS-PLH-SUBST TALLYING WS-PLH-ESPACOS
                   FOR TRAILING SPACES
               COMPUTE WS-PLH-LEN-SUBST = 30 - WS-PLH-ESPACOS
               IF WS-PLH-LEN-SUBST EQUAL ZEROS
                   MOVE 1 TO WS-PLH-LEN-SUBST
               END-IF.

      *-----------------------
      * substitui todas as ocorrencias do marcador na linha, caracter
      * a caracter, como na faturacao do gas - o substituto pode ter
      * comprimento diferente do marcador
      *-----------------------
           SUBSTITUIR-UM-MARCADOR.
               MOVE SPACES TO WS-CARTA-LINHA-NOVA
               MOVE 1 TO WS-PLH-POS
               MOVE 1 TO WS-PLH-OUT-POS
               PERFORM UNTIL WS-PLH-POS > 80 OR WS-PLH-OUT-POS > 80
                   COMPUTE WS-PLH-POS-FIM =
                       WS-PLH-POS + WS-PLH-LEN-BUSCA - 1
                   IF WS-PLH-POS-FIM <= 80
                    AND WS-CARTA-LINHA (WS-PLH-POS:WS-PLH-LEN-BUSCA)
                        EQUAL WS-PLH-BUSCA (1:WS-PLH-LEN-BUSCA)
                       STRING WS-PLH-SUBST (1:WS-PLH-LEN-SUBST)
                           DELIMITED BY SIZE INTO WS-CARTA-LINHA-NOVA
                           WITH POINTER WS-PLH-OUT-POS
                       ADD WS-PLH-LEN-BUSCA TO WS-PLH-POS
                   ELSE
                       STRING WS-CARTA-LINHA (WS-PLH-POS:1)
                           DELIMITED BY SIZE INTO WS-CARTA-LINHA-NOVA
                           WITH POINTER WS-PLH-OUT-POS
                       ADD 1 TO WS-PLH-POS
                   END-IF
               END-PERFORM
               MOVE WS-CARTA-LINHA-NOVA TO WS-CARTA-LINHA.

      *-----------------------
      * contas finais de um funcionario ja desativado com a data de
      * saida: vencimento do mes de saida ate ao ultimo dia (se a
      * folha desse mes ainda nao o pagou), ferias nao gozadas pelo
      * saldo de ferias do ano, proporcionais dos subsidios de
      * ferias e de natal descontado o que ja foi pago no ano,
      * compensacao pelo motivo e tipo de contrato (isenta, fora do
      * bruto) e a divida de adiantamentos descontada no liquido -
      * um recibo 'C' no mes do pagamento, que entra no ficheiro de
      * transferencias desse mes, e a declaracao de contas finais
      * para o funcionario assinar; reservada a supervisores
      *-----------------------
           CONTAS-FINAIS.
               IF WS-NIVEL-OPERADOR < 2
                   DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
                   GO TO INICIO
               END-IF
               DISPLAY '-------//CONTAS FINAIS//-------'
               DISPLAY 'ID DO FUNCIONARIO: '
               ACCEPT WS-ID-PROCURA
               PERFORM PROCURAR-FUNC-SAIDA
               IF WS-CF-ACHADO EQUAL 0
                   DISPLAY 'FUNCIONARIO NAO ENCONTRADO'
                   GO TO INICIO
               END-IF
               MOVE WS-CF-FUNCIONARIO TO FUNCIONARIOS-REG
               IF FUNC-ESTADO NOT EQUAL 'I'
                OR FUNC-DATA-SAIDA EQUAL ZEROS
                   DISPLAY 'FUNCIONARIO AINDA ATIVO - DESATIVAR '
                       'PRIMEIRO COM A DATA DE SAIDA (OPCAO 13)'
                   GO TO INICIO
               END-IF
               MOVE FUNC-DATA-SAIDA (1:6) TO WS-CF-ANOMES-SAIDA
               PERFORM VERIFICAR-RECIBOS-SAIDA
               IF WS-CF-JA-PROCESSADO > ZEROS
                   DISPLAY 'CONTAS FINAIS JA PROCESSADAS NO RECIBO '
                       'DE ' WS-CF-JA-PROCESSADO
                   GO TO INICIO
               END-IF

               PERFORM PROCURAR-CONTRATO-SAIDA
               DISPLAY 'FUNCIONARIO: ' FUNC-ID ' ' FUNC-NOME
                   ' SAIDA: ' FUNC-DATA-SAIDA
               EVALUATE WS-CF-CTR-TIPO
                   WHEN 'C'
                       DISPLAY 'CONTRATO A TERMO CERTO'
                   WHEN 'I'
                       DISPLAY 'CONTRATO A TERMO INCERTO'
                   WHEN 'S'
                       DISPLAY 'CONTRATO SEM TERMO'
                   WHEN OTHER
                       DISPLAY 'SEM CONTRATO REGISTADO - TRATADO COMO '
                           'SEM TERMO'
               END-EVALUATE
               IF WS-CF-CTR-DECISAO EQUAL 'N'
                   DISPLAY '(TERMO NAO RENOVADO PELA EMPRESA)'
               END-IF
               DISPLAY 'MOTIVO DA SAIDA:'
               DISPLAY ' C - CADUCIDADE DO TERMO POR INICIATIVA DA '
                   'EMPRESA'
               DISPLAY ' D - DESPEDIMENTO POR CAUSA OBJETIVA'
               DISPLAY ' T - DENUNCIA PELO TRABALHADOR'
               DISPLAY ' E - DENUNCIA NO PERIODO EXPERIMENTAL'
               DISPLAY ' A - REVOGACAO POR ACORDO'
               ACCEPT WS-CF-MOTIVO
               MOVE ZEROS TO WS-CF-COMP-ACORDO
               EVALUATE WS-CF-MOTIVO
                   WHEN 'C'
                       IF WS-CF-CTR-TIPO NOT EQUAL 'C'
                        AND WS-CF-CTR-TIPO NOT EQUAL 'I'
                           DISPLAY 'CADUCIDADE SO NOS CONTRATOS A '
                               'TERMO'
                           GO TO INICIO
                       END-IF
                       MOVE 'CADUCIDADE DO CONTRATO A TERMO'
                           TO WS-CF-MOTIVO-DESC
                   WHEN 'D'
                       MOVE 'DESPEDIMENTO POR CAUSA OBJETIVA'
                           TO WS-CF-MOTIVO-DESC
                   WHEN 'T'
                       MOVE 'DENUNCIA PELO TRABALHADOR'
                           TO WS-CF-MOTIVO-DESC
                   WHEN 'E'
                       MOVE 'DENUNCIA NO PERIODO EXPERIMENTAL'
                           TO WS-CF-MOTIVO-DESC
                   WHEN 'A'
                       MOVE 'REVOGACAO POR ACORDO'
                           TO WS-CF-MOTIVO-DESC
                       DISPLAY 'COMPENSACAO ACORDADA (0 = SEM): '
                       ACCEPT WS-CF-COMP-ACORDO
                   WHEN OTHER
                       DISPLAY 'MOTIVO INVALIDO'
                       GO TO INICIO
               END-EVALUATE

               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE WS-CF-ANOMES-SAIDA TO WS-CF-ANOMES-RECIBO
               IF WS-DATA-PROCESSAMENTO (1:6) > WS-CF-ANOMES-SAIDA
                   MOVE WS-DATA-PROCESSAMENTO (1:6)
                       TO WS-CF-ANOMES-RECIBO
               END-IF
               PERFORM LER-PARAMSAL
               PERFORM CALCULAR-VENCIMENTO-SAIDA
               MOVE WS-CF-FUNCIONARIO TO FUNCIONARIOS-REG
               PERFORM CALCULAR-FERIAS-SAIDA
               PERFORM CALCULAR-SUBSIDIOS-SAIDA
               PERFORM CALCULAR-COMPENSACAO-SAIDA
               PERFORM CALCULAR-LIQUIDO-SAIDA

               OPEN EXTEND RECIBOS
               IF WS-FS-RECIBOS EQUAL "35"
                   OPEN OUTPUT RECIBOS
               END-IF
               IF WS-FS-RECIBOS NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR RECIBOS - FILE STATUS: '
                       WS-FS-RECIBOS
                   MOVE WS-FS-RECIBOS TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   MOVE 99999999 TO WS-SAL-DATA-LIMITE
                   GO TO INICIO
               END-IF
               PERFORM GRAVAR-RECIBO-SAIDA
               CLOSE RECIBOS

               IF WS-CF-VENC-PAGO EQUAL 0
                   MOVE 1 TO WS-SAL-RECIBO-EMITIDO (1)
                   PERFORM CONSUMIR-BONUS-MES
                   PERFORM CONSUMIR-COMISSOES-MES
                   PERFORM CONSUMIR-DESPESAS-MES
               END-IF
               MOVE 99999999 TO WS-SAL-DATA-LIMITE
               IF WS-CF-ADT-DESCONTO > ZEROS
                   PERFORM LIQUIDAR-ADIANTAMENTOS-SAIDA
               END-IF
               PERFORM EMITIR-DECLARACAO-CONTAS

               DISPLAY 'RECIBO DE CONTAS FINAIS ' RS-ANOMES ' FUNC '
                   RS-FUNC-ID ' ' RS-NOME
               IF WS-CF-VENC-PAGO EQUAL 1
                   DISPLAY '  VENCIMENTO DO MES DE SAIDA JA PAGO NA '
                       'FOLHA DE ' WS-CF-ANOMES-SAIDA
               ELSE
                   DISPLAY '  VENCIMENTO ATE A SAIDA: '
                       WS-CF-VENCIMENTO
               END-IF
               DISPLAY '  FERIAS NAO GOZADAS (' RS-DIAS-FERIAS-PAGAS
                   ' DIAS): ' RS-VALOR-FERIAS-PAGAS
               DISPLAY '  SUBSIDIO DE FERIAS: ' RS-SUB-FERIAS
                   ' SUBSIDIO DE NATAL: ' RS-SUB-NATAL
                   ' (' WS-CF-MESES-SUB ' MESES)'
               DISPLAY '  COMPENSACAO: ' RS-COMPENSACAO
               DISPLAY '  BRUTO: ' RS-VALOR-TOTAL ' IRS: ' RS-IRS
                   ' SS: ' RS-SS
               IF RS-ADIANTAMENTO > ZEROS
                   DISPLAY '  ADIANTAMENTOS/EMPRESTIMOS DESCONTADOS: '
                       RS-ADIANTAMENTO
               END-IF
               IF RS-SALDO-DIVIDA > ZEROS
                   DISPLAY '*** AVISO: FICA A DEVER ' RS-SALDO-DIVIDA
                       ' DE ADIANTAMENTOS/EMPRESTIMOS ***'
               END-IF
               DISPLAY '  LIQUIDO A TRANSFERIR: ' RS-LIQUIDO
                   ' (TRANSFERENCIAS DE ' RS-ANOMES ')'
               DISPLAY 'DECLARACAO PARA ASSINAR EM ' WS-PATH-CARTAS.
           GO TO INICIO.

           PROCURAR-FUNC-SAIDA.
               MOVE 0 TO WS-CF-ACHADO
               MOVE SPACES TO WS-ENDOFFUNC
               OPEN INPUT FUNCIONARIOS
               IF WS-FS-FUNCIONARIOS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFFUNC = 'F'
                       READ FUNCIONARIOS
                       AT END MOVE 'F' TO WS-ENDOFFUNC
                       NOT AT END
                           IF FUNC-ID EQUAL WS-ID-PROCURA
                               MOVE 1 TO WS-CF-ACHADO
                               MOVE FUNCIONARIOS-REG
                                   TO WS-CF-FUNCIONARIO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FUNCIONARIOS
               END-IF
               MOVE SPACES TO WS-ENDOFFUNC.

      *-----------------------
      * recibos ja emitidos ao funcionario: contas finais feitas,
      * vencimento do mes de saida ja pago e subsidios do ano ja
      * pagos (o recibo repetido de uma corrida substitui o
      * anterior)
      *-----------------------
           VERIFICAR-RECIBOS-SAIDA.
               MOVE ZEROS TO WS-CF-JA-PROCESSADO
               MOVE 0 TO WS-CF-VENC-PAGO
               MOVE ZEROS TO WS-CF-SUBF-PAGO
               MOVE ZEROS TO WS-CF-SUBN-PAGO
               MOVE SPACES TO WS-ENDOFREC
               OPEN INPUT RECIBOS
               IF WS-FS-RECIBOS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFREC = 'F'
                       READ RECIBOS
                       AT END MOVE 'F' TO WS-ENDOFREC
                       NOT AT END
                           IF RS-FUNC-ID EQUAL WS-ID-PROCURA
                               EVALUATE TRUE
                                   WHEN RS-TIPO EQUAL 'C'
                                       MOVE RS-ANOMES
                                           TO WS-CF-JA-PROCESSADO
                                   WHEN RS-TIPO EQUAL 'S'
                                    AND RS-ANOMES EQUAL
                                        WS-CF-ANOMES-SAIDA
                                       MOVE 1 TO WS-CF-VENC-PAGO
                                   WHEN RS-TIPO EQUAL 'F'
                                    AND RS-ANOMES (1:4) EQUAL
                                        WS-CF-ANOMES-SAIDA (1:4)
                                       MOVE RS-VALOR-TOTAL
                                           TO WS-CF-SUBF-PAGO
                                   WHEN RS-TIPO EQUAL 'N'
                                    AND RS-ANOMES (1:4) EQUAL
                                        WS-CF-ANOMES-SAIDA (1:4)
                                       MOVE RS-VALOR-TOTAL
                                           TO WS-CF-SUBN-PAGO
                               END-EVALUATE
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RECIBOS
               END-IF
               MOVE SPACES TO WS-ENDOFREC.

      *    o ultimo contrato registado do funcionario e o que vale
           PROCURAR-CONTRATO-SAIDA.
               MOVE SPACES TO WS-CF-CTR-TIPO
               MOVE SPACES TO WS-CF-CTR-DECISAO
               MOVE SPACES TO WS-ENDOFCTR
               OPEN INPUT CONTRATOS
               IF WS-FS-CONTRATOS EQUAL "00"
                   PERFORM UNTIL WS-ENDOFCTR = 'F'
                       READ CONTRATOS
                       AT END MOVE 'F' TO WS-ENDOFCTR
                       NOT AT END
                           IF CTR-FUNC-ID EQUAL WS-ID-PROCURA
                               MOVE CTR-TIPO TO WS-CF-CTR-TIPO
                               MOVE CTR-DECISAO TO WS-CF-CTR-DECISAO
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTRATOS
               END-IF
               MOVE SPACES TO WS-ENDOFCTR.

      *-----------------------
      * vencimento do mes de saida pelo calculo da folha, com a
      * tabela de salarios reduzida ao funcionario e o ponto e as
      * ausencias limitados a data de saida; com o mes ja pago na
      * folha a linha fica a zeros
      *-----------------------
           CALCULAR-VENCIMENTO-SAIDA.
               INITIALIZE WS-TAB-SAL-ENTRY (1)
               MOVE 1 TO WS-NUM-SAL
               MOVE FUNC-ID TO WS-SAL-ID (1)
               MOVE FUNC-NOME TO WS-SAL-NOME (1)
               MOVE FUNC-SECCAO TO WS-SAL-SECCAO (1)
               MOVE FUNC-TAXA-HORARIA TO WS-SAL-TAXA (1)
               MOVE FUNC-HORAS-SEMANAIS TO WS-SAL-HORAS-SEM (1)
               MOVE ZEROS TO WS-CF-SUB-ALIM
               MOVE ZEROS TO WS-CF-DESP-ISENTA
               IF WS-CF-VENC-PAGO EQUAL 0
                   MOVE WS-CF-ANOMES-SAIDA TO WS-SAL-ANOMES
                   MOVE FUNC-DATA-SAIDA TO WS-SAL-DATA-LIMITE
                   PERFORM ACUMULAR-MINUTOS-PONTO
                   PERFORM ACUMULAR-AUSENCIAS-MES
                   PERFORM CARREGAR-BONUS-MES
                   PERFORM CARREGAR-COMISSOES-MES
                   PERFORM CARREGAR-DESPESAS-MES
                   COMPUTE WS-CF-SUB-ALIM =
                       WS-SAL-DIAS-ALIM (1) * WS-SUBSIDIO-DIA
                   MOVE WS-SAL-DESP-ISENTA (1) TO WS-CF-DESP-ISENTA
               END-IF
               MOVE 1 TO WS-IDX-SAL
               PERFORM CALCULAR-VENCIMENTO-FUNC
               MOVE WS-VALOR-TOTAL-SAL TO WS-CF-VENCIMENTO.

      *    o saldo de ferias do ano de saida, como no relatorio de
      *    saldos, pago a diaria da folha
           CALCULAR-FERIAS-SAIDA.
               MOVE FUNC-DATA-SAIDA (1:4) TO WS-AUS-ANO
               PERFORM SOMAR-AUSENCIAS-FUNC
               COMPUTE WS-CF-DIAS-FERIAS =
                   FUNC-DIAS-FERIAS-ANO - WS-DIAS-GOZADOS
               IF WS-CF-DIAS-FERIAS < ZEROS
                   DISPLAY '*** AVISO: GOZOU MAIS ' WS-CF-DIAS-FERIAS
                       ' DIAS DE FERIAS DO QUE O DIREITO DO ANO ***'
                   MOVE ZEROS TO WS-CF-DIAS-FERIAS
               END-IF
               COMPUTE WS-DIARIA-FUNC =
                   (FUNC-HORAS-SEMANAIS / 5) * FUNC-TAXA-HORARIA
               COMPUTE WS-CF-VALOR-FERIAS =
                   WS-CF-DIAS-FERIAS * WS-DIARIA-FUNC.

      *    o proporcional de cada subsidio pelo calculo do
      *    processamento de subsidios, menos o que ja recebeu no ano
           CALCULAR-SUBSIDIOS-SAIDA.
               MOVE FUNC-DATA-SAIDA (1:4) TO WS-SUB-ANO
               PERFORM CALCULAR-SUBSIDIO-FUNC
               MOVE WS-VALOR-TOTAL-SAL TO WS-CF-SUB-DEVIDO
               MOVE ZEROS TO WS-CF-MESES-SUB
               IF WS-SUB-ELEGIVEL EQUAL 1
                   MOVE WS-SUB-MESES TO WS-CF-MESES-SUB
               END-IF
               MOVE ZEROS TO WS-CF-SUB-FERIAS
               MOVE ZEROS TO WS-CF-SUB-NATAL
               IF WS-CF-SUB-DEVIDO > WS-CF-SUBF-PAGO
                   COMPUTE WS-CF-SUB-FERIAS =
                       WS-CF-SUB-DEVIDO - WS-CF-SUBF-PAGO
               END-IF
               IF WS-CF-SUBF-PAGO > WS-CF-SUB-DEVIDO
                   DISPLAY '*** AVISO: SUBSIDIO DE FERIAS PAGO NO ANO '
                       '(' WS-CF-SUBF-PAGO ') ACIMA DO PROPORCIONAL ('
                       WS-CF-SUB-DEVIDO ') ***'
               END-IF
               IF WS-CF-SUB-DEVIDO > WS-CF-SUBN-PAGO
                   COMPUTE WS-CF-SUB-NATAL =
                       WS-CF-SUB-DEVIDO - WS-CF-SUBN-PAGO
               END-IF
               IF WS-CF-SUBN-PAGO > WS-CF-SUB-DEVIDO
                   DISPLAY '*** AVISO: SUBSIDIO DE NATAL PAGO NO ANO '
                       '(' WS-CF-SUBN-PAGO ') ACIMA DO PROPORCIONAL ('
                       WS-CF-SUB-DEVIDO ') ***'
               END-IF.

      *-----------------------
      * compensacao: dias de retribuicao base por ano de
      * antiguidade (admissao a saida, fracoes de ano incluidas)
      * na caducidade do termo e no despedimento por causa
      * objetiva; na revogacao por acordo, o valor acordado
      *-----------------------
           CALCULAR-COMPENSACAO-SAIDA.
               MOVE ZEROS TO WS-CF-COMPENSACAO
               MOVE ZEROS TO WS-CF-DIAS-ANO-COMP
               MOVE ZEROS TO WS-CF-DIAS-SERVICO
               EVALUATE WS-CF-MOTIVO
                   WHEN 'C'
                       MOVE WS-CF-DIAS-TERMO TO WS-CF-DIAS-ANO-COMP
                   WHEN 'D'
                       MOVE WS-CF-DIAS-DESPEDIMENTO
                           TO WS-CF-DIAS-ANO-COMP
                   WHEN 'A'
                       MOVE WS-CF-COMP-ACORDO TO WS-CF-COMPENSACAO
               END-EVALUATE
               IF WS-CF-DIAS-ANO-COMP > ZEROS
                AND FUNC-DATA-ADMISSAO > ZEROS
                   MOVE FUNC-DATA-ADMISSAO TO WS-CONV-DATA
                   PERFORM CONVERTER-DATA-EM-DIAS
                   MOVE WS-CONV-DIAS TO WS-CF-DIAS-ADMISSAO
                   MOVE FUNC-DATA-SAIDA TO WS-CONV-DATA
                   PERFORM CONVERTER-DATA-EM-DIAS
                   COMPUTE WS-CF-DIAS-SERVICO =
                       WS-CONV-DIAS - WS-CF-DIAS-ADMISSAO + 1
                   COMPUTE WS-CF-BASE-MENSAL =
                       FUNC-HORAS-SEMANAIS * WS-SEMANAS-POR-MES
                       * FUNC-TAXA-HORARIA
                   COMPUTE WS-CF-COMPENSACAO ROUNDED =
                       (WS-CF-BASE-MENSAL / 30) * WS-CF-DIAS-ANO-COMP
                       * WS-CF-DIAS-SERVICO / 365
               END-IF.

      *-----------------------
      * retencoes como se cada parte fosse o seu recibo (vencimento
      * com as ferias nao gozadas, e cada subsidio a parte), para
      * nao subir o escalao; a divida de adiantamentos sai do
      * liquido ate onde este chegar
      *-----------------------
           CALCULAR-LIQUIDO-SAIDA.
               COMPUTE WS-CF-BRUTO =
                   WS-CF-VENCIMENTO + WS-CF-VALOR-FERIAS
                   + WS-CF-SUB-FERIAS + WS-CF-SUB-NATAL
               COMPUTE WS-VALOR-TOTAL-SAL =
                   WS-CF-VENCIMENTO + WS-CF-VALOR-FERIAS
               PERFORM CALCULAR-DESCONTOS-RECIBO
               MOVE WS-VALOR-IRS TO WS-CF-IRS
               MOVE WS-VALOR-SS TO WS-CF-SS
               MOVE WS-CF-SUB-FERIAS TO WS-VALOR-TOTAL-SAL
               PERFORM CALCULAR-DESCONTOS-RECIBO
               ADD WS-VALOR-IRS TO WS-CF-IRS
               ADD WS-VALOR-SS TO WS-CF-SS
               MOVE WS-CF-SUB-NATAL TO WS-VALOR-TOTAL-SAL
               PERFORM CALCULAR-DESCONTOS-RECIBO
               ADD WS-VALOR-IRS TO WS-CF-IRS
               ADD WS-VALOR-SS TO WS-CF-SS
               COMPUTE WS-CF-LIQUIDO =
                   WS-CF-BRUTO - WS-CF-IRS - WS-CF-SS
                   + WS-CF-SUB-ALIM + WS-CF-DESP-ISENTA
                   + WS-CF-COMPENSACAO
               PERFORM SOMAR-DIVIDA-FUNCIONARIO
               IF WS-ADT-DIVIDA > WS-CF-LIQUIDO
                   MOVE WS-CF-LIQUIDO TO WS-CF-ADT-DESCONTO
               ELSE
                   MOVE WS-ADT-DIVIDA TO WS-CF-ADT-DESCONTO
               END-IF
               SUBTRACT WS-CF-ADT-DESCONTO FROM WS-CF-LIQUIDO
               COMPUTE WS-CF-ADT-EM-DIVIDA =
                   WS-ADT-DIVIDA - WS-CF-ADT-DESCONTO.

           GRAVAR-RECIBO-SAIDA.
               MOVE WS-CF-ANOMES-RECIBO TO RS-ANOMES
               MOVE 'C' TO RS-TIPO
               MOVE FUNC-ID TO RS-FUNC-ID
               MOVE FUNC-NOME TO RS-NOME
               MOVE FUNC-SECCAO TO RS-SECCAO
               MOVE WS-HORAS-NORMAIS TO RS-HORAS-NORMAIS
               MOVE WS-HORAS-EXTRA TO RS-HORAS-EXTRA
               MOVE WS-VALOR-NORMAL TO RS-VALOR-NORMAL
               MOVE WS-VALOR-EXTRA TO RS-VALOR-EXTRA
               MOVE WS-CF-BRUTO TO RS-VALOR-TOTAL
               MOVE WS-CF-IRS TO RS-IRS
               MOVE WS-CF-SS TO RS-SS
               MOVE WS-CF-LIQUIDO TO RS-LIQUIDO
               MOVE WS-SAL-DIAS-ALIM (1) TO RS-DIAS-ALIM
               MOVE WS-CF-SUB-ALIM TO RS-SUBSIDIO-ALIM
               MOVE WS-HORAS-NOITE TO RS-HORAS-NOITE
               MOVE WS-VALOR-NOITE TO RS-VALOR-NOITE
               MOVE WS-HORAS-FDS TO RS-HORAS-FDS
               MOVE WS-VALOR-FDS TO RS-VALOR-FDS
               MOVE WS-SAL-DIAS-F (1) TO RS-DIAS-F
               MOVE WS-VALOR-AUS-F TO RS-VALOR-F
               MOVE WS-SAL-DIAS-D (1) TO RS-DIAS-D
               MOVE WS-VALOR-AUS-D TO RS-VALOR-D
               MOVE WS-SAL-DIAS-N (1) TO RS-DIAS-N
               MOVE WS-SAL-BONUS (1) TO RS-BONUS
               MOVE WS-SAL-COMISSAO (1) TO RS-COMISSAO
               MOVE WS-CF-DESP-ISENTA TO RS-DESP-ISENTA
               MOVE WS-SAL-DESP-TRIBUTADA (1) TO RS-DESP-TRIBUTADA
               MOVE WS-CF-ADT-DESCONTO TO RS-ADIANTAMENTO
               MOVE WS-CF-ADT-EM-DIVIDA TO RS-SALDO-DIVIDA
               MOVE FUNC-DATA-SAIDA TO RS-DATA-SAIDA
               MOVE WS-CF-DIAS-FERIAS TO RS-DIAS-FERIAS-PAGAS
               MOVE WS-CF-VALOR-FERIAS TO RS-VALOR-FERIAS-PAGAS
               MOVE WS-CF-SUB-FERIAS TO RS-SUB-FERIAS
               MOVE WS-CF-SUB-NATAL TO RS-SUB-NATAL
               MOVE WS-CF-COMPENSACAO TO RS-COMPENSACAO
               WRITE RECIBO-REG.

      *-----------------------
      * abate o desconto das contas finais nos adiantamentos do
      * funcionario, pela ordem do ficheiro, reescrevendo-o pelo
      * temporario como na folha
      *-----------------------
           LIQUIDAR-ADIANTAMENTOS-SAIDA.
               MOVE ZEROS TO WS-ADT-DESCONTADOS
               MOVE WS-CF-ADT-DESCONTO TO WS-CF-ADT-POR-ABATER
               MOVE SPACES TO WS-ENDOFADT
               OPEN INPUT ADIANTAMENTOS
               OPEN OUTPUT ADTTEMP
               IF WS-FS-ADIANTAMENTOS NOT EQUAL "00"
                OR WS-FS-ADTTEMP NOT EQUAL "00"
                   IF WS-FS-ADIANTAMENTOS EQUAL "00"
                       CLOSE ADIANTAMENTOS
                   END-IF
                   IF WS-FS-ADTTEMP EQUAL "00"
                       CLOSE ADTTEMP
                   END-IF
               ELSE
                   PERFORM UNTIL WS-ENDOFADT = 'F'
                       READ ADIANTAMENTOS
                       AT END MOVE 'F' TO WS-ENDOFADT
                       NOT AT END
                           IF ADT-FUNC-ID EQUAL WS-ID-PROCURA
                            AND ADT-SALDO > ZEROS
                            AND WS-CF-ADT-POR-ABATER > ZEROS
                               IF ADT-SALDO < WS-CF-ADT-POR-ABATER
                                   MOVE ADT-SALDO TO WS-CF-ADT-ABATE
                               ELSE
                                   MOVE WS-CF-ADT-POR-ABATER
                                       TO WS-CF-ADT-ABATE
                               END-IF
                               SUBTRACT WS-CF-ADT-ABATE FROM ADT-SALDO
                               SUBTRACT WS-CF-ADT-ABATE
                                   FROM WS-CF-ADT-POR-ABATER
                               IF ADT-SALDO EQUAL ZEROS
                                   MOVE ADT-PRESTACOES
                                       TO ADT-PRESTACOES-PAGAS
                               END-IF
                               MOVE WS-CF-ANOMES-RECIBO
                                   TO ADT-ULTIMO-ANOMES
                               ADD 1 TO WS-ADT-DESCONTADOS
                           END-IF
                           WRITE ADTTEMP-REG FROM ADIANTAMENTO-REG
                       END-READ
                   END-PERFORM
                   CLOSE ADIANTAMENTOS
                   CLOSE ADTTEMP
                   MOVE SPACES TO WS-ENDOFADT

                   IF WS-ADT-DESCONTADOS > ZEROS
                       OPEN INPUT ADTTEMP
                       OPEN OUTPUT ADIANTAMENTOS
                       PERFORM UNTIL WS-ENDOFADT = 'F'
                           READ ADTTEMP
                           AT END MOVE 'F' TO WS-ENDOFADT
                           NOT AT END
                               MOVE ADTTEMP-REG
                                   TO ADIANTAMENTO-REG
                               WRITE ADIANTAMENTO-REG
                           END-READ
                       END-PERFORM
                       CLOSE ADTTEMP
                       CLOSE ADIANTAMENTOS
                       MOVE SPACES TO WS-ENDOFADT
                   END-IF
               END-IF.

      *-----------------------
      * declaracao de contas finais (CONTASFINAIS.<ID>): as parcelas
      * do recibo 'C', o liquido e o IBAN da transferencia, e as
      * linhas de assinatura do funcionario e da empresa
      *-----------------------
           EMITIR-DECLARACAO-CONTAS.
               MOVE SPACES TO WS-PATH-CARTAS
               STRING 'CONTASFINAIS.' DELIMITED BY SIZE
                      FUNC-ID DELIMITED BY SIZE
                   INTO WS-PATH-CARTAS
               END-STRING
               OPEN OUTPUT CARTAS
               IF WS-FS-CARTAS NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR CARTAS - FILE STATUS: '
                       WS-FS-CARTAS
               ELSE
                   MOVE ALL '=' TO CARTA-LINHA
                   WRITE CARTA-LINHA
                   MOVE '                       DECLARACAO DE CONTAS '
                       TO CARTA-LINHA
                   MOVE 'FINAIS' TO CARTA-LINHA (45:6)
                   WRITE CARTA-LINHA
                   MOVE ALL '=' TO CARTA-LINHA
                   WRITE CARTA-LINHA
                   MOVE SPACES TO CARTA-LINHA
                   STRING 'FUNCIONARIO: ' DELIMITED BY SIZE
                          FUNC-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNC-NOME DELIMITED BY SIZE
                          ' SECCAO: ' DELIMITED BY SIZE
                          FUNC-SECCAO DELIMITED BY SIZE
                       INTO CARTA-LINHA
                   END-STRING
                   WRITE CARTA-LINHA
                   MOVE FUNC-DATA-ADMISSAO TO WS-CF-DATA-AUX
                   PERFORM FORMATAR-DATA-CONTAS
                   MOVE SPACES TO CARTA-LINHA
                   STRING 'ADMISSAO: ' DELIMITED BY SIZE
                          WS-CF-DATA-ED DELIMITED BY SIZE
                       INTO CARTA-LINHA
                   END-STRING
                   MOVE FUNC-DATA-SAIDA TO WS-CF-DATA-AUX
                   PERFORM FORMATAR-DATA-CONTAS
                   MOVE 'SAIDA: ' TO CARTA-LINHA (25:7)
                   MOVE WS-CF-DATA-ED TO CARTA-LINHA (32:10)
                   WRITE CARTA-LINHA
                   MOVE SPACES TO CARTA-LINHA
                   STRING 'MOTIVO: ' DELIMITED BY SIZE
                          WS-CF-MOTIVO-DESC DELIMITED BY SIZE
                       INTO CARTA-LINHA
                   END-STRING
                   WRITE CARTA-LINHA
                   MOVE SPACES TO CARTA-LINHA
                   WRITE CARTA-LINHA

                   MOVE '+' TO WS-CF-SINAL
                   MOVE SPACES TO WS-CF-DESCRICAO
                   IF WS-CF-VENC-PAGO EQUAL 1
                       STRING 'VENCIMENTO DE ' DELIMITED BY SIZE
                              WS-CF-ANOMES-SAIDA DELIMITED BY SIZE
                              ' (PAGO NA FOLHA DO MES)'
                                  DELIMITED BY SIZE
                           INTO WS-CF-DESCRICAO
                       END-STRING
                   ELSE
                       STRING 'VENCIMENTO DE ' DELIMITED BY SIZE
                              WS-CF-ANOMES-SAIDA DELIMITED BY SIZE
                              ' ATE A DATA DE SAIDA'
                                  DELIMITED BY SIZE
                           INTO WS-CF-DESCRICAO
                       END-STRING
                   END-IF
                   MOVE WS-CF-VENCIMENTO TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-CONTAS
                   MOVE WS-CF-DIAS-FERIAS TO WS-CF-NUM-ED
                   MOVE SPACES TO WS-CF-DESCRICAO
                   STRING 'FERIAS NAO GOZADAS (' DELIMITED BY SIZE
                          WS-CF-NUM-ED DELIMITED BY SIZE
                          ' DIAS)' DELIMITED BY SIZE
                       INTO WS-CF-DESCRICAO
                   END-STRING
                   MOVE WS-CF-VALOR-FERIAS TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-CONTAS
                   MOVE WS-CF-MESES-SUB TO WS-CF-NUM-ED
                   MOVE SPACES TO WS-CF-DESCRICAO
                   STRING 'PROPORCIONAL DO SUBSIDIO DE FERIAS ('
                              DELIMITED BY SIZE
                          WS-CF-NUM-ED DELIMITED BY SIZE
                          ' MESES)' DELIMITED BY SIZE
                       INTO WS-CF-DESCRICAO
                   END-STRING
                   MOVE WS-CF-SUB-FERIAS TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-CONTAS
                   MOVE SPACES TO WS-CF-DESCRICAO
                   STRING 'PROPORCIONAL DO SUBSIDIO DE NATAL ('
                              DELIMITED BY SIZE
                          WS-CF-NUM-ED DELIMITED BY SIZE
                          ' MESES)' DELIMITED BY SIZE
                       INTO WS-CF-DESCRICAO
                   END-STRING
                   MOVE WS-CF-SUB-NATAL TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-CONTAS
                   MOVE '- RETENCAO DE IRS' TO WS-CF-DESCRICAO
                   MOVE '-' TO WS-CF-SINAL
                   MOVE WS-CF-IRS TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-CONTAS
                   MOVE '- SEGURANCA SOCIAL' TO WS-CF-DESCRICAO
                   MOVE WS-CF-SS TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-CONTAS
                   MOVE '+' TO WS-CF-SINAL
                   MOVE 'SUBSIDIO DE ALIMENTACAO' TO WS-CF-DESCRICAO
                   MOVE WS-CF-SUB-ALIM TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-CONTAS
                   MOVE 'DESPESAS DE DESLOCACAO ISENTAS'
                       TO WS-CF-DESCRICAO
                   MOVE WS-CF-DESP-ISENTA TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-CONTAS
                   MOVE WS-CF-DIAS-ANO-COMP TO WS-CF-NUM-ED
                   MOVE SPACES TO WS-CF-DESCRICAO
                   IF WS-CF-MOTIVO EQUAL 'A'
                       MOVE 'COMPENSACAO ACORDADA'
                           TO WS-CF-DESCRICAO
                   ELSE
                       MOVE WS-CF-DIAS-SERVICO TO WS-CF-SERVICO-ED
                       STRING 'COMPENSACAO (' DELIMITED BY SIZE
                              WS-CF-NUM-ED DELIMITED BY SIZE
                              ' DIAS/ANO,' DELIMITED BY SIZE
                              WS-CF-SERVICO-ED DELIMITED BY SIZE
                              ' DIAS DE CASA)' DELIMITED BY SIZE
                           INTO WS-CF-DESCRICAO
                       END-STRING
                   END-IF
                   MOVE WS-CF-COMPENSACAO TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-CONTAS
                   MOVE '- ADIANTAMENTOS E EMPRESTIMOS EM DIVIDA'
                       TO WS-CF-DESCRICAO
                   MOVE '-' TO WS-CF-SINAL
                   MOVE WS-CF-ADT-DESCONTO TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-CONTAS
                   MOVE ALL '-' TO CARTA-LINHA
                   WRITE CARTA-LINHA
                   MOVE 'TOTAL LIQUIDO A RECEBER' TO WS-CF-DESCRICAO
                   MOVE ' ' TO WS-CF-SINAL
                   MOVE WS-CF-LIQUIDO TO WS-CF-VALOR-LINHA
                   PERFORM ESCREVER-LINHA-TOTAL
                   MOVE SPACES TO CARTA-LINHA
                   WRITE CARTA-LINHA

                   MOVE SPACES TO CARTA-LINHA
                   STRING 'A TRANSFERIR PARA O IBAN ' DELIMITED BY SIZE
                          FUNC-IBAN DELIMITED BY SIZE
                          ' COM OS SALARIOS DE ' DELIMITED BY SIZE
                          WS-CF-ANOMES-RECIBO DELIMITED BY SIZE
                       INTO CARTA-LINHA
                   END-STRING
                   WRITE CARTA-LINHA
                   IF WS-CF-ADT-EM-DIVIDA > ZEROS
                       MOVE WS-CF-ADT-EM-DIVIDA TO WS-CF-VALOR-ED
                       MOVE SPACES TO CARTA-LINHA
                       STRING 'FICA EM DIVIDA A EMPRESA, DE '
                                  DELIMITED BY SIZE
                              'ADIANTAMENTOS E EMPRESTIMOS:'
                                  DELIMITED BY SIZE
                              WS-CF-VALOR-ED DELIMITED BY SIZE
                           INTO CARTA-LINHA
                       END-STRING
                       WRITE CARTA-LINHA
                   END-IF
                   MOVE SPACES TO CARTA-LINHA
                   WRITE CARTA-LINHA
                   MOVE 'DECLARO QUE RECEBO AS QUANTIAS ACIMA, QUE '
                       TO CARTA-LINHA
                   MOVE 'CORRESPONDEM AS CONTAS FINAIS DO MEU'
                       TO CARTA-LINHA (43:36)
                   WRITE CARTA-LINHA
                   MOVE 'CONTRATO DE TRABALHO.' TO CARTA-LINHA
                   WRITE CARTA-LINHA
                   MOVE SPACES TO CARTA-LINHA
                   WRITE CARTA-LINHA
                   MOVE WS-DATA-PROCESSAMENTO TO WS-CF-DATA-AUX
                   PERFORM FORMATAR-DATA-CONTAS
                   MOVE SPACES TO CARTA-LINHA
                   STRING 'DATA: ' DELIMITED BY SIZE
                          WS-CF-DATA-ED DELIMITED BY SIZE
                       INTO CARTA-LINHA
                   END-STRING
                   WRITE CARTA-LINHA
                   MOVE SPACES TO CARTA-LINHA
                   WRITE CARTA-LINHA
                   MOVE 'O FUNCIONARIO: ______________________________'
                       TO CARTA-LINHA
                   WRITE CARTA-LINHA
                   MOVE SPACES TO CARTA-LINHA
                   WRITE CARTA-LINHA
                   MOVE 'PELA EMPRESA:  ______________________________'
                       TO CARTA-LINHA
                   WRITE CARTA-LINHA
                   CLOSE CARTAS
               END-IF.

      *    linha de parcela da declaracao; as parcelas a zeros nao
      *    se escrevem
           ESCREVER-LINHA-CONTAS.
               IF WS-CF-VALOR-LINHA > ZEROS
                   PERFORM ESCREVER-LINHA-TOTAL
               END-IF.

           ESCREVER-LINHA-TOTAL.
               MOVE WS-CF-VALOR-LINHA TO WS-CF-VALOR-ED
               MOVE SPACES TO CARTA-LINHA
               MOVE WS-CF-DESCRICAO TO CARTA-LINHA (3:50)
               MOVE WS-CF-SINAL TO CARTA-LINHA (56:1)
               MOVE WS-CF-VALOR-ED TO CARTA-LINHA (58:10)
               WRITE CARTA-LINHA.

           FORMATAR-DATA-CONTAS.
               MOVE SPACES TO WS-CF-DATA-ED
               STRING WS-CF-DATA-AUX (7:2) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-CF-DATA-AUX (5:2) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-CF-DATA-AUX (1:4) DELIMITED BY SIZE
                   INTO WS-CF-DATA-ED
               END-STRING.

      *-----------------------
      * assinatura do operador no arranque: o ID e validado contra o
      * ficheiro de operadores e o nivel de permissao fica guardado
