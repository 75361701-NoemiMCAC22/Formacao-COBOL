      * Mod: 13/10/2026 - NC - metodo de pagamento no recibo ('N'
      *      numerario, 'C' cartao, 'T' transferencia/debito direto,
      *      'M' multibanco), para a folha de tesouraria do dia
      * Mod: 15/10/2026 - NC - saldo credor do cliente: o excedente
      *      de um pagamento acima do saldo da fatura fica num
      *      ficheiro de creditos (o recibo passa a ter o valor
      *      recebido), abatido automaticamente na fatura seguinte,
      *      com ordem de devolucao para o IBAN do cliente e
      *      listagem dos creditos em aberto por metodo de pagamento
      * Mod: 15/10/2026 - NC - registo de reclamacoes de faturacao:
      *      a fatura reclamada fica fora das cartas de aviso, dos
      *      cortes, do debito direto e das penalizacoes enquanto a
      *      reclamacao estiver aberta; o fecho a favor do cliente
      *      regulariza a fatura (excedente pago vai a saldo credor)
      *      e ha relatorio das reclamacoes abertas por antiguidade
      * Mod: 15/10/2026 - NC - mestre de contadores: numero de serie,
      *      modelo, instalacao e validade da verificacao metrologica,
      *      mantido na criacao de cliente, na substituicao de
      *      contador e na mudanca de titular; contadores retirados
      *      ficam com o historico; lista mensal de verificacoes a
      *      vencer passada a ordens de campo ('V')
      * Mod: 15/10/2026 - NC - rotas de leitura: cada cliente numa
      *      rota com sequencia e leitor, livro de leituras por rota
      *      para impressao (morada, contador, ultima leitura e
      *      intervalo esperado) e lista dos nao lidos do mes por
      *      rota depois da importacao em lote, com a taxa de
      *      realizacao de cada leitor
      * Mod: 15/10/2026 - NC - termo de contrato sem novo titular:
      *      fatura final com termo fixo pro-rateado a data de
      *      saida, contador retirado e cliente fechado no mestre;
      *      caucao registada no inicio do contrato, abatida nas
      *      faturas em aberto no termo com o resto em ordem de
      *      devolucao, e mapa das caucoes em poder da empresa
      * Mod: 15/10/2026 - NC - balanco da rede: volume mensal recebido
      *      do distribuidor no ponto de entrada contra o consumo
      *      faturado no mes (real, estimado e regularizacoes a
      *      parte), com a perda em m3 e percentagem e a tendencia
      * Mod: 15/10/2026 - NC - data de execucao nas ordens de campo,
      *      comunicada pela equipa; indicadores trimestrais de
      *      qualidade comercial para o regulador (religacoes no
      *      prazo, dias ate ao corte, cortes, peso das estimadas,
      *      resposta a reclamacoes) com ficheiro de extracao
      * Mod: 15/10/2026 - NC - faturacao em kWh: o consumo em m3 e
      *      convertido pelo fator mensal (poder calorifico) do novo
      *      ficheiro FATORESCONV e os escaloes da tarifa passam a
      *      kWh; m3, fator e kWh gravados na fatura e impressos no
      *      documento (marcadores &FATOR e &KWH)
      * Mod: 15/10/2026 - NC - abate de creditos incobraveis: proposta
      *      das faturas antigas sem sinais de cobranca, aprovacao
      *      pelo supervisor com motivo, estado 'I' com data e
      *      motivo na fatura e registo de abates para a
      *      contabilidade (IVA regularizado no APURAMENTO_IVA)
      * Mod: 15/10/2026 - NC - cobranca externa: entrega mensal das
      *      dividas de clientes cortados a agencia de cobranca,
      *      faturas entregues fora das cartas, penalizacoes, debito
      *      direto e cortes, e importacao do retorno da agencia
      *      (recuperado liquidado, perdidas para abate, extrato)
      * Mod: 15/10/2026 - NC - inspecoes periodicas das instalacoes:
      *      classe e data da inspecao no mestre de clientes, avisos
      *      mensais pelo motor de cartas, registo dos resultados e
      *      corte de seguranca na instalacao reprovada
      * Mod: 15/10/2026 - NC - codigo postal e estado da morada no
      *      mestre de clientes, alteracao da morada e indice dos
      *      documentos impressos para a expedicao pelo correio
      * Mod: 15/10/2026 - NC - preco dos escaloes da tarifa por kWh com
      *      seis casas decimais (tambem o do tarifario de recurso
      *      convertido pelo fator do mes); saidas das propostas de
      *      abate e da carta de inspecao devolvem ao chamador
      * Mod: 15/10/2026 - NC - abate, entrega a agencia e retorno da
      *      agencia so contam e marcam a fatura quando a gravacao
      *      correu bem (o abate sem registo repoe a fatura em aberto)
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. NOEMI CORREA.
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-GASDOCS.

            SELECT DOCIDX ASSIGN TO
               WS-PATH-DOCIDX
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-DOCIDX.

            SELECT FICH-CLIENTESTEMP ASSIGN TO
               WS-PATH-CLIENTESTEMP
               ORGANIZATION SEQUENTIAL
               WS-PATH-MANDATOSTEMP
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-MANDATOSTEMP.

            SELECT FICH-CREDITOS ASSIGN TO
               WS-PATH-CREDITOS
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOS.

            SELECT CREDITOSTEMP ASSIGN TO
               WS-PATH-CREDITOSTEMP
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITOSTEMP.

            SELECT FICH-DEVOLUCOES ASSIGN TO
               WS-PATH-DEVOLUCOES
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLUCOES.

            SELECT FICH-RECLAMACOES ASSIGN TO
               WS-PATH-RECLAMACOES
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-RECLAMACOES.

            SELECT RECLAMACOESTEMP ASSIGN TO
               WS-PATH-RECLAMACOESTEMP
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-RECLAMACOESTEMP.

            SELECT FICH-CONTADORES ASSIGN TO
               WS-PATH-CONTADORES
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-CONTADORES.

            SELECT CONTADORESTEMP ASSIGN TO
               WS-PATH-CONTADORESTEMP
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-CONTADORESTEMP.

            SELECT FICH-ROTAS ASSIGN TO
               WS-PATH-ROTAS
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-ROTAS.

            SELECT ROTASTEMP ASSIGN TO
               WS-PATH-ROTASTEMP
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-ROTASTEMP.

            SELECT ROTASORT ASSIGN TO
               WS-PATH-ROTASORT
               ORGANIZATION SEQUENTIAL.

            SELECT ROTASORD ASSIGN TO
               WS-PATH-ROTASORD
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-ROTASORD.

            SELECT LIVROROTA ASSIGN TO
               WS-PATH-LIVROROTA
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-LIVROROTA.

            SELECT FICH-ABASTECIMENTO ASSIGN TO
               WS-PATH-ABASTECIMENTO
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-ABASTECIMENTO.

            SELECT ABASTECIMENTOTEMP ASSIGN TO
               WS-PATH-ABASTECIMENTOTEMP
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-ABASTECIMENTOTEMP.

            SELECT INDQUALIDADE ASSIGN TO
               WS-PATH-INDQUALIDADE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-INDQUALIDADE.

            SELECT FICH-FATORESCONV ASSIGN TO
               WS-PATH-FATORESCONV
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-FATORESCONV.

            SELECT FATORESCONVTEMP ASSIGN TO
               WS-PATH-FATORESCONVTEMP
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-FATORESCONVTEMP.

            SELECT FICH-INCOBRAVEIS ASSIGN TO
               WS-PATH-INCOBRAVEIS
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-INCOBRAVEIS.

            SELECT ENTREGAAGENCIA ASSIGN TO
               WS-PATH-ENTREGAAGENCIA
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-ENTREGAAGENCIA.

            SELECT FICH-AGENCIARET ASSIGN TO
               WS-PATH-AGENCIARET
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-AGENCIARET.

            SELECT EXTRATOAGENCIA ASSIGN TO
               WS-PATH-EXTRATOAGENCIA
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATOAGENCIA.

            SELECT FICH-INSPECOES ASSIGN TO
               WS-PATH-INSPECOES
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-FS-INSPECOES.
      *-----------------------
           SELECT DATAPROC ASSIGN TO
           WS-PATH-DATAPROC
               03 CG-TARIFA-SOCIAL        PIC X(01).
               03 CG-TS-DATA-INICIO       PIC 9(08).
               03 CG-TS-DATA-FIM          PIC 9(08).
      *        contrato: 'T' terminado na data de fim (outro valor,
      *        ativo) e caucao em poder da empresa enquanto ativo
               03 CG-ESTADO-CONTRATO      PIC X(01).
               03 CG-DATA-FIM-CONTR       PIC 9(08).
               03 CG-VALOR-CAUCAO         PIC 9(07)V99.
      *        inspecao periodica da instalacao: classe ('A' de 2 em
      *        2 anos, 'B' de 5 em 5 anos, espaco sem inspecao
      *        obrigatoria), data e resultado da ultima inspecao ('A'
      *        aprovada, 'D' aprovada com defeitos, 'R' reprovada) e
      *        data do ultimo aviso enviado ao cliente; a instalacao
      *        reprovada fica com o estado de corte 'S' (seguranca)
               03 CG-CLASSE-INSPECAO      PIC X(01).
               03 CG-DATA-INSPECAO        PIC 9(08).
               03 CG-RESULTADO-INSPECAO   PIC X(01).
               03 CG-DATA-AVISO-INSPECAO  PIC 9(08).
      *        codigo postal da morada e estado da morada: 'D'
      *        devolvida pelo correio (sem efeito) na data da
      *        devolucao, espaco valida - so uma morada corrigida
      *        volta a receber correio
               03 CG-COD-POSTAL           PIC X(08).
               03 CG-MORADA-ESTADO        PIC X(01).
               03 CG-DATA-DEVOLUCAO       PIC 9(08).

       FD  FICH-CLIENTESTEMP.
           01 CLIENTETEMP-REG             PIC X(200).

       FD  FICH-PAGAMENTOS.
       COPY PAGTOS.
      *-----------------------
      * tarifario aprovado pelo regulador: uma linha por data de
      * entrada em vigor, com ate cinco escaloes de consumo (limite
      * superior em kWh e preco por kWh, com seis casas decimais) -
      * o ultimo escalao usado cobre todo o consumo acima do limite
      * do escalao anterior
      *-----------------------
      *-----------------------
      * modelo das cartas de aviso: uma linha de texto por registo,
      * com o nivel de aviso (1 primeiro aviso, 2 segundo, 3 aviso
      * final) e marcadores &NOME, &MES, &VALOR e &PRAZO que a
      * geracao substitui; o nivel 4 e o aviso de inspecao periodica
      * da instalacao, so com &NOME e &PRAZO (data limite)
      *-----------------------
       FD  CARTAMODELO.
           01 MODELO-REG.
      * modelo dos documentos impressos do gas: uma linha de texto
      * por registo, com o tipo de documento ('F' fatura, 'R'
      * recibo) e marcadores &NOME, &MES, &DATA, &CONS, &BASE,
      * &TERMO, &IVA, &VALOR, &CRED e &RECIB (e &FATOR e &KWH da
      * conversao do consumo) que a geracao substitui, como nas
      * cartas de aviso
      *-----------------------
       FD  GASDOCMODELO.
           01 GASDOCMOD-REG.
       FD  GASDOCS.
           01 GASDOC-LINHA                PIC X(80).

      *-----------------------
      * indice dos documentos de cada ficheiro de impressao (cartas e
      * documentos do gas), lido pela expedicao para envelopar por
      * destinatario
      *-----------------------
       FD  DOCIDX.
       COPY DOCEXP
           REPLACING ==:REC:== BY ==DOCIDX-REG==
                     ==:PFX:== BY ==DX==.

      *-----------------------
      * ordens para a equipa de campo: 'C' corte de fornecimento por
      * incumprimento persistente, 'R' religacao apos pagamento
      * integral, 'V' verificacao metrologica do contador, 'S' corte
      * de seguranca por inspecao reprovada - a taxa
      * de religacao fica pendente ('P') ate ser faturada ('F') na
      * fatura seguinte do cliente; a data de execucao fica a zeros
      * ate a equipa comunicar a execucao
      *-----------------------
       FD  FICH-ORDENSCAMPO.
           01 ORDEM-CAMPO-REG.
               03 OC-DATA                 PIC 9(08).
               03 OC-TAXA                 PIC 9(05)V99.
               03 OC-ESTADO               PIC X(01).
               03 OC-DATA-EXECUCAO        PIC 9(08).

       FD  ORDENSTEMP.
           01 ORDEMTEMP-REG.
               03 OCT-DATA                PIC 9(08).
               03 OCT-TAXA                PIC 9(05)V99.
               03 OCT-ESTADO              PIC X(01).
               03 OCT-DATA-EXECUCAO       PIC 9(08).

      *-----------------------
      * mandatos de debito direto exigidos pelo banco: referencia do
               03 MDT-ESTADO              PIC X(01).
               03 MDT-RECUSAS             PIC 9(02).

      *-----------------------
      * saldos credores dos clientes: um registo por excedente de
      * pagamento, com o recibo e o metodo que o originaram (para
      * bater com a caixa), o valor ja abatido em faturas e o estado
      * ('A' aberto, 'U' utilizado em faturas, 'D' devolvido)
      *-----------------------
       FD  FICH-CREDITOS.
           01 CREDITO-REG.
               03 CR-NUM-CLIENTE          PIC 9(05).
               03 CR-NUM-RECIBO           PIC 9(06).
               03 CR-DATA                 PIC 9(08).
               03 CR-METODO               PIC X(01).
               03 CR-ORIGEM               PIC X(01).
               03 CR-VALOR                PIC 9(07)V99.
               03 CR-VALOR-USADO          PIC 9(07)V99.
               03 CR-ESTADO               PIC X(01).
               03 CR-DATA-FECHO           PIC 9(08).

       FD  CREDITOSTEMP.
           01 CREDITOTEMP-REG             PIC X(48).

      *-----------------------
      * ordens de devolucao ao cliente por transferencia para o IBAN
      * do mestre de clientes ('C' saldo credor, 'U' caucao no termo
      * do contrato), pendentes ('P') ate o banco as executar
      *-----------------------
       FD  FICH-DEVOLUCOES.
           01 DEVOLUCAO-REG.
               03 DV-NUM-CLIENTE          PIC 9(05).
               03 DV-NOME-CLIENTE         PIC X(30).
               03 DV-IBAN                 PIC X(25).
               03 DV-DATA                 PIC 9(08).
               03 DV-VALOR                PIC 9(07)V99.
               03 DV-ORIGEM               PIC X(01).
               03 DV-ESTADO               PIC X(01).

       FD  FICH-RECLAMACOES.
       COPY RECLAM.

       FD  RECLAMACOESTEMP.
           01 RECLAMACAOTEMP-REG          PIC X(117).

      *-----------------------
      * mestre de contadores: um registo por instalacao de um
      * contador num cliente, com a leitura e a data de instalacao
      * e, quando sai de servico ('R' retirado), a data, a leitura
      * e o motivo da remocao ('S' substituicao, 'T' mudanca de
      * titular, 'F' termo do contrato) - o registo fica no
      * ficheiro como historico; a validade da verificacao
      * metrologica e a marca de ordem de verificacao ja emitida
      * seguem o contador em servico ('S')
      *-----------------------
       FD  FICH-CONTADORES.
           01 CONTADOR-REG.
               03 CT-NUM-SERIE            PIC X(15).
               03 CT-MODELO               PIC X(20).
               03 CT-NUM-CLIENTE          PIC 9(05).
               03 CT-DATA-INSTALACAO      PIC 9(08).
               03 CT-LEITURA-INSTALACAO   PIC 9(06).
               03 CT-DATA-REMOCAO         PIC 9(08).
               03 CT-LEITURA-REMOCAO      PIC 9(06).
               03 CT-MOTIVO-REMOCAO       PIC X(01).
               03 CT-DATA-VERIFICACAO     PIC 9(08).
               03 CT-DATA-LIMITE-VERIF    PIC 9(08).
               03 CT-ORDEM-VERIF          PIC X(01).
               03 CT-ESTADO               PIC X(01).

       FD  CONTADORESTEMP.
           01 CONTADORTEMP-REG            PIC X(87).

      *-----------------------
      * rotas de leitura: um registo por cliente, com a rota, a
      * sequencia de visita dentro da rota e o leitor que a faz
      *-----------------------
       FD  FICH-ROTAS.
           01 ROTA-REG.
               03 RR-ROTA                 PIC X(04).
               03 RR-SEQUENCIA            PIC 9(04).
               03 RR-NUM-CLIENTE          PIC 9(05).
               03 RR-LEITOR               PIC X(10).

       FD  ROTASTEMP.
           01 ROTATEMP-REG                PIC X(23).

       SD  ROTASORT.
           01 ROTASORT-REG.
               03 RS-ROTA                 PIC X(04).
               03 RS-SEQUENCIA            PIC 9(04).
               03 RS-NUM-CLIENTE          PIC 9(05).
               03 RS-LEITOR               PIC X(10).

       FD  ROTASORD.
           01 ROTASORD-REG.
               03 RO-ROTA                 PIC X(04).
               03 RO-SEQUENCIA            PIC 9(04).
               03 RO-NUM-CLIENTE          PIC 9(05).
               03 RO-LEITOR               PIC X(10).

      *-----------------------
      * livro de leituras para impressao, um ficheiro por dia com
      * uma seccao por rota
      *-----------------------
       FD  LIVROROTA.
           01 LIVROROTA-LINHA             PIC X(132).

      *-----------------------
      * volume de gas recebido no ponto de entrada da rede, um
      * registo por mes, como comunicado pelo distribuidor
      *-----------------------
       FD  FICH-ABASTECIMENTO.
           01 ABASTECIMENTO-REG.
               03 AB-ANO                  PIC 9(04).
               03 AB-MES                  PIC 9(02).
               03 AB-VOLUME-M3            PIC 9(09).
               03 AB-DATA-REGISTO         PIC 9(08).

       FD  ABASTECIMENTOTEMP.
           01 ABASTECIMENTOTEMP-REG       PIC X(23).

      *-----------------------
      * extracao trimestral dos indicadores de qualidade comercial
      * para o regulador, um registo por indicador (codigo, valor,
      * numerador e denominador de onde saiu)
      *-----------------------
       FD  INDQUALIDADE.
           01 INDQUALIDADE-REG.
               03 IQ-ANO                  PIC 9(04).
               03 IQ-TRIMESTRE            PIC 9(01).
               03 IQ-CODIGO               PIC X(06).
               03 IQ-DESCRICAO            PIC X(40).
               03 IQ-NUMERADOR            PIC 9(09).
               03 IQ-DENOMINADOR          PIC 9(09).
               03 IQ-VALOR                PIC 9(07)V99.

      *-----------------------
      * fator de conversao de m3 em kWh por mes de faturacao (poder
      * calorifico medio do gas distribuido nesse mes), um registo
      * por ano/mes
      *-----------------------
       FD  FICH-FATORESCONV.
           01 FATORCONV-REG.
               03 FC-ANO                  PIC 9(04).
               03 FC-MES                  PIC 9(02).
               03 FC-FATOR                PIC 9(02)V9(06).
               03 FC-DATA-REGISTO         PIC 9(08).

       FD  FATORESCONVTEMP.
           01 FATORESCONVTEMP-REG         PIC X(22).

      *-----------------------
      * registo de abates de creditos incobraveis para a
      * contabilidade: uma linha por fatura abatida, com o motivo
      * ('S' saida do cliente, 'I' insolvencia, 'A' antiguidade),
      * a data do abate e o IVA regularizado a favor
      *-----------------------
       FD  FICH-INCOBRAVEIS.
           01 INCOBRAVEL-REG.
               03 IB-NUM-CLIENTE          PIC 9(05).
               03 IB-NOME-CLIENTE         PIC X(30).
               03 IB-ANO                  PIC 9(04).
               03 IB-MES                  PIC 9(02).
               03 IB-DATA-VENCIMENTO      PIC 9(08).
               03 IB-DATA-ABATE           PIC 9(08).
               03 IB-MOTIVO               PIC X(01).
               03 IB-VALOR-BASE           PIC 9(07)V99.
               03 IB-TAXA-IVA             PIC 9(02).
               03 IB-VALOR-IVA            PIC 9(06)V99.
               03 IB-VALOR-TOTAL          PIC 9(07)V99.
               03 IB-OPERADOR             PIC X(20).

      *-----------------------
      * entrega mensal a agencia de cobranca: uma linha por fatura
      * em divida, com os dados do cliente para a cobranca
      *-----------------------
       FD  ENTREGAAGENCIA.
           01 ENTREGAAGENCIA-REG.
               03 EA-NUM-CLIENTE          PIC 9(05).
               03 EA-NOME-CLIENTE         PIC X(30).
               03 EA-NIF                  PIC 9(09).
               03 EA-MORADA               PIC X(40).
               03 EA-ANO                  PIC 9(04).
               03 EA-MES                  PIC 9(02).
               03 EA-DATA-VENCIMENTO      PIC 9(08).
               03 EA-VALOR-DIVIDA         PIC 9(07)V99.

      *-----------------------
      * retorno da agencia de cobranca: por fatura, o valor
      * recuperado ('R') com a comissao retida pela agencia, ou a
      * divida dada como perdida ('L')
      *-----------------------
       FD  FICH-AGENCIARET.
           01 AGENCIARET-REG.
               03 AR-NUM-CLIENTE          PIC 9(05).
               03 AR-ANO                  PIC 9(04).
               03 AR-MES                  PIC 9(02).
               03 AR-TIPO                 PIC X(01).
               03 AR-DATA                 PIC 9(08).
               03 AR-VALOR                PIC 9(07)V99.
               03 AR-COMISSAO             PIC 9(05)V99.

       FD  EXTRATOAGENCIA.
           01 EXTRATOAGENCIA-LINHA        PIC X(100).

      *-----------------------
      * historico das inspecoes periodicas das instalacoes, um
      * registo por inspecao com o resultado e as observacoes
      *-----------------------
       FD  FICH-INSPECOES.
           01 INSPECAO-REG.
               03 IP-NUM-CLIENTE          PIC 9(05).
               03 IP-NOME-CLIENTE         PIC X(30).
               03 IP-DATA                 PIC 9(08).
               03 IP-CLASSE               PIC X(01).
               03 IP-RESULTADO            PIC X(01).
               03 IP-OBSERVACOES          PIC X(40).
               03 IP-OPERADOR             PIC X(20).

       FD  FICH-TARIFAS.
           01 TARIFA-REG.
               03 TF-DATA-INICIO          PIC 9(08).
               03 TF-NUM-ESCALOES         PIC 9(01).
               03 TF-ESCALAO OCCURS 5 TIMES.
                   05 TF-LIMITE           PIC 9(06).
                   05 TF-PRECO            PIC 9(01)V9(06).
      *-----------------------

      *-----------------------
       77 WS-SALDO-FATURA                 PIC 9(07)V99 VALUE ZEROS.
       77 WS-PAG-PARCIAL                  PIC 9 VALUE 0.
       77 WS-COB-PARCIAL                  PIC 9 VALUE 0.
       77 WS-PAG-EXCEDENTE                PIC 9(07)V99 VALUE ZEROS.

       77 WS-PATH-CREDITOS                PIC X(100).
       77 WS-PATH-CREDITOSTEMP            PIC X(100).
       77 WS-PATH-DEVOLUCOES              PIC X(100).
       77 WS-FS-CREDITOS                  PIC XX.
       77 WS-FS-CREDITOSTEMP              PIC XX.
       77 WS-FS-DEVOLUCOES                PIC XX.
       77 WS-ENDOFFILECREDITOS            PIC 99.
       77 OPCAO-CREDITOS                  PIC 9.
       77 WS-CRED-CLIENTE                 PIC 9(05).
       77 WS-CRED-DISPONIVEL              PIC 9(07)V99 VALUE ZEROS.
       77 WS-CRED-APLICADO                PIC 9(07)V99 VALUE ZEROS.
       77 WS-CRED-A-CONSUMIR              PIC 9(07)V99 VALUE ZEROS.
       77 WS-CRED-SALDO                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-CRED-ALTERADO                PIC 9.
       77 WS-CRED-RESPOSTA                PIC X(01).
       77 WS-CRED-CONTADOR                PIC 9(05) VALUE ZEROS.
       77 WS-CRED-TOT-N                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-CRED-TOT-C                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-CRED-TOT-T                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-CRED-TOT-M                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-CRED-TOT-O                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-CRED-ORIGEM                  PIC X(01).
       77 WS-CRED-TOT-GERAL               PIC 9(09)V99 VALUE ZEROS.
       77 WS-DEV-ORIGEM                   PIC X(01).
       77 WS-DEV-VALOR                    PIC 9(07)V99 VALUE ZEROS.

       77 WS-PATH-RECLAMACOES             PIC X(100).
       77 WS-PATH-RECLAMACOESTEMP         PIC X(100).
       77 WS-FS-RECLAMACOES               PIC XX.
       77 WS-FS-RECLAMACOESTEMP           PIC XX.
       77 WS-ENDOFFILERECLAMACOES         PIC 99.
       77 OPCAO-RECLAMACOES               PIC 9.
       77 WS-RECL-CLIENTE                 PIC 9(05).
       77 WS-RECL-ANO                     PIC 9(04).
       77 WS-RECL-MES                     PIC 9(02).
       77 WS-RECL-ABERTA                  PIC 9 VALUE 0.
       77 WS-RECL-FATURA-OK               PIC 9 VALUE 0.
       77 WS-RECL-ALTERADO                PIC 9.
       77 WS-RECL-ESTADO-NOVO             PIC X(01).
       77 WS-RECL-MOTIVO                  PIC X(40).
       77 WS-RECL-RESOLUCAO               PIC X(40).
       77 WS-RECL-VALOR                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-RECL-DIAS                    PIC S9(05).
       77 WS-RECL-CONTADOR                PIC 9(05) VALUE ZEROS.
       77 WS-RECL-ATE-15                  PIC 9(05) VALUE ZEROS.
       77 WS-RECL-ATE-30                  PIC 9(05) VALUE ZEROS.
       77 WS-RECL-ATE-60                  PIC 9(05) VALUE ZEROS.
       77 WS-RECL-MAIS-60                 PIC 9(05) VALUE ZEROS.

       77 WS-PATH-CONTADORES              PIC X(100).
       77 WS-PATH-CONTADORESTEMP          PIC X(100).
       77 WS-FS-CONTADORES                PIC XX.
       77 WS-FS-CONTADORESTEMP            PIC XX.
       77 WS-ENDOFFILECONTADORES          PIC 99.
       77 OPCAO-CONTADORES                PIC 9.
       77 WS-CTD-CLIENTE                  PIC 9(05).
       77 WS-CTD-NUM-SERIE                PIC X(15).
       77 WS-CTD-MODELO                   PIC X(20).
       77 WS-CTD-DATA-INST                PIC 9(08).
       77 WS-CTD-LEIT-INST                PIC 9(06).
       77 WS-CTD-DATA-FIM                 PIC 9(08).
       77 WS-CTD-LEIT-FIM                 PIC 9(06).
       77 WS-CTD-MOTIVO                   PIC X(01).
       77 WS-CTD-DATA-VERIF               PIC 9(08).
       77 WS-CTD-DATA-LIMITE              PIC 9(08).
       77 WS-CTD-ORDEM-VERIF              PIC X(01).
       77 WS-CTD-EXISTE                   PIC 9 VALUE 0.
       77 WS-CTD-ALTERADO                 PIC 9.
       77 WS-CTD-CLIENTE-NOVO             PIC 9 VALUE 0.
       77 WS-CTD-ANOS-VALIDADE            PIC 9(02) VALUE 10.
       77 WS-CTD-ANOMES                   PIC 9(06).
       77 WS-CTD-FIM-MES                  PIC 9(08).
       77 WS-CTD-DATA-CONSULTA            PIC 9(08).
       77 WS-CTD-CONTADOR                 PIC 9(05) VALUE ZEROS.
       77 WS-CTD-NUM-SERIE-NOVO           PIC X(15).
       77 WS-CTD-MODELO-NOVO              PIC X(20).
       77 WS-CTD-DATA-VERIF-NOVO          PIC 9(08).

       77 WS-PATH-ROTAS                   PIC X(100).
       77 WS-PATH-ROTASTEMP               PIC X(100).
       77 WS-PATH-ROTASORT                PIC X(100).
       77 WS-PATH-ROTASORD                PIC X(100).
       77 WS-PATH-LIVROROTA               PIC X(100).
       77 WS-FS-ROTAS                     PIC XX.
       77 WS-FS-ROTASTEMP                 PIC XX.
       77 WS-FS-ROTASORD                  PIC XX.
       77 WS-FS-LIVROROTA                 PIC XX.
       77 WS-ENDOFFILEROTAS               PIC 99.
       77 OPCAO-ROTAS                     PIC 9.
       77 WS-ROT-ROTA                     PIC X(04).
       77 WS-ROT-SEQUENCIA                PIC 9(04).
       77 WS-ROT-LEITOR                   PIC X(10).
       77 WS-ROT-FILTRO                   PIC X(04).
       77 WS-ROT-ANTERIOR                 PIC X(04).
       77 WS-ROT-ALTERADO                 PIC 9.
       77 WS-ROT-ANO                      PIC 9(04).
       77 WS-ROT-MES                      PIC 9(02).
       77 WS-ROT-LIDO                     PIC 9.
       77 WS-ROT-SITUACAO                 PIC X(12).
       77 WS-ROT-LEIT-MIN                 PIC 9(06).
       77 WS-ROT-LEIT-MAX                 PIC 9(07).
       77 WS-ROT-LINHA                    PIC X(132).
       77 WS-ROT-CLIENTES                 PIC 9(05) VALUE ZEROS.
       77 WS-ROT-TOTAL                    PIC 9(05) VALUE ZEROS.
       77 WS-ROT-LIDOS                    PIC 9(05) VALUE ZEROS.
       77 WS-ROT-TAXA                     PIC 9(03)V9 VALUE ZEROS.
       77 WS-ROT-TAXA-MINIMA              PIC 9(03) VALUE 90.
       77 WS-NUM-LEITORES                 PIC 9(02) VALUE ZEROS.
       77 WS-IDX-LEITOR                   PIC 9(02).
       77 WS-LEITOR-ACHADO                PIC 9.
           01 WS-TAB-LEITORES.
               03 WS-TAB-LEITOR-ENTRY OCCURS 50 TIMES.
                   05 WS-LEIT-NOME        PIC X(10).
                   05 WS-LEIT-TOTAL       PIC 9(05).
                   05 WS-LEIT-LIDOS       PIC 9(05).

       77 WS-PATH-ABASTECIMENTO           PIC X(100).
       77 WS-PATH-ABASTECIMENTOTEMP       PIC X(100).
       77 WS-FS-ABASTECIMENTO             PIC XX.
       77 WS-FS-ABASTECIMENTOTEMP         PIC XX.
       77 WS-ENDOFFILEABAST               PIC 99.
       77 OPCAO-BALANCO                   PIC 9.
       77 WS-BAL-ANO                      PIC 9(04).
       77 WS-BAL-MES                      PIC 9(02).
       77 WS-BAL-VOLUME                   PIC 9(09).
       77 WS-BAL-SUBST                    PIC 9.
       77 WS-BAL-ANO-INI                  PIC 9(04).
       77 WS-BAL-MES-INI                  PIC 9(02).
       77 WS-BAL-ANO-FIM                  PIC 9(04).
       77 WS-BAL-MES-FIM                  PIC 9(02).
       77 WS-BAL-NUM-MESES                PIC S9(05).
       77 WS-BAL-IDX                      PIC S9(05).
       77 WS-BAL-I                        PIC 9(02).
       77 WS-BAL-LIDO                     PIC 9(07).
       77 WS-BAL-FATURADO                 PIC S9(09) VALUE ZEROS.
       77 WS-BAL-PERDA                    PIC S9(09) VALUE ZEROS.
       77 WS-BAL-PCT                      PIC S9(03)V99 VALUE ZEROS.
       77 WS-BAL-PCT-1                    PIC S9(03)V99 VALUE ZEROS.
       77 WS-BAL-PCT-2                    PIC S9(03)V99 VALUE ZEROS.
       77 WS-BAL-PCT-3                    PIC S9(03)V99 VALUE ZEROS.
       77 WS-BAL-NUM-PCT                  PIC 9 VALUE ZEROS.
       77 WS-BAL-MEDIA                    PIC S9(03)V99 VALUE ZEROS.
       77 WS-BAL-MEDIA-ANT                PIC S9(03)V99 VALUE ZEROS.
       77 WS-BAL-TENDENCIA                PIC X(12).
       77 WS-BAL-TOT-ENTRADA              PIC 9(11) VALUE ZEROS.
       77 WS-BAL-TOT-FATURADO             PIC S9(11) VALUE ZEROS.
       77 WS-BAL-TOT-PERDA                PIC S9(11) VALUE ZEROS.
           01 WS-TAB-BALANCO.
               03 WS-BAL-ENTRY OCCURS 60 TIMES.
                   05 WS-BAL-ENTRADA      PIC 9(09).
                   05 WS-BAL-TEM-ENTRADA  PIC 9.
                   05 WS-BAL-FATURAS      PIC 9(05).
                   05 WS-BAL-REAL         PIC 9(09).
                   05 WS-BAL-ESTIMADO     PIC 9(09).
                   05 WS-BAL-REGULARIZ    PIC S9(09).

       77 WS-PATH-INDQUALIDADE            PIC X(100).
       77 WS-FS-INDQUALIDADE              PIC XX.
       77 WS-IQ-ANO                       PIC 9(04).
       77 WS-IQ-TRIMESTRE                 PIC 9(01).
       77 WS-IQ-MES-INI                   PIC 9(02).
       77 WS-IQ-MES-FIM                   PIC 9(02).
       77 WS-IQ-DATA-INI                  PIC 9(08).
       77 WS-IQ-DATA-FIM                  PIC 9(08).
       77 WS-IQ-DATA-DE                   PIC 9(08).
       77 WS-IQ-DATA-ATE                  PIC 9(08).
       77 WS-IQ-DATA-PAGAMENTO            PIC 9(08).
       77 WS-IQ-DATA-EXECUCAO             PIC 9(08).
       77 WS-IQ-DIAS-DE                   PIC 9(07).
       77 WS-IQ-DIAS                      PIC 9(05).
       77 WS-IQ-ORDEM-MARCADA             PIC 9.
       77 WS-IQ-PRAZO-RELIGACAO           PIC 9(02) VALUE 1.
       77 WS-IQ-PRAZO-RECLAMACAO          PIC 9(03) VALUE 15.
       77 WS-IQ-CORTES-ORDENADOS          PIC 9(07) VALUE ZEROS.
       77 WS-IQ-CORTES-EXECUTADOS         PIC 9(07) VALUE ZEROS.
       77 WS-IQ-CORTES-DIAS               PIC 9(09) VALUE ZEROS.
       77 WS-IQ-RELIG-EXECUTADAS          PIC 9(07) VALUE ZEROS.
       77 WS-IQ-RELIG-NO-PRAZO            PIC 9(07) VALUE ZEROS.
       77 WS-IQ-RELIG-PENDENTES           PIC 9(07) VALUE ZEROS.
       77 WS-IQ-FAT-REAIS                 PIC 9(07) VALUE ZEROS.
       77 WS-IQ-FAT-ESTIMADAS             PIC 9(07) VALUE ZEROS.
       77 WS-IQ-RECL-RECEBIDAS            PIC 9(07) VALUE ZEROS.
       77 WS-IQ-RECL-RESPONDIDAS          PIC 9(07) VALUE ZEROS.
       77 WS-IQ-RECL-NO-PRAZO             PIC 9(07) VALUE ZEROS.
       77 WS-IQ-RECL-DIAS                 PIC 9(09) VALUE ZEROS.
       77 WS-IQ-RECL-MAX-DIAS             PIC 9(05) VALUE ZEROS.
       77 WS-IQ-CODIGO                    PIC X(06).
       77 WS-IQ-DESCRICAO                 PIC X(40).
       77 WS-IQ-NUMERADOR                 PIC 9(09) VALUE ZEROS.
       77 WS-IQ-DENOMINADOR               PIC 9(09) VALUE ZEROS.
       77 WS-IQ-VALOR                     PIC 9(07)V99 VALUE ZEROS.

       77 WS-PATH-FATORESCONV             PIC X(100).
       77 WS-PATH-FATORESCONVTEMP         PIC X(100).
       77 WS-FS-FATORESCONV               PIC XX.
       77 WS-FS-FATORESCONVTEMP           PIC XX.
       77 WS-ENDOFFILEFATORES             PIC 99.
       77 OPCAO-FATORES                   PIC 9.
       77 WS-FC-ANO                       PIC 9(04).
       77 WS-FC-MES                       PIC 9(02).
       77 WS-FC-FATOR                     PIC 9(02)V9(06).
       77 WS-FC-SUBST                     PIC 9.
       77 WS-FC-PERIODO                   PIC 9(06).
       77 WS-FC-PERIODO-LIDO              PIC 9(06).
       77 WS-FC-PERIODO-ACHADO            PIC 9(06).
       77 WS-FATOR-CONV-MES               PIC 9(02)V9(06) VALUE ZEROS.
       77 WS-FATOR-CONV-DEF               PIC 9(02)V9(06)
                                          VALUE 11,300000.
       77 WS-FATOR-CARTA                  PIC Z9,999999.

       77 WS-PATH-INCOBRAVEIS             PIC X(100).
       77 WS-FS-INCOBRAVEIS               PIC XX.
       77 WS-ENDOFFILEINCOBRAVEIS         PIC 99.
       77 OPCAO-INCOBRAVEIS               PIC 9.
       77 WS-INC-IDADE                    PIC 9(04).
       77 WS-INC-IDADE-DEF                PIC 9(04) VALUE 365.
       77 WS-INC-CANDIDATO                PIC 9.
       77 WS-INC-ULTIMO-PAGTO             PIC 9(08).
       77 WS-INC-MOTIVO                   PIC X(01).
       77 WS-INC-MOTIVO-SUG               PIC X(01).
       77 WS-INC-ESTADO-ANT               PIC X(01).
       77 WS-INC-DATA-INI                 PIC 9(08).
       77 WS-INC-DATA-FIM                 PIC 9(08).
       77 WS-INC-PROPOSTAS                PIC 9(05) VALUE ZEROS.
       77 WS-INC-ABATIDAS                 PIC 9(05) VALUE ZEROS.
       77 WS-INC-TOTAL                    PIC 9(09)V99 VALUE ZEROS.
       77 WS-INC-TOTAL-BASE               PIC 9(09)V99 VALUE ZEROS.
       77 WS-INC-TOTAL-IVA                PIC 9(09)V99 VALUE ZEROS.

       77 WS-PATH-ENTREGAAGENCIA          PIC X(100).
       77 WS-PATH-AGENCIARET              PIC X(100).
       77 WS-PATH-EXTRATOAGENCIA          PIC X(100).
       77 WS-FS-ENTREGAAGENCIA            PIC XX.
       77 WS-FS-AGENCIARET                PIC XX.
       77 WS-FS-EXTRATOAGENCIA            PIC XX.
       77 WS-ENDOFFILEAGENCIA             PIC 99.
       77 OPCAO-AGENCIA                   PIC 9.
       77 WS-CLI-NIF                      PIC 9(09) VALUE ZEROS.
       77 WS-AG-CLI-ANTERIOR              PIC 9(05).
       77 WS-AG-ACEITE                    PIC 9.
       77 WS-AG-RESULTADO                 PIC X(25).
       77 WS-AG-LINHA                     PIC X(100).
       77 WS-AG-VALOR-ED                  PIC ZZZZZZZZ9,99.
       77 WS-AG-COMISSAO-ED               PIC ZZZZ9,99.
       77 WS-AG-FATURAS                   PIC 9(05) VALUE ZEROS.
       77 WS-AG-TOTAL                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-AG-RECUPERADAS               PIC 9(05) VALUE ZEROS.
       77 WS-AG-RECUPERADO                PIC 9(09)V99 VALUE ZEROS.
       77 WS-AG-COMISSAO                  PIC 9(09)V99 VALUE ZEROS.
       77 WS-AG-LIQUIDO                   PIC S9(09)V99 VALUE ZEROS.
       77 WS-AG-PERDIDAS                  PIC 9(05) VALUE ZEROS.
       77 WS-AG-PERDIDO                   PIC 9(09)V99 VALUE ZEROS.
       77 WS-AG-REJEITADAS                PIC 9(05) VALUE ZEROS.

       77 WS-PATH-INSPECOES               PIC X(100).
       77 WS-FS-INSPECOES                 PIC XX.
       77 WS-ENDOFFILEINSPECOES           PIC 99.
       77 OPCAO-INSPECOES                 PIC 9.
       77 WS-INSP-JANELA                  PIC 9(03) VALUE 60.
       77 WS-INSP-BASE                    PIC 9(08) VALUE ZEROS.
       77 WS-INSP-LIMITE                  PIC 9(08) VALUE ZEROS.
       77 WS-INSP-ANOS                    PIC 9(01).
       77 WS-INSP-SITUACAO                PIC X(10).
       77 WS-INSP-A-VENCER                PIC 9(05) VALUE ZEROS.
       77 WS-INSP-AVISADOS                PIC 9(05) VALUE ZEROS.
       77 WS-INSP-DATA                    PIC 9(08) VALUE ZEROS.
       77 WS-INSP-CLASSE                  PIC X(01).
       77 WS-INSP-RESULTADO               PIC X(01).
       77 WS-INSP-OBSERVACOES             PIC X(40).
       77 WS-INSP-ALTERADO                PIC 9.

       77 WS-PATH-ACORDOS                 PIC X(100).
       77 WS-PATH-ACORDOSTEMP             PIC X(100).
       77 OPCAO-CORTES                    PIC 9.
       77 WS-CLI-CORTE                    PIC X(01) VALUE SPACE.
       77 WS-CLI-MORADA                   PIC X(40) VALUE SPACES.
       77 WS-CLI-CONTRATO                 PIC X(01) VALUE SPACE.
       77 WS-CLI-CAUCAO                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIAS-PARA-CORTE              PIC 9(03) VALUE 45.
       77 WS-TAXA-RELIGACAO-VALOR         PIC 9(05)V99 VALUE 25,00.
       77 WS-CORTE-RESPOSTA               PIC X(01).
       77 WS-FS-GASDOCS                   PIC XX.
       77 WS-ENDOFFILEGASMOD              PIC 99.
       77 WS-GASDOC-TIPO                  PIC X(01).
       77 WS-PATH-DOCIDX                  PIC X(100).
       77 WS-FS-DOCIDX                    PIC XX.
       77 WS-DOCIDX-NOVO                  PIC 9 VALUE 0.
       77 WS-DOC-LINHAS                   PIC 9(05) VALUE ZEROS.

       77 WS-PATH-LEITURASLOTE            PIC X(100).
       77 WS-PATH-REJEITADOS              PIC X(100).
       77 WS-MT-DIAS                      PIC 9(02).
       77 WS-MT-ALTERADO                  PIC 9.

       77 OPCAO-CONTRATOS                 PIC 9.
       77 WS-TC-OPERACAO                  PIC X(01).
       77 WS-TC-ALTERADO                  PIC 9.
       77 WS-TC-DATA-SAIDA                PIC 9(08).
       77 WS-TC-DIAS                      PIC 9(02).
       77 WS-TC-LEIT-ANTERIOR             PIC 9(06).
       77 WS-TC-LEIT-FINAL                PIC 9(06).
       77 WS-TC-CAUCAO                    PIC 9(07)V99 VALUE ZEROS.
       77 WS-TC-CAUCAO-NOVA               PIC 9(07)V99 VALUE ZEROS.
       77 WS-TC-MORADA-NOVA               PIC X(40) VALUE SPACES.
       77 WS-TC-CPOSTAL-NOVO              PIC X(08) VALUE SPACES.
       77 WS-TC-SALDO                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-TC-APLICAR                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-TC-ABATIDO                   PIC 9(07)V99 VALUE ZEROS.
       77 WS-TC-FATURAS                   PIC 9(03) VALUE ZEROS.
       77 WS-TC-FIM-DEVOLUCOES            PIC 9.
       77 WS-TC-CLIENTES                  PIC 9(05) VALUE ZEROS.
       77 WS-TC-ORDENS                    PIC 9(05) VALUE ZEROS.
       77 WS-TC-TOTAL                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TC-TOTAL-DEV                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-TC-TOTAL-GERAL               PIC 9(09)V99 VALUE ZEROS.

       77 WS-PATH-MBPAGAMENTOS            PIC X(100).
       77 WS-FS-MBPAGAMENTOS              PIC XX.
       77 WS-ENDOFFILEMB                  PIC 99.
       77 WS-DATA-FATURA                  PIC 9(08).
       77 WS-IDX-ESCALAO                  PIC 9(01).
       77 WS-LIMITE-ESC-ANTERIOR          PIC 9(06).
       77 WS-CONSUMO-RESTANTE             PIC 9(08).
       77 WS-CONSUMO-NO-ESCALAO           PIC 9(08).
           01 WS-TARIFA-ATIVA.
               03 WS-TAR-DATA-INICIO      PIC 9(08) VALUE ZEROS.
               03 WS-TAR-TERMO-FIXO-DIA   PIC 9(01)V999 VALUE ZEROS.
               03 WS-TAR-NUM-ESCALOES     PIC 9(01) VALUE ZEROS.
               03 WS-TAR-ESCALAO OCCURS 5 TIMES.
                   05 WS-TAR-LIMITE       PIC 9(06).
                   05 WS-TAR-PRECO        PIC 9(01)V9(06).

       COPY FATMES
           REPLACING ==:REC:== BY ==WS-FATURA-MES-DADOS==
                     ==:PFX:== BY ==WS==.

       COPY DOCEXP
           REPLACING ==:REC:== BY ==WS-DOCEXP==
                     ==:PFX:== BY ==WS-DX==.

       COPY DIAUTL
           REPLACING ==:PFX:== BY ==WS-DU==.

           DISPLAY "19 - TARIFA SOCIAL"
           DISPLAY "20 - IMPORTAR PAGAMENTOS MULTIBANCO"
           DISPLAY "21 - IMPORTAR FATURAMES SEQUENCIAL"
           DISPLAY "22 - SALDOS CREDORES"
           DISPLAY "23 - RECLAMACOES DE FATURACAO"
           DISPLAY "24 - CONTADORES"
           DISPLAY "25 - ROTAS DE LEITURA"
           DISPLAY "26 - CONTRATOS E CAUCOES"
           DISPLAY "27 - BALANCO DA REDE"
           DISPLAY "28 - INDICADORES DE QUALIDADE (REGULADOR)"
           DISPLAY "29 - FATORES DE CONVERSAO M3/KWH"
           DISPLAY "30 - CREDITOS INCOBRAVEIS"
           DISPLAY "31 - COBRANCA EXTERNA (AGENCIA)"
           DISPLAY "32 - INSPECOES DE INSTALACOES"
           ACCEPT OPCAO
           DISPLAY "---------------------------------"

               IF OPCAO = 21
               PERFORM IMPORTAR-FATURAMES.

               IF OPCAO = 22
               PERFORM GERIR-CREDITOS.

               IF OPCAO = 23
               PERFORM GERIR-RECLAMACOES.

               IF OPCAO = 24
               PERFORM GERIR-CONTADORES.

               IF OPCAO = 25
               PERFORM GERIR-ROTAS.

               IF OPCAO = 26
               PERFORM GERIR-CONTRATOS.

               IF OPCAO = 27
               PERFORM GERIR-BALANCO-REDE.

               IF OPCAO = 28
               PERFORM INDICADORES-QUALIDADE.

               IF OPCAO = 29
               PERFORM GERIR-FATORES-CONVERSAO.

               IF OPCAO = 30
               PERFORM GERIR-INCOBRAVEIS.

               IF OPCAO = 31
               PERFORM GERIR-COBRANCA-EXTERNA.

               IF OPCAO = 32
               PERFORM GERIR-INSPECOES.

       STOP_PROGRAMA.
           PERFORM LIBERTAR-LOCK
           STOP RUN.
           IF WS-PATH-MBPAGAMENTOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/MBPAGAMENTOS.txt'
                   TO WS-PATH-MBPAGAMENTOS
           END-IF
           ACCEPT WS-PATH-CREDITOS
               FROM ENVIRONMENT "CREDITOSGAS_PATH"
           IF WS-PATH-CREDITOS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CREDITOSGAS.txt'
                   TO WS-PATH-CREDITOS
           END-IF
           ACCEPT WS-PATH-CREDITOSTEMP
               FROM ENVIRONMENT "CREDITOSTEMP_PATH"
           IF WS-PATH-CREDITOSTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CREDITOSTEMP.txt'
                   TO WS-PATH-CREDITOSTEMP
           END-IF
           ACCEPT WS-PATH-DEVOLUCOES
               FROM ENVIRONMENT "DEVOLUCOESGAS_PATH"
           IF WS-PATH-DEVOLUCOES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/DEVOLUCOESGAS.txt'
                   TO WS-PATH-DEVOLUCOES
           END-IF
           ACCEPT WS-PATH-RECLAMACOES
               FROM ENVIRONMENT "RECLAMACOES_PATH"
           IF WS-PATH-RECLAMACOES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/RECLAMACOES.txt'
                   TO WS-PATH-RECLAMACOES
           END-IF
           ACCEPT WS-PATH-RECLAMACOESTEMP
               FROM ENVIRONMENT "RECLAMACOESTEMP_PATH"
           IF WS-PATH-RECLAMACOESTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/RECLAMACOESTEMP.txt'
                   TO WS-PATH-RECLAMACOESTEMP
           END-IF
           ACCEPT WS-PATH-CONTADORES
               FROM ENVIRONMENT "CONTADORES_PATH"
           IF WS-PATH-CONTADORES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CONTADORES.txt'
                   TO WS-PATH-CONTADORES
           END-IF
           ACCEPT WS-PATH-CONTADORESTEMP
               FROM ENVIRONMENT "CONTADORESTEMP_PATH"
           IF WS-PATH-CONTADORESTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/CONTADORESTEMP.txt'
                   TO WS-PATH-CONTADORESTEMP
           END-IF
           ACCEPT WS-PATH-ROTAS FROM ENVIRONMENT "ROTAS_PATH"
           IF WS-PATH-ROTAS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ROTAS.txt'
                   TO WS-PATH-ROTAS
           END-IF
           ACCEPT WS-PATH-ROTASTEMP FROM ENVIRONMENT "ROTASTEMP_PATH"
           IF WS-PATH-ROTASTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ROTASTEMP.txt'
                   TO WS-PATH-ROTASTEMP
           END-IF
           ACCEPT WS-PATH-ROTASORT FROM ENVIRONMENT "ROTASORT_PATH"
           IF WS-PATH-ROTASORT EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ROTASORT.txt'
                   TO WS-PATH-ROTASORT
           END-IF
           ACCEPT WS-PATH-ROTASORD FROM ENVIRONMENT "ROTASORD_PATH"
           IF WS-PATH-ROTASORD EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ROTASORD.txt'
                   TO WS-PATH-ROTASORD
           END-IF
           ACCEPT WS-PATH-ABASTECIMENTO
               FROM ENVIRONMENT "ABASTECIMENTO_PATH"
           IF WS-PATH-ABASTECIMENTO EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ABASTECIMENTO.txt'
                   TO WS-PATH-ABASTECIMENTO
           END-IF
           ACCEPT WS-PATH-ABASTECIMENTOTEMP
               FROM ENVIRONMENT "ABASTECIMENTOTEMP_PATH"
           IF WS-PATH-ABASTECIMENTOTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/ABASTECIMENTOTEMP.txt'
                   TO WS-PATH-ABASTECIMENTOTEMP
           END-IF
           ACCEPT WS-PATH-FATORESCONV
               FROM ENVIRONMENT "FATORESCONV_PATH"
           IF WS-PATH-FATORESCONV EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/FATORESCONV.txt'
                   TO WS-PATH-FATORESCONV
           END-IF
           ACCEPT WS-PATH-FATORESCONVTEMP
               FROM ENVIRONMENT "FATORESCONVTEMP_PATH"
           IF WS-PATH-FATORESCONVTEMP EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/FATORESCONVTEMP.txt'
                   TO WS-PATH-FATORESCONVTEMP
           END-IF
           ACCEPT WS-PATH-INCOBRAVEIS
               FROM ENVIRONMENT "INCOBRAVEIS_PATH"
           IF WS-PATH-INCOBRAVEIS EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/INCOBRAVEIS.txt'
                   TO WS-PATH-INCOBRAVEIS
           END-IF
           ACCEPT WS-PATH-AGENCIARET
               FROM ENVIRONMENT "AGENCIARET_PATH"
           IF WS-PATH-AGENCIARET EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/AGENCIARET.txt'
                   TO WS-PATH-AGENCIARET
           END-IF
           ACCEPT WS-PATH-INSPECOES
               FROM ENVIRONMENT "INSPECOES_PATH"
           IF WS-PATH-INSPECOES EQUAL SPACES
               MOVE 'C:/Users/oeira/Downloads/INSPECOES.txt'
                   TO WS-PATH-INSPECOES
           END-IF.

       REGISTAR-LEITURA.
                       'OPCAO 5 ***'
               GO TO INICIO
           END-IF
           IF WS-CLI-CONTRATO EQUAL 'T'
               DISPLAY '*** O CONTRATO DO CLIENTE ' WS-CLI-PROCURA
                       ' ESTA TERMINADO - REGISTO RECUSADO ***'
               GO TO INICIO
           END-IF

      *    cliente cortado por incumprimento (ou por seguranca): so
      *    a fatura final (a ultima leitura antes do corte) pode ser
      *    emitida
           IF WS-CLI-CORTE EQUAL 'C' OR WS-CLI-CORTE EQUAL 'S'
               DISPLAY '*** CLIENTE ' WS-CLI-PROCURA ' COM '
                       'FORNECIMENTO CORTADO ***'
               DISPLAY 'TRATA-SE DA FATURA FINAL (S/N)? '
               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE WS-DATA-PROCESSAMENTO TO FM-DATA-EMISSAO
               MOVE ZEROS TO FM-NIVEL-AVISO
               MOVE ZEROS TO FM-DATA-INCOBRAVEL
               MOVE SPACE TO FM-MOTIVO-INCOBRAVEL
               MOVE SPACE TO FM-COBRANCA-EXTERNA
               MOVE ZEROS TO FM-DATA-ENTREGA-AGENCIA
               MOVE ZEROS TO FM-VALOR-PAGO-ACUM
               MOVE ZEROS TO FM-TAXA-RELIGACAO
               MOVE ZEROS TO FM-TAXA-IVA
                   MOVE ZEROS TO FM-VALOR-REGULARIZACAO
                   MOVE ZEROS TO FM-TAXA-IVA
                   MOVE ZEROS TO FM-VALOR-IVA
                   MOVE ZEROS TO FM-FATOR-CONVERSAO
                   MOVE ZEROS TO FM-CONSUMO-KWH
               ELSE
                   COMPUTE FM-CONSUMO-M3 =
                       FM-LEITURA-ATUAL - FM-LEITURA-ANTERIOR
                       MOVE ZEROS TO FM-VALOR-A-PAGAR
                       MOVE ZEROS TO FM-VALOR-TERMO-FIXO
                       MOVE ZEROS TO FM-VALOR-REGULARIZACAO
                       MOVE ZEROS TO FM-CONSUMO-KWH
                   ELSE
                   PERFORM 8000-CALCULAR-VALOR-A-PAGAR
                   PERFORM 8200-CALCULAR-TERMO-FIXO
                   DISPLAY 'CLIENTE: ' FM-NUM-CLIENTE ' '
                           FM-NOME-CLIENTE
                   DISPLAY 'CONSUMO: ' FM-CONSUMO-M3 ' M3'
                   MOVE FM-FATOR-CONVERSAO TO WS-FATOR-CARTA
                   DISPLAY 'FATOR DE CONVERSAO: ' WS-FATOR-CARTA
                           ' KWH/M3 - CONSUMO: ' FM-CONSUMO-KWH ' KWH'
                   DISPLAY 'VALOR BASE: ' FM-VALOR-BASE
                   DISPLAY 'TERMO FIXO: ' FM-VALOR-TERMO-FIXO
                   IF FM-DESCONTO-SOCIAL > ZEROS
                   END-IF
               END-IF

               PERFORM APLICAR-CREDITO-FATURA
               PERFORM DEFINIR-SUBCHAVE
               WRITE FATURA-MES-REG
               IF WS-FS-MES NOT EQUAL "00"
                   IF FM-TAXA-RELIGACAO > ZEROS
                       PERFORM MARCAR-RELIGACAO-FATURADA
                   END-IF
                   IF WS-CRED-APLICADO > ZEROS
                       PERFORM CONSUMIR-CREDITOS-CLIENTE
                   END-IF
                   PERFORM GERAR-DOC-FATURA
               END-IF

      * fatura (a de maior data de inicio que nao seja posterior ao
      * primeiro dia do mes faturado), para que a refaturacao de um
      * mes antigo use sempre o preco desse mes - sem linha em vigor,
      * recorre ao tarifario de recurso de dois escaloes; os limites
      * e os precos dos escaloes sao em kWh, por isso carrega tambem
      * o fator de conversao do mes
      *-----------------------
       7500-CARREGAR-TARIFA.
           PERFORM 7400-CARREGAR-FATOR-CONVERSAO
           SET WS-TARIFA-ENCONTRADA TO 0
           SET WS-ENDOFFILETARIFAS  TO 0
           MOVE ZEROS TO WS-TAR-DATA-INICIO
           IF WS-TARIFA-ENCONTRADA EQUAL 0
               DISPLAY '*** SEM TARIFA EM VIGOR PARA ' WS-DATA-FATURA
                       ' - APLICADO O TARIFARIO DE RECURSO ***'
      *        o recurso esta em m3: passa a kWh com o fator do mes
               MOVE 2 TO WS-TAR-NUM-ESCALOES
               COMPUTE WS-TAR-LIMITE (1) ROUNDED =
                   WS-LIMITE-BRACKET * WS-FATOR-CONV-MES
               COMPUTE WS-TAR-PRECO (1) ROUNDED =
                   WS-PRECO-UNIT-BASE / WS-FATOR-CONV-MES
               MOVE 999999               TO WS-TAR-LIMITE (2)
               COMPUTE WS-TAR-PRECO (2) ROUNDED =
                   WS-PRECO-UNIT-EXCESSO / WS-FATOR-CONV-MES
               MOVE WS-TERMO-FIXO-DIA-DEF TO WS-TAR-TERMO-FIXO-DIA
           END-IF.

           END-IF.

      *-----------------------
      * tarifario em escaloes: converte o consumo do mes de m3 em
      * kWh pelo fator carregado com a tarifa, percorre os escaloes
      * da tarifa em vigor e fatura a fatia dos kWh que cabe em cada
      * um ao preco desse escalao - o ultimo escalao cobre o restante
      *-----------------------
       8000-CALCULAR-VALOR-A-PAGAR.
           MOVE ZEROS TO FM-VALOR-BASE
           MOVE ZEROS TO WS-LIMITE-ESC-ANTERIOR
           MOVE WS-FATOR-CONV-MES TO FM-FATOR-CONVERSAO
           COMPUTE FM-CONSUMO-KWH ROUNDED =
               FM-CONSUMO-M3 * FM-FATOR-CONVERSAO
           MOVE FM-CONSUMO-KWH TO WS-CONSUMO-RESTANTE

           PERFORM VARYING WS-IDX-ESCALAO FROM 1 BY 1
               UNTIL WS-IDX-ESCALAO > WS-TAR-NUM-ESCALOES
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-HOJE
           IF FM-ESTADO-PAGAMENTO EQUAL 'A'
            AND WS-DATA-HOJE > FM-DATA-VENCIMENTO
            AND FM-COBRANCA-EXTERNA EQUAL SPACE
               COMPUTE FM-PENALIZACAO =
                   FM-VALOR-BASE * WS-TAXA-PENALIZACAO
           END-IF.
                               WS-NOME-CLIENTE
                               ' ANO/MES: ' WS-ANO '/' WS-MES
                               ' CONSUMO: ' WS-CONSUMO-M3 ' M3'
                               ' (' WS-CONSUMO-KWH ' KWH)'
                               ' VENCIMENTO: ' WS-DATA-VENCIMENTO
                               ' ESTADO: ' WS-ESTADO-PAGAMENTO
                               ' VALOR BASE: ' WS-VALOR-BASE
                               TO FM-NOME-CLIENTE
                           MOVE FMA-RESTO
                               TO FATURA-MES-REG (43:134)
                           MOVE ZEROS TO FM-FATOR-CONVERSAO
                           MOVE ZEROS TO FM-CONSUMO-KWH
                           MOVE ZEROS TO FM-DATA-INCOBRAVEL
                           MOVE SPACE TO FM-MOTIVO-INCOBRAVEL
                           MOVE SPACE TO FM-COBRANCA-EXTERNA
                           MOVE ZEROS TO FM-DATA-ENTREGA-AGENCIA
                           PERFORM DEFINIR-SUBCHAVE
                           WRITE FATURA-MES-REG
                               INVALID KEY
           MOVE SPACES TO WS-CLI-IBAN
           MOVE SPACES TO WS-CLI-MORADA
           MOVE SPACE  TO WS-CLI-CORTE
           MOVE SPACE  TO WS-CLI-CONTRATO
           MOVE ZEROS  TO WS-CLI-CAUCAO
           MOVE ZEROS  TO WS-CLI-NIF

           OPEN INPUT FICH-CLIENTES
           IF WS-FS-CLIENTES EQUAL "35"
                           MOVE CG-NOME-CLIENTE TO WS-CLI-NOME
                           MOVE CG-IBAN         TO WS-CLI-IBAN
                           MOVE CG-MORADA       TO WS-CLI-MORADA
                           MOVE CG-NIF          TO WS-CLI-NIF
                           MOVE CG-ESTADO-CORTE TO WS-CLI-CORTE
                           MOVE CG-CONTA-CERTA  TO WS-CLI-CONTA-CERTA
                           MOVE CG-VALOR-CONTA-CERTA
                           MOVE CG-TS-DATA-INICIO
                               TO WS-CLI-TS-INICIO
                           MOVE CG-TS-DATA-FIM TO WS-CLI-TS-FIM
                           MOVE CG-ESTADO-CONTRATO
                               TO WS-CLI-CONTRATO
                           IF CG-VALOR-CAUCAO IS NUMERIC
                               MOVE CG-VALOR-CAUCAO TO WS-CLI-CAUCAO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           COMPUTE WS-SUB-CONSUMO-NOVO =
               WS-SUB-LEIT-ATUAL-NOVO - WS-SUB-LEIT-INI-NOVO

           DISPLAY 'DADOS DO CONTADOR NOVO'
           PERFORM PEDIR-DADOS-CONTADOR

           OPEN I-O FICH-FATURA-MES
           IF WS-FS-MES EQUAL "35"
               OPEN OUTPUT FICH-FATURA-MES
               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE WS-DATA-PROCESSAMENTO TO FM-DATA-EMISSAO
               MOVE ZEROS TO FM-NIVEL-AVISO
               MOVE ZEROS TO FM-DATA-INCOBRAVEL
               MOVE SPACE TO FM-MOTIVO-INCOBRAVEL
               MOVE SPACE TO FM-COBRANCA-EXTERNA
               MOVE ZEROS TO FM-DATA-ENTREGA-AGENCIA
               MOVE ZEROS TO FM-VALOR-PAGO-ACUM
               MOVE ZEROS TO FM-TAXA-RELIGACAO
               MOVE ZEROS TO FM-TAXA-IVA
               DISPLAY 'PAGAMENTO MB - ENTIDADE: ' FM-MB-ENTIDADE
                       ' REFERENCIA: ' FM-MB-REFERENCIA

               PERFORM APLICAR-CREDITO-FATURA
               PERFORM DEFINIR-SUBCHAVE
               WRITE FATURA-MES-REG
               IF WS-FS-MES NOT EQUAL "00"
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   DISPLAY 'FATURA REGISTADA COM SUCESSO'
                   IF WS-CRED-APLICADO > ZEROS
                       PERFORM CONSUMIR-CREDITOS-CLIENTE
                   END-IF
                   PERFORM GERAR-DOC-FATURA
      *            o contador antigo sai de servico com a leitura
      *            final e o novo entra com a leitura inicial
                   MOVE WS-CLI-PROCURA TO WS-CTD-CLIENTE
                   MOVE WS-DATA-PROCESSAMENTO TO WS-CTD-DATA-FIM
                   MOVE WS-SUB-LEIT-FINAL-ANTIGO TO WS-CTD-LEIT-FIM
                   MOVE 'S' TO WS-CTD-MOTIVO
                   MOVE WS-CTD-NUM-SERIE TO WS-CTD-NUM-SERIE-NOVO
                   MOVE WS-CTD-MODELO TO WS-CTD-MODELO-NOVO
                   MOVE WS-CTD-DATA-VERIF TO WS-CTD-DATA-VERIF-NOVO
                   PERFORM RETIRAR-CONTADOR-CLIENTE
                   IF WS-CTD-NUM-SERIE-NOVO NOT EQUAL SPACES
                       MOVE WS-CTD-NUM-SERIE-NOVO TO WS-CTD-NUM-SERIE
                       MOVE WS-CTD-MODELO-NOVO TO WS-CTD-MODELO
                       MOVE WS-CTD-DATA-VERIF-NOVO
                           TO WS-CTD-DATA-VERIF
                       MOVE WS-DATA-PROCESSAMENTO TO WS-CTD-DATA-INST
                       MOVE WS-SUB-LEIT-INI-NOVO TO WS-CTD-LEIT-INST
                       PERFORM CALCULAR-LIMITE-VERIFICACAO
                       MOVE 'N' TO WS-CTD-ORDEM-VERIF
                       PERFORM GRAVAR-CONTADOR-NOVO
                   END-IF
               END-IF
               CLOSE FICH-FATURA-MES
           END-IF
               NOT AT END
                   IF FM-ESTADO-PAGAMENTO EQUAL 'A'
                    AND WS-DATA-HOJE > FM-DATA-VENCIMENTO
                    AND FM-COBRANCA-EXTERNA EQUAL SPACE
      *                uma fatura abrangida por um plano de pagamento
      *                ativo fica fora das cartas enquanto as
      *                prestacoes forem honradas, e uma fatura
      *                reclamada enquanto a reclamacao estiver aberta
                       MOVE FM-NUM-CLIENTE TO WS-ACO-CLIENTE
                       MOVE FM-ANO         TO WS-ACO-ANO
                       MOVE FM-MES         TO WS-ACO-MES
                       PERFORM VERIFICAR-ACORDO-FATURA
                       MOVE FM-NUM-CLIENTE TO WS-RECL-CLIENTE
                       MOVE FM-ANO         TO WS-RECL-ANO
                       MOVE FM-MES         TO WS-RECL-MES
                       PERFORM VERIFICAR-RECLAMACAO-FATURA
                       IF WS-ACORDO-ATIVO EQUAL 0
                        AND WS-RECL-ABERTA EQUAL 0
                           IF FM-NIVEL-AVISO < 3
                               ADD 1 TO FM-NIVEL-AVISO
                           END-IF
                           MOVE FM-NIVEL-AVISO TO WS-NIVEL-CARTA
                           PERFORM GERAR-UMA-CARTA
                              THRU GERAR-UMA-CARTA-FIM
      *                    o nivel de aviso atualizado fica logo na
      *                    fatura, por reescrita direta no indexado
                           REWRITE FATURA-MES-REG
                  FM-MES DELIMITED BY SIZE
               INTO WS-MES-CARTA
           END-STRING
           MOVE ZEROS TO WS-DOC-LINHAS

           OPEN INPUT CARTAMODELO
           IF WS-FS-CARTAMODELO NOT EQUAL "00"
           IF WS-CARTAS-INICIADAS EQUAL 0
               OPEN OUTPUT CARTAS
               MOVE 1 TO WS-CARTAS-INICIADAS
               MOVE 1 TO WS-DOCIDX-NOVO
           ELSE
               OPEN EXTEND CARTAS
               MOVE 0 TO WS-DOCIDX-NOVO
           END-IF
           IF WS-FS-CARTAS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR CARTAS - FILE STATUS: '
                       PERFORM SUBSTITUIR-MARCADORES
                       MOVE WS-CARTA-LINHA TO CARTA-LINHA
                       WRITE CARTA-LINHA
                       ADD 1 TO WS-DOC-LINHAS
                   END-IF
               END-READ
           END-PERFORM

           MOVE ALL '-' TO CARTA-LINHA
           WRITE CARTA-LINHA
           ADD 1 TO WS-DOC-LINHAS
           CLOSE CARTAMODELO
           CLOSE CARTAS
           ADD 1 TO WS-CARTAS-GERADAS

           MOVE 'C' TO WS-DX-ORIGEM
           MOVE 'A' TO WS-DX-TIPO-DOC (1:1)
           MOVE WS-NIVEL-CARTA TO WS-DX-TIPO-DOC (2:1)
           MOVE WS-MES-CARTA TO WS-DX-REFERENCIA
           MOVE FM-NUM-CLIENTE TO WS-DX-NUM-CLIENTE
           MOVE ZEROS TO WS-DX-NIF
           PERFORM REGISTAR-DOC-EXPEDICAO.

       GERAR-UMA-CARTA-FIM.
           EXIT.
                           WS-NOME-CLIENTE
                           ' ANO/MES: ' WS-ANO '/' WS-MES
                           ' CONSUMO: ' WS-CONSUMO-M3 ' M3'
                           ' (' WS-CONSUMO-KWH ' KWH)'
                           ' VENCIMENTO: ' WS-DATA-VENCIMENTO
                           ' ESTADO: ' WS-ESTADO-PAGAMENTO
                           ' VALOR A PAGAR: ' WS-VALOR-A-PAGAR
      * regulariza a estimativa pendente: o consumo real lido cobre o
      * mes estimado e o mes corrente, por isso desconta-se o consumo
      * ja faturado na estimativa - se a estimativa foi superior ao
      * real, o excesso e creditado, convertido em kWh pelo fator do
      * mes, ao preco do primeiro escalao
      *-----------------------
       6900-REGULARIZAR-ESTIMATIVA.
           DISPLAY '*** ESTIMATIVA PENDENTE DE ' WS-EST-ANO '/'
           ELSE
               MOVE ZEROS TO FM-CONSUMO-M3
               COMPUTE FM-VALOR-REGULARIZACAO =
                   WS-REG-DIFERENCA * WS-FATOR-CONV-MES
                   * WS-TAR-PRECO (1)
           END-IF.

      *-----------------------
                       'FICHEIRO DE CLIENTES ***'
               GO TO INICIO
           END-IF
           IF WS-CLI-CONTRATO EQUAL 'T'
               DISPLAY '*** O CONTRATO DO CLIENTE ' WS-CLI-PROCURA
                       ' ESTA TERMINADO - REGISTO RECUSADO ***'
               GO TO INICIO
           END-IF

           DISPLAY 'ANO: '
           ACCEPT WS-REG-ANO
               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE WS-DATA-PROCESSAMENTO TO FM-DATA-EMISSAO
               MOVE ZEROS TO FM-NIVEL-AVISO
               MOVE ZEROS TO FM-DATA-INCOBRAVEL
               MOVE SPACE TO FM-MOTIVO-INCOBRAVEL
               MOVE SPACE TO FM-COBRANCA-EXTERNA
               MOVE ZEROS TO FM-DATA-ENTREGA-AGENCIA
               MOVE ZEROS TO FM-VALOR-PAGO-ACUM
               MOVE ZEROS TO FM-TAXA-RELIGACAO
               MOVE ZEROS TO FM-TAXA-IVA
               DISPLAY 'PAGAMENTO MB - ENTIDADE: ' FM-MB-ENTIDADE
                       ' REFERENCIA: ' FM-MB-REFERENCIA

               PERFORM APLICAR-CREDITO-FATURA
               PERFORM DEFINIR-SUBCHAVE
               WRITE FATURA-MES-REG
               IF WS-FS-MES NOT EQUAL "00"
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   DISPLAY 'FATURA ESTIMADA REGISTADA COM SUCESSO'
                   IF WS-CRED-APLICADO > ZEROS
                       PERFORM CONSUMIR-CREDITOS-CLIENTE
                   END-IF
                   PERFORM GERAR-DOC-FATURA
               END-IF
               CLOSE FICH-FATURA-MES
                       IF FM-ESTADO-PAGAMENTO EQUAL 'A'
                        AND FM-DATA-VENCIMENTO >= WS-JANELA-INICIO
                        AND FM-DATA-VENCIMENTO <= WS-JANELA-FIM
                        AND FM-COBRANCA-EXTERNA EQUAL SPACE
      *                    fatura com reclamacao aberta nao se cobra
      *                    ate a reclamacao ser resolvida
                           MOVE FM-NUM-CLIENTE TO WS-RECL-CLIENTE
                           MOVE FM-ANO         TO WS-RECL-ANO
                           MOVE FM-MES         TO WS-RECL-MES
                           PERFORM VERIFICAR-RECLAMACAO-FATURA
                           IF WS-RECL-ABERTA EQUAL 1
                               DISPLAY '*** FATURA ' FM-NUM-CLIENTE
                                   ' ' FM-ANO '/' FM-MES ' EM '
                                   'RECLAMACAO - NAO INCLUIDA NO '
                                   'LOTE ***'
                           ELSE
                               PERFORM 6700-ESCREVER-DETALHE-COBRANCA
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           SET WS-PAG-JA-PAGA    TO 0
           SET WS-PAG-PARCIAL    TO 0
           MOVE ZEROS  TO WS-PAG-VALOR
           MOVE ZEROS  TO WS-PAG-EXCEDENTE
           MOVE SPACES TO WS-PAG-NOME

           OPEN I-O FICH-FATURA-MES
                               MOVE WS-PAG-DATA TO FM-DATA-PAGAMENTO
                               MOVE FM-VALOR-A-PAGAR
                                   TO FM-VALOR-PAGO-ACUM
      *                        o recibo leva o valor recebido, como
      *                        entrou na caixa; o que passa do saldo
      *                        fica em saldo credor do cliente
                               COMPUTE WS-PAG-EXCEDENTE =
                                   WS-PAG-VALOR-RECEBIDO
                                   - WS-SALDO-FATURA
                               MOVE WS-PAG-VALOR-RECEBIDO
                                   TO WS-PAG-VALOR
                           ELSE
                               SET WS-PAG-PARCIAL TO 1
                               ADD WS-PAG-VALOR-RECEBIDO
                       DISPLAY 'PAGAMENTO PARCIAL - SALDO EM '
                               'ABERTO: ' WS-SALDO-FATURA
                   END-IF
                   IF WS-PAG-EXCEDENTE > ZEROS
                       MOVE 'P' TO WS-CRED-ORIGEM
                       PERFORM REGISTAR-CREDITO-EXCEDENTE
                   END-IF
               END-IF
           END-IF.
      *-----------------------
               CLOSE FICH-PAGAMENTOS
           END-IF.

      *-----------------------
      * grava em saldo credor do cliente o excedente do pagamento
      * acabado de liquidar (origem 'P'), com o recibo e o metodo de
      * pagamento para a listagem bater com a caixa, o credito de
      * um acerto de conta certa (origem 'A', sem recibo) ou o de
      * uma reclamacao fechada a favor do cliente (origem 'R')
      *-----------------------
       REGISTAR-CREDITO-EXCEDENTE.
           OPEN EXTEND FICH-CREDITOS
           IF WS-FS-CREDITOS EQUAL "35"
               OPEN OUTPUT FICH-CREDITOS
           END-IF
           IF WS-FS-CREDITOS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-CREDITOS - FILE STATUS: '
                       WS-FS-CREDITOS
               MOVE WS-FS-CREDITOS TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               MOVE WS-PAG-CLIENTE   TO CR-NUM-CLIENTE
               MOVE WS-NUM-RECIBO    TO CR-NUM-RECIBO
               MOVE WS-PAG-DATA      TO CR-DATA
               MOVE WS-PAG-METODO    TO CR-METODO
               MOVE WS-CRED-ORIGEM   TO CR-ORIGEM
               MOVE WS-PAG-EXCEDENTE TO CR-VALOR
               MOVE ZEROS            TO CR-VALOR-USADO
               MOVE 'A'              TO CR-ESTADO
               MOVE ZEROS            TO CR-DATA-FECHO
               WRITE CREDITO-REG
               IF WS-FS-CREDITOS NOT EQUAL "00"
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR O SALDO CREDOR'
                   DISPLAY 'FILE STATUS: ' WS-FS-CREDITOS
               ELSE
                   DISPLAY 'EXCEDENTE DE ' WS-PAG-EXCEDENTE
                           ' EM SALDO CREDOR DO CLIENTE - ABATE NA '
                           'PROXIMA FATURA'
               END-IF
               CLOSE FICH-CREDITOS
           END-IF.

      *-----------------------
      * soma o saldo credor em aberto do cliente em WS-CRED-CLIENTE
      *-----------------------
       SOMAR-CREDITOS-CLIENTE.
           MOVE ZEROS TO WS-CRED-DISPONIVEL
           SET WS-ENDOFFILECREDITOS TO 0
           OPEN INPUT FICH-CREDITOS
           IF WS-FS-CREDITOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILECREDITOS EQUAL 1
                   READ FICH-CREDITOS
                   AT END
                       MOVE 1 TO WS-ENDOFFILECREDITOS
                   NOT AT END
                       IF CR-NUM-CLIENTE EQUAL WS-CRED-CLIENTE
                        AND CR-ESTADO EQUAL 'A'
                           COMPUTE WS-CRED-DISPONIVEL =
                               WS-CRED-DISPONIVEL
                               + CR-VALOR - CR-VALOR-USADO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CREDITOS
           END-IF.

      *-----------------------
      * abate o saldo credor do cliente na fatura acabada de
      * calcular, como um pagamento ja recebido (sem recibo novo - o
      * dinheiro ja tem recibo); o valor abatido fica em
      * WS-CRED-APLICADO para consumir os creditos so depois de a
      * fatura estar gravada
      *-----------------------
       APLICAR-CREDITO-FATURA.
           MOVE ZEROS TO WS-CRED-APLICADO
           IF FM-VALOR-A-PAGAR > ZEROS
               MOVE FM-NUM-CLIENTE TO WS-CRED-CLIENTE
               PERFORM SOMAR-CREDITOS-CLIENTE
               IF WS-CRED-DISPONIVEL > ZEROS
                   IF WS-CRED-DISPONIVEL >= FM-VALOR-A-PAGAR
                       MOVE FM-VALOR-A-PAGAR TO WS-CRED-APLICADO
                       MOVE 'P' TO FM-ESTADO-PAGAMENTO
                       MOVE FM-DATA-EMISSAO TO FM-DATA-PAGAMENTO
                   ELSE
                       MOVE WS-CRED-DISPONIVEL TO WS-CRED-APLICADO
                   END-IF
                   ADD WS-CRED-APLICADO TO FM-VALOR-PAGO-ACUM
                   DISPLAY 'SALDO CREDOR ABATIDO NA FATURA: '
                           WS-CRED-APLICADO
               END-IF
           END-IF.

      *-----------------------
      * consome nos creditos do cliente em WS-CRED-CLIENTE o valor
      * abatido na fatura, dos mais antigos para os mais recentes
      *-----------------------
       CONSUMIR-CREDITOS-CLIENTE.
           MOVE WS-CRED-APLICADO TO WS-CRED-A-CONSUMIR
           MOVE 0 TO WS-CRED-ALTERADO
           PERFORM OBTER-DATA-PROCESSAMENTO
           SET WS-ENDOFFILECREDITOS TO 0
           OPEN INPUT FICH-CREDITOS
           OPEN OUTPUT CREDITOSTEMP
           IF WS-FS-CREDITOS NOT EQUAL "00"
            OR WS-FS-CREDITOSTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-CREDITOS/CREDITOSTEMP - '
                       'FILE STATUS: ' WS-FS-CREDITOS ' / '
                       WS-FS-CREDITOSTEMP
               IF WS-FS-CREDITOS EQUAL "00"
                   CLOSE FICH-CREDITOS
               END-IF
               IF WS-FS-CREDITOSTEMP EQUAL "00"
                   CLOSE CREDITOSTEMP
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFFILECREDITOS EQUAL 1
                   READ FICH-CREDITOS
                   AT END
                       MOVE 1 TO WS-ENDOFFILECREDITOS
                   NOT AT END
                       IF CR-NUM-CLIENTE EQUAL WS-CRED-CLIENTE
                        AND CR-ESTADO EQUAL 'A'
                        AND WS-CRED-A-CONSUMIR > ZEROS
                           MOVE 1 TO WS-CRED-ALTERADO
                           COMPUTE WS-CRED-SALDO =
                               CR-VALOR - CR-VALOR-USADO
                           IF WS-CRED-SALDO > WS-CRED-A-CONSUMIR
                               ADD WS-CRED-A-CONSUMIR
                                   TO CR-VALOR-USADO
                               MOVE ZEROS TO WS-CRED-A-CONSUMIR
                           ELSE
                               MOVE CR-VALOR TO CR-VALOR-USADO
                               SUBTRACT WS-CRED-SALDO
                                   FROM WS-CRED-A-CONSUMIR
                               MOVE 'U' TO CR-ESTADO
                               MOVE WS-DATA-PROCESSAMENTO
                                   TO CR-DATA-FECHO
                           END-IF
                       END-IF
                       WRITE CREDITOTEMP-REG FROM CREDITO-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-CREDITOS
               CLOSE CREDITOSTEMP

               IF WS-CRED-ALTERADO EQUAL 1
                   PERFORM REESCREVER-CREDITOS
               END-IF
           END-IF.

      *-----------------------
      * devolve a copia de trabalho ao ficheiro de creditos
      *-----------------------
       REESCREVER-CREDITOS.
           SET WS-ENDOFFILECREDITOS TO 0
           OPEN INPUT CREDITOSTEMP
           OPEN OUTPUT FICH-CREDITOS
           PERFORM UNTIL WS-ENDOFFILECREDITOS EQUAL 1
               READ CREDITOSTEMP
               AT END
                   MOVE 1 TO WS-ENDOFFILECREDITOS
               NOT AT END
                   MOVE CREDITOTEMP-REG TO CREDITO-REG
                   WRITE CREDITO-REG
               END-READ
           END-PERFORM
           CLOSE CREDITOSTEMP
           CLOSE FICH-CREDITOS.

      *-----------------------
      * saldos credores: listagem dos creditos em aberto e ordem de
      * devolucao ao cliente que pede o dinheiro de volta
      *-----------------------
       GERIR-CREDITOS.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//SALDOS CREDORES//-------'
           DISPLAY ' 1 - LISTAR SALDOS CREDORES EM ABERTO'
           DISPLAY ' 2 - ORDEM DE DEVOLUCAO AO CLIENTE'
           ACCEPT OPCAO-CREDITOS

           EVALUATE OPCAO-CREDITOS
               WHEN 1
                   PERFORM LISTAR-CREDITOS-ABERTOS
               WHEN 2
                   PERFORM DEVOLVER-CREDITO-CLIENTE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           GO TO INICIO.

      *-----------------------
      * creditos em aberto com o recibo, a data e o metodo de
      * pagamento que os originou, e totais por metodo: o total em
      * numerario bate com o excedente que entrou na folha de
      * tesouraria dos dias respetivos
      *-----------------------
       LISTAR-CREDITOS-ABERTOS.
           MOVE ZEROS TO WS-CRED-CONTADOR
           MOVE ZEROS TO WS-CRED-TOT-N
           MOVE ZEROS TO WS-CRED-TOT-C
           MOVE ZEROS TO WS-CRED-TOT-T
           MOVE ZEROS TO WS-CRED-TOT-M
           MOVE ZEROS TO WS-CRED-TOT-O
           MOVE ZEROS TO WS-CRED-TOT-GERAL
           SET WS-ENDOFFILECREDITOS TO 0
           OPEN INPUT FICH-CREDITOS
           IF WS-FS-CREDITOS NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE CREDITOS - FILE STATUS: '
                       WS-FS-CREDITOS
           ELSE
               PERFORM UNTIL WS-ENDOFFILECREDITOS EQUAL 1
                   READ FICH-CREDITOS
                   AT END
                       MOVE 1 TO WS-ENDOFFILECREDITOS
                   NOT AT END
                       IF CR-ESTADO EQUAL 'A'
                           COMPUTE WS-CRED-SALDO =
                               CR-VALOR - CR-VALOR-USADO
                           ADD 1 TO WS-CRED-CONTADOR
                           ADD WS-CRED-SALDO TO WS-CRED-TOT-GERAL
                           EVALUATE CR-METODO
                               WHEN 'N'
                                   ADD WS-CRED-SALDO TO WS-CRED-TOT-N
                               WHEN 'C'
                                   ADD WS-CRED-SALDO TO WS-CRED-TOT-C
                               WHEN 'T'
                                   ADD WS-CRED-SALDO TO WS-CRED-TOT-T
                               WHEN 'M'
                                   ADD WS-CRED-SALDO TO WS-CRED-TOT-M
                               WHEN OTHER
                                   ADD WS-CRED-SALDO TO WS-CRED-TOT-O
                           END-EVALUATE
                           DISPLAY 'CLIENTE: ' CR-NUM-CLIENTE
                                   ' RECIBO: ' CR-NUM-RECIBO
                                   ' DATA: ' CR-DATA
                                   ' ORIGEM: ' CR-ORIGEM
                                   ' METODO: ' CR-METODO
                                   ' ORIGINAL: ' CR-VALOR
                                   ' ABATIDO: ' CR-VALOR-USADO
                                   ' SALDO: ' WS-CRED-SALDO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CREDITOS

               DISPLAY ' '
               DISPLAY 'CREDITOS EM ABERTO......: ' WS-CRED-CONTADOR
               DISPLAY ' EM NUMERARIO...........: ' WS-CRED-TOT-N
               DISPLAY ' EM CARTAO..............: ' WS-CRED-TOT-C
               DISPLAY ' EM TRANSFERENCIA.......: ' WS-CRED-TOT-T
               DISPLAY ' EM MULTIBANCO..........: ' WS-CRED-TOT-M
               DISPLAY ' DE ACERTOS (SEM CAIXA).: ' WS-CRED-TOT-O
               DISPLAY 'TOTAL DE SALDOS CREDORES: ' WS-CRED-TOT-GERAL
           END-IF.

      *-----------------------
      * ordem de devolucao do saldo credor em aberto do cliente, por
      * transferencia para o IBAN do mestre de clientes - os
      * creditos ficam devolvidos ('D') e saem do abate automatico
      *-----------------------
       DEVOLVER-CREDITO-CLIENTE.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
               GO TO INICIO
           END-IF
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE EQUAL 0
               DISPLAY '*** CLIENTE ' WS-CLI-PROCURA ' NAO EXISTE NO '
                       'FICHEIRO DE CLIENTES ***'
               GO TO INICIO
           END-IF
           IF WS-CLI-IBAN EQUAL SPACES
               DISPLAY '*** CLIENTE SEM IBAN NO MESTRE DE CLIENTES - '
                       'REGISTE O IBAN ANTES DA DEVOLUCAO ***'
               GO TO INICIO
           END-IF
           MOVE WS-CLI-PROCURA TO WS-CRED-CLIENTE
           PERFORM SOMAR-CREDITOS-CLIENTE
           IF WS-CRED-DISPONIVEL EQUAL ZEROS
               DISPLAY '*** O CLIENTE NAO TEM SALDO CREDOR ***'
               GO TO INICIO
           END-IF
           DISPLAY 'SALDO CREDOR A DEVOLVER: ' WS-CRED-DISPONIVEL
           DISPLAY 'IBAN: ' WS-CLI-IBAN
           DISPLAY 'CONFIRMA A ORDEM DE DEVOLUCAO (S/N)? '
           ACCEPT WS-CRED-RESPOSTA
           IF WS-CRED-RESPOSTA NOT EQUAL 'S'
            AND WS-CRED-RESPOSTA NOT EQUAL 's'
               DISPLAY 'DEVOLUCAO CANCELADA'
               GO TO INICIO
           END-IF

           PERFORM MARCAR-CREDITOS-DEVOLVIDOS
           IF WS-CRED-ALTERADO EQUAL 1
               MOVE 'C' TO WS-DEV-ORIGEM
               MOVE WS-CRED-DISPONIVEL TO WS-DEV-VALOR
               PERFORM ESCREVER-ORDEM-DEVOLUCAO
               MOVE SPACES TO WS-AUD-DESCRICAO
               STRING 'DEVOLUCAO SALDO CREDOR CLIENTE '
                      DELIMITED BY SIZE
                      WS-CLI-PROCURA DELIMITED BY SIZE
                   INTO WS-AUD-DESCRICAO
               END-STRING
               PERFORM ESCREVER-AUDITORIA
           END-IF.

      *-----------------------
      * fecha como devolvidos ('D') os creditos em aberto do cliente
      * em WS-CRED-CLIENTE
      *-----------------------
       MARCAR-CREDITOS-DEVOLVIDOS.
           MOVE 0 TO WS-CRED-ALTERADO
           PERFORM OBTER-DATA-PROCESSAMENTO
           SET WS-ENDOFFILECREDITOS TO 0
           OPEN INPUT FICH-CREDITOS
           OPEN OUTPUT CREDITOSTEMP
           IF WS-FS-CREDITOS NOT EQUAL "00"
            OR WS-FS-CREDITOSTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-CREDITOS/CREDITOSTEMP - '
                       'FILE STATUS: ' WS-FS-CREDITOS ' / '
                       WS-FS-CREDITOSTEMP
               IF WS-FS-CREDITOS EQUAL "00"
                   CLOSE FICH-CREDITOS
               END-IF
               IF WS-FS-CREDITOSTEMP EQUAL "00"
                   CLOSE CREDITOSTEMP
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFFILECREDITOS EQUAL 1
                   READ FICH-CREDITOS
                   AT END
                       MOVE 1 TO WS-ENDOFFILECREDITOS
                   NOT AT END
                       IF CR-NUM-CLIENTE EQUAL WS-CRED-CLIENTE
                        AND CR-ESTADO EQUAL 'A'
                           MOVE 1 TO WS-CRED-ALTERADO
                           MOVE 'D' TO CR-ESTADO
                           MOVE WS-DATA-PROCESSAMENTO
                               TO CR-DATA-FECHO
                       END-IF
                       WRITE CREDITOTEMP-REG FROM CREDITO-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-CREDITOS
               CLOSE CREDITOSTEMP

               IF WS-CRED-ALTERADO EQUAL 1
                   PERFORM REESCREVER-CREDITOS
               END-IF
           END-IF.

      *-----------------------
      * grava a ordem de devolucao para o cliente em WS-CLI-PROCURA,
      * com o valor em WS-DEV-VALOR e a origem em WS-DEV-ORIGEM
      * ('C' saldo credor, 'U' caucao)
      *-----------------------
       ESCREVER-ORDEM-DEVOLUCAO.
           PERFORM OBTER-DATA-PROCESSAMENTO
           OPEN EXTEND FICH-DEVOLUCOES
           IF WS-FS-DEVOLUCOES EQUAL "35"
               OPEN OUTPUT FICH-DEVOLUCOES
           END-IF
           IF WS-FS-DEVOLUCOES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-DEVOLUCOES - FILE STATUS: '
                       WS-FS-DEVOLUCOES
               MOVE WS-FS-DEVOLUCOES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               MOVE WS-CLI-PROCURA        TO DV-NUM-CLIENTE
               MOVE WS-CLI-NOME           TO DV-NOME-CLIENTE
               MOVE WS-CLI-IBAN           TO DV-IBAN
               MOVE WS-DATA-PROCESSAMENTO TO DV-DATA
               MOVE WS-DEV-VALOR          TO DV-VALOR
               MOVE WS-DEV-ORIGEM         TO DV-ORIGEM
               MOVE 'P'                   TO DV-ESTADO
               WRITE DEVOLUCAO-REG
               CLOSE FICH-DEVOLUCOES
               DISPLAY 'ORDEM DE DEVOLUCAO EMITIDA: CLIENTE '
                       DV-NUM-CLIENTE ' VALOR ' DV-VALOR
                       ' IBAN ' DV-IBAN
           END-IF.

      *-----------------------
      * manutencao do ficheiro mestre de clientes: criar um cliente
      * novo (numero unico), listar os clientes existentes e
      * alterar a morada de um cliente
      *-----------------------
       GERIR-CLIENTES.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//GESTAO DE CLIENTES//-------'
           DISPLAY ' 1 - CRIAR CLIENTE'
           DISPLAY ' 2 - LISTAR CLIENTES'
           DISPLAY ' 3 - ALTERAR MORADA'
           ACCEPT OPCAO-CLIENTES

           IF OPCAO-CLIENTES EQUAL 1
               IF OPCAO-CLIENTES EQUAL 2
                   PERFORM LISTAR-CLIENTES
               ELSE
                   IF OPCAO-CLIENTES EQUAL 3
                       PERFORM ALTERAR-MORADA-CLIENTE
                   ELSE
                       DISPLAY 'OPCAO INVALIDA'
                   END-IF
               END-IF
           END-IF

           GO TO INICIO.

       CRIAR-CLIENTE.
           MOVE 0 TO WS-CTD-CLIENTE-NOVO
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
                   ACCEPT CG-NOME-CLIENTE
                   DISPLAY 'MORADA: '
                   ACCEPT CG-MORADA
                   DISPLAY 'CODIGO POSTAL (NNNN-NNN): '
                   ACCEPT CG-COD-POSTAL
                   DISPLAY 'NIF: '
                   ACCEPT CG-NIF
                   DISPLAY 'DATA DE INICIO DO CONTRATO (AAAAMMDD): '
                   MOVE 'N' TO CG-TARIFA-SOCIAL
                   MOVE ZEROS TO CG-TS-DATA-INICIO
                   MOVE ZEROS TO CG-TS-DATA-FIM
                   MOVE 'A' TO CG-ESTADO-CONTRATO
                   MOVE ZEROS TO CG-DATA-FIM-CONTR
                   DISPLAY 'CAUCAO DO CONTRATO: '
                   ACCEPT CG-VALOR-CAUCAO
                   DISPLAY 'CLASSE DE INSPECAO DA INSTALACAO (A, B '
                           'OU VAZIO): '
                   ACCEPT CG-CLASSE-INSPECAO
                   DISPLAY 'DATA DA ULTIMA INSPECAO (AAAAMMDD, ZEROS '
                           'SE NENHUMA): '
                   ACCEPT CG-DATA-INSPECAO
                   IF CG-DATA-INSPECAO > ZEROS
                       MOVE 'A' TO CG-RESULTADO-INSPECAO
                   ELSE
                       MOVE SPACE TO CG-RESULTADO-INSPECAO
                   END-IF
                   MOVE ZEROS TO CG-DATA-AVISO-INSPECAO
                   MOVE SPACE TO CG-MORADA-ESTADO
                   MOVE ZEROS TO CG-DATA-DEVOLUCAO

                   WRITE CLIENTE-GAS-REG
                   IF WS-FS-CLIENTES NOT EQUAL "00"
                       PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
                   ELSE
                       DISPLAY 'CLIENTE REGISTADO COM SUCESSO'
                       MOVE 1 TO WS-CTD-CLIENTE-NOVO
                       MOVE CG-NUM-CLIENTE TO WS-CTD-CLIENTE
                       MOVE CG-DATA-INICIO-CONTR TO WS-CTD-DATA-INST
                   END-IF
                   CLOSE FICH-CLIENTES
               END-IF
           END-IF

      *    o contador instalado com o contrato entra logo no mestre
      *    de contadores (numero de serie vazio se ainda nao houver)
           IF WS-CTD-CLIENTE-NOVO EQUAL 1
               PERFORM PEDIR-DADOS-CONTADOR
               IF WS-CTD-NUM-SERIE NOT EQUAL SPACES
                   DISPLAY 'LEITURA DO CONTADOR NA INSTALACAO (M3): '
                   ACCEPT WS-CTD-LEIT-INST
                   PERFORM CALCULAR-LIMITE-VERIFICACAO
                   MOVE 'N' TO WS-CTD-ORDEM-VERIF
                   PERFORM GRAVAR-CONTADOR-NOVO
               END-IF
           END-IF.

       LISTAR-CLIENTES.
                       DISPLAY 'CLIENTE: ' CG-NUM-CLIENTE ' '
                               CG-NOME-CLIENTE
                               ' MORADA: ' CG-MORADA
                               ' ' CG-COD-POSTAL
                               ' NIF: ' CG-NIF
                               ' INICIO CONTRATO: '
                               CG-DATA-INICIO-CONTR
                               ' INSPECAO: ' CG-CLASSE-INSPECAO ' '
                               CG-DATA-INSPECAO ' '
                               CG-RESULTADO-INSPECAO
                       IF CG-MORADA-ESTADO EQUAL 'D'
                           DISPLAY '   *** MORADA DEVOLVIDA PELO '
                                   'CORREIO EM ' CG-DATA-DEVOLUCAO
                                   ' ***'
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTES
           END-IF.

      *-----------------------
      * morada nova do cliente (mudanca de casa, ou correcao de uma
      * morada devolvida pelo correio): grava a morada e o codigo
      * postal e volta a dar a morada como valida
      *-----------------------
       ALTERAR-MORADA-CLIENTE.
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE EQUAL 0
               DISPLAY '*** CLIENTE ' WS-CLI-PROCURA ' NAO EXISTE NO '
                       'FICHEIRO DE CLIENTES ***'
               GO TO INICIO
           END-IF
           DISPLAY 'MORADA ATUAL: ' WS-CLI-MORADA
           DISPLAY 'MORADA NOVA: '
           ACCEPT WS-TC-MORADA-NOVA
           DISPLAY 'CODIGO POSTAL (NNNN-NNN): '
           ACCEPT WS-TC-CPOSTAL-NOVO
           IF WS-TC-MORADA-NOVA EQUAL SPACES
               DISPLAY '*** MORADA EM BRANCO - NADA ALTERADO ***'
               GO TO INICIO
           END-IF
           MOVE 'M' TO WS-TC-OPERACAO
           PERFORM ATUALIZAR-CONTRATO-CLIENTE
           IF WS-TC-ALTERADO EQUAL 1
               DISPLAY 'MORADA DO CLIENTE ' WS-CLI-PROCURA
                       ' ALTERADA'
               MOVE SPACES TO WS-AUD-DESCRICAO
               STRING 'MORADA CLIENTE ' DELIMITED BY SIZE
                      WS-CLI-PROCURA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TC-CPOSTAL-NOVO DELIMITED BY SIZE
                   INTO WS-AUD-DESCRICAO
               END-STRING
               PERFORM ESCREVER-AUDITORIA
           END-IF.

      *-----------------------
      * planos de pagamento: um cliente em atraso acorda pagar as
      * faturas em aberto em prestacoes mensais - criar o acordo,
           END-IF.

      *-----------------------
      * verifica se a fatura em WS-RECL-CLIENTE/ANO/MES tem uma
      * reclamacao aberta - enquanto tiver, fica fora das cartas de
      * aviso, dos cortes e do debito direto
      *-----------------------
       VERIFICAR-RECLAMACAO-FATURA.
           SET WS-RECL-ABERTA TO 0
           SET WS-ENDOFFILERECLAMACOES TO 0
           OPEN INPUT FICH-RECLAMACOES
           IF WS-FS-RECLAMACOES EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILERECLAMACOES EQUAL 1
                   READ FICH-RECLAMACOES
                   AT END
                       MOVE 1 TO WS-ENDOFFILERECLAMACOES
                   NOT AT END
                       IF RC-NUM-CLIENTE EQUAL WS-RECL-CLIENTE
                        AND RC-ANO EQUAL WS-RECL-ANO
                        AND RC-MES EQUAL WS-RECL-MES
                        AND RC-ESTADO EQUAL 'A'
                           SET WS-RECL-ABERTA TO 1
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-RECLAMACOES
           END-IF.

      *-----------------------
      * reclamacoes de faturacao: o cliente contesta uma fatura (a
      * leitura esta errada, nunca recebeu a fatura) e a cobranca
      * dessa fatura fica suspensa ate a reclamacao ser fechada - a
      * favor do cliente, com regularizacao na fatura, ou como
      * improcedente, e a fatura volta ao circuito normal
      *-----------------------
       GERIR-RECLAMACOES.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//RECLAMACOES DE FATURACAO//-------'
           DISPLAY ' 1 - REGISTAR RECLAMACAO'
           DISPLAY ' 2 - FECHAR A FAVOR DO CLIENTE (REGULARIZAR)'
           DISPLAY ' 3 - FECHAR COMO IMPROCEDENTE'
           DISPLAY ' 4 - RECLAMACOES ABERTAS POR ANTIGUIDADE'
           ACCEPT OPCAO-RECLAMACOES

           EVALUATE OPCAO-RECLAMACOES
               WHEN 1
                   PERFORM REGISTAR-RECLAMACAO
               WHEN 2
                   MOVE 'F' TO WS-RECL-ESTADO-NOVO
                   PERFORM FECHAR-RECLAMACAO
               WHEN 3
                   MOVE 'I' TO WS-RECL-ESTADO-NOVO
                   PERFORM FECHAR-RECLAMACAO
               WHEN 4
                   PERFORM RELATORIO-RECLAMACOES-ABERTAS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           GO TO INICIO.

      *-----------------------
      * abre uma reclamacao sobre uma fatura existente do cliente;
      * so pode haver uma reclamacao aberta por fatura
      *-----------------------
       REGISTAR-RECLAMACAO.
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE EQUAL 0
               DISPLAY '*** CLIENTE ' WS-CLI-PROCURA ' NAO EXISTE NO '
                       'FICHEIRO DE CLIENTES ***'
               GO TO INICIO
           END-IF
           MOVE WS-CLI-PROCURA TO WS-RECL-CLIENTE
           DISPLAY 'ANO DA FATURA RECLAMADA: '
           ACCEPT WS-RECL-ANO
           DISPLAY 'MES DA FATURA RECLAMADA: '
           ACCEPT WS-RECL-MES

           PERFORM PROCURAR-FATURA-RECLAMADA
           IF WS-RECL-FATURA-OK EQUAL 0
               DISPLAY '*** SEM FATURA PARA ' WS-RECL-ANO '/'
                       WS-RECL-MES ' ***'
               GO TO INICIO
           END-IF
           PERFORM VERIFICAR-RECLAMACAO-FATURA
           IF WS-RECL-ABERTA EQUAL 1
               DISPLAY '*** A FATURA ' WS-RECL-ANO '/' WS-RECL-MES
                       ' JA TEM UMA RECLAMACAO ABERTA ***'
               GO TO INICIO
           END-IF

           DISPLAY 'MOTIVO DA RECLAMACAO: '
           ACCEPT WS-RECL-MOTIVO
           PERFORM OBTER-DATA-PROCESSAMENTO

           OPEN EXTEND FICH-RECLAMACOES
           IF WS-FS-RECLAMACOES EQUAL "35"
               OPEN OUTPUT FICH-RECLAMACOES
           END-IF
           IF WS-FS-RECLAMACOES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-RECLAMACOES - FILE STATUS: '
                       WS-FS-RECLAMACOES
               MOVE WS-FS-RECLAMACOES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               MOVE WS-RECL-CLIENTE       TO RC-NUM-CLIENTE
               MOVE WS-RECL-ANO           TO RC-ANO
               MOVE WS-RECL-MES           TO RC-MES
               MOVE WS-DATA-PROCESSAMENTO TO RC-DATA-ABERTURA
               MOVE WS-RECL-MOTIVO        TO RC-MOTIVO
               MOVE 'A'                   TO RC-ESTADO
               MOVE ZEROS                 TO RC-DATA-FECHO
               MOVE SPACES                TO RC-RESOLUCAO
               MOVE ZEROS                 TO RC-VALOR-REGULARIZ
               WRITE RECLAMACAO-REG
               IF WS-FS-RECLAMACOES NOT EQUAL "00"
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR A RECLAMACAO'
                   DISPLAY 'FILE STATUS: ' WS-FS-RECLAMACOES
               ELSE
                   DISPLAY 'RECLAMACAO REGISTADA - A FATURA '
                           WS-RECL-ANO '/' WS-RECL-MES
                           ' FICA SUSPENSA DA COBRANCA'
               END-IF
               CLOSE FICH-RECLAMACOES
           END-IF.

      *-----------------------
      * confirma que existe a fatura do mes (sub-chave 0) do
      * cliente/ano/mes em WS-RECL-CLIENTE/ANO/MES
      *-----------------------
       PROCURAR-FATURA-RECLAMADA.
           SET WS-RECL-FATURA-OK TO 0
           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-MES EQUAL "00"
               MOVE WS-RECL-CLIENTE TO FM-NUM-CLIENTE
               MOVE WS-RECL-ANO     TO FM-ANO
               MOVE WS-RECL-MES     TO FM-MES
               MOVE 0 TO FM-SUB-CHAVE
               READ FICH-FATURA-MES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECL-FATURA-OK TO 1
               END-READ
               CLOSE FICH-FATURA-MES
           END-IF.

      *-----------------------
      * fecha a reclamacao aberta de uma fatura: a favor do cliente
      * ('F') com o valor a regularizar na fatura, ou improcedente
      * ('I') - em ambos os casos a fatura volta ao circuito normal
      * de cobranca pelo saldo que lhe restar
      *-----------------------
       FECHAR-RECLAMACAO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
               GO TO INICIO
           END-IF
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-RECL-CLIENTE
           DISPLAY 'ANO DA FATURA RECLAMADA: '
           ACCEPT WS-RECL-ANO
           DISPLAY 'MES DA FATURA RECLAMADA: '
           ACCEPT WS-RECL-MES
           PERFORM VERIFICAR-RECLAMACAO-FATURA
           IF WS-RECL-ABERTA EQUAL 0
               DISPLAY '*** SEM RECLAMACAO ABERTA PARA A FATURA '
                       WS-RECL-ANO '/' WS-RECL-MES ' ***'
               GO TO INICIO
           END-IF

           DISPLAY 'RESOLUCAO: '
           ACCEPT WS-RECL-RESOLUCAO
           MOVE ZEROS TO WS-RECL-VALOR
           PERFORM OBTER-DATA-PROCESSAMENTO

           IF WS-RECL-ESTADO-NOVO EQUAL 'F'
               DISPLAY 'VALOR A REGULARIZAR A FAVOR DO CLIENTE '
                       '(0 SE NAO HOUVER ACERTO DE VALOR): '
               ACCEPT WS-RECL-VALOR
               IF WS-RECL-VALOR > ZEROS
                   PERFORM REGULARIZAR-FATURA-RECLAMADA
                   IF WS-RECL-FATURA-OK EQUAL 0
                       DISPLAY 'RECLAMACAO MANTIDA ABERTA'
                       GO TO INICIO
                   END-IF
               END-IF
           END-IF

           PERFORM ALTERAR-ESTADO-RECLAMACAO
           IF WS-RECL-ALTERADO EQUAL 1
               MOVE SPACES TO WS-AUD-DESCRICAO
               STRING 'RECLAMACAO ' DELIMITED BY SIZE
                      WS-RECL-ESTADO-NOVO DELIMITED BY SIZE
                      ' CLIENTE ' DELIMITED BY SIZE
                      WS-RECL-CLIENTE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-RECL-ANO DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-RECL-MES DELIMITED BY SIZE
                   INTO WS-AUD-DESCRICAO
               END-STRING
               PERFORM ESCREVER-AUDITORIA
           END-IF.

      *-----------------------
      * regulariza a fatura reclamada pelo valor a favor do cliente,
      * como a regularizacao das estimativas: o valor entra negativo
      * na regularizacao e abate no valor a pagar; o que o cliente
      * ja tiver pago acima do novo valor passa a saldo credor
      *-----------------------
       REGULARIZAR-FATURA-RECLAMADA.
           SET WS-RECL-FATURA-OK TO 0
           OPEN I-O FICH-FATURA-MES
           IF WS-FS-MES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-FATURA-MES - FILE STATUS: '
                       WS-FS-MES
               MOVE WS-FS-MES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               MOVE WS-RECL-CLIENTE TO FM-NUM-CLIENTE
               MOVE WS-RECL-ANO     TO FM-ANO
               MOVE WS-RECL-MES     TO FM-MES
               MOVE 0 TO FM-SUB-CHAVE
               READ FICH-FATURA-MES
                   INVALID KEY
                       DISPLAY '*** FATURA ' WS-RECL-ANO '/'
                               WS-RECL-MES ' NAO ENCONTRADA ***'
                   NOT INVALID KEY
                       IF WS-RECL-VALOR > FM-VALOR-A-PAGAR
                           DISPLAY '*** REGULARIZACAO SUPERIOR AO '
                                   'VALOR DA FATURA: '
                                   FM-VALOR-A-PAGAR ' ***'
                       ELSE
                           SUBTRACT WS-RECL-VALOR
                               FROM FM-VALOR-A-PAGAR
                           SUBTRACT WS-RECL-VALOR
                               FROM FM-VALOR-REGULARIZACAO
                           MOVE ZEROS TO WS-PAG-EXCEDENTE
                           IF FM-VALOR-PAGO-ACUM > FM-VALOR-A-PAGAR
                               COMPUTE WS-PAG-EXCEDENTE =
                                   FM-VALOR-PAGO-ACUM
                                   - FM-VALOR-A-PAGAR
                               MOVE FM-VALOR-A-PAGAR
                                   TO FM-VALOR-PAGO-ACUM
                           END-IF
                           IF FM-ESTADO-PAGAMENTO EQUAL 'A'
                            AND FM-VALOR-PAGO-ACUM
                                NOT < FM-VALOR-A-PAGAR
                               MOVE 'P' TO FM-ESTADO-PAGAMENTO
                               MOVE WS-DATA-PROCESSAMENTO
                                   TO FM-DATA-PAGAMENTO
                           END-IF
                           REWRITE FATURA-MES-REG
                           IF WS-FS-MES NOT EQUAL "00"
                               DISPLAY 'NAO FOI POSSIVEL REGULARIZAR '
                                       'A FATURA - FILE STATUS: '
                                       WS-FS-MES
                           ELSE
                               SET WS-RECL-FATURA-OK TO 1
                               DISPLAY 'FATURA REGULARIZADA EM '
                                       WS-RECL-VALOR
                                       ' - NOVO VALOR A PAGAR: '
                                       FM-VALOR-A-PAGAR
                           END-IF
                       END-IF
               END-READ
               CLOSE FICH-FATURA-MES
           END-IF

           IF WS-RECL-FATURA-OK EQUAL 1
            AND WS-PAG-EXCEDENTE > ZEROS
               MOVE WS-RECL-CLIENTE TO WS-PAG-CLIENTE
               MOVE ZEROS TO WS-NUM-RECIBO
               MOVE WS-DATA-PROCESSAMENTO TO WS-PAG-DATA
               MOVE SPACE TO WS-PAG-METODO
               MOVE 'R' TO WS-CRED-ORIGEM
               PERFORM REGISTAR-CREDITO-EXCEDENTE
           END-IF.

      *-----------------------
      * passa a reclamacao aberta da fatura ao estado pedido, com a
      * data de fecho, a resolucao e o valor regularizado, por
      * reescrita atraves do ficheiro temporario
      *-----------------------
       ALTERAR-ESTADO-RECLAMACAO.
           MOVE 0 TO WS-RECL-ALTERADO
           SET WS-ENDOFFILERECLAMACOES TO 0

           OPEN INPUT FICH-RECLAMACOES
           OPEN OUTPUT RECLAMACOESTEMP
           IF WS-FS-RECLAMACOES NOT EQUAL "00"
            OR WS-FS-RECLAMACOESTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-RECLAMACOES/RECLAMACOESTEMP'
                       ' - FILE STATUS: ' WS-FS-RECLAMACOES ' / '
                       WS-FS-RECLAMACOESTEMP
               IF WS-FS-RECLAMACOES EQUAL "00"
                   CLOSE FICH-RECLAMACOES
               END-IF
               IF WS-FS-RECLAMACOESTEMP EQUAL "00"
                   CLOSE RECLAMACOESTEMP
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFFILERECLAMACOES EQUAL 1
                   READ FICH-RECLAMACOES
                   AT END
                       MOVE 1 TO WS-ENDOFFILERECLAMACOES
                   NOT AT END
                       IF RC-NUM-CLIENTE EQUAL WS-RECL-CLIENTE
                        AND RC-ANO EQUAL WS-RECL-ANO
                        AND RC-MES EQUAL WS-RECL-MES
                        AND RC-ESTADO EQUAL 'A'
                           MOVE 1 TO WS-RECL-ALTERADO
                           MOVE WS-RECL-ESTADO-NOVO TO RC-ESTADO
                           MOVE WS-DATA-PROCESSAMENTO
                               TO RC-DATA-FECHO
                           MOVE WS-RECL-RESOLUCAO TO RC-RESOLUCAO
                           MOVE WS-RECL-VALOR TO RC-VALOR-REGULARIZ
                       END-IF
                       WRITE RECLAMACAOTEMP-REG FROM RECLAMACAO-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-RECLAMACOES
               CLOSE RECLAMACOESTEMP

               IF WS-RECL-ALTERADO EQUAL 1
                   SET WS-ENDOFFILERECLAMACOES TO 0
                   OPEN INPUT RECLAMACOESTEMP
                   OPEN OUTPUT FICH-RECLAMACOES
                   PERFORM UNTIL WS-ENDOFFILERECLAMACOES EQUAL 1
                       READ RECLAMACOESTEMP
                       AT END
                           MOVE 1 TO WS-ENDOFFILERECLAMACOES
                       NOT AT END
                           WRITE RECLAMACAO-REG
                               FROM RECLAMACAOTEMP-REG
                       END-READ
                   END-PERFORM
                   CLOSE RECLAMACOESTEMP
                   CLOSE FICH-RECLAMACOES
                   IF WS-RECL-ESTADO-NOVO EQUAL 'F'
                       DISPLAY 'RECLAMACAO FECHADA A FAVOR DO CLIENTE'
                   ELSE
                       DISPLAY 'RECLAMACAO FECHADA COMO IMPROCEDENTE'
                               ' - A FATURA VOLTA A COBRANCA'
                   END-IF
               END-IF
           END-IF.

      *-----------------------
      * relatorio das reclamacoes abertas por antiguidade: dias
      * desde a abertura, ate a data de processamento, em escaloes
      * de 0-15, 16-30, 31-60 e mais de 60 dias
      *-----------------------
       RELATORIO-RECLAMACOES-ABERTAS.
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO WS-CONV-DATA
           PERFORM 6500-CONTAR-DIAS
           MOVE WS-CONV-DIAS TO WS-DIAS-HOJE

           MOVE ZEROS TO WS-RECL-CONTADOR
           MOVE ZEROS TO WS-RECL-ATE-15
           MOVE ZEROS TO WS-RECL-ATE-30
           MOVE ZEROS TO WS-RECL-ATE-60
           MOVE ZEROS TO WS-RECL-MAIS-60
           SET WS-ENDOFFILERECLAMACOES TO 0

           OPEN INPUT FICH-RECLAMACOES
           IF WS-FS-RECLAMACOES NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE RECLAMACOES - FILE STATUS: '
                       WS-FS-RECLAMACOES
           ELSE
               DISPLAY '---//RECLAMACOES ABERTAS EM '
                       WS-DATA-PROCESSAMENTO '//---'
               PERFORM UNTIL WS-ENDOFFILERECLAMACOES EQUAL 1
                   READ FICH-RECLAMACOES
                   AT END
                       MOVE 1 TO WS-ENDOFFILERECLAMACOES
                   NOT AT END
                       IF RC-ESTADO EQUAL 'A'
                           MOVE RC-DATA-ABERTURA TO WS-CONV-DATA
                           PERFORM 6500-CONTAR-DIAS
                           COMPUTE WS-RECL-DIAS =
                               WS-DIAS-HOJE - WS-CONV-DIAS
                           ADD 1 TO WS-RECL-CONTADOR
                           EVALUATE TRUE
                               WHEN WS-RECL-DIAS <= 15
                                   ADD 1 TO WS-RECL-ATE-15
                               WHEN WS-RECL-DIAS <= 30
                                   ADD 1 TO WS-RECL-ATE-30
                               WHEN WS-RECL-DIAS <= 60
                                   ADD 1 TO WS-RECL-ATE-60
                               WHEN OTHER
                                   ADD 1 TO WS-RECL-MAIS-60
                           END-EVALUATE
                           DISPLAY 'CLIENTE: ' RC-NUM-CLIENTE
                                   ' FATURA: ' RC-ANO '/' RC-MES
                                   ' ABERTA EM: ' RC-DATA-ABERTURA
                                   ' DIAS: ' WS-RECL-DIAS
                                   ' MOTIVO: ' RC-MOTIVO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-RECLAMACOES

               DISPLAY '---------------------------------'
               DISPLAY 'ATE 15 DIAS     : ' WS-RECL-ATE-15
               DISPLAY '16 A 30 DIAS    : ' WS-RECL-ATE-30
               DISPLAY '31 A 60 DIAS    : ' WS-RECL-ATE-60
               DISPLAY 'MAIS DE 60 DIAS : ' WS-RECL-MAIS-60
               DISPLAY 'TOTAL EM ABERTO : ' WS-RECL-CONTADOR
           END-IF.

      *-----------------------
      * contadores: instalacao num cliente sem contador em servico,
      * historico dos contadores de um cliente, contador que estava
      * em servico numa data (para as leituras contestadas), ordens
      * de campo das verificacoes metrologicas a vencer no mes e
      * registo da verificacao feita
      *-----------------------
       GERIR-CONTADORES.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//CONTADORES//-------'
           DISPLAY ' 1 - INSTALAR CONTADOR'
           DISPLAY ' 2 - HISTORICO DE CONTADORES DO CLIENTE'
           DISPLAY ' 3 - CONTADOR EM SERVICO NUMA DATA'
           DISPLAY ' 4 - VERIFICACOES A VENCER NO MES (ORDENS)'
           DISPLAY ' 5 - REGISTAR VERIFICACAO METROLOGICA'
           ACCEPT OPCAO-CONTADORES

           EVALUATE OPCAO-CONTADORES
               WHEN 1
                   PERFORM INSTALAR-CONTADOR
               WHEN 2
                   PERFORM LISTAR-HISTORICO-CONTADORES
               WHEN 3
                   PERFORM CONSULTAR-CONTADOR-DATA
               WHEN 4
                   PERFORM GERAR-ORDENS-VERIFICACAO
               WHEN 5
                   PERFORM REGISTAR-VERIFICACAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           GO TO INICIO.

      *-----------------------
      * instala um contador num cliente que nao tenha nenhum em
      * servico - a troca de um contador existente faz-se pela
      * substituicao de contador, que tambem fatura os dois
      * segmentos
      *-----------------------
       INSTALAR-CONTADOR.
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE EQUAL 0
               DISPLAY '*** CLIENTE ' WS-CLI-PROCURA ' NAO EXISTE NO '
                       'FICHEIRO DE CLIENTES ***'
               GO TO INICIO
           END-IF
           MOVE WS-CLI-PROCURA TO WS-CTD-CLIENTE
           PERFORM PROCURAR-CONTADOR-ATIVO
           IF WS-CTD-EXISTE EQUAL 1
               DISPLAY '*** O CLIENTE JA TEM O CONTADOR '
                       WS-CTD-NUM-SERIE ' EM SERVICO - USE A '
                       'SUBSTITUICAO DE CONTADOR (OPCAO 11) ***'
               GO TO INICIO
           END-IF

           PERFORM PEDIR-DADOS-CONTADOR
           IF WS-CTD-NUM-SERIE EQUAL SPACES
               DISPLAY 'INSTALACAO CANCELADA'
               GO TO INICIO
           END-IF
           DISPLAY 'DATA DE INSTALACAO (AAAAMMDD): '
           ACCEPT WS-CTD-DATA-INST
           DISPLAY 'LEITURA DO CONTADOR NA INSTALACAO (M3): '
           ACCEPT WS-CTD-LEIT-INST
           PERFORM CALCULAR-LIMITE-VERIFICACAO
           MOVE 'N' TO WS-CTD-ORDEM-VERIF
           PERFORM GRAVAR-CONTADOR-NOVO.

      *-----------------------
      * dados do contador a instalar: numero de serie (vazio se nao
      * houver contador a registar), modelo e data da ultima
      * verificacao metrologica
      *-----------------------
       PEDIR-DADOS-CONTADOR.
           MOVE SPACES TO WS-CTD-MODELO
           MOVE ZEROS TO WS-CTD-DATA-VERIF
           DISPLAY 'NUMERO DE SERIE DO CONTADOR: '
           ACCEPT WS-CTD-NUM-SERIE
           IF WS-CTD-NUM-SERIE NOT EQUAL SPACES
               DISPLAY 'MODELO DO CONTADOR: '
               ACCEPT WS-CTD-MODELO
               DISPLAY 'DATA DA ULTIMA VERIFICACAO METROLOGICA '
                       '(AAAAMMDD, 0 SE O CONTADOR E NOVO): '
               ACCEPT WS-CTD-DATA-VERIF
           END-IF.

      *-----------------------
      * validade da verificacao metrologica: a data da ultima
      * verificacao (ou a da instalacao, num contador novo) mais o
      * periodo legal da verificacao periodica
      *-----------------------
       CALCULAR-LIMITE-VERIFICACAO.
           IF WS-CTD-DATA-VERIF EQUAL ZEROS
               MOVE WS-CTD-DATA-INST TO WS-CTD-DATA-VERIF
           END-IF
           COMPUTE WS-CTD-DATA-LIMITE =
               WS-CTD-DATA-VERIF + (WS-CTD-ANOS-VALIDADE * 10000).

      *-----------------------
      * acrescenta ao mestre o contador em WS-CTD-* como em servico
      * no cliente em WS-CTD-CLIENTE
      *-----------------------
       GRAVAR-CONTADOR-NOVO.
           OPEN EXTEND FICH-CONTADORES
           IF WS-FS-CONTADORES EQUAL "35"
               OPEN OUTPUT FICH-CONTADORES
           END-IF
           IF WS-FS-CONTADORES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-CONTADORES - FILE STATUS: '
                       WS-FS-CONTADORES
               MOVE WS-FS-CONTADORES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               MOVE WS-CTD-NUM-SERIE    TO CT-NUM-SERIE
               MOVE WS-CTD-MODELO       TO CT-MODELO
               MOVE WS-CTD-CLIENTE      TO CT-NUM-CLIENTE
               MOVE WS-CTD-DATA-INST    TO CT-DATA-INSTALACAO
               MOVE WS-CTD-LEIT-INST    TO CT-LEITURA-INSTALACAO
               MOVE ZEROS               TO CT-DATA-REMOCAO
               MOVE ZEROS               TO CT-LEITURA-REMOCAO
               MOVE SPACE               TO CT-MOTIVO-REMOCAO
               MOVE WS-CTD-DATA-VERIF   TO CT-DATA-VERIFICACAO
               MOVE WS-CTD-DATA-LIMITE  TO CT-DATA-LIMITE-VERIF
               MOVE WS-CTD-ORDEM-VERIF  TO CT-ORDEM-VERIF
               MOVE 'S'                 TO CT-ESTADO
               WRITE CONTADOR-REG
               IF WS-FS-CONTADORES NOT EQUAL "00"
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR O CONTADOR'
                   DISPLAY 'FILE STATUS: ' WS-FS-CONTADORES
               ELSE
                   DISPLAY 'CONTADOR ' WS-CTD-NUM-SERIE
                           ' EM SERVICO NO CLIENTE ' WS-CTD-CLIENTE
                           ' - VERIFICACAO VALIDA ATE '
                           WS-CTD-DATA-LIMITE
               END-IF
               CLOSE FICH-CONTADORES
           END-IF.

      *-----------------------
      * procura o contador em servico do cliente em WS-CTD-CLIENTE
      * e devolve o numero de serie em WS-CTD-NUM-SERIE
      *-----------------------
       PROCURAR-CONTADOR-ATIVO.
           SET WS-CTD-EXISTE TO 0
           MOVE SPACES TO WS-CTD-NUM-SERIE
           SET WS-ENDOFFILECONTADORES TO 0
           OPEN INPUT FICH-CONTADORES
           IF WS-FS-CONTADORES EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILECONTADORES EQUAL 1
                   READ FICH-CONTADORES
                   AT END
                       MOVE 1 TO WS-ENDOFFILECONTADORES
                   NOT AT END
                       IF CT-NUM-CLIENTE EQUAL WS-CTD-CLIENTE
                        AND CT-ESTADO EQUAL 'S'
                           SET WS-CTD-EXISTE TO 1
                           MOVE CT-NUM-SERIE TO WS-CTD-NUM-SERIE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CONTADORES
           END-IF.

      *-----------------------
      * tira de servico ('R') o contador do cliente em
      * WS-CTD-CLIENTE com a data, a leitura e o motivo da remocao;
      * o registo fica no mestre como historico e os dados do
      * contador retirado ficam em WS-CTD-* (a mudanca de titular
      * reinstala-o no titular novo)
      *-----------------------
       RETIRAR-CONTADOR-CLIENTE.
           MOVE 0 TO WS-CTD-ALTERADO
           SET WS-ENDOFFILECONTADORES TO 0
           OPEN INPUT FICH-CONTADORES
           OPEN OUTPUT CONTADORESTEMP
           IF WS-FS-CONTADORES NOT EQUAL "00"
            OR WS-FS-CONTADORESTEMP NOT EQUAL "00"
               IF WS-FS-CONTADORES NOT EQUAL "35"
                   DISPLAY ' ERRO A ABRIR FICH-CONTADORES/'
                           'CONTADORESTEMP - FILE STATUS: '
                           WS-FS-CONTADORES ' / '
                           WS-FS-CONTADORESTEMP
               END-IF
               IF WS-FS-CONTADORES EQUAL "00"
                   CLOSE FICH-CONTADORES
               END-IF
               IF WS-FS-CONTADORESTEMP EQUAL "00"
                   CLOSE CONTADORESTEMP
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFFILECONTADORES EQUAL 1
                   READ FICH-CONTADORES
                   AT END
                       MOVE 1 TO WS-ENDOFFILECONTADORES
                   NOT AT END
                       IF CT-NUM-CLIENTE EQUAL WS-CTD-CLIENTE
                        AND CT-ESTADO EQUAL 'S'
                           MOVE 1 TO WS-CTD-ALTERADO
                           MOVE 'R' TO CT-ESTADO
                           MOVE WS-CTD-DATA-FIM TO CT-DATA-REMOCAO
                           MOVE WS-CTD-LEIT-FIM TO CT-LEITURA-REMOCAO
                           MOVE WS-CTD-MOTIVO   TO CT-MOTIVO-REMOCAO
                           MOVE CT-NUM-SERIE    TO WS-CTD-NUM-SERIE
                           MOVE CT-MODELO       TO WS-CTD-MODELO
                           MOVE CT-DATA-VERIFICACAO
                               TO WS-CTD-DATA-VERIF
                           MOVE CT-DATA-LIMITE-VERIF
                               TO WS-CTD-DATA-LIMITE
                           MOVE CT-ORDEM-VERIF
                               TO WS-CTD-ORDEM-VERIF
                       END-IF
                       WRITE CONTADORTEMP-REG FROM CONTADOR-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-CONTADORES
               CLOSE CONTADORESTEMP

               IF WS-CTD-ALTERADO EQUAL 1
                   PERFORM REESCREVER-CONTADORES
                   DISPLAY 'CONTADOR ' WS-CTD-NUM-SERIE
                           ' RETIRADO DE SERVICO NO CLIENTE '
                           WS-CTD-CLIENTE
               END-IF
           END-IF
           IF WS-CTD-ALTERADO EQUAL 0
               DISPLAY '*** SEM CONTADOR EM SERVICO NO MESTRE PARA O '
                       'CLIENTE ' WS-CTD-CLIENTE ' ***'
           END-IF.

      *-----------------------
      * devolve a copia de trabalho ao mestre de contadores
      *-----------------------
       REESCREVER-CONTADORES.
           SET WS-ENDOFFILECONTADORES TO 0
           OPEN INPUT CONTADORESTEMP
           OPEN OUTPUT FICH-CONTADORES
           PERFORM UNTIL WS-ENDOFFILECONTADORES EQUAL 1
               READ CONTADORESTEMP
               AT END
                   MOVE 1 TO WS-ENDOFFILECONTADORES
               NOT AT END
                   MOVE CONTADORTEMP-REG TO CONTADOR-REG
                   WRITE CONTADOR-REG
               END-READ
           END-PERFORM
           CLOSE CONTADORESTEMP
           CLOSE FICH-CONTADORES.

      *-----------------------
      * todos os contadores que passaram pelo cliente, em servico e
      * retirados, pela ordem de instalacao
      *-----------------------
       LISTAR-HISTORICO-CONTADORES.
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CTD-CLIENTE
           MOVE ZEROS TO WS-CTD-CONTADOR
           SET WS-ENDOFFILECONTADORES TO 0
           OPEN INPUT FICH-CONTADORES
           IF WS-FS-CONTADORES NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE CONTADORES - FILE STATUS: '
                       WS-FS-CONTADORES
           ELSE
               PERFORM UNTIL WS-ENDOFFILECONTADORES EQUAL 1
                   READ FICH-CONTADORES
                   AT END
                       MOVE 1 TO WS-ENDOFFILECONTADORES
                   NOT AT END
                       IF CT-NUM-CLIENTE EQUAL WS-CTD-CLIENTE
                           ADD 1 TO WS-CTD-CONTADOR
                           PERFORM MOSTRAR-CONTADOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CONTADORES
               DISPLAY 'CONTADORES DO CLIENTE: ' WS-CTD-CONTADOR
           END-IF.

       MOSTRAR-CONTADOR.
           DISPLAY 'SERIE: ' CT-NUM-SERIE
                   ' MODELO: ' CT-MODELO
                   ' ESTADO: ' CT-ESTADO
           DISPLAY '   INSTALADO EM: ' CT-DATA-INSTALACAO
                   ' LEITURA: ' CT-LEITURA-INSTALACAO
                   '  RETIRADO EM: ' CT-DATA-REMOCAO
                   ' LEITURA: ' CT-LEITURA-REMOCAO
                   ' MOTIVO: ' CT-MOTIVO-REMOCAO
           DISPLAY '   ULTIMA VERIFICACAO: ' CT-DATA-VERIFICACAO
                   ' VALIDA ATE: ' CT-DATA-LIMITE-VERIF.

      *-----------------------
      * contador que estava instalado no cliente numa data - e
      * esse contador que produziu uma leitura contestada dessa
      * data (no dia de uma troca aparecem os dois)
      *-----------------------
       CONSULTAR-CONTADOR-DATA.
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CTD-CLIENTE
           DISPLAY 'DATA DA LEITURA (AAAAMMDD): '
           ACCEPT WS-CTD-DATA-CONSULTA
           MOVE ZEROS TO WS-CTD-CONTADOR
           SET WS-ENDOFFILECONTADORES TO 0
           OPEN INPUT FICH-CONTADORES
           IF WS-FS-CONTADORES NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE CONTADORES - FILE STATUS: '
                       WS-FS-CONTADORES
           ELSE
               PERFORM UNTIL WS-ENDOFFILECONTADORES EQUAL 1
                   READ FICH-CONTADORES
                   AT END
                       MOVE 1 TO WS-ENDOFFILECONTADORES
                   NOT AT END
                       IF CT-NUM-CLIENTE EQUAL WS-CTD-CLIENTE
                        AND CT-DATA-INSTALACAO
                            NOT > WS-CTD-DATA-CONSULTA
                        AND (CT-DATA-REMOCAO EQUAL ZEROS
                         OR CT-DATA-REMOCAO
                            NOT < WS-CTD-DATA-CONSULTA)
                           ADD 1 TO WS-CTD-CONTADOR
                           PERFORM MOSTRAR-CONTADOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CONTADORES
               IF WS-CTD-CONTADOR EQUAL ZEROS
                   DISPLAY 'NENHUM CONTADOR REGISTADO NO CLIENTE '
                           'NESSA DATA'
               END-IF
           END-IF.

      *-----------------------
      * lista mensal das verificacoes metrologicas: cada contador em
      * servico cuja validade termina ate ao fim do mes de
      * processamento gera uma ordem de campo 'V' (uma so vez - o
      * contador fica marcado ate a verificacao ser registada)
      *-----------------------
       GERAR-ORDENS-VERIFICACAO.
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-HOJE
           DIVIDE WS-DATA-PROCESSAMENTO BY 100 GIVING WS-CTD-ANOMES
           COMPUTE WS-CTD-FIM-MES = (WS-CTD-ANOMES * 100) + 31
           MOVE ZEROS TO WS-CTD-CONTADOR
           MOVE 0 TO WS-CTD-ALTERADO
           SET WS-ENDOFFILECONTADORES TO 0

           OPEN INPUT FICH-CONTADORES
           OPEN OUTPUT CONTADORESTEMP
           IF WS-FS-CONTADORES NOT EQUAL "00"
            OR WS-FS-CONTADORESTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-CONTADORES/CONTADORESTEMP'
                       ' - FILE STATUS: ' WS-FS-CONTADORES ' / '
                       WS-FS-CONTADORESTEMP
               IF WS-FS-CONTADORES EQUAL "00"
                   CLOSE FICH-CONTADORES
               END-IF
               IF WS-FS-CONTADORESTEMP EQUAL "00"
                   CLOSE CONTADORESTEMP
               END-IF
           ELSE
               DISPLAY '---//VERIFICACOES A VENCER ATE '
                       WS-CTD-FIM-MES '//---'
               PERFORM UNTIL WS-ENDOFFILECONTADORES EQUAL 1
                   READ FICH-CONTADORES
                   AT END
                       MOVE 1 TO WS-ENDOFFILECONTADORES
                   NOT AT END
                       IF CT-ESTADO EQUAL 'S'
                        AND CT-DATA-LIMITE-VERIF
                            NOT > WS-CTD-FIM-MES
                           IF CT-ORDEM-VERIF EQUAL 'S'
                               DISPLAY 'SERIE: ' CT-NUM-SERIE
                                       ' CLIENTE: ' CT-NUM-CLIENTE
                                       ' VALIDA ATE: '
                                       CT-DATA-LIMITE-VERIF
                                       ' (ORDEM JA EMITIDA)'
                           ELSE
                               MOVE CT-NUM-CLIENTE TO WS-CLI-PROCURA
                               PERFORM 6000-VALIDAR-CLIENTE
                               MOVE 'V' TO WS-ORDEM-TIPO
                               MOVE ZEROS TO WS-ORDEM-TAXA
                               PERFORM ESCREVER-ORDEM-CAMPO
                               MOVE 'S' TO CT-ORDEM-VERIF
                               MOVE 1 TO WS-CTD-ALTERADO
                               ADD 1 TO WS-CTD-CONTADOR
                               DISPLAY 'SERIE: ' CT-NUM-SERIE
                                       ' CLIENTE: ' CT-NUM-CLIENTE
                                       ' ' WS-CLI-NOME
                                       ' VALIDA ATE: '
                                       CT-DATA-LIMITE-VERIF
                           END-IF
                       END-IF
                       WRITE CONTADORTEMP-REG FROM CONTADOR-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-CONTADORES
               CLOSE CONTADORESTEMP

               IF WS-CTD-ALTERADO EQUAL 1
                   PERFORM REESCREVER-CONTADORES
               END-IF
               DISPLAY 'ORDENS DE VERIFICACAO GERADAS: '
                       WS-CTD-CONTADOR
           END-IF.

      *-----------------------
      * regista a verificacao metrologica feita a um contador em
      * servico: nova validade a contar da data da verificacao e a
      * marca de ordem emitida e limpa
      *-----------------------
       REGISTAR-VERIFICACAO.
           DISPLAY 'NUMERO DE SERIE DO CONTADOR: '
           ACCEPT WS-CTD-NUM-SERIE
           DISPLAY 'DATA DA VERIFICACAO (AAAAMMDD): '
           ACCEPT WS-CTD-DATA-VERIF
           PERFORM CALCULAR-LIMITE-VERIFICACAO
           MOVE 0 TO WS-CTD-ALTERADO
           SET WS-ENDOFFILECONTADORES TO 0

           OPEN INPUT FICH-CONTADORES
           OPEN OUTPUT CONTADORESTEMP
           IF WS-FS-CONTADORES NOT EQUAL "00"
            OR WS-FS-CONTADORESTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-CONTADORES/CONTADORESTEMP'
                       ' - FILE STATUS: ' WS-FS-CONTADORES ' / '
                       WS-FS-CONTADORESTEMP
               IF WS-FS-CONTADORES EQUAL "00"
                   CLOSE FICH-CONTADORES
               END-IF
               IF WS-FS-CONTADORESTEMP EQUAL "00"
                   CLOSE CONTADORESTEMP
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFFILECONTADORES EQUAL 1
                   READ FICH-CONTADORES
                   AT END
                       MOVE 1 TO WS-ENDOFFILECONTADORES
                   NOT AT END
                       IF CT-NUM-SERIE EQUAL WS-CTD-NUM-SERIE
                        AND CT-ESTADO EQUAL 'S'
                           MOVE 1 TO WS-CTD-ALTERADO
                           MOVE WS-CTD-DATA-VERIF
                               TO CT-DATA-VERIFICACAO
                           MOVE WS-CTD-DATA-LIMITE
                               TO CT-DATA-LIMITE-VERIF
                           MOVE 'N' TO CT-ORDEM-VERIF
                       END-IF
                       WRITE CONTADORTEMP-REG FROM CONTADOR-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-CONTADORES
               CLOSE CONTADORESTEMP

               IF WS-CTD-ALTERADO EQUAL 0
                   DISPLAY 'CONTADOR NAO ENCONTRADO EM SERVICO'
               ELSE
                   PERFORM REESCREVER-CONTADORES
                   DISPLAY 'VERIFICACAO REGISTADA - VALIDA ATE '
                           WS-CTD-DATA-LIMITE
               END-IF
           END-IF.

      *-----------------------
      * rotas de leitura: atribuicao de cada cliente a uma rota, com
      * a sequencia de visita e o leitor, livro de leituras por rota
      * e, depois da importacao em lote, os clientes por ler no mes
      * com a taxa de realizacao de cada leitor
      *-----------------------
       GERIR-ROTAS.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//ROTAS DE LEITURA//-------'
           DISPLAY ' 1 - ATRIBUIR CLIENTE A ROTA'
           DISPLAY ' 2 - LIVRO DE LEITURAS POR ROTA'
           DISPLAY ' 3 - CLIENTES POR LER E REALIZACAO DOS LEITORES'
           ACCEPT OPCAO-ROTAS

           EVALUATE OPCAO-ROTAS
               WHEN 1
                   PERFORM ATRIBUIR-CLIENTE-ROTA
               WHEN 2
                   PERFORM GERAR-LIVRO-LEITURAS
               WHEN 3
                   PERFORM LISTAR-NAO-LIDOS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           GO TO INICIO.

      *-----------------------
      * poe o cliente na rota/sequencia pedida com o leitor da rota;
      * um cliente ja atribuido muda de rota (so ha um registo por
      * cliente)
      *-----------------------
       ATRIBUIR-CLIENTE-ROTA.
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE EQUAL 0
               DISPLAY '*** CLIENTE ' WS-CLI-PROCURA ' NAO EXISTE NO '
                       'FICHEIRO DE CLIENTES ***'
               GO TO INICIO
           END-IF
           DISPLAY 'ROTA: '
           ACCEPT WS-ROT-ROTA
           DISPLAY 'SEQUENCIA NA ROTA: '
           ACCEPT WS-ROT-SEQUENCIA
           DISPLAY 'LEITOR: '
           ACCEPT WS-ROT-LEITOR

           MOVE 0 TO WS-ROT-ALTERADO
           SET WS-ENDOFFILEROTAS TO 0
           OPEN OUTPUT ROTASTEMP
           IF WS-FS-ROTASTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ROTASTEMP - FILE STATUS: '
                       WS-FS-ROTASTEMP
               MOVE WS-FS-ROTASTEMP TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO INICIO
           END-IF
           OPEN INPUT FICH-ROTAS
           IF WS-FS-ROTAS EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEROTAS EQUAL 1
                   READ FICH-ROTAS
                   AT END
                       MOVE 1 TO WS-ENDOFFILEROTAS
                   NOT AT END
                       IF RR-NUM-CLIENTE EQUAL WS-CLI-PROCURA
                           MOVE 1 TO WS-ROT-ALTERADO
                       ELSE
                           WRITE ROTATEMP-REG FROM ROTA-REG
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-ROTAS
           END-IF
           MOVE WS-ROT-ROTA      TO RR-ROTA
           MOVE WS-ROT-SEQUENCIA TO RR-SEQUENCIA
           MOVE WS-CLI-PROCURA   TO RR-NUM-CLIENTE
           MOVE WS-ROT-LEITOR    TO RR-LEITOR
           WRITE ROTATEMP-REG FROM ROTA-REG
           CLOSE ROTASTEMP

           PERFORM REESCREVER-ROTAS
           IF WS-ROT-ALTERADO EQUAL 1
               DISPLAY 'CLIENTE ' WS-CLI-PROCURA ' MUDADO PARA A ROTA '
                       WS-ROT-ROTA ' SEQUENCIA ' WS-ROT-SEQUENCIA
           ELSE
               DISPLAY 'CLIENTE ' WS-CLI-PROCURA ' ATRIBUIDO A ROTA '
                       WS-ROT-ROTA ' SEQUENCIA ' WS-ROT-SEQUENCIA
           END-IF.

      *-----------------------
      * devolve a copia de trabalho ao ficheiro de rotas
      *-----------------------
       REESCREVER-ROTAS.
           SET WS-ENDOFFILEROTAS TO 0
           OPEN INPUT ROTASTEMP
           OPEN OUTPUT FICH-ROTAS
           PERFORM UNTIL WS-ENDOFFILEROTAS EQUAL 1
               READ ROTASTEMP
               AT END
                   MOVE 1 TO WS-ENDOFFILEROTAS
               NOT AT END
                   MOVE ROTATEMP-REG TO ROTA-REG
                   WRITE ROTA-REG
               END-READ
           END-PERFORM
           CLOSE ROTASTEMP
           CLOSE FICH-ROTAS.

      *-----------------------
      * ordena as rotas por rota/sequencia para o livro e para a
      * lista dos nao lidos - sem ficheiro de rotas nao ha nada a
      * ordenar
      *-----------------------
       ORDENAR-ROTAS.
           OPEN INPUT FICH-ROTAS
           IF WS-FS-ROTAS NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE ROTAS - FILE STATUS: '
                       WS-FS-ROTAS
               GO TO INICIO
           END-IF
           CLOSE FICH-ROTAS
           SORT ROTASORT
           ON ASCENDING KEY RS-ROTA
                            RS-SEQUENCIA
           USING FICH-ROTAS
           GIVING ROTASORD.

      *-----------------------
      * livro de leituras para os leitores: por rota, na ordem de
      * visita, o cliente, a morada, o contador em servico, a ultima
      * leitura e o intervalo esperado (acima da ultima e abaixo do
      * limite de alerta de consumo da importacao em lote), com
      * espaco para a leitura
      *-----------------------
       GERAR-LIVRO-LEITURAS.
           DISPLAY 'ROTA (VAZIO PARA TODAS): '
           ACCEPT WS-ROT-FILTRO
           PERFORM OBTER-DATA-PROCESSAMENTO
           PERFORM ORDENAR-ROTAS

           MOVE SPACES TO WS-PATH-LIVROROTA
           STRING 'LIVROROTA.' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-PATH-LIVROROTA
           END-STRING
           MOVE SPACES TO WS-ROT-ANTERIOR
           MOVE ZEROS TO WS-ROT-CLIENTES
           SET WS-ENDOFFILEROTAS TO 0

           OPEN INPUT ROTASORD
           OPEN OUTPUT LIVROROTA
           IF WS-FS-ROTASORD NOT EQUAL "00"
            OR WS-FS-LIVROROTA NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ROTASORD/LIVROROTA - FILE '
                       'STATUS: ' WS-FS-ROTASORD ' / ' WS-FS-LIVROROTA
               IF WS-FS-ROTASORD EQUAL "00"
                   CLOSE ROTASORD
               END-IF
               IF WS-FS-LIVROROTA EQUAL "00"
                   CLOSE LIVROROTA
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFFILEROTAS EQUAL 1
                   READ ROTASORD
                   AT END
                       MOVE 1 TO WS-ENDOFFILEROTAS
                   NOT AT END
                       IF WS-ROT-FILTRO EQUAL SPACES
                        OR RO-ROTA EQUAL WS-ROT-FILTRO
                           IF RO-ROTA NOT EQUAL WS-ROT-ANTERIOR
                               PERFORM ESCREVER-CABECALHO-LIVRO
                           END-IF
                           PERFORM ESCREVER-LINHA-LIVRO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ROTASORD
               CLOSE LIVROROTA
               DISPLAY 'LIVRO DE LEITURAS EM ' WS-PATH-LIVROROTA
               DISPLAY 'CLIENTES NO LIVRO: ' WS-ROT-CLIENTES
           END-IF.

       ESCREVER-CABECALHO-LIVRO.
           MOVE RO-ROTA TO WS-ROT-ANTERIOR
           MOVE SPACES TO LIVROROTA-LINHA
           WRITE LIVROROTA-LINHA
           MOVE SPACES TO WS-ROT-LINHA
           STRING 'LIVRO DE LEITURAS - ROTA ' DELIMITED BY SIZE
                  RO-ROTA DELIMITED BY SIZE
                  '  LEITOR ' DELIMITED BY SIZE
                  RO-LEITOR DELIMITED BY SIZE
                  '  EMITIDO EM ' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-ROT-LINHA
           END-STRING
           WRITE LIVROROTA-LINHA FROM WS-ROT-LINHA
           MOVE SPACES TO WS-ROT-LINHA
           STRING 'SEQ  CLIENTE NOME' DELIMITED BY SIZE
                  '                           MORADA' DELIMITED BY SIZE
                  '                                   CONTADOR'
                  DELIMITED BY SIZE
                  '        ULTIMA MINIMO MAXIMO  LEITURA'
                  DELIMITED BY SIZE
               INTO WS-ROT-LINHA
           END-STRING
           WRITE LIVROROTA-LINHA FROM WS-ROT-LINHA
           MOVE ALL '-' TO LIVROROTA-LINHA
           WRITE LIVROROTA-LINHA.

       ESCREVER-LINHA-LIVRO.
           MOVE RO-NUM-CLIENTE TO WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
           MOVE RO-NUM-CLIENTE TO WS-CTD-CLIENTE
           PERFORM PROCURAR-CONTADOR-ATIVO
           PERFORM CARREGAR-HISTORICO-CLIENTE
           IF WS-HIST-NUM > ZEROS
               PERFORM CALCULAR-CONSUMO-MEDIO
           ELSE
               MOVE ZEROS TO WS-CONSUMO-MEDIO
           END-IF
           COMPUTE WS-ROT-LEIT-MIN = WS-ULT-LEITURA + 1
           IF WS-CONSUMO-MEDIO > ZEROS
               COMPUTE WS-ROT-LEIT-MAX = WS-ULT-LEITURA
                   + (WS-FATOR-ALERTA-CONSUMO * WS-CONSUMO-MEDIO)
           ELSE
               MOVE ZEROS TO WS-ROT-LEIT-MAX
           END-IF

           MOVE SPACES TO WS-ROT-LINHA
           STRING RO-SEQUENCIA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RO-NUM-CLIENTE DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-CLI-NOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CLI-MORADA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CTD-NUM-SERIE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ULT-LEITURA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ROT-LEIT-MIN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ROT-LEIT-MAX DELIMITED BY SIZE
                  ' _________' DELIMITED BY SIZE
               INTO WS-ROT-LINHA
           END-STRING
           WRITE LIVROROTA-LINHA FROM WS-ROT-LINHA
           ADD 1 TO WS-ROT-CLIENTES.

      *-----------------------
      * depois da importacao em lote do mes: por rota, os clientes
      * sem leitura real no mes (sem fatura - a estimar na opcao 10 -
      * ou so com fatura estimada), e no fim a taxa de realizacao de
      * cada leitor, assinalando as abaixo do minimo
      *-----------------------
       LISTAR-NAO-LIDOS.
           DISPLAY 'ANO: '
           ACCEPT WS-ROT-ANO
           DISPLAY 'MES: '
           ACCEPT WS-ROT-MES
           PERFORM ORDENAR-ROTAS

           MOVE SPACES TO WS-ROT-ANTERIOR
           MOVE ZEROS TO WS-NUM-LEITORES
           SET WS-ENDOFFILEROTAS TO 0

           OPEN INPUT ROTASORD
           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-ROTASORD NOT EQUAL "00"
            OR WS-FS-MES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ROTASORD/FICH-FATURA-MES - FILE'
                       ' STATUS: ' WS-FS-ROTASORD ' / ' WS-FS-MES
               IF WS-FS-ROTASORD EQUAL "00"
                   CLOSE ROTASORD
               END-IF
               IF WS-FS-MES EQUAL "00"
                   CLOSE FICH-FATURA-MES
               END-IF
           ELSE
               DISPLAY '---//CLIENTES POR LER EM ' WS-ROT-ANO '/'
                       WS-ROT-MES '//---'
               PERFORM UNTIL WS-ENDOFFILEROTAS EQUAL 1
                   READ ROTASORD
                   AT END
                       MOVE 1 TO WS-ENDOFFILEROTAS
                   NOT AT END
                       IF RO-ROTA NOT EQUAL WS-ROT-ANTERIOR
                           IF WS-ROT-ANTERIOR NOT EQUAL SPACES
                               PERFORM MOSTRAR-RESUMO-ROTA
                           END-IF
                           MOVE RO-ROTA TO WS-ROT-ANTERIOR
                           MOVE ZEROS TO WS-ROT-TOTAL
                           MOVE ZEROS TO WS-ROT-LIDOS
                           DISPLAY 'ROTA ' RO-ROTA ' - LEITOR '
                                   RO-LEITOR
                       END-IF
                       PERFORM VERIFICAR-LEITURA-ROTA
                   END-READ
               END-PERFORM
               IF WS-ROT-ANTERIOR NOT EQUAL SPACES
                   PERFORM MOSTRAR-RESUMO-ROTA
               END-IF
               CLOSE ROTASORD
               CLOSE FICH-FATURA-MES
               PERFORM MOSTRAR-REALIZACAO-LEITORES
           END-IF.

      *-----------------------
      * o cliente da rota foi lido no mes se tem a fatura do mes de
      * leitura real; sem fatura ou so com estimativa fica na lista
      *-----------------------
       VERIFICAR-LEITURA-ROTA.
           ADD 1 TO WS-ROT-TOTAL
           MOVE 0 TO WS-ROT-LIDO
           MOVE 'A ESTIMAR' TO WS-ROT-SITUACAO
           MOVE RO-NUM-CLIENTE TO FM-NUM-CLIENTE
           MOVE WS-ROT-ANO     TO FM-ANO
           MOVE WS-ROT-MES     TO FM-MES
           MOVE 0 TO FM-SUB-CHAVE
           READ FICH-FATURA-MES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FM-TIPO-FATURA EQUAL 'E'
                       MOVE 'ESTIMADA' TO WS-ROT-SITUACAO
                   ELSE
                       MOVE 1 TO WS-ROT-LIDO
                   END-IF
           END-READ
           IF WS-ROT-LIDO EQUAL 1
               ADD 1 TO WS-ROT-LIDOS
           ELSE
               MOVE RO-NUM-CLIENTE TO WS-CLI-PROCURA
               PERFORM 6000-VALIDAR-CLIENTE
               DISPLAY '  ' RO-SEQUENCIA ' CLIENTE: ' RO-NUM-CLIENTE
                       ' ' WS-CLI-NOME ' ' WS-ROT-SITUACAO
           END-IF
           PERFORM ACUMULAR-LEITOR.

       MOSTRAR-RESUMO-ROTA.
           IF WS-ROT-TOTAL > ZEROS
               COMPUTE WS-ROT-TAXA ROUNDED =
                   (WS-ROT-LIDOS * 100) / WS-ROT-TOTAL
           ELSE
               MOVE ZEROS TO WS-ROT-TAXA
           END-IF
           DISPLAY '  ROTA ' WS-ROT-ANTERIOR ': ' WS-ROT-LIDOS
                   ' LIDOS DE ' WS-ROT-TOTAL ' (' WS-ROT-TAXA ' PCT)'.

      *-----------------------
      * acumula na tabela de leitores os clientes atribuidos e os
      * lidos do leitor da rota corrente
      *-----------------------
       ACUMULAR-LEITOR.
           MOVE 0 TO WS-LEITOR-ACHADO
           PERFORM VARYING WS-IDX-LEITOR FROM 1 BY 1
               UNTIL WS-IDX-LEITOR > WS-NUM-LEITORES
               OR WS-LEITOR-ACHADO EQUAL 1
               IF WS-LEIT-NOME (WS-IDX-LEITOR) EQUAL RO-LEITOR
                   MOVE 1 TO WS-LEITOR-ACHADO
                   ADD 1 TO WS-LEIT-TOTAL (WS-IDX-LEITOR)
                   ADD WS-ROT-LIDO TO WS-LEIT-LIDOS (WS-IDX-LEITOR)
               END-IF
           END-PERFORM
           IF WS-LEITOR-ACHADO EQUAL 0
            AND WS-NUM-LEITORES < 50
               ADD 1 TO WS-NUM-LEITORES
               MOVE RO-LEITOR TO WS-LEIT-NOME (WS-NUM-LEITORES)
               MOVE 1 TO WS-LEIT-TOTAL (WS-NUM-LEITORES)
               MOVE WS-ROT-LIDO TO WS-LEIT-LIDOS (WS-NUM-LEITORES)
           END-IF.

       MOSTRAR-REALIZACAO-LEITORES.
           DISPLAY '---//REALIZACAO DOS LEITORES//---'
           PERFORM VARYING WS-IDX-LEITOR FROM 1 BY 1
               UNTIL WS-IDX-LEITOR > WS-NUM-LEITORES
               COMPUTE WS-ROT-TAXA ROUNDED =
                   (WS-LEIT-LIDOS (WS-IDX-LEITOR) * 100)
                   / WS-LEIT-TOTAL (WS-IDX-LEITOR)
               IF WS-ROT-TAXA < WS-ROT-TAXA-MINIMA
                   DISPLAY 'LEITOR: ' WS-LEIT-NOME (WS-IDX-LEITOR)
                           ' LIDOS ' WS-LEIT-LIDOS (WS-IDX-LEITOR)
                           ' DE ' WS-LEIT-TOTAL (WS-IDX-LEITOR)
                           ' (' WS-ROT-TAXA ' PCT) *** ABAIXO DO '
                           'MINIMO ***'
               ELSE
                   DISPLAY 'LEITOR: ' WS-LEIT-NOME (WS-IDX-LEITOR)
                           ' LIDOS ' WS-LEIT-LIDOS (WS-IDX-LEITOR)
                           ' DE ' WS-LEIT-TOTAL (WS-IDX-LEITOR)
                           ' (' WS-ROT-TAXA ' PCT)'
               END-IF
           END-PERFORM.

      *-----------------------
      * contratos e caucoes: termo de contrato quando o cliente sai
      * sem passar a outro titular (fatura final pro-rateada, fecho
      * do cliente no mestre e acerto da caucao), registo da caucao
      * de um contrato e mapa das caucoes em poder da empresa
      *-----------------------
       GERIR-CONTRATOS.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//CONTRATOS E CAUCOES//-------'
           DISPLAY ' 1 - TERMINAR CONTRATO'
           DISPLAY ' 2 - REGISTAR CAUCAO DE CONTRATO'
           DISPLAY ' 3 - MAPA DAS CAUCOES (PASSIVO)'
           ACCEPT OPCAO-CONTRATOS

           EVALUATE OPCAO-CONTRATOS
               WHEN 1
                   PERFORM TERMINAR-CONTRATO
               WHEN 2
                   PERFORM REGISTAR-CAUCAO
               WHEN 3
                   PERFORM MAPA-CAUCOES
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           GO TO INICIO.

      *-----------------------
      * termo de contrato: fatura final com a leitura de saida e o
      * termo fixo pelos dias decorridos do mes (como na mudanca de
      * titular), contador retirado ('F'), cliente fora das rotas e
      * fechado no mestre; a caucao abate nas faturas em aberto e o
      * que sobra sai em ordem de devolucao ('U')
      *-----------------------
       TERMINAR-CONTRATO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
               GO TO INICIO
           END-IF
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE EQUAL 0
               DISPLAY '*** CLIENTE ' WS-CLI-PROCURA ' NAO EXISTE NO '
                       'FICHEIRO DE CLIENTES ***'
               GO TO INICIO
           END-IF
           IF WS-CLI-CONTRATO EQUAL 'T'
               DISPLAY '*** O CONTRATO DO CLIENTE ' WS-CLI-PROCURA
                       ' JA ESTA TERMINADO ***'
               GO TO INICIO
           END-IF

           DISPLAY 'DATA DE SAIDA (AAAAMMDD): '
           ACCEPT WS-TC-DATA-SAIDA
           MOVE WS-TC-DATA-SAIDA (1:4) TO WS-REG-ANO
           MOVE WS-TC-DATA-SAIDA (5:2) TO WS-REG-MES
           MOVE WS-TC-DATA-SAIDA (7:2) TO WS-TC-DIAS
           COMPUTE WS-PER-ANOMES =
               (WS-REG-ANO * 100) + WS-REG-MES
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO EQUAL 1
               DISPLAY '*** O PERIODO ' WS-REG-ANO '/' WS-REG-MES
                       ' JA FOI FECHADO - REGISTO RECUSADO ***'
               GO TO INICIO
           END-IF
           PERFORM 6850-VERIFICAR-DUPLICADO
           IF WS-DUP-EXISTE EQUAL 1
               GO TO INICIO
           END-IF

      *    a fatura final parte da ultima leitura gravada do cliente
           PERFORM CARREGAR-HISTORICO-CLIENTE
           MOVE WS-ULT-LEITURA TO WS-TC-LEIT-ANTERIOR
           DISPLAY 'ULTIMA LEITURA FATURADA (M3): ' WS-TC-LEIT-ANTERIOR
           DISPLAY 'LEITURA DE SAIDA (M3): '
           ACCEPT WS-TC-LEIT-FINAL
           IF WS-TC-LEIT-FINAL < WS-TC-LEIT-ANTERIOR
               DISPLAY '*** A LEITURA DE SAIDA NAO PODE SER INFERIOR '
                       'A ULTIMA LEITURA ***'
               GO TO INICIO
           END-IF

           OPEN I-O FICH-FATURA-MES
           IF WS-FS-MES EQUAL "35"
               OPEN OUTPUT FICH-FATURA-MES
           END-IF
           IF WS-FS-MES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-FATURA-MES - FILE STATUS: '
                       WS-FS-MES
               MOVE WS-FS-MES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO INICIO
           END-IF

           MOVE WS-CLI-PROCURA   TO FM-NUM-CLIENTE
           MOVE WS-CLI-NOME      TO FM-NOME-CLIENTE
           MOVE WS-REG-ANO       TO FM-ANO
           MOVE WS-REG-MES       TO FM-MES
           MOVE WS-TC-LEIT-ANTERIOR TO FM-LEITURA-ANTERIOR
           MOVE WS-TC-LEIT-FINAL    TO FM-LEITURA-ATUAL
           COMPUTE FM-CONSUMO-M3 =
               WS-TC-LEIT-FINAL - WS-TC-LEIT-ANTERIOR
           DISPLAY 'DATA DE VENCIMENTO (AAAAMMDD): '
           ACCEPT FM-DATA-VENCIMENTO
           MOVE 'A' TO FM-ESTADO-PAGAMENTO
           MOVE 'N' TO FM-ANOMALIA-LEITURA
           MOVE 'R' TO FM-TIPO-FATURA
           MOVE ZEROS TO FM-DATA-PAGAMENTO
           MOVE ZEROS TO FM-VALOR-REGULARIZACAO
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO FM-DATA-EMISSAO
           MOVE ZEROS TO FM-NIVEL-AVISO
           MOVE ZEROS TO FM-DATA-INCOBRAVEL
           MOVE SPACE TO FM-MOTIVO-INCOBRAVEL
           MOVE SPACE TO FM-COBRANCA-EXTERNA
           MOVE ZEROS TO FM-DATA-ENTREGA-AGENCIA
           MOVE ZEROS TO FM-VALOR-PAGO-ACUM
           MOVE ZEROS TO FM-TAXA-RELIGACAO

           PERFORM 7500-CARREGAR-TARIFA
           PERFORM 8000-CALCULAR-VALOR-A-PAGAR
      *    termo fixo so pelos dias do mes ate a saida
           COMPUTE FM-VALOR-TERMO-FIXO =
               WS-TC-DIAS * WS-TAR-TERMO-FIXO-DIA
           PERFORM 9000-CALCULAR-PENALIZACAO
           PERFORM 8400-CALCULAR-DESCONTO-SOCIAL
           PERFORM 8300-CALCULAR-IVA
           PERFORM GERAR-REFERENCIA-MB
           COMPUTE FM-VALOR-A-PAGAR =
               FM-VALOR-BASE + FM-VALOR-TERMO-FIXO
               - FM-DESCONTO-SOCIAL
               + FM-VALOR-IVA + FM-PENALIZACAO

           DISPLAY ' '
           DISPLAY '------//FATURA FINAL DO CONTRATO//------'
           DISPLAY 'CLIENTE: ' FM-NUM-CLIENTE ' ' FM-NOME-CLIENTE
           DISPLAY 'CONSUMO ATE A SAIDA: ' FM-CONSUMO-M3 ' M3'
           DISPLAY 'TERMO FIXO (' WS-TC-DIAS ' DIAS): '
                   FM-VALOR-TERMO-FIXO
           DISPLAY 'IVA (' FM-TAXA-IVA ' PCT): ' FM-VALOR-IVA
           DISPLAY 'VALOR A PAGAR: ' FM-VALOR-A-PAGAR

           PERFORM APLICAR-CREDITO-FATURA
           PERFORM DEFINIR-SUBCHAVE
           WRITE FATURA-MES-REG
           IF WS-FS-MES NOT EQUAL "00"
               DISPLAY 'NAO FOI POSSIVEL REGISTAR A FATURA FINAL'
               DISPLAY 'FILE STATUS: ' WS-FS-MES
               CLOSE FICH-FATURA-MES
               GO TO INICIO
           END-IF
           IF WS-CRED-APLICADO > ZEROS
               PERFORM CONSUMIR-CREDITOS-CLIENTE
           END-IF
           PERFORM GERAR-DOC-FATURA
           CLOSE FICH-FATURA-MES

      *    o contador sai de servico com a leitura de saida e o
      *    cliente sai da rota de leitura
           MOVE WS-CLI-PROCURA   TO WS-CTD-CLIENTE
           MOVE WS-TC-DATA-SAIDA TO WS-CTD-DATA-FIM
           MOVE WS-TC-LEIT-FINAL TO WS-CTD-LEIT-FIM
           MOVE 'F' TO WS-CTD-MOTIVO
           PERFORM RETIRAR-CONTADOR-CLIENTE
           PERFORM RETIRAR-CLIENTE-ROTA

      *    a caucao abate nas faturas em aberto (incluindo a final)
      *    e o resto volta ao cliente por transferencia
           MOVE WS-CLI-CAUCAO TO WS-TC-CAUCAO
           PERFORM COMPENSAR-CAUCAO
           IF WS-TC-CAUCAO > ZEROS
               IF WS-CLI-IBAN EQUAL SPACES
                   DISPLAY 'CLIENTE SEM IBAN NO MESTRE - IBAN PARA A '
                           'DEVOLUCAO DA CAUCAO: '
                   ACCEPT WS-CLI-IBAN
               END-IF
               MOVE 'U' TO WS-DEV-ORIGEM
               MOVE WS-TC-CAUCAO TO WS-DEV-VALOR
               PERFORM ESCREVER-ORDEM-DEVOLUCAO
           END-IF

           MOVE 'T' TO WS-TC-OPERACAO
           PERFORM ATUALIZAR-CONTRATO-CLIENTE

           MOVE SPACES TO WS-AUD-DESCRICAO
           STRING 'TERMO DE CONTRATO CLIENTE ' DELIMITED BY SIZE
                  WS-CLI-PROCURA DELIMITED BY SIZE
               INTO WS-AUD-DESCRICAO
           END-STRING
           PERFORM ESCREVER-AUDITORIA

           DISPLAY ' '
           DISPLAY 'CONTRATO DO CLIENTE ' WS-CLI-PROCURA
                   ' TERMINADO EM ' WS-TC-DATA-SAIDA
           DISPLAY 'CAUCAO DO CONTRATO......: ' WS-CLI-CAUCAO
           DISPLAY 'ABATIDA EM ' WS-TC-FATURAS ' FATURA(S): '
                   WS-TC-ABATIDO
           DISPLAY 'A DEVOLVER AO CLIENTE...: ' WS-TC-CAUCAO
           MOVE WS-CLI-PROCURA TO WS-CRED-CLIENTE
           PERFORM SOMAR-CREDITOS-CLIENTE
           IF WS-CRED-DISPONIVEL > ZEROS
               DISPLAY 'SALDO CREDOR AINDA POR DEVOLVER: '
                       WS-CRED-DISPONIVEL ' - ORDEM NA OPCAO 22'
           END-IF
           GO TO INICIO.

      *-----------------------
      * abate a caucao em WS-TC-CAUCAO no saldo das faturas em aberto
      * do cliente em WS-CLI-PROCURA, como um pagamento ja recebido
      * (sem recibo novo - o dinheiro entrou com o contrato); uma
      * fatura reclamada fica de fora ate a reclamacao fechar
      *-----------------------
       COMPENSAR-CAUCAO.
           MOVE ZEROS TO WS-TC-ABATIDO
           MOVE ZEROS TO WS-TC-FATURAS
           SET WS-ENDOFFILEMES TO 0
           IF WS-TC-CAUCAO > ZEROS
               OPEN I-O FICH-FATURA-MES
               IF WS-FS-MES NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR FICH-FATURA-MES - FILE '
                           'STATUS: ' WS-FS-MES
                   MOVE WS-FS-MES TO WS-FS-ATUAL
                   PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               ELSE
                   PERFORM UNTIL WS-ENDOFFILEMES EQUAL 1
                       READ FICH-FATURA-MES NEXT RECORD
                       AT END
                           MOVE 1 TO WS-ENDOFFILEMES
                       NOT AT END
                           IF FM-NUM-CLIENTE EQUAL WS-CLI-PROCURA
                            AND FM-ESTADO-PAGAMENTO EQUAL 'A'
                            AND WS-TC-CAUCAO > ZEROS
                               PERFORM ABATER-CAUCAO-FATURA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FICH-FATURA-MES
               END-IF
           END-IF.

       ABATER-CAUCAO-FATURA.
           MOVE FM-NUM-CLIENTE TO WS-RECL-CLIENTE
           MOVE FM-ANO         TO WS-RECL-ANO
           MOVE FM-MES         TO WS-RECL-MES
           PERFORM VERIFICAR-RECLAMACAO-FATURA
           IF WS-RECL-ABERTA EQUAL 1
               DISPLAY 'FATURA ' FM-ANO '/' FM-MES ' EM RECLAMACAO - '
                       'FICA FORA DO ACERTO DA CAUCAO'
           ELSE
           IF FM-VALOR-A-PAGAR > FM-VALOR-PAGO-ACUM
               COMPUTE WS-TC-SALDO =
                   FM-VALOR-A-PAGAR - FM-VALOR-PAGO-ACUM
               IF WS-TC-SALDO > WS-TC-CAUCAO
                   MOVE WS-TC-CAUCAO TO WS-TC-APLICAR
               ELSE
                   MOVE WS-TC-SALDO TO WS-TC-APLICAR
                   MOVE 'P' TO FM-ESTADO-PAGAMENTO
                   MOVE WS-TC-DATA-SAIDA TO FM-DATA-PAGAMENTO
               END-IF
               ADD WS-TC-APLICAR TO FM-VALOR-PAGO-ACUM
               REWRITE FATURA-MES-REG
               IF WS-FS-MES NOT EQUAL "00"
                   DISPLAY ' ERRO A REESCREVER A FATURA - FILE '
                           'STATUS: ' WS-FS-MES
               ELSE
                   SUBTRACT WS-TC-APLICAR FROM WS-TC-CAUCAO
                   ADD WS-TC-APLICAR TO WS-TC-ABATIDO
                   ADD 1 TO WS-TC-FATURAS
                   DISPLAY 'CAUCAO ABATIDA NA FATURA ' FM-ANO '/'
                           FM-MES ': ' WS-TC-APLICAR
               END-IF
           END-IF
           END-IF.

      *-----------------------
      * tira o cliente em WS-CLI-PROCURA do ficheiro de rotas
      *-----------------------
       RETIRAR-CLIENTE-ROTA.
           MOVE 0 TO WS-ROT-ALTERADO
           SET WS-ENDOFFILEROTAS TO 0
           OPEN INPUT FICH-ROTAS
           IF WS-FS-ROTAS EQUAL "00"
               OPEN OUTPUT ROTASTEMP
               IF WS-FS-ROTASTEMP NOT EQUAL "00"
                   DISPLAY ' ERRO A ABRIR ROTASTEMP - FILE STATUS: '
                           WS-FS-ROTASTEMP
               ELSE
                   PERFORM UNTIL WS-ENDOFFILEROTAS EQUAL 1
                       READ FICH-ROTAS
                       AT END
                           MOVE 1 TO WS-ENDOFFILEROTAS
                       NOT AT END
                           IF RR-NUM-CLIENTE EQUAL WS-CLI-PROCURA
                               MOVE 1 TO WS-ROT-ALTERADO
                           ELSE
                               WRITE ROTATEMP-REG FROM ROTA-REG
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ROTASTEMP
               END-IF
               CLOSE FICH-ROTAS
               IF WS-ROT-ALTERADO EQUAL 1
                   PERFORM REESCREVER-ROTAS
                   DISPLAY 'CLIENTE ' WS-CLI-PROCURA ' RETIRADO DA '
                           'ROTA DE LEITURA'
               END-IF
           END-IF.

      *-----------------------
      * reescreve o mestre de clientes para o cliente em
      * WS-CLI-PROCURA: 'T' fecha o contrato na data de saida (a
      * caucao fica acertada), 'C' grava a caucao em
      * WS-TC-CAUCAO-NOVA, 'M' grava a morada nova (e a morada
      * volta a ser valida para o correio)
      *-----------------------
       ATUALIZAR-CONTRATO-CLIENTE.
           MOVE 0 TO WS-TC-ALTERADO
           SET WS-ENDOFFILECLIENTES TO 0
           OPEN INPUT FICH-CLIENTES
           OPEN OUTPUT FICH-CLIENTESTEMP
           IF WS-FS-CLIENTES NOT EQUAL "00"
            OR WS-FS-CLIENTESTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-CLIENTES/CLIENTESTEMP - '
                       'FILE STATUS: ' WS-FS-CLIENTES ' / '
                       WS-FS-CLIENTESTEMP
               IF WS-FS-CLIENTES EQUAL "00"
                   CLOSE FICH-CLIENTES
               END-IF
               IF WS-FS-CLIENTESTEMP EQUAL "00"
                   CLOSE FICH-CLIENTESTEMP
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFFILECLIENTES EQUAL 1
                   READ FICH-CLIENTES
                   AT END
                       MOVE 1 TO WS-ENDOFFILECLIENTES
                   NOT AT END
                       IF CG-NUM-CLIENTE EQUAL WS-CLI-PROCURA
                           MOVE 1 TO WS-TC-ALTERADO
                           IF WS-TC-OPERACAO EQUAL 'T'
                               MOVE 'T' TO CG-ESTADO-CONTRATO
                               MOVE WS-TC-DATA-SAIDA
                                   TO CG-DATA-FIM-CONTR
                               MOVE ZEROS TO CG-VALOR-CAUCAO
                           ELSE
                           IF WS-TC-OPERACAO EQUAL 'M'
                               MOVE WS-TC-MORADA-NOVA TO CG-MORADA
                               MOVE WS-TC-CPOSTAL-NOVO
                                   TO CG-COD-POSTAL
                               MOVE SPACE TO CG-MORADA-ESTADO
                               MOVE ZEROS TO CG-DATA-DEVOLUCAO
                           ELSE
                               MOVE WS-TC-CAUCAO-NOVA
                                   TO CG-VALOR-CAUCAO
                           END-IF
                           END-IF
                       END-IF
                       WRITE CLIENTETEMP-REG FROM CLIENTE-GAS-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTES
               CLOSE FICH-CLIENTESTEMP

               IF WS-TC-ALTERADO EQUAL 1
                   SET WS-ENDOFFILECLIENTES TO 0
                   OPEN INPUT FICH-CLIENTESTEMP
                   OPEN OUTPUT FICH-CLIENTES
                   PERFORM UNTIL WS-ENDOFFILECLIENTES EQUAL 1
                       READ FICH-CLIENTESTEMP
                       AT END
                           MOVE 1 TO WS-ENDOFFILECLIENTES
                       NOT AT END
                           MOVE CLIENTETEMP-REG TO CLIENTE-GAS-REG
                           WRITE CLIENTE-GAS-REG
                       END-READ
                   END-PERFORM
                   CLOSE FICH-CLIENTESTEMP
                   CLOSE FICH-CLIENTES
               END-IF
           END-IF.

      *-----------------------
      * caucao de um contrato ja existente (clientes anteriores a
      * caucao, ou reforco) - o contrato novo regista-a na criacao
      *-----------------------
       REGISTAR-CAUCAO.
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE EQUAL 0
               DISPLAY '*** CLIENTE ' WS-CLI-PROCURA ' NAO EXISTE NO '
                       'FICHEIRO DE CLIENTES ***'
               GO TO INICIO
           END-IF
           IF WS-CLI-CONTRATO EQUAL 'T'
               DISPLAY '*** O CONTRATO DO CLIENTE ' WS-CLI-PROCURA
                       ' ESTA TERMINADO ***'
               GO TO INICIO
           END-IF
           DISPLAY 'CAUCAO ATUAL: ' WS-CLI-CAUCAO
           DISPLAY 'VALOR DA CAUCAO: '
           ACCEPT WS-TC-CAUCAO-NOVA
           MOVE 'C' TO WS-TC-OPERACAO
           PERFORM ATUALIZAR-CONTRATO-CLIENTE
           IF WS-TC-ALTERADO EQUAL 1
               DISPLAY 'CAUCAO DO CLIENTE ' WS-CLI-PROCURA
                       ' REGISTADA: ' WS-TC-CAUCAO-NOVA
               MOVE SPACES TO WS-AUD-DESCRICAO
               STRING 'CAUCAO CLIENTE ' DELIMITED BY SIZE
                      WS-CLI-PROCURA DELIMITED BY SIZE
                   INTO WS-AUD-DESCRICAO
               END-STRING
               PERFORM ESCREVER-AUDITORIA
           END-IF.

      *-----------------------
      * mapa das caucoes: as caucoes em poder da empresa dos
      * contratos ativos e as ordens de devolucao de caucao ainda
      * pendentes, com o total a restituir (passivo perante os
      * clientes)
      *-----------------------
       MAPA-CAUCOES.
           MOVE ZEROS TO WS-TC-TOTAL
           MOVE ZEROS TO WS-TC-CLIENTES
           MOVE ZEROS TO WS-TC-TOTAL-DEV
           MOVE ZEROS TO WS-TC-ORDENS
           SET WS-ENDOFFILECLIENTES TO 0
           DISPLAY '---//CAUCOES DE CONTRATOS ATIVOS//---'
           OPEN INPUT FICH-CLIENTES
           IF WS-FS-CLIENTES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-CLIENTES - FILE STATUS: '
                       WS-FS-CLIENTES
               MOVE WS-FS-CLIENTES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-ENDOFFILECLIENTES EQUAL 1
                   READ FICH-CLIENTES
                   AT END
                       MOVE 1 TO WS-ENDOFFILECLIENTES
                   NOT AT END
                       IF CG-ESTADO-CONTRATO NOT EQUAL 'T'
                        AND CG-VALOR-CAUCAO IS NUMERIC
                        AND CG-VALOR-CAUCAO > ZEROS
                           DISPLAY 'CLIENTE: ' CG-NUM-CLIENTE ' '
                                   CG-NOME-CLIENTE ' DESDE '
                                   CG-DATA-INICIO-CONTR
                                   ' CAUCAO: ' CG-VALOR-CAUCAO
                           ADD CG-VALOR-CAUCAO TO WS-TC-TOTAL
                           ADD 1 TO WS-TC-CLIENTES
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTES
           END-IF

           DISPLAY '---//DEVOLUCOES DE CAUCAO PENDENTES//---'
           OPEN INPUT FICH-DEVOLUCOES
           IF WS-FS-DEVOLUCOES EQUAL "00"
               MOVE 0 TO WS-TC-FIM-DEVOLUCOES
               PERFORM UNTIL WS-TC-FIM-DEVOLUCOES EQUAL 1
                   READ FICH-DEVOLUCOES
                   AT END
                       MOVE 1 TO WS-TC-FIM-DEVOLUCOES
                   NOT AT END
                       IF DV-ORIGEM EQUAL 'U'
                        AND DV-ESTADO EQUAL 'P'
                           DISPLAY 'CLIENTE: ' DV-NUM-CLIENTE ' '
                                   DV-NOME-CLIENTE ' ORDEM DE '
                                   DV-DATA ' VALOR: ' DV-VALOR
                           ADD DV-VALOR TO WS-TC-TOTAL-DEV
                           ADD 1 TO WS-TC-ORDENS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-DEVOLUCOES
           END-IF

           COMPUTE WS-TC-TOTAL-GERAL = WS-TC-TOTAL + WS-TC-TOTAL-DEV
           DISPLAY ' '
           DISPLAY 'CAUCOES EM PODER DA EMPRESA (' WS-TC-CLIENTES
                   ' CONTRATOS): ' WS-TC-TOTAL
           DISPLAY 'DEVOLUCOES PENDENTES (' WS-TC-ORDENS
                   ' ORDENS)..: ' WS-TC-TOTAL-DEV
           DISPLAY 'TOTAL A RESTITUIR A CLIENTES.......: '
                   WS-TC-TOTAL-GERAL.

      *-----------------------
      * balanco da rede: volume de gas recebido no ponto de entrada
      * da rede (comunicado pelo distribuidor) contra o volume
      * faturado aos clientes no mesmo mes - a perda e a sua
      * tendencia mostram quando a contagem ou as fraudes pioram
      *-----------------------
       GERIR-BALANCO-REDE.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//BALANCO DA REDE//-------'
           DISPLAY ' 1 - REGISTAR VOLUME RECEBIDO NO MES'
           DISPLAY ' 2 - RELATORIO DE BALANCO DA REDE'
           ACCEPT OPCAO-BALANCO

           EVALUATE OPCAO-BALANCO
               WHEN 1
                   PERFORM REGISTAR-VOLUME-ENTRADA
               WHEN 2
                   PERFORM RELATORIO-BALANCO-REDE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           GO TO INICIO.

      *-----------------------
      * grava o volume recebido no mes; um mes ja registado fica com
      * o volume novo (correcao do distribuidor)
      *-----------------------
       REGISTAR-VOLUME-ENTRADA.
           DISPLAY 'ANO: '
           ACCEPT WS-BAL-ANO
           DISPLAY 'MES: '
           ACCEPT WS-BAL-MES
           IF WS-BAL-MES < 1 OR WS-BAL-MES > 12
               DISPLAY '*** MES INVALIDO ***'
               GO TO INICIO
           END-IF
           DISPLAY 'VOLUME RECEBIDO NO PONTO DE ENTRADA (M3): '
           ACCEPT WS-BAL-VOLUME

           MOVE 0 TO WS-BAL-SUBST
           SET WS-ENDOFFILEABAST TO 0
           OPEN OUTPUT ABASTECIMENTOTEMP
           IF WS-FS-ABASTECIMENTOTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ABASTECIMENTOTEMP - FILE STATUS: '
                       WS-FS-ABASTECIMENTOTEMP
               MOVE WS-FS-ABASTECIMENTOTEMP TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO INICIO
           END-IF
           OPEN INPUT FICH-ABASTECIMENTO
           IF WS-FS-ABASTECIMENTO EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEABAST EQUAL 1
                   READ FICH-ABASTECIMENTO
                   AT END
                       MOVE 1 TO WS-ENDOFFILEABAST
                   NOT AT END
                       IF AB-ANO EQUAL WS-BAL-ANO
                        AND AB-MES EQUAL WS-BAL-MES
                           MOVE 1 TO WS-BAL-SUBST
                       ELSE
                           WRITE ABASTECIMENTOTEMP-REG
                               FROM ABASTECIMENTO-REG
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-ABASTECIMENTO
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-BAL-ANO            TO AB-ANO
           MOVE WS-BAL-MES            TO AB-MES
           MOVE WS-BAL-VOLUME         TO AB-VOLUME-M3
           MOVE WS-DATA-PROCESSAMENTO TO AB-DATA-REGISTO
           WRITE ABASTECIMENTOTEMP-REG FROM ABASTECIMENTO-REG
           CLOSE ABASTECIMENTOTEMP

           PERFORM REESCREVER-ABASTECIMENTO
           IF WS-BAL-SUBST EQUAL 1
               DISPLAY 'VOLUME DE ' WS-BAL-ANO '/' WS-BAL-MES
                       ' CORRIGIDO PARA ' WS-BAL-VOLUME ' M3'
           ELSE
               DISPLAY 'VOLUME DE ' WS-BAL-ANO '/' WS-BAL-MES
                       ' REGISTADO: ' WS-BAL-VOLUME ' M3'
           END-IF.

      *-----------------------
      * devolve a copia de trabalho ao ficheiro de volumes recebidos
      *-----------------------
       REESCREVER-ABASTECIMENTO.
           SET WS-ENDOFFILEABAST TO 0
           OPEN INPUT ABASTECIMENTOTEMP
           OPEN OUTPUT FICH-ABASTECIMENTO
           PERFORM UNTIL WS-ENDOFFILEABAST EQUAL 1
               READ ABASTECIMENTOTEMP
               AT END
                   MOVE 1 TO WS-ENDOFFILEABAST
               NOT AT END
                   MOVE ABASTECIMENTOTEMP-REG TO ABASTECIMENTO-REG
                   WRITE ABASTECIMENTO-REG
               END-READ
           END-PERFORM
           CLOSE ABASTECIMENTOTEMP
           CLOSE FICH-ABASTECIMENTO.

      *-----------------------
      * relatorio de balanco para um intervalo de meses: recebido,
      * faturado (soma do consumo das faturas do mes) com a parte
      * real, a estimada e a regularizacao de estimativas em
      * separado, perda em m3 e em percentagem do recebido, media
      * movel de tres meses da perda e a tendencia
      *-----------------------
       RELATORIO-BALANCO-REDE.
           DISPLAY 'ANO INICIAL: '
           ACCEPT WS-BAL-ANO-INI
           DISPLAY 'MES INICIAL: '
           ACCEPT WS-BAL-MES-INI
           DISPLAY 'ANO FINAL: '
           ACCEPT WS-BAL-ANO-FIM
           DISPLAY 'MES FINAL: '
           ACCEPT WS-BAL-MES-FIM
           COMPUTE WS-BAL-NUM-MESES =
               ((WS-BAL-ANO-FIM - WS-BAL-ANO-INI) * 12)
               + WS-BAL-MES-FIM - WS-BAL-MES-INI + 1
           IF WS-BAL-NUM-MESES < 1 OR WS-BAL-NUM-MESES > 60
               DISPLAY '*** INTERVALO INVALIDO - DE 1 A 60 MESES ***'
               GO TO INICIO
           END-IF

           INITIALIZE WS-TAB-BALANCO
           PERFORM CARREGAR-VOLUMES-ENTRADA
           PERFORM SOMAR-FATURADO-REDE

           MOVE ZEROS TO WS-BAL-TOT-ENTRADA
           MOVE ZEROS TO WS-BAL-TOT-FATURADO
           MOVE ZEROS TO WS-BAL-NUM-PCT
           MOVE ZEROS TO WS-BAL-MEDIA-ANT
           MOVE WS-BAL-ANO-INI TO WS-BAL-ANO
           MOVE WS-BAL-MES-INI TO WS-BAL-MES
           DISPLAY '---//BALANCO DA REDE DE ' WS-BAL-ANO-INI '/'
                   WS-BAL-MES-INI ' A ' WS-BAL-ANO-FIM '/'
                   WS-BAL-MES-FIM '//---'
           PERFORM VARYING WS-BAL-I FROM 1 BY 1
               UNTIL WS-BAL-I > WS-BAL-NUM-MESES
               PERFORM MOSTRAR-BALANCO-MES
               ADD 1 TO WS-BAL-MES
               IF WS-BAL-MES > 12
                   MOVE 1 TO WS-BAL-MES
                   ADD 1 TO WS-BAL-ANO
               END-IF
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'TOTAL RECEBIDO (MESES COM VOLUME): '
                   WS-BAL-TOT-ENTRADA ' M3'
           DISPLAY 'TOTAL FATURADO NESSES MESES.....: '
                   WS-BAL-TOT-FATURADO ' M3'
           IF WS-BAL-TOT-ENTRADA > ZEROS
               COMPUTE WS-BAL-TOT-PERDA =
                   WS-BAL-TOT-ENTRADA - WS-BAL-TOT-FATURADO
               COMPUTE WS-BAL-PCT ROUNDED =
                   (WS-BAL-TOT-PERDA * 100) / WS-BAL-TOT-ENTRADA
               DISPLAY 'PERDA NO PERIODO................: '
                       WS-BAL-TOT-PERDA ' M3 (' WS-BAL-PCT ' PCT)'
           END-IF.

      *-----------------------
      * poe o volume recebido de cada mes do intervalo na tabela
      *-----------------------
       CARREGAR-VOLUMES-ENTRADA.
           SET WS-ENDOFFILEABAST TO 0
           OPEN INPUT FICH-ABASTECIMENTO
           IF WS-FS-ABASTECIMENTO NOT EQUAL "00"
               DISPLAY ' SEM VOLUMES RECEBIDOS REGISTADOS - FILE '
                       'STATUS: ' WS-FS-ABASTECIMENTO
           ELSE
               PERFORM UNTIL WS-ENDOFFILEABAST EQUAL 1
                   READ FICH-ABASTECIMENTO
                   AT END
                       MOVE 1 TO WS-ENDOFFILEABAST
                   NOT AT END
                       COMPUTE WS-BAL-IDX =
                           ((AB-ANO - WS-BAL-ANO-INI) * 12)
                           + AB-MES - WS-BAL-MES-INI + 1
                       IF WS-BAL-IDX >= 1
                        AND WS-BAL-IDX <= WS-BAL-NUM-MESES
                           MOVE AB-VOLUME-M3
                               TO WS-BAL-ENTRADA (WS-BAL-IDX)
                           MOVE 1 TO WS-BAL-TEM-ENTRADA (WS-BAL-IDX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-ABASTECIMENTO
           END-IF.

      *-----------------------
      * soma o consumo faturado por mes do intervalo: estimativas
      * ('E', e 'G' ja regularizadas) a parte; numa fatura real que
      * regularizou uma estimativa o consumo lido e maior que o
      * faturado, e a diferenca (o que ja tinha sido faturado na
      * estimativa) vai para a coluna de regularizacao, a negativo;
      * acertos de conta certa e bases de titular nao tem consumo e
      * faturas em revisao (anomalia) ainda nao foram faturadas
      *-----------------------
       SOMAR-FATURADO-REDE.
           SET WS-ENDOFFILEMES TO 0
           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-MES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-FATURA-MES - FILE STATUS: '
                       WS-FS-MES
               MOVE WS-FS-MES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-ENDOFFILEMES EQUAL 1
                   READ FICH-FATURA-MES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-ENDOFFILEMES
                   NOT AT END
                       COMPUTE WS-BAL-IDX =
                           ((FM-ANO - WS-BAL-ANO-INI) * 12)
                           + FM-MES - WS-BAL-MES-INI + 1
                       IF WS-BAL-IDX >= 1
                        AND WS-BAL-IDX <= WS-BAL-NUM-MESES
                        AND FM-ANOMALIA-LEITURA NOT EQUAL 'S'
                           PERFORM ACUMULAR-FATURA-REDE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-FATURA-MES
           END-IF.

       ACUMULAR-FATURA-REDE.
           EVALUATE FM-TIPO-FATURA
               WHEN 'E'
               WHEN 'G'
                   ADD FM-CONSUMO-M3 TO WS-BAL-ESTIMADO (WS-BAL-IDX)
                   ADD 1 TO WS-BAL-FATURAS (WS-BAL-IDX)
               WHEN 'R'
                   COMPUTE WS-BAL-LIDO =
                       FM-LEITURA-ATUAL - FM-LEITURA-ANTERIOR
                   IF WS-BAL-LIDO > FM-CONSUMO-M3
                       ADD WS-BAL-LIDO TO WS-BAL-REAL (WS-BAL-IDX)
                       COMPUTE WS-BAL-REGULARIZ (WS-BAL-IDX) =
                           WS-BAL-REGULARIZ (WS-BAL-IDX)
                           - (WS-BAL-LIDO - FM-CONSUMO-M3)
                   ELSE
                       ADD FM-CONSUMO-M3 TO WS-BAL-REAL (WS-BAL-IDX)
                   END-IF
                   ADD 1 TO WS-BAL-FATURAS (WS-BAL-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------
      * uma linha do relatorio por mes; a media movel e a tendencia
      * so contam os meses com volume recebido
      *-----------------------
       MOSTRAR-BALANCO-MES.
           COMPUTE WS-BAL-FATURADO =
               WS-BAL-REAL (WS-BAL-I) + WS-BAL-ESTIMADO (WS-BAL-I)
               + WS-BAL-REGULARIZ (WS-BAL-I)
           DISPLAY WS-BAL-ANO '/' WS-BAL-MES
                   ' FATURAS: ' WS-BAL-FATURAS (WS-BAL-I)
                   ' REAL: ' WS-BAL-REAL (WS-BAL-I)
                   ' ESTIMADO: ' WS-BAL-ESTIMADO (WS-BAL-I)
                   ' REGULARIZACAO: ' WS-BAL-REGULARIZ (WS-BAL-I)
           IF WS-BAL-TEM-ENTRADA (WS-BAL-I) EQUAL 0
               DISPLAY '        FATURADO: ' WS-BAL-FATURADO
                       ' M3 - SEM VOLUME RECEBIDO REGISTADO'
           ELSE
               COMPUTE WS-BAL-PERDA =
                   WS-BAL-ENTRADA (WS-BAL-I) - WS-BAL-FATURADO
               IF WS-BAL-ENTRADA (WS-BAL-I) > ZEROS
                   COMPUTE WS-BAL-PCT ROUNDED =
                       (WS-BAL-PERDA * 100) / WS-BAL-ENTRADA (WS-BAL-I)
               ELSE
                   MOVE ZEROS TO WS-BAL-PCT
               END-IF
               ADD WS-BAL-ENTRADA (WS-BAL-I) TO WS-BAL-TOT-ENTRADA
               ADD WS-BAL-FATURADO TO WS-BAL-TOT-FATURADO

               MOVE WS-BAL-PCT-2 TO WS-BAL-PCT-3
               MOVE WS-BAL-PCT-1 TO WS-BAL-PCT-2
               MOVE WS-BAL-PCT   TO WS-BAL-PCT-1
               IF WS-BAL-NUM-PCT < 3
                   ADD 1 TO WS-BAL-NUM-PCT
               END-IF
               EVALUATE WS-BAL-NUM-PCT
                   WHEN 1
                       MOVE WS-BAL-PCT-1 TO WS-BAL-MEDIA
                   WHEN 2
                       COMPUTE WS-BAL-MEDIA ROUNDED =
                           (WS-BAL-PCT-1 + WS-BAL-PCT-2) / 2
                   WHEN OTHER
                       COMPUTE WS-BAL-MEDIA ROUNDED =
                           (WS-BAL-PCT-1 + WS-BAL-PCT-2
                            + WS-BAL-PCT-3) / 3
               END-EVALUATE
               IF WS-BAL-NUM-PCT EQUAL 1
                   MOVE SPACES TO WS-BAL-TENDENCIA
               ELSE
                   IF WS-BAL-MEDIA > WS-BAL-MEDIA-ANT
                       MOVE '*** A PIORAR' TO WS-BAL-TENDENCIA
                   ELSE
                       IF WS-BAL-MEDIA < WS-BAL-MEDIA-ANT
                           MOVE 'A MELHORAR' TO WS-BAL-TENDENCIA
                       ELSE
                           MOVE 'ESTAVEL' TO WS-BAL-TENDENCIA
                       END-IF
                   END-IF
               END-IF
               MOVE WS-BAL-MEDIA TO WS-BAL-MEDIA-ANT

               DISPLAY '        RECEBIDO: ' WS-BAL-ENTRADA (WS-BAL-I)
                       ' FATURADO: ' WS-BAL-FATURADO
                       ' PERDA: ' WS-BAL-PERDA
                       ' (' WS-BAL-PCT ' PCT)'
               DISPLAY '        MEDIA 3 MESES: ' WS-BAL-MEDIA
                       ' PCT ' WS-BAL-TENDENCIA
           END-IF.

      *-----------------------
      * indicadores de qualidade comercial para o regulador, por
      * trimestre: religacoes no prazo apos o pagamento, dias medios
      * da ordem de corte a execucao, numero de cortes, peso das
      * faturas estimadas e tempos de resposta as reclamacoes - no
      * ecra e num ficheiro de extracao de desenho fixo
      *-----------------------
       INDICADORES-QUALIDADE.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//INDICADORES DE QUALIDADE//-------'
           DISPLAY 'ANO: '
           ACCEPT WS-IQ-ANO
           DISPLAY 'TRIMESTRE (1 A 4): '
           ACCEPT WS-IQ-TRIMESTRE
           IF WS-IQ-TRIMESTRE < 1 OR WS-IQ-TRIMESTRE > 4
               DISPLAY '*** TRIMESTRE INVALIDO ***'
               GO TO INICIO
           END-IF
           COMPUTE WS-IQ-MES-INI = ((WS-IQ-TRIMESTRE - 1) * 3) + 1
           COMPUTE WS-IQ-MES-FIM = WS-IQ-TRIMESTRE * 3
           COMPUTE WS-IQ-DATA-INI =
               (WS-IQ-ANO * 10000) + (WS-IQ-MES-INI * 100) + 1
           COMPUTE WS-IQ-DATA-FIM =
               (WS-IQ-ANO * 10000) + (WS-IQ-MES-FIM * 100) + 31

           MOVE ZEROS TO WS-IQ-CORTES-ORDENADOS
           MOVE ZEROS TO WS-IQ-CORTES-EXECUTADOS
           MOVE ZEROS TO WS-IQ-CORTES-DIAS
           MOVE ZEROS TO WS-IQ-RELIG-EXECUTADAS
           MOVE ZEROS TO WS-IQ-RELIG-NO-PRAZO
           MOVE ZEROS TO WS-IQ-RELIG-PENDENTES
           MOVE ZEROS TO WS-IQ-FAT-REAIS
           MOVE ZEROS TO WS-IQ-FAT-ESTIMADAS
           MOVE ZEROS TO WS-IQ-RECL-RECEBIDAS
           MOVE ZEROS TO WS-IQ-RECL-RESPONDIDAS
           MOVE ZEROS TO WS-IQ-RECL-NO-PRAZO
           MOVE ZEROS TO WS-IQ-RECL-DIAS
           MOVE ZEROS TO WS-IQ-RECL-MAX-DIAS

           PERFORM CONTAR-ORDENS-TRIMESTRE
           PERFORM CONTAR-FATURAS-TRIMESTRE
           PERFORM CONTAR-RECLAMACOES-TRIMESTRE

           MOVE SPACES TO WS-PATH-INDQUALIDADE
           STRING 'INDQUALIDADE.' DELIMITED BY SIZE
                  WS-IQ-ANO DELIMITED BY SIZE
                  'T' DELIMITED BY SIZE
                  WS-IQ-TRIMESTRE DELIMITED BY SIZE
               INTO WS-PATH-INDQUALIDADE
           END-STRING
           OPEN OUTPUT INDQUALIDADE
           IF WS-FS-INDQUALIDADE NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR INDQUALIDADE - FILE STATUS: '
                       WS-FS-INDQUALIDADE
               MOVE WS-FS-INDQUALIDADE TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           END-IF

           DISPLAY ' '
           DISPLAY '---//INDICADORES DO TRIMESTRE ' WS-IQ-TRIMESTRE
                   ' DE ' WS-IQ-ANO '//---'

           MOVE 'RELPRZ' TO WS-IQ-CODIGO
           MOVE 'RELIGACOES NO PRAZO APOS PAGAMENTO (PCT)'
               TO WS-IQ-DESCRICAO
           MOVE WS-IQ-RELIG-NO-PRAZO TO WS-IQ-NUMERADOR
           MOVE WS-IQ-RELIG-EXECUTADAS TO WS-IQ-DENOMINADOR
           PERFORM CALCULAR-PERCENTAGEM-IQ
           PERFORM ESCREVER-INDICADOR

           MOVE 'RELPEN' TO WS-IQ-CODIGO
           MOVE 'RELIGACOES ORDENADAS POR EXECUTAR'
               TO WS-IQ-DESCRICAO
           MOVE WS-IQ-RELIG-PENDENTES TO WS-IQ-NUMERADOR
           MOVE ZEROS TO WS-IQ-DENOMINADOR
           MOVE WS-IQ-RELIG-PENDENTES TO WS-IQ-VALOR
           PERFORM ESCREVER-INDICADOR

           MOVE 'CRTORD' TO WS-IQ-CODIGO
           MOVE 'ORDENS DE CORTE EMITIDAS' TO WS-IQ-DESCRICAO
           MOVE WS-IQ-CORTES-ORDENADOS TO WS-IQ-NUMERADOR
           MOVE ZEROS TO WS-IQ-DENOMINADOR
           MOVE WS-IQ-CORTES-ORDENADOS TO WS-IQ-VALOR
           PERFORM ESCREVER-INDICADOR

           MOVE 'CRTEXE' TO WS-IQ-CODIGO
           MOVE 'CORTES EXECUTADOS' TO WS-IQ-DESCRICAO
           MOVE WS-IQ-CORTES-EXECUTADOS TO WS-IQ-NUMERADOR
           MOVE ZEROS TO WS-IQ-DENOMINADOR
           MOVE WS-IQ-CORTES-EXECUTADOS TO WS-IQ-VALOR
           PERFORM ESCREVER-INDICADOR

           MOVE 'CRTDIA' TO WS-IQ-CODIGO
           MOVE 'DIAS MEDIOS DA ORDEM DE CORTE A EXECUCAO'
               TO WS-IQ-DESCRICAO
           MOVE WS-IQ-CORTES-DIAS TO WS-IQ-NUMERADOR
           MOVE WS-IQ-CORTES-EXECUTADOS TO WS-IQ-DENOMINADOR
           PERFORM CALCULAR-MEDIA-IQ
           PERFORM ESCREVER-INDICADOR

           MOVE 'FATEST' TO WS-IQ-CODIGO
           MOVE 'FATURAS ESTIMADAS NO TOTAL (PCT)'
               TO WS-IQ-DESCRICAO
           MOVE WS-IQ-FAT-ESTIMADAS TO WS-IQ-NUMERADOR
           COMPUTE WS-IQ-DENOMINADOR =
               WS-IQ-FAT-ESTIMADAS + WS-IQ-FAT-REAIS
           PERFORM CALCULAR-PERCENTAGEM-IQ
           PERFORM ESCREVER-INDICADOR

           MOVE 'RECENT' TO WS-IQ-CODIGO
           MOVE 'RECLAMACOES RECEBIDAS' TO WS-IQ-DESCRICAO
           MOVE WS-IQ-RECL-RECEBIDAS TO WS-IQ-NUMERADOR
           MOVE ZEROS TO WS-IQ-DENOMINADOR
           MOVE WS-IQ-RECL-RECEBIDAS TO WS-IQ-VALOR
           PERFORM ESCREVER-INDICADOR

           MOVE 'RECDIA' TO WS-IQ-CODIGO
           MOVE 'DIAS MEDIOS DE RESPOSTA A RECLAMACOES'
               TO WS-IQ-DESCRICAO
           MOVE WS-IQ-RECL-DIAS TO WS-IQ-NUMERADOR
           MOVE WS-IQ-RECL-RESPONDIDAS TO WS-IQ-DENOMINADOR
           PERFORM CALCULAR-MEDIA-IQ
           PERFORM ESCREVER-INDICADOR

           MOVE 'RECPRZ' TO WS-IQ-CODIGO
           MOVE 'RECLAMACOES RESPONDIDAS NO PRAZO (PCT)'
               TO WS-IQ-DESCRICAO
           MOVE WS-IQ-RECL-NO-PRAZO TO WS-IQ-NUMERADOR
           MOVE WS-IQ-RECL-RESPONDIDAS TO WS-IQ-DENOMINADOR
           PERFORM CALCULAR-PERCENTAGEM-IQ
           PERFORM ESCREVER-INDICADOR

           MOVE 'RECMAX' TO WS-IQ-CODIGO
           MOVE 'MAIOR TEMPO DE RESPOSTA (DIAS)' TO WS-IQ-DESCRICAO
           MOVE WS-IQ-RECL-MAX-DIAS TO WS-IQ-NUMERADOR
           MOVE ZEROS TO WS-IQ-DENOMINADOR
           MOVE WS-IQ-RECL-MAX-DIAS TO WS-IQ-VALOR
           PERFORM ESCREVER-INDICADOR

           IF WS-FS-INDQUALIDADE EQUAL "00"
               CLOSE INDQUALIDADE
               DISPLAY 'EXTRACAO PARA O REGULADOR EM '
                       WS-PATH-INDQUALIDADE
           END-IF
           GO TO INICIO.

      *-----------------------
      * ordens de campo do trimestre: cortes ordenados (data da
      * ordem) e executados (data de execucao) com os dias entre as
      * duas, religacoes executadas e se o foram dentro do prazo
      * contado do pagamento que as desbloqueou
      *-----------------------
       CONTAR-ORDENS-TRIMESTRE.
           SET WS-ENDOFFILEORDENS TO 0
           OPEN INPUT FICH-ORDENSCAMPO
           IF WS-FS-ORDENSCAMPO EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEORDENS EQUAL 1
                   READ FICH-ORDENSCAMPO
                   AT END
                       MOVE 1 TO WS-ENDOFFILEORDENS
                   NOT AT END
                       PERFORM CONTAR-UMA-ORDEM-IQ
                   END-READ
               END-PERFORM
               CLOSE FICH-ORDENSCAMPO
           END-IF.

       CONTAR-UMA-ORDEM-IQ.
           IF OC-TIPO EQUAL 'C'
               IF OC-DATA >= WS-IQ-DATA-INI
                AND OC-DATA <= WS-IQ-DATA-FIM
                   ADD 1 TO WS-IQ-CORTES-ORDENADOS
               END-IF
               IF OC-DATA-EXECUCAO >= WS-IQ-DATA-INI
                AND OC-DATA-EXECUCAO <= WS-IQ-DATA-FIM
                   ADD 1 TO WS-IQ-CORTES-EXECUTADOS
                   MOVE OC-DATA TO WS-IQ-DATA-DE
                   MOVE OC-DATA-EXECUCAO TO WS-IQ-DATA-ATE
                   PERFORM CALCULAR-DIAS-IQ
                   ADD WS-IQ-DIAS TO WS-IQ-CORTES-DIAS
               END-IF
           END-IF
           IF OC-TIPO EQUAL 'R'
               IF OC-DATA-EXECUCAO >= WS-IQ-DATA-INI
                AND OC-DATA-EXECUCAO <= WS-IQ-DATA-FIM
                   ADD 1 TO WS-IQ-RELIG-EXECUTADAS
                   PERFORM OBTER-DATA-LIQUIDACAO-IQ
                   MOVE WS-IQ-DATA-PAGAMENTO TO WS-IQ-DATA-DE
                   MOVE OC-DATA-EXECUCAO TO WS-IQ-DATA-ATE
                   PERFORM CALCULAR-DIAS-IQ
                   IF WS-IQ-DIAS <= WS-IQ-PRAZO-RELIGACAO
                       ADD 1 TO WS-IQ-RELIG-NO-PRAZO
                   END-IF
               END-IF
               IF OC-DATA <= WS-IQ-DATA-FIM
                AND OC-DATA-EXECUCAO EQUAL ZEROS
                   ADD 1 TO WS-IQ-RELIG-PENDENTES
               END-IF
           END-IF.

      *-----------------------
      * data do pagamento que liquidou a divida do cliente da ordem
      * de religacao: o ultimo recibo do cliente ate a data da
      * ordem (sem recibo, conta a propria data da ordem)
      *-----------------------
       OBTER-DATA-LIQUIDACAO-IQ.
           MOVE ZEROS TO WS-IQ-DATA-PAGAMENTO
           SET WS-ENDOFFILEPAGAMENTOS TO 0
           OPEN INPUT FICH-PAGAMENTOS
           IF WS-FS-PAGAMENTOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEPAGAMENTOS EQUAL 1
                   READ FICH-PAGAMENTOS
                   AT END
                       MOVE 1 TO WS-ENDOFFILEPAGAMENTOS
                   NOT AT END
                       IF PG-NUM-CLIENTE EQUAL OC-NUM-CLIENTE
                        AND PG-DATA-PAGAMENTO <= OC-DATA
                        AND PG-DATA-PAGAMENTO > WS-IQ-DATA-PAGAMENTO
                           MOVE PG-DATA-PAGAMENTO
                               TO WS-IQ-DATA-PAGAMENTO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-PAGAMENTOS
           END-IF
           IF WS-IQ-DATA-PAGAMENTO EQUAL ZEROS
               MOVE OC-DATA TO WS-IQ-DATA-PAGAMENTO
           END-IF.

      *-----------------------
      * faturas do gas com mes de faturacao no trimestre: reais
      * contra estimadas ('E', e 'G' ja regularizadas); acertos de
      * conta certa e bases de titular nao contam
      *-----------------------
       CONTAR-FATURAS-TRIMESTRE.
           SET WS-ENDOFFILEMES TO 0
           OPEN INPUT FICH-FATURA-MES
           IF WS-FS-MES EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEMES EQUAL 1
                   READ FICH-FATURA-MES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-ENDOFFILEMES
                   NOT AT END
                       IF FM-ANO EQUAL WS-IQ-ANO
                        AND FM-MES >= WS-IQ-MES-INI
                        AND FM-MES <= WS-IQ-MES-FIM
                           EVALUATE FM-TIPO-FATURA
                               WHEN 'R'
                                   ADD 1 TO WS-IQ-FAT-REAIS
                               WHEN 'E'
                               WHEN 'G'
                                   ADD 1 TO WS-IQ-FAT-ESTIMADAS
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-FATURA-MES
           END-IF.

      *-----------------------
      * reclamacoes recebidas no trimestre e respondidas (fechadas a
      * favor ou improcedentes) no trimestre, com os dias de
      * resposta contra o prazo
      *-----------------------
       CONTAR-RECLAMACOES-TRIMESTRE.
           SET WS-ENDOFFILERECLAMACOES TO 0
           OPEN INPUT FICH-RECLAMACOES
           IF WS-FS-RECLAMACOES EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILERECLAMACOES EQUAL 1
                   READ FICH-RECLAMACOES
                   AT END
                       MOVE 1 TO WS-ENDOFFILERECLAMACOES
                   NOT AT END
                       IF RC-DATA-ABERTURA >= WS-IQ-DATA-INI
                        AND RC-DATA-ABERTURA <= WS-IQ-DATA-FIM
                           ADD 1 TO WS-IQ-RECL-RECEBIDAS
                       END-IF
                       IF RC-ESTADO NOT EQUAL 'A'
                        AND RC-DATA-FECHO >= WS-IQ-DATA-INI
                        AND RC-DATA-FECHO <= WS-IQ-DATA-FIM
                           ADD 1 TO WS-IQ-RECL-RESPONDIDAS
                           MOVE RC-DATA-ABERTURA TO WS-IQ-DATA-DE
                           MOVE RC-DATA-FECHO TO WS-IQ-DATA-ATE
                           PERFORM CALCULAR-DIAS-IQ
                           ADD WS-IQ-DIAS TO WS-IQ-RECL-DIAS
                           IF WS-IQ-DIAS <= WS-IQ-PRAZO-RECLAMACAO
                               ADD 1 TO WS-IQ-RECL-NO-PRAZO
                           END-IF
                           IF WS-IQ-DIAS > WS-IQ-RECL-MAX-DIAS
                               MOVE WS-IQ-DIAS TO WS-IQ-RECL-MAX-DIAS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-RECLAMACOES
           END-IF.

      *-----------------------
      * dias de calendario de WS-IQ-DATA-DE a WS-IQ-DATA-ATE
      *-----------------------
       CALCULAR-DIAS-IQ.
           MOVE WS-IQ-DATA-DE TO WS-CONV-DATA
           PERFORM 6500-CONTAR-DIAS
           MOVE WS-CONV-DIAS TO WS-IQ-DIAS-DE
           MOVE WS-IQ-DATA-ATE TO WS-CONV-DATA
           PERFORM 6500-CONTAR-DIAS
           IF WS-CONV-DIAS > WS-IQ-DIAS-DE
               COMPUTE WS-IQ-DIAS = WS-CONV-DIAS - WS-IQ-DIAS-DE
           ELSE
               MOVE ZEROS TO WS-IQ-DIAS
           END-IF.

       CALCULAR-PERCENTAGEM-IQ.
           IF WS-IQ-DENOMINADOR > ZEROS
               COMPUTE WS-IQ-VALOR ROUNDED =
                   (WS-IQ-NUMERADOR * 100) / WS-IQ-DENOMINADOR
           ELSE
               MOVE ZEROS TO WS-IQ-VALOR
           END-IF.

       CALCULAR-MEDIA-IQ.
           IF WS-IQ-DENOMINADOR > ZEROS
               COMPUTE WS-IQ-VALOR ROUNDED =
                   WS-IQ-NUMERADOR / WS-IQ-DENOMINADOR
           ELSE
               MOVE ZEROS TO WS-IQ-VALOR
           END-IF.

      *-----------------------
      * mostra o indicador e grava-o no ficheiro de extracao
      *-----------------------
       ESCREVER-INDICADOR.
           DISPLAY WS-IQ-CODIGO ' ' WS-IQ-DESCRICAO ': ' WS-IQ-VALOR
                   ' (' WS-IQ-NUMERADOR ' / ' WS-IQ-DENOMINADOR ')'
           IF WS-FS-INDQUALIDADE EQUAL "00"
               MOVE WS-IQ-ANO         TO IQ-ANO
               MOVE WS-IQ-TRIMESTRE   TO IQ-TRIMESTRE
               MOVE WS-IQ-CODIGO      TO IQ-CODIGO
               MOVE WS-IQ-DESCRICAO   TO IQ-DESCRICAO
               MOVE WS-IQ-NUMERADOR   TO IQ-NUMERADOR
               MOVE WS-IQ-DENOMINADOR TO IQ-DENOMINADOR
               MOVE WS-IQ-VALOR       TO IQ-VALOR
               WRITE INDQUALIDADE-REG
           END-IF.

      *-----------------------
      * a equipa de campo comunica a execucao de uma ordem: fica a
      * data de execucao na ordem pendente de execucao do cliente
      * com o tipo indicado
      *-----------------------
       REGISTAR-EXECUCAO-ORDEM.
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CLI-PROCURA
           DISPLAY 'TIPO DE ORDEM (C CORTE, R RELIGACAO, V '
                   'VERIFICACAO): '
           ACCEPT WS-ORDEM-TIPO
           DISPLAY 'DATA DE EXECUCAO (AAAAMMDD): '
           ACCEPT WS-IQ-DATA-EXECUCAO

           MOVE 0 TO WS-IQ-ORDEM-MARCADA
           SET WS-ENDOFFILEORDENS TO 0
           OPEN INPUT FICH-ORDENSCAMPO
           OPEN OUTPUT ORDENSTEMP
           IF WS-FS-ORDENSCAMPO NOT EQUAL "00"
            OR WS-FS-ORDENSTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-ORDENSCAMPO/ORDENSTEMP - '
                       'FILE STATUS: ' WS-FS-ORDENSCAMPO ' / '
                       WS-FS-ORDENSTEMP
               IF WS-FS-ORDENSCAMPO EQUAL "00"
                   CLOSE FICH-ORDENSCAMPO
               END-IF
               IF WS-FS-ORDENSTEMP EQUAL "00"
                   CLOSE ORDENSTEMP
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFFILEORDENS EQUAL 1
                   READ FICH-ORDENSCAMPO
                   AT END
                       MOVE 1 TO WS-ENDOFFILEORDENS
                   NOT AT END
                       IF OC-TIPO EQUAL WS-ORDEM-TIPO
                        AND OC-NUM-CLIENTE EQUAL WS-CLI-PROCURA
                        AND OC-DATA-EXECUCAO EQUAL ZEROS
                        AND WS-IQ-ORDEM-MARCADA EQUAL 0
                           IF WS-IQ-DATA-EXECUCAO < OC-DATA
                               DISPLAY '*** A EXECUCAO NAO PODE SER '
                                       'ANTERIOR A ORDEM DE ' OC-DATA
                                       ' ***'
                           ELSE
                               MOVE WS-IQ-DATA-EXECUCAO
                                   TO OC-DATA-EXECUCAO
                               MOVE 1 TO WS-IQ-ORDEM-MARCADA
                           END-IF
                       END-IF
                       MOVE OC-TIPO          TO OCT-TIPO
                       MOVE OC-NUM-CLIENTE   TO OCT-NUM-CLIENTE
                       MOVE OC-NOME-CLIENTE  TO OCT-NOME-CLIENTE
                       MOVE OC-MORADA        TO OCT-MORADA
                       MOVE OC-DATA          TO OCT-DATA
                       MOVE OC-TAXA          TO OCT-TAXA
                       MOVE OC-ESTADO        TO OCT-ESTADO
                       MOVE OC-DATA-EXECUCAO TO OCT-DATA-EXECUCAO
                       WRITE ORDEMTEMP-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-ORDENSCAMPO
               CLOSE ORDENSTEMP

               IF WS-IQ-ORDEM-MARCADA EQUAL 0
                   DISPLAY '*** SEM ORDEM ' WS-ORDEM-TIPO ' POR '
                           'EXECUTAR PARA O CLIENTE ' WS-CLI-PROCURA
                           ' ***'
               ELSE
                   SET WS-ENDOFFILEORDENS TO 0
                   OPEN INPUT ORDENSTEMP
                   OPEN OUTPUT FICH-ORDENSCAMPO
                   PERFORM UNTIL WS-ENDOFFILEORDENS EQUAL 1
                       READ ORDENSTEMP
                       AT END
                           MOVE 1 TO WS-ENDOFFILEORDENS
                       NOT AT END
                           MOVE OCT-TIPO          TO OC-TIPO
                           MOVE OCT-NUM-CLIENTE   TO OC-NUM-CLIENTE
                           MOVE OCT-NOME-CLIENTE  TO OC-NOME-CLIENTE
                           MOVE OCT-MORADA        TO OC-MORADA
                           MOVE OCT-DATA          TO OC-DATA
                           MOVE OCT-TAXA          TO OC-TAXA
                           MOVE OCT-ESTADO        TO OC-ESTADO
                           MOVE OCT-DATA-EXECUCAO TO OC-DATA-EXECUCAO
                           WRITE ORDEM-CAMPO-REG
                       END-READ
                   END-PERFORM
                   CLOSE ORDENSTEMP
                   CLOSE FICH-ORDENSCAMPO
                   DISPLAY 'EXECUCAO DA ORDEM ' WS-ORDEM-TIPO
                           ' DO CLIENTE ' WS-CLI-PROCURA
                           ' REGISTADA EM ' WS-IQ-DATA-EXECUCAO
               END-IF
           END-IF.

      *-----------------------
      * fatores de conversao de m3 em kWh (poder calorifico do gas
      * distribuido) por mes de faturacao, publicados mensalmente
      *-----------------------
       GERIR-FATORES-CONVERSAO.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//FATORES DE CONVERSAO M3/KWH//-------'
           DISPLAY ' 1 - REGISTAR FATOR DO MES'
           DISPLAY ' 2 - LISTAR FATORES'
           ACCEPT OPCAO-FATORES

           EVALUATE OPCAO-FATORES
               WHEN 1
                   PERFORM REGISTAR-FATOR-CONVERSAO
               WHEN 2
                   PERFORM LISTAR-FATORES-CONVERSAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           GO TO INICIO.

      *-----------------------
      * grava o fator do mes; um mes ja registado fica com o fator
      * novo - so afeta as faturas emitidas a partir de agora
      *-----------------------
       REGISTAR-FATOR-CONVERSAO.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
               GO TO INICIO
           END-IF
           DISPLAY 'ANO: '
           ACCEPT WS-FC-ANO
           DISPLAY 'MES: '
           ACCEPT WS-FC-MES
           IF WS-FC-MES < 1 OR WS-FC-MES > 12
               DISPLAY '*** MES INVALIDO ***'
               GO TO INICIO
           END-IF
           DISPLAY 'FATOR DE CONVERSAO (KWH POR M3): '
           ACCEPT WS-FC-FATOR
           IF WS-FC-FATOR EQUAL ZEROS
               DISPLAY '*** FATOR INVALIDO ***'
               GO TO INICIO
           END-IF

           MOVE 0 TO WS-FC-SUBST
           SET WS-ENDOFFILEFATORES TO 0
           OPEN OUTPUT FATORESCONVTEMP
           IF WS-FS-FATORESCONVTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FATORESCONVTEMP - FILE STATUS: '
                       WS-FS-FATORESCONVTEMP
               MOVE WS-FS-FATORESCONVTEMP TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO INICIO
           END-IF
           OPEN INPUT FICH-FATORESCONV
           IF WS-FS-FATORESCONV EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEFATORES EQUAL 1
                   READ FICH-FATORESCONV
                   AT END
                       MOVE 1 TO WS-ENDOFFILEFATORES
                   NOT AT END
                       IF FC-ANO EQUAL WS-FC-ANO
                        AND FC-MES EQUAL WS-FC-MES
                           MOVE 1 TO WS-FC-SUBST
                       ELSE
                           WRITE FATORESCONVTEMP-REG
                               FROM FATORCONV-REG
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-FATORESCONV
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-FC-ANO             TO FC-ANO
           MOVE WS-FC-MES             TO FC-MES
           MOVE WS-FC-FATOR           TO FC-FATOR
           MOVE WS-DATA-PROCESSAMENTO TO FC-DATA-REGISTO
           WRITE FATORESCONVTEMP-REG FROM FATORCONV-REG
           CLOSE FATORESCONVTEMP

           PERFORM REESCREVER-FATORES-CONVERSAO
           IF WS-FC-SUBST EQUAL 1
               DISPLAY 'FATOR DE ' WS-FC-ANO '/' WS-FC-MES
                       ' CORRIGIDO PARA ' WS-FC-FATOR
           ELSE
               DISPLAY 'FATOR DE ' WS-FC-ANO '/' WS-FC-MES
                       ' REGISTADO: ' WS-FC-FATOR
           END-IF
           MOVE SPACES TO WS-AUD-DESCRICAO
           STRING 'FATOR DE CONVERSAO ' DELIMITED BY SIZE
                  WS-FC-ANO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-FC-MES DELIMITED BY SIZE
               INTO WS-AUD-DESCRICAO
           END-STRING
           PERFORM ESCREVER-AUDITORIA.

      *-----------------------
      * devolve a copia de trabalho ao ficheiro de fatores
      *-----------------------
       REESCREVER-FATORES-CONVERSAO.
           SET WS-ENDOFFILEFATORES TO 0
           OPEN INPUT FATORESCONVTEMP
           OPEN OUTPUT FICH-FATORESCONV
           PERFORM UNTIL WS-ENDOFFILEFATORES EQUAL 1
               READ FATORESCONVTEMP
               AT END
                   MOVE 1 TO WS-ENDOFFILEFATORES
               NOT AT END
                   MOVE FATORESCONVTEMP-REG TO FATORCONV-REG
                   WRITE FATORCONV-REG
               END-READ
           END-PERFORM
           CLOSE FATORESCONVTEMP
           CLOSE FICH-FATORESCONV.

       LISTAR-FATORES-CONVERSAO.
           SET WS-ENDOFFILEFATORES TO 0
           OPEN INPUT FICH-FATORESCONV
           IF WS-FS-FATORESCONV NOT EQUAL "00"
               DISPLAY ' SEM FATORES DE CONVERSAO REGISTADOS - FILE '
                       'STATUS: ' WS-FS-FATORESCONV
           ELSE
               PERFORM UNTIL WS-ENDOFFILEFATORES EQUAL 1
                   READ FICH-FATORESCONV
                   AT END
                       MOVE 1 TO WS-ENDOFFILEFATORES
                   NOT AT END
                       MOVE FC-FATOR TO WS-FATOR-CARTA
                       DISPLAY FC-ANO '/' FC-MES ' FATOR: '
                               WS-FATOR-CARTA ' KWH/M3 REGISTADO EM '
                               FC-DATA-REGISTO
                   END-READ
               END-PERFORM
               CLOSE FICH-FATORESCONV
           END-IF.

      *-----------------------
      * fator de conversao do mes faturado: o do proprio mes ou, se
      * ainda nao foi publicado, o do ultimo mes anterior que o
      * tenha - sem nenhum, recorre ao fator de recurso
      *-----------------------
       7400-CARREGAR-FATOR-CONVERSAO.
           MOVE ZEROS TO WS-FATOR-CONV-MES
           MOVE ZEROS TO WS-FC-PERIODO-ACHADO
           COMPUTE WS-FC-PERIODO = (FM-ANO * 100) + FM-MES
           SET WS-ENDOFFILEFATORES TO 0
           OPEN INPUT FICH-FATORESCONV
           IF WS-FS-FATORESCONV EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEFATORES EQUAL 1
                   READ FICH-FATORESCONV
                   AT END
                       MOVE 1 TO WS-ENDOFFILEFATORES
                   NOT AT END
                       COMPUTE WS-FC-PERIODO-LIDO =
                           (FC-ANO * 100) + FC-MES
                       IF WS-FC-PERIODO-LIDO <= WS-FC-PERIODO
                        AND WS-FC-PERIODO-LIDO > WS-FC-PERIODO-ACHADO
                           MOVE WS-FC-PERIODO-LIDO
                               TO WS-FC-PERIODO-ACHADO
                           MOVE FC-FATOR TO WS-FATOR-CONV-MES
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-FATORESCONV
           END-IF

           IF WS-FATOR-CONV-MES EQUAL ZEROS
               DISPLAY '*** SEM FATOR DE CONVERSAO PARA ' FM-ANO '/'
                       FM-MES ' - APLICADO O FATOR DE RECURSO ***'
               MOVE WS-FATOR-CONV-DEF TO WS-FATOR-CONV-MES
           ELSE
               IF WS-FC-PERIODO-ACHADO NOT EQUAL WS-FC-PERIODO
                   DISPLAY '*** FATOR DE ' FM-ANO '/' FM-MES
                           ' AINDA NAO PUBLICADO - APLICADO O DE '
                           WS-FC-PERIODO-ACHADO ' ***'
               END-IF
           END-IF
           MOVE WS-FATOR-CONV-MES TO FM-FATOR-CONVERSAO.

      *-----------------------
      * abate de creditos incobraveis do gas: faturas em aberto ha
      * mais dias do que a idade minima, sem pagamento parcial nem
      * recibo recente do cliente, sem plano de pagamento ativo nem
      * reclamacao aberta, sao propostas uma a uma; a aprovada fica
      * abatida ('I') com o motivo e a data, e o IVA liquidado e
      * regularizado a favor no apuramento do periodo do abate
      *-----------------------
       GERIR-INCOBRAVEIS.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//CREDITOS INCOBRAVEIS//-------'
           DISPLAY ' 1 - PROPOSTA E ABATE DE INCOBRAVEIS'
           DISPLAY ' 2 - REGISTO DE ABATES (CONTABILIDADE)'
           ACCEPT OPCAO-INCOBRAVEIS

           EVALUATE OPCAO-INCOBRAVEIS
               WHEN 1
                   PERFORM ABATER-INCOBRAVEIS
               WHEN 2
                   PERFORM LISTAR-REGISTO-ABATES
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           GO TO INICIO.

       ABATER-INCOBRAVEIS.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
               GO TO INICIO
           END-IF
           DISPLAY 'IDADE MINIMA DA DIVIDA EM DIAS (0 = '
                   WS-INC-IDADE-DEF '): '
           ACCEPT WS-INC-IDADE
           IF WS-INC-IDADE EQUAL ZEROS
               MOVE WS-INC-IDADE-DEF TO WS-INC-IDADE
           END-IF

           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-CONV-DATA
           PERFORM 6500-CONTAR-DIAS
           MOVE WS-CONV-DIAS TO WS-DIAS-HOJE
           MOVE ZEROS TO WS-INC-PROPOSTAS
           MOVE ZEROS TO WS-INC-ABATIDAS
           MOVE ZEROS TO WS-INC-TOTAL
           MOVE ZEROS TO WS-INC-TOTAL-IVA

           OPEN EXTEND FICH-INCOBRAVEIS
           IF WS-FS-INCOBRAVEIS EQUAL "35"
               OPEN OUTPUT FICH-INCOBRAVEIS
           END-IF
           IF WS-FS-INCOBRAVEIS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-INCOBRAVEIS - FILE STATUS: '
                       WS-FS-INCOBRAVEIS
               MOVE WS-FS-INCOBRAVEIS TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO INICIO
           END-IF
           OPEN I-O FICH-FATURA-MES
           IF WS-FS-MES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-FATURA-MES - FILE STATUS: '
                       WS-FS-MES
               MOVE WS-FS-MES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               CLOSE FICH-INCOBRAVEIS
               GO TO INICIO
           END-IF

           SET WS-ENDOFFILEMES TO 0
           PERFORM UNTIL WS-ENDOFFILEMES EQUAL 1
               READ FICH-FATURA-MES NEXT RECORD
               AT END
                   MOVE 1 TO WS-ENDOFFILEMES
               NOT AT END
                   IF FM-ESTADO-PAGAMENTO EQUAL 'A'
                    AND FM-ANOMALIA-LEITURA NOT EQUAL 'S'
                    AND FM-VALOR-PAGO-ACUM EQUAL ZEROS
                    AND FM-COBRANCA-EXTERNA NOT EQUAL 'E'
                       MOVE FM-DATA-VENCIMENTO TO WS-CONV-DATA
                       PERFORM 6500-CONTAR-DIAS
                       COMPUTE WS-DIAS-ATRASO =
                           WS-DIAS-HOJE - WS-CONV-DIAS
      *                a divida que a agencia deu como perdida e
      *                proposta logo, seja qual for a idade
                       IF WS-DIAS-ATRASO >= WS-INC-IDADE
                        OR FM-COBRANCA-EXTERNA EQUAL 'L'
                           PERFORM VERIFICAR-CANDIDATO-ABATE
                           IF WS-INC-CANDIDATO EQUAL 1
                               PERFORM PROPOR-ABATE-FATURA
                                  THRU PROPOR-ABATE-FATURA-FIM
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICH-FATURA-MES
           CLOSE FICH-INCOBRAVEIS

           DISPLAY ' '
           DISPLAY 'FATURAS PROPOSTAS: ' WS-INC-PROPOSTAS
           DISPLAY 'FATURAS ABATIDAS.: ' WS-INC-ABATIDAS
           DISPLAY 'VALOR ABATIDO....: ' WS-INC-TOTAL
           DISPLAY 'IVA A REGULARIZAR: ' WS-INC-TOTAL-IVA
           IF WS-INC-ABATIDAS > ZEROS
               MOVE SPACES TO WS-AUD-DESCRICAO
               STRING 'ABATE DE INCOBRAVEIS: ' DELIMITED BY SIZE
                      WS-INC-ABATIDAS DELIMITED BY SIZE
                      ' FATURAS' DELIMITED BY SIZE
                   INTO WS-AUD-DESCRICAO
               END-STRING
               PERFORM ESCREVER-AUDITORIA
           END-IF.

      *-----------------------
      * uma fatura so e proposta se nao houver sinal de cobranca:
      * plano de pagamento ativo, reclamacao aberta ou recibo do
      * cliente mais recente do que a idade minima (o recibo nao
      * conta na divida que a agencia ja deu como perdida)
      *-----------------------
       VERIFICAR-CANDIDATO-ABATE.
           MOVE 1 TO WS-INC-CANDIDATO
           MOVE FM-NUM-CLIENTE TO WS-ACO-CLIENTE
           MOVE FM-ANO         TO WS-ACO-ANO
           MOVE FM-MES         TO WS-ACO-MES
           PERFORM VERIFICAR-ACORDO-FATURA
           MOVE FM-NUM-CLIENTE TO WS-RECL-CLIENTE
           MOVE FM-ANO         TO WS-RECL-ANO
           MOVE FM-MES         TO WS-RECL-MES
           PERFORM VERIFICAR-RECLAMACAO-FATURA
           IF WS-ACORDO-ATIVO EQUAL 1 OR WS-RECL-ABERTA EQUAL 1
               MOVE 0 TO WS-INC-CANDIDATO
           END-IF

           MOVE ZEROS TO WS-INC-ULTIMO-PAGTO
           SET WS-ENDOFFILEPAGAMENTOS TO 0
           OPEN INPUT FICH-PAGAMENTOS
           IF WS-FS-PAGAMENTOS EQUAL "00"
               PERFORM UNTIL WS-ENDOFFILEPAGAMENTOS EQUAL 1
                   READ FICH-PAGAMENTOS
                   AT END
                       MOVE 1 TO WS-ENDOFFILEPAGAMENTOS
                   NOT AT END
                       IF PG-NUM-CLIENTE EQUAL FM-NUM-CLIENTE
                        AND PG-DATA-PAGAMENTO > WS-INC-ULTIMO-PAGTO
                           MOVE PG-DATA-PAGAMENTO
                               TO WS-INC-ULTIMO-PAGTO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FICH-PAGAMENTOS
           END-IF
           IF WS-INC-ULTIMO-PAGTO > ZEROS
            AND FM-COBRANCA-EXTERNA NOT EQUAL 'L'
               MOVE WS-INC-ULTIMO-PAGTO TO WS-CONV-DATA
               PERFORM 6500-CONTAR-DIAS
               IF (WS-DIAS-HOJE - WS-CONV-DIAS) < WS-INC-IDADE
                   MOVE 0 TO WS-INC-CANDIDATO
               END-IF
           END-IF.

      *-----------------------
      * mostra a fatura proposta e pede a aprovacao com o motivo -
      * sugere saida do cliente quando o contrato ja terminou e
      * antiguidade nos restantes casos
      *-----------------------
       PROPOR-ABATE-FATURA.
           ADD 1 TO WS-INC-PROPOSTAS
           MOVE FM-NUM-CLIENTE TO WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
           IF WS-CLI-CONTRATO EQUAL 'T'
               MOVE 'S' TO WS-INC-MOTIVO-SUG
           ELSE
               MOVE 'A' TO WS-INC-MOTIVO-SUG
           END-IF

           DISPLAY ' '
           DISPLAY 'CLIENTE: ' FM-NUM-CLIENTE ' ' FM-NOME-CLIENTE
                   ' FATURA ' FM-ANO '/' FM-MES
           DISPLAY '  VENCIMENTO: ' FM-DATA-VENCIMENTO
                   ' DIAS EM ATRASO: ' WS-DIAS-ATRASO
                   ' VALOR: ' FM-VALOR-A-PAGAR
           IF WS-INC-ULTIMO-PAGTO > ZEROS
               DISPLAY '  ULTIMO RECIBO DO CLIENTE: '
                       WS-INC-ULTIMO-PAGTO
           ELSE
               DISPLAY '  CLIENTE SEM RECIBOS'
           END-IF
           DISPLAY '  MOTIVO DO ABATE (S SAIDA DO CLIENTE, I '
                   'INSOLVENCIA, A ANTIGUIDADE, N NAO ABATER) - '
                   'SUGERIDO ' WS-INC-MOTIVO-SUG ': '
           ACCEPT WS-INC-MOTIVO
           IF WS-INC-MOTIVO EQUAL SPACE
               MOVE WS-INC-MOTIVO-SUG TO WS-INC-MOTIVO
           END-IF
           IF WS-INC-MOTIVO NOT EQUAL 'S'
            AND WS-INC-MOTIVO NOT EQUAL 'I'
            AND WS-INC-MOTIVO NOT EQUAL 'A'
               DISPLAY '  FATURA MANTIDA EM ABERTO'
               GO TO PROPOR-ABATE-FATURA-FIM
           END-IF

           MOVE FM-ESTADO-PAGAMENTO TO WS-INC-ESTADO-ANT
           MOVE 'I' TO FM-ESTADO-PAGAMENTO
           MOVE WS-DATA-HOJE TO FM-DATA-INCOBRAVEL
           MOVE WS-INC-MOTIVO TO FM-MOTIVO-INCOBRAVEL
           REWRITE FATURA-MES-REG
           IF WS-FS-MES NOT EQUAL "00"
               DISPLAY ' ERRO A REESCREVER A FATURA - FILE STATUS: '
                       WS-FS-MES
               GO TO PROPOR-ABATE-FATURA-FIM
           END-IF

           MOVE FM-NUM-CLIENTE      TO IB-NUM-CLIENTE
           MOVE FM-NOME-CLIENTE     TO IB-NOME-CLIENTE
           MOVE FM-ANO              TO IB-ANO
           MOVE FM-MES              TO IB-MES
           MOVE FM-DATA-VENCIMENTO  TO IB-DATA-VENCIMENTO
           MOVE WS-DATA-HOJE        TO IB-DATA-ABATE
           MOVE WS-INC-MOTIVO       TO IB-MOTIVO
           COMPUTE IB-VALOR-BASE =
               FM-VALOR-BASE + FM-VALOR-TERMO-FIXO
           MOVE FM-TAXA-IVA         TO IB-TAXA-IVA
           MOVE FM-VALOR-IVA        TO IB-VALOR-IVA
           MOVE FM-VALOR-A-PAGAR    TO IB-VALOR-TOTAL
           MOVE WS-OPERADOR         TO IB-OPERADOR
           WRITE INCOBRAVEL-REG
      *    sem a linha no registo de abates a fatura volta a aberto,
      *    para nao ficar abatida sem a regularizacao do IVA
           IF WS-FS-INCOBRAVEIS NOT EQUAL "00"
               DISPLAY ' ERRO A GRAVAR O REGISTO DE ABATES - FILE '
                       'STATUS: ' WS-FS-INCOBRAVEIS
               MOVE WS-INC-ESTADO-ANT TO FM-ESTADO-PAGAMENTO
               MOVE ZEROS TO FM-DATA-INCOBRAVEL
               MOVE SPACE TO FM-MOTIVO-INCOBRAVEL
               REWRITE FATURA-MES-REG
               IF WS-FS-MES NOT EQUAL "00"
                   DISPLAY ' ERRO A REPOR A FATURA EM ABERTO - FILE '
                           'STATUS: ' WS-FS-MES
               ELSE
                   DISPLAY '  FATURA MANTIDA EM ABERTO'
               END-IF
               GO TO PROPOR-ABATE-FATURA-FIM
           END-IF

           ADD 1 TO WS-INC-ABATIDAS
           ADD FM-VALOR-A-PAGAR TO WS-INC-TOTAL
           ADD FM-VALOR-IVA TO WS-INC-TOTAL-IVA
           DISPLAY '  FATURA ABATIDA COMO INCOBRAVEL'.

       PROPOR-ABATE-FATURA-FIM.
           EXIT.

      *-----------------------
      * registo de abates para a contabilidade, num intervalo de
      * datas de abate, com os totais de valor e de IVA regularizado
      *-----------------------
       LISTAR-REGISTO-ABATES.
           DISPLAY 'DATA INICIAL DO ABATE (AAAAMMDD): '
           ACCEPT WS-INC-DATA-INI
           DISPLAY 'DATA FINAL DO ABATE (AAAAMMDD): '
           ACCEPT WS-INC-DATA-FIM
           MOVE ZEROS TO WS-INC-ABATIDAS
           MOVE ZEROS TO WS-INC-TOTAL
           MOVE ZEROS TO WS-INC-TOTAL-BASE
           MOVE ZEROS TO WS-INC-TOTAL-IVA

           SET WS-ENDOFFILEINCOBRAVEIS TO 0
           OPEN INPUT FICH-INCOBRAVEIS
           IF WS-FS-INCOBRAVEIS NOT EQUAL "00"
               DISPLAY ' SEM ABATES REGISTADOS - FILE STATUS: '
                       WS-FS-INCOBRAVEIS
               GO TO INICIO
           END-IF
           DISPLAY '---//REGISTO DE ABATES DE ' WS-INC-DATA-INI ' A '
                   WS-INC-DATA-FIM '//---'
           PERFORM UNTIL WS-ENDOFFILEINCOBRAVEIS EQUAL 1
               READ FICH-INCOBRAVEIS
               AT END
                   MOVE 1 TO WS-ENDOFFILEINCOBRAVEIS
               NOT AT END
                   IF IB-DATA-ABATE >= WS-INC-DATA-INI
                    AND IB-DATA-ABATE <= WS-INC-DATA-FIM
                       DISPLAY IB-DATA-ABATE ' ' IB-NUM-CLIENTE ' '
                               IB-NOME-CLIENTE ' ' IB-ANO '/' IB-MES
                               ' MOTIVO: ' IB-MOTIVO
                       DISPLAY '   BASE: ' IB-VALOR-BASE
                               ' IVA (' IB-TAXA-IVA ' PCT): '
                               IB-VALOR-IVA ' TOTAL: ' IB-VALOR-TOTAL
                               ' OPERADOR: ' IB-OPERADOR
                       ADD 1 TO WS-INC-ABATIDAS
                       ADD IB-VALOR-BASE TO WS-INC-TOTAL-BASE
                       ADD IB-VALOR-IVA TO WS-INC-TOTAL-IVA
                       ADD IB-VALOR-TOTAL TO WS-INC-TOTAL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICH-INCOBRAVEIS
           DISPLAY ' '
           DISPLAY 'FATURAS ABATIDAS......: ' WS-INC-ABATIDAS
           DISPLAY 'BASE ABATIDA..........: ' WS-INC-TOTAL-BASE
           DISPLAY 'IVA REGULARIZADO......: ' WS-INC-TOTAL-IVA
           DISPLAY 'TOTAL ABATIDO.........: ' WS-INC-TOTAL.

      *-----------------------
      * cobranca externa: as dividas em aberto dos clientes ja
      * cortados seguem todos os meses para a agencia de cobranca,
      * e as faturas entregues ficam marcadas ('E') para sairem das
      * cartas, das penalizacoes e do debito direto; o ficheiro de
      * retorno da agencia traz o recuperado (liquidado como
      * pagamento) e as dividas dadas como perdidas ('L')
      *-----------------------
       GERIR-COBRANCA-EXTERNA.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//COBRANCA EXTERNA (AGENCIA)//-------'
           DISPLAY ' 1 - GERAR ENTREGA MENSAL A AGENCIA'
           DISPLAY ' 2 - IMPORTAR RETORNO DA AGENCIA'
           ACCEPT OPCAO-AGENCIA

           EVALUATE OPCAO-AGENCIA
               WHEN 1
                   PERFORM GERAR-ENTREGA-AGENCIA
               WHEN 2
                   PERFORM IMPORTAR-RETORNO-AGENCIA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           GO TO INICIO.

      *-----------------------
      * extracao das faturas vencidas em aberto de clientes cortados
      * e ainda nao entregues, com o NIF e a morada do cliente; as
      * faturas em reclamacao ficam de fora
      *-----------------------
       GERAR-ENTREGA-AGENCIA.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
               GO TO INICIO
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-HOJE
           MOVE ZEROS TO WS-AG-FATURAS
           MOVE ZEROS TO WS-AG-TOTAL
           MOVE ZEROS TO WS-AG-CLI-ANTERIOR

           MOVE SPACES TO WS-PATH-ENTREGAAGENCIA
           STRING 'ENTREGAAGENCIA.' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-PATH-ENTREGAAGENCIA
           END-STRING
           OPEN OUTPUT ENTREGAAGENCIA
           IF WS-FS-ENTREGAAGENCIA NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR ENTREGAAGENCIA - FILE STATUS: '
                       WS-FS-ENTREGAAGENCIA
               MOVE WS-FS-ENTREGAAGENCIA TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO INICIO
           END-IF
           OPEN I-O FICH-FATURA-MES
           IF WS-FS-MES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-FATURA-MES - FILE STATUS: '
                       WS-FS-MES
               MOVE WS-FS-MES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               CLOSE ENTREGAAGENCIA
               GO TO INICIO
           END-IF

           SET WS-ENDOFFILEMES TO 0
           PERFORM UNTIL WS-ENDOFFILEMES EQUAL 1
               READ FICH-FATURA-MES NEXT RECORD
               AT END
                   MOVE 1 TO WS-ENDOFFILEMES
               NOT AT END
                   IF FM-ESTADO-PAGAMENTO EQUAL 'A'
                    AND FM-COBRANCA-EXTERNA EQUAL SPACE
                    AND FM-ANOMALIA-LEITURA NOT EQUAL 'S'
                    AND WS-DATA-HOJE > FM-DATA-VENCIMENTO
      *                o ficheiro esta por cliente: o mestre de
      *                clientes so e lido na mudanca de cliente
                       IF FM-NUM-CLIENTE NOT EQUAL WS-AG-CLI-ANTERIOR
                           MOVE FM-NUM-CLIENTE TO WS-CLI-PROCURA
                           PERFORM 6000-VALIDAR-CLIENTE
                           MOVE FM-NUM-CLIENTE TO WS-AG-CLI-ANTERIOR
                       END-IF
                       IF WS-CLI-CORTE EQUAL 'C'
                           MOVE FM-NUM-CLIENTE TO WS-RECL-CLIENTE
                           MOVE FM-ANO         TO WS-RECL-ANO
                           MOVE FM-MES         TO WS-RECL-MES
                           PERFORM VERIFICAR-RECLAMACAO-FATURA
                           IF WS-RECL-ABERTA EQUAL 0
                               PERFORM ENTREGAR-FATURA-AGENCIA
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FICH-FATURA-MES
           CLOSE ENTREGAAGENCIA

           DISPLAY ' '
           DISPLAY 'FATURAS ENTREGUES A AGENCIA: ' WS-AG-FATURAS
           DISPLAY 'VALOR EM DIVIDA ENTREGUE...: ' WS-AG-TOTAL
           DISPLAY 'FICHEIRO DE ENTREGA: ' WS-PATH-ENTREGAAGENCIA
           IF WS-AG-FATURAS > ZEROS
               MOVE SPACES TO WS-AUD-DESCRICAO
               STRING 'ENTREGA A AGENCIA: ' DELIMITED BY SIZE
                      WS-AG-FATURAS DELIMITED BY SIZE
                      ' FATURAS' DELIMITED BY SIZE
                   INTO WS-AUD-DESCRICAO
               END-STRING
               PERFORM ESCREVER-AUDITORIA
           END-IF.

       ENTREGAR-FATURA-AGENCIA.
           COMPUTE WS-SALDO-FATURA =
               FM-VALOR-A-PAGAR - FM-VALOR-PAGO-ACUM
           MOVE FM-NUM-CLIENTE     TO EA-NUM-CLIENTE
           MOVE WS-CLI-NOME        TO EA-NOME-CLIENTE
           MOVE WS-CLI-NIF         TO EA-NIF
           MOVE WS-CLI-MORADA      TO EA-MORADA
           MOVE FM-ANO             TO EA-ANO
           MOVE FM-MES             TO EA-MES
           MOVE FM-DATA-VENCIMENTO TO EA-DATA-VENCIMENTO
           MOVE WS-SALDO-FATURA    TO EA-VALOR-DIVIDA
           WRITE ENTREGAAGENCIA-REG
      *    so fica marcada como entregue se seguiu no ficheiro
           IF WS-FS-ENTREGAAGENCIA NOT EQUAL "00"
               DISPLAY ' ERRO A GRAVAR A ENTREGA DA FATURA '
                       FM-NUM-CLIENTE ' ' FM-ANO '/' FM-MES
                       ' - FILE STATUS: ' WS-FS-ENTREGAAGENCIA
           ELSE
               MOVE 'E' TO FM-COBRANCA-EXTERNA
               MOVE WS-DATA-HOJE TO FM-DATA-ENTREGA-AGENCIA
               REWRITE FATURA-MES-REG
               IF WS-FS-MES NOT EQUAL "00"
                   DISPLAY ' ERRO A MARCAR A FATURA ' FM-NUM-CLIENTE
                           ' ' FM-ANO '/' FM-MES ' - FILE STATUS: '
                           WS-FS-MES
               END-IF
               ADD 1 TO WS-AG-FATURAS
               ADD WS-SALDO-FATURA TO WS-AG-TOTAL
               DISPLAY FM-NUM-CLIENTE ' ' WS-CLI-NOME ' ' FM-ANO '/'
                       FM-MES ' EM DIVIDA: ' WS-SALDO-FATURA
           END-IF.

      *-----------------------
      * retorno da agencia: cada linha e um valor recuperado ('R'),
      * liquidado na fatura como um pagamento pelo valor bruto, ou
      * uma divida dada como perdida ('L'), que fica marcada para o
      * abate de incobraveis; no fim, o extrato com o recuperado, a
      * comissao e o liquido a transferir, para conferir a fatura
      * da agencia
      *-----------------------
       IMPORTAR-RETORNO-AGENCIA.
           IF WS-NIVEL-OPERADOR < 2
               DISPLAY '*** OPCAO RESERVADA A SUPERVISORES ***'
               GO TO INICIO
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-HOJE
           MOVE ZEROS TO WS-AG-RECUPERADAS
           MOVE ZEROS TO WS-AG-RECUPERADO
           MOVE ZEROS TO WS-AG-COMISSAO
           MOVE ZEROS TO WS-AG-PERDIDAS
           MOVE ZEROS TO WS-AG-PERDIDO
           MOVE ZEROS TO WS-AG-REJEITADAS

           OPEN INPUT FICH-AGENCIARET
           IF WS-FS-AGENCIARET NOT EQUAL "00"
               DISPLAY ' FICHEIRO DE RETORNO DA AGENCIA NAO '
                       'DISPONIVEL - FILE STATUS: ' WS-FS-AGENCIARET
               MOVE WS-FS-AGENCIARET TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               GO TO INICIO
           END-IF
           MOVE SPACES TO WS-PATH-EXTRATOAGENCIA
           STRING 'EXTRATOAGENCIA.' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-PATH-EXTRATOAGENCIA
           END-STRING
           OPEN OUTPUT EXTRATOAGENCIA
           IF WS-FS-EXTRATOAGENCIA NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR EXTRATOAGENCIA - FILE STATUS: '
                       WS-FS-EXTRATOAGENCIA
               MOVE WS-FS-EXTRATOAGENCIA TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
               CLOSE FICH-AGENCIARET
               GO TO INICIO
           END-IF

           MOVE SPACES TO WS-AG-LINHA
           STRING 'EXTRATO DO RETORNO DA AGENCIA DE COBRANCA - '
                  DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-AG-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA-EXTRATO-AG
           MOVE 'CLIENT ANO/MES  T DATA     VALOR       COMISSAO  '
               TO WS-AG-LINHA
           MOVE 'RESULTADO' TO WS-AG-LINHA (51:9)
           PERFORM ESCREVER-LINHA-EXTRATO-AG

           SET WS-ENDOFFILEAGENCIA TO 0
           PERFORM UNTIL WS-ENDOFFILEAGENCIA EQUAL 1
               READ FICH-AGENCIARET
               AT END
                   MOVE 1 TO WS-ENDOFFILEAGENCIA
               NOT AT END
                   PERFORM TRATAR-LINHA-RETORNO-AG
               END-READ
           END-PERFORM
           CLOSE FICH-AGENCIARET

           COMPUTE WS-AG-LIQUIDO = WS-AG-RECUPERADO - WS-AG-COMISSAO
           MOVE SPACES TO WS-AG-LINHA
           PERFORM ESCREVER-LINHA-EXTRATO-AG
           MOVE WS-AG-RECUPERADO TO WS-AG-VALOR-ED
           STRING 'RECUPERADO (' DELIMITED BY SIZE
                  WS-AG-RECUPERADAS DELIMITED BY SIZE
                  ' FATURAS): ' DELIMITED BY SIZE
                  WS-AG-VALOR-ED DELIMITED BY SIZE
               INTO WS-AG-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA-EXTRATO-AG
           MOVE WS-AG-COMISSAO TO WS-AG-VALOR-ED
           STRING 'COMISSAO DA AGENCIA: ' DELIMITED BY SIZE
                  WS-AG-VALOR-ED DELIMITED BY SIZE
               INTO WS-AG-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA-EXTRATO-AG
           MOVE WS-AG-LIQUIDO TO WS-AG-VALOR-ED
           STRING 'LIQUIDO A TRANSFERIR: ' DELIMITED BY SIZE
                  WS-AG-VALOR-ED DELIMITED BY SIZE
               INTO WS-AG-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA-EXTRATO-AG
           MOVE WS-AG-PERDIDO TO WS-AG-VALOR-ED
           STRING 'DADO COMO PERDIDO (' DELIMITED BY SIZE
                  WS-AG-PERDIDAS DELIMITED BY SIZE
                  ' FATURAS): ' DELIMITED BY SIZE
                  WS-AG-VALOR-ED DELIMITED BY SIZE
               INTO WS-AG-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA-EXTRATO-AG
           STRING 'LINHAS REJEITADAS: ' DELIMITED BY SIZE
                  WS-AG-REJEITADAS DELIMITED BY SIZE
               INTO WS-AG-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA-EXTRATO-AG
           CLOSE EXTRATOAGENCIA
           DISPLAY 'EXTRATO EM ' WS-PATH-EXTRATOAGENCIA

           MOVE SPACES TO WS-AUD-DESCRICAO
           STRING 'RETORNO DA AGENCIA: ' DELIMITED BY SIZE
                  WS-AG-RECUPERADAS DELIMITED BY SIZE
                  ' REC ' DELIMITED BY SIZE
                  WS-AG-PERDIDAS DELIMITED BY SIZE
                  ' PERD' DELIMITED BY SIZE
               INTO WS-AUD-DESCRICAO
           END-STRING
           PERFORM ESCREVER-AUDITORIA.

      *-----------------------
      * so se aceitam linhas de faturas entregues a agencia e ainda
      * em aberto - as restantes ficam rejeitadas no extrato
      *-----------------------
       TRATAR-LINHA-RETORNO-AG.
           MOVE SPACES TO WS-AG-RESULTADO
           MOVE 0 TO WS-AG-ACEITE
           OPEN I-O FICH-FATURA-MES
           IF WS-FS-MES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-FATURA-MES - FILE STATUS: '
                       WS-FS-MES
               MOVE 'ERRO NO FATURAMES' TO WS-AG-RESULTADO
           ELSE
               MOVE AR-NUM-CLIENTE TO FM-NUM-CLIENTE
               MOVE AR-ANO         TO FM-ANO
               MOVE AR-MES         TO FM-MES
               MOVE 0 TO FM-SUB-CHAVE
               READ FICH-FATURA-MES
                   INVALID KEY
                       MOVE 'FATURA INEXISTENTE' TO WS-AG-RESULTADO
                   NOT INVALID KEY
                       IF FM-COBRANCA-EXTERNA NOT EQUAL 'E'
                           MOVE 'NAO ENTREGUE A AGENCIA'
                               TO WS-AG-RESULTADO
                       ELSE
                       IF FM-ESTADO-PAGAMENTO NOT EQUAL 'A'
                           MOVE 'FATURA JA FECHADA' TO WS-AG-RESULTADO
                       ELSE
                           MOVE 1 TO WS-AG-ACEITE
                           COMPUTE WS-SALDO-FATURA =
                               FM-VALOR-A-PAGAR - FM-VALOR-PAGO-ACUM
                           IF AR-TIPO EQUAL 'L'
                               MOVE 'L' TO FM-COBRANCA-EXTERNA
                               REWRITE FATURA-MES-REG
                               IF WS-FS-MES NOT EQUAL "00"
                                   DISPLAY ' ERRO A MARCAR A FATURA '
                                       FM-NUM-CLIENTE ' ' FM-ANO '/'
                                       FM-MES ' - FILE STATUS: '
                                       WS-FS-MES
                                   MOVE 0 TO WS-AG-ACEITE
                                   MOVE 'ERRO A MARCAR A FATURA'
                                       TO WS-AG-RESULTADO
                               ELSE
                                   ADD 1 TO WS-AG-PERDIDAS
                                   ADD WS-SALDO-FATURA
                                       TO WS-AG-PERDIDO
                                   MOVE 'DADA COMO PERDIDA'
                                       TO WS-AG-RESULTADO
                               END-IF
                           END-IF
                       END-IF
                       END-IF
               END-READ
               CLOSE FICH-FATURA-MES
           END-IF

           IF WS-AG-ACEITE EQUAL 1 AND AR-TIPO EQUAL 'R'
               MOVE AR-NUM-CLIENTE TO WS-PAG-CLIENTE
               MOVE AR-ANO         TO WS-PAG-ANO
               MOVE AR-MES         TO WS-PAG-MES
               MOVE AR-DATA        TO WS-PAG-DATA
               MOVE AR-VALOR       TO WS-PAG-VALOR-RECEBIDO
               MOVE 'G'            TO WS-PAG-METODO
               PERFORM LIQUIDAR-FATURA-PAGAMENTO
               IF WS-PAG-ENCONTRADA EQUAL 1
                   ADD 1 TO WS-AG-RECUPERADAS
                   ADD AR-VALOR TO WS-AG-RECUPERADO
                   ADD AR-COMISSAO TO WS-AG-COMISSAO
                   MOVE 'RECUPERADO' TO WS-AG-RESULTADO
               ELSE
                   MOVE 0 TO WS-AG-ACEITE
                   MOVE 'PAGAMENTO NAO REGISTADO' TO WS-AG-RESULTADO
               END-IF
           END-IF
           IF WS-AG-ACEITE EQUAL 1 AND AR-TIPO NOT EQUAL 'R'
            AND AR-TIPO NOT EQUAL 'L'
               MOVE 0 TO WS-AG-ACEITE
               MOVE 'TIPO DE LINHA INVALIDO' TO WS-AG-RESULTADO
           END-IF
           IF WS-AG-ACEITE EQUAL 0
               ADD 1 TO WS-AG-REJEITADAS
           END-IF

           MOVE AR-VALOR TO WS-AG-VALOR-ED
           MOVE AR-COMISSAO TO WS-AG-COMISSAO-ED
           MOVE SPACES TO WS-AG-LINHA
           STRING AR-NUM-CLIENTE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AR-ANO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  AR-MES DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AR-TIPO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AR-DATA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AG-VALOR-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AG-COMISSAO-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AG-RESULTADO DELIMITED BY SIZE
               INTO WS-AG-LINHA
           END-STRING
           PERFORM ESCREVER-LINHA-EXTRATO-AG.

       ESCREVER-LINHA-EXTRATO-AG.
           DISPLAY WS-AG-LINHA
           WRITE EXTRATOAGENCIA-LINHA FROM WS-AG-LINHA
           MOVE SPACES TO WS-AG-LINHA.

      *-----------------------
      * inspecoes periodicas das instalacoes de gas: aviso mensal
      * das inspecoes a vencer, registo do resultado de cada
      * inspecao e historico das inspecoes registadas
      *-----------------------
       GERIR-INSPECOES.
           PERFORM 0-INICIALIZAR
           DISPLAY '-------//INSPECOES DE INSTALACOES//-------'
           DISPLAY ' 1 - AVISOS DE INSPECAO DO MES'
           DISPLAY ' 2 - REGISTAR RESULTADO DE INSPECAO'
           DISPLAY ' 3 - LISTAR INSPECOES'
           ACCEPT OPCAO-INSPECOES

           EVALUATE OPCAO-INSPECOES
               WHEN 1
                   PERFORM AVISOS-INSPECAO
               WHEN 2
                   PERFORM REGISTAR-INSPECAO
               WHEN 3
                   PERFORM LISTAR-INSPECOES
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE

           GO TO INICIO.

      *-----------------------
      * corrida mensal: lista as instalacoes com a inspecao vencida
      * ou a vencer dentro da janela de aviso e envia ao cliente a
      * carta de aviso (modelo de nivel 4), uma so vez por ciclo de
      * inspecao - a data do aviso fica no mestre de clientes
      *-----------------------
       AVISOS-INSPECAO.
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE TO WS-CONV-DATA
           PERFORM 6500-CONTAR-DIAS
           MOVE WS-CONV-DIAS TO WS-DIAS-HOJE
           MOVE ZEROS TO WS-INSP-A-VENCER
           MOVE ZEROS TO WS-INSP-AVISADOS

           MOVE SPACES TO WS-PATH-CARTAS
           STRING 'CARTASINSP.' DELIMITED BY SIZE
                  WS-DATA-PROCESSAMENTO DELIMITED BY SIZE
               INTO WS-PATH-CARTAS
           END-STRING
           MOVE 0 TO WS-CARTAS-INICIADAS
           MOVE ZEROS TO WS-CARTAS-GERADAS

           SET WS-ENDOFFILECLIENTES TO 0
           OPEN INPUT FICH-CLIENTES
           OPEN OUTPUT FICH-CLIENTESTEMP
           IF WS-FS-CLIENTES NOT EQUAL "00"
            OR WS-FS-CLIENTESTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-CLIENTES/CLIENTESTEMP - '
                       'FILE STATUS: ' WS-FS-CLIENTES ' / '
                       WS-FS-CLIENTESTEMP
               IF WS-FS-CLIENTES EQUAL "00"
                   CLOSE FICH-CLIENTES
               END-IF
               IF WS-FS-CLIENTESTEMP EQUAL "00"
                   CLOSE FICH-CLIENTESTEMP
               END-IF
               GO TO INICIO
           END-IF

           DISPLAY 'CLIENT NOME                           CLASSE '
                   'LIMITE   SITUACAO'
           PERFORM UNTIL WS-ENDOFFILECLIENTES EQUAL 1
               READ FICH-CLIENTES
               AT END
                   MOVE 1 TO WS-ENDOFFILECLIENTES
               NOT AT END
                   PERFORM VERIFICAR-INSPECAO-CLIENTE
                   WRITE CLIENTETEMP-REG FROM CLIENTE-GAS-REG
               END-READ
           END-PERFORM
           CLOSE FICH-CLIENTES
           CLOSE FICH-CLIENTESTEMP

      *    so se reescreve o mestre quando houve avisos enviados
           IF WS-INSP-AVISADOS > ZEROS
               SET WS-ENDOFFILECLIENTES TO 0
               OPEN INPUT FICH-CLIENTESTEMP
               OPEN OUTPUT FICH-CLIENTES
               PERFORM UNTIL WS-ENDOFFILECLIENTES EQUAL 1
                   READ FICH-CLIENTESTEMP
                   AT END
                       MOVE 1 TO WS-ENDOFFILECLIENTES
                   NOT AT END
                       MOVE CLIENTETEMP-REG TO CLIENTE-GAS-REG
                       WRITE CLIENTE-GAS-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTESTEMP
               CLOSE FICH-CLIENTES
           END-IF

           DISPLAY ' '
           DISPLAY 'INSPECOES VENCIDAS OU A VENCER: ' WS-INSP-A-VENCER
           DISPLAY 'AVISOS ENVIADOS NESTA CORRIDA.: ' WS-INSP-AVISADOS
           IF WS-CARTAS-GERADAS > ZEROS
               DISPLAY 'CARTAS EM ' WS-PATH-CARTAS
           END-IF.

      *-----------------------
      * cliente corrente do mestre: so as instalacoes com classe de
      * inspecao e contrato ativo; a instalacao reprovada aparece na
      * lista mas nao recebe aviso (ja tem a ordem de corte)
      *-----------------------
       VERIFICAR-INSPECAO-CLIENTE.
           IF (CG-CLASSE-INSPECAO EQUAL 'A'
               OR CG-CLASSE-INSPECAO EQUAL 'B')
            AND CG-ESTADO-CONTRATO NOT EQUAL 'T'
               PERFORM CALCULAR-LIMITE-INSPECAO
               MOVE WS-INSP-LIMITE TO WS-CONV-DATA
               PERFORM 6500-CONTAR-DIAS
               IF WS-CONV-DIAS <= WS-DIAS-HOJE + WS-INSP-JANELA
                   ADD 1 TO WS-INSP-A-VENCER
                   IF CG-RESULTADO-INSPECAO EQUAL 'R'
                       MOVE 'REPROVADA' TO WS-INSP-SITUACAO
                   ELSE
                       IF WS-CONV-DIAS < WS-DIAS-HOJE
                           MOVE 'VENCIDA' TO WS-INSP-SITUACAO
                       ELSE
                           MOVE 'A VENCER' TO WS-INSP-SITUACAO
                       END-IF
                   END-IF
                   DISPLAY CG-NUM-CLIENTE ' ' CG-NOME-CLIENTE ' '
                           CG-CLASSE-INSPECAO '      '
                           WS-INSP-LIMITE ' ' WS-INSP-SITUACAO
                   IF CG-RESULTADO-INSPECAO NOT EQUAL 'R'
                    AND CG-DATA-AVISO-INSPECAO < WS-INSP-BASE
                       PERFORM GERAR-CARTA-INSPECAO
                          THRU GERAR-CARTA-INSPECAO-FIM
                       MOVE WS-DATA-HOJE TO CG-DATA-AVISO-INSPECAO
                       ADD 1 TO WS-INSP-AVISADOS
                   END-IF
               END-IF
           END-IF.

      *-----------------------
      * data limite da proxima inspecao: a partir da ultima inspecao
      * (ou do inicio do contrato, se ainda nao houve nenhuma), 2
      * anos na classe 'A', 5 na classe 'B' e 1 ano quando a ultima
      * foi aprovada com defeitos; a reprovada fica logo vencida
      *-----------------------
       CALCULAR-LIMITE-INSPECAO.
           IF CG-DATA-INSPECAO IS NUMERIC
            AND CG-DATA-INSPECAO > ZEROS
               MOVE CG-DATA-INSPECAO TO WS-INSP-BASE
           ELSE
               MOVE CG-DATA-INICIO-CONTR TO WS-INSP-BASE
           END-IF
           IF CG-DATA-AVISO-INSPECAO IS NOT NUMERIC
               MOVE ZEROS TO CG-DATA-AVISO-INSPECAO
           END-IF
           EVALUATE TRUE
               WHEN CG-RESULTADO-INSPECAO EQUAL 'R'
                   MOVE 0 TO WS-INSP-ANOS
               WHEN CG-RESULTADO-INSPECAO EQUAL 'D'
                   MOVE 1 TO WS-INSP-ANOS
               WHEN CG-CLASSE-INSPECAO EQUAL 'A'
                   MOVE 2 TO WS-INSP-ANOS
               WHEN OTHER
                   MOVE 5 TO WS-INSP-ANOS
           END-EVALUATE
           COMPUTE WS-INSP-LIMITE =
               WS-INSP-BASE + (WS-INSP-ANOS * 10000).

      *-----------------------
      * funde a carta de aviso de inspecao: linhas do modelo de
      * nivel 4, com &NOME e &PRAZO (data limite da inspecao)
      *-----------------------
       GERAR-CARTA-INSPECAO.
           SET WS-ENDOFFILEMODELO TO 0
           MOVE ZEROS TO WS-DOC-LINHAS
           OPEN INPUT CARTAMODELO
           IF WS-FS-CARTAMODELO NOT EQUAL "00"
               DISPLAY ' MODELO DE CARTA NAO DISPONIVEL - FILE '
                   'STATUS: ' WS-FS-CARTAMODELO
               GO TO GERAR-CARTA-INSPECAO-FIM
           END-IF
           IF WS-CARTAS-INICIADAS EQUAL 0
               OPEN OUTPUT CARTAS
               MOVE 1 TO WS-CARTAS-INICIADAS
               MOVE 1 TO WS-DOCIDX-NOVO
           ELSE
               OPEN EXTEND CARTAS
               MOVE 0 TO WS-DOCIDX-NOVO
           END-IF
           IF WS-FS-CARTAS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR CARTAS - FILE STATUS: '
                   WS-FS-CARTAS
               CLOSE CARTAMODELO
               GO TO GERAR-CARTA-INSPECAO-FIM
           END-IF

           PERFORM UNTIL WS-ENDOFFILEMODELO EQUAL 1
               READ CARTAMODELO
               AT END
                   MOVE 1 TO WS-ENDOFFILEMODELO
               NOT AT END
                   IF MOD-NIVEL EQUAL 4
                       MOVE MOD-LINHA TO WS-CARTA-LINHA
                       MOVE '&NOME ' TO WS-PLH-BUSCA
                       MOVE 5 TO WS-PLH-LEN-BUSCA
                       MOVE CG-NOME-CLIENTE TO WS-PLH-SUBST
                       PERFORM MEDIR-SUBSTITUTO
                       PERFORM SUBSTITUIR-UM-MARCADOR
                       MOVE '&PRAZO' TO WS-PLH-BUSCA
                       MOVE 6 TO WS-PLH-LEN-BUSCA
                       MOVE WS-INSP-LIMITE TO WS-PLH-SUBST
                       MOVE 8 TO WS-PLH-LEN-SUBST
                       PERFORM SUBSTITUIR-UM-MARCADOR
                       MOVE WS-CARTA-LINHA TO CARTA-LINHA
                       WRITE CARTA-LINHA
                       ADD 1 TO WS-DOC-LINHAS
                   END-IF
               END-READ
           END-PERFORM

           MOVE ALL '-' TO CARTA-LINHA
           WRITE CARTA-LINHA
           ADD 1 TO WS-DOC-LINHAS
           CLOSE CARTAMODELO
           CLOSE CARTAS
           ADD 1 TO WS-CARTAS-GERADAS

           MOVE 'I' TO WS-DX-ORIGEM
           MOVE 'IN' TO WS-DX-TIPO-DOC
           MOVE WS-INSP-LIMITE TO WS-DX-REFERENCIA
           MOVE CG-NUM-CLIENTE TO WS-DX-NUM-CLIENTE
           MOVE CG-NIF TO WS-DX-NIF
           PERFORM REGISTAR-DOC-EXPEDICAO.

       GERAR-CARTA-INSPECAO-FIM.
           EXIT.

      *-----------------------
      * resultado de uma inspecao: fica no historico e no mestre de
      * clientes; a instalacao reprovada leva logo a ordem de corte
      * de seguranca, seja qual for a situacao de pagamento do
      * cliente (acordos, reclamacoes ou cobranca externa nao a
      * travam), e so a inspecao aprovada seguinte a levanta
      *-----------------------
       REGISTAR-INSPECAO.
           DISPLAY 'NUMERO DE CLIENTE: '
           ACCEPT WS-CLI-PROCURA
           PERFORM 6000-VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE EQUAL 0
               DISPLAY '*** CLIENTE ' WS-CLI-PROCURA ' NAO EXISTE NO '
                       'FICHEIRO DE CLIENTES ***'
               GO TO INICIO
           END-IF
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-HOJE

           DISPLAY 'DATA DA INSPECAO (AAAAMMDD, ZEROS PARA HOJE): '
           ACCEPT WS-INSP-DATA
           IF WS-INSP-DATA EQUAL ZEROS
               MOVE WS-DATA-HOJE TO WS-INSP-DATA
           END-IF
           DISPLAY 'RESULTADO (A APROVADA, D APROVADA COM DEFEITOS, '
                   'R REPROVADA): '
           ACCEPT WS-INSP-RESULTADO
           PERFORM UNTIL WS-INSP-RESULTADO EQUAL 'A'
                      OR WS-INSP-RESULTADO EQUAL 'D'
                      OR WS-INSP-RESULTADO EQUAL 'R'
               DISPLAY 'RESULTADO INVALIDO - A, D OU R: '
               ACCEPT WS-INSP-RESULTADO
           END-PERFORM
           DISPLAY 'OBSERVACOES: '
           ACCEPT WS-INSP-OBSERVACOES

           PERFORM ATUALIZAR-INSPECAO-CLIENTE
           IF WS-INSP-ALTERADO EQUAL 0
               DISPLAY '*** NAO FOI POSSIVEL ATUALIZAR O CLIENTE ***'
               GO TO INICIO
           END-IF
           PERFORM ESCREVER-INSPECAO

           IF WS-INSP-RESULTADO EQUAL 'R'
               IF WS-CLI-CORTE NOT EQUAL 'S'
                   MOVE 'S' TO WS-ORDEM-TIPO
                   MOVE ZEROS TO WS-ORDEM-TAXA
                   PERFORM ESCREVER-ORDEM-CAMPO
                   MOVE 'S' TO WS-CORTE-ESTADO-NOVO
                   PERFORM MARCAR-CORTE-CLIENTE
                   DISPLAY 'INSTALACAO REPROVADA - ORDEM DE CORTE DE '
                           'SEGURANCA GERADA'
               ELSE
                   DISPLAY 'INSTALACAO REPROVADA - O CLIENTE JA TEM '
                           'CORTE DE SEGURANCA'
               END-IF
           ELSE
      *        a inspecao aprovada levanta o corte de seguranca; com
      *        faturas em aberto o cliente fica cortado por divida e
      *        segue a religacao normal
               IF WS-CLI-CORTE EQUAL 'S'
                   PERFORM VERIFICAR-FATURAS-ABERTAS-CLI
                   IF WS-RELIG-TEM-ABERTO EQUAL 1
                       MOVE 'C' TO WS-CORTE-ESTADO-NOVO
                       PERFORM MARCAR-CORTE-CLIENTE
                       DISPLAY 'CORTE DE SEGURANCA LEVANTADO - O '
                               'CLIENTE FICA CORTADO POR FATURAS EM '
                               'ABERTO'
                   ELSE
                       MOVE 'R' TO WS-ORDEM-TIPO
                       MOVE ZEROS TO WS-ORDEM-TAXA
                       PERFORM ESCREVER-ORDEM-CAMPO
                       MOVE 'N' TO WS-CORTE-ESTADO-NOVO
                       PERFORM MARCAR-CORTE-CLIENTE
                       DISPLAY 'CORTE DE SEGURANCA LEVANTADO - ORDEM '
                               'DE RELIGACAO GERADA'
                   END-IF
               END-IF
           END-IF
           DISPLAY 'INSPECAO REGISTADA: CLIENTE ' WS-CLI-PROCURA
                   ' DATA ' WS-INSP-DATA ' RESULTADO '
                   WS-INSP-RESULTADO

           MOVE SPACES TO WS-AUD-DESCRICAO
           STRING 'INSPECAO CLIENTE ' DELIMITED BY SIZE
                  WS-CLI-PROCURA DELIMITED BY SIZE
                  ' RESULTADO ' DELIMITED BY SIZE
                  WS-INSP-RESULTADO DELIMITED BY SIZE
               INTO WS-AUD-DESCRICAO
           END-STRING
           PERFORM ESCREVER-AUDITORIA.

      *-----------------------
      * reescreve o mestre de clientes com a data e o resultado da
      * inspecao do cliente em WS-CLI-PROCURA
      *-----------------------
       ATUALIZAR-INSPECAO-CLIENTE.
           MOVE 0 TO WS-INSP-ALTERADO
           SET WS-ENDOFFILECLIENTES TO 0
           OPEN INPUT FICH-CLIENTES
           OPEN OUTPUT FICH-CLIENTESTEMP
           IF WS-FS-CLIENTES NOT EQUAL "00"
            OR WS-FS-CLIENTESTEMP NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-CLIENTES/CLIENTESTEMP - '
                       'FILE STATUS: ' WS-FS-CLIENTES ' / '
                       WS-FS-CLIENTESTEMP
               IF WS-FS-CLIENTES EQUAL "00"
                   CLOSE FICH-CLIENTES
               END-IF
               IF WS-FS-CLIENTESTEMP EQUAL "00"
                   CLOSE FICH-CLIENTESTEMP
               END-IF
           ELSE
               PERFORM UNTIL WS-ENDOFFILECLIENTES EQUAL 1
                   READ FICH-CLIENTES
                   AT END
                       MOVE 1 TO WS-ENDOFFILECLIENTES
                   NOT AT END
                       IF CG-NUM-CLIENTE EQUAL WS-CLI-PROCURA
                           MOVE 1 TO WS-INSP-ALTERADO
                           MOVE WS-INSP-DATA TO CG-DATA-INSPECAO
                           MOVE WS-INSP-RESULTADO
                               TO CG-RESULTADO-INSPECAO
                           MOVE CG-CLASSE-INSPECAO TO WS-INSP-CLASSE
                       END-IF
                       WRITE CLIENTETEMP-REG FROM CLIENTE-GAS-REG
                   END-READ
               END-PERFORM
               CLOSE FICH-CLIENTES
               CLOSE FICH-CLIENTESTEMP

               IF WS-INSP-ALTERADO EQUAL 1
                   SET WS-ENDOFFILECLIENTES TO 0
                   OPEN INPUT FICH-CLIENTESTEMP
                   OPEN OUTPUT FICH-CLIENTES
                   PERFORM UNTIL WS-ENDOFFILECLIENTES EQUAL 1
                       READ FICH-CLIENTESTEMP
                       AT END
                           MOVE 1 TO WS-ENDOFFILECLIENTES
                       NOT AT END
                           MOVE CLIENTETEMP-REG TO CLIENTE-GAS-REG
                           WRITE CLIENTE-GAS-REG
                       END-READ
                   END-PERFORM
                   CLOSE FICH-CLIENTESTEMP
                   CLOSE FICH-CLIENTES
               END-IF
           END-IF.

       ESCREVER-INSPECAO.
           OPEN EXTEND FICH-INSPECOES
           IF WS-FS-INSPECOES EQUAL "35"
               OPEN OUTPUT FICH-INSPECOES
           END-IF
           IF WS-FS-INSPECOES NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR FICH-INSPECOES - FILE STATUS: '
                       WS-FS-INSPECOES
               MOVE WS-FS-INSPECOES TO WS-FS-ATUAL
               PERFORM MOSTRAR-SIGNIFICADO-FILE-STATUS
           ELSE
               MOVE WS-CLI-PROCURA      TO IP-NUM-CLIENTE
               MOVE WS-CLI-NOME         TO IP-NOME-CLIENTE
               MOVE WS-INSP-DATA        TO IP-DATA
               MOVE WS-INSP-CLASSE      TO IP-CLASSE
               MOVE WS-INSP-RESULTADO   TO IP-RESULTADO
               MOVE WS-INSP-OBSERVACOES TO IP-OBSERVACOES
               MOVE WS-OPERADOR         TO IP-OPERADOR
               WRITE INSPECAO-REG
               CLOSE FICH-INSPECOES
           END-IF.

       LISTAR-INSPECOES.
           SET WS-ENDOFFILEINSPECOES TO 0
           OPEN INPUT FICH-INSPECOES
           IF WS-FS-INSPECOES NOT EQUAL "00"
               DISPLAY ' SEM FICHEIRO DE INSPECOES - FILE STATUS: '
                       WS-FS-INSPECOES
           ELSE
               PERFORM UNTIL WS-ENDOFFILEINSPECOES EQUAL 1
                   READ FICH-INSPECOES
                   AT END
                       MOVE 1 TO WS-ENDOFFILEINSPECOES
                   NOT AT END
                       DISPLAY 'CLIENTE: ' IP-NUM-CLIENTE ' '
                               IP-NOME-CLIENTE
                               ' DATA: ' IP-DATA
                               ' CLASSE: ' IP-CLASSE
                               ' RESULTADO: ' IP-RESULTADO
                               ' ' IP-OBSERVACOES
                               ' OPERADOR: ' IP-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE FICH-INSPECOES
           END-IF.

      *-----------------------
      * documentos impressos do gas: gera a pagina formatada da
      * fatura (na emissao) ou do recibo (no pagamento) a partir do
      * modelo com marcadores, num ficheiro do dia pronto a imprimir
      * - o mesmo motor de substituicao das cartas de aviso
      *-----------------------
       GERAR-DOC-FATURA.
           MOVE 'F' TO WS-GASDOC-TIPO
           MOVE 'FG' TO WS-DX-TIPO-DOC
           MOVE FM-NUM-CLIENTE TO WS-DX-NUM-CLIENTE
           MOVE SPACES TO WS-MES-CARTA
           STRING FM-ANO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FM-MES DELIMITED BY SIZE
               INTO WS-MES-CARTA
           END-STRING
           MOVE WS-MES-CARTA TO WS-DX-REFERENCIA
           PERFORM GERAR-DOC-GAS.

       GERAR-DOC-RECIBO.
           MOVE 'R' TO WS-GASDOC-TIPO
           MOVE 'RG' TO WS-DX-TIPO-DOC
           MOVE PG-NUM-CLIENTE TO WS-DX-NUM-CLIENTE
           MOVE PG-NUM-RECIBO TO WS-DX-REFERENCIA
           MOVE SPACES TO WS-MES-CARTA
           STRING PG-ANO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  PG-MES DELIMITED BY SIZE
               INTO WS-PATH-GASDOCS
           END-STRING
           SET WS-ENDOFFILEGASMOD TO 0
           MOVE ZEROS TO WS-DOC-LINHAS
           MOVE 0 TO WS-DOCIDX-NOVO

           OPEN INPUT GASDOCMODELO
           IF WS-FS-GASDOCMODELO NOT EQUAL "00"
           OPEN EXTEND GASDOCS
           IF WS-FS-GASDOCS EQUAL "35"
               OPEN OUTPUT GASDOCS
               MOVE 1 TO WS-DOCIDX-NOVO
           END-IF
           IF WS-FS-GASDOCS NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR GASDOCS - FILE STATUS: '
                       END-IF
                       MOVE WS-CARTA-LINHA TO GASDOC-LINHA
                       WRITE GASDOC-LINHA
                       ADD 1 TO WS-DOC-LINHAS
                   END-IF
               END-READ
           END-PERFORM

           MOVE ALL '-' TO GASDOC-LINHA
           WRITE GASDOC-LINHA
           ADD 1 TO WS-DOC-LINHAS
           CLOSE GASDOCMODELO
           CLOSE GASDOCS

           MOVE 'G' TO WS-DX-ORIGEM
           MOVE ZEROS TO WS-DX-NIF
           PERFORM REGISTAR-DOC-EXPEDICAO.

       GERAR-DOC-GAS-FIM.
           EXIT.

      *-----------------------
      * acrescenta ao indice do ficheiro de impressao corrente (o
      * mesmo nome, com .IDX no fim) o registo do documento acabado
      * de escrever, com o numero de linhas que ocupa - o indice
      * recomeca sempre que o proprio ficheiro recomeca, para os
      * dois andarem sempre a par
      *-----------------------
       REGISTAR-DOC-EXPEDICAO.
           MOVE SPACES TO WS-PATH-DOCIDX
           IF WS-DX-ORIGEM EQUAL 'G'
               STRING WS-PATH-GASDOCS DELIMITED BY SPACE
                      '.IDX' DELIMITED BY SIZE
                   INTO WS-PATH-DOCIDX
               END-STRING
           ELSE
               STRING WS-PATH-CARTAS DELIMITED BY SPACE
                      '.IDX' DELIMITED BY SIZE
                   INTO WS-PATH-DOCIDX
               END-STRING
           END-IF
           MOVE WS-DATA-PROCESSAMENTO TO WS-DX-DATA
           MOVE WS-DOC-LINHAS TO WS-DX-NUM-LINHAS

           IF WS-DOCIDX-NOVO EQUAL 1
               OPEN OUTPUT DOCIDX
           ELSE
               OPEN EXTEND DOCIDX
               IF WS-FS-DOCIDX EQUAL "35"
                   OPEN OUTPUT DOCIDX
               END-IF
           END-IF
           IF WS-FS-DOCIDX NOT EQUAL "00"
               DISPLAY ' ERRO A ABRIR O INDICE DE EXPEDICAO - FILE '
                       'STATUS: ' WS-FS-DOCIDX
           ELSE
               WRITE DOCIDX-REG FROM WS-DOCEXP
               CLOSE DOCIDX
           END-IF.

      *-----------------------
      * substitui na linha corrente os marcadores do documento de
      * fatura, a partir do registo de fatura acabado de gravar
           MOVE 6 TO WS-PLH-LEN-SUBST
           PERFORM SUBSTITUIR-UM-MARCADOR

           MOVE '&FATOR' TO WS-PLH-BUSCA
           MOVE 6 TO WS-PLH-LEN-BUSCA
           MOVE FM-FATOR-CONVERSAO TO WS-FATOR-CARTA
           MOVE WS-FATOR-CARTA TO WS-PLH-SUBST
           PERFORM MEDIR-SUBSTITUTO
           PERFORM SUBSTITUIR-UM-MARCADOR

           MOVE '&KWH  ' TO WS-PLH-BUSCA
           MOVE 4 TO WS-PLH-LEN-BUSCA
           MOVE FM-CONSUMO-KWH TO WS-PLH-SUBST
           MOVE 8 TO WS-PLH-LEN-SUBST
           PERFORM SUBSTITUIR-UM-MARCADOR

           MOVE '&BASE ' TO WS-PLH-BUSCA
           MOVE 5 TO WS-PLH-LEN-BUSCA
           MOVE FM-VALOR-BASE TO WS-VALOR-CARTA
           PERFORM MEDIR-SUBSTITUTO
           PERFORM SUBSTITUIR-UM-MARCADOR

      *    saldo credor abatido na emissao (o acumulado pago de uma
      *    fatura acabada de emitir so pode vir dos creditos)
           MOVE '&CRED ' TO WS-PLH-BUSCA
           MOVE 5 TO WS-PLH-LEN-BUSCA
           MOVE FM-VALOR-PAGO-ACUM TO WS-VALOR-CARTA
           MOVE WS-VALOR-CARTA TO WS-PLH-SUBST
           PERFORM MEDIR-SUBSTITUTO
           PERFORM SUBSTITUIR-UM-MARCADOR

           PERFORM SUBSTITUIR-MARCADORES-MB.

      *-----------------------
               PERFORM REJEITAR-LINHA-LOTE
               GO TO PROCESSAR-LINHA-LOTE-FIM
           END-IF
           IF WS-CLI-CONTRATO EQUAL 'T'
               MOVE 'CT' TO WS-LOTE-MOTIVO
               PERFORM REJEITAR-LINHA-LOTE
               GO TO PROCESSAR-LINHA-LOTE-FIM
           END-IF

           COMPUTE WS-PER-ANOMES =
               (WS-REG-ANO * 100) + WS-REG-MES
           MOVE ZEROS TO FM-VALOR-REGULARIZACAO
           MOVE WS-DATA-PROCESSAMENTO TO FM-DATA-EMISSAO
           MOVE ZEROS TO FM-NIVEL-AVISO
           MOVE ZEROS TO FM-DATA-INCOBRAVEL
           MOVE SPACE TO FM-MOTIVO-INCOBRAVEL
           MOVE SPACE TO FM-COBRANCA-EXTERNA
           MOVE ZEROS TO FM-DATA-ENTREGA-AGENCIA
           MOVE ZEROS TO FM-VALOR-PAGO-ACUM
           MOVE ZEROS TO FM-TAXA-RELIGACAO
           MOVE ZEROS TO FM-TAXA-IVA
               MOVE WS-CLI-VALOR-CC TO FM-VALOR-A-PAGAR
           END-IF

           PERFORM APLICAR-CREDITO-FATURA
           PERFORM DEFINIR-SUBCHAVE
           WRITE FATURA-MES-REG
           IF WS-FS-MES NOT EQUAL "00"
               CLOSE FICH-FATURA-MES
               GO TO EMITIR-FATURA-LOTE-FIM
           END-IF
           IF WS-CRED-APLICADO > ZEROS
               PERFORM CONSUMIR-CREDITOS-CLIENTE
           END-IF
           ADD 1 TO WS-LOTE-ACEITES
           DISPLAY 'FATURA EMITIDA: CLIENTE ' FM-NUM-CLIENTE
                   ' ' FM-ANO '/' FM-MES
                       'EXISTE - REGISTE-O PRIMEIRO NA OPCAO 5 ***'
               GO TO INICIO
           END-IF
           IF WS-CLI-CONTRATO EQUAL 'T'
               DISPLAY '*** O CONTRATO DO TITULAR NOVO ' WS-MT-CLI-NOVO
                       ' ESTA TERMINADO ***'
               GO TO INICIO
           END-IF
           MOVE WS-CLI-NOME TO WS-MT-NOME-NOVO

           DISPLAY 'ANO: '
           PERFORM OBTER-DATA-PROCESSAMENTO
           MOVE WS-DATA-PROCESSAMENTO TO FM-DATA-EMISSAO
           MOVE ZEROS TO FM-NIVEL-AVISO
           MOVE ZEROS TO FM-DATA-INCOBRAVEL
           MOVE SPACE TO FM-MOTIVO-INCOBRAVEL
           MOVE SPACE TO FM-COBRANCA-EXTERNA
           MOVE ZEROS TO FM-DATA-ENTREGA-AGENCIA
           MOVE ZEROS TO FM-VALOR-PAGO-ACUM
           MOVE ZEROS TO FM-TAXA-RELIGACAO

           DISPLAY 'IVA (' FM-TAXA-IVA ' PCT): ' FM-VALOR-IVA
           DISPLAY 'VALOR A PAGAR: ' FM-VALOR-A-PAGAR

           PERFORM APLICAR-CREDITO-FATURA
           PERFORM DEFINIR-SUBCHAVE
           WRITE FATURA-MES-REG
           IF WS-FS-MES NOT EQUAL "00"
               CLOSE FICH-FATURA-MES
               GO TO INICIO
           END-IF
           IF WS-CRED-APLICADO > ZEROS
               PERFORM CONSUMIR-CREDITOS-CLIENTE
           END-IF
           PERFORM GERAR-DOC-FATURA

      *    registo de base do titular novo: a leitura de passagem
           MOVE ZEROS TO FM-DESCONTO-SOCIAL
           MOVE ZEROS TO FM-MB-ENTIDADE
           MOVE ZEROS TO FM-MB-REFERENCIA
           MOVE ZEROS TO FM-FATOR-CONVERSAO
           MOVE ZEROS TO FM-CONSUMO-KWH
           PERFORM DEFINIR-SUBCHAVE
           WRITE FATURA-MES-REG
           IF WS-FS-MES NOT EQUAL "00"
           END-IF
           CLOSE FICH-FATURA-MES

      *    o contador fica no local: sai do titular cessante e
      *    passa ao titular novo com a leitura de passagem, com a
      *    mesma verificacao metrologica
           MOVE WS-MT-CLI-ANTIGO TO WS-CTD-CLIENTE
           MOVE WS-MT-DATA-PASSAGEM TO WS-CTD-DATA-FIM
           MOVE WS-MT-LEIT-PASSAGEM TO WS-CTD-LEIT-FIM
           MOVE 'T' TO WS-CTD-MOTIVO
           PERFORM RETIRAR-CONTADOR-CLIENTE
           IF WS-CTD-ALTERADO EQUAL 1
               MOVE WS-MT-CLI-NOVO TO WS-CTD-CLIENTE
               MOVE WS-MT-DATA-PASSAGEM TO WS-CTD-DATA-INST
               MOVE WS-MT-LEIT-PASSAGEM TO WS-CTD-LEIT-INST
               PERFORM GRAVAR-CONTADOR-NOVO
           END-IF

      *    o contrato do titular novo comeca na data de passagem
           MOVE WS-MT-CLI-NOVO TO WS-CLI-PROCURA
           PERFORM ATUALIZAR-INICIO-CONTRATO
           DISPLAY 'FATURADO AO PLANO.....: ' WS-CC-FATURADO
           DISPLAY 'DIFERENCA DO ACERTO...: ' WS-CC-DIFERENCA

           MOVE ZEROS TO WS-CRED-APLICADO
           OPEN I-O FICH-FATURA-MES
           IF WS-FS-MES EQUAL "35"
               OPEN OUTPUT FICH-FATURA-MES
               MOVE ZEROS TO FM-VALOR-PAGO-ACUM
               MOVE ZEROS TO FM-DATA-PAGAMENTO
               MOVE ZEROS TO FM-NIVEL-AVISO
               MOVE ZEROS TO FM-DATA-INCOBRAVEL
               MOVE SPACE TO FM-MOTIVO-INCOBRAVEL
               MOVE SPACE TO FM-COBRANCA-EXTERNA
               MOVE ZEROS TO FM-DATA-ENTREGA-AGENCIA
               MOVE ZEROS TO FM-FATOR-CONVERSAO
               MOVE ZEROS TO FM-CONSUMO-KWH
               MOVE 'A' TO FM-TIPO-FATURA
               PERFORM OBTER-DATA-PROCESSAMENTO
               MOVE WS-DATA-PROCESSAMENTO TO FM-DATA-EMISSAO
                   ACCEPT FM-DATA-VENCIMENTO
                   DISPLAY 'FATURA DE ACERTO EMITIDA: '
                           FM-VALOR-A-PAGAR
                   PERFORM APLICAR-CREDITO-FATURA
               ELSE
                   MOVE ZEROS TO FM-VALOR-A-PAGAR
                   MOVE WS-CC-DIFERENCA TO FM-VALOR-REGULARIZACAO
               IF WS-FS-MES NOT EQUAL "00"
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR O ACERTO'
                   DISPLAY 'FILE STATUS: ' WS-FS-MES
               ELSE
                   IF WS-CRED-APLICADO > ZEROS
                       PERFORM CONSUMIR-CREDITOS-CLIENTE
                   END-IF
      *            o credito do acerto passa a saldo credor, para
      *            abater nas faturas seguintes ou ser devolvido
                   IF WS-CC-DIFERENCA < ZEROS
                       MOVE WS-CLI-PROCURA TO WS-PAG-CLIENTE
                       MOVE ZEROS TO WS-NUM-RECIBO
                       MOVE WS-DATA-PROCESSAMENTO TO WS-PAG-DATA
                       MOVE SPACE TO WS-PAG-METODO
                       COMPUTE WS-PAG-EXCEDENTE =
                           ZERO - WS-CC-DIFERENCA
                       MOVE 'A' TO WS-CRED-ORIGEM
                       PERFORM REGISTAR-CREDITO-EXCEDENTE
                   END-IF
               END-IF
               CLOSE FICH-FATURA-MES
           END-IF.
           DISPLAY ' 1 - GERAR ORDENS DE CORTE'
           DISPLAY ' 2 - REGISTAR RELIGACAO'
           DISPLAY ' 3 - LISTAR ORDENS DE CAMPO'
           DISPLAY ' 4 - REGISTAR EXECUCAO DE ORDEM DE CAMPO'
           ACCEPT OPCAO-CORTES

           EVALUATE OPCAO-CORTES
                   PERFORM REGISTAR-RELIGACAO
               WHEN 3
                   PERFORM LISTAR-ORDENS-CAMPO
               WHEN 4
                   PERFORM REGISTAR-EXECUCAO-ORDEM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
      * varre as faturas em aberto que ja receberam o aviso final
      * (nivel 3) e cujo atraso passou o prazo de corte, e gera uma
      * ordem de corte por cliente - faturas em plano de pagamento
      * ativo ou com reclamacao aberta ficam de fora, como nas cartas
      *-----------------------
       GERAR-ORDENS-CORTE.
           PERFORM OBTER-DATA-PROCESSAMENTO
                   NOT AT END
                       IF FM-ESTADO-PAGAMENTO EQUAL 'A'
                        AND FM-NIVEL-AVISO EQUAL 3
                        AND FM-COBRANCA-EXTERNA EQUAL SPACE
                           MOVE FM-DATA-VENCIMENTO TO WS-CONV-DATA
                           PERFORM 6500-CONTAR-DIAS
                           COMPUTE WS-DIAS-ATRASO =
                           MOVE FM-ANO         TO WS-ACO-ANO
                           MOVE FM-MES         TO WS-ACO-MES
                           PERFORM VERIFICAR-ACORDO-FATURA
                           MOVE FM-NUM-CLIENTE TO WS-RECL-CLIENTE
                           MOVE FM-ANO         TO WS-RECL-ANO
                           MOVE FM-MES         TO WS-RECL-MES
                           PERFORM VERIFICAR-RECLAMACAO-FATURA
                           IF WS-DIAS-ATRASO > WS-DIAS-PARA-CORTE
                            AND WS-ACORDO-ATIVO EQUAL 0
                            AND WS-RECL-ABERTA EQUAL 0
                               PERFORM ANOTAR-CLIENTE-PARA-CORTE
                           END-IF
                       END-IF
                   PERFORM 6000-VALIDAR-CLIENTE
                   IF WS-CLIENTE-EXISTE EQUAL 1
                    AND WS-CLI-CORTE NOT EQUAL 'C'
                    AND WS-CLI-CORTE NOT EQUAL 'S'
                       MOVE 'C' TO WS-ORDEM-TIPO
                       MOVE ZEROS TO WS-ORDEM-TAXA
                       PERFORM ESCREVER-ORDEM-CAMPO
               DISPLAY '*** CLIENTE ' WS-CLI-PROCURA ' NAO EXISTE NO '
                       'FICHEIRO DE CLIENTES ***'
           ELSE
           IF WS-CLI-CORTE EQUAL 'S'
               DISPLAY '*** CORTE DE SEGURANCA - A RELIGACAO SO SE FAZ '
                       'COM A INSPECAO APROVADA ***'
           ELSE
           IF WS-CLI-CORTE NOT EQUAL 'C'
               DISPLAY '*** O CLIENTE NAO ESTA CORTADO ***'
           ELSE
                           'PROXIMA FATURA'
               END-IF
           END-IF
           END-IF
           END-IF.

      *-----------------------
               MOVE WS-DATA-HOJE   TO OC-DATA
               MOVE WS-ORDEM-TAXA  TO OC-TAXA
               MOVE 'P' TO OC-ESTADO
               MOVE ZEROS TO OC-DATA-EXECUCAO
               WRITE ORDEM-CAMPO-REG
               CLOSE FICH-ORDENSCAMPO
           END-IF.
                               ' DATA: ' OC-DATA
                               ' TAXA: ' OC-TAXA
                               ' ESTADO: ' OC-ESTADO
                               ' EXECUCAO: ' OC-DATA-EXECUCAO
                   END-READ
               END-PERFORM
               CLOSE FICH-ORDENSCAMPO
                       MOVE OC-DATA         TO OCT-DATA
                       MOVE OC-TAXA         TO OCT-TAXA
                       MOVE OC-ESTADO       TO OCT-ESTADO
                       MOVE OC-DATA-EXECUCAO TO OCT-DATA-EXECUCAO
                       WRITE ORDEMTEMP-REG
                   END-READ
               END-PERFORM
                       MOVE OCT-DATA         TO OC-DATA
                       MOVE OCT-TAXA         TO OC-TAXA
                       MOVE OCT-ESTADO       TO OC-ESTADO
                       MOVE OCT-DATA-EXECUCAO TO OC-DATA-EXECUCAO
                       WRITE ORDEM-CAMPO-REG
                   END-READ
               END-PERFORM
